000010******************************************************************
000020*
000030*    COPYBOOK:    GLBOIREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     BANK RECONCILIATION OUTSTANDING-ITEM RECORD -
000080*                 ONE RECORD PER ITEM THE BANK RECONCILIATION
000090*                 (GLBRC01) COULD NOT MATCH, EITHER A BOOK
000100*                 POSTING TO A CASH ACCOUNT THE BANK HAS NOT YET
000110*                 PUT THROUGH OR A BANK STATEMENT LINE NOT YET
000120*                 BOOKED. READ IN FROM PRVOUTS AND WRITTEN OUT
000130*                 TO NEWOUTS, AND ROTATED BETWEEN RUNS LIKE
000140*                 PRVBAL/NEWBAL, SO AN ITEM IS CARRIED FROM DAY
000150*                 TO DAY UNTIL ITS OTHER SIDE ARRIVES. THE AMOUNT
000160*                 IS SIGNED FROM THE BANK'S SIDE (SEE GLBSTREC)
000170*                 WHICHEVER SIDE THE ITEM CAME FROM.
000180*
000190*    MODIFICATION HISTORY
000200*    ------------------------------------------------------------
000210*    2026-10-15  DO   INITIAL VERSION.
000220******************************************************************
000230 01  GL-BANK-OUTSTANDING-RECORD.
000240     05  GLBOI-ACCOUNT-NO          PIC X(10).
000250     05  GLBOI-ITEM-SIDE           PIC X(01).
000260         88  GLBOI-BOOK-ITEM                 VALUE "B".
000270         88  GLBOI-BANK-ITEM                 VALUE "S".
000280     05  GLBOI-ITEM-DATE           PIC 9(08).
000290     05  GLBOI-AMOUNT              PIC S9(9)V99
000300                                   SIGN IS TRAILING SEPARATE
000310                                       CHARACTER.
000320     05  GLBOI-REFERENCE           PIC X(16).
000330     05  GLBOI-OUTSTANDING-SINCE   PIC 9(08).
000340     05  FILLER                    PIC X(25) VALUE SPACES.
