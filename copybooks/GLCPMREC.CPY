000010******************************************************************
000020*
000030*    COPYBOOK:    GLCPMREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     CURRENCY-POSITION MASTER RECORD (CURRPOS) -
000080*                 THE INDEXED FILE, KEYED BY ACCOUNT NUMBER AND
000090*                 CURRENCY CODE, THAT HOLDS EACH ACCOUNT'S
000100*                 CUMULATIVE ORIGINAL-CURRENCY TOTAL AND THE
000110*                 BASE-CURRENCY VALUE IT IS CARRIED AT. THE
000120*                 ACCUMULATOR (GLACC01) REBUILDS IT FROM THE
000130*                 PRIOR POSITION FILE (PRVCUR) AT THE START OF A
000140*                 FRESH RUN, UPDATES IT AS IT POSTS AND WRITES
000150*                 IT OUT AS THE NEW POSITION FILE (NEWCUR, SEE
000160*                 GLCPSREC) AT END OF RUN. IT TAKES THE PLACE OF
000170*                 THE 300-ENTRY POSITION TABLE THAT USED TO RIDE
000180*                 IN THE CHECKPOINT RECORD, SO THE NUMBER OF
000190*                 ACCOUNT/CURRENCY PAIRS IS NO LONGER LIMITED BY
000200*                 A TABLE SIZE.
000210*
000220*                 GLCPM-LAST-RECORD-NO IS THE TRANSACTION-FILE
000230*                 RECORD NUMBER OF THE LAST POSTING APPLIED TO
000240*                 THE POSITION THIS RUN, AND GUARDS A RESTART
000250*                 AGAINST APPLYING A POSTING TWICE EXACTLY AS
000260*                 GLABM-LAST-RECORD-NO DOES ON THE ACCOUNT-
000270*                 BALANCE MASTER (SEE GLABMREC).
000280*
000290*    MODIFICATION HISTORY
000300*    ------------------------------------------------------------
000310*    2026-10-15  DO   INITIAL VERSION.
000320******************************************************************
000330 01  GL-CURRENCY-POSITION-MASTER.
000340     05  GLCPM-KEY.
000350         10  GLCPM-ACCOUNT-NO      PIC X(10).
000360         10  GLCPM-CURRENCY-CODE   PIC X(03).
000370     05  GLCPM-BUSINESS-DATE       PIC 9(08).
000380     05  GLCPM-ORIGINAL-TOTAL      PIC S9(9)V99
000390                                   SIGN IS TRAILING SEPARATE
000400                                       CHARACTER.
000410     05  GLCPM-CONVERTED-TOTAL     PIC S9(9)V99
000420                                   SIGN IS TRAILING SEPARATE
000430                                       CHARACTER.
000440     05  GLCPM-LAST-RECORD-NO      PIC 9(09).
000450     05  FILLER                    PIC X(26) VALUE SPACES.
