000010******************************************************************
000020*
000030*    COPYBOOK:    GLFHSREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     FEED-HISTORY RECORD (FEEDHIST) - ONE RECORD
000080*                 PER FEED FILE COLLECTED BY GLCOL01, WITH THE
000090*                 BUSINESS DATE, WHEN IT WAS COLLECTED, AND THE
000100*                 RECORD COUNT AND HASH TOTAL FROM ITS VERIFIED
000110*                 TRAILER. A FILE WHOSE FEED ID, COUNT AND HASH
000120*                 MATCH ONE ALREADY COLLECTED FOR THE SAME
000130*                 BUSINESS DATE IS REFUSED AS A RESEND, SO IT
000140*                 CANNOT POST TWICE UNDER A LATER CYCLE.
000150*
000160*    MODIFICATION HISTORY
000170*    ------------------------------------------------------------
000180*    2026-10-15  DO   INITIAL VERSION.
000190******************************************************************
000200 01  GL-FEED-HISTORY-RECORD.
000210     05  GLFHS-BUSINESS-DATE       PIC 9(08).
000220     05  GLFHS-FEED-ID             PIC X(08).
000230     05  GLFHS-FILE-NAME           PIC X(08).
000240     05  GLFHS-COLLECT-DATE        PIC 9(08).
000250     05  GLFHS-COLLECT-TIME        PIC 9(08).
000260     05  GLFHS-RECORD-COUNT        PIC 9(09).
000270     05  GLFHS-HASH-TOTAL          PIC S9(11)V99
000280                                   SIGN IS TRAILING SEPARATE
000290                                       CHARACTER.
000300     05  FILLER                    PIC X(17) VALUE SPACES.
