000010******************************************************************
000020*
000030*    COPYBOOK:    GLMJAREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     MANUAL JOURNAL ACTION LOG RECORD (MJEAUDIT) -
000080*                 ONE RECORD FOR EVERY MANUAL JOURNAL KEYED,
000090*                 APPROVED OR REJECTED AT THE CONSOLE (GLMJE01)
000100*                 AND EVERY JOURNAL RELEASED TO THE FEED
000110*                 (GLMJR01), SAYING WHO, WHEN AND WHICH JOURNAL,
000120*                 AS GLACAREC DOES FOR THE CHART OF ACCOUNTS.
000130*                 THE FILE IS ONLY EVER EXTENDED, SO IT ALSO
000140*                 HOLDS THE HIGHEST JOURNAL NUMBER EVER ISSUED.
000150*
000160*    MODIFICATION HISTORY
000170*    ------------------------------------------------------------
000180*    2026-10-15  DO   INITIAL VERSION.
000190******************************************************************
000200 01  GL-MANUAL-JOURNAL-AUDIT-RECORD.
000210     05  GLMJA-ACTION-DATE         PIC 9(08).
000220     05  GLMJA-ACTION-TIME         PIC 9(08).
000230     05  GLMJA-OPERATOR-ID         PIC X(08).
000240     05  GLMJA-ACTION-CODE         PIC X(01).
000250         88  GLMJA-ACTION-KEYED              VALUE "K".
000260         88  GLMJA-ACTION-APPROVED           VALUE "A".
000270         88  GLMJA-ACTION-REJECTED           VALUE "X".
000280         88  GLMJA-ACTION-RELEASED           VALUE "R".
000290     05  GLMJA-JOURNAL-ID          PIC X(08).
000300     05  GLMJA-JOURNAL-NUMBER REDEFINES GLMJA-JOURNAL-ID.
000310         10  GLMJA-JOURNAL-PREFIX  PIC X(02).
000320         10  GLMJA-JOURNAL-SEQ     PIC 9(06).
000330     05  GLMJA-POSTING-DATE        PIC 9(08).
000340     05  GLMJA-LEG-COUNT           PIC 9(03).
000350     05  GLMJA-DEBIT-TOTAL         PIC 9(09)V99.
000360     05  GLMJA-KEYED-BY            PIC X(08).
000370     05  GLMJA-REMARKS             PIC X(30).
000380     05  FILLER                    PIC X(27) VALUE SPACES.
