000270*    MODIFICATION HISTORY
000280*    ------------------------------------------------------------
000290*    2026-09-02  DO   INITIAL VERSION.
000292*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE LIMIT RAISED
000294*                     FROM 500 TO 2000 ACCOUNTS (SEE
000296*                     GLACMTBL).
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    GLSUS01.
004280     EXIT.
004290
004300 1350-STORE-ONE-ACCOUNT.
004310     IF GLACM-MASTER-COUNT >= 2000
004320         DISPLAY "GLSUS01 - ACCOUNT MASTER TABLE FULL - MORE "
004330             "THAN 2000 ACCOUNTS ON ACCTFILE"
004340         STOP RUN
004350     END-IF
004360     ADD 1 TO GLACM-MASTER-COUNT
