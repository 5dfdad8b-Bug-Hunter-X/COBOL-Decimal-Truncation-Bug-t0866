000190*    MODIFICATION HISTORY
000200*    ------------------------------------------------------------
000210*    2026-09-02  DO   INITIAL VERSION.
000212*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE LIMIT RAISED
000214*                     FROM 500 TO 2000 ACCOUNTS (SEE
000216*                     GLACMTBL).
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    GLPCL01.
003930     EXIT.
003940
003950 1450-STORE-ONE-ACCOUNT.
003960     IF GLACM-MASTER-COUNT >= 2000
003970         DISPLAY "GLPCL01 - ACCOUNT MASTER TABLE FULL - "
003980             "DESCRIPTIONS TRUNCATED AT 2000 ACCOUNTS"
003990         MOVE "Y" TO WS-ACCT-EOF-SWITCH
004000         GO TO 1450-STORE-ONE-ACCOUNT-EXIT
004010     END-IF
