000200*    R  ACCOUNT REOPENED
000210*    D  DESCRIPTION CHANGED
000220*    N  NORMAL BALANCE SIDE CHANGED
000222*    T  ACCOUNT TYPE CHANGED
000226*    F  CASH-ACCOUNT (BANK RECONCILIATION) FLAG CHANGED
000230*
000240*    MODIFICATION HISTORY
000250*    ------------------------------------------------------------
000260*    2026-09-02  DO   INITIAL VERSION.
000262*    2026-10-15  DO   ADDED ACTION T AND THE OLD/NEW ACCOUNT TYPE
000264*                     OUT OF FILLER. RECORD LENGTH UNCHANGED.
000266*    2026-10-15  DO   ADDED ACTION F AND THE OLD/NEW CASH-ACCOUNT
000268*                     FLAG OUT OF FILLER. RECORD LENGTH UNCHANGED.
000270******************************************************************
000280 01  GL-ACCT-AUDIT-RECORD.
000290     05  GLACA-CHANGE-DATE         PIC 9(08).
000350         88  GLACA-ACTION-REOPEN             VALUE "R".
000360         88  GLACA-ACTION-DESCRIPTION        VALUE "D".
000370         88  GLACA-ACTION-NORMAL-BAL         VALUE "N".
000375         88  GLACA-ACTION-ACCOUNT-TYPE       VALUE "T".
000377         88  GLACA-ACTION-CASH-FLAG          VALUE "F".
000380     05  GLACA-ACCOUNT-NO          PIC X(10).
000390     05  GLACA-OLD-DESCRIPTION     PIC X(30).
000400     05  GLACA-NEW-DESCRIPTION     PIC X(30).
000420     05  GLACA-NEW-STATUS          PIC X(01).
000430     05  GLACA-OLD-NORMAL-BAL      PIC X(01).
000440     05  GLACA-NEW-NORMAL-BAL      PIC X(01).
000442     05  GLACA-OLD-ACCOUNT-TYPE    PIC X(01).
000444     05  GLACA-NEW-ACCOUNT-TYPE    PIC X(01).
000446     05  GLACA-OLD-CASH-FLAG       PIC X(01).
000448     05  GLACA-NEW-CASH-FLAG       PIC X(01).
000450     05  FILLER                    PIC X(17) VALUE SPACES.
