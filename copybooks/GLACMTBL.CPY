000140*    MODIFICATION HISTORY
000150*    ------------------------------------------------------------
000160*    2026-08-21  DO   INITIAL VERSION.
000162*    2026-10-15  DO   ADDED GLACM-MST-ACCOUNT-TYPE, CARRIED FROM
000164*                     GLACM-ACCOUNT-TYPE ON THE MASTER.
000166*    2026-10-15  DO   ADDED GLACM-MST-CASH-FLAG, CARRIED FROM
000168*                     GLACM-CASH-ACCOUNT ON THE MASTER.
000169*    2026-10-15  DO   TABLE RAISED FROM 500 TO 2000 ACCOUNTS.
000170*    2026-10-15  DO   ADDED GLACM-MST-TYPE-IS-VALID.
000171******************************************************************
000180 01  GL-ACCT-MASTER-TABLE.
000190     05  GLACM-MASTER-COUNT        PIC 9(05) VALUE ZERO.
000200     05  GLACM-MASTER-ENTRY OCCURS 2000 TIMES
000210                            INDEXED BY GLACM-MST-IDX.
000220         10  GLACM-MST-ACCOUNT-NO  PIC X(10) VALUE SPACES.
000230         10  GLACM-MST-DESCRIPTION PIC X(30) VALUE SPACES.
000240         10  GLACM-MST-STATUS      PIC X(01) VALUE SPACE.
000250             88  GLACM-MST-IS-CLOSED         VALUE "C".
000260         10  GLACM-MST-NORMAL-BAL  PIC X(01) VALUE SPACE.
000270         10  GLACM-MST-ACCOUNT-TYPE PIC X(01) VALUE SPACE.
000280             88  GLACM-MST-IS-PROFIT-AND-LOSS VALUE "I" "E".
000283             88  GLACM-MST-TYPE-IS-VALID     VALUE "A" "L" "Q"
000286                                                   "I" "E".
000290         10  GLACM-MST-CASH-FLAG   PIC X(01) VALUE SPACE.
000300             88  GLACM-MST-IS-CASH             VALUE "Y".
