000090*                 DESCRIPTION THAT GOES NEXT TO THE ACCOUNT
000100*                 NUMBER ON REPORTS AND THE EXTRACT, THE
000110*                 ACTIVE/CLOSED STATUS THE ACCUMULATOR VALIDATES
000120*                 POSTINGS AGAINST, THE NORMAL BALANCE SIDE, AND
000122*                 THE ACCOUNT TYPE THAT DECIDES WHETHER THE
000124*                 YEAR-END CLOSE (GLYRE01) SWEEPS THE ACCOUNT
000126*                 INTO RETAINED EARNINGS.
000130*
000140*    MODIFICATION HISTORY
000150*    ------------------------------------------------------------
000160*    2026-08-21  DO   INITIAL VERSION.
000162*    2026-10-15  DO   ADDED GLACM-ACCOUNT-TYPE (ASSET, LIABILITY,
000164*                     EQUITY, INCOME, EXPENSE) OUT OF FILLER.
000166*                     RECORD LENGTH UNCHANGED.
000167*    2026-10-15  DO   ADDED GLACM-CASH-ACCOUNT OUT OF FILLER. IT
000168*                     FLAGS THE BANK ACCOUNTS GLBRC01 RECONCILES.
000169*                     RECORD LENGTH UNCHANGED.
000170******************************************************************
000180 01  GL-ACCT-MASTER-RECORD.
000190     05  GLACM-ACCOUNT-NO          PIC X(10).
000240     05  GLACM-NORMAL-BALANCE      PIC X(01).
000250         88  GLACM-NORMAL-DEBIT              VALUE "D".
000260         88  GLACM-NORMAL-CREDIT             VALUE "C".
000262     05  GLACM-ACCOUNT-TYPE        PIC X(01).
000264         88  GLACM-TYPE-ASSET                VALUE "A".
000266         88  GLACM-TYPE-LIABILITY            VALUE "L".
000268         88  GLACM-TYPE-EQUITY               VALUE "Q".
000270         88  GLACM-TYPE-INCOME               VALUE "I".
000272         88  GLACM-TYPE-EXPENSE              VALUE "E".
000274         88  GLACM-TYPE-PROFIT-AND-LOSS      VALUE "I" "E".
000276         88  GLACM-TYPE-IS-VALID             VALUE "A" "L" "Q"
000278                                                   "I" "E".
000279     05  GLACM-CASH-ACCOUNT        PIC X(01).
000280         88  GLACM-IS-CASH-ACCOUNT           VALUE "Y".
000290     05  FILLER                    PIC X(36) VALUE SPACES.
