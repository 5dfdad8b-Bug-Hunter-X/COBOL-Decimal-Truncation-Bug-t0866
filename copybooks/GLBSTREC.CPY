000010******************************************************************
000020*
000030*    COPYBOOK:    GLBSTREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     BANK STATEMENT RECORD (BANKSTMT) - THE BANK'S
000080*                 DAILY STATEMENT FOR THE CASH ACCOUNTS, ONE
000090*                 DETAIL RECORD PER ITEM THE BANK PUT THROUGH
000100*                 AND ONE CLOSING-BALANCE RECORD PER ACCOUNT.
000110*                 THE ACCOUNT IS THE GENERAL-LEDGER CASH ACCOUNT
000120*                 THE BANK ACCOUNT IS HELD UNDER (FLAGGED WITH
000130*                 GLACM-CASH-ACCOUNT ON THE CHART OF ACCOUNTS).
000140*                 AMOUNTS ARE SIGNED FROM THE BANK'S SIDE - A
000150*                 POSITIVE AMOUNT IS MONEY INTO THE ACCOUNT (A
000160*                 DEPOSIT), A NEGATIVE ONE MONEY OUT (A PAYMENT),
000170*                 AND A POSITIVE CLOSING BALANCE IS IN FUNDS.
000180*
000190*    MODIFICATION HISTORY
000200*    ------------------------------------------------------------
000210*    2026-10-15  DO   INITIAL VERSION.
000220******************************************************************
000230 01  GL-BANK-STATEMENT-RECORD.
000240     05  GLBST-RECORD-TYPE         PIC X(01).
000250         88  GLBST-DETAIL                    VALUE "D".
000260         88  GLBST-CLOSING-BALANCE           VALUE "B".
000270     05  GLBST-ACCOUNT-NO          PIC X(10).
000280     05  GLBST-VALUE-DATE          PIC 9(08).
000290     05  GLBST-AMOUNT              PIC S9(9)V99
000300                                   SIGN IS TRAILING SEPARATE
000310                                       CHARACTER.
000320     05  GLBST-BANK-REFERENCE      PIC X(16).
000330     05  FILLER                    PIC X(33) VALUE SPACES.
