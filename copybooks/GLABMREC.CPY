000010******************************************************************
000020*
000030*    COPYBOOK:    GLABMREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     ACCOUNT-BALANCE MASTER RECORD (ACCTBAL) - THE
000080*                 INDEXED FILE, KEYED BY ACCOUNT NUMBER, THAT
000090*                 HOLDS EACH ACCOUNT'S OPENING BALANCE, THE DAY'S
000100*                 NET MOVEMENT AND DEBIT/CREDIT SUBTOTALS. THE
000110*                 ACCUMULATOR (GLACC01) REBUILDS IT FROM THE
000120*                 PRIOR BALANCE FILE AT THE START OF A FRESH RUN
000130*                 AND UPDATES IT AS IT POSTS; THE TRIAL BALANCE,
000140*                 VARIANCE REPORT AND INQUIRY READ IT. IT TAKES
000150*                 THE PLACE OF THE 500-ENTRY ACCOUNT TABLE THAT
000160*                 USED TO RIDE IN THE CHECKPOINT RECORD, SO THE
000170*                 NUMBER OF ACCOUNTS IS NO LONGER LIMITED BY A
000180*                 TABLE SIZE.
000190*
000200*                 GLABM-LAST-RECORD-NO IS THE TRANSACTION-FILE
000210*                 RECORD NUMBER OF THE LAST POSTING APPLIED TO
000220*                 THE ACCOUNT THIS RUN. A RESTART REPROCESSES
000230*                 EVERY RECORD AFTER THE LAST CHECKPOINT, AND A
000240*                 POSTING WHOSE RECORD NUMBER IS NOT PAST THE
000250*                 ONE ON THE MASTER WAS ALREADY APPLIED BEFORE
000260*                 THE ABEND, SO IT IS NOT APPLIED TWICE.
000270*
000280*    MODIFICATION HISTORY
000290*    ------------------------------------------------------------
000300*    2026-10-15  DO   INITIAL VERSION.
000310******************************************************************
000320 01  GL-ACCOUNT-BALANCE-RECORD.
000330     05  GLABM-ACCOUNT-NO          PIC X(10).
000340     05  GLABM-BUSINESS-DATE       PIC 9(08).
000350     05  GLABM-OPENING-BALANCE     PIC S9(9)V99
000360                                   SIGN IS TRAILING SEPARATE
000370                                       CHARACTER.
000380     05  GLABM-NET-BALANCE         PIC S9(9)V99
000390                                   SIGN IS TRAILING SEPARATE
000400                                       CHARACTER.
000410     05  GLABM-DEBIT-TOTAL         PIC S9(9)V99
000420                                   SIGN IS TRAILING SEPARATE
000430                                       CHARACTER.
000440     05  GLABM-CREDIT-TOTAL        PIC S9(9)V99
000450                                   SIGN IS TRAILING SEPARATE
000460                                       CHARACTER.
000470     05  GLABM-LAST-RECORD-NO      PIC 9(09).
000480     05  FILLER                    PIC X(25) VALUE SPACES.
