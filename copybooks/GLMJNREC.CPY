000010******************************************************************
000020*
000030*    COPYBOOK:    GLMJNREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     PENDING MANUAL JOURNAL RECORD (PENDJRNL) - THE
000080*                 ADJUSTING JOURNALS KEYED THROUGH THE MANUAL
000090*                 JOURNAL CONSOLE (GLMJE01) AND RELEASED TO THE
000100*                 COLLECTOR BY GLMJR01. EACH JOURNAL IS ONE
000110*                 HEADER RECORD FOLLOWED BY ITS LEG RECORDS, ALL
000120*                 CARRYING THE SAME JOURNAL ID:
000130*                   H  HEADER - STATUS, POSTING DATE, WHO KEYED
000140*                               IT AND WHEN, WHO APPROVED OR
000150*                               REJECTED IT AND WHEN, THE DATE
000160*                               IT WAS RELEASED, AND A
000170*                               DESCRIPTION.
000180*                   L  LEG    - ONE ACCOUNT, SIGNED AMOUNT AND
000190*                               CURRENCY. A DEBIT IS NEGATIVE,
000200*                               AS ON THE TRANSACTION FEED. THE
000210*                               LEGS OF A JOURNAL NET TO ZERO.
000220*                 A JOURNAL IS PENDING UNTIL A DIFFERENT OPERATOR
000230*                 APPROVES OR REJECTS IT. ONLY AN APPROVED
000240*                 JOURNAL IS RELEASED.
000250*
000260*    MODIFICATION HISTORY
000270*    ------------------------------------------------------------
000280*    2026-10-15  DO   INITIAL VERSION.
000290******************************************************************
000300 01  GL-MANUAL-JOURNAL-RECORD.
000310     05  GLMJN-RECORD-TYPE         PIC X(01).
000320         88  GLMJN-TYPE-HEADER               VALUE "H".
000330         88  GLMJN-TYPE-LEG                  VALUE "L".
000340     05  GLMJN-JOURNAL-ID          PIC X(08).
000350     05  GLMJN-DETAIL              PIC X(71).
000360     05  GLMJN-HEADER-DETAIL REDEFINES GLMJN-DETAIL.
000370         10  GLMJN-STATUS          PIC X(01).
000380             88  GLMJN-PENDING               VALUE "P".
000390             88  GLMJN-APPROVED              VALUE "A".
000400             88  GLMJN-REJECTED              VALUE "X".
000410             88  GLMJN-RELEASED              VALUE "R".
000420         10  GLMJN-POSTING-DATE    PIC 9(08).
000430         10  GLMJN-KEYED-BY        PIC X(08).
000440         10  GLMJN-KEYED-DATE      PIC 9(08).
000450         10  GLMJN-REVIEWED-BY     PIC X(08).
000460         10  GLMJN-REVIEWED-DATE   PIC 9(08).
000470         10  GLMJN-RELEASED-DATE   PIC 9(08).
000480         10  GLMJN-DESCRIPTION     PIC X(20).
000490         10  FILLER                PIC X(02).
000500     05  GLMJN-LEG-DETAIL REDEFINES GLMJN-DETAIL.
000510         10  GLMJN-LEG-ACCOUNT-NO  PIC X(10).
000520         10  GLMJN-LEG-AMOUNT      PIC S9(7)V99.
000530         10  GLMJN-LEG-CURRENCY    PIC X(03).
000540         10  FILLER                PIC X(49).
