000010******************************************************************
000020*
000030*    COPYBOOK:    GLSJNREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     STANDING-JOURNAL MASTER RECORD (STDJRNL) - THE
000080*                 RECURRING JOURNALS GENERATED BY GLRJN01. EACH
000090*                 JOURNAL IS ONE HEADER RECORD FOLLOWED BY ITS
000100*                 LEG RECORDS, ALL CARRYING THE SAME JOURNAL ID:
000110*                   H  HEADER - FREQUENCY, EFFECTIVE DATES,
000120*                               AUTO-REVERSE FLAG, DESCRIPTION
000130*                               AND THE LAST DATE GENERATED.
000140*                               FREQUENCY IS D (EVERY BUSINESS
000150*                               DAY), M (MONTHLY, ON THE DAY OF
000160*                               MONTH GIVEN) OR P (ON THE LAST
000170*                               DAY OF EACH FISCAL PERIOD). AN
000180*                               END DATE OF ZERO MEANS NO END.
000190*                   L  LEG    - ONE ACCOUNT, SIGNED AMOUNT AND
000200*                               CURRENCY. THE LEGS OF A JOURNAL
000210*                               MUST NET TO ZERO.
000220*                 THE JOURNAL ID IS SEVEN CHARACTERS; THE EIGHTH
000230*                 CHARACTER OF THE POSTED GLTRN-JOURNAL-ID IS
000240*                 SPACE FOR THE STANDING ENTRY AND "R" FOR ITS
000250*                 AUTOMATIC REVERSAL.
000260*
000270*    MODIFICATION HISTORY
000280*    ------------------------------------------------------------
000290*    2026-10-15  DO   INITIAL VERSION.
000300******************************************************************
000310 01  GL-STANDING-JOURNAL-RECORD.
000320     05  GLSJN-RECORD-TYPE         PIC X(01).
000330         88  GLSJN-TYPE-HEADER               VALUE "H".
000340         88  GLSJN-TYPE-LEG                  VALUE "L".
000350     05  GLSJN-JOURNAL-ID          PIC X(07).
000360     05  GLSJN-DETAIL              PIC X(72).
000370     05  GLSJN-HEADER-DETAIL REDEFINES GLSJN-DETAIL.
000380         10  GLSJN-FREQUENCY       PIC X(01).
000390             88  GLSJN-DAILY                 VALUE "D".
000400             88  GLSJN-MONTHLY               VALUE "M".
000410             88  GLSJN-PERIOD-END            VALUE "P".
000420         10  GLSJN-DAY-OF-MONTH    PIC 9(02).
000430         10  GLSJN-START-DATE      PIC 9(08).
000440         10  GLSJN-END-DATE        PIC 9(08).
000450         10  GLSJN-AUTO-REVERSE    PIC X(01).
000460             88  GLSJN-REVERSES              VALUE "Y".
000470         10  GLSJN-LAST-GEN-DATE   PIC 9(08).
000480         10  GLSJN-DESCRIPTION     PIC X(30).
000490         10  FILLER                PIC X(14).
000500     05  GLSJN-LEG-DETAIL REDEFINES GLSJN-DETAIL.
000510         10  GLSJN-LEG-ACCOUNT-NO  PIC X(10).
000520         10  GLSJN-LEG-AMOUNT      PIC S9(7)V99.
000530         10  GLSJN-LEG-CURRENCY    PIC X(03).
000540         10  FILLER                PIC X(50).
