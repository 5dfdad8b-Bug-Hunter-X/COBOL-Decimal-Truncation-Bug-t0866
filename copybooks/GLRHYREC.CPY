000010******************************************************************
000020*
000030*    COPYBOOK:    GLRHYREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     REPORTING-HIERARCHY MASTER RECORD (RPTHIER) -
000080*                 DRIVES THE FINANCIAL STATEMENTS PRINTED BY
000090*                 GLFST01. THREE RECORD TYPES SHARE ONE LAYOUT:
000100*                   S  SECTION  - A SUBTOTALLED BLOCK OF A
000110*                                 STATEMENT. PARENT CODE NAMES
000120*                                 THE STATEMENT: BS (BALANCE
000130*                                 SHEET) OR IS (INCOME
000140*                                 STATEMENT).
000150*                   L  LINE     - ONE PRINTED STATEMENT LINE
000160*                                 SUCH AS "CASH AND EQUIVALENTS".
000170*                                 PARENT CODE NAMES ITS SECTION.
000180*                   A  ACCOUNT  - MAPS ONE GLACM-ACCOUNT-NO TO A
000190*                                 STATEMENT LINE. PARENT CODE
000200*                                 NAMES THE LINE.
000210*                 SEQUENCE GIVES THE PRINT ORDER OF SECTIONS
000220*                 WITHIN A STATEMENT AND OF LINES WITHIN A
000230*                 SECTION. IT IS NOT USED ON ACCOUNT RECORDS.
000240*
000250*    MODIFICATION HISTORY
000260*    ------------------------------------------------------------
000270*    2026-10-15  DO   INITIAL VERSION.
000280******************************************************************
000290 01  GL-REPORT-HIERARCHY-RECORD.
000300     05  GLRHY-RECORD-TYPE         PIC X(01).
000310         88  GLRHY-TYPE-SECTION              VALUE "S".
000320         88  GLRHY-TYPE-LINE                 VALUE "L".
000330         88  GLRHY-TYPE-ACCOUNT              VALUE "A".
000340     05  GLRHY-CODE                PIC X(10).
000350     05  GLRHY-PARENT-CODE         PIC X(10).
000360         88  GLRHY-ON-BALANCE-SHEET          VALUE "BS".
000370         88  GLRHY-ON-INCOME-STATEMENT       VALUE "IS".
000380     05  GLRHY-SEQUENCE            PIC 9(03).
000390     05  GLRHY-DESCRIPTION         PIC X(30).
000400     05  FILLER                    PIC X(26) VALUE SPACES.
