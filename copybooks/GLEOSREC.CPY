000010******************************************************************
000020*
000030*    COPYBOOK:    GLEOSREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     END-OF-DAY CONSOLIDATION OUTCOME RECORD
000080*                 (EODSTAT) - ONE RECORD WRITTEN BY GLEOD01 EACH
000090*                 TIME IT RUNS, GIVING THE BUSINESS DATE IT
000100*                 CONSOLIDATED, WHETHER THE DAY CONSOLIDATED, AND
000110*                 THE CYCLE AND BREAK COUNTS BEHIND THE VERDICT,
000120*                 SO THE MORNING STATUS RUN (GLMOS01) CAN READ
000130*                 THE OUTCOME WITHOUT READING THE PRINTED REPORT.
000140*
000150*    MODIFICATION HISTORY
000160*    ------------------------------------------------------------
000170*    2026-10-15  DO   INITIAL VERSION.
000180******************************************************************
000190 01  GL-EOD-OUTCOME-RECORD.
000200     05  GLEOS-BUSINESS-DATE       PIC 9(08).
000210     05  GLEOS-OUTCOME             PIC X(01).
000220         88  GLEOS-DAY-CONSOLIDATED          VALUE "C".
000230         88  GLEOS-DAY-NOT-CONSOLIDATED      VALUE "N".
000240     05  GLEOS-CYCLE-COUNT         PIC 9(03).
000250     05  GLEOS-BREAK-COUNT         PIC 9(05).
000260     05  GLEOS-RECORD-SUM          PIC 9(11).
000270     05  GLEOS-RUN-DATE            PIC 9(08).
000280     05  GLEOS-RUN-TIME            PIC 9(08).
000290     05  FILLER                    PIC X(36) VALUE SPACES.
