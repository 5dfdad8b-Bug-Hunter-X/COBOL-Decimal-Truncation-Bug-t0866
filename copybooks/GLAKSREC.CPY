000010******************************************************************
000020*
000030*    COPYBOOK:    GLAKSREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     ACKNOWLEDGMENT MATCHING OUTCOME RECORD
000080*                 (ACKSTAT) - ONE RECORD WRITTEN BY GLACK01 EACH
000090*                 TIME IT RUNS, GIVING THE BUSINESS DATE, WHETHER
000100*                 THE LEDGER'S ACKFILE WAS THERE, WHETHER THE DAY
000110*                 CLOSED, AND THE COUNTS PRINTED ON ACKRPT, SO THE
000120*                 MORNING STATUS RUN (GLMOS01) CAN READ THE
000130*                 RESULT WITHOUT READING THE PRINTED REPORT.
000140*
000150*    MODIFICATION HISTORY
000160*    ------------------------------------------------------------
000170*    2026-10-15  DO   INITIAL VERSION.
000180******************************************************************
000190 01  GL-ACK-OUTCOME-RECORD.
000200     05  GLAKS-BUSINESS-DATE       PIC 9(08).
000210     05  GLAKS-ACKFILE-FLAG        PIC X(01).
000220         88  GLAKS-ACKFILE-RECEIVED          VALUE "Y".
000230         88  GLAKS-ACKFILE-MISSING           VALUE "N".
000240     05  GLAKS-DAY-STATUS          PIC X(01).
000250         88  GLAKS-DAY-CLOSED                VALUE "C".
000260         88  GLAKS-DAY-NOT-CLOSED            VALUE "N".
000270     05  GLAKS-SENT-COUNT          PIC 9(07).
000280     05  GLAKS-POSTED-COUNT        PIC 9(07).
000290     05  GLAKS-REJECTED-COUNT      PIC 9(07).
000300     05  GLAKS-MISMATCH-COUNT      PIC 9(07).
000310     05  GLAKS-UNACKED-COUNT       PIC 9(07).
000320     05  GLAKS-ORPHAN-COUNT        PIC 9(07).
000330     05  GLAKS-HELD-COUNT          PIC 9(07).
000340     05  GLAKS-RUN-DATE            PIC 9(08).
000350     05  GLAKS-RUN-TIME            PIC 9(08).
000360     05  FILLER                    PIC X(05) VALUE SPACES.
