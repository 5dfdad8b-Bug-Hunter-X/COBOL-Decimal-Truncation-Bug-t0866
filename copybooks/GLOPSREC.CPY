000010******************************************************************
000020*
000030*    COPYBOOK:    GLOPSREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     MORNING OPERATIONS STATUS RECORD (OPSSTAT) -
000080*                 THE SINGLE RECORD WRITTEN BY GLMOS01 FOR A
000090*                 BUSINESS DATE, FOR THE HELP DESK AND THE
000100*                 SCHEDULER TO TEST. CARRIES THE OVERALL VERDICT
000110*                 (G GREEN, A AMBER, R RED), ONE VERDICT PER
000120*                 AREA OF THE NIGHTLY CHAIN IN THE ORDER BELOW,
000130*                 AND THE AREA AND REASON THAT DECIDED THE
000140*                 OVERALL VERDICT.
000150*
000160*    AREAS
000170*    ------------------------------------------------------------
000180*    1  STEP    NIGHTLY CHAIN STEP STATUS (STEPSTAT)
000190*    2  RUNCTL  POSTING CYCLES (RUNCTL)
000200*    3  FEEDS   FEED COLLECTION (FEEDREG / FEEDHIST)
000210*    4  REJECT  EDIT REJECTS (REJFILE)
000220*    5  SUSPNS  SUSPENSE DIVERTS AND AGING (SUSPFILE/SUSPMSTR)
000230*    6  ACK     LEDGER ACKNOWLEDGMENTS (ACKFILE / ACKSTAT)
000240*    7  EOD     END-OF-DAY CONSOLIDATION (EODSTAT)
000250*    8  TRLBAL  TRIAL BALANCE FOOTING (CKPTFILE / ACCTBAL)
000260*
000270*    MODIFICATION HISTORY
000280*    ------------------------------------------------------------
000290*    2026-10-15  DO   INITIAL VERSION.
000300******************************************************************
000310 01  GL-OPS-STATUS-RECORD.
000320     05  GLOPS-BUSINESS-DATE       PIC 9(08).
000330     05  GLOPS-RUN-DATE            PIC 9(08).
000340     05  GLOPS-RUN-TIME            PIC 9(08).
000350     05  GLOPS-OVERALL-VERDICT     PIC X(01).
000360         88  GLOPS-OVERALL-GREEN             VALUE "G".
000370         88  GLOPS-OVERALL-AMBER             VALUE "A".
000380         88  GLOPS-OVERALL-RED               VALUE "R".
000390     05  GLOPS-AREA-VERDICTS.
000400         10  GLOPS-STEP-VERDICT    PIC X(01).
000410         10  GLOPS-RUNCTL-VERDICT  PIC X(01).
000420         10  GLOPS-FEEDS-VERDICT   PIC X(01).
000430         10  GLOPS-REJECT-VERDICT  PIC X(01).
000440         10  GLOPS-SUSPNS-VERDICT  PIC X(01).
000450         10  GLOPS-ACK-VERDICT     PIC X(01).
000460         10  GLOPS-EOD-VERDICT     PIC X(01).
000470         10  GLOPS-TRLBAL-VERDICT  PIC X(01).
000480     05  FILLER REDEFINES GLOPS-AREA-VERDICTS.
000490         10  GLOPS-AREA-VERDICT OCCURS 8 TIMES
000500                                   PIC X(01).
000510     05  GLOPS-RED-COUNT           PIC 9(02).
000520     05  GLOPS-AMBER-COUNT         PIC 9(02).
000530     05  GLOPS-DECIDING-AREA       PIC X(06).
000540     05  GLOPS-DECIDING-REASON     PIC X(60).
000550     05  FILLER                    PIC X(17) VALUE SPACES.
