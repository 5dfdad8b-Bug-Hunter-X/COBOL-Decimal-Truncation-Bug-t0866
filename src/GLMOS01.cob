000010******************************************************************
000020*
000030*    PROGRAM-ID: GLMOS01
000040*    AUTHOR:     D. OKONKWO - FINANCIAL SYSTEMS
000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    PURPOSE:    MORNING OPERATIONS STATUS. ONE RUN AT THE START
000090*                OF THE DAY THAT SAYS WHETHER LAST NIGHT WAS
000100*                CLEAN FOR A BUSINESS DATE, INSTEAD OF THE SHIFT
000110*                LEAD READING EIGHT OUTPUTS. EACH AREA OF THE
000120*                NIGHTLY CHAIN IS CHECKED FROM THE FILES THE
000130*                CHAIN LEAVES BEHIND AND GIVEN A GREEN, AMBER OR
000140*                RED VERDICT WITH THE REASON:
000150*                  STEP    CHAIN STEP STATUS (STEPSTAT)
000160*                  RUNCTL  POSTING CYCLES (RUNCTL)
000170*                  FEEDS   FEED COLLECTION (FEEDREG, FEEDHIST)
000180*                  REJECT  EDIT REJECTS (REJFILE)
000190*                  SUSPNS  NEW DIVERTS (SUSPFILE) AND CARRIED
000200*                          SUSPENSE AGING (SUSPMSTR)
000210*                  ACK     LEDGER ACKNOWLEDGMENTS (ACKFILE AND
000220*                          THE GLACK01 OUTCOME, ACKSTAT)
000230*                  EOD     END-OF-DAY CONSOLIDATION (THE GLEOD01
000240*                          OUTCOME, EODSTAT)
000250*                  TRLBAL  TRIAL BALANCE FOOTING (CKPTFILE AND
000260*                          ACCTBAL, PROVED AS GLTBR01 DOES)
000270*                THE OVERALL VERDICT IS THE WORST AREA'S. THE
000280*                SUMMARY IS PRINTED ON ONE PAGE (MOSRPT) AND
000290*                WRITTEN AS ONE RECORD TO THE OPERATIONS STATUS
000300*                FILE (OPSSTAT, SEE GLOPSREC) FOR THE HELP DESK
000310*                AND THE SCHEDULER, SO A MISSING ACKFILE OR AN
000320*                UNCONSOLIDATED DAY IS ESCALATED AT 7 AM.
000330*                RED MEANS THE DAY IS NOT DONE: A STEP OR CYCLE
000340*                DID NOT COMPLETE, A REQUIRED FEED WAS NOT
000350*                COLLECTED, REJECTS REACHED THE LIMIT, SUSPENSE
000360*                REACHED THE ESCALATION AGE, THE ACKFILE IS
000370*                MISSING OR UNMATCHED, THE DAY DID NOT
000380*                CONSOLIDATE, OR THE TRIAL BALANCE DOES NOT
000390*                FOOT. AMBER MEANS THE DAY IS DONE BUT SOMEONE
000400*                HAS WORK TO DO.
000410*                PARMFILE CARDS, EACH OPTIONAL:
000420*                  DATE=YYYYMMDD       BUSINESS DATE (DEFAULT
000430*                                      TODAY)
000440*                  REJECTLIMIT=NNNNN   REJECT COUNT THAT TURNS
000450*                                      THE REJECT AREA RED
000460*                                      (DEFAULT 00100)
000470*                  SUSPDAYS=NNN        AGE IN DAYS AT WHICH A
000480*                                      CARRIED SUSPENSE ITEM
000490*                                      TURNS THE SUSPENSE AREA
000500*                                      RED (DEFAULT 005, THE
000510*                                      SUSPENSE MANAGER'S
000515*                                      ESCALATION AGE; A
000520*                                      SAME-DAY ITEM IS ONE
000525*                                      DAY OLD)
000530*
000540*    MODIFICATION HISTORY
000550*    ------------------------------------------------------------
000560*    2026-10-15  DO   INITIAL VERSION.
000562*    2026-10-15  DO   A CARRIED SUSPENSE ITEM IS AGED AS THE
000564*                     SUSPENSE MANAGER AGES IT - A SAME-DAY ITEM
000566*                     IS ONE DAY OLD.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID.    GLMOS01.
000600 AUTHOR.        D. OKONKWO.
000610 INSTALLATION.  MAIN DATA CENTER.
000620 DATE-WRITTEN.  2026-10-15.
000630 DATE-COMPILED.
000640
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER.       GNUCOBOL.
000680 OBJECT-COMPUTER.       GNUCOBOL.
000690
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT PARMFILE ASSIGN TO "PARMFILE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PARMFILE-STATUS.
000750
000760     SELECT STEPSTAT ASSIGN TO "STEPSTAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-STEPSTAT-STATUS.
000790
000800     SELECT RUNCTL ASSIGN TO "RUNCTL"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-RUNCTL-STATUS.
000830
000840     SELECT FEEDREG ASSIGN TO "FEEDREG"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FEEDREG-STATUS.
000870
000880     SELECT FEEDHIST ASSIGN TO "FEEDHIST"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FEEDHIST-STATUS.
000910
000920     SELECT REJFILE ASSIGN TO "REJFILE"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-REJFILE-STATUS.
000950
000960     SELECT SUSPFILE ASSIGN TO "SUSPFILE"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-SUSPFILE-STATUS.
000990
001000     SELECT SUSPMSTR ASSIGN TO "SUSPMSTR"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-SUSPMSTR-STATUS.
001030
001040     SELECT ACKFILE ASSIGN TO "ACKFILE"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-ACKFILE-STATUS.
001070
001080     SELECT ACKSTAT ASSIGN TO "ACKSTAT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-ACKSTAT-STATUS.
001110
001120     SELECT EODSTAT ASSIGN TO "EODSTAT"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-EODSTAT-STATUS.
001150
001160     SELECT CKPTFILE ASSIGN TO "CKPTFILE"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-CKPTFILE-STATUS.
001190
001200     SELECT ACCTBAL ASSIGN TO "ACCTBAL"
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS SEQUENTIAL
001230         RECORD KEY IS GLABM-ACCOUNT-NO
001240         FILE STATUS IS WS-ACCTBAL-STATUS.
001250
001260     SELECT MOSRPT ASSIGN TO "MOSRPT"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-MOSRPT-STATUS.
001290
001300     SELECT OPSSTAT ASSIGN TO "OPSSTAT"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-OPSSTAT-STATUS.
001330
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  PARMFILE
001370     RECORDING MODE IS F.
001380 01  FD-PARM-RECORD               PIC X(80).
001390
001400 FD  STEPSTAT
001410     RECORDING MODE IS F.
001420 01  FD-STEP-RECORD               PIC X(80).
001430
001440 FD  RUNCTL
001450     RECORDING MODE IS F.
001460 01  FD-RUNCTL-RECORD             PIC X(100).
001470
001480 FD  FEEDREG
001490     RECORDING MODE IS F.
001500 01  FD-FEEDREG-RECORD            PIC X(80).
001510
001520 FD  FEEDHIST
001530     RECORDING MODE IS F.
001540 01  FD-FEEDHIST-RECORD           PIC X(80).
001550
001560 FD  REJFILE
001570     RECORDING MODE IS F.
001580 01  FD-REJ-RECORD                PIC X(100).
001590
001600 FD  SUSPFILE
001610     RECORDING MODE IS F.
001620 01  FD-SUSPFILE-RECORD           PIC X(100).
001630
001640 FD  SUSPMSTR
001650     RECORDING MODE IS F.
001660 01  FD-SUSPMSTR-RECORD           PIC X(100).
001670
001680 FD  ACKFILE
001690     RECORDING MODE IS F.
001700 01  FD-ACK-RECORD                PIC X(80).
001710
001720 FD  ACKSTAT
001730     RECORDING MODE IS F.
001740 01  FD-ACKSTAT-RECORD            PIC X(80).
001750
001760 FD  EODSTAT
001770     RECORDING MODE IS F.
001780 01  FD-EODSTAT-RECORD            PIC X(80).
001790
001800 FD  CKPTFILE
001810     RECORDING MODE IS F.
001820 01  FD-CKPT-RECORD               PIC X(3550).
001830
001840 FD  ACCTBAL.
001850 COPY GLABMREC.
001860
001870 FD  MOSRPT
001880     RECORDING MODE IS F.
001890 01  FD-RPT-RECORD                PIC X(132).
001900
001910 FD  OPSSTAT
001920     RECORDING MODE IS F.
001930 01  FD-OPSSTAT-RECORD            PIC X(120).
001940
001950 WORKING-STORAGE SECTION.
001960
001970 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
001980 01  WS-STEPSTAT-STATUS            PIC X(02) VALUE "00".
001990 01  WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
002000 01  WS-FEEDREG-STATUS             PIC X(02) VALUE "00".
002010 01  WS-FEEDHIST-STATUS            PIC X(02) VALUE "00".
002020 01  WS-REJFILE-STATUS             PIC X(02) VALUE "00".
002030 01  WS-SUSPFILE-STATUS            PIC X(02) VALUE "00".
002040 01  WS-SUSPMSTR-STATUS            PIC X(02) VALUE "00".
002050 01  WS-ACKFILE-STATUS             PIC X(02) VALUE "00".
002060 01  WS-ACKSTAT-STATUS             PIC X(02) VALUE "00".
002070 01  WS-EODSTAT-STATUS             PIC X(02) VALUE "00".
002080 01  WS-CKPTFILE-STATUS            PIC X(02) VALUE "00".
002090 01  WS-ACCTBAL-STATUS             PIC X(02) VALUE "00".
002100 01  WS-MOSRPT-STATUS              PIC X(02) VALUE "00".
002110 01  WS-OPSSTAT-STATUS             PIC X(02) VALUE "00".
002120
002130 77  WS-PARM-EOF-SWITCH            PIC X(01) VALUE "N".
002140     88  WS-END-OF-PARMFILE                  VALUE "Y".
002150 77  WS-STEPSTAT-EOF-SWITCH        PIC X(01) VALUE "N".
002160     88  WS-END-OF-STEPSTAT                  VALUE "Y".
002170 77  WS-RUNCTL-EOF-SWITCH          PIC X(01) VALUE "N".
002180     88  WS-END-OF-RUNCTL                    VALUE "Y".
002190 77  WS-FEEDREG-EOF-SWITCH         PIC X(01) VALUE "N".
002200     88  WS-END-OF-FEEDREG                   VALUE "Y".
002210 77  WS-FEEDHIST-EOF-SWITCH        PIC X(01) VALUE "N".
002220     88  WS-END-OF-FEEDHIST                  VALUE "Y".
002230 77  WS-REJFILE-EOF-SWITCH         PIC X(01) VALUE "N".
002240     88  WS-END-OF-REJFILE                   VALUE "Y".
002250 77  WS-SUSPFILE-EOF-SWITCH        PIC X(01) VALUE "N".
002260     88  WS-END-OF-SUSPFILE                  VALUE "Y".
002270 77  WS-SUSPMSTR-EOF-SWITCH        PIC X(01) VALUE "N".
002280     88  WS-END-OF-SUSPMSTR                  VALUE "Y".
002290 77  WS-ACCTBAL-EOF-SWITCH         PIC X(01) VALUE "N".
002300     88  WS-END-OF-ACCTBAL                   VALUE "Y".
002310 77  WS-FEEDREG-PRESENT-SWITCH     PIC X(01) VALUE "Y".
002320     88  WS-FEEDREG-IS-PRESENT               VALUE "Y".
002330
002340 77  WS-AREA-SUB                   PIC 9(02) COMP VALUE ZERO.
002350 77  WS-STEP-SUB                   PIC 9(02) COMP VALUE ZERO.
002360 77  WS-STEP-RECORDS-FOUND         PIC 9(05) COMP VALUE ZERO.
002370 77  WS-STEPS-COMPLETE-COUNT       PIC 9(05) COMP VALUE ZERO.
002380 77  WS-STEPS-STARTED-COUNT        PIC 9(05) COMP VALUE ZERO.
002390 77  WS-STEPS-WAITING-COUNT        PIC 9(05) COMP VALUE ZERO.
002400 77  WS-STEPS-NOT-RUN-COUNT        PIC 9(05) COMP VALUE ZERO.
002410 77  WS-CYCLE-COUNT                PIC 9(05) COMP VALUE ZERO.
002420 77  WS-CYCLES-COMPLETE-COUNT      PIC 9(05) COMP VALUE ZERO.
002430 77  WS-CYCLES-STARTED-COUNT       PIC 9(05) COMP VALUE ZERO.
002440 77  WS-CYCLE-RECORD-SUM           PIC 9(11) COMP VALUE ZERO.
002450 77  WS-REQUIRED-FEED-COUNT        PIC 9(05) COMP VALUE ZERO.
002460 77  WS-FEEDS-COLLECTED-COUNT      PIC 9(05) COMP VALUE ZERO.
002470 77  WS-REQUIRED-MISSING-COUNT     PIC 9(05) COMP VALUE ZERO.
002480 77  WS-OPTIONAL-MISSING-COUNT     PIC 9(05) COMP VALUE ZERO.
002490 77  WS-FEED-RECORD-SUM            PIC 9(11) COMP VALUE ZERO.
002500 77  WS-REJECT-COUNT               PIC 9(09) COMP VALUE ZERO.
002510 77  WS-UNBALANCED-JOURNAL-COUNT   PIC 9(09) COMP VALUE ZERO.
002520 77  WS-NEW-DIVERT-COUNT           PIC 9(09) COMP VALUE ZERO.
002530 77  WS-CARRIED-COUNT              PIC 9(09) COMP VALUE ZERO.
002540 77  WS-AGED-COUNT                 PIC 9(09) COMP VALUE ZERO.
002550 77  WS-OLDEST-AGE                 PIC 9(05) COMP VALUE ZERO.
002560 77  WS-AGE-IN-DAYS                PIC 9(05) COMP VALUE ZERO.
002570 77  WS-ACCOUNT-COUNT              PIC 9(09) COMP VALUE ZERO.
002580 77  WS-RED-COUNT                  PIC 9(02) COMP VALUE ZERO.
002590 77  WS-AMBER-COUNT                PIC 9(02) COMP VALUE ZERO.
002600
002610 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
002620 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
002630 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
002640 01  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
002650 01  WS-REJECT-LIMIT               PIC 9(05) VALUE 100.
002660 01  WS-SUSPENSE-DAYS              PIC 9(03) VALUE 5.
002670 01  WS-STEP-NO-DISPLAY            PIC 9(01) VALUE ZERO.
002680 01  WS-NEW-DIVERT-TOTAL           PIC S9(11)V99 VALUE ZERO.
002690 01  WS-CARRIED-TOTAL              PIC S9(11)V99 VALUE ZERO.
002700 01  WS-TOT-DEBIT                  PIC S9(11)V99 VALUE ZERO.
002710 01  WS-TOT-CREDIT                 PIC S9(11)V99 VALUE ZERO.
002720 01  WS-TOT-NET                    PIC S9(11)V99 VALUE ZERO.
002730 01  WS-CHECKPOINT-DAYS            PIC S9(05) VALUE ZERO.
002740
002750******************************************************************
002760*    FINDING WORK AREA - EACH CHECK STATES WHAT IT FOUND HERE
002770*    AND 7000-RECORD-FINDING KEEPS IT IF IT IS WORSE THAN
002780*    ANYTHING ALREADY FOUND FOR THE AREA
002790******************************************************************
002800 01  WS-FINDING-VERDICT            PIC X(01) VALUE SPACES.
002810     88  WS-FINDING-IS-AMBER                 VALUE "A".
002820     88  WS-FINDING-IS-RED                   VALUE "R".
002830 01  WS-FINDING-REASON             PIC X(60) VALUE SPACES.
002840 01  WS-VERDICT-CODE               PIC X(01) VALUE SPACES.
002850 01  WS-VERDICT-WORD               PIC X(05) VALUE SPACES.
002860
002870******************************************************************
002880*    DATE-TO-SERIAL WORK AREAS - AS THE SUSPENSE MANAGER AGES
002890*    ITS ITEMS, SO MONTH AND YEAR BOUNDARIES COUNT CORRECTLY
002900******************************************************************
002910 01  WS-SERIAL-DATE-IN             PIC 9(08) VALUE ZERO.
002920 01  WS-SERIAL-DATE-SPLIT REDEFINES WS-SERIAL-DATE-IN.
002930     05  WS-SER-YEAR               PIC 9(04).
002940     05  WS-SER-MONTH              PIC 9(02).
002950     05  WS-SER-DAY                PIC 9(02).
002960 77  WS-SERIAL-DAYS                PIC 9(09) COMP VALUE ZERO.
002970 77  WS-BUSINESS-DATE-SERIAL       PIC 9(09) COMP VALUE ZERO.
002980 77  WS-SER-WORK-YEAR              PIC 9(05) COMP VALUE ZERO.
002990 77  WS-SER-QUOTIENT               PIC 9(05) COMP VALUE ZERO.
003000 77  WS-SER-REMAINDER              PIC 9(05) COMP VALUE ZERO.
003010
003020 01  WS-CUM-DAYS-VALUES            PIC X(36) VALUE
003030     "000031059090120151181212243273304334".
003040 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
003050     05  WS-CUM-DAYS OCCURS 12 TIMES
003060                                   PIC 9(03).
003070
003080******************************************************************
003090*    THE NIGHTLY CHAIN - STEP NUMBERS AND PROGRAM NAMES, AS
003100*    GLJSC01 DRIVES THEM, AND WHAT STEPSTAT SAYS OF EACH
003110******************************************************************
003120 01  WS-CHAIN-NAME-VALUES.
003130     05  FILLER                    PIC X(08) VALUE "GLCOL01".
003140     05  FILLER                    PIC X(08) VALUE "GLEDT01".
003150     05  FILLER                    PIC X(08) VALUE "GLACC01".
003160     05  FILLER                    PIC X(08) VALUE "GLARC01".
003170     05  FILLER                    PIC X(08) VALUE "GLTBR01".
003180     05  FILLER                    PIC X(08) VALUE "GLACK01".
003190 01  WS-CHAIN-NAME-TABLE REDEFINES WS-CHAIN-NAME-VALUES.
003200     05  WS-CHAIN-STEP-NAME OCCURS 6 TIMES
003210                                   PIC X(08).
003220
003230 01  WS-STEP-STATE-TABLE.
003240     05  WS-STEP-STATE OCCURS 6 TIMES
003250                                   PIC X(01) VALUE SPACES.
003260         88  WS-STEP-IS-COMPLETE             VALUE "C".
003270         88  WS-STEP-IS-STARTED              VALUE "S".
003280         88  WS-STEP-IS-WAITING              VALUE "W".
003290
003300******************************************************************
003310*    AREA TABLE - CODE, TITLE AND THE REASON PRINTED WHEN THE
003320*    AREA IS GREEN, IN OPSSTAT ORDER (SEE GLOPSREC)
003330******************************************************************
003340 01  WS-AREA-NAME-VALUES.
003350     05  FILLER                    PIC X(06) VALUE "STEP".
003360     05  FILLER                    PIC X(30) VALUE
003370         "NIGHTLY CHAIN STEPS".
003380     05  FILLER                    PIC X(60) VALUE
003390         "ALL SIX STEPS OF THE CHAIN COMPLETE".
003400     05  FILLER                    PIC X(06) VALUE "RUNCTL".
003410     05  FILLER                    PIC X(30) VALUE
003420         "POSTING CYCLES".
003430     05  FILLER                    PIC X(60) VALUE
003440         "EVERY POSTING CYCLE FOR THE DATE COMPLETE".
003450     05  FILLER                    PIC X(06) VALUE "FEEDS".
003460     05  FILLER                    PIC X(30) VALUE
003470         "FEED COLLECTION".
003480     05  FILLER                    PIC X(60) VALUE
003490         "EVERY REQUIRED FEED COLLECTED".
003500     05  FILLER                    PIC X(06) VALUE "REJECT".
003510     05  FILLER                    PIC X(30) VALUE
003520         "EDIT REJECTS".
003530     05  FILLER                    PIC X(60) VALUE
003540         "NO TRANSACTIONS REJECTED BY THE EDIT".
003550     05  FILLER                    PIC X(06) VALUE "SUSPNS".
003560     05  FILLER                    PIC X(30) VALUE
003570         "SUSPENSE".
003580     05  FILLER                    PIC X(60) VALUE
003590         "NOTHING DIVERTED OR CARRIED IN SUSPENSE".
003600     05  FILLER                    PIC X(06) VALUE "ACK".
003610     05  FILLER                    PIC X(30) VALUE
003620         "LEDGER ACKNOWLEDGMENTS".
003630     05  FILLER                    PIC X(60) VALUE
003640         "DAY CLOSED - EVERY EXTRACT RECORD POSTED BY THE LEDGER".
003650     05  FILLER                    PIC X(06) VALUE "EOD".
003660     05  FILLER                    PIC X(30) VALUE
003670         "END-OF-DAY CONSOLIDATION".
003680     05  FILLER                    PIC X(60) VALUE
003690         "DAY CONSOLIDATED - CYCLES CHAIN AND ADD UP".
003700     05  FILLER                    PIC X(06) VALUE "TRLBAL".
003710     05  FILLER                    PIC X(30) VALUE
003720         "TRIAL BALANCE FOOTING".
003730     05  FILLER                    PIC X(60) VALUE
003740         "IN BALANCE WITH THE ACCUMULATOR GRAND TOTALS".
003750 01  WS-AREA-NAME-TABLE REDEFINES WS-AREA-NAME-VALUES.
003760     05  WS-AREA-NAME-ENTRY OCCURS 8 TIMES.
003770         10  WS-AREA-CODE          PIC X(06).
003780         10  WS-AREA-TITLE         PIC X(30).
003790         10  WS-AREA-GREEN-REASON  PIC X(60).
003800
003810 01  WS-AREA-RESULT-TABLE.
003820     05  WS-AREA-RESULT OCCURS 8 TIMES.
003830         10  WS-AREA-VERDICT       PIC X(01).
003840             88  WS-AREA-IS-GREEN            VALUE "G".
003850             88  WS-AREA-IS-AMBER            VALUE "A".
003860             88  WS-AREA-IS-RED              VALUE "R".
003870         10  WS-AREA-REASON        PIC X(60).
003880
003890******************************************************************
003900*    FEED REGISTRY - EVERY REGISTERED FEED AND WHETHER FEEDHIST
003910*    SHOWS IT COLLECTED FOR THE BUSINESS DATE
003920******************************************************************
003930 01  WS-REG-TABLE-AREA.
003940     05  WS-REG-COUNT              PIC 9(03) VALUE ZERO.
003950     05  WS-REG-ENTRY OCCURS 100 TIMES
003960                      INDEXED BY WS-REG-IDX.
003970         10  WS-REG-FEED-ID        PIC X(08) VALUE SPACES.
003980         10  WS-REG-REQUIRED-FLAG  PIC X(01) VALUE SPACES.
003990             88  WS-REG-FEED-REQUIRED        VALUE "R".
004000         10  WS-REG-COLLECTED-SWITCH
004010                                   PIC X(01) VALUE "N".
004020             88  WS-REG-FEED-COLLECTED       VALUE "Y".
004030
004040 COPY GLSTPREC.
004050
004060 COPY GLRUNREC.
004070
004080 COPY GLFRGREC.
004090
004100 COPY GLFHSREC.
004110
004120 COPY GLREJREC.
004130
004140 COPY GLTRNREC.
004150
004160 COPY GLAKSREC.
004170
004180 COPY GLEOSREC.
004190
004200 COPY GLCKPREC.
004210
004220 COPY GLOPSREC.
004230
004240******************************************************************
004250*    REPORT LINE LAYOUTS
004260******************************************************************
004270 01  WS-RPT-HEADER-1.
004280     05  FILLER                    PIC X(31) VALUE
004290         "MORNING OPERATIONS STATUS".
004300     05  FILLER                    PIC X(15) VALUE
004310         "BUSINESS DATE:".
004320     05  RPT1-BUSINESS-DATE        PIC 9(08).
004330     05  FILLER                    PIC X(03) VALUE SPACES.
004340     05  FILLER                    PIC X(10) VALUE "RUN DATE:".
004350     05  RPT1-RUN-DATE             PIC 9(08).
004360     05  FILLER                    PIC X(03) VALUE SPACES.
004370     05  FILLER                    PIC X(06) VALUE "TIME:".
004380     05  RPT1-RUN-HOUR             PIC 9(02).
004390     05  FILLER                    PIC X(01) VALUE ":".
004400     05  RPT1-RUN-MINUTE           PIC 9(02).
004410     05  FILLER                    PIC X(43) VALUE SPACES.
004420
004430 01  WS-RPT-COLUMN-HEADS.
004440     05  FILLER                    PIC X(08) VALUE "AREA".
004450     05  FILLER                    PIC X(32) VALUE "CHECK".
004460     05  FILLER                    PIC X(08) VALUE "VERDICT".
004470     05  FILLER                    PIC X(84) VALUE "REASON".
004480
004490 01  WS-RPT-AREA-LINE.
004500     05  RPTA-AREA-CODE            PIC X(06).
004510     05  FILLER                    PIC X(02) VALUE SPACES.
004520     05  RPTA-AREA-TITLE           PIC X(30).
004530     05  FILLER                    PIC X(02) VALUE SPACES.
004540     05  RPTA-VERDICT              PIC X(05).
004550     05  FILLER                    PIC X(03) VALUE SPACES.
004560     05  RPTA-REASON               PIC X(60).
004570     05  FILLER                    PIC X(24) VALUE SPACES.
004580
004590 01  WS-RPT-FIGURES-LINE.
004600     05  FILLER                    PIC X(08).
004610     05  RPTF-FIGURE OCCURS 4 TIMES.
004620         10  RPTF-CAPTION          PIC X(14).
004630         10  RPTF-COUNT            PIC Z(8)9.
004640         10  FILLER                PIC X(03).
004650     05  FILLER                    PIC X(20).
004660
004670 01  WS-RPT-AMOUNTS-LINE.
004680     05  FILLER                    PIC X(08).
004690     05  RPTM-FIGURE OCCURS 3 TIMES.
004700         10  RPTM-CAPTION          PIC X(14).
004710         10  RPTM-AMOUNT           PIC -(11)9.99.
004720         10  FILLER                PIC X(03).
004730     05  FILLER                    PIC X(25).
004740
004750 01  WS-RPT-OVERALL-LINE.
004760     05  FILLER                    PIC X(17) VALUE
004770         "OVERALL VERDICT:".
004780     05  RPTO-VERDICT              PIC X(05).
004790     05  FILLER                    PIC X(05) VALUE SPACES.
004800     05  FILLER                    PIC X(11) VALUE "RED AREAS:".
004810     05  RPTO-RED-COUNT            PIC Z9.
004820     05  FILLER                    PIC X(05) VALUE SPACES.
004830     05  FILLER                    PIC X(13) VALUE "AMBER AREAS:".
004840     05  RPTO-AMBER-COUNT          PIC Z9.
004850     05  FILLER                    PIC X(72) VALUE SPACES.
004860
004870 01  WS-RPT-DECIDED-LINE.
004880     05  FILLER                    PIC X(17) VALUE
004890         "DECIDED BY:".
004900     05  RPTX-AREA-CODE            PIC X(06).
004910     05  FILLER                    PIC X(04) VALUE SPACES.
004920     05  RPTX-REASON               PIC X(60).
004930     05  FILLER                    PIC X(45) VALUE SPACES.
004940
004950 01  WS-RPT-BLANK-LINE             PIC X(132) VALUE SPACES.
004960
004970 PROCEDURE DIVISION.
004980
004990******************************************************************
005000*    0000-MAINLINE - EACH AREA IS CHECKED AND ITS VERDICT
005010*                 PRINTED IN TURN, THEN THE OVERALL VERDICT IS
005020*                 PRINTED AND WRITTEN TO THE STATUS FILE
005030******************************************************************
005040 0000-MAINLINE.
005050     PERFORM 1000-INITIALIZE
005060         THRU 1000-INITIALIZE-EXIT
005070     PERFORM 2100-CHECK-CHAIN-STEPS
005080         THRU 2100-CHECK-CHAIN-STEPS-EXIT
005090     PERFORM 4100-PRINT-ONE-AREA
005100         THRU 4100-PRINT-ONE-AREA-EXIT
005110     PERFORM 2200-CHECK-RUN-CONTROL
005120         THRU 2200-CHECK-RUN-CONTROL-EXIT
005130     PERFORM 4100-PRINT-ONE-AREA
005140         THRU 4100-PRINT-ONE-AREA-EXIT
005150     PERFORM 2300-CHECK-FEED-COLLECT
005160         THRU 2300-CHECK-FEED-COLLECT-EXIT
005170     PERFORM 4100-PRINT-ONE-AREA
005180         THRU 4100-PRINT-ONE-AREA-EXIT
005190     PERFORM 2400-CHECK-EDIT-REJECTS
005200         THRU 2400-CHECK-EDIT-REJECTS-EXIT
005210     PERFORM 4100-PRINT-ONE-AREA
005220         THRU 4100-PRINT-ONE-AREA-EXIT
005230     PERFORM 2500-CHECK-SUSPENSE
005240         THRU 2500-CHECK-SUSPENSE-EXIT
005250     PERFORM 4100-PRINT-ONE-AREA
005260         THRU 4100-PRINT-ONE-AREA-EXIT
005270     PERFORM 2600-CHECK-ACK-OUTCOME
005280         THRU 2600-CHECK-ACK-OUTCOME-EXIT
005290     PERFORM 4100-PRINT-ONE-AREA
005300         THRU 4100-PRINT-ONE-AREA-EXIT
005310     PERFORM 2700-CHECK-EOD-OUTCOME
005320         THRU 2700-CHECK-EOD-OUTCOME-EXIT
005330     PERFORM 4100-PRINT-ONE-AREA
005340         THRU 4100-PRINT-ONE-AREA-EXIT
005350     PERFORM 2800-CHECK-TRIAL-BALANCE
005360         THRU 2800-CHECK-TRIAL-BALANCE-EXIT
005370     PERFORM 4100-PRINT-ONE-AREA
005380         THRU 4100-PRINT-ONE-AREA-EXIT
005390     PERFORM 3000-DECIDE-OVERALL
005400         THRU 3000-DECIDE-OVERALL-EXIT
005410     PERFORM 4500-PRINT-OVERALL
005420         THRU 4500-PRINT-OVERALL-EXIT
005430     PERFORM 5000-WRITE-STATUS-RECORD
005440         THRU 5000-WRITE-STATUS-RECORD-EXIT
005450     PERFORM 9000-TERMINATE
005460         THRU 9000-TERMINATE-EXIT
005470     STOP RUN.
005480
005490******************************************************************
005500*    1000-INITIALIZE - BUSINESS DATE AND LIMITS FROM PARMFILE,
005510*                 EVERY AREA STARTS GREEN, REPORT HEADING
005520******************************************************************
005530 1000-INITIALIZE.
005540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005550     ACCEPT WS-RUN-TIME FROM TIME
005560     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
005570     PERFORM 1100-READ-PARM-CARDS
005580         THRU 1100-READ-PARM-CARDS-EXIT
005590     MOVE WS-BUSINESS-DATE TO WS-SERIAL-DATE-IN
005600     PERFORM 7100-DATE-TO-SERIAL
005610         THRU 7100-DATE-TO-SERIAL-EXIT
005620     MOVE WS-SERIAL-DAYS TO WS-BUSINESS-DATE-SERIAL
005630     PERFORM 1200-SET-AREA-GREEN
005640         THRU 1200-SET-AREA-GREEN-EXIT
005650         VARYING WS-AREA-SUB FROM 1 BY 1
005660         UNTIL WS-AREA-SUB > 8
005670     MOVE ZERO TO WS-AREA-SUB
005680     MOVE SPACES TO WS-RPT-FIGURES-LINE
005690     MOVE SPACES TO WS-RPT-AMOUNTS-LINE
005700     OPEN OUTPUT MOSRPT
005710     IF WS-MOSRPT-STATUS NOT = "00"
005720        AND WS-MOSRPT-STATUS NOT = "04"
005730         DISPLAY "GLMOS01 - MOSRPT OPEN FAILED - STATUS "
005740             WS-MOSRPT-STATUS
005750         STOP RUN
005760     END-IF
005770     MOVE WS-BUSINESS-DATE  TO RPT1-BUSINESS-DATE
005780     MOVE WS-RUN-DATE       TO RPT1-RUN-DATE
005790     MOVE WS-RUN-TIME (1:2) TO RPT1-RUN-HOUR
005800     MOVE WS-RUN-TIME (3:2) TO RPT1-RUN-MINUTE
005810     MOVE WS-RPT-HEADER-1 TO FD-RPT-RECORD
005820     PERFORM 4700-WRITE-REPORT-LINE
005830         THRU 4700-WRITE-REPORT-LINE-EXIT
005840     MOVE WS-RPT-BLANK-LINE TO FD-RPT-RECORD
005850     PERFORM 4700-WRITE-REPORT-LINE
005860         THRU 4700-WRITE-REPORT-LINE-EXIT
005870     MOVE WS-RPT-COLUMN-HEADS TO FD-RPT-RECORD
005880     PERFORM 4700-WRITE-REPORT-LINE
005890         THRU 4700-WRITE-REPORT-LINE-EXIT
005900     MOVE WS-RPT-BLANK-LINE TO FD-RPT-RECORD
005910     PERFORM 4700-WRITE-REPORT-LINE
005920         THRU 4700-WRITE-REPORT-LINE-EXIT.
005930 1000-INITIALIZE-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*    1100-READ-PARM-CARDS - DATE=, REJECTLIMIT= AND SUSPDAYS=,
005980*                 ONE PER CARD, EACH OPTIONAL
005990******************************************************************
006000 1100-READ-PARM-CARDS.
006010     OPEN INPUT PARMFILE
006020     IF WS-PARMFILE-STATUS = "35"
006030         GO TO 1100-READ-PARM-CARDS-EXIT
006040     END-IF
006050     IF WS-PARMFILE-STATUS NOT = "00"
006060        AND WS-PARMFILE-STATUS NOT = "04"
006070         DISPLAY "GLMOS01 - PARMFILE OPEN FAILED - STATUS "
006080             WS-PARMFILE-STATUS
006090         STOP RUN
006100     END-IF
006110     PERFORM 1110-READ-PARM-CARD
006120         THRU 1110-READ-PARM-CARD-EXIT
006130     PERFORM 1150-APPLY-ONE-PARM-CARD
006140         THRU 1150-APPLY-ONE-PARM-CARD-EXIT
006150         UNTIL WS-END-OF-PARMFILE
006160     CLOSE PARMFILE.
006170 1100-READ-PARM-CARDS-EXIT.
006180     EXIT.
006190
006200 1110-READ-PARM-CARD.
006210     READ PARMFILE INTO WS-PARM-CARD
006220         AT END
006230             MOVE "Y" TO WS-PARM-EOF-SWITCH
006240     END-READ.
006250 1110-READ-PARM-CARD-EXIT.
006260     EXIT.
006270
006280 1150-APPLY-ONE-PARM-CARD.
006290     IF WS-PARM-CARD (1:5) = "DATE="
006300         IF WS-PARM-CARD (6:8) IS NUMERIC
006310             MOVE WS-PARM-CARD (6:8) TO WS-BUSINESS-DATE
006320         ELSE
006330             DISPLAY "GLMOS01 - DATE= CARD IS NOT A VALID "
006340                 "YYYYMMDD DATE - RUN STOPPED"
006350             STOP RUN
006360         END-IF
006370     END-IF
006380     IF WS-PARM-CARD (1:12) = "REJECTLIMIT="
006390         IF WS-PARM-CARD (13:5) IS NUMERIC
006400             MOVE WS-PARM-CARD (13:5) TO WS-REJECT-LIMIT
006410         ELSE
006420             DISPLAY "GLMOS01 - REJECTLIMIT= CARD IS NOT A "
006430                 "FIVE-DIGIT COUNT - RUN STOPPED"
006440             STOP RUN
006450         END-IF
006460     END-IF
006470     IF WS-PARM-CARD (1:9) = "SUSPDAYS="
006480         IF WS-PARM-CARD (10:3) IS NUMERIC
006490             MOVE WS-PARM-CARD (10:3) TO WS-SUSPENSE-DAYS
006500         ELSE
006510             DISPLAY "GLMOS01 - SUSPDAYS= CARD IS NOT A "
006520                 "THREE-DIGIT DAY COUNT - RUN STOPPED"
006530             STOP RUN
006540         END-IF
006550     END-IF
006560     PERFORM 1110-READ-PARM-CARD
006570         THRU 1110-READ-PARM-CARD-EXIT.
006580 1150-APPLY-ONE-PARM-CARD-EXIT.
006590     EXIT.
006600
006610 1200-SET-AREA-GREEN.
006620     MOVE "G" TO WS-AREA-VERDICT (WS-AREA-SUB)
006630     MOVE WS-AREA-GREEN-REASON (WS-AREA-SUB) TO
006640         WS-AREA-REASON (WS-AREA-SUB).
006650 1200-SET-AREA-GREEN-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690*    2100-CHECK-CHAIN-STEPS - WHAT STEPSTAT SAYS OF EACH OF THE
006700*                 SIX STEPS FOR THE DATE. ANY STEP NOT COMPLETE
006710*                 IS RED: STARTED MEANS IT ABENDED, WAITING ON
006720*                 STEP 6 MEANS THE ACKFILE NEVER ARRIVED, AND NO
006730*                 RECORD MEANS THE CHAIN NEVER REACHED IT.
006740******************************************************************
006750 2100-CHECK-CHAIN-STEPS.
006760     MOVE 1 TO WS-AREA-SUB
006770     OPEN INPUT STEPSTAT
006780     IF WS-STEPSTAT-STATUS = "35"
006790         MOVE "R" TO WS-FINDING-VERDICT
006800         MOVE "NO STEP-STATUS FILE - NIGHTLY CHAIN HAS NOT RUN"
006810             TO WS-FINDING-REASON
006820         PERFORM 7000-RECORD-FINDING
006830             THRU 7000-RECORD-FINDING-EXIT
006840     ELSE
006850         IF WS-STEPSTAT-STATUS NOT = "00"
006860            AND WS-STEPSTAT-STATUS NOT = "04"
006870             DISPLAY "GLMOS01 - STEPSTAT OPEN FAILED - STATUS "
006880                 WS-STEPSTAT-STATUS
006890             STOP RUN
006900         END-IF
006910         PERFORM 2110-READ-STEP-RECORD
006920             THRU 2110-READ-STEP-RECORD-EXIT
006930         PERFORM 2120-TAKE-STEP-RECORD
006940             THRU 2120-TAKE-STEP-RECORD-EXIT
006950             UNTIL WS-END-OF-STEPSTAT
006960         CLOSE STEPSTAT
006970     END-IF
006980     IF WS-STEP-RECORDS-FOUND = ZERO
006990         MOVE "R" TO WS-FINDING-VERDICT
007000         MOVE "NIGHTLY CHAIN NOT DRIVEN FOR THIS BUSINESS DATE"
007010             TO WS-FINDING-REASON
007020         PERFORM 7000-RECORD-FINDING
007030             THRU 7000-RECORD-FINDING-EXIT
007040     END-IF
007050     PERFORM 2150-JUDGE-ONE-STEP
007060         THRU 2150-JUDGE-ONE-STEP-EXIT
007070         VARYING WS-STEP-SUB FROM 1 BY 1
007080         UNTIL WS-STEP-SUB > 6
007090     MOVE "COMPLETE:"     TO RPTF-CAPTION (1)
007100     MOVE WS-STEPS-COMPLETE-COUNT TO RPTF-COUNT (1)
007110     MOVE "STARTED:"      TO RPTF-CAPTION (2)
007120     MOVE WS-STEPS-STARTED-COUNT  TO RPTF-COUNT (2)
007130     MOVE "WAITING:"      TO RPTF-CAPTION (3)
007140     MOVE WS-STEPS-WAITING-COUNT  TO RPTF-COUNT (3)
007150     MOVE "NOT RUN:"      TO RPTF-CAPTION (4)
007160     MOVE WS-STEPS-NOT-RUN-COUNT  TO RPTF-COUNT (4).
007170 2100-CHECK-CHAIN-STEPS-EXIT.
007180     EXIT.
007190
007200 2110-READ-STEP-RECORD.
007210     READ STEPSTAT INTO GL-STEP-STATUS-RECORD
007220         AT END
007230             MOVE "Y" TO WS-STEPSTAT-EOF-SWITCH
007240     END-READ.
007250 2110-READ-STEP-RECORD-EXIT.
007260     EXIT.
007270
007280 2120-TAKE-STEP-RECORD.
007290     IF GLSTP-BUSINESS-DATE = WS-BUSINESS-DATE
007300        AND GLSTP-STEP-NO >= 1
007310        AND GLSTP-STEP-NO <= 6
007320         ADD 1 TO WS-STEP-RECORDS-FOUND
007330         MOVE GLSTP-STATUS TO WS-STEP-STATE (GLSTP-STEP-NO)
007340     END-IF
007350     PERFORM 2110-READ-STEP-RECORD
007360         THRU 2110-READ-STEP-RECORD-EXIT.
007370 2120-TAKE-STEP-RECORD-EXIT.
007380     EXIT.
007390
007400 2150-JUDGE-ONE-STEP.
007410     IF WS-STEP-IS-COMPLETE (WS-STEP-SUB)
007420         ADD 1 TO WS-STEPS-COMPLETE-COUNT
007430         GO TO 2150-JUDGE-ONE-STEP-EXIT
007440     END-IF
007450     MOVE WS-STEP-SUB TO WS-STEP-NO-DISPLAY
007460     MOVE "R" TO WS-FINDING-VERDICT
007470     MOVE SPACES TO WS-FINDING-REASON
007480     IF WS-STEP-IS-STARTED (WS-STEP-SUB)
007490         ADD 1 TO WS-STEPS-STARTED-COUNT
007500         STRING "STEP " WS-STEP-NO-DISPLAY " "
007510                 DELIMITED BY SIZE
007520             WS-CHAIN-STEP-NAME (WS-STEP-SUB) DELIMITED BY SPACE
007530             " STARTED AND NEVER COMPLETED - IT ABENDED"
007540                 DELIMITED BY SIZE
007550             INTO WS-FINDING-REASON
007560         END-STRING
007570     ELSE
007580         IF WS-STEP-IS-WAITING (WS-STEP-SUB)
007590             ADD 1 TO WS-STEPS-WAITING-COUNT
007600             STRING "STEP " WS-STEP-NO-DISPLAY " "
007610                     DELIMITED BY SIZE
007620                 WS-CHAIN-STEP-NAME (WS-STEP-SUB)
007630                     DELIMITED BY SPACE
007640                 " WAITING - ACKFILE HAS NOT ARRIVED"
007650                     DELIMITED BY SIZE
007660                 INTO WS-FINDING-REASON
007670             END-STRING
007680         ELSE
007690             ADD 1 TO WS-STEPS-NOT-RUN-COUNT
007700             STRING "STEP " WS-STEP-NO-DISPLAY " "
007710                     DELIMITED BY SIZE
007720                 WS-CHAIN-STEP-NAME (WS-STEP-SUB)
007730                     DELIMITED BY SPACE
007740                 " HAS NOT RUN FOR THIS BUSINESS DATE"
007750                     DELIMITED BY SIZE
007760                 INTO WS-FINDING-REASON
007770             END-STRING
007780         END-IF
007790     END-IF
007800     PERFORM 7000-RECORD-FINDING
007810         THRU 7000-RECORD-FINDING-EXIT.
007820 2150-JUDGE-ONE-STEP-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*    2200-CHECK-RUN-CONTROL - EVERY POSTING CYCLE ON RUNCTL FOR
007870*                 THE DATE. NO CYCLE, OR A CYCLE LEFT STARTED,
007880*                 IS RED.
007890******************************************************************
007900 2200-CHECK-RUN-CONTROL.
007910     MOVE 2 TO WS-AREA-SUB
007920     OPEN INPUT RUNCTL
007930     IF WS-RUNCTL-STATUS = "35"
007940         MOVE "R" TO WS-FINDING-VERDICT
007950         MOVE "NO RUN-CONTROL FILE - THE ACCUMULATOR HAS NOT RUN"
007960             TO WS-FINDING-REASON
007970         PERFORM 7000-RECORD-FINDING
007980             THRU 7000-RECORD-FINDING-EXIT
007990         GO TO 2200-CHECK-RUN-CONTROL-EXIT
008000     END-IF
008010     IF WS-RUNCTL-STATUS NOT = "00"
008020        AND WS-RUNCTL-STATUS NOT = "04"
008030         DISPLAY "GLMOS01 - RUNCTL OPEN FAILED - STATUS "
008040             WS-RUNCTL-STATUS
008050         STOP RUN
008060     END-IF
008070     PERFORM 2210-READ-RUN-RECORD
008080         THRU 2210-READ-RUN-RECORD-EXIT
008090     PERFORM 2220-TAKE-RUN-RECORD
008100         THRU 2220-TAKE-RUN-RECORD-EXIT
008110         UNTIL WS-END-OF-RUNCTL
008120     CLOSE RUNCTL
008130     IF WS-CYCLE-COUNT = ZERO
008140         MOVE "R" TO WS-FINDING-VERDICT
008150         MOVE "NO POSTING CYCLE ON RUN CONTROL FOR THIS DATE"
008160             TO WS-FINDING-REASON
008170         PERFORM 7000-RECORD-FINDING
008180             THRU 7000-RECORD-FINDING-EXIT
008190     END-IF
008200     MOVE "CYCLES:"       TO RPTF-CAPTION (1)
008210     MOVE WS-CYCLE-COUNT           TO RPTF-COUNT (1)
008220     MOVE "COMPLETE:"     TO RPTF-CAPTION (2)
008230     MOVE WS-CYCLES-COMPLETE-COUNT TO RPTF-COUNT (2)
008240     MOVE "STARTED:"      TO RPTF-CAPTION (3)
008250     MOVE WS-CYCLES-STARTED-COUNT  TO RPTF-COUNT (3)
008260     MOVE "RECORDS:"      TO RPTF-CAPTION (4)
008270     MOVE WS-CYCLE-RECORD-SUM      TO RPTF-COUNT (4).
008280 2200-CHECK-RUN-CONTROL-EXIT.
008290     EXIT.
008300
008310 2210-READ-RUN-RECORD.
008320     READ RUNCTL INTO GL-RUN-CONTROL-RECORD
008330         AT END
008340             MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
008350     END-READ.
008360 2210-READ-RUN-RECORD-EXIT.
008370     EXIT.
008380
008390 2220-TAKE-RUN-RECORD.
008400     IF GLRUN-BUSINESS-DATE NOT = WS-BUSINESS-DATE
008410         GO TO 2220-TAKE-RUN-RECORD-READ
008420     END-IF
008430     ADD 1 TO WS-CYCLE-COUNT
008440     IF GLRUN-RUN-COMPLETE
008450         ADD 1 TO WS-CYCLES-COMPLETE-COUNT
008460         ADD GLRUN-RECORD-COUNT TO WS-CYCLE-RECORD-SUM
008470         GO TO 2220-TAKE-RUN-RECORD-READ
008480     END-IF
008490     ADD 1 TO WS-CYCLES-STARTED-COUNT
008500     MOVE "R" TO WS-FINDING-VERDICT
008510     MOVE SPACES TO WS-FINDING-REASON
008520     STRING "CYCLE " GLRUN-CYCLE-NO
008530             " STARTED AND NEVER COMPLETED - RESTART GLACC01"
008540             DELIMITED BY SIZE
008550         INTO WS-FINDING-REASON
008560     END-STRING
008570     PERFORM 7000-RECORD-FINDING
008580         THRU 7000-RECORD-FINDING-EXIT.
008590 2220-TAKE-RUN-RECORD-READ.
008600     PERFORM 2210-READ-RUN-RECORD
008610         THRU 2210-READ-RUN-RECORD-EXIT.
008620 2220-TAKE-RUN-RECORD-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660*    2300-CHECK-FEED-COLLECT - EVERY REGISTERED FEED AGAINST
008670*                 FEEDHIST FOR THE DATE. A REQUIRED FEED NOT
008680*                 COLLECTED, OR NOTHING COLLECTED AT ALL, IS RED;
008690*                 AN OPTIONAL FEED NOT SENT IS ONLY COUNTED. NO
008700*                 REGISTRY MEANS THE REQUIRED FEEDS CANNOT BE
008710*                 CHECKED, WHICH IS AMBER.
008720******************************************************************
008730 2300-CHECK-FEED-COLLECT.
008740     MOVE 3 TO WS-AREA-SUB
008750     OPEN INPUT FEEDREG
008760     IF WS-FEEDREG-STATUS = "35"
008770         MOVE "N" TO WS-FEEDREG-PRESENT-SWITCH
008780         MOVE "A" TO WS-FINDING-VERDICT
008790         MOVE "NO FEED REGISTRY - REQUIRED FEEDS NOT CHECKED"
008800             TO WS-FINDING-REASON
008810         PERFORM 7000-RECORD-FINDING
008820             THRU 7000-RECORD-FINDING-EXIT
008830     ELSE
008840         IF WS-FEEDREG-STATUS NOT = "00"
008850            AND WS-FEEDREG-STATUS NOT = "04"
008860             DISPLAY "GLMOS01 - FEEDREG OPEN FAILED - STATUS "
008870                 WS-FEEDREG-STATUS
008880             STOP RUN
008890         END-IF
008900         PERFORM 2310-READ-REGISTRY-RECORD
008910             THRU 2310-READ-REGISTRY-RECORD-EXIT
008920         PERFORM 2320-STORE-ONE-FEED
008930             THRU 2320-STORE-ONE-FEED-EXIT
008940             UNTIL WS-END-OF-FEEDREG
008950         CLOSE FEEDREG
008960     END-IF
008970     OPEN INPUT FEEDHIST
008980     IF WS-FEEDHIST-STATUS = "35"
008990         CONTINUE
009000     ELSE
009010         IF WS-FEEDHIST-STATUS NOT = "00"
009020            AND WS-FEEDHIST-STATUS NOT = "04"
009030             DISPLAY "GLMOS01 - FEEDHIST OPEN FAILED - STATUS "
009040                 WS-FEEDHIST-STATUS
009050             STOP RUN
009060         END-IF
009070         PERFORM 2330-READ-HISTORY-RECORD
009080             THRU 2330-READ-HISTORY-RECORD-EXIT
009090         PERFORM 2340-TAKE-HISTORY-RECORD
009100             THRU 2340-TAKE-HISTORY-RECORD-EXIT
009110             UNTIL WS-END-OF-FEEDHIST
009120         CLOSE FEEDHIST
009130     END-IF
009140     IF WS-FEEDS-COLLECTED-COUNT = ZERO
009150         MOVE "R" TO WS-FINDING-VERDICT
009160         MOVE "NO FEED COLLECTED FOR THIS BUSINESS DATE"
009170             TO WS-FINDING-REASON
009180         PERFORM 7000-RECORD-FINDING
009190             THRU 7000-RECORD-FINDING-EXIT
009200     END-IF
009210     PERFORM 2350-JUDGE-ONE-FEED
009220         THRU 2350-JUDGE-ONE-FEED-EXIT
009230         VARYING WS-REG-IDX FROM 1 BY 1
009240         UNTIL WS-REG-IDX > WS-REG-COUNT
009250     MOVE "COLLECTED:"    TO RPTF-CAPTION (1)
009260     MOVE WS-FEEDS-COLLECTED-COUNT  TO RPTF-COUNT (1)
009270     MOVE "RECORDS:"      TO RPTF-CAPTION (2)
009280     MOVE WS-FEED-RECORD-SUM        TO RPTF-COUNT (2)
009290     MOVE "REQD MISSING:" TO RPTF-CAPTION (3)
009300     MOVE WS-REQUIRED-MISSING-COUNT TO RPTF-COUNT (3)
009310     MOVE "OPT NOT SENT:" TO RPTF-CAPTION (4)
009320     MOVE WS-OPTIONAL-MISSING-COUNT TO RPTF-COUNT (4).
009330 2300-CHECK-FEED-COLLECT-EXIT.
009340     EXIT.
009350
009360 2310-READ-REGISTRY-RECORD.
009370     READ FEEDREG INTO GL-FEED-REGISTRY-RECORD
009380         AT END
009390             MOVE "Y" TO WS-FEEDREG-EOF-SWITCH
009400     END-READ.
009410 2310-READ-REGISTRY-RECORD-EXIT.
009420     EXIT.
009430
009440 2320-STORE-ONE-FEED.
009450     IF WS-REG-COUNT >= 100
009460         DISPLAY "GLMOS01 - FEED REGISTRY TABLE FULL - MORE "
009470             "THAN 100 REGISTERED FEEDS"
009480         STOP RUN
009490     END-IF
009500     ADD 1 TO WS-REG-COUNT
009510     SET WS-REG-IDX TO WS-REG-COUNT
009520     MOVE GLFRG-FEED-ID       TO WS-REG-FEED-ID (WS-REG-IDX)
009530     MOVE GLFRG-REQUIRED-FLAG TO
009540         WS-REG-REQUIRED-FLAG (WS-REG-IDX)
009550     MOVE "N" TO WS-REG-COLLECTED-SWITCH (WS-REG-IDX)
009560     IF GLFRG-FEED-REQUIRED
009570         ADD 1 TO WS-REQUIRED-FEED-COUNT
009580     END-IF
009590     PERFORM 2310-READ-REGISTRY-RECORD
009600         THRU 2310-READ-REGISTRY-RECORD-EXIT.
009610 2320-STORE-ONE-FEED-EXIT.
009620     EXIT.
009630
009640 2330-READ-HISTORY-RECORD.
009650     READ FEEDHIST INTO GL-FEED-HISTORY-RECORD
009660         AT END
009670             MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
009680     END-READ.
009690 2330-READ-HISTORY-RECORD-EXIT.
009700     EXIT.
009710
009720 2340-TAKE-HISTORY-RECORD.
009730     IF GLFHS-BUSINESS-DATE = WS-BUSINESS-DATE
009740         ADD 1 TO WS-FEEDS-COLLECTED-COUNT
009750         ADD GLFHS-RECORD-COUNT TO WS-FEED-RECORD-SUM
009760         SET WS-REG-IDX TO 1
009770         SEARCH WS-REG-ENTRY
009780             AT END
009790                 CONTINUE
009800             WHEN WS-REG-FEED-ID (WS-REG-IDX) = GLFHS-FEED-ID
009810                 MOVE "Y" TO WS-REG-COLLECTED-SWITCH (WS-REG-IDX)
009820         END-SEARCH
009830     END-IF
009840     PERFORM 2330-READ-HISTORY-RECORD
009850         THRU 2330-READ-HISTORY-RECORD-EXIT.
009860 2340-TAKE-HISTORY-RECORD-EXIT.
009870     EXIT.
009880
009890 2350-JUDGE-ONE-FEED.
009900     IF WS-REG-FEED-COLLECTED (WS-REG-IDX)
009910         GO TO 2350-JUDGE-ONE-FEED-EXIT
009920     END-IF
009930     IF NOT WS-REG-FEED-REQUIRED (WS-REG-IDX)
009940         ADD 1 TO WS-OPTIONAL-MISSING-COUNT
009950         GO TO 2350-JUDGE-ONE-FEED-EXIT
009960     END-IF
009970     ADD 1 TO WS-REQUIRED-MISSING-COUNT
009980     MOVE "R" TO WS-FINDING-VERDICT
009990     MOVE SPACES TO WS-FINDING-REASON
010000     STRING "REQUIRED FEED " DELIMITED BY SIZE
010010         WS-REG-FEED-ID (WS-REG-IDX) DELIMITED BY SPACE
010020         " NOT COLLECTED - SEE COLRPT" DELIMITED BY SIZE
010030         INTO WS-FINDING-REASON
010040     END-STRING
010050     PERFORM 7000-RECORD-FINDING
010060         THRU 7000-RECORD-FINDING-EXIT.
010070 2350-JUDGE-ONE-FEED-EXIT.
010080     EXIT.
010090
010100******************************************************************
010110*    2400-CHECK-EDIT-REJECTS - THE EDIT'S REJECT FILE. ANY
010120*                 REJECT IS AMBER - IT HAS TO BE CORRECTED AND
010130*                 RESUBMITTED - AND REACHING THE REJECT LIMIT IS
010140*                 RED. NO REJECT FILE MEANS THE EDIT'S OUTPUT IS
010150*                 NOT WHERE IT SHOULD BE, WHICH IS AMBER.
010160******************************************************************
010170 2400-CHECK-EDIT-REJECTS.
010180     MOVE 4 TO WS-AREA-SUB
010190     OPEN INPUT REJFILE
010200     IF WS-REJFILE-STATUS = "35"
010210         MOVE "A" TO WS-FINDING-VERDICT
010220         MOVE "NO REJECT FILE - THE EDIT'S OUTPUT WAS NOT FOUND"
010230             TO WS-FINDING-REASON
010240         PERFORM 7000-RECORD-FINDING
010250             THRU 7000-RECORD-FINDING-EXIT
010260         GO TO 2400-CHECK-EDIT-REJECTS-EXIT
010270     END-IF
010280     IF WS-REJFILE-STATUS NOT = "00"
010290        AND WS-REJFILE-STATUS NOT = "04"
010300         DISPLAY "GLMOS01 - REJFILE OPEN FAILED - STATUS "
010310             WS-REJFILE-STATUS
010320         STOP RUN
010330     END-IF
010340     PERFORM 2410-READ-REJECT-RECORD
010350         THRU 2410-READ-REJECT-RECORD-EXIT
010360     PERFORM 2420-TAKE-REJECT-RECORD
010370         THRU 2420-TAKE-REJECT-RECORD-EXIT
010380         UNTIL WS-END-OF-REJFILE
010390     CLOSE REJFILE
010400     IF WS-REJECT-COUNT >= WS-REJECT-LIMIT
010410         MOVE "R" TO WS-FINDING-VERDICT
010420         MOVE "REJECTS AT OR ABOVE THE REJECT LIMIT - SEE EDTRPT"
010430             TO WS-FINDING-REASON
010440         PERFORM 7000-RECORD-FINDING
010450             THRU 7000-RECORD-FINDING-EXIT
010460     END-IF
010470     IF WS-REJECT-COUNT > ZERO
010480         MOVE "A" TO WS-FINDING-VERDICT
010490         MOVE "REJECTS TO CORRECT AND RESUBMIT - SEE EDTRPT"
010500             TO WS-FINDING-REASON
010510         PERFORM 7000-RECORD-FINDING
010520             THRU 7000-RECORD-FINDING-EXIT
010530     END-IF
010540     MOVE "REJECTED:"     TO RPTF-CAPTION (1)
010550     MOVE WS-REJECT-COUNT             TO RPTF-COUNT (1)
010560     MOVE "UNBALANCED JE:" TO RPTF-CAPTION (2)
010570     MOVE WS-UNBALANCED-JOURNAL-COUNT TO RPTF-COUNT (2)
010580     MOVE "REJECT LIMIT:" TO RPTF-CAPTION (3)
010590     MOVE WS-REJECT-LIMIT             TO RPTF-COUNT (3).
010600 2400-CHECK-EDIT-REJECTS-EXIT.
010610     EXIT.
010620
010630 2410-READ-REJECT-RECORD.
010640     READ REJFILE INTO GL-REJECT-RECORD
010650         AT END
010660             MOVE "Y" TO WS-REJFILE-EOF-SWITCH
010670     END-READ.
010680 2410-READ-REJECT-RECORD-EXIT.
010690     EXIT.
010700
010710 2420-TAKE-REJECT-RECORD.
010720     ADD 1 TO WS-REJECT-COUNT
010730     IF GLREJ-REASON-CODE = "12"
010740         ADD 1 TO WS-UNBALANCED-JOURNAL-COUNT
010750     END-IF
010760     PERFORM 2410-READ-REJECT-RECORD
010770         THRU 2410-READ-REJECT-RECORD-EXIT.
010780 2420-TAKE-REJECT-RECORD-EXIT.
010790     EXIT.
010800
010810******************************************************************
010820*    2500-CHECK-SUSPENSE - LAST NIGHT'S NEW DIVERTS (SUSPFILE)
010830*                 AND THE SUSPENSE CARRIED INTO TODAY (SUSPMSTR),
010837*                 EACH CARRIED ITEM AGED FROM ITS REJECT DATE TO
010844*                 THE BUSINESS DATE AS THE SUSPENSE MANAGER AGES
010851*                 IT, A SAME-DAY ITEM COUNTING AS ONE DAY OLD.
010858*                 ANYTHING IN SUSPENSE IS AMBER; A CARRIED ITEM AT
010865*                 THE ESCALATION AGE IS RED. NEITHER FILE IS
010873*                 REQUIRED - THE SUSPENSE MANAGER TREATS BOTH AS
010881*                 EMPTY WHEN MISSING.
010890******************************************************************
010900 2500-CHECK-SUSPENSE.
010910     MOVE 5 TO WS-AREA-SUB
010920     OPEN INPUT SUSPFILE
010930     IF WS-SUSPFILE-STATUS = "35"
010940         CONTINUE
010950     ELSE
010960         IF WS-SUSPFILE-STATUS NOT = "00"
010970            AND WS-SUSPFILE-STATUS NOT = "04"
010980             DISPLAY "GLMOS01 - SUSPFILE OPEN FAILED - STATUS "
010990                 WS-SUSPFILE-STATUS
011000             STOP RUN
011010         END-IF
011020         PERFORM 2510-READ-NEW-DIVERT
011030             THRU 2510-READ-NEW-DIVERT-EXIT
011040         PERFORM 2520-TAKE-NEW-DIVERT
011050             THRU 2520-TAKE-NEW-DIVERT-EXIT
011060             UNTIL WS-END-OF-SUSPFILE
011070         CLOSE SUSPFILE
011080     END-IF
011090     OPEN INPUT SUSPMSTR
011100     IF WS-SUSPMSTR-STATUS = "35"
011110         CONTINUE
011120     ELSE
011130         IF WS-SUSPMSTR-STATUS NOT = "00"
011140            AND WS-SUSPMSTR-STATUS NOT = "04"
011150             DISPLAY "GLMOS01 - SUSPMSTR OPEN FAILED - STATUS "
011160                 WS-SUSPMSTR-STATUS
011170             STOP RUN
011180         END-IF
011190         PERFORM 2530-READ-CARRIED-ITEM
011200             THRU 2530-READ-CARRIED-ITEM-EXIT
011210         PERFORM 2540-TAKE-CARRIED-ITEM
011220             THRU 2540-TAKE-CARRIED-ITEM-EXIT
011230             UNTIL WS-END-OF-SUSPMSTR
011240         CLOSE SUSPMSTR
011250     END-IF
011260     IF WS-AGED-COUNT > ZERO
011270         MOVE "R" TO WS-FINDING-VERDICT
011280         MOVE "SUSPENSE AT THE ESCALATION AGE - SEE SUSRPT"
011290             TO WS-FINDING-REASON
011300         PERFORM 7000-RECORD-FINDING
011310             THRU 7000-RECORD-FINDING-EXIT
011320     END-IF
011330     IF WS-NEW-DIVERT-COUNT > ZERO
011340        OR WS-CARRIED-COUNT > ZERO
011350         MOVE "A" TO WS-FINDING-VERDICT
011360         MOVE "POSTINGS HELD IN SUSPENSE - NOT YET ON THE LEDGER"
011370             TO WS-FINDING-REASON
011380         PERFORM 7000-RECORD-FINDING
011390             THRU 7000-RECORD-FINDING-EXIT
011400     END-IF
011410     MOVE "NEW DIVERTS:"  TO RPTF-CAPTION (1)
011420     MOVE WS-NEW-DIVERT-COUNT TO RPTF-COUNT (1)
011430     MOVE "CARRIED:"      TO RPTF-CAPTION (2)
011440     MOVE WS-CARRIED-COUNT    TO RPTF-COUNT (2)
011450     MOVE "AT ESC AGE:"   TO RPTF-CAPTION (3)
011460     MOVE WS-AGED-COUNT       TO RPTF-COUNT (3)
011470     MOVE "OLDEST (DAYS):" TO RPTF-CAPTION (4)
011480     MOVE WS-OLDEST-AGE       TO RPTF-COUNT (4)
011490     MOVE "NEW DIVERTS:"  TO RPTM-CAPTION (1)
011500     MOVE WS-NEW-DIVERT-TOTAL TO RPTM-AMOUNT (1)
011510     MOVE "CARRIED:"      TO RPTM-CAPTION (2)
011520     MOVE WS-CARRIED-TOTAL    TO RPTM-AMOUNT (2).
011530 2500-CHECK-SUSPENSE-EXIT.
011540     EXIT.
011550
011560 2510-READ-NEW-DIVERT.
011570     READ SUSPFILE INTO GL-REJECT-RECORD
011580         AT END
011590             MOVE "Y" TO WS-SUSPFILE-EOF-SWITCH
011600     END-READ.
011610 2510-READ-NEW-DIVERT-EXIT.
011620     EXIT.
011630
011640 2520-TAKE-NEW-DIVERT.
011650     ADD 1 TO WS-NEW-DIVERT-COUNT
011660     MOVE GLREJ-ORIGINAL-RECORD TO GL-TRANSACTION-RECORD
011670     IF GLTRN-AMOUNT IS NUMERIC
011680         ADD GLTRN-AMOUNT TO WS-NEW-DIVERT-TOTAL
011690     END-IF
011700     PERFORM 2510-READ-NEW-DIVERT
011710         THRU 2510-READ-NEW-DIVERT-EXIT.
011720 2520-TAKE-NEW-DIVERT-EXIT.
011730     EXIT.
011740
011750 2530-READ-CARRIED-ITEM.
011760     READ SUSPMSTR INTO GL-REJECT-RECORD
011770         AT END
011780             MOVE "Y" TO WS-SUSPMSTR-EOF-SWITCH
011790     END-READ.
011800 2530-READ-CARRIED-ITEM-EXIT.
011810     EXIT.
011820
011830 2540-TAKE-CARRIED-ITEM.
011840     ADD 1 TO WS-CARRIED-COUNT
011850     MOVE GLREJ-ORIGINAL-RECORD TO GL-TRANSACTION-RECORD
011860     IF GLTRN-AMOUNT IS NUMERIC
011870         ADD GLTRN-AMOUNT TO WS-CARRIED-TOTAL
011880     END-IF
011890     MOVE 1 TO WS-AGE-IN-DAYS
011900     IF GLREJ-REJECT-DATE IS NUMERIC
011910        AND GLREJ-REJECT-DATE > ZERO
011920        AND GLREJ-REJECT-DATE < WS-BUSINESS-DATE
011930         MOVE GLREJ-REJECT-DATE TO WS-SERIAL-DATE-IN
011940         PERFORM 7100-DATE-TO-SERIAL
011950             THRU 7100-DATE-TO-SERIAL-EXIT
011960         COMPUTE WS-AGE-IN-DAYS =
011970             WS-BUSINESS-DATE-SERIAL - WS-SERIAL-DAYS + 1
011980     END-IF
011990     IF WS-AGE-IN-DAYS > WS-OLDEST-AGE
012000         MOVE WS-AGE-IN-DAYS TO WS-OLDEST-AGE
012010     END-IF
012020     IF WS-AGE-IN-DAYS >= WS-SUSPENSE-DAYS
012030         ADD 1 TO WS-AGED-COUNT
012040     END-IF
012050     PERFORM 2530-READ-CARRIED-ITEM
012060         THRU 2530-READ-CARRIED-ITEM-EXIT.
012070 2540-TAKE-CARRIED-ITEM-EXIT.
012080     EXIT.
012090
012100******************************************************************
012110*    2600-CHECK-ACK-OUTCOME - THE LEDGER'S ACKFILE MUST BE ON
012120*                 HAND AND GLACK01 MUST HAVE MATCHED IT FOR THE
012130*                 DATE (ACKSTAT), OR THE AREA IS RED. A DAY THAT
012140*                 DID NOT CLOSE - RECORDS REJECTED, AT THE WRONG
012150*                 AMOUNT, NEVER ACKNOWLEDGED, OR ORPHAN ACKS - IS
012160*                 AMBER, THE HELD RECORDS GOING BACK TO THE
012170*                 LEDGER FROM RESUBEXT.
012180******************************************************************
012190 2600-CHECK-ACK-OUTCOME.
012200     MOVE 6 TO WS-AREA-SUB
012210     OPEN INPUT ACKFILE
012220     IF WS-ACKFILE-STATUS = "35"
012230         MOVE "R" TO WS-FINDING-VERDICT
012240         MOVE "ACKFILE NOT RECEIVED FROM THE LEDGER"
012250             TO WS-FINDING-REASON
012260         PERFORM 7000-RECORD-FINDING
012270             THRU 7000-RECORD-FINDING-EXIT
012280     ELSE
012290         IF WS-ACKFILE-STATUS NOT = "00"
012300            AND WS-ACKFILE-STATUS NOT = "04"
012310             DISPLAY "GLMOS01 - ACKFILE OPEN FAILED - STATUS "
012320                 WS-ACKFILE-STATUS
012330             STOP RUN
012340         END-IF
012350         CLOSE ACKFILE
012360     END-IF
012370     MOVE SPACES TO GL-ACK-OUTCOME-RECORD
012380     MOVE ZERO TO GLAKS-BUSINESS-DATE
012390     OPEN INPUT ACKSTAT
012400     IF WS-ACKSTAT-STATUS = "35"
012410         CONTINUE
012420     ELSE
012430         IF WS-ACKSTAT-STATUS NOT = "00"
012440            AND WS-ACKSTAT-STATUS NOT = "04"
012450             DISPLAY "GLMOS01 - ACKSTAT OPEN FAILED - STATUS "
012460                 WS-ACKSTAT-STATUS
012470             STOP RUN
012480         END-IF
012490         READ ACKSTAT INTO GL-ACK-OUTCOME-RECORD
012500             AT END
012510                 MOVE ZERO TO GLAKS-BUSINESS-DATE
012520         END-READ
012530         CLOSE ACKSTAT
012540     END-IF
012550     IF GLAKS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
012560         MOVE "R" TO WS-FINDING-VERDICT
012570         MOVE "ACKNOWLEDGMENTS NOT MATCHED FOR THIS BUSINESS DATE"
012580             TO WS-FINDING-REASON
012590         PERFORM 7000-RECORD-FINDING
012600             THRU 7000-RECORD-FINDING-EXIT
012610         GO TO 2600-CHECK-ACK-OUTCOME-EXIT
012620     END-IF
012630     IF GLAKS-ACKFILE-MISSING
012640         MOVE "R" TO WS-FINDING-VERDICT
012650         MOVE "MATCHING RAN WITHOUT AN ACKFILE"
012660             TO WS-FINDING-REASON
012670         PERFORM 7000-RECORD-FINDING
012680             THRU 7000-RECORD-FINDING-EXIT
012690     END-IF
012700     IF GLAKS-DAY-NOT-CLOSED
012710         MOVE "A" TO WS-FINDING-VERDICT
012720         MOVE "DAY NOT CLOSED - RECORDS HELD - SEE ACKRPT"
012730             TO WS-FINDING-REASON
012740         PERFORM 7000-RECORD-FINDING
012750             THRU 7000-RECORD-FINDING-EXIT
012760     END-IF
012770     MOVE "SENT:"         TO RPTF-CAPTION (1)
012780     MOVE GLAKS-SENT-COUNT   TO RPTF-COUNT (1)
012790     MOVE "POSTED:"       TO RPTF-CAPTION (2)
012800     MOVE GLAKS-POSTED-COUNT TO RPTF-COUNT (2)
012810     MOVE "HELD:"         TO RPTF-CAPTION (3)
012820     MOVE GLAKS-HELD-COUNT   TO RPTF-COUNT (3)
012830     MOVE "ORPHAN ACKS:"  TO RPTF-CAPTION (4)
012840     MOVE GLAKS-ORPHAN-COUNT TO RPTF-COUNT (4).
012850 2600-CHECK-ACK-OUTCOME-EXIT.
012860     EXIT.
012870
012880******************************************************************
012890*    2700-CHECK-EOD-OUTCOME - GLEOD01'S OUTCOME FOR THE DATE
012900*                 (EODSTAT). NO OUTCOME FOR THE DATE, OR A DAY
012910*                 THAT DID NOT CONSOLIDATE, IS RED.
012920******************************************************************
012930 2700-CHECK-EOD-OUTCOME.
012940     MOVE 7 TO WS-AREA-SUB
012950     MOVE SPACES TO GL-EOD-OUTCOME-RECORD
012960     MOVE ZERO TO GLEOS-BUSINESS-DATE
012970     OPEN INPUT EODSTAT
012980     IF WS-EODSTAT-STATUS = "35"
012990         CONTINUE
013000     ELSE
013010         IF WS-EODSTAT-STATUS NOT = "00"
013020            AND WS-EODSTAT-STATUS NOT = "04"
013030             DISPLAY "GLMOS01 - EODSTAT OPEN FAILED - STATUS "
013040                 WS-EODSTAT-STATUS
013050             STOP RUN
013060         END-IF
013070         READ EODSTAT INTO GL-EOD-OUTCOME-RECORD
013080             AT END
013090                 MOVE ZERO TO GLEOS-BUSINESS-DATE
013100         END-READ
013110         CLOSE EODSTAT
013120     END-IF
013130     IF GLEOS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
013140         MOVE "R" TO WS-FINDING-VERDICT
013150         MOVE "DAY NOT CONSOLIDATED - GLEOD01 NOT RUN FOR DATE"
013160             TO WS-FINDING-REASON
013170         PERFORM 7000-RECORD-FINDING
013180             THRU 7000-RECORD-FINDING-EXIT
013190         GO TO 2700-CHECK-EOD-OUTCOME-EXIT
013200     END-IF
013210     IF GLEOS-DAY-NOT-CONSOLIDATED
013220         MOVE "R" TO WS-FINDING-VERDICT
013230         IF GLEOS-CYCLE-COUNT = ZERO
013240             MOVE "DAY NOT CONSOLIDATED - NO CYCLES ON RECORD"
013250                 TO WS-FINDING-REASON
013260         ELSE
013270             MOVE "DAY NOT CONSOLIDATED - BREAKS - SEE EODRPT"
013280                 TO WS-FINDING-REASON
013290         END-IF
013300         PERFORM 7000-RECORD-FINDING
013310             THRU 7000-RECORD-FINDING-EXIT
013320     END-IF
013330     MOVE "CYCLES:"       TO RPTF-CAPTION (1)
013340     MOVE GLEOS-CYCLE-COUNT TO RPTF-COUNT (1)
013350     MOVE "BREAKS:"       TO RPTF-CAPTION (2)
013360     MOVE GLEOS-BREAK-COUNT TO RPTF-COUNT (2)
013370     MOVE "RECORDS:"      TO RPTF-CAPTION (3)
013380     MOVE GLEOS-RECORD-SUM  TO RPTF-COUNT (3).
013390 2700-CHECK-EOD-OUTCOME-EXIT.
013400     EXIT.
013410
013420******************************************************************
013430*    2800-CHECK-TRIAL-BALANCE - THE TRIAL BALANCE PROOF: THE
013440*                 ACCOUNT-BALANCE MASTER'S DEBITS, CREDITS AND
013450*                 NET MUST AGREE WITH THE GRAND TOTALS ON THE
013460*                 ACCUMULATOR'S CHECKPOINT, AND THE CHECKPOINT
013470*                 MUST BE LAST NIGHT'S - RUN ON THE BUSINESS
013480*                 DATE OR, PAST MIDNIGHT, THE DAY AFTER. ANY
013490*                 FAILURE IS RED.
013500******************************************************************
013510 2800-CHECK-TRIAL-BALANCE.
013520     MOVE 8 TO WS-AREA-SUB
013530     OPEN INPUT CKPTFILE
013540     IF WS-CKPTFILE-STATUS = "35"
013550         MOVE "R" TO WS-FINDING-VERDICT
013560         MOVE "NO ACCUMULATOR CHECKPOINT - FOOTING NOT PROVED"
013570             TO WS-FINDING-REASON
013580         PERFORM 7000-RECORD-FINDING
013590             THRU 7000-RECORD-FINDING-EXIT
013600         GO TO 2800-CHECK-TRIAL-BALANCE-EXIT
013610     END-IF
013620     IF WS-CKPTFILE-STATUS NOT = "00"
013630        AND WS-CKPTFILE-STATUS NOT = "04"
013640         DISPLAY "GLMOS01 - CKPTFILE OPEN FAILED - STATUS "
013650             WS-CKPTFILE-STATUS
013660         STOP RUN
013670     END-IF
013680     READ CKPTFILE INTO GL-CHECKPOINT-RECORD
013690         AT END
013700             MOVE "R" TO WS-FINDING-VERDICT
013710             MOVE "CHECKPOINT IS EMPTY - FOOTING NOT PROVED"
013720                 TO WS-FINDING-REASON
013730             PERFORM 7000-RECORD-FINDING
013740                 THRU 7000-RECORD-FINDING-EXIT
013750             CLOSE CKPTFILE
013760             GO TO 2800-CHECK-TRIAL-BALANCE-EXIT
013770     END-READ
013780     CLOSE CKPTFILE
013790     MOVE 99 TO WS-CHECKPOINT-DAYS
013800     IF GLCKP-RUN-DATE IS NUMERIC
013810        AND GLCKP-RUN-DATE > ZERO
013820         MOVE GLCKP-RUN-DATE TO WS-SERIAL-DATE-IN
013830         PERFORM 7100-DATE-TO-SERIAL
013840             THRU 7100-DATE-TO-SERIAL-EXIT
013850         COMPUTE WS-CHECKPOINT-DAYS =
013860             WS-SERIAL-DAYS - WS-BUSINESS-DATE-SERIAL
013870     END-IF
013880     IF WS-CHECKPOINT-DAYS < ZERO
013890        OR WS-CHECKPOINT-DAYS > 1
013900         MOVE "R" TO WS-FINDING-VERDICT
013910         MOVE SPACES TO WS-FINDING-REASON
013920         STRING "CHECKPOINT IS FROM THE RUN OF " GLCKP-RUN-DATE
013930                 " - NOT LAST NIGHT'S" DELIMITED BY SIZE
013940             INTO WS-FINDING-REASON
013950         END-STRING
013960         PERFORM 7000-RECORD-FINDING
013970             THRU 7000-RECORD-FINDING-EXIT
013980     END-IF
013990     OPEN INPUT ACCTBAL
014000     IF WS-ACCTBAL-STATUS = "35"
014010         MOVE "R" TO WS-FINDING-VERDICT
014020         MOVE "NO ACCOUNT-BALANCE MASTER - FOOTING NOT PROVED"
014030             TO WS-FINDING-REASON
014040         PERFORM 7000-RECORD-FINDING
014050             THRU 7000-RECORD-FINDING-EXIT
014060         GO TO 2800-CHECK-TRIAL-BALANCE-EXIT
014070     END-IF
014080     IF WS-ACCTBAL-STATUS NOT = "00"
014090        AND WS-ACCTBAL-STATUS NOT = "04"
014100         DISPLAY "GLMOS01 - ACCTBAL OPEN FAILED - STATUS "
014110             WS-ACCTBAL-STATUS
014120         STOP RUN
014130     END-IF
014140     PERFORM 2810-READ-ACCOUNT-BALANCE
014150         THRU 2810-READ-ACCOUNT-BALANCE-EXIT
014160     PERFORM 2820-FOOT-ONE-ACCOUNT
014170         THRU 2820-FOOT-ONE-ACCOUNT-EXIT
014180         UNTIL WS-END-OF-ACCTBAL
014190     CLOSE ACCTBAL
014200     IF WS-TOT-NET NOT = GLCKP-RUNNING-TOTAL
014210        OR WS-TOT-DEBIT NOT = GLCKP-DEBIT-TOTAL
014220        OR WS-TOT-CREDIT NOT = GLCKP-CREDIT-TOTAL
014230         MOVE "R" TO WS-FINDING-VERDICT
014240         MOVE "OUT OF BALANCE WITH THE ACCUMULATOR TOTALS"
014250             TO WS-FINDING-REASON
014260         PERFORM 7000-RECORD-FINDING
014270             THRU 7000-RECORD-FINDING-EXIT
014280     END-IF
014290     MOVE "ACCOUNTS:"     TO RPTF-CAPTION (1)
014300     MOVE WS-ACCOUNT-COUNT TO RPTF-COUNT (1)
014310     MOVE "DEBITS:"       TO RPTM-CAPTION (1)
014320     MOVE WS-TOT-DEBIT     TO RPTM-AMOUNT (1)
014330     MOVE "CREDITS:"      TO RPTM-CAPTION (2)
014340     MOVE WS-TOT-CREDIT    TO RPTM-AMOUNT (2)
014350     MOVE "NET:"          TO RPTM-CAPTION (3)
014360     MOVE WS-TOT-NET       TO RPTM-AMOUNT (3).
014370 2800-CHECK-TRIAL-BALANCE-EXIT.
014380     EXIT.
014390
014400 2810-READ-ACCOUNT-BALANCE.
014410     READ ACCTBAL NEXT RECORD
014420         AT END
014430             MOVE "Y" TO WS-ACCTBAL-EOF-SWITCH
014440     END-READ
014450     IF NOT WS-END-OF-ACCTBAL
014460        AND WS-ACCTBAL-STATUS NOT = "00"
014470        AND WS-ACCTBAL-STATUS NOT = "04"
014480         DISPLAY "GLMOS01 - ACCTBAL READ FAILED - STATUS "
014490             WS-ACCTBAL-STATUS
014500         STOP RUN
014510     END-IF.
014520 2810-READ-ACCOUNT-BALANCE-EXIT.
014530     EXIT.
014540
014550 2820-FOOT-ONE-ACCOUNT.
014560     ADD 1 TO WS-ACCOUNT-COUNT
014570     ADD GLABM-DEBIT-TOTAL  TO WS-TOT-DEBIT
014580     ADD GLABM-CREDIT-TOTAL TO WS-TOT-CREDIT
014590     ADD GLABM-NET-BALANCE  TO WS-TOT-NET
014600     PERFORM 2810-READ-ACCOUNT-BALANCE
014610         THRU 2810-READ-ACCOUNT-BALANCE-EXIT.
014620 2820-FOOT-ONE-ACCOUNT-EXIT.
014630     EXIT.
014640
014650******************************************************************
014660*    3000-DECIDE-OVERALL - THE WORST AREA DECIDES. THE FIRST RED
014670*                 AREA, OR FAILING THAT THE FIRST AMBER AREA, IS
014680*                 NAMED WITH ITS REASON.
014690******************************************************************
014700 3000-DECIDE-OVERALL.
014710     MOVE SPACES TO GL-OPS-STATUS-RECORD
014720     MOVE "G" TO GLOPS-OVERALL-VERDICT
014730     MOVE "EVERY AREA GREEN - LAST NIGHT WAS CLEAN" TO
014740         GLOPS-DECIDING-REASON
014750     PERFORM 3100-WEIGH-ONE-AREA
014760         THRU 3100-WEIGH-ONE-AREA-EXIT
014770         VARYING WS-AREA-SUB FROM 1 BY 1
014780         UNTIL WS-AREA-SUB > 8.
014790 3000-DECIDE-OVERALL-EXIT.
014800     EXIT.
014810
014820 3100-WEIGH-ONE-AREA.
014830     MOVE WS-AREA-VERDICT (WS-AREA-SUB) TO
014840         GLOPS-AREA-VERDICT (WS-AREA-SUB)
014850     IF WS-AREA-IS-RED (WS-AREA-SUB)
014860         ADD 1 TO WS-RED-COUNT
014870         IF NOT GLOPS-OVERALL-RED
014880             MOVE "R" TO GLOPS-OVERALL-VERDICT
014890             MOVE WS-AREA-CODE (WS-AREA-SUB) TO
014900                 GLOPS-DECIDING-AREA
014910             MOVE WS-AREA-REASON (WS-AREA-SUB) TO
014920                 GLOPS-DECIDING-REASON
014930         END-IF
014940     END-IF
014950     IF WS-AREA-IS-AMBER (WS-AREA-SUB)
014960         ADD 1 TO WS-AMBER-COUNT
014970         IF GLOPS-OVERALL-GREEN
014980             MOVE "A" TO GLOPS-OVERALL-VERDICT
014990             MOVE WS-AREA-CODE (WS-AREA-SUB) TO
015000                 GLOPS-DECIDING-AREA
015010             MOVE WS-AREA-REASON (WS-AREA-SUB) TO
015020                 GLOPS-DECIDING-REASON
015030         END-IF
015040     END-IF.
015050 3100-WEIGH-ONE-AREA-EXIT.
015060     EXIT.
015070
015080******************************************************************
015090*    4100-PRINT-ONE-AREA - THE AREA'S VERDICT LINE, THEN ITS
015100*                 FIGURES, THEN A BLANK LINE. THE FIGURE LINES
015110*                 ARE CLEARED FOR THE NEXT AREA.
015120******************************************************************
015130 4100-PRINT-ONE-AREA.
015140     MOVE WS-AREA-CODE (WS-AREA-SUB)    TO RPTA-AREA-CODE
015150     MOVE WS-AREA-TITLE (WS-AREA-SUB)   TO RPTA-AREA-TITLE
015160     MOVE WS-AREA-VERDICT (WS-AREA-SUB) TO WS-VERDICT-CODE
015170     PERFORM 4150-SET-VERDICT-WORD
015180         THRU 4150-SET-VERDICT-WORD-EXIT
015190     MOVE WS-VERDICT-WORD               TO RPTA-VERDICT
015200     MOVE WS-AREA-REASON (WS-AREA-SUB)  TO RPTA-REASON
015210     MOVE WS-RPT-AREA-LINE TO FD-RPT-RECORD
015220     PERFORM 4700-WRITE-REPORT-LINE
015230         THRU 4700-WRITE-REPORT-LINE-EXIT
015240     IF WS-RPT-FIGURES-LINE NOT = SPACES
015250         MOVE WS-RPT-FIGURES-LINE TO FD-RPT-RECORD
015260         PERFORM 4700-WRITE-REPORT-LINE
015270             THRU 4700-WRITE-REPORT-LINE-EXIT
015280     END-IF
015290     IF WS-RPT-AMOUNTS-LINE NOT = SPACES
015300         MOVE WS-RPT-AMOUNTS-LINE TO FD-RPT-RECORD
015310         PERFORM 4700-WRITE-REPORT-LINE
015320             THRU 4700-WRITE-REPORT-LINE-EXIT
015330     END-IF
015340     MOVE WS-RPT-BLANK-LINE TO FD-RPT-RECORD
015350     PERFORM 4700-WRITE-REPORT-LINE
015360         THRU 4700-WRITE-REPORT-LINE-EXIT
015370     MOVE SPACES TO WS-RPT-FIGURES-LINE
015380     MOVE SPACES TO WS-RPT-AMOUNTS-LINE.
015390 4100-PRINT-ONE-AREA-EXIT.
015400     EXIT.
015410
015420 4150-SET-VERDICT-WORD.
015430     IF WS-VERDICT-CODE = "R"
015440         MOVE "RED"   TO WS-VERDICT-WORD
015450     ELSE
015460         IF WS-VERDICT-CODE = "A"
015470             MOVE "AMBER" TO WS-VERDICT-WORD
015480         ELSE
015490             MOVE "GREEN" TO WS-VERDICT-WORD
015500         END-IF
015510     END-IF.
015520 4150-SET-VERDICT-WORD-EXIT.
015530     EXIT.
015540
015550******************************************************************
015560*    4500-PRINT-OVERALL - THE OVERALL VERDICT, THE RED AND AMBER
015570*                 AREA COUNTS, AND THE AREA THAT DECIDED IT
015580******************************************************************
015590 4500-PRINT-OVERALL.
015600     MOVE GLOPS-OVERALL-VERDICT TO WS-VERDICT-CODE
015610     PERFORM 4150-SET-VERDICT-WORD
015620         THRU 4150-SET-VERDICT-WORD-EXIT
015630     MOVE WS-VERDICT-WORD TO RPTO-VERDICT
015640     MOVE WS-RED-COUNT    TO RPTO-RED-COUNT
015650     MOVE WS-AMBER-COUNT  TO RPTO-AMBER-COUNT
015660     MOVE WS-RPT-OVERALL-LINE TO FD-RPT-RECORD
015670     PERFORM 4700-WRITE-REPORT-LINE
015680         THRU 4700-WRITE-REPORT-LINE-EXIT
015690     MOVE GLOPS-DECIDING-AREA   TO RPTX-AREA-CODE
015700     MOVE GLOPS-DECIDING-REASON TO RPTX-REASON
015710     MOVE WS-RPT-DECIDED-LINE TO FD-RPT-RECORD
015720     PERFORM 4700-WRITE-REPORT-LINE
015730         THRU 4700-WRITE-REPORT-LINE-EXIT.
015740 4500-PRINT-OVERALL-EXIT.
015750     EXIT.
015760
015770******************************************************************
015780*    4700-WRITE-REPORT-LINE - THE STATUS REPORT IS ONE PAGE, SO
015790*                 THERE IS NO PAGING - JUST THE WRITE AND ITS
015800*                 STATUS CHECK
015810******************************************************************
015820 4700-WRITE-REPORT-LINE.
015830     WRITE FD-RPT-RECORD
015840     PERFORM 4900-CHECK-MOSRPT-STATUS
015850         THRU 4900-CHECK-MOSRPT-STATUS-EXIT.
015860 4700-WRITE-REPORT-LINE-EXIT.
015870     EXIT.
015880
015890******************************************************************
015900*    4900-CHECK-MOSRPT-STATUS - COMMON STATUS CHECK AFTER EVERY
015910*                 WRITE TO THE MORNING STATUS REPORT
015920******************************************************************
015930 4900-CHECK-MOSRPT-STATUS.
015940     IF WS-MOSRPT-STATUS NOT = "00"
015950        AND WS-MOSRPT-STATUS NOT = "04"
015960         DISPLAY "GLMOS01 - MOSRPT WRITE FAILED - STATUS "
015970             WS-MOSRPT-STATUS
015980         STOP RUN
015990     END-IF.
016000 4900-CHECK-MOSRPT-STATUS-EXIT.
016010     EXIT.
016020
016030******************************************************************
016040*    5000-WRITE-STATUS-RECORD - THE ONE-RECORD STATUS FILE FOR
016050*                 THE HELP DESK AND THE SCHEDULER, REPLACED ON
016060*                 EVERY RUN
016070******************************************************************
016080 5000-WRITE-STATUS-RECORD.
016090     MOVE WS-BUSINESS-DATE TO GLOPS-BUSINESS-DATE
016100     MOVE WS-RUN-DATE      TO GLOPS-RUN-DATE
016110     MOVE WS-RUN-TIME      TO GLOPS-RUN-TIME
016120     MOVE WS-RED-COUNT     TO GLOPS-RED-COUNT
016130     MOVE WS-AMBER-COUNT   TO GLOPS-AMBER-COUNT
016140     OPEN OUTPUT OPSSTAT
016150     IF WS-OPSSTAT-STATUS NOT = "00"
016160        AND WS-OPSSTAT-STATUS NOT = "04"
016170         DISPLAY "GLMOS01 - OPSSTAT OPEN FAILED - STATUS "
016180             WS-OPSSTAT-STATUS
016190         STOP RUN
016200     END-IF
016210     WRITE FD-OPSSTAT-RECORD FROM GL-OPS-STATUS-RECORD
016220     IF WS-OPSSTAT-STATUS NOT = "00"
016230        AND WS-OPSSTAT-STATUS NOT = "04"
016240         DISPLAY "GLMOS01 - OPSSTAT WRITE FAILED - STATUS "
016250             WS-OPSSTAT-STATUS
016260         STOP RUN
016270     END-IF
016280     CLOSE OPSSTAT.
016290 5000-WRITE-STATUS-RECORD-EXIT.
016300     EXIT.
016310
016320******************************************************************
016330*    7000-RECORD-FINDING - KEEP A FINDING FOR THE CURRENT AREA
016340*                 ONLY IF IT IS WORSE THAN WHAT THE AREA ALREADY
016350*                 HAS, SO THE REASON SHOWN IS THE FIRST OF THE
016360*                 WORST FINDINGS
016370******************************************************************
016380 7000-RECORD-FINDING.
016390     IF WS-FINDING-IS-RED
016400        AND NOT WS-AREA-IS-RED (WS-AREA-SUB)
016410         MOVE "R" TO WS-AREA-VERDICT (WS-AREA-SUB)
016420         MOVE WS-FINDING-REASON TO WS-AREA-REASON (WS-AREA-SUB)
016430     END-IF
016440     IF WS-FINDING-IS-AMBER
016450        AND WS-AREA-IS-GREEN (WS-AREA-SUB)
016460         MOVE "A" TO WS-AREA-VERDICT (WS-AREA-SUB)
016470         MOVE WS-FINDING-REASON TO WS-AREA-REASON (WS-AREA-SUB)
016480     END-IF.
016490 7000-RECORD-FINDING-EXIT.
016500     EXIT.
016510
016520******************************************************************
016530*    7100-DATE-TO-SERIAL - DAY SERIAL FOR A YYYYMMDD DATE, THE
016540*                 SAME CALCULATION THE SUSPENSE MANAGER USES
016550******************************************************************
016560 7100-DATE-TO-SERIAL.
016570     MOVE WS-SER-YEAR TO WS-SER-WORK-YEAR
016580     IF WS-SER-MONTH <= 2
016590         SUBTRACT 1 FROM WS-SER-WORK-YEAR
016600     END-IF
016610     COMPUTE WS-SERIAL-DAYS =
016620         WS-SER-YEAR * 365
016630             + WS-CUM-DAYS (WS-SER-MONTH)
016640             + WS-SER-DAY
016650     DIVIDE WS-SER-WORK-YEAR BY 4 GIVING WS-SER-QUOTIENT
016660         REMAINDER WS-SER-REMAINDER
016670     ADD WS-SER-QUOTIENT TO WS-SERIAL-DAYS
016680     DIVIDE WS-SER-WORK-YEAR BY 100 GIVING WS-SER-QUOTIENT
016690         REMAINDER WS-SER-REMAINDER
016700     SUBTRACT WS-SER-QUOTIENT FROM WS-SERIAL-DAYS
016710     DIVIDE WS-SER-WORK-YEAR BY 400 GIVING WS-SER-QUOTIENT
016720         REMAINDER WS-SER-REMAINDER
016730     ADD WS-SER-QUOTIENT TO WS-SERIAL-DAYS.
016740 7100-DATE-TO-SERIAL-EXIT.
016750     EXIT.
016760
016770******************************************************************
016780*    9000-TERMINATE - THE VERDICT ALSO GOES TO THE CONSOLE LOG
016790******************************************************************
016800 9000-TERMINATE.
016810     CLOSE MOSRPT
016820     MOVE GLOPS-OVERALL-VERDICT TO WS-VERDICT-CODE
016830     PERFORM 4150-SET-VERDICT-WORD
016840         THRU 4150-SET-VERDICT-WORD-EXIT
016850     DISPLAY "GLMOS01 - MORNING STATUS FOR " WS-BUSINESS-DATE
016860         " IS " WS-VERDICT-WORD " - " GLOPS-RED-COUNT " RED, "
016870         GLOPS-AMBER-COUNT " AMBER"
016880     IF NOT GLOPS-OVERALL-GREEN
016890         DISPLAY "GLMOS01 - " GLOPS-DECIDING-AREA " "
016900             GLOPS-DECIDING-REASON
016910     END-IF.
016920 9000-TERMINATE-EXIT.
016930     EXIT.
