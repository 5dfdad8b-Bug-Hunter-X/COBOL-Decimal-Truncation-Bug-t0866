000010******************************************************************
000020*
000030*    PROGRAM-ID: GLFST01
000040*    AUTHOR:     D. OKONKWO - FINANCIAL SYSTEMS
000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    PURPOSE:    FINANCIAL STATEMENTS. PRINTS THE BALANCE SHEET
000090*                AND THE INCOME STATEMENT FOR A REQUESTED PERIOD
000100*                FROM THE REPORTING-HIERARCHY MASTER (RPTHIER, SEE
000110*                GLRHYREC), WHICH MAPS EACH ACCOUNT TO A STATEMENT
000120*                LINE AND EACH LINE TO A SUBTOTALLED SECTION. A
000130*                CLOSED PERIOD IS REPORTED FROM THE PERIOD-END
000140*                BALANCE FILE (PERBAL); THE CURRENT OPEN PERIOD IS
000150*                REPORTED FROM THE LATEST DAILY CLOSING BALANCES
000160*                (NEWBAL). EVERY LINE SHOWS THREE COLUMNS:
000170*                  BALANCE SHEET    - BALANCE AT THE END OF
000180*                                     THE PERIOD, AT THE END OF
000190*                                     THE PRIOR PERIOD, AND THE
000200*                                     MOVEMENT SINCE THE END OF
000210*                                     THE LAST FISCAL YEAR.
000220*                  INCOME STATEMENT - ACTIVITY FOR THE PERIOD,
000230*                                     FOR THE PRIOR PERIOD, AND
000240*                                     FOR THE FISCAL YEAR TO
000250*                                     DATE. INCOME AND EXPENSE
000260*                                     ACCOUNTS ARE ZEROED INTO
000270*                                     RETAINED EARNINGS AT THE
000280*                                     START OF EACH FISCAL YEAR
000290*                                     (GLYRE01), SO THEIR BALANCE
000300*                                     IS THEIR YEAR-TO-DATE FIGURE
000310*                                     AND A PERIOD'S ACTIVITY IS
000320*                                     THE CHANGE FROM THE PERIOD
000330*                                     BEFORE IT.
000340*                AMOUNTS ARE SHOWN IN LEDGER SIGN (DEBIT
000350*                POSITIVE, CREDIT NEGATIVE) AS ON THE TRIAL
000360*                BALANCES. A FINAL EXCEPTION PAGE LISTS EVERY
000370*                ACCOUNT CARRYING A BALANCE THAT IS NOT MAPPED TO
000380*                A STATEMENT LINE, SO A NEW ACCOUNT CANNOT QUIETLY
000390*                DROP OFF THE STATEMENTS, AND PROVES THE
000400*                STATEMENTS AGAINST THE LEDGER. PARMFILE CARDS:
000410*                PERIOD=YYYYMM NAMES THE PERIOD (REQUIRED),
000420*                FYSTART=MM NAMES THE FIRST MONTH OF THE FISCAL
000430*                YEAR (OPTIONAL, DEFAULT 01).
000440*
000450*    MODIFICATION HISTORY
000460*    ------------------------------------------------------------
000470*    2026-10-15  DO   INITIAL VERSION.
000472*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE LIMIT RAISED
000474*                     FROM 500 TO 2000 ACCOUNTS (SEE
000476*                     GLACMTBL).
000477*    2026-10-15  DO   ACCOUNT MAP AND BALANCE TABLES RAISED FROM
000478*                     1000 TO 2000 ACCOUNTS TO MATCH.
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GLFST01.
000510 AUTHOR.        D. OKONKWO.
000520 INSTALLATION.  MAIN DATA CENTER.
000530 DATE-WRITTEN.  2026-10-15.
000540 DATE-COMPILED.
000550
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.       GNUCOBOL.
000590 OBJECT-COMPUTER.       GNUCOBOL.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PARMFILE ASSIGN TO "PARMFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PARMFILE-STATUS.
000660
000670     SELECT PERFILE ASSIGN TO "PERFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PERFILE-STATUS.
000700
000710     SELECT ACCTFILE ASSIGN TO "ACCTFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-ACCTFILE-STATUS.
000740
000750     SELECT RPTHIER ASSIGN TO "RPTHIER"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RPTHIER-STATUS.
000780
000790     SELECT PERBAL ASSIGN TO "PERBAL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PERBAL-STATUS.
000820
000830     SELECT NEWBAL ASSIGN TO "NEWBAL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-NEWBAL-STATUS.
000860
000870     SELECT FSTRPT ASSIGN TO "FSTRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FSTRPT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  PARMFILE
000940     RECORDING MODE IS F.
000950 01  FD-PARM-RECORD               PIC X(80).
000960
000970 FD  PERFILE
000980     RECORDING MODE IS F.
000990 01  FD-PER-RECORD                PIC X(80).
001000
001010 FD  ACCTFILE
001020     RECORDING MODE IS F.
001030 01  FD-ACCT-RECORD               PIC X(80).
001040
001050 FD  RPTHIER
001060     RECORDING MODE IS F.
001070 01  FD-RPTHIER-RECORD            PIC X(80).
001080
001090 FD  PERBAL
001100     RECORDING MODE IS F.
001110 01  FD-PERBAL-RECORD             PIC X(80).
001120
001130 FD  NEWBAL
001140     RECORDING MODE IS F.
001150 01  FD-NEWBAL-RECORD             PIC X(80).
001160
001170 FD  FSTRPT
001180     RECORDING MODE IS F.
001190 01  FD-RPT-RECORD                PIC X(132).
001200
001210 WORKING-STORAGE SECTION.
001220
001230 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
001240 01  WS-PERFILE-STATUS             PIC X(02) VALUE "00".
001250 01  WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
001260 01  WS-RPTHIER-STATUS             PIC X(02) VALUE "00".
001270 01  WS-PERBAL-STATUS              PIC X(02) VALUE "00".
001280 01  WS-NEWBAL-STATUS              PIC X(02) VALUE "00".
001290 01  WS-FSTRPT-STATUS              PIC X(02) VALUE "00".
001300
001310 77  WS-PARM-EOF-SWITCH            PIC X(01) VALUE "N".
001320     88  WS-END-OF-PARMFILE                  VALUE "Y".
001330 77  WS-PERFILE-EOF-SWITCH         PIC X(01) VALUE "N".
001340     88  WS-END-OF-PERFILE                   VALUE "Y".
001350 77  WS-ACCT-EOF-SWITCH            PIC X(01) VALUE "N".
001360     88  WS-END-OF-ACCTFILE                  VALUE "Y".
001370 77  WS-RPTHIER-EOF-SWITCH         PIC X(01) VALUE "N".
001380     88  WS-END-OF-RPTHIER                   VALUE "Y".
001390 77  WS-PERBAL-EOF-SWITCH          PIC X(01) VALUE "N".
001400     88  WS-END-OF-PERBAL                    VALUE "Y".
001410 77  WS-NEWBAL-EOF-SWITCH          PIC X(01) VALUE "N".
001420     88  WS-END-OF-NEWBAL                    VALUE "Y".
001430 77  WS-SWAP-MADE-SWITCH           PIC X(01) VALUE "N".
001440     88  WS-A-SWAP-WAS-MADE                  VALUE "Y".
001450 77  WS-NEWBAL-SOURCE-SWITCH       PIC X(01) VALUE "N".
001460     88  WS-CURRENT-FROM-NEWBAL              VALUE "Y".
001470 77  WS-TARGET-OPENS-YEAR-SWITCH   PIC X(01) VALUE "N".
001480     88  WS-TARGET-OPENS-YEAR                VALUE "Y".
001490 77  WS-PRIOR-OPENS-YEAR-SWITCH    PIC X(01) VALUE "N".
001500     88  WS-PRIOR-OPENS-YEAR                 VALUE "Y".
001510 77  WS-HIERARCHY-ERROR-SWITCH     PIC X(01) VALUE "N".
001520     88  WS-HIERARCHY-IN-ERROR               VALUE "Y".
001530 77  WS-PROOF-SWITCH               PIC X(01) VALUE "Y".
001540     88  WS-STATEMENTS-ARE-PROVED            VALUE "Y".
001550
001560 77  WS-LINE-COUNT                 PIC 9(03) COMP VALUE 99.
001570 77  WS-LINES-PER-PAGE             PIC 9(03) COMP VALUE 50.
001580 77  WS-PAGE-NUMBER                PIC 9(04) COMP VALUE ZERO.
001590 77  WS-SORT-SUB                   PIC 9(04) COMP VALUE ZERO.
001600 77  WS-NEXT-SORT-SUB              PIC 9(04) COMP VALUE ZERO.
001610 77  WS-CURRENT-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
001620 77  WS-PRIOR-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
001630 77  WS-MAPPED-COUNT               PIC 9(09) COMP VALUE ZERO.
001640 77  WS-EXCEPTION-COUNT            PIC 9(09) COMP VALUE ZERO.
001650
001660 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001670 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
001680 01  WS-FY-START-MONTH             PIC 9(02) VALUE 1.
001690 01  WS-TARGET-PERIOD-ID           PIC 9(06) VALUE ZERO.
001700 01  FILLER REDEFINES WS-TARGET-PERIOD-ID.
001710     05  WS-TARGET-YEAR            PIC 9(04).
001720     05  WS-TARGET-MONTH           PIC 9(02).
001730 01  WS-TARGET-START-DATE          PIC 9(08) VALUE ZERO.
001740 01  WS-TARGET-END-DATE            PIC 9(08) VALUE ZERO.
001750 01  WS-AS-OF-DATE                 PIC 9(08) VALUE ZERO.
001760 01  WS-PRIOR-PERIOD-ID            PIC 9(06) VALUE ZERO.
001770 01  FILLER REDEFINES WS-PRIOR-PERIOD-ID.
001780     05  WS-PRIOR-YEAR             PIC 9(04).
001790     05  WS-PRIOR-MONTH            PIC 9(02).
001800 01  WS-PRIOR2-PERIOD-ID           PIC 9(06) VALUE ZERO.
001810 01  WS-FY-FIRST-PERIOD-ID         PIC 9(06) VALUE ZERO.
001820 01  FILLER REDEFINES WS-FY-FIRST-PERIOD-ID.
001830     05  WS-FY-FIRST-YEAR          PIC 9(04).
001840     05  WS-FY-FIRST-MONTH         PIC 9(02).
001850 01  WS-YEAR-OPEN-PERIOD-ID        PIC 9(06) VALUE ZERO.
001860 01  WS-STATEMENT-CODE             PIC X(02) VALUE SPACES.
001870     88  WS-PRINTING-BALANCE-SHEET           VALUE "BS".
001880     88  WS-PRINTING-INCOME-STATEMENT        VALUE "IS".
001890     88  WS-PRINTING-EXCEPTIONS              VALUE "EX".
001900 01  WS-STATEMENT-TITLE            PIC X(31) VALUE SPACES.
001910 01  WS-WORK-ACCOUNT-NO            PIC X(10) VALUE SPACES.
001920 01  WS-COL-CURRENT                PIC S9(11)V99 VALUE ZERO.
001930 01  WS-COL-PRIOR                  PIC S9(11)V99 VALUE ZERO.
001940 01  WS-COL-YTD                    PIC S9(11)V99 VALUE ZERO.
001950 01  WS-STMT-TOTAL-CURRENT         PIC S9(11)V99 VALUE ZERO.
001960 01  WS-STMT-TOTAL-PRIOR           PIC S9(11)V99 VALUE ZERO.
001970 01  WS-STMT-TOTAL-YTD             PIC S9(11)V99 VALUE ZERO.
001980 01  WS-BS-NET-CURRENT             PIC S9(11)V99 VALUE ZERO.
001990 01  WS-IS-NET-YTD                 PIC S9(11)V99 VALUE ZERO.
002000 01  WS-COMBINED-NET               PIC S9(11)V99 VALUE ZERO.
002010 01  WS-LEDGER-TOTAL               PIC S9(11)V99 VALUE ZERO.
002020 01  WS-PRINT-LINE                 PIC X(132) VALUE SPACES.
002030
002040******************************************************************
002050*    FISCAL-CALENDAR TABLE - THE WHOLE CALENDAR MASTER IS HELD
002060*    IN STORAGE TO FIND THE PERIOD, THE PERIODS BEFORE IT AND
002070*    THE END OF THE LAST FISCAL YEAR
002080******************************************************************
002090 01  WS-PERIOD-TABLE-AREA.
002100     05  WS-PERIOD-COUNT           PIC 9(03) VALUE ZERO.
002110     05  WS-PERIOD-ENTRY OCCURS 120 TIMES
002120                         INDEXED BY WS-PER-IDX.
002130         10  WS-PERIOD-RECORD      PIC X(80) VALUE SPACES.
002140         10  FILLER REDEFINES WS-PERIOD-RECORD.
002150             15  WS-PER-PERIOD-ID  PIC 9(06).
002160             15  WS-PER-START-DATE PIC 9(08).
002170             15  WS-PER-END-DATE   PIC 9(08).
002180             15  WS-PER-TBL-STATUS PIC X(01).
002190                 88  WS-PER-IS-CLOSED        VALUE "C".
002200             15  FILLER            PIC X(57).
002210
002220******************************************************************
002230*    REPORTING-HIERARCHY TABLES - SECTIONS AND LINES CARRY THE
002240*    COLUMN TOTALS BUILT UP FROM THE ACCOUNTS MAPPED TO THEM
002250******************************************************************
002260 01  WS-SECTION-TABLE-AREA.
002270     05  WS-SECTION-COUNT          PIC 9(04) COMP VALUE ZERO.
002280     05  WS-SECTION-ENTRY OCCURS 50 TIMES
002290                          INDEXED BY WS-SEC-IDX.
002300         10  WS-SEC-CODE           PIC X(10) VALUE SPACES.
002310         10  WS-SEC-STATEMENT      PIC X(02) VALUE SPACES.
002320         10  WS-SEC-SEQUENCE       PIC 9(03) VALUE ZERO.
002330         10  WS-SEC-DESCRIPTION    PIC X(30) VALUE SPACES.
002340         10  WS-SEC-TOTAL-CURRENT  PIC S9(11)V99 VALUE ZERO.
002350         10  WS-SEC-TOTAL-PRIOR    PIC S9(11)V99 VALUE ZERO.
002360         10  WS-SEC-TOTAL-YTD      PIC S9(11)V99 VALUE ZERO.
002370
002380 01  WS-SECTION-HOLD-ENTRY.
002390     05  WS-HLD-SEC-CODE           PIC X(10).
002400     05  WS-HLD-SEC-STATEMENT      PIC X(02).
002410     05  WS-HLD-SEC-SEQUENCE       PIC 9(03).
002420     05  WS-HLD-SEC-DESCRIPTION    PIC X(30).
002430     05  WS-HLD-SEC-TOTAL-CURRENT  PIC S9(11)V99.
002440     05  WS-HLD-SEC-TOTAL-PRIOR    PIC S9(11)V99.
002450     05  WS-HLD-SEC-TOTAL-YTD      PIC S9(11)V99.
002460
002470 01  WS-LINE-TABLE-AREA.
002480     05  WS-LINE-COUNT-TBL         PIC 9(04) COMP VALUE ZERO.
002490     05  WS-LINE-ENTRY OCCURS 300 TIMES
002500                       INDEXED BY WS-LIN-IDX.
002510         10  WS-LIN-CODE           PIC X(10) VALUE SPACES.
002520         10  WS-LIN-SECTION        PIC X(10) VALUE SPACES.
002530         10  WS-LIN-SEQUENCE       PIC 9(03) VALUE ZERO.
002540         10  WS-LIN-DESCRIPTION    PIC X(30) VALUE SPACES.
002550         10  WS-LIN-TOTAL-CURRENT  PIC S9(11)V99 VALUE ZERO.
002560         10  WS-LIN-TOTAL-PRIOR    PIC S9(11)V99 VALUE ZERO.
002570         10  WS-LIN-TOTAL-YTD      PIC S9(11)V99 VALUE ZERO.
002580
002590 01  WS-LINE-HOLD-ENTRY.
002600     05  WS-HLD-LIN-CODE           PIC X(10).
002610     05  WS-HLD-LIN-SECTION        PIC X(10).
002620     05  WS-HLD-LIN-SEQUENCE       PIC 9(03).
002630     05  WS-HLD-LIN-DESCRIPTION    PIC X(30).
002640     05  WS-HLD-LIN-TOTAL-CURRENT  PIC S9(11)V99.
002650     05  WS-HLD-LIN-TOTAL-PRIOR    PIC S9(11)V99.
002660     05  WS-HLD-LIN-TOTAL-YTD      PIC S9(11)V99.
002670
002680 01  WS-MAP-TABLE-AREA.
002690     05  WS-MAP-COUNT              PIC 9(04) COMP VALUE ZERO.
002700     05  WS-MAP-ENTRY OCCURS 2000 TIMES
002710                      INDEXED BY WS-MAP-IDX.
002720         10  WS-MAP-ACCOUNT-NO     PIC X(10) VALUE SPACES.
002730         10  WS-MAP-LINE-CODE      PIC X(10) VALUE SPACES.
002740
002750******************************************************************
002760*    ACCOUNT BALANCE TABLE - ONE ENTRY PER ACCOUNT SEEN ON THE
002770*    BALANCE FILES, HOLDING EVERY BALANCE THE COLUMNS NEED
002780******************************************************************
002790 01  WS-BALANCE-TABLE-AREA.
002800     05  WS-BALANCE-COUNT          PIC 9(04) COMP VALUE ZERO.
002810     05  WS-BALANCE-ENTRY OCCURS 2000 TIMES
002820                          INDEXED BY WS-ACB-IDX.
002830         10  WS-ACB-ACCOUNT-NO     PIC X(10) VALUE SPACES.
002840         10  WS-ACB-CURRENT        PIC S9(9)V99 VALUE ZERO.
002850         10  WS-ACB-PRIOR          PIC S9(9)V99 VALUE ZERO.
002860         10  WS-ACB-PRIOR2         PIC S9(9)V99 VALUE ZERO.
002870         10  WS-ACB-YEAR-OPEN      PIC S9(9)V99 VALUE ZERO.
002880         10  WS-ACB-LINE-CODE      PIC X(10) VALUE SPACES.
002890         10  WS-ACB-MAP-STATUS     PIC X(01) VALUE SPACES.
002900             88  WS-ACB-IS-MAPPED            VALUE "M".
002910             88  WS-ACB-IS-UNMAPPED          VALUE "U".
002920             88  WS-ACB-HAS-UNKNOWN-LINE     VALUE "L".
002930
002940 COPY GLPERREC.
002950
002960 COPY GLPBLREC.
002970
002980 COPY GLBALREC.
002990
003000 COPY GLACMREC.
003010
003020 COPY GLACMTBL.
003030
003040 COPY GLRHYREC.
003050
003060******************************************************************
003070*    REPORT LINE LAYOUTS
003080******************************************************************
003090 01  WS-RPT-HEADER-1.
003100     05  RPT1-TITLE                PIC X(31).
003110     05  FILLER                    PIC X(08) VALUE "PERIOD:".
003120     05  RPT1-PERIOD-ID            PIC 9(06).
003130     05  FILLER                    PIC X(04) VALUE SPACES.
003140     05  FILLER                    PIC X(10) VALUE "RUN DATE:".
003150     05  RPT1-RUN-DATE             PIC 9(08).
003160     05  FILLER                    PIC X(55) VALUE SPACES.
003170     05  FILLER                    PIC X(06) VALUE "PAGE:".
003180     05  RPT1-PAGE-NUMBER          PIC ZZZ9.
003190
003200 01  WS-RPT-HEADER-2.
003210     05  FILLER                    PIC X(16) VALUE
003220         "BALANCES AS OF:".
003230     05  RPT2-AS-OF-DATE           PIC 9(08).
003240     05  FILLER                    PIC X(06) VALUE " FROM ".
003250     05  RPT2-SOURCE               PIC X(06).
003260     05  FILLER                    PIC X(04) VALUE SPACES.
003270     05  FILLER                    PIC X(14) VALUE
003280         "PRIOR PERIOD:".
003290     05  RPT2-PRIOR-PERIOD-ID      PIC 9(06).
003300     05  FILLER                    PIC X(04) VALUE SPACES.
003310     05  FILLER                    PIC X(18) VALUE
003320         "FISCAL YEAR FROM:".
003330     05  RPT2-FY-FIRST-PERIOD-ID   PIC 9(06).
003340     05  FILLER                    PIC X(44) VALUE SPACES.
003350
003360 01  WS-RPT-BS-COLUMN-HEADS.
003370     05  FILLER                    PIC X(44) VALUE
003380         "STATEMENT LINE".
003390     05  FILLER                    PIC X(18) VALUE
003400         "    CURRENT PERIOD".
003410     05  FILLER                    PIC X(18) VALUE
003420         "      PRIOR PERIOD".
003430     05  FILLER                    PIC X(18) VALUE
003440         "      YTD MOVEMENT".
003450     05  FILLER                    PIC X(34) VALUE SPACES.
003460
003470 01  WS-RPT-IS-COLUMN-HEADS.
003480     05  FILLER                    PIC X(44) VALUE
003490         "STATEMENT LINE".
003500     05  FILLER                    PIC X(18) VALUE
003510         "    CURRENT PERIOD".
003520     05  FILLER                    PIC X(18) VALUE
003530         "      PRIOR PERIOD".
003540     05  FILLER                    PIC X(18) VALUE
003550         "      YEAR TO DATE".
003560     05  FILLER                    PIC X(34) VALUE SPACES.
003570
003580 01  WS-RPT-EX-COLUMN-HEADS.
003590     05  FILLER                    PIC X(11) VALUE "ACCOUNT".
003600     05  FILLER                    PIC X(31) VALUE
003610         "DESCRIPTION".
003620     05  FILLER                    PIC X(16) VALUE
003630         " CURRENT BALANCE".
003640     05  FILLER                    PIC X(16) VALUE
003650         "   PRIOR BALANCE".
003660     05  FILLER                    PIC X(02) VALUE SPACES.
003670     05  FILLER                    PIC X(40) VALUE "REASON".
003680     05  FILLER                    PIC X(16) VALUE SPACES.
003690
003700 01  WS-RPT-SECTION-LINE.
003710     05  RPTS-DESCRIPTION          PIC X(30).
003720     05  FILLER                    PIC X(102) VALUE SPACES.
003730
003740 01  WS-RPT-AMOUNT-LINE.
003750     05  RPTA-LEAD                 PIC X(06).
003760     05  RPTA-CAPTION              PIC X(30).
003770     05  FILLER                    PIC X(08) VALUE SPACES.
003780     05  FILLER                    PIC X(02) VALUE SPACES.
003790     05  RPTA-CURRENT              PIC -(12)9.99.
003800     05  FILLER                    PIC X(02) VALUE SPACES.
003810     05  RPTA-PRIOR                PIC -(12)9.99.
003820     05  FILLER                    PIC X(02) VALUE SPACES.
003830     05  RPTA-YTD                  PIC -(12)9.99.
003840     05  FILLER                    PIC X(34) VALUE SPACES.
003850
003860 01  WS-RPT-EXCEPTION-LINE.
003870     05  RPTX-ACCOUNT-NO           PIC X(10).
003880     05  FILLER                    PIC X(01) VALUE SPACES.
003890     05  RPTX-DESCRIPTION          PIC X(30).
003900     05  FILLER                    PIC X(01) VALUE SPACES.
003910     05  RPTX-CURRENT              PIC -(12)9.99.
003920     05  RPTX-PRIOR                PIC -(12)9.99.
003930     05  FILLER                    PIC X(02) VALUE SPACES.
003940     05  RPTX-REASON               PIC X(40).
003950     05  FILLER                    PIC X(16) VALUE SPACES.
003960
003970 01  WS-RPT-COUNT-LINE.
003980     05  RPTC-CAPTION              PIC X(35).
003990     05  RPTC-COUNT                PIC Z(8)9.
004000     05  FILLER                    PIC X(88) VALUE SPACES.
004010
004020 01  WS-RPT-TOTAL-LINE.
004030     05  RPTT-CAPTION              PIC X(35).
004040     05  RPTT-AMOUNT               PIC -(11)9.99.
004050     05  FILLER                    PIC X(82) VALUE SPACES.
004060
004070 01  WS-RPT-VERDICT-LINE.
004080     05  RPTV-VERDICT              PIC X(90).
004090     05  FILLER                    PIC X(42) VALUE SPACES.
004100
004110 01  WS-RPT-BLANK-LINE             PIC X(132) VALUE SPACES.
004120
004130 PROCEDURE DIVISION.
004140
004150******************************************************************
004160*    0000-MAINLINE
004170******************************************************************
004180 0000-MAINLINE.
004190     PERFORM 1000-INITIALIZE
004200         THRU 1000-INITIALIZE-EXIT
004210     PERFORM 2000-LOAD-BALANCES
004220         THRU 2000-LOAD-BALANCES-EXIT
004230     PERFORM 3000-BUILD-STATEMENT-LINES
004240         THRU 3000-BUILD-STATEMENT-LINES-EXIT
004250     PERFORM 4000-PRINT-STATEMENTS
004260         THRU 4000-PRINT-STATEMENTS-EXIT
004270     PERFORM 9000-TERMINATE
004280         THRU 9000-TERMINATE-EXIT
004290     STOP RUN.
004300
004310******************************************************************
004320*    1000-INITIALIZE
004330******************************************************************
004340 1000-INITIALIZE.
004350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004360     PERFORM 1100-READ-PARM-CARDS
004370         THRU 1100-READ-PARM-CARDS-EXIT
004380     PERFORM 1200-LOAD-FISCAL-CALENDAR
004390         THRU 1200-LOAD-FISCAL-CALENDAR-EXIT
004400     PERFORM 1300-LOCATE-PERIODS
004410         THRU 1300-LOCATE-PERIODS-EXIT
004420     PERFORM 1400-LOAD-ACCOUNT-MASTER
004430         THRU 1400-LOAD-ACCOUNT-MASTER-EXIT
004440     PERFORM 1500-LOAD-HIERARCHY
004450         THRU 1500-LOAD-HIERARCHY-EXIT
004460     PERFORM 1600-SORT-HIERARCHY
004470         THRU 1600-SORT-HIERARCHY-EXIT
004480     OPEN OUTPUT FSTRPT
004490     IF WS-FSTRPT-STATUS NOT = "00"
004500        AND WS-FSTRPT-STATUS NOT = "04"
004510         DISPLAY "GLFST01 - FSTRPT OPEN FAILED - STATUS "
004520             WS-FSTRPT-STATUS
004530         STOP RUN
004540     END-IF.
004550 1000-INITIALIZE-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590*    1100-READ-PARM-CARDS - PERIOD=YYYYMM IS REQUIRED. FYSTART=MM
004600*                 IS ONLY NEEDED WHERE THE FISCAL YEAR DOES NOT
004610*                 START IN JANUARY
004620******************************************************************
004630 1100-READ-PARM-CARDS.
004640     OPEN INPUT PARMFILE
004650     IF WS-PARMFILE-STATUS = "35"
004660         DISPLAY "GLFST01 - NO PARMFILE - SUPPLY A PERIOD=YYYYMM "
004670             "CARD"
004680         STOP RUN
004690     END-IF
004700     IF WS-PARMFILE-STATUS NOT = "00"
004710        AND WS-PARMFILE-STATUS NOT = "04"
004720         DISPLAY "GLFST01 - PARMFILE OPEN FAILED - STATUS "
004730             WS-PARMFILE-STATUS
004740         STOP RUN
004750     END-IF
004760     PERFORM 1110-READ-PARM-CARD
004770         THRU 1110-READ-PARM-CARD-EXIT
004780     PERFORM 1150-APPLY-ONE-PARM-CARD
004790         THRU 1150-APPLY-ONE-PARM-CARD-EXIT
004800         UNTIL WS-END-OF-PARMFILE
004810     CLOSE PARMFILE
004820     IF WS-TARGET-PERIOD-ID = ZERO
004830         DISPLAY "GLFST01 - NO PERIOD=YYYYMM CARD - RUN STOPPED"
004840         STOP RUN
004850     END-IF
004860     IF WS-TARGET-MONTH < 1 OR WS-TARGET-MONTH > 12
004870         DISPLAY "GLFST01 - PERIOD= CARD IS NOT A VALID "
004880             "YYYYMM PERIOD - RUN STOPPED"
004890         STOP RUN
004900     END-IF.
004910 1100-READ-PARM-CARDS-EXIT.
004920     EXIT.
004930
004940 1110-READ-PARM-CARD.
004950     READ PARMFILE INTO WS-PARM-CARD
004960         AT END
004970             MOVE "Y" TO WS-PARM-EOF-SWITCH
004980     END-READ.
004990 1110-READ-PARM-CARD-EXIT.
005000     EXIT.
005010
005020 1150-APPLY-ONE-PARM-CARD.
005030     IF WS-PARM-CARD (1:7) = "PERIOD="
005040         IF WS-PARM-CARD (8:6) IS NUMERIC
005050             MOVE WS-PARM-CARD (8:6) TO WS-TARGET-PERIOD-ID
005060         ELSE
005070             DISPLAY "GLFST01 - PERIOD= CARD IS NOT A VALID "
005080                 "YYYYMM PERIOD - RUN STOPPED"
005090             STOP RUN
005100         END-IF
005110     END-IF
005120     IF WS-PARM-CARD (1:8) = "FYSTART="
005130         IF WS-PARM-CARD (9:2) IS NUMERIC
005140            AND WS-PARM-CARD (9:2) >= "01"
005150            AND WS-PARM-CARD (9:2) <= "12"
005160             MOVE WS-PARM-CARD (9:2) TO WS-FY-START-MONTH
005170         ELSE
005180             DISPLAY "GLFST01 - FYSTART= CARD IS NOT A VALID "
005190                 "MONTH 01-12 - RUN STOPPED"
005200             STOP RUN
005210         END-IF
005220     END-IF
005230     PERFORM 1110-READ-PARM-CARD
005240         THRU 1110-READ-PARM-CARD-EXIT.
005250 1150-APPLY-ONE-PARM-CARD-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290*    1200-LOAD-FISCAL-CALENDAR - THE STATEMENTS CANNOT RUN
005300*                 WITHOUT THE CALENDAR MASTER
005310******************************************************************
005320 1200-LOAD-FISCAL-CALENDAR.
005330     OPEN INPUT PERFILE
005340     IF WS-PERFILE-STATUS = "35"
005350         DISPLAY "GLFST01 - PERFILE NOT FOUND - SUPPLY THE "
005360             "FISCAL-CALENDAR MASTER"
005370         STOP RUN
005380     END-IF
005390     IF WS-PERFILE-STATUS NOT = "00"
005400        AND WS-PERFILE-STATUS NOT = "04"
005410         DISPLAY "GLFST01 - PERFILE OPEN FAILED - STATUS "
005420             WS-PERFILE-STATUS
005430         STOP RUN
005440     END-IF
005450     PERFORM 1210-READ-PERIOD-RECORD
005460         THRU 1210-READ-PERIOD-RECORD-EXIT
005470     PERFORM 1250-STORE-ONE-PERIOD
005480         THRU 1250-STORE-ONE-PERIOD-EXIT
005490         UNTIL WS-END-OF-PERFILE
005500     CLOSE PERFILE
005510     IF WS-PERIOD-COUNT = ZERO
005520         DISPLAY "GLFST01 - PERFILE IS EMPTY - SUPPLY THE "
005530             "FISCAL-CALENDAR MASTER"
005540         STOP RUN
005550     END-IF.
005560 1200-LOAD-FISCAL-CALENDAR-EXIT.
005570     EXIT.
005580
005590 1210-READ-PERIOD-RECORD.
005600     READ PERFILE INTO GL-FISCAL-PERIOD-RECORD
005610         AT END
005620             MOVE "Y" TO WS-PERFILE-EOF-SWITCH
005630     END-READ.
005640 1210-READ-PERIOD-RECORD-EXIT.
005650     EXIT.
005660
005670 1250-STORE-ONE-PERIOD.
005680     IF WS-PERIOD-COUNT >= 120
005690         DISPLAY "GLFST01 - FISCAL-CALENDAR TABLE FULL - MORE "
005700             "THAN 120 PERIODS ON PERFILE"
005710         STOP RUN
005720     END-IF
005730     ADD 1 TO WS-PERIOD-COUNT
005740     SET WS-PER-IDX TO WS-PERIOD-COUNT
005750     MOVE GL-FISCAL-PERIOD-RECORD TO
005760         WS-PERIOD-RECORD (WS-PER-IDX)
005770     PERFORM 1210-READ-PERIOD-RECORD
005780         THRU 1210-READ-PERIOD-RECORD-EXIT.
005790 1250-STORE-ONE-PERIOD-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*    1300-LOCATE-PERIODS - FIND THE REQUESTED PERIOD AND, FROM
005840*                 THE CALENDAR, THE PERIOD BEFORE IT (PRIOR
005850*                 COLUMN), THE PERIOD BEFORE THAT (PRIOR PERIOD'S
005860*                 INCOME-STATEMENT ACTIVITY) AND THE LAST PERIOD
005870*                 OF THE PREVIOUS FISCAL YEAR (BALANCE-SHEET
005880*                 MOVEMENT).
005890*                 AN OPEN PERIOD IS REPORTED FROM NEWBAL.
005900******************************************************************
005910 1300-LOCATE-PERIODS.
005920     SET WS-PER-IDX TO 1
005930     SEARCH WS-PERIOD-ENTRY
005940         AT END
005950             DISPLAY "GLFST01 - PERIOD " WS-TARGET-PERIOD-ID
005960                 " IS NOT ON PERFILE - RUN STOPPED"
005970             STOP RUN
005980         WHEN WS-PER-PERIOD-ID (WS-PER-IDX) = WS-TARGET-PERIOD-ID
005990             MOVE WS-PER-START-DATE (WS-PER-IDX) TO
006000                 WS-TARGET-START-DATE
006010             MOVE WS-PER-END-DATE (WS-PER-IDX) TO
006020                 WS-TARGET-END-DATE
006030             IF NOT WS-PER-IS-CLOSED (WS-PER-IDX)
006040                 MOVE "Y" TO WS-NEWBAL-SOURCE-SWITCH
006050             END-IF
006060     END-SEARCH
006070     IF WS-TARGET-MONTH < WS-FY-START-MONTH
006080         COMPUTE WS-FY-FIRST-YEAR = WS-TARGET-YEAR - 1
006090     ELSE
006100         MOVE WS-TARGET-YEAR TO WS-FY-FIRST-YEAR
006110     END-IF
006120     MOVE WS-FY-START-MONTH TO WS-FY-FIRST-MONTH
006130     IF WS-TARGET-MONTH = WS-FY-START-MONTH
006140         MOVE "Y" TO WS-TARGET-OPENS-YEAR-SWITCH
006150     END-IF
006160     PERFORM 1350-EXAMINE-ONE-PERIOD
006170         THRU 1350-EXAMINE-ONE-PERIOD-EXIT
006180         VARYING WS-PER-IDX FROM 1 BY 1
006190         UNTIL WS-PER-IDX > WS-PERIOD-COUNT
006200     PERFORM 1360-FIND-PRIOR2-PERIOD
006210         THRU 1360-FIND-PRIOR2-PERIOD-EXIT
006220         VARYING WS-PER-IDX FROM 1 BY 1
006230         UNTIL WS-PER-IDX > WS-PERIOD-COUNT
006240     IF WS-PRIOR-PERIOD-ID NOT = ZERO
006250        AND WS-PRIOR-MONTH = WS-FY-START-MONTH
006260         MOVE "Y" TO WS-PRIOR-OPENS-YEAR-SWITCH
006270     END-IF.
006280 1300-LOCATE-PERIODS-EXIT.
006290     EXIT.
006300
006310 1350-EXAMINE-ONE-PERIOD.
006320     IF WS-PER-PERIOD-ID (WS-PER-IDX) < WS-TARGET-PERIOD-ID
006330        AND WS-PER-PERIOD-ID (WS-PER-IDX) > WS-PRIOR-PERIOD-ID
006340         MOVE WS-PER-PERIOD-ID (WS-PER-IDX) TO WS-PRIOR-PERIOD-ID
006350     END-IF
006360     IF WS-PER-PERIOD-ID (WS-PER-IDX) < WS-FY-FIRST-PERIOD-ID
006370        AND WS-PER-PERIOD-ID (WS-PER-IDX) > WS-YEAR-OPEN-PERIOD-ID
006380         MOVE WS-PER-PERIOD-ID (WS-PER-IDX) TO
006390             WS-YEAR-OPEN-PERIOD-ID
006400     END-IF.
006410 1350-EXAMINE-ONE-PERIOD-EXIT.
006420     EXIT.
006430
006440 1360-FIND-PRIOR2-PERIOD.
006450     IF WS-PER-PERIOD-ID (WS-PER-IDX) < WS-PRIOR-PERIOD-ID
006460        AND WS-PER-PERIOD-ID (WS-PER-IDX) > WS-PRIOR2-PERIOD-ID
006470         MOVE WS-PER-PERIOD-ID (WS-PER-IDX) TO WS-PRIOR2-PERIOD-ID
006480     END-IF.
006490 1360-FIND-PRIOR2-PERIOD-EXIT.
006500     EXIT.
006510
006520******************************************************************
006530*    1400-LOAD-ACCOUNT-MASTER - DESCRIPTIONS FOR THE EXCEPTION
006540*                 PAGE ONLY, SO THE MASTER IS OPTIONAL
006550******************************************************************
006560 1400-LOAD-ACCOUNT-MASTER.
006570     OPEN INPUT ACCTFILE
006580     IF WS-ACCTFILE-STATUS = "35"
006590         DISPLAY "GLFST01 - WARNING - ACCTFILE NOT FOUND - "
006600             "EXCEPTIONS PRINT WITHOUT DESCRIPTIONS"
006610         GO TO 1400-LOAD-ACCOUNT-MASTER-EXIT
006620     END-IF
006630     IF WS-ACCTFILE-STATUS NOT = "00"
006640        AND WS-ACCTFILE-STATUS NOT = "04"
006650         DISPLAY "GLFST01 - ACCTFILE OPEN FAILED - STATUS "
006660             WS-ACCTFILE-STATUS
006670         STOP RUN
006680     END-IF
006690     PERFORM 1410-READ-ACCOUNT-RECORD
006700         THRU 1410-READ-ACCOUNT-RECORD-EXIT
006710     PERFORM 1450-STORE-ONE-ACCOUNT
006720         THRU 1450-STORE-ONE-ACCOUNT-EXIT
006730         UNTIL WS-END-OF-ACCTFILE
006740     CLOSE ACCTFILE.
006750 1400-LOAD-ACCOUNT-MASTER-EXIT.
006760     EXIT.
006770
006780 1410-READ-ACCOUNT-RECORD.
006790     READ ACCTFILE INTO GL-ACCT-MASTER-RECORD
006800         AT END
006810             MOVE "Y" TO WS-ACCT-EOF-SWITCH
006820     END-READ.
006830 1410-READ-ACCOUNT-RECORD-EXIT.
006840     EXIT.
006850
006860 1450-STORE-ONE-ACCOUNT.
006870     IF GLACM-MASTER-COUNT >= 2000
006880         DISPLAY "GLFST01 - ACCOUNT MASTER TABLE FULL - MORE "
006890             "THAN 2000 ACCOUNTS ON ACCTFILE"
006900         STOP RUN
006910     END-IF
006920     ADD 1 TO GLACM-MASTER-COUNT
006930     SET GLACM-MST-IDX TO GLACM-MASTER-COUNT
006940     MOVE GLACM-ACCOUNT-NO     TO
006950         GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
006960     MOVE GLACM-DESCRIPTION    TO
006970         GLACM-MST-DESCRIPTION (GLACM-MST-IDX)
006980     MOVE GLACM-STATUS         TO
006990         GLACM-MST-STATUS (GLACM-MST-IDX)
007000     MOVE GLACM-NORMAL-BALANCE TO
007010         GLACM-MST-NORMAL-BAL (GLACM-MST-IDX)
007020     MOVE GLACM-ACCOUNT-TYPE   TO
007030         GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX)
007040     PERFORM 1410-READ-ACCOUNT-RECORD
007050         THRU 1410-READ-ACCOUNT-RECORD-EXIT.
007060 1450-STORE-ONE-ACCOUNT-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100*    1500-LOAD-HIERARCHY - SECTIONS, LINES AND ACCOUNT MAPPINGS
007110*                 MAY COME IN ANY ORDER. A BROKEN HIERARCHY WOULD
007120*                 PRINT MISLEADING STATEMENTS, SO EVERY ERROR IS
007130*                 LISTED AND THE RUN STOPS.
007140******************************************************************
007150 1500-LOAD-HIERARCHY.
007160     OPEN INPUT RPTHIER
007170     IF WS-RPTHIER-STATUS = "35"
007180         DISPLAY "GLFST01 - RPTHIER NOT FOUND - SUPPLY THE "
007190             "REPORTING-HIERARCHY MASTER"
007200         STOP RUN
007210     END-IF
007220     IF WS-RPTHIER-STATUS NOT = "00"
007230        AND WS-RPTHIER-STATUS NOT = "04"
007240         DISPLAY "GLFST01 - RPTHIER OPEN FAILED - STATUS "
007250             WS-RPTHIER-STATUS
007260         STOP RUN
007270     END-IF
007280     PERFORM 1510-READ-HIERARCHY-RECORD
007290         THRU 1510-READ-HIERARCHY-RECORD-EXIT
007300     PERFORM 1550-STORE-ONE-HIERARCHY-REC
007310         THRU 1550-STORE-ONE-HIERARCHY-REC-EXIT
007320         UNTIL WS-END-OF-RPTHIER
007330     CLOSE RPTHIER
007340     IF WS-SECTION-COUNT = ZERO
007350        OR WS-LINE-COUNT-TBL = ZERO
007360         DISPLAY "GLFST01 - RPTHIER HAS NO SECTIONS OR NO LINES "
007370             "- RUN STOPPED"
007380         STOP RUN
007390     END-IF
007400     PERFORM 1590-CHECK-ONE-LINE-SECTION
007410         THRU 1590-CHECK-ONE-LINE-SECTION-EXIT
007420         VARYING WS-LIN-IDX FROM 1 BY 1
007430         UNTIL WS-LIN-IDX > WS-LINE-COUNT-TBL
007440     IF WS-HIERARCHY-IN-ERROR
007450         DISPLAY "GLFST01 - REPORTING HIERARCHY IS IN ERROR - "
007460             "CORRECT RPTHIER AND RERUN"
007470         STOP RUN
007480     END-IF.
007490 1500-LOAD-HIERARCHY-EXIT.
007500     EXIT.
007510
007520 1510-READ-HIERARCHY-RECORD.
007530     READ RPTHIER INTO GL-REPORT-HIERARCHY-RECORD
007540         AT END
007550             MOVE "Y" TO WS-RPTHIER-EOF-SWITCH
007560     END-READ.
007570 1510-READ-HIERARCHY-RECORD-EXIT.
007580     EXIT.
007590
007600 1550-STORE-ONE-HIERARCHY-REC.
007610     EVALUATE TRUE
007620         WHEN GLRHY-TYPE-SECTION
007630             PERFORM 1560-STORE-SECTION
007640                 THRU 1560-STORE-SECTION-EXIT
007650         WHEN GLRHY-TYPE-LINE
007660             PERFORM 1570-STORE-LINE
007670                 THRU 1570-STORE-LINE-EXIT
007680         WHEN GLRHY-TYPE-ACCOUNT
007690             PERFORM 1580-STORE-ACCOUNT-MAP
007700                 THRU 1580-STORE-ACCOUNT-MAP-EXIT
007710         WHEN OTHER
007720             DISPLAY "GLFST01 - RPTHIER RECORD TYPE "
007730                 GLRHY-RECORD-TYPE " NOT S, L OR A - CODE "
007740                 GLRHY-CODE
007750             MOVE "Y" TO WS-HIERARCHY-ERROR-SWITCH
007760     END-EVALUATE
007770     PERFORM 1510-READ-HIERARCHY-RECORD
007780         THRU 1510-READ-HIERARCHY-RECORD-EXIT.
007790 1550-STORE-ONE-HIERARCHY-REC-EXIT.
007800     EXIT.
007810
007820 1560-STORE-SECTION.
007830     IF NOT GLRHY-ON-BALANCE-SHEET
007840        AND NOT GLRHY-ON-INCOME-STATEMENT
007850         DISPLAY "GLFST01 - SECTION " GLRHY-CODE
007860             " IS NOT ON STATEMENT BS OR IS"
007870         MOVE "Y" TO WS-HIERARCHY-ERROR-SWITCH
007880         GO TO 1560-STORE-SECTION-EXIT
007890     END-IF
007900     SET WS-SEC-IDX TO 1
007910     SEARCH WS-SECTION-ENTRY
007920         AT END
007930             CONTINUE
007940         WHEN WS-SEC-CODE (WS-SEC-IDX) = GLRHY-CODE
007950             DISPLAY "GLFST01 - SECTION " GLRHY-CODE
007960                 " IS ON RPTHIER TWICE"
007970             MOVE "Y" TO WS-HIERARCHY-ERROR-SWITCH
007980             GO TO 1560-STORE-SECTION-EXIT
007990     END-SEARCH
008000     IF WS-SECTION-COUNT >= 50
008010         DISPLAY "GLFST01 - SECTION TABLE FULL - MORE THAN 50 "
008020             "SECTIONS ON RPTHIER"
008030         STOP RUN
008040     END-IF
008050     ADD 1 TO WS-SECTION-COUNT
008060     SET WS-SEC-IDX TO WS-SECTION-COUNT
008070     MOVE GLRHY-CODE        TO WS-SEC-CODE (WS-SEC-IDX)
008080     MOVE GLRHY-PARENT-CODE TO WS-SEC-STATEMENT (WS-SEC-IDX)
008090     MOVE GLRHY-SEQUENCE    TO WS-SEC-SEQUENCE (WS-SEC-IDX)
008100     MOVE GLRHY-DESCRIPTION TO WS-SEC-DESCRIPTION (WS-SEC-IDX)
008110     MOVE ZERO TO WS-SEC-TOTAL-CURRENT (WS-SEC-IDX)
008120     MOVE ZERO TO WS-SEC-TOTAL-PRIOR (WS-SEC-IDX)
008130     MOVE ZERO TO WS-SEC-TOTAL-YTD (WS-SEC-IDX).
008140 1560-STORE-SECTION-EXIT.
008150     EXIT.
008160
008170 1570-STORE-LINE.
008180     SET WS-LIN-IDX TO 1
008190     SEARCH WS-LINE-ENTRY
008200         AT END
008210             CONTINUE
008220         WHEN WS-LIN-CODE (WS-LIN-IDX) = GLRHY-CODE
008230             DISPLAY "GLFST01 - LINE " GLRHY-CODE
008240                 " IS ON RPTHIER TWICE"
008250             MOVE "Y" TO WS-HIERARCHY-ERROR-SWITCH
008260             GO TO 1570-STORE-LINE-EXIT
008270     END-SEARCH
008280     IF WS-LINE-COUNT-TBL >= 300
008290         DISPLAY "GLFST01 - LINE TABLE FULL - MORE THAN 300 "
008300             "LINES ON RPTHIER"
008310         STOP RUN
008320     END-IF
008330     ADD 1 TO WS-LINE-COUNT-TBL
008340     SET WS-LIN-IDX TO WS-LINE-COUNT-TBL
008350     MOVE GLRHY-CODE        TO WS-LIN-CODE (WS-LIN-IDX)
008360     MOVE GLRHY-PARENT-CODE TO WS-LIN-SECTION (WS-LIN-IDX)
008370     MOVE GLRHY-SEQUENCE    TO WS-LIN-SEQUENCE (WS-LIN-IDX)
008380     MOVE GLRHY-DESCRIPTION TO WS-LIN-DESCRIPTION (WS-LIN-IDX)
008390     MOVE ZERO TO WS-LIN-TOTAL-CURRENT (WS-LIN-IDX)
008400     MOVE ZERO TO WS-LIN-TOTAL-PRIOR (WS-LIN-IDX)
008410     MOVE ZERO TO WS-LIN-TOTAL-YTD (WS-LIN-IDX).
008420 1570-STORE-LINE-EXIT.
008430     EXIT.
008440
008450 1580-STORE-ACCOUNT-MAP.
008460     SET WS-MAP-IDX TO 1
008470     SEARCH WS-MAP-ENTRY
008480         AT END
008490             CONTINUE
008500         WHEN WS-MAP-ACCOUNT-NO (WS-MAP-IDX) = GLRHY-CODE
008510             DISPLAY "GLFST01 - ACCOUNT " GLRHY-CODE
008520                 " IS MAPPED TWICE ON RPTHIER"
008530             MOVE "Y" TO WS-HIERARCHY-ERROR-SWITCH
008540             GO TO 1580-STORE-ACCOUNT-MAP-EXIT
008550     END-SEARCH
008560     IF WS-MAP-COUNT >= 2000
008570         DISPLAY "GLFST01 - ACCOUNT MAP TABLE FULL - MORE THAN "
008580             "2000 ACCOUNTS MAPPED ON RPTHIER"
008590         STOP RUN
008600     END-IF
008610     ADD 1 TO WS-MAP-COUNT
008620     SET WS-MAP-IDX TO WS-MAP-COUNT
008630     MOVE GLRHY-CODE        TO WS-MAP-ACCOUNT-NO (WS-MAP-IDX)
008640     MOVE GLRHY-PARENT-CODE TO WS-MAP-LINE-CODE (WS-MAP-IDX).
008650 1580-STORE-ACCOUNT-MAP-EXIT.
008660     EXIT.
008670
008680 1590-CHECK-ONE-LINE-SECTION.
008690     SET WS-SEC-IDX TO 1
008700     SEARCH WS-SECTION-ENTRY
008710         AT END
008720             DISPLAY "GLFST01 - LINE " WS-LIN-CODE (WS-LIN-IDX)
008730                 " NAMES SECTION " WS-LIN-SECTION (WS-LIN-IDX)
008740                 " WHICH IS NOT ON RPTHIER"
008750             MOVE "Y" TO WS-HIERARCHY-ERROR-SWITCH
008760         WHEN WS-SEC-CODE (WS-SEC-IDX)
008770                 = WS-LIN-SECTION (WS-LIN-IDX)
008780             CONTINUE
008790     END-SEARCH.
008800 1590-CHECK-ONE-LINE-SECTION-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840*    1600-SORT-HIERARCHY - EXCHANGE SORT OF SECTIONS AND LINES
008850*                 INTO PRINT SEQUENCE. THE TABLES ARE SMALL, SO A
008860*                 SIMPLE SORT IS FINE.
008870******************************************************************
008880 1600-SORT-HIERARCHY.
008890     IF WS-SECTION-COUNT > 1
008900         MOVE "Y" TO WS-SWAP-MADE-SWITCH
008910         PERFORM 1610-ONE-SECTION-SORT-PASS
008920             THRU 1610-ONE-SECTION-SORT-PASS-EXIT
008930             UNTIL NOT WS-A-SWAP-WAS-MADE
008940     END-IF
008950     IF WS-LINE-COUNT-TBL > 1
008960         MOVE "Y" TO WS-SWAP-MADE-SWITCH
008970         PERFORM 1650-ONE-LINE-SORT-PASS
008980             THRU 1650-ONE-LINE-SORT-PASS-EXIT
008990             UNTIL NOT WS-A-SWAP-WAS-MADE
009000     END-IF.
009010 1600-SORT-HIERARCHY-EXIT.
009020     EXIT.
009030
009040 1610-ONE-SECTION-SORT-PASS.
009050     MOVE "N" TO WS-SWAP-MADE-SWITCH
009060     PERFORM 1620-COMPARE-SECTIONS
009070         THRU 1620-COMPARE-SECTIONS-EXIT
009080         VARYING WS-SORT-SUB FROM 1 BY 1
009090         UNTIL WS-SORT-SUB >= WS-SECTION-COUNT.
009100 1610-ONE-SECTION-SORT-PASS-EXIT.
009110     EXIT.
009120
009130 1620-COMPARE-SECTIONS.
009140     COMPUTE WS-NEXT-SORT-SUB = WS-SORT-SUB + 1
009150     IF WS-SEC-SEQUENCE (WS-SORT-SUB) >
009160             WS-SEC-SEQUENCE (WS-NEXT-SORT-SUB)
009170         MOVE WS-SECTION-ENTRY (WS-SORT-SUB) TO
009180             WS-SECTION-HOLD-ENTRY
009190         MOVE WS-SECTION-ENTRY (WS-NEXT-SORT-SUB) TO
009200             WS-SECTION-ENTRY (WS-SORT-SUB)
009210         MOVE WS-SECTION-HOLD-ENTRY TO
009220             WS-SECTION-ENTRY (WS-NEXT-SORT-SUB)
009230         MOVE "Y" TO WS-SWAP-MADE-SWITCH
009240     END-IF.
009250 1620-COMPARE-SECTIONS-EXIT.
009260     EXIT.
009270
009280 1650-ONE-LINE-SORT-PASS.
009290     MOVE "N" TO WS-SWAP-MADE-SWITCH
009300     PERFORM 1660-COMPARE-LINES
009310         THRU 1660-COMPARE-LINES-EXIT
009320         VARYING WS-SORT-SUB FROM 1 BY 1
009330         UNTIL WS-SORT-SUB >= WS-LINE-COUNT-TBL.
009340 1650-ONE-LINE-SORT-PASS-EXIT.
009350     EXIT.
009360
009370 1660-COMPARE-LINES.
009380     COMPUTE WS-NEXT-SORT-SUB = WS-SORT-SUB + 1
009390     IF WS-LIN-SEQUENCE (WS-SORT-SUB) >
009400             WS-LIN-SEQUENCE (WS-NEXT-SORT-SUB)
009410         MOVE WS-LINE-ENTRY (WS-SORT-SUB) TO
009420             WS-LINE-HOLD-ENTRY
009430         MOVE WS-LINE-ENTRY (WS-NEXT-SORT-SUB) TO
009440             WS-LINE-ENTRY (WS-SORT-SUB)
009450         MOVE WS-LINE-HOLD-ENTRY TO
009460             WS-LINE-ENTRY (WS-NEXT-SORT-SUB)
009470         MOVE "Y" TO WS-SWAP-MADE-SWITCH
009480     END-IF.
009490 1660-COMPARE-LINES-EXIT.
009500     EXIT.
009510
009520******************************************************************
009530*    2000-LOAD-BALANCES - THE CURRENT COLUMN COMES FROM NEWBAL
009540*                 WHEN THE PERIOD IS STILL OPEN, OTHERWISE FROM
009550*                 PERBAL. THE EARLIER PERIODS ALWAYS COME FROM
009560*                 PERBAL.
009570******************************************************************
009580 2000-LOAD-BALANCES.
009590     IF WS-CURRENT-FROM-NEWBAL
009600         PERFORM 2100-LOAD-DAILY-BALANCES
009610             THRU 2100-LOAD-DAILY-BALANCES-EXIT
009620     ELSE
009630         MOVE WS-TARGET-END-DATE TO WS-AS-OF-DATE
009640     END-IF
009650     PERFORM 2200-LOAD-PERIOD-BALANCES
009660         THRU 2200-LOAD-PERIOD-BALANCES-EXIT
009670     IF WS-CURRENT-READ-COUNT = ZERO
009680         DISPLAY "GLFST01 - NO BALANCES FOR PERIOD "
009690             WS-TARGET-PERIOD-ID " - RUN STOPPED"
009700         STOP RUN
009710     END-IF
009720     IF WS-PRIOR-PERIOD-ID NOT = ZERO
009730        AND WS-PRIOR-READ-COUNT = ZERO
009740         DISPLAY "GLFST01 - WARNING - NO PERBAL BALANCES FOR "
009750             "PRIOR PERIOD " WS-PRIOR-PERIOD-ID
009760             " - PRIOR COLUMN SHOWS ZERO"
009770     END-IF.
009780 2000-LOAD-BALANCES-EXIT.
009790     EXIT.
009800
009810 2100-LOAD-DAILY-BALANCES.
009820     OPEN INPUT NEWBAL
009830     IF WS-NEWBAL-STATUS = "35"
009840         DISPLAY "GLFST01 - PERIOD " WS-TARGET-PERIOD-ID
009850             " IS OPEN AND NEWBAL WAS NOT FOUND - RUN STOPPED"
009860         STOP RUN
009870     END-IF
009880     IF WS-NEWBAL-STATUS NOT = "00"
009890        AND WS-NEWBAL-STATUS NOT = "04"
009900         DISPLAY "GLFST01 - NEWBAL OPEN FAILED - STATUS "
009910             WS-NEWBAL-STATUS
009920         STOP RUN
009930     END-IF
009940     PERFORM 2110-READ-DAILY-BALANCE
009950         THRU 2110-READ-DAILY-BALANCE-EXIT
009960     PERFORM 2150-STORE-DAILY-BALANCE
009970         THRU 2150-STORE-DAILY-BALANCE-EXIT
009980         UNTIL WS-END-OF-NEWBAL
009990     CLOSE NEWBAL.
010000 2100-LOAD-DAILY-BALANCES-EXIT.
010010     EXIT.
010020
010030 2110-READ-DAILY-BALANCE.
010040     READ NEWBAL INTO GL-BALANCE-RECORD
010050         AT END
010060             MOVE "Y" TO WS-NEWBAL-EOF-SWITCH
010070     END-READ.
010080 2110-READ-DAILY-BALANCE-EXIT.
010090     EXIT.
010100
010110 2150-STORE-DAILY-BALANCE.
010120     IF GLBAL-BUSINESS-DATE < WS-TARGET-START-DATE
010130        OR GLBAL-BUSINESS-DATE > WS-TARGET-END-DATE
010140         DISPLAY "GLFST01 - NEWBAL IS DATED "
010150             GLBAL-BUSINESS-DATE " WHICH IS OUTSIDE PERIOD "
010160             WS-TARGET-PERIOD-ID " - RUN STOPPED"
010170         STOP RUN
010180     END-IF
010190     MOVE GLBAL-BUSINESS-DATE TO WS-AS-OF-DATE
010200     MOVE GLBAL-ACCOUNT-NO    TO WS-WORK-ACCOUNT-NO
010210     PERFORM 2900-FIND-OR-ADD-ACCOUNT
010220         THRU 2900-FIND-OR-ADD-ACCOUNT-EXIT
010230     MOVE GLBAL-CLOSING-BALANCE TO WS-ACB-CURRENT (WS-ACB-IDX)
010240     ADD 1 TO WS-CURRENT-READ-COUNT
010250     PERFORM 2110-READ-DAILY-BALANCE
010260         THRU 2110-READ-DAILY-BALANCE-EXIT.
010270 2150-STORE-DAILY-BALANCE-EXIT.
010280     EXIT.
010290
010300 2200-LOAD-PERIOD-BALANCES.
010310     OPEN INPUT PERBAL
010320     IF WS-PERBAL-STATUS = "35"
010330         IF WS-CURRENT-FROM-NEWBAL
010340             DISPLAY "GLFST01 - WARNING - PERBAL NOT FOUND - "
010350                 "PRIOR AND YEAR COLUMNS SHOW ZERO"
010360             GO TO 2200-LOAD-PERIOD-BALANCES-EXIT
010370         END-IF
010380         DISPLAY "GLFST01 - PERBAL NOT FOUND - SUPPLY THE "
010390             "PERIOD-END BALANCE FILE"
010400         STOP RUN
010410     END-IF
010420     IF WS-PERBAL-STATUS NOT = "00"
010430        AND WS-PERBAL-STATUS NOT = "04"
010440         DISPLAY "GLFST01 - PERBAL OPEN FAILED - STATUS "
010450             WS-PERBAL-STATUS
010460         STOP RUN
010470     END-IF
010480     PERFORM 2210-READ-PERIOD-BALANCE
010490         THRU 2210-READ-PERIOD-BALANCE-EXIT
010500     PERFORM 2250-STORE-PERIOD-BALANCE
010510         THRU 2250-STORE-PERIOD-BALANCE-EXIT
010520         UNTIL WS-END-OF-PERBAL
010530     CLOSE PERBAL.
010540 2200-LOAD-PERIOD-BALANCES-EXIT.
010550     EXIT.
010560
010570 2210-READ-PERIOD-BALANCE.
010580     READ PERBAL INTO GL-PERIOD-BALANCE-RECORD
010590         AT END
010600             MOVE "Y" TO WS-PERBAL-EOF-SWITCH
010610     END-READ.
010620 2210-READ-PERIOD-BALANCE-EXIT.
010630     EXIT.
010640
010650******************************************************************
010660*    2250-STORE-PERIOD-BALANCE - ONE PERBAL RECORD CAN FEED MORE
010670*                 THAN ONE COLUMN (THE PRIOR PERIOD IS OFTEN ALSO
010680*                 THE LAST PERIOD OF THE PREVIOUS YEAR), SO EACH
010690*                 PERIOD IS TESTED ON ITS OWN
010700******************************************************************
010710 2250-STORE-PERIOD-BALANCE.
010720     IF (GLPBL-PERIOD-ID = WS-TARGET-PERIOD-ID
010730         AND NOT WS-CURRENT-FROM-NEWBAL)
010740        OR GLPBL-PERIOD-ID = WS-PRIOR-PERIOD-ID
010750        OR GLPBL-PERIOD-ID = WS-PRIOR2-PERIOD-ID
010760        OR GLPBL-PERIOD-ID = WS-YEAR-OPEN-PERIOD-ID
010770         PERFORM 2260-STORE-BALANCE-COLUMNS
010780             THRU 2260-STORE-BALANCE-COLUMNS-EXIT
010790     END-IF
010800     PERFORM 2210-READ-PERIOD-BALANCE
010810         THRU 2210-READ-PERIOD-BALANCE-EXIT.
010820 2250-STORE-PERIOD-BALANCE-EXIT.
010830     EXIT.
010840
010850 2260-STORE-BALANCE-COLUMNS.
010860     MOVE GLPBL-ACCOUNT-NO TO WS-WORK-ACCOUNT-NO
010870     PERFORM 2900-FIND-OR-ADD-ACCOUNT
010880         THRU 2900-FIND-OR-ADD-ACCOUNT-EXIT
010890     IF GLPBL-PERIOD-ID = WS-TARGET-PERIOD-ID
010900        AND NOT WS-CURRENT-FROM-NEWBAL
010910         MOVE GLPBL-CLOSING-BALANCE TO WS-ACB-CURRENT (WS-ACB-IDX)
010920         ADD 1 TO WS-CURRENT-READ-COUNT
010930     END-IF
010940     IF GLPBL-PERIOD-ID = WS-PRIOR-PERIOD-ID
010950         MOVE GLPBL-CLOSING-BALANCE TO WS-ACB-PRIOR (WS-ACB-IDX)
010960         ADD 1 TO WS-PRIOR-READ-COUNT
010970     END-IF
010980     IF GLPBL-PERIOD-ID = WS-PRIOR2-PERIOD-ID
010990         MOVE GLPBL-CLOSING-BALANCE TO WS-ACB-PRIOR2 (WS-ACB-IDX)
011000     END-IF
011010     IF GLPBL-PERIOD-ID = WS-YEAR-OPEN-PERIOD-ID
011020         MOVE GLPBL-CLOSING-BALANCE TO
011030             WS-ACB-YEAR-OPEN (WS-ACB-IDX)
011040     END-IF.
011050 2260-STORE-BALANCE-COLUMNS-EXIT.
011060     EXIT.
011070
011080 2900-FIND-OR-ADD-ACCOUNT.
011090     SET WS-ACB-IDX TO 1
011100     SEARCH WS-BALANCE-ENTRY
011110         AT END
011120             CONTINUE
011130         WHEN WS-ACB-ACCOUNT-NO (WS-ACB-IDX) = WS-WORK-ACCOUNT-NO
011140             GO TO 2900-FIND-OR-ADD-ACCOUNT-EXIT
011150     END-SEARCH
011160     IF WS-BALANCE-COUNT >= 2000
011170         DISPLAY "GLFST01 - BALANCE TABLE FULL - MORE THAN 2000 "
011180             "ACCOUNTS ON THE BALANCE FILES"
011190         STOP RUN
011200     END-IF
011210     ADD 1 TO WS-BALANCE-COUNT
011220     SET WS-ACB-IDX TO WS-BALANCE-COUNT
011230     MOVE WS-WORK-ACCOUNT-NO TO WS-ACB-ACCOUNT-NO (WS-ACB-IDX)
011240     MOVE ZERO   TO WS-ACB-CURRENT (WS-ACB-IDX)
011250     MOVE ZERO   TO WS-ACB-PRIOR (WS-ACB-IDX)
011260     MOVE ZERO   TO WS-ACB-PRIOR2 (WS-ACB-IDX)
011270     MOVE ZERO   TO WS-ACB-YEAR-OPEN (WS-ACB-IDX)
011280     MOVE SPACES TO WS-ACB-LINE-CODE (WS-ACB-IDX)
011290     MOVE "U"    TO WS-ACB-MAP-STATUS (WS-ACB-IDX).
011300 2900-FIND-OR-ADD-ACCOUNT-EXIT.
011310     EXIT.
011320
011330******************************************************************
011340*    3000-BUILD-STATEMENT-LINES - CARRY EVERY ACCOUNT'S COLUMNS
011350*                 UP TO ITS STATEMENT LINE AND SECTION
011360******************************************************************
011370 3000-BUILD-STATEMENT-LINES.
011380     PERFORM 3100-MAP-ONE-ACCOUNT
011390         THRU 3100-MAP-ONE-ACCOUNT-EXIT
011400         VARYING WS-ACB-IDX FROM 1 BY 1
011410         UNTIL WS-ACB-IDX > WS-BALANCE-COUNT.
011420 3000-BUILD-STATEMENT-LINES-EXIT.
011430     EXIT.
011440
011450 3100-MAP-ONE-ACCOUNT.
011460     ADD WS-ACB-CURRENT (WS-ACB-IDX) TO WS-LEDGER-TOTAL
011470         ON SIZE ERROR
011480             DISPLAY "GLFST01 - LEDGER TOTAL OVERFLOWED"
011490             STOP RUN
011500     END-ADD
011510     SET WS-MAP-IDX TO 1
011520     SEARCH WS-MAP-ENTRY
011530         AT END
011540             MOVE "U" TO WS-ACB-MAP-STATUS (WS-ACB-IDX)
011550             GO TO 3100-MAP-ONE-ACCOUNT-EXIT
011560         WHEN WS-MAP-ACCOUNT-NO (WS-MAP-IDX)
011570                 = WS-ACB-ACCOUNT-NO (WS-ACB-IDX)
011580             MOVE WS-MAP-LINE-CODE (WS-MAP-IDX) TO
011590                 WS-ACB-LINE-CODE (WS-ACB-IDX)
011600     END-SEARCH
011610     SET WS-LIN-IDX TO 1
011620     SEARCH WS-LINE-ENTRY
011630         AT END
011640             MOVE "L" TO WS-ACB-MAP-STATUS (WS-ACB-IDX)
011650             GO TO 3100-MAP-ONE-ACCOUNT-EXIT
011660         WHEN WS-LIN-CODE (WS-LIN-IDX)
011670                 = WS-ACB-LINE-CODE (WS-ACB-IDX)
011680             CONTINUE
011690     END-SEARCH
011700     SET WS-SEC-IDX TO 1
011710     SEARCH WS-SECTION-ENTRY
011720         AT END
011730             MOVE "L" TO WS-ACB-MAP-STATUS (WS-ACB-IDX)
011740             GO TO 3100-MAP-ONE-ACCOUNT-EXIT
011750         WHEN WS-SEC-CODE (WS-SEC-IDX)
011760                 = WS-LIN-SECTION (WS-LIN-IDX)
011770             CONTINUE
011780     END-SEARCH
011790     MOVE "M" TO WS-ACB-MAP-STATUS (WS-ACB-IDX)
011800     ADD 1 TO WS-MAPPED-COUNT
011810     IF WS-SEC-STATEMENT (WS-SEC-IDX) = "IS"
011820         PERFORM 3200-COMPUTE-INCOME-COLUMNS
011830             THRU 3200-COMPUTE-INCOME-COLUMNS-EXIT
011840     ELSE
011850         PERFORM 3300-COMPUTE-BALANCE-COLUMNS
011860             THRU 3300-COMPUTE-BALANCE-COLUMNS-EXIT
011870     END-IF
011880     PERFORM 3400-ACCUMULATE-COLUMNS
011890         THRU 3400-ACCUMULATE-COLUMNS-EXIT.
011900 3100-MAP-ONE-ACCOUNT-EXIT.
011910     EXIT.
011920
011930******************************************************************
011940*    3200-COMPUTE-INCOME-COLUMNS - A PROFIT-AND-LOSS BALANCE IS
011950*                 YEAR-TO-DATE. A PERIOD THAT OPENS THE FISCAL
011960*                 YEAR TAKES ITS WHOLE BALANCE AS ITS ACTIVITY;
011970*                 ANY OTHER PERIOD TAKES THE CHANGE FROM THE
011980*                 PERIOD BEFORE IT.
011990******************************************************************
012000 3200-COMPUTE-INCOME-COLUMNS.
012010     IF WS-TARGET-OPENS-YEAR
012020         MOVE WS-ACB-CURRENT (WS-ACB-IDX) TO WS-COL-CURRENT
012030     ELSE
012040         COMPUTE WS-COL-CURRENT = WS-ACB-CURRENT (WS-ACB-IDX)
012050             - WS-ACB-PRIOR (WS-ACB-IDX)
012060     END-IF
012070     IF WS-PRIOR-OPENS-YEAR
012080         MOVE WS-ACB-PRIOR (WS-ACB-IDX) TO WS-COL-PRIOR
012090     ELSE
012100         COMPUTE WS-COL-PRIOR = WS-ACB-PRIOR (WS-ACB-IDX)
012110             - WS-ACB-PRIOR2 (WS-ACB-IDX)
012120     END-IF
012130     MOVE WS-ACB-CURRENT (WS-ACB-IDX) TO WS-COL-YTD.
012140 3200-COMPUTE-INCOME-COLUMNS-EXIT.
012150     EXIT.
012160
012170******************************************************************
012180*    3300-COMPUTE-BALANCE-COLUMNS - POSITIONS AT EACH PERIOD END
012190*                 AND THE MOVEMENT SINCE THE LAST YEAR END
012200******************************************************************
012210 3300-COMPUTE-BALANCE-COLUMNS.
012220     MOVE WS-ACB-CURRENT (WS-ACB-IDX) TO WS-COL-CURRENT
012230     MOVE WS-ACB-PRIOR (WS-ACB-IDX)   TO WS-COL-PRIOR
012240     COMPUTE WS-COL-YTD = WS-ACB-CURRENT (WS-ACB-IDX)
012250         - WS-ACB-YEAR-OPEN (WS-ACB-IDX).
012260 3300-COMPUTE-BALANCE-COLUMNS-EXIT.
012270     EXIT.
012280
012290 3400-ACCUMULATE-COLUMNS.
012300     ADD WS-COL-CURRENT TO WS-LIN-TOTAL-CURRENT (WS-LIN-IDX)
012310                           WS-SEC-TOTAL-CURRENT (WS-SEC-IDX)
012320         ON SIZE ERROR
012330             DISPLAY "GLFST01 - CURRENT COLUMN OVERFLOWED ON "
012340                 "LINE " WS-LIN-CODE (WS-LIN-IDX)
012350             STOP RUN
012360     END-ADD
012370     ADD WS-COL-PRIOR TO WS-LIN-TOTAL-PRIOR (WS-LIN-IDX)
012380                         WS-SEC-TOTAL-PRIOR (WS-SEC-IDX)
012390         ON SIZE ERROR
012400             DISPLAY "GLFST01 - PRIOR COLUMN OVERFLOWED ON LINE "
012410                 WS-LIN-CODE (WS-LIN-IDX)
012420             STOP RUN
012430     END-ADD
012440     ADD WS-COL-YTD TO WS-LIN-TOTAL-YTD (WS-LIN-IDX)
012450                       WS-SEC-TOTAL-YTD (WS-SEC-IDX)
012460         ON SIZE ERROR
012470             DISPLAY "GLFST01 - YEAR COLUMN OVERFLOWED ON LINE "
012480                 WS-LIN-CODE (WS-LIN-IDX)
012490             STOP RUN
012500     END-ADD.
012510 3400-ACCUMULATE-COLUMNS-EXIT.
012520     EXIT.
012530
012540******************************************************************
012550*    4000-PRINT-STATEMENTS - BALANCE SHEET, INCOME STATEMENT,
012560*                 THEN THE EXCEPTION AND PROOF PAGE, EACH
012570*                 STARTING ON A NEW PAGE
012580******************************************************************
012590 4000-PRINT-STATEMENTS.
012600     IF WS-CURRENT-FROM-NEWBAL
012610         MOVE "NEWBAL" TO RPT2-SOURCE
012620     ELSE
012630         MOVE "PERBAL" TO RPT2-SOURCE
012640     END-IF
012650     MOVE WS-AS-OF-DATE         TO RPT2-AS-OF-DATE
012660     MOVE WS-PRIOR-PERIOD-ID    TO RPT2-PRIOR-PERIOD-ID
012670     MOVE WS-FY-FIRST-PERIOD-ID TO RPT2-FY-FIRST-PERIOD-ID
012680     MOVE "BS" TO WS-STATEMENT-CODE
012690     MOVE "BALANCE SHEET" TO WS-STATEMENT-TITLE
012700     PERFORM 4100-PRINT-ONE-STATEMENT
012710         THRU 4100-PRINT-ONE-STATEMENT-EXIT
012720     MOVE WS-STMT-TOTAL-CURRENT TO WS-BS-NET-CURRENT
012730     MOVE "IS" TO WS-STATEMENT-CODE
012740     MOVE "INCOME STATEMENT" TO WS-STATEMENT-TITLE
012750     PERFORM 4100-PRINT-ONE-STATEMENT
012760         THRU 4100-PRINT-ONE-STATEMENT-EXIT
012770     MOVE WS-STMT-TOTAL-YTD TO WS-IS-NET-YTD
012780     MOVE "EX" TO WS-STATEMENT-CODE
012790     MOVE "STATEMENT EXCEPTIONS AND PROOF" TO WS-STATEMENT-TITLE
012800     PERFORM 4500-PRINT-EXCEPTIONS
012810         THRU 4500-PRINT-EXCEPTIONS-EXIT
012820     PERFORM 4600-PROVE-STATEMENTS
012830         THRU 4600-PROVE-STATEMENTS-EXIT.
012840 4000-PRINT-STATEMENTS-EXIT.
012850     EXIT.
012860
012870 4100-PRINT-ONE-STATEMENT.
012880     MOVE ZERO TO WS-STMT-TOTAL-CURRENT
012890     MOVE ZERO TO WS-STMT-TOTAL-PRIOR
012900     MOVE ZERO TO WS-STMT-TOTAL-YTD
012910     MOVE 99 TO WS-LINE-COUNT
012920     PERFORM 4200-PRINT-ONE-SECTION
012930         THRU 4200-PRINT-ONE-SECTION-EXIT
012940         VARYING WS-SEC-IDX FROM 1 BY 1
012950         UNTIL WS-SEC-IDX > WS-SECTION-COUNT
012960     MOVE SPACES TO WS-RPT-AMOUNT-LINE
012970     IF WS-PRINTING-BALANCE-SHEET
012980         MOVE "BALANCE SHEET NET" TO RPTA-CAPTION
012990     ELSE
013000         MOVE "INCOME STATEMENT NET" TO RPTA-CAPTION
013010     END-IF
013020     MOVE WS-STMT-TOTAL-CURRENT TO RPTA-CURRENT
013030     MOVE WS-STMT-TOTAL-PRIOR   TO RPTA-PRIOR
013040     MOVE WS-STMT-TOTAL-YTD     TO RPTA-YTD
013050     MOVE WS-RPT-AMOUNT-LINE TO WS-PRINT-LINE
013060     PERFORM 4700-WRITE-PRINT-LINE
013070         THRU 4700-WRITE-PRINT-LINE-EXIT.
013080 4100-PRINT-ONE-STATEMENT-EXIT.
013090     EXIT.
013100
013110 4200-PRINT-ONE-SECTION.
013120     IF WS-SEC-STATEMENT (WS-SEC-IDX) NOT = WS-STATEMENT-CODE
013130         GO TO 4200-PRINT-ONE-SECTION-EXIT
013140     END-IF
013150     MOVE WS-SEC-DESCRIPTION (WS-SEC-IDX) TO RPTS-DESCRIPTION
013160     MOVE WS-RPT-SECTION-LINE TO WS-PRINT-LINE
013170     PERFORM 4700-WRITE-PRINT-LINE
013180         THRU 4700-WRITE-PRINT-LINE-EXIT
013190     PERFORM 4300-PRINT-ONE-LINE
013200         THRU 4300-PRINT-ONE-LINE-EXIT
013210         VARYING WS-LIN-IDX FROM 1 BY 1
013220         UNTIL WS-LIN-IDX > WS-LINE-COUNT-TBL
013230     MOVE SPACES TO WS-RPT-AMOUNT-LINE
013240     MOVE "TOTAL " TO RPTA-LEAD
013250     MOVE WS-SEC-DESCRIPTION (WS-SEC-IDX)   TO RPTA-CAPTION
013260     MOVE WS-SEC-TOTAL-CURRENT (WS-SEC-IDX) TO RPTA-CURRENT
013270     MOVE WS-SEC-TOTAL-PRIOR (WS-SEC-IDX)   TO RPTA-PRIOR
013280     MOVE WS-SEC-TOTAL-YTD (WS-SEC-IDX)     TO RPTA-YTD
013290     MOVE WS-RPT-AMOUNT-LINE TO WS-PRINT-LINE
013300     PERFORM 4700-WRITE-PRINT-LINE
013310         THRU 4700-WRITE-PRINT-LINE-EXIT
013320     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
013330     PERFORM 4700-WRITE-PRINT-LINE
013340         THRU 4700-WRITE-PRINT-LINE-EXIT
013350     ADD WS-SEC-TOTAL-CURRENT (WS-SEC-IDX) TO
013360         WS-STMT-TOTAL-CURRENT
013370         ON SIZE ERROR
013380             DISPLAY "GLFST01 - STATEMENT TOTAL OVERFLOWED"
013390             STOP RUN
013400     END-ADD
013410     ADD WS-SEC-TOTAL-PRIOR (WS-SEC-IDX) TO WS-STMT-TOTAL-PRIOR
013420         ON SIZE ERROR
013430             DISPLAY "GLFST01 - STATEMENT TOTAL OVERFLOWED"
013440             STOP RUN
013450     END-ADD
013460     ADD WS-SEC-TOTAL-YTD (WS-SEC-IDX) TO WS-STMT-TOTAL-YTD
013470         ON SIZE ERROR
013480             DISPLAY "GLFST01 - STATEMENT TOTAL OVERFLOWED"
013490             STOP RUN
013500     END-ADD.
013510 4200-PRINT-ONE-SECTION-EXIT.
013520     EXIT.
013530
013540 4300-PRINT-ONE-LINE.
013550     IF WS-LIN-SECTION (WS-LIN-IDX) NOT = WS-SEC-CODE (WS-SEC-IDX)
013560         GO TO 4300-PRINT-ONE-LINE-EXIT
013570     END-IF
013580     MOVE SPACES TO WS-RPT-AMOUNT-LINE
013590     MOVE WS-LIN-DESCRIPTION (WS-LIN-IDX)   TO RPTA-CAPTION
013600     MOVE WS-LIN-TOTAL-CURRENT (WS-LIN-IDX) TO RPTA-CURRENT
013610     MOVE WS-LIN-TOTAL-PRIOR (WS-LIN-IDX)   TO RPTA-PRIOR
013620     MOVE WS-LIN-TOTAL-YTD (WS-LIN-IDX)     TO RPTA-YTD
013630     MOVE WS-RPT-AMOUNT-LINE TO WS-PRINT-LINE
013640     PERFORM 4700-WRITE-PRINT-LINE
013650         THRU 4700-WRITE-PRINT-LINE-EXIT.
013660 4300-PRINT-ONE-LINE-EXIT.
013670     EXIT.
013680
013690******************************************************************
013700*    4500-PRINT-EXCEPTIONS - EVERY ACCOUNT CARRYING A BALANCE IN
013710*                 ANY COLUMN THAT DID NOT REACH A STATEMENT LINE
013720******************************************************************
013730 4500-PRINT-EXCEPTIONS.
013740     MOVE 99 TO WS-LINE-COUNT
013750     PERFORM 4550-PRINT-ONE-EXCEPTION
013760         THRU 4550-PRINT-ONE-EXCEPTION-EXIT
013770         VARYING WS-ACB-IDX FROM 1 BY 1
013780         UNTIL WS-ACB-IDX > WS-BALANCE-COUNT
013790     IF WS-EXCEPTION-COUNT = ZERO
013800         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
013810             PERFORM 4800-PRINT-PAGE-HEADING
013820                 THRU 4800-PRINT-PAGE-HEADING-EXIT
013830         END-IF
013840         MOVE "NO EXCEPTIONS - EVERY ACCOUNT WITH A BALANCE IS "
013850             & "ON A STATEMENT LINE" TO RPTV-VERDICT
013860         MOVE WS-RPT-VERDICT-LINE TO WS-PRINT-LINE
013870         PERFORM 4700-WRITE-PRINT-LINE
013880             THRU 4700-WRITE-PRINT-LINE-EXIT
013890     END-IF.
013900 4500-PRINT-EXCEPTIONS-EXIT.
013910     EXIT.
013920
013930 4550-PRINT-ONE-EXCEPTION.
013940     IF WS-ACB-IS-MAPPED (WS-ACB-IDX)
013950         GO TO 4550-PRINT-ONE-EXCEPTION-EXIT
013960     END-IF
013970     IF WS-ACB-CURRENT (WS-ACB-IDX) = ZERO
013980        AND WS-ACB-PRIOR (WS-ACB-IDX) = ZERO
013990        AND WS-ACB-PRIOR2 (WS-ACB-IDX) = ZERO
014000        AND WS-ACB-YEAR-OPEN (WS-ACB-IDX) = ZERO
014010         GO TO 4550-PRINT-ONE-EXCEPTION-EXIT
014020     END-IF
014030     ADD 1 TO WS-EXCEPTION-COUNT
014040     MOVE SPACES TO WS-RPT-EXCEPTION-LINE
014050     MOVE WS-ACB-ACCOUNT-NO (WS-ACB-IDX) TO RPTX-ACCOUNT-NO
014060     SET GLACM-MST-IDX TO 1
014070     SEARCH GLACM-MASTER-ENTRY
014080         AT END
014090             MOVE SPACES TO RPTX-DESCRIPTION
014100         WHEN GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
014110                 = WS-ACB-ACCOUNT-NO (WS-ACB-IDX)
014120             MOVE GLACM-MST-DESCRIPTION (GLACM-MST-IDX) TO
014130                 RPTX-DESCRIPTION
014140     END-SEARCH
014150     MOVE WS-ACB-CURRENT (WS-ACB-IDX) TO RPTX-CURRENT
014160     MOVE WS-ACB-PRIOR (WS-ACB-IDX)   TO RPTX-PRIOR
014170     IF WS-ACB-IS-UNMAPPED (WS-ACB-IDX)
014180         MOVE "*** NOT MAPPED TO A STATEMENT LINE"
014190             TO RPTX-REASON
014200     ELSE
014210         MOVE "*** MAPPED TO UNKNOWN LINE" TO RPTX-REASON
014220         MOVE WS-ACB-LINE-CODE (WS-ACB-IDX) TO RPTX-REASON (28:10)
014230     END-IF
014240     MOVE WS-RPT-EXCEPTION-LINE TO WS-PRINT-LINE
014250     PERFORM 4700-WRITE-PRINT-LINE
014260         THRU 4700-WRITE-PRINT-LINE-EXIT.
014270 4550-PRINT-ONE-EXCEPTION-EXIT.
014280     EXIT.
014290
014300******************************************************************
014310*    4600-PROVE-STATEMENTS - THE BALANCE SHEET AT PERIOD END AND
014320*                 THE INCOME STATEMENT YEAR TO DATE TOGETHER HOLD
014330*                 EVERY MAPPED BALANCE, SO THEY MUST ADD BACK TO
014340*                 THE LEDGER, AND THE LEDGER MUST NET TO ZERO
014350******************************************************************
014360 4600-PROVE-STATEMENTS.
014370     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
014380     PERFORM 4700-WRITE-PRINT-LINE
014390         THRU 4700-WRITE-PRINT-LINE-EXIT
014400     MOVE "ACCOUNTS ON BALANCE FILES:"  TO RPTC-CAPTION
014410     MOVE WS-BALANCE-COUNT              TO RPTC-COUNT
014420     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE
014430     PERFORM 4700-WRITE-PRINT-LINE
014440         THRU 4700-WRITE-PRINT-LINE-EXIT
014450     MOVE "ACCOUNTS ON STATEMENT LINES:" TO RPTC-CAPTION
014460     MOVE WS-MAPPED-COUNT               TO RPTC-COUNT
014470     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE
014480     PERFORM 4700-WRITE-PRINT-LINE
014490         THRU 4700-WRITE-PRINT-LINE-EXIT
014500     MOVE "EXCEPTIONS:"                 TO RPTC-CAPTION
014510     MOVE WS-EXCEPTION-COUNT            TO RPTC-COUNT
014520     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE
014530     PERFORM 4700-WRITE-PRINT-LINE
014540         THRU 4700-WRITE-PRINT-LINE-EXIT
014550     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
014560     PERFORM 4700-WRITE-PRINT-LINE
014570         THRU 4700-WRITE-PRINT-LINE-EXIT
014580     COMPUTE WS-COMBINED-NET = WS-BS-NET-CURRENT + WS-IS-NET-YTD
014590         ON SIZE ERROR
014600             DISPLAY "GLFST01 - COMBINED STATEMENT NET OVERFLOWED"
014610             STOP RUN
014620     END-COMPUTE
014630     MOVE "BALANCE SHEET NET:"          TO RPTT-CAPTION
014640     MOVE WS-BS-NET-CURRENT             TO RPTT-AMOUNT
014650     PERFORM 4650-WRITE-TOTAL-LINE
014660         THRU 4650-WRITE-TOTAL-LINE-EXIT
014670     MOVE "INCOME STATEMENT NET (YTD):" TO RPTT-CAPTION
014680     MOVE WS-IS-NET-YTD                 TO RPTT-AMOUNT
014690     PERFORM 4650-WRITE-TOTAL-LINE
014700         THRU 4650-WRITE-TOTAL-LINE-EXIT
014710     MOVE "STATEMENTS COMBINED:"        TO RPTT-CAPTION
014720     MOVE WS-COMBINED-NET               TO RPTT-AMOUNT
014730     PERFORM 4650-WRITE-TOTAL-LINE
014740         THRU 4650-WRITE-TOTAL-LINE-EXIT
014750     MOVE "LEDGER TOTAL, ALL ACCOUNTS:"  TO RPTT-CAPTION
014760     MOVE WS-LEDGER-TOTAL               TO RPTT-AMOUNT
014770     PERFORM 4650-WRITE-TOTAL-LINE
014780         THRU 4650-WRITE-TOTAL-LINE-EXIT
014790     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
014800     PERFORM 4700-WRITE-PRINT-LINE
014810         THRU 4700-WRITE-PRINT-LINE-EXIT
014820     IF WS-EXCEPTION-COUNT NOT = ZERO
014830         MOVE "N" TO WS-PROOF-SWITCH
014840         MOVE "*** BREAK - ACCOUNTS WITH BALANCES ARE MISSING "
014850             & "FROM THE STATEMENTS ***" TO RPTV-VERDICT
014860         PERFORM 4660-WRITE-VERDICT-LINE
014870             THRU 4660-WRITE-VERDICT-LINE-EXIT
014880     END-IF
014890     IF WS-COMBINED-NET NOT = WS-LEDGER-TOTAL
014900         MOVE "N" TO WS-PROOF-SWITCH
014910         MOVE "*** BREAK - STATEMENTS DO NOT ADD BACK TO THE "
014920             & "LEDGER ***" TO RPTV-VERDICT
014930         PERFORM 4660-WRITE-VERDICT-LINE
014940             THRU 4660-WRITE-VERDICT-LINE-EXIT
014950     END-IF
014960     IF WS-LEDGER-TOTAL NOT = ZERO
014970         MOVE "N" TO WS-PROOF-SWITCH
014980         MOVE "*** BREAK - LEDGER DOES NOT NET TO ZERO ***"
014990             TO RPTV-VERDICT
015000         PERFORM 4660-WRITE-VERDICT-LINE
015010             THRU 4660-WRITE-VERDICT-LINE-EXIT
015020     END-IF
015030     IF WS-STATEMENTS-ARE-PROVED
015040         MOVE "STATEMENTS PROVED - EVERY BALANCE IS ON A "
015050             & "STATEMENT LINE AND THE LEDGER NETS TO ZERO"
015060             TO RPTV-VERDICT
015070     ELSE
015080         MOVE "STATEMENTS NOT PROVED - SEE BREAK LINES ABOVE"
015090             TO RPTV-VERDICT
015100     END-IF
015110     PERFORM 4660-WRITE-VERDICT-LINE
015120         THRU 4660-WRITE-VERDICT-LINE-EXIT.
015130 4600-PROVE-STATEMENTS-EXIT.
015140     EXIT.
015150
015160 4650-WRITE-TOTAL-LINE.
015170     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
015180     PERFORM 4700-WRITE-PRINT-LINE
015190         THRU 4700-WRITE-PRINT-LINE-EXIT.
015200 4650-WRITE-TOTAL-LINE-EXIT.
015210     EXIT.
015220
015230 4660-WRITE-VERDICT-LINE.
015240     MOVE WS-RPT-VERDICT-LINE TO WS-PRINT-LINE
015250     PERFORM 4700-WRITE-PRINT-LINE
015260         THRU 4700-WRITE-PRINT-LINE-EXIT.
015270 4660-WRITE-VERDICT-LINE-EXIT.
015280     EXIT.
015290
015300******************************************************************
015310*    4700-WRITE-PRINT-LINE - WRITE ONE REPORT LINE, STARTING A
015320*                 NEW PAGE FIRST WHEN THE CURRENT ONE IS FULL
015330******************************************************************
015340 4700-WRITE-PRINT-LINE.
015350     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
015360         PERFORM 4800-PRINT-PAGE-HEADING
015370             THRU 4800-PRINT-PAGE-HEADING-EXIT
015380     END-IF
015390     WRITE FD-RPT-RECORD FROM WS-PRINT-LINE
015400     PERFORM 4900-CHECK-FSTRPT-STATUS
015410         THRU 4900-CHECK-FSTRPT-STATUS-EXIT
015420     ADD 1 TO WS-LINE-COUNT.
015430 4700-WRITE-PRINT-LINE-EXIT.
015440     EXIT.
015450
015460 4800-PRINT-PAGE-HEADING.
015470     ADD 1 TO WS-PAGE-NUMBER
015480     MOVE WS-STATEMENT-TITLE  TO RPT1-TITLE
015490     MOVE WS-TARGET-PERIOD-ID TO RPT1-PERIOD-ID
015500     MOVE WS-RUN-DATE         TO RPT1-RUN-DATE
015510     MOVE WS-PAGE-NUMBER      TO RPT1-PAGE-NUMBER
015520     MOVE WS-RPT-HEADER-1 TO FD-RPT-RECORD
015530     WRITE FD-RPT-RECORD
015540     PERFORM 4900-CHECK-FSTRPT-STATUS
015550         THRU 4900-CHECK-FSTRPT-STATUS-EXIT
015560     MOVE WS-RPT-HEADER-2 TO FD-RPT-RECORD
015570     WRITE FD-RPT-RECORD
015580     PERFORM 4900-CHECK-FSTRPT-STATUS
015590         THRU 4900-CHECK-FSTRPT-STATUS-EXIT
015600     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
015610     PERFORM 4900-CHECK-FSTRPT-STATUS
015620         THRU 4900-CHECK-FSTRPT-STATUS-EXIT
015630     EVALUATE TRUE
015640         WHEN WS-PRINTING-BALANCE-SHEET
015650             MOVE WS-RPT-BS-COLUMN-HEADS TO FD-RPT-RECORD
015660         WHEN WS-PRINTING-INCOME-STATEMENT
015670             MOVE WS-RPT-IS-COLUMN-HEADS TO FD-RPT-RECORD
015680         WHEN OTHER
015690             MOVE WS-RPT-EX-COLUMN-HEADS TO FD-RPT-RECORD
015700     END-EVALUATE
015710     WRITE FD-RPT-RECORD
015720     PERFORM 4900-CHECK-FSTRPT-STATUS
015730         THRU 4900-CHECK-FSTRPT-STATUS-EXIT
015740     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
015750     PERFORM 4900-CHECK-FSTRPT-STATUS
015760         THRU 4900-CHECK-FSTRPT-STATUS-EXIT
015770     MOVE ZERO TO WS-LINE-COUNT.
015780 4800-PRINT-PAGE-HEADING-EXIT.
015790     EXIT.
015800
015810******************************************************************
015820*    4900-CHECK-FSTRPT-STATUS - COMMON STATUS CHECK AFTER EVERY
015830*                 WRITE TO THE FINANCIAL STATEMENTS REPORT
015840******************************************************************
015850 4900-CHECK-FSTRPT-STATUS.
015860     IF WS-FSTRPT-STATUS NOT = "00"
015870        AND WS-FSTRPT-STATUS NOT = "04"
015880         DISPLAY "GLFST01 - FSTRPT WRITE FAILED - STATUS "
015890             WS-FSTRPT-STATUS
015900         STOP RUN
015910     END-IF.
015920 4900-CHECK-FSTRPT-STATUS-EXIT.
015930     EXIT.
015940
015950******************************************************************
015960*    9000-TERMINATE
015970******************************************************************
015980 9000-TERMINATE.
015990     CLOSE FSTRPT
016000     DISPLAY "GLFST01 - FINANCIAL STATEMENTS COMPLETE FOR PERIOD "
016010         WS-TARGET-PERIOD-ID " - " WS-EXCEPTION-COUNT
016020         " EXCEPTIONS".
016030 9000-TERMINATE-EXIT.
016040     EXIT.
