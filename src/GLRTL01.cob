000010******************************************************************
000020*
000030*    PROGRAM-ID: GLRTL01
000040*    AUTHOR:     D. OKONKWO - FINANCIAL SYSTEMS
000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    PURPOSE:    DAILY EXCHANGE-RATE LOAD. TAKES TREASURY'S RATE
000090*                FEED (RATEFEED, GLRATREC LAYOUT) AND CHECKS EACH
000100*                CURRENCY'S NEW RATE AGAINST THE PRIOR BUSINESS
000110*                DAY'S RATE (PRVRATE - YESTERDAY'S RATEFILE,
000120*                ROTATED LIKE PRVBAL/NEWBAL). A RATE THAT MOVED BY
000130*                NO MORE THAN ITS TOLERANCE IS LOADED TO RATEFILE.
000140*                A RATE THAT MOVED FURTHER IS HELD FOR TREASURY TO
000150*                CONFIRM, AND THE PRIOR RATE IS CARRIED ON
000160*                RATEFILE UNDER ITS OWN DATE SO THE POSTING RUNS
000170*                COUNT IT AS STALE; ONCE CONFIRMED, A RERUN WITH A
000180*                CONFIRM= CARD LOADS IT. A CURRENCY THAT
000190*                DROPPED OFF THE FEED, OR WHOSE FEED RECORD IS
000200*                REFUSED, IS FLAGGED AND ITS PRIOR RATE CARRIED
000210*                THE SAME WAY. EVERY RATE LOADED IS ADDED TO THE
000220*                RATE HISTORY (RATEHIST, SEE GLRTHREC) SO LATER
000230*                RUNS CAN FIND THE RATE FOR ANY PAST DATE. THE
000240*                REPORT (RTLRPT) SHOWS EACH CURRENCY'S PRIOR AND
000250*                NEW RATE, THE MOVE, THE TOLERANCE AND WHAT WAS
000260*                DONE.
000270*                PARMFILE CARDS, EACH OPTIONAL:
000280*                  DATE=YYYYMMDD       BUSINESS DATE (DEFAULT
000290*                                      TODAY)
000300*                  TOLERANCE=NNN.NN    DEFAULT TOLERANCE, PERCENT
000310*                                      (DEFAULT 005.00)
000320*                  RATETOL=CCC,NNN.NN  TOLERANCE FOR ONE CURRENCY
000330*                  CONFIRM=CCC         LOAD CCC'S RATE EVEN IF IT
000340*                                      MOVED BEYOND TOLERANCE
000350*
000360*    MODIFICATION HISTORY
000370*    ------------------------------------------------------------
000380*    2026-10-15  DO   INITIAL VERSION.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.    GLRTL01.
000420 AUTHOR.        D. OKONKWO.
000430 INSTALLATION.  MAIN DATA CENTER.
000440 DATE-WRITTEN.  2026-10-15.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.       GNUCOBOL.
000500 OBJECT-COMPUTER.       GNUCOBOL.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PARMFILE ASSIGN TO "PARMFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PARMFILE-STATUS.
000570
000580     SELECT PRVRATE ASSIGN TO "PRVRATE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PRVRATE-STATUS.
000610
000620     SELECT RATEFEED ASSIGN TO "RATEFEED"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RATEFEED-STATUS.
000650
000660     SELECT RATEFILE ASSIGN TO "RATEFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RATEFILE-STATUS.
000690
000700     SELECT RATEHIST ASSIGN TO "RATEHIST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS GLRTH-KEY
000740         FILE STATUS IS WS-RATEHIST-STATUS.
000750
000760     SELECT RTLRPT ASSIGN TO "RTLRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RTLRPT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PARMFILE
000830     RECORDING MODE IS F.
000840 01  FD-PARM-RECORD               PIC X(80).
000850
000860 FD  PRVRATE
000870     RECORDING MODE IS F.
000880 01  FD-PRVRATE-RECORD            PIC X(80).
000890
000900 FD  RATEFEED
000910     RECORDING MODE IS F.
000920 01  FD-RATEFEED-RECORD           PIC X(80).
000930
000940 FD  RATEFILE
000950     RECORDING MODE IS F.
000960 01  FD-RATEFILE-RECORD           PIC X(80).
000970
000980 FD  RATEHIST.
000990 COPY GLRTHREC.
001000
001010 FD  RTLRPT
001020     RECORDING MODE IS F.
001030 01  FD-RPT-RECORD                PIC X(132).
001040
001050 WORKING-STORAGE SECTION.
001060
001070 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
001080 01  WS-PRVRATE-STATUS             PIC X(02) VALUE "00".
001090 01  WS-RATEFEED-STATUS            PIC X(02) VALUE "00".
001100 01  WS-RATEFILE-STATUS            PIC X(02) VALUE "00".
001110 01  WS-RATEHIST-STATUS            PIC X(02) VALUE "00".
001120 01  WS-RTLRPT-STATUS              PIC X(02) VALUE "00".
001130
001140 77  WS-PARM-EOF-SWITCH            PIC X(01) VALUE "N".
001150     88  WS-END-OF-PARMFILE                  VALUE "Y".
001160 77  WS-PRVRATE-EOF-SWITCH         PIC X(01) VALUE "N".
001170     88  WS-END-OF-PRVRATE                   VALUE "Y".
001180 77  WS-RATEFEED-EOF-SWITCH        PIC X(01) VALUE "N".
001190     88  WS-END-OF-RATEFEED                  VALUE "Y".
001200 77  WS-CCY-FOUND-SWITCH           PIC X(01) VALUE "N".
001210     88  WS-CURRENCY-FOUND                   VALUE "Y".
001220 77  WS-PRIOR-FILE-SWITCH          PIC X(01) VALUE "N".
001230     88  WS-PRIOR-RATES-ON-FILE              VALUE "Y".
001240
001250 77  WS-PRIOR-RATE-COUNT           PIC 9(09) COMP VALUE ZERO.
001260 77  WS-FEED-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
001270 77  WS-FEED-REFUSED-COUNT         PIC 9(09) COMP VALUE ZERO.
001280 77  WS-LOADED-COUNT               PIC 9(09) COMP VALUE ZERO.
001290 77  WS-CONFIRMED-COUNT            PIC 9(09) COMP VALUE ZERO.
001300 77  WS-NEW-CURRENCY-COUNT         PIC 9(09) COMP VALUE ZERO.
001310 77  WS-HELD-COUNT                 PIC 9(09) COMP VALUE ZERO.
001320 77  WS-DROPPED-COUNT              PIC 9(09) COMP VALUE ZERO.
001330 77  WS-CARRIED-COUNT              PIC 9(09) COMP VALUE ZERO.
001340 77  WS-NO-RATE-COUNT              PIC 9(09) COMP VALUE ZERO.
001350 77  WS-RATEFILE-COUNT             PIC 9(09) COMP VALUE ZERO.
001360 77  WS-HISTORY-ADDED-COUNT        PIC 9(09) COMP VALUE ZERO.
001370 77  WS-HISTORY-REPLACED-COUNT     PIC 9(09) COMP VALUE ZERO.
001380 77  WS-CONFIRM-UNUSED-COUNT       PIC 9(09) COMP VALUE ZERO.
001390 77  WS-LINE-COUNT                 PIC 9(03) COMP VALUE 99.
001400 77  WS-LINES-PER-PAGE             PIC 9(03) COMP VALUE 50.
001410 77  WS-PAGE-NUMBER                PIC 9(04) COMP VALUE ZERO.
001420
001430 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
001440 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001450 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001460 01  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001470 01  WS-WORK-CURRENCY              PIC X(03) VALUE SPACES.
001480 01  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
001490 01  WS-DEFAULT-TOLERANCE          PIC 9(03)V99 VALUE 5.
001500 01  WS-MOVE-AMOUNT                PIC S9(03)V9(06) VALUE ZERO.
001510
001520******************************************************************
001530*    PERCENTAGE AS KEYED ON A PARM CARD - NNN.NN
001540******************************************************************
001550 01  WS-PERCENT-CARD-AREA.
001560     05  WS-PCT-WHOLE              PIC 9(03).
001570     05  WS-PCT-POINT              PIC X(01).
001580     05  WS-PCT-FRACTION           PIC 9(02).
001590 01  WS-PERCENT-VALUE              PIC 9(03)V99 VALUE ZERO.
001600
001610******************************************************************
001620*    CURRENCY TABLE - EVERY CURRENCY ON YESTERDAY'S RATEFILE OR
001630*    TODAY'S FEED, WITH BOTH RATES AND WHAT THE LOAD DID WITH IT
001640******************************************************************
001650 01  WS-CCY-TABLE-AREA.
001660     05  WS-CCY-COUNT              PIC 9(03) VALUE ZERO.
001670     05  WS-CCY-ENTRY OCCURS 50 TIMES
001680                      INDEXED BY WS-CCY-IDX.
001690         10  WS-CCY-CODE           PIC X(03) VALUE SPACES.
001700         10  WS-CCY-PRIOR-SWITCH   PIC X(01) VALUE "N".
001710             88  WS-CCY-HAS-PRIOR            VALUE "Y".
001720         10  WS-CCY-PRIOR-DATE     PIC 9(08) VALUE ZERO.
001730         10  WS-CCY-PRIOR-RATE     PIC 9(03)V9(06) VALUE ZERO.
001740         10  WS-CCY-FEED-SWITCH    PIC X(01) VALUE "N".
001750             88  WS-CCY-ON-FEED              VALUE "Y".
001760         10  WS-CCY-REFUSED-SWITCH PIC X(01) VALUE "N".
001770             88  WS-CCY-FEED-REFUSED         VALUE "Y".
001780         10  WS-CCY-FEED-RATE      PIC 9(03)V9(06) VALUE ZERO.
001790         10  WS-CCY-MOVE-PCT       PIC 9(07)V99 VALUE ZERO.
001800         10  WS-CCY-TOLERANCE      PIC 9(03)V99 VALUE ZERO.
001810         10  WS-CCY-ACTION         PIC X(01) VALUE SPACES.
001820             88  WS-CCY-LOADED               VALUE "L".
001830             88  WS-CCY-CONFIRMED            VALUE "C".
001840             88  WS-CCY-NEW                  VALUE "F".
001850             88  WS-CCY-HELD                 VALUE "H".
001860             88  WS-CCY-DROPPED              VALUE "D".
001870             88  WS-CCY-CARRIED              VALUE "R".
001880             88  WS-CCY-NO-RATE              VALUE "Z".
001890             88  WS-CCY-RATE-TAKEN           VALUE "L" "C" "F".
001900             88  WS-CCY-PRIOR-KEPT           VALUE "H" "D" "R".
001910
001920******************************************************************
001930*    CURRENCY TOLERANCES (RATETOL= CARDS) AND TREASURY
001940*    CONFIRMATIONS (CONFIRM= CARDS)
001950******************************************************************
001960 01  WS-TOL-TABLE-AREA.
001970     05  WS-TOL-COUNT              PIC 9(03) VALUE ZERO.
001980     05  WS-TOL-ENTRY OCCURS 50 TIMES
001990                      INDEXED BY WS-TOL-IDX.
002000         10  WS-TOL-CURRENCY       PIC X(03) VALUE SPACES.
002010         10  WS-TOL-PERCENT        PIC 9(03)V99 VALUE ZERO.
002020
002030 01  WS-CNF-TABLE-AREA.
002040     05  WS-CNF-COUNT              PIC 9(03) VALUE ZERO.
002050     05  WS-CNF-ENTRY OCCURS 50 TIMES
002060                      INDEXED BY WS-CNF-IDX.
002070         10  WS-CNF-CURRENCY       PIC X(03) VALUE SPACES.
002080         10  WS-CNF-USED-SWITCH    PIC X(01) VALUE "N".
002090             88  WS-CNF-USED                 VALUE "Y".
002100
002110******************************************************************
002120*    REFUSED FEED RECORDS - KEPT FOR THE REPORT, WHICH IS NOT
002130*    OPENED UNTIL THE FEED HAS BEEN READ
002140******************************************************************
002150 01  WS-REF-TABLE-AREA.
002160     05  WS-REF-COUNT              PIC 9(03) VALUE ZERO.
002170     05  WS-REF-ENTRY OCCURS 50 TIMES
002180                      INDEXED BY WS-REF-IDX.
002190         10  WS-REF-RECORD         PIC X(20) VALUE SPACES.
002200         10  WS-REF-REASON         PIC X(30) VALUE SPACES.
002210
002220 COPY GLRATREC.
002230
002240******************************************************************
002250*    REPORT LINE LAYOUTS
002260******************************************************************
002270 01  WS-PRINT-LINE                 PIC X(132) VALUE SPACES.
002280
002290 01  WS-RPT-HEADER-1.
002300     05  FILLER                    PIC X(31) VALUE
002310         "EXCHANGE-RATE LOAD".
002320     05  FILLER                    PIC X(15) VALUE
002330         "BUSINESS DATE:".
002340     05  RPT1-BUSINESS-DATE        PIC 9(08).
002350     05  FILLER                    PIC X(03) VALUE SPACES.
002360     05  FILLER                    PIC X(10) VALUE "RUN DATE:".
002370     05  RPT1-RUN-DATE             PIC 9(08).
002380     05  FILLER                    PIC X(03) VALUE SPACES.
002390     05  FILLER                    PIC X(06) VALUE "PAGE:".
002400     05  RPT1-PAGE-NUMBER          PIC ZZZ9.
002410     05  FILLER                    PIC X(44) VALUE SPACES.
002420
002430 01  WS-RPT-HEADER-2.
002440     05  FILLER                    PIC X(30) VALUE
002450         "DEFAULT TOLERANCE (PERCENT):".
002460     05  RPT2-TOLERANCE            PIC ZZ9.99.
002470     05  FILLER                    PIC X(96) VALUE SPACES.
002480
002490 01  WS-RPT-COLUMN-HEADS.
002500     05  FILLER                    PIC X(05) VALUE "CCY".
002510     05  FILLER                    PIC X(12) VALUE "PRIOR DATE".
002520     05  FILLER                    PIC X(12) VALUE "PRIOR RATE".
002530     05  FILLER                    PIC X(12) VALUE " FEED RATE".
002540     05  FILLER                    PIC X(13) VALUE "  MOVE PCT".
002550     05  FILLER                    PIC X(10) VALUE "TOL PCT".
002560     05  FILLER                    PIC X(14) VALUE "ACTION".
002570     05  FILLER                    PIC X(54) VALUE "NOTE".
002580
002590 01  WS-RPT-DETAIL-LINE.
002600     05  RPTD-CURRENCY             PIC X(03).
002610     05  FILLER                    PIC X(02) VALUE SPACES.
002620     05  RPTD-PRIOR-DATE           PIC X(08).
002630     05  FILLER                    PIC X(04) VALUE SPACES.
002640     05  RPTD-PRIOR-RATE           PIC ZZ9.9(06) BLANK WHEN ZERO.
002650     05  FILLER                    PIC X(02) VALUE SPACES.
002660     05  RPTD-FEED-RATE            PIC ZZ9.9(06) BLANK WHEN ZERO.
002670     05  FILLER                    PIC X(02) VALUE SPACES.
002680     05  RPTD-MOVE-PCT-X           PIC X(10).
002690     05  RPTD-MOVE-PCT REDEFINES RPTD-MOVE-PCT-X
002700                                   PIC Z(6)9.99.
002710     05  FILLER                    PIC X(03) VALUE SPACES.
002720     05  RPTD-TOLERANCE-X          PIC X(06).
002730     05  RPTD-TOLERANCE REDEFINES RPTD-TOLERANCE-X
002740                                   PIC ZZ9.99.
002750     05  FILLER                    PIC X(04) VALUE SPACES.
002760     05  RPTD-ACTION               PIC X(12).
002770     05  FILLER                    PIC X(02) VALUE SPACES.
002780     05  RPTD-NOTE                 PIC X(54).
002790
002800 01  WS-RPT-REFUSED-LINE.
002810     05  FILLER                    PIC X(22) VALUE
002820         "FEED RECORD REFUSED:".
002830     05  RPTR-RECORD               PIC X(20).
002840     05  FILLER                    PIC X(02) VALUE SPACES.
002850     05  RPTR-REASON               PIC X(30).
002860     05  FILLER                    PIC X(58) VALUE SPACES.
002870
002880 01  WS-RPT-COUNT-LINE.
002890     05  RPTC-CAPTION              PIC X(35).
002900     05  RPTC-COUNT                PIC Z(8)9.
002910     05  FILLER                    PIC X(88) VALUE SPACES.
002920
002930 01  WS-RPT-VERDICT-LINE.
002940     05  RPTV-VERDICT              PIC X(90).
002950     05  FILLER                    PIC X(42) VALUE SPACES.
002960
002970 01  WS-RPT-BLANK-LINE             PIC X(132) VALUE SPACES.
002980
002990 PROCEDURE DIVISION.
003000
003010******************************************************************
003020*    0000-MAINLINE
003030******************************************************************
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE
003060         THRU 1000-INITIALIZE-EXIT
003070     PERFORM 1200-LOAD-PRIOR-RATES
003080         THRU 1200-LOAD-PRIOR-RATES-EXIT
003090     PERFORM 1400-LOAD-RATE-FEED
003100         THRU 1400-LOAD-RATE-FEED-EXIT
003110     PERFORM 1600-OPEN-OUTPUT-FILES
003120         THRU 1600-OPEN-OUTPUT-FILES-EXIT
003130     PERFORM 2000-LOAD-ONE-CURRENCY
003140         THRU 2000-LOAD-ONE-CURRENCY-EXIT
003150         VARYING WS-CCY-IDX FROM 1 BY 1
003160         UNTIL WS-CCY-IDX > WS-CCY-COUNT
003170     PERFORM 4500-PRINT-REFUSED-RECORD
003180         THRU 4500-PRINT-REFUSED-RECORD-EXIT
003190         VARYING WS-REF-IDX FROM 1 BY 1
003200         UNTIL WS-REF-IDX > WS-REF-COUNT
003210     PERFORM 6000-PRINT-RUN-TOTALS
003220         THRU 6000-PRINT-RUN-TOTALS-EXIT
003230     PERFORM 9000-TERMINATE
003240         THRU 9000-TERMINATE-EXIT
003250     STOP RUN.
003260
003270******************************************************************
003280*    1000-INITIALIZE - BUSINESS DATE, TOLERANCES AND
003290*                 CONFIRMATIONS FROM PARMFILE
003300******************************************************************
003310 1000-INITIALIZE.
003320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003330     ACCEPT WS-RUN-TIME FROM TIME
003340     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
003350     PERFORM 1100-READ-PARM-CARDS
003360         THRU 1100-READ-PARM-CARDS-EXIT.
003370 1000-INITIALIZE-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410*    1100-READ-PARM-CARDS - DATE=, TOLERANCE=, RATETOL= AND
003420*                 CONFIRM=, ONE PER CARD, EACH OPTIONAL
003430******************************************************************
003440 1100-READ-PARM-CARDS.
003450     OPEN INPUT PARMFILE
003460     IF WS-PARMFILE-STATUS = "35"
003470         GO TO 1100-READ-PARM-CARDS-EXIT
003480     END-IF
003490     IF WS-PARMFILE-STATUS NOT = "00"
003500        AND WS-PARMFILE-STATUS NOT = "04"
003510         DISPLAY "GLRTL01 - PARMFILE OPEN FAILED - STATUS "
003520             WS-PARMFILE-STATUS
003530         STOP RUN
003540     END-IF
003550     PERFORM 1110-READ-PARM-CARD
003560         THRU 1110-READ-PARM-CARD-EXIT
003570     PERFORM 1150-APPLY-ONE-PARM-CARD
003580         THRU 1150-APPLY-ONE-PARM-CARD-EXIT
003590         UNTIL WS-END-OF-PARMFILE
003600     CLOSE PARMFILE.
003610 1100-READ-PARM-CARDS-EXIT.
003620     EXIT.
003630
003640 1110-READ-PARM-CARD.
003650     READ PARMFILE INTO WS-PARM-CARD
003660         AT END
003670             MOVE "Y" TO WS-PARM-EOF-SWITCH
003680     END-READ.
003690 1110-READ-PARM-CARD-EXIT.
003700     EXIT.
003710
003720 1150-APPLY-ONE-PARM-CARD.
003730     IF WS-PARM-CARD (1:5) = "DATE="
003740         IF WS-PARM-CARD (6:8) IS NUMERIC
003750             MOVE WS-PARM-CARD (6:8) TO WS-BUSINESS-DATE
003760         ELSE
003770             DISPLAY "GLRTL01 - DATE= CARD IS NOT A VALID "
003780                 "YYYYMMDD DATE - RUN STOPPED"
003790             STOP RUN
003800         END-IF
003810     END-IF
003820     IF WS-PARM-CARD (1:10) = "TOLERANCE="
003830         MOVE WS-PARM-CARD (11:6) TO WS-PERCENT-CARD-AREA
003840         PERFORM 1160-TAKE-PERCENT
003850             THRU 1160-TAKE-PERCENT-EXIT
003860         MOVE WS-PERCENT-VALUE TO WS-DEFAULT-TOLERANCE
003870     END-IF
003880     IF WS-PARM-CARD (1:8) = "RATETOL="
003890         PERFORM 1170-TAKE-CCY-TOLERANCE
003900             THRU 1170-TAKE-CCY-TOLERANCE-EXIT
003910     END-IF
003920     IF WS-PARM-CARD (1:8) = "CONFIRM="
003930         PERFORM 1180-TAKE-CONFIRMATION
003940             THRU 1180-TAKE-CONFIRMATION-EXIT
003950     END-IF
003960     PERFORM 1110-READ-PARM-CARD
003970         THRU 1110-READ-PARM-CARD-EXIT.
003980 1150-APPLY-ONE-PARM-CARD-EXIT.
003990     EXIT.
004000
004010 1160-TAKE-PERCENT.
004020     IF WS-PCT-WHOLE IS NOT NUMERIC
004030        OR WS-PCT-POINT NOT = "."
004040        OR WS-PCT-FRACTION IS NOT NUMERIC
004050         DISPLAY "GLRTL01 - TOLERANCE MUST BE GIVEN AS NNN.NN "
004060             "PERCENT - CARD " WS-PARM-CARD (1:30)
004070         DISPLAY "GLRTL01 - RUN STOPPED"
004080         STOP RUN
004090     END-IF
004100     COMPUTE WS-PERCENT-VALUE =
004110         WS-PCT-WHOLE + WS-PCT-FRACTION / 100.
004120 1160-TAKE-PERCENT-EXIT.
004130     EXIT.
004140
004150 1170-TAKE-CCY-TOLERANCE.
004160     IF WS-PARM-CARD (9:3) = SPACES
004170        OR WS-PARM-CARD (12:1) NOT = ","
004180         DISPLAY "GLRTL01 - RATETOL= CARD MUST BE "
004190             "RATETOL=CCC,NNN.NN - RUN STOPPED"
004200         STOP RUN
004210     END-IF
004220     MOVE WS-PARM-CARD (13:6) TO WS-PERCENT-CARD-AREA
004230     PERFORM 1160-TAKE-PERCENT
004240         THRU 1160-TAKE-PERCENT-EXIT
004250     SET WS-TOL-IDX TO 1
004260     SEARCH WS-TOL-ENTRY
004270         AT END
004280             CONTINUE
004290         WHEN WS-TOL-IDX > WS-TOL-COUNT
004300             CONTINUE
004310         WHEN WS-TOL-CURRENCY (WS-TOL-IDX) = WS-PARM-CARD (9:3)
004320             MOVE WS-PERCENT-VALUE TO WS-TOL-PERCENT (WS-TOL-IDX)
004330             GO TO 1170-TAKE-CCY-TOLERANCE-EXIT
004340     END-SEARCH
004350     IF WS-TOL-COUNT >= 50
004360         DISPLAY "GLRTL01 - TOLERANCE TABLE FULL - MORE THAN "
004370             "50 RATETOL= CARDS"
004380         STOP RUN
004390     END-IF
004400     ADD 1 TO WS-TOL-COUNT
004410     SET WS-TOL-IDX TO WS-TOL-COUNT
004420     MOVE WS-PARM-CARD (9:3)   TO WS-TOL-CURRENCY (WS-TOL-IDX)
004430     MOVE WS-PERCENT-VALUE     TO WS-TOL-PERCENT (WS-TOL-IDX).
004440 1170-TAKE-CCY-TOLERANCE-EXIT.
004450     EXIT.
004460
004470 1180-TAKE-CONFIRMATION.
004480     IF WS-PARM-CARD (9:3) = SPACES
004490         DISPLAY "GLRTL01 - CONFIRM= CARD HAS NO CURRENCY CODE "
004500             "- RUN STOPPED"
004510         STOP RUN
004520     END-IF
004530     IF WS-CNF-COUNT >= 50
004540         DISPLAY "GLRTL01 - CONFIRMATION TABLE FULL - MORE "
004550             "THAN 50 CONFIRM= CARDS"
004560         STOP RUN
004570     END-IF
004580     ADD 1 TO WS-CNF-COUNT
004590     SET WS-CNF-IDX TO WS-CNF-COUNT
004600     MOVE WS-PARM-CARD (9:3)   TO WS-CNF-CURRENCY (WS-CNF-IDX).
004610 1180-TAKE-CONFIRMATION-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650*    1200-LOAD-PRIOR-RATES - YESTERDAY'S RATEFILE. NO PRVRATE
004660*                 MEANS THERE IS NOTHING TO CHECK AGAINST (FIRST
004670*                 RUN), SO EVERY CURRENCY ON THE FEED IS NEW.
004680******************************************************************
004690 1200-LOAD-PRIOR-RATES.
004700     OPEN INPUT PRVRATE
004710     IF WS-PRVRATE-STATUS = "35"
004720         DISPLAY "GLRTL01 - NO PRVRATE ON FILE - EVERY "
004730             "CURRENCY ON THE FEED IS TAKEN AS NEW"
004740         GO TO 1200-LOAD-PRIOR-RATES-EXIT
004750     END-IF
004760     IF WS-PRVRATE-STATUS NOT = "00"
004770        AND WS-PRVRATE-STATUS NOT = "04"
004780         DISPLAY "GLRTL01 - PRVRATE OPEN FAILED - STATUS "
004790             WS-PRVRATE-STATUS
004800         STOP RUN
004810     END-IF
004820     MOVE "Y" TO WS-PRIOR-FILE-SWITCH
004830     PERFORM 1210-READ-PRIOR-RATE
004840         THRU 1210-READ-PRIOR-RATE-EXIT
004850     PERFORM 1250-STORE-PRIOR-RATE
004860         THRU 1250-STORE-PRIOR-RATE-EXIT
004870         UNTIL WS-END-OF-PRVRATE
004880     CLOSE PRVRATE.
004890 1200-LOAD-PRIOR-RATES-EXIT.
004900     EXIT.
004910
004920 1210-READ-PRIOR-RATE.
004930     READ PRVRATE INTO GL-RATE-MASTER-RECORD
004940         AT END
004950             MOVE "Y" TO WS-PRVRATE-EOF-SWITCH
004960     END-READ.
004970 1210-READ-PRIOR-RATE-EXIT.
004980     EXIT.
004990
005000 1250-STORE-PRIOR-RATE.
005010     IF GLRAT-CURRENCY-CODE = SPACES
005020        OR GLRAT-EXCHANGE-RATE IS NOT NUMERIC
005030        OR GLRAT-RATE-DATE IS NOT NUMERIC
005040         DISPLAY "GLRTL01 - UNREADABLE PRVRATE RECORD IGNORED - "
005050             GL-RATE-MASTER-RECORD (1:20)
005060         GO TO 1250-STORE-PRIOR-RATE-READ
005070     END-IF
005080     IF GLRAT-EXCHANGE-RATE = ZERO
005090         DISPLAY "GLRTL01 - ZERO PRVRATE RATE IGNORED FOR "
005100             GLRAT-CURRENCY-CODE
005110         GO TO 1250-STORE-PRIOR-RATE-READ
005120     END-IF
005130     MOVE GLRAT-CURRENCY-CODE TO WS-WORK-CURRENCY
005140     PERFORM 1800-FIND-CURRENCY
005150         THRU 1800-FIND-CURRENCY-EXIT
005160     IF WS-CURRENCY-FOUND
005170         DISPLAY "GLRTL01 - DUPLICATE PRVRATE RECORD IGNORED "
005180             "FOR " GLRAT-CURRENCY-CODE
005190         GO TO 1250-STORE-PRIOR-RATE-READ
005200     END-IF
005210     PERFORM 1850-ADD-CURRENCY-ENTRY
005220         THRU 1850-ADD-CURRENCY-ENTRY-EXIT
005230     MOVE "Y"                 TO WS-CCY-PRIOR-SWITCH (WS-CCY-IDX)
005240     MOVE GLRAT-RATE-DATE     TO WS-CCY-PRIOR-DATE (WS-CCY-IDX)
005250     MOVE GLRAT-EXCHANGE-RATE TO WS-CCY-PRIOR-RATE (WS-CCY-IDX)
005260     ADD 1 TO WS-PRIOR-RATE-COUNT.
005270 1250-STORE-PRIOR-RATE-READ.
005280     PERFORM 1210-READ-PRIOR-RATE
005290         THRU 1210-READ-PRIOR-RATE-EXIT.
005300 1250-STORE-PRIOR-RATE-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340*    1400-LOAD-RATE-FEED - TREASURY'S RATES FOR THE BUSINESS
005350*                 DATE. A RECORD WITH NO CURRENCY, A BAD OR ZERO
005360*                 RATE, ANOTHER DAY'S DATE OR A CURRENCY ALREADY
005370*                 ON THE FEED IS REFUSED AND LISTED. NO FEED, OR
005380*                 AN EMPTY ONE, STOPS THE RUN BEFORE RATEFILE IS
005390*                 TOUCHED.
005400******************************************************************
005410 1400-LOAD-RATE-FEED.
005420     OPEN INPUT RATEFEED
005430     IF WS-RATEFEED-STATUS = "35"
005440         DISPLAY "GLRTL01 - RATEFEED NOT FOUND - NO RATES "
005450             "FROM TREASURY - RUN STOPPED"
005460         STOP RUN
005470     END-IF
005480     IF WS-RATEFEED-STATUS NOT = "00"
005490        AND WS-RATEFEED-STATUS NOT = "04"
005500         DISPLAY "GLRTL01 - RATEFEED OPEN FAILED - STATUS "
005510             WS-RATEFEED-STATUS
005520         STOP RUN
005530     END-IF
005540     PERFORM 1410-READ-FEED-RECORD
005550         THRU 1410-READ-FEED-RECORD-EXIT
005560     PERFORM 1450-TAKE-FEED-RECORD
005570         THRU 1450-TAKE-FEED-RECORD-EXIT
005580         UNTIL WS-END-OF-RATEFEED
005590     CLOSE RATEFEED
005600     IF WS-FEED-RECORD-COUNT = ZERO
005610         DISPLAY "GLRTL01 - RATEFEED IS EMPTY - NO RATES "
005620             "FROM TREASURY - RUN STOPPED"
005630         STOP RUN
005640     END-IF.
005650 1400-LOAD-RATE-FEED-EXIT.
005660     EXIT.
005670
005680 1410-READ-FEED-RECORD.
005690     READ RATEFEED INTO GL-RATE-MASTER-RECORD
005700         AT END
005710             MOVE "Y" TO WS-RATEFEED-EOF-SWITCH
005720     END-READ.
005730 1410-READ-FEED-RECORD-EXIT.
005740     EXIT.
005750
005760 1450-TAKE-FEED-RECORD.
005770     ADD 1 TO WS-FEED-RECORD-COUNT
005780     MOVE SPACES TO WS-REFUSAL-REASON
005790     MOVE GLRAT-CURRENCY-CODE TO WS-WORK-CURRENCY
005800     PERFORM 1800-FIND-CURRENCY
005810         THRU 1800-FIND-CURRENCY-EXIT
005820     IF WS-CURRENCY-FOUND
005830        AND WS-CCY-ON-FEED (WS-CCY-IDX)
005840         MOVE "CURRENCY ALREADY ON THE FEED"
005850                                  TO WS-REFUSAL-REASON
005860     END-IF
005870     IF GLRAT-RATE-DATE NOT = WS-BUSINESS-DATE
005880         MOVE "NOT DATED FOR BUSINESS DATE"
005890                                  TO WS-REFUSAL-REASON
005900     END-IF
005910     IF GLRAT-EXCHANGE-RATE IS NOT NUMERIC
005920         MOVE "RATE IS NOT A NUMBER" TO WS-REFUSAL-REASON
005930     ELSE
005940         IF GLRAT-EXCHANGE-RATE = ZERO
005950             MOVE "RATE IS ZERO"  TO WS-REFUSAL-REASON
005960         END-IF
005970     END-IF
005980     IF GLRAT-CURRENCY-CODE = SPACES
005990         MOVE "NO CURRENCY CODE"  TO WS-REFUSAL-REASON
006000     END-IF
006010     IF WS-REFUSAL-REASON NOT = SPACES
006020         PERFORM 1480-REFUSE-FEED-RECORD
006030             THRU 1480-REFUSE-FEED-RECORD-EXIT
006040         GO TO 1450-TAKE-FEED-RECORD-READ
006050     END-IF
006060     IF NOT WS-CURRENCY-FOUND
006070         PERFORM 1850-ADD-CURRENCY-ENTRY
006080             THRU 1850-ADD-CURRENCY-ENTRY-EXIT
006090     END-IF
006100     MOVE "Y"                 TO WS-CCY-FEED-SWITCH (WS-CCY-IDX)
006110     MOVE GLRAT-EXCHANGE-RATE TO WS-CCY-FEED-RATE (WS-CCY-IDX).
006120 1450-TAKE-FEED-RECORD-READ.
006130     PERFORM 1410-READ-FEED-RECORD
006140         THRU 1410-READ-FEED-RECORD-EXIT.
006150 1450-TAKE-FEED-RECORD-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190*    1480-REFUSE-FEED-RECORD - KEEP THE RECORD FOR THE REPORT AND
006200*                 MARK ITS CURRENCY, SO THAT UNLESS A GOOD RECORD
006210*                 FOR IT FOLLOWS, THE PRIOR RATE IS CARRIED AS
006220*                 REFUSED RATHER THAN AS DROPPED. A SECOND RECORD
006230*                 FOR A CURRENCY ALREADY TAKEN LEAVES THE FIRST.
006240******************************************************************
006250 1480-REFUSE-FEED-RECORD.
006260     ADD 1 TO WS-FEED-REFUSED-COUNT
006270     IF WS-REF-COUNT < 50
006280         ADD 1 TO WS-REF-COUNT
006290         SET WS-REF-IDX TO WS-REF-COUNT
006300         MOVE GL-RATE-MASTER-RECORD (1:20)
006310                                  TO WS-REF-RECORD (WS-REF-IDX)
006320         MOVE WS-REFUSAL-REASON   TO WS-REF-REASON (WS-REF-IDX)
006330     END-IF
006340     IF GLRAT-CURRENCY-CODE = SPACES
006350         GO TO 1480-REFUSE-FEED-RECORD-EXIT
006360     END-IF
006370     IF NOT WS-CURRENCY-FOUND
006380         PERFORM 1850-ADD-CURRENCY-ENTRY
006390             THRU 1850-ADD-CURRENCY-ENTRY-EXIT
006400     END-IF
006410     MOVE "Y" TO WS-CCY-REFUSED-SWITCH (WS-CCY-IDX).
006420 1480-REFUSE-FEED-RECORD-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460*    1600-OPEN-OUTPUT-FILES - TODAY'S RATEFILE, THE RATE HISTORY
006470*                 (CREATED EMPTY ON THE FIRST RUN) AND THE REPORT
006480******************************************************************
006490 1600-OPEN-OUTPUT-FILES.
006500     OPEN OUTPUT RATEFILE
006510     IF WS-RATEFILE-STATUS NOT = "00"
006520        AND WS-RATEFILE-STATUS NOT = "04"
006530         DISPLAY "GLRTL01 - RATEFILE OPEN FAILED - STATUS "
006540             WS-RATEFILE-STATUS
006550         STOP RUN
006560     END-IF
006570     OPEN I-O RATEHIST
006580     IF WS-RATEHIST-STATUS = "35"
006590         OPEN OUTPUT RATEHIST
006600         CLOSE RATEHIST
006610         OPEN I-O RATEHIST
006620     END-IF
006630     IF WS-RATEHIST-STATUS NOT = "00"
006640        AND WS-RATEHIST-STATUS NOT = "04"
006650         DISPLAY "GLRTL01 - RATEHIST OPEN FAILED - STATUS "
006660             WS-RATEHIST-STATUS
006670         STOP RUN
006680     END-IF
006690     OPEN OUTPUT RTLRPT
006700     IF WS-RTLRPT-STATUS NOT = "00"
006710        AND WS-RTLRPT-STATUS NOT = "04"
006720         DISPLAY "GLRTL01 - RTLRPT OPEN FAILED - STATUS "
006730             WS-RTLRPT-STATUS
006740         STOP RUN
006750     END-IF.
006760 1600-OPEN-OUTPUT-FILES-EXIT.
006770     EXIT.
006780
006790 1800-FIND-CURRENCY.
006800     MOVE "N" TO WS-CCY-FOUND-SWITCH
006810     SET WS-CCY-IDX TO 1
006820     SEARCH WS-CCY-ENTRY
006830         AT END
006840             CONTINUE
006850         WHEN WS-CCY-IDX > WS-CCY-COUNT
006860             CONTINUE
006870         WHEN WS-CCY-CODE (WS-CCY-IDX) = WS-WORK-CURRENCY
006880             MOVE "Y" TO WS-CCY-FOUND-SWITCH
006890     END-SEARCH.
006900 1800-FIND-CURRENCY-EXIT.
006910     EXIT.
006920
006930 1850-ADD-CURRENCY-ENTRY.
006940     IF WS-CCY-COUNT >= 50
006950         DISPLAY "GLRTL01 - CURRENCY TABLE FULL - MORE THAN 50 "
006960             "CURRENCY CODES"
006970         STOP RUN
006980     END-IF
006990     ADD 1 TO WS-CCY-COUNT
007000     SET WS-CCY-IDX TO WS-CCY-COUNT
007010     MOVE WS-WORK-CURRENCY TO WS-CCY-CODE (WS-CCY-IDX).
007020 1850-ADD-CURRENCY-ENTRY-EXIT.
007030     EXIT.
007040
007050******************************************************************
007060*    2000-LOAD-ONE-CURRENCY - DECIDE, WRITE THE RATEFILE RECORD,
007070*                 ADD A LOADED RATE TO THE HISTORY AND REPORT IT
007080******************************************************************
007090 2000-LOAD-ONE-CURRENCY.
007100     PERFORM 2100-DECIDE-ACTION
007110         THRU 2100-DECIDE-ACTION-EXIT
007120     IF WS-CCY-RATE-TAKEN (WS-CCY-IDX)
007130         PERFORM 3000-WRITE-RATE-RECORD
007140             THRU 3000-WRITE-RATE-RECORD-EXIT
007150         PERFORM 3100-ADD-TO-HISTORY
007160             THRU 3100-ADD-TO-HISTORY-EXIT
007170     END-IF
007180     IF WS-CCY-PRIOR-KEPT (WS-CCY-IDX)
007190         PERFORM 3000-WRITE-RATE-RECORD
007200             THRU 3000-WRITE-RATE-RECORD-EXIT
007210     END-IF
007220     PERFORM 4000-PRINT-ONE-CURRENCY
007230         THRU 4000-PRINT-ONE-CURRENCY-EXIT.
007240 2000-LOAD-ONE-CURRENCY-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*    2100-DECIDE-ACTION - ON THE FEED WITH A PRIOR RATE: LOADED IF
007290*                 THE MOVE IS WITHIN TOLERANCE, OTHERWISE HELD
007300*                 UNLESS CONFIRMED. ON THE FEED WITHOUT ONE: NEW.
007310*                 NOT ON THE FEED: DROPPED, OR CARRIED IF ITS FEED
007320*                 RECORD WAS REFUSED; WITH NO PRIOR RATE EITHER
007330*                 THERE IS NO RATE AT ALL.
007340******************************************************************
007350 2100-DECIDE-ACTION.
007360     MOVE ZERO TO WS-CCY-MOVE-PCT (WS-CCY-IDX)
007370     MOVE ZERO TO WS-CCY-TOLERANCE (WS-CCY-IDX)
007380     IF NOT WS-CCY-ON-FEED (WS-CCY-IDX)
007390         IF NOT WS-CCY-HAS-PRIOR (WS-CCY-IDX)
007400             MOVE "Z" TO WS-CCY-ACTION (WS-CCY-IDX)
007410             ADD 1 TO WS-NO-RATE-COUNT
007420         ELSE
007430             IF WS-CCY-FEED-REFUSED (WS-CCY-IDX)
007440                 MOVE "R" TO WS-CCY-ACTION (WS-CCY-IDX)
007450                 ADD 1 TO WS-CARRIED-COUNT
007460             ELSE
007470                 MOVE "D" TO WS-CCY-ACTION (WS-CCY-IDX)
007480                 ADD 1 TO WS-DROPPED-COUNT
007490             END-IF
007500         END-IF
007510         GO TO 2100-DECIDE-ACTION-EXIT
007520     END-IF
007530     IF NOT WS-CCY-HAS-PRIOR (WS-CCY-IDX)
007540         MOVE "F" TO WS-CCY-ACTION (WS-CCY-IDX)
007550         ADD 1 TO WS-NEW-CURRENCY-COUNT
007560         GO TO 2100-DECIDE-ACTION-EXIT
007570     END-IF
007580     COMPUTE WS-MOVE-AMOUNT =
007590         WS-CCY-FEED-RATE (WS-CCY-IDX)
007600             - WS-CCY-PRIOR-RATE (WS-CCY-IDX)
007610     IF WS-MOVE-AMOUNT < ZERO
007620         COMPUTE WS-MOVE-AMOUNT = ZERO - WS-MOVE-AMOUNT
007630     END-IF
007640     COMPUTE WS-CCY-MOVE-PCT (WS-CCY-IDX) ROUNDED =
007650         WS-MOVE-AMOUNT * 100 / WS-CCY-PRIOR-RATE (WS-CCY-IDX)
007660         ON SIZE ERROR
007670             MOVE 9999999.99 TO WS-CCY-MOVE-PCT (WS-CCY-IDX)
007680     END-COMPUTE
007690     PERFORM 2150-FIND-TOLERANCE
007700         THRU 2150-FIND-TOLERANCE-EXIT
007710     IF WS-CCY-MOVE-PCT (WS-CCY-IDX)
007720            NOT > WS-CCY-TOLERANCE (WS-CCY-IDX)
007730         MOVE "L" TO WS-CCY-ACTION (WS-CCY-IDX)
007740         ADD 1 TO WS-LOADED-COUNT
007750         GO TO 2100-DECIDE-ACTION-EXIT
007760     END-IF
007770     PERFORM 2160-FIND-CONFIRMATION
007780         THRU 2160-FIND-CONFIRMATION-EXIT.
007790 2100-DECIDE-ACTION-EXIT.
007800     EXIT.
007810
007820 2150-FIND-TOLERANCE.
007830     MOVE WS-DEFAULT-TOLERANCE TO WS-CCY-TOLERANCE (WS-CCY-IDX)
007840     SET WS-TOL-IDX TO 1
007850     SEARCH WS-TOL-ENTRY
007860         AT END
007870             CONTINUE
007880         WHEN WS-TOL-IDX > WS-TOL-COUNT
007890             CONTINUE
007900         WHEN WS-TOL-CURRENCY (WS-TOL-IDX) =
007910                  WS-CCY-CODE (WS-CCY-IDX)
007920             MOVE WS-TOL-PERCENT (WS-TOL-IDX)
007930                 TO WS-CCY-TOLERANCE (WS-CCY-IDX)
007940     END-SEARCH.
007950 2150-FIND-TOLERANCE-EXIT.
007960     EXIT.
007970
007980 2160-FIND-CONFIRMATION.
007990     MOVE "H" TO WS-CCY-ACTION (WS-CCY-IDX)
008000     SET WS-CNF-IDX TO 1
008010     SEARCH WS-CNF-ENTRY
008020         AT END
008030             CONTINUE
008040         WHEN WS-CNF-IDX > WS-CNF-COUNT
008050             CONTINUE
008060         WHEN WS-CNF-CURRENCY (WS-CNF-IDX) =
008070                  WS-CCY-CODE (WS-CCY-IDX)
008080             MOVE "C" TO WS-CCY-ACTION (WS-CCY-IDX)
008090             MOVE "Y" TO WS-CNF-USED-SWITCH (WS-CNF-IDX)
008100     END-SEARCH
008110     IF WS-CCY-CONFIRMED (WS-CCY-IDX)
008120         ADD 1 TO WS-CONFIRMED-COUNT
008130     ELSE
008140         ADD 1 TO WS-HELD-COUNT
008150     END-IF.
008160 2160-FIND-CONFIRMATION-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200*    3000-WRITE-RATE-RECORD - TODAY'S RATE IF IT WAS TAKEN,
008210*                 OTHERWISE THE PRIOR RATE UNDER ITS OWN DATE
008220******************************************************************
008230 3000-WRITE-RATE-RECORD.
008240     MOVE SPACES TO GL-RATE-MASTER-RECORD
008250     MOVE WS-CCY-CODE (WS-CCY-IDX) TO GLRAT-CURRENCY-CODE
008260     IF WS-CCY-RATE-TAKEN (WS-CCY-IDX)
008270         MOVE WS-BUSINESS-DATE TO GLRAT-RATE-DATE
008280         MOVE WS-CCY-FEED-RATE (WS-CCY-IDX) TO GLRAT-EXCHANGE-RATE
008290     ELSE
008300         MOVE WS-CCY-PRIOR-DATE (WS-CCY-IDX) TO GLRAT-RATE-DATE
008310         MOVE WS-CCY-PRIOR-RATE (WS-CCY-IDX)
008320             TO GLRAT-EXCHANGE-RATE
008330     END-IF
008340     WRITE FD-RATEFILE-RECORD FROM GL-RATE-MASTER-RECORD
008350     IF WS-RATEFILE-STATUS NOT = "00"
008360        AND WS-RATEFILE-STATUS NOT = "04"
008370         DISPLAY "GLRTL01 - RATEFILE WRITE FAILED - STATUS "
008380             WS-RATEFILE-STATUS
008390         STOP RUN
008400     END-IF
008410     ADD 1 TO WS-RATEFILE-COUNT.
008420 3000-WRITE-RATE-RECORD-EXIT.
008430     EXIT.
008440
008450******************************************************************
008460*    3100-ADD-TO-HISTORY - ONE RECORD PER CURRENCY PER RATE DATE;
008470*                 A RERUN FOR THE SAME DATE REPLACES IT
008480******************************************************************
008490 3100-ADD-TO-HISTORY.
008500     MOVE SPACES TO GL-RATE-HISTORY-RECORD
008510     MOVE WS-CCY-CODE (WS-CCY-IDX)       TO GLRTH-CURRENCY-CODE
008520     MOVE WS-BUSINESS-DATE               TO GLRTH-RATE-DATE
008530     MOVE WS-CCY-FEED-RATE (WS-CCY-IDX)  TO GLRTH-EXCHANGE-RATE
008540     MOVE WS-CCY-PRIOR-RATE (WS-CCY-IDX) TO GLRTH-PRIOR-RATE
008550     MOVE WS-CCY-PRIOR-DATE (WS-CCY-IDX) TO GLRTH-PRIOR-RATE-DATE
008560     MOVE WS-CCY-ACTION (WS-CCY-IDX)     TO GLRTH-LOAD-TYPE
008570     MOVE WS-RUN-DATE                    TO GLRTH-LOAD-DATE
008580     MOVE WS-RUN-TIME                    TO GLRTH-LOAD-TIME
008590     WRITE GL-RATE-HISTORY-RECORD
008600     IF WS-RATEHIST-STATUS = "22"
008610         REWRITE GL-RATE-HISTORY-RECORD
008620         IF WS-RATEHIST-STATUS NOT = "00"
008630             DISPLAY "GLRTL01 - RATEHIST REWRITE FAILED - STATUS "
008640                 WS-RATEHIST-STATUS
008650             STOP RUN
008660         END-IF
008670         ADD 1 TO WS-HISTORY-REPLACED-COUNT
008680         GO TO 3100-ADD-TO-HISTORY-EXIT
008690     END-IF
008700     IF WS-RATEHIST-STATUS NOT = "00"
008710         DISPLAY "GLRTL01 - RATEHIST WRITE FAILED - STATUS "
008720             WS-RATEHIST-STATUS
008730         STOP RUN
008740     END-IF
008750     ADD 1 TO WS-HISTORY-ADDED-COUNT.
008760 3100-ADD-TO-HISTORY-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800*    4000-PRINT-ONE-CURRENCY
008810******************************************************************
008820 4000-PRINT-ONE-CURRENCY.
008830     MOVE SPACES TO WS-RPT-DETAIL-LINE
008840     MOVE WS-CCY-CODE (WS-CCY-IDX)       TO RPTD-CURRENCY
008850     IF WS-CCY-HAS-PRIOR (WS-CCY-IDX)
008860         MOVE WS-CCY-PRIOR-DATE (WS-CCY-IDX) TO RPTD-PRIOR-DATE
008870     END-IF
008880     MOVE WS-CCY-PRIOR-RATE (WS-CCY-IDX) TO RPTD-PRIOR-RATE
008890     MOVE WS-CCY-FEED-RATE (WS-CCY-IDX)  TO RPTD-FEED-RATE
008900     IF WS-CCY-LOADED (WS-CCY-IDX)
008910        OR WS-CCY-CONFIRMED (WS-CCY-IDX)
008920        OR WS-CCY-HELD (WS-CCY-IDX)
008930         MOVE WS-CCY-MOVE-PCT (WS-CCY-IDX)  TO RPTD-MOVE-PCT
008940         MOVE WS-CCY-TOLERANCE (WS-CCY-IDX) TO RPTD-TOLERANCE
008950     END-IF
008960     EVALUATE TRUE
008970         WHEN WS-CCY-LOADED (WS-CCY-IDX)
008980             MOVE "LOADED"     TO RPTD-ACTION
008990             MOVE "WITHIN TOLERANCE"
009000                               TO RPTD-NOTE
009010         WHEN WS-CCY-CONFIRMED (WS-CCY-IDX)
009020             MOVE "CONFIRMED"  TO RPTD-ACTION
009030             MOVE "BEYOND TOLERANCE - LOADED ON TREASURY "
009040               & "CONFIRMATION"
009050                               TO RPTD-NOTE
009060         WHEN WS-CCY-NEW (WS-CCY-IDX)
009070             MOVE "NEW"        TO RPTD-ACTION
009080             MOVE "NO PRIOR RATE TO CHECK AGAINST - LOADED"
009090                               TO RPTD-NOTE
009100         WHEN WS-CCY-HELD (WS-CCY-IDX)
009110             MOVE "*** HELD"   TO RPTD-ACTION
009120             MOVE "BEYOND TOLERANCE - PRIOR RATE KEPT UNTIL "
009130               & "CONFIRMED"
009140                               TO RPTD-NOTE
009150         WHEN WS-CCY-DROPPED (WS-CCY-IDX)
009160             MOVE "*** DROPPED" TO RPTD-ACTION
009170             MOVE "NOT ON TODAY'S FEED - PRIOR RATE KEPT"
009180                               TO RPTD-NOTE
009190         WHEN WS-CCY-CARRIED (WS-CCY-IDX)
009200             MOVE "*** REFUSED" TO RPTD-ACTION
009210             MOVE "FEED RECORD REFUSED - PRIOR RATE KEPT"
009220                               TO RPTD-NOTE
009230         WHEN OTHER
009240             MOVE "*** REFUSED" TO RPTD-ACTION
009250             MOVE "FEED RECORD REFUSED - NO RATE FOR THIS "
009260               & "CURRENCY"
009270                               TO RPTD-NOTE
009280     END-EVALUATE
009290     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
009300     PERFORM 4700-WRITE-PRINT-LINE
009310         THRU 4700-WRITE-PRINT-LINE-EXIT.
009320 4000-PRINT-ONE-CURRENCY-EXIT.
009330     EXIT.
009340
009350 4500-PRINT-REFUSED-RECORD.
009360     IF WS-REF-IDX = 1
009370         MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
009380         PERFORM 4700-WRITE-PRINT-LINE
009390             THRU 4700-WRITE-PRINT-LINE-EXIT
009400     END-IF
009410     MOVE WS-REF-RECORD (WS-REF-IDX) TO RPTR-RECORD
009420     MOVE WS-REF-REASON (WS-REF-IDX) TO RPTR-REASON
009430     MOVE WS-RPT-REFUSED-LINE TO WS-PRINT-LINE
009440     PERFORM 4700-WRITE-PRINT-LINE
009450         THRU 4700-WRITE-PRINT-LINE-EXIT.
009460 4500-PRINT-REFUSED-RECORD-EXIT.
009470     EXIT.
009480
009490 4700-WRITE-PRINT-LINE.
009500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009510         PERFORM 4800-PRINT-PAGE-HEADING
009520             THRU 4800-PRINT-PAGE-HEADING-EXIT
009530     END-IF
009540     WRITE FD-RPT-RECORD FROM WS-PRINT-LINE
009550     PERFORM 4900-CHECK-RTLRPT-STATUS
009560         THRU 4900-CHECK-RTLRPT-STATUS-EXIT
009570     ADD 1 TO WS-LINE-COUNT.
009580 4700-WRITE-PRINT-LINE-EXIT.
009590     EXIT.
009600
009610 4800-PRINT-PAGE-HEADING.
009620     ADD 1 TO WS-PAGE-NUMBER
009630     MOVE WS-BUSINESS-DATE      TO RPT1-BUSINESS-DATE
009640     MOVE WS-RUN-DATE           TO RPT1-RUN-DATE
009650     MOVE WS-PAGE-NUMBER        TO RPT1-PAGE-NUMBER
009660     MOVE WS-DEFAULT-TOLERANCE  TO RPT2-TOLERANCE
009670     MOVE WS-RPT-HEADER-1 TO FD-RPT-RECORD
009680     WRITE FD-RPT-RECORD
009690     PERFORM 4900-CHECK-RTLRPT-STATUS
009700         THRU 4900-CHECK-RTLRPT-STATUS-EXIT
009710     MOVE WS-RPT-HEADER-2 TO FD-RPT-RECORD
009720     WRITE FD-RPT-RECORD
009730     PERFORM 4900-CHECK-RTLRPT-STATUS
009740         THRU 4900-CHECK-RTLRPT-STATUS-EXIT
009750     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
009760     PERFORM 4900-CHECK-RTLRPT-STATUS
009770         THRU 4900-CHECK-RTLRPT-STATUS-EXIT
009780     MOVE WS-RPT-COLUMN-HEADS TO FD-RPT-RECORD
009790     WRITE FD-RPT-RECORD
009800     PERFORM 4900-CHECK-RTLRPT-STATUS
009810         THRU 4900-CHECK-RTLRPT-STATUS-EXIT
009820     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
009830     PERFORM 4900-CHECK-RTLRPT-STATUS
009840         THRU 4900-CHECK-RTLRPT-STATUS-EXIT
009850     MOVE ZERO TO WS-LINE-COUNT.
009860 4800-PRINT-PAGE-HEADING-EXIT.
009870     EXIT.
009880
009890******************************************************************
009900*    4900-CHECK-RTLRPT-STATUS - COMMON STATUS CHECK AFTER EVERY
009910*                 WRITE TO THE RATE-LOAD REPORT
009920******************************************************************
009930 4900-CHECK-RTLRPT-STATUS.
009940     IF WS-RTLRPT-STATUS NOT = "00"
009950        AND WS-RTLRPT-STATUS NOT = "04"
009960         DISPLAY "GLRTL01 - RTLRPT WRITE FAILED - STATUS "
009970             WS-RTLRPT-STATUS
009980         STOP RUN
009990     END-IF.
010000 4900-CHECK-RTLRPT-STATUS-EXIT.
010010     EXIT.
010020
010030******************************************************************
010040*    6000-PRINT-RUN-TOTALS - RUN COUNTS AND THE OVERALL VERDICT
010050******************************************************************
010060 6000-PRINT-RUN-TOTALS.
010070     PERFORM 6200-COUNT-UNUSED-CONFIRM
010080         THRU 6200-COUNT-UNUSED-CONFIRM-EXIT
010090         VARYING WS-CNF-IDX FROM 1 BY 1
010100         UNTIL WS-CNF-IDX > WS-CNF-COUNT
010110     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
010120     PERFORM 4700-WRITE-PRINT-LINE
010130         THRU 4700-WRITE-PRINT-LINE-EXIT
010140     MOVE "PRIOR RATES READ:"            TO RPTC-CAPTION
010150     MOVE WS-PRIOR-RATE-COUNT            TO RPTC-COUNT
010160     PERFORM 6100-WRITE-COUNT-LINE
010170         THRU 6100-WRITE-COUNT-LINE-EXIT
010180     MOVE "FEED RECORDS READ:"           TO RPTC-CAPTION
010190     MOVE WS-FEED-RECORD-COUNT           TO RPTC-COUNT
010200     PERFORM 6100-WRITE-COUNT-LINE
010210         THRU 6100-WRITE-COUNT-LINE-EXIT
010220     MOVE "FEED RECORDS REFUSED:"        TO RPTC-CAPTION
010230     MOVE WS-FEED-REFUSED-COUNT          TO RPTC-COUNT
010240     PERFORM 6100-WRITE-COUNT-LINE
010250         THRU 6100-WRITE-COUNT-LINE-EXIT
010260     MOVE "RATES LOADED WITHIN TOLERANCE:" TO RPTC-CAPTION
010270     MOVE WS-LOADED-COUNT                TO RPTC-COUNT
010280     PERFORM 6100-WRITE-COUNT-LINE
010290         THRU 6100-WRITE-COUNT-LINE-EXIT
010300     MOVE "RATES LOADED ON CONFIRMATION:" TO RPTC-CAPTION
010310     MOVE WS-CONFIRMED-COUNT             TO RPTC-COUNT
010320     PERFORM 6100-WRITE-COUNT-LINE
010330         THRU 6100-WRITE-COUNT-LINE-EXIT
010340     MOVE "NEW CURRENCIES LOADED:"       TO RPTC-CAPTION
010350     MOVE WS-NEW-CURRENCY-COUNT          TO RPTC-COUNT
010360     PERFORM 6100-WRITE-COUNT-LINE
010370         THRU 6100-WRITE-COUNT-LINE-EXIT
010380     MOVE "RATES HELD FOR CONFIRMATION:" TO RPTC-CAPTION
010390     MOVE WS-HELD-COUNT                  TO RPTC-COUNT
010400     PERFORM 6100-WRITE-COUNT-LINE
010410         THRU 6100-WRITE-COUNT-LINE-EXIT
010420     MOVE "CURRENCIES DROPPED OFF THE FEED:" TO RPTC-CAPTION
010430     MOVE WS-DROPPED-COUNT               TO RPTC-COUNT
010440     PERFORM 6100-WRITE-COUNT-LINE
010450         THRU 6100-WRITE-COUNT-LINE-EXIT
010460     MOVE "PRIOR RATES KEPT AFTER REFUSAL:" TO RPTC-CAPTION
010470     MOVE WS-CARRIED-COUNT               TO RPTC-COUNT
010480     PERFORM 6100-WRITE-COUNT-LINE
010490         THRU 6100-WRITE-COUNT-LINE-EXIT
010500     MOVE "CURRENCIES WITH NO RATE:"     TO RPTC-CAPTION
010510     MOVE WS-NO-RATE-COUNT               TO RPTC-COUNT
010520     PERFORM 6100-WRITE-COUNT-LINE
010530         THRU 6100-WRITE-COUNT-LINE-EXIT
010540     MOVE "CONFIRMATIONS NOT NEEDED:"    TO RPTC-CAPTION
010550     MOVE WS-CONFIRM-UNUSED-COUNT        TO RPTC-COUNT
010560     PERFORM 6100-WRITE-COUNT-LINE
010570         THRU 6100-WRITE-COUNT-LINE-EXIT
010580     MOVE "RATEFILE RECORDS WRITTEN:"    TO RPTC-CAPTION
010590     MOVE WS-RATEFILE-COUNT              TO RPTC-COUNT
010600     PERFORM 6100-WRITE-COUNT-LINE
010610         THRU 6100-WRITE-COUNT-LINE-EXIT
010620     MOVE "RATE HISTORY RECORDS ADDED:"  TO RPTC-CAPTION
010630     MOVE WS-HISTORY-ADDED-COUNT         TO RPTC-COUNT
010640     PERFORM 6100-WRITE-COUNT-LINE
010650         THRU 6100-WRITE-COUNT-LINE-EXIT
010660     MOVE "RATE HISTORY RECORDS REPLACED:" TO RPTC-CAPTION
010670     MOVE WS-HISTORY-REPLACED-COUNT      TO RPTC-COUNT
010680     PERFORM 6100-WRITE-COUNT-LINE
010690         THRU 6100-WRITE-COUNT-LINE-EXIT
010700     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
010710     PERFORM 4700-WRITE-PRINT-LINE
010720         THRU 4700-WRITE-PRINT-LINE-EXIT
010730     IF WS-HELD-COUNT = ZERO
010740        AND WS-DROPPED-COUNT = ZERO
010750        AND WS-CARRIED-COUNT = ZERO
010760        AND WS-NO-RATE-COUNT = ZERO
010770         MOVE "EVERY CURRENCY LOADED FOR THE BUSINESS DATE"
010780                                         TO RPTV-VERDICT
010790     ELSE
010800         MOVE "*** NOT EVERY CURRENCY LOADED - PRIOR RATES "
010810           & "CARRIED ARE STALE UNTIL TREASURY RESOLVES THEM ***"
010820                                         TO RPTV-VERDICT
010830     END-IF
010840     MOVE WS-RPT-VERDICT-LINE TO WS-PRINT-LINE
010850     PERFORM 4700-WRITE-PRINT-LINE
010860         THRU 4700-WRITE-PRINT-LINE-EXIT.
010870 6000-PRINT-RUN-TOTALS-EXIT.
010880     EXIT.
010890
010900 6100-WRITE-COUNT-LINE.
010910     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE
010920     PERFORM 4700-WRITE-PRINT-LINE
010930         THRU 4700-WRITE-PRINT-LINE-EXIT.
010940 6100-WRITE-COUNT-LINE-EXIT.
010950     EXIT.
010960
010970 6200-COUNT-UNUSED-CONFIRM.
010980     IF NOT WS-CNF-USED (WS-CNF-IDX)
010990         ADD 1 TO WS-CONFIRM-UNUSED-COUNT
011000     END-IF.
011010 6200-COUNT-UNUSED-CONFIRM-EXIT.
011020     EXIT.
011030
011040******************************************************************
011050*    9000-TERMINATE
011060******************************************************************
011070 9000-TERMINATE.
011080     CLOSE RATEFILE
011090     CLOSE RATEHIST
011100     CLOSE RTLRPT
011110     DISPLAY "GLRTL01 - EXCHANGE-RATE LOAD COMPLETE - "
011120         WS-LOADED-COUNT " LOADED, "
011130         WS-CONFIRMED-COUNT " CONFIRMED, "
011140         WS-NEW-CURRENCY-COUNT " NEW, "
011150         WS-HELD-COUNT " HELD, "
011160         WS-DROPPED-COUNT " DROPPED".
011170 9000-TERMINATE-EXIT.
011180     EXIT.
