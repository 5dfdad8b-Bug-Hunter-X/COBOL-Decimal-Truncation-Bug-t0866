000010******************************************************************
000020*
000030*    PROGRAM-ID: GLYRE01
000040*    AUTHOR:     D. OKONKWO - FINANCIAL SYSTEMS
000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    PURPOSE:    FISCAL YEAR-END CLOSE. ONCE ALL TWELVE PERIODS
000090*                OF THE FISCAL YEAR ARE CLOSED ON THE CALENDAR
000100*                MASTER (PERFILE), READS THE FINAL PERIOD'S
000110*                CLOSING BALANCES FROM THE PERIOD-END BALANCE
000120*                FILE (PERBAL) AND GENERATES THE CLOSING
000130*                JOURNAL THAT ZEROES EVERY INCOME AND EXPENSE
000140*                ACCOUNT (SEE GLACM-ACCOUNT-TYPE) AGAINST THE
000150*                DESIGNATED RETAINED-EARNINGS ACCOUNT - ONE
000160*                BALANCED PAIR PER PROFIT-AND-LOSS ACCOUNT (MORE
000163*                WHERE A BALANCE IS TOO LARGE FOR ONE
000166*                TRANSACTION'S AMOUNT FIELD), ON
000170*                A FEED FILE (YRENDTRN) THAT POSTS THROUGH THE
000180*                NORMAL GLCOL01/GLEDT01 PATH LIKE THE
000190*                REVALUATION FEED ALREADY DOES. THE YEAR'S
000200*                PERIODS ARE CLOSED, SO THE JOURNAL IS DATED
000210*                THE FIRST DAY OF THE NEXT FISCAL YEAR'S FIRST
000220*                PERIOD, WHICH MUST BE ON THE CALENDAR AND OPEN.
000230*                THE REPORT LISTS EVERY ACCOUNT SWEPT AND PROVES
000240*                THAT THE PROFIT-AND-LOSS BALANCES CLOSED NET TO
000250*                THE RETAINED-EARNINGS MOVEMENT AND THAT THE
000260*                JOURNAL NETS TO ZERO. PARMFILE CARDS:
000270*                RETACCT= NAMES THE RETAINED-EARNINGS ACCOUNT
000280*                (REQUIRED, MUST BE AN EQUITY ACCOUNT),
000290*                PERIOD=YYYYMM NAMES THE FINAL PERIOD OF THE
000300*                FISCAL YEAR AND FORMS THE JOURNAL ID YEYYYYMM
000310*                (REQUIRED). AMOUNTS ARE IN BASE CURRENCY (USD),
000320*                CONVERTING AT THE BASE RATE OF 1.
000330*
000340*    MODIFICATION HISTORY
000350*    ------------------------------------------------------------
000360*    2026-10-15  DO   INITIAL VERSION.
000362*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE LIMIT RAISED
000364*                     FROM 500 TO 2000 ACCOUNTS (SEE
000366*                     GLACMTBL).
000367*    2026-10-15  DO   THE CLOSE IS REFUSED, BEFORE ANYTHING IS
000368*                     WRITTEN, WHEN A FINAL-PERIOD BALANCE IS ON
000369*                     AN ACCOUNT NOT ON THE MASTER OR WITH NO
000370*                     VALID ACCOUNT TYPE - IT COULD NOT BE
000371*                     CLASSIFIED AND WOULD BE LEFT OPEN. THE PROOF
000372*                     ALSO BREAKS ON ANY UNCLASSIFIED BALANCE.
000373*    2026-10-15  DO   A BALANCE TOO LARGE FOR ONE TRANSACTION IS
000374*                     CLOSED IN AS MANY PAIRS AS IT NEEDS,
000375*                     ALL UNDER THE SAME JOURNAL, INSTEAD OF
000376*                     STOPPING THE RUN.
000377******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    GLYRE01.
000400 AUTHOR.        D. OKONKWO.
000410 INSTALLATION.  MAIN DATA CENTER.
000420 DATE-WRITTEN.  2026-10-15.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.       GNUCOBOL.
000480 OBJECT-COMPUTER.       GNUCOBOL.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PARMFILE ASSIGN TO "PARMFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARMFILE-STATUS.
000550
000560     SELECT PERFILE ASSIGN TO "PERFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PERFILE-STATUS.
000590
000600     SELECT ACCTFILE ASSIGN TO "ACCTFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ACCTFILE-STATUS.
000630
000640     SELECT PERBAL ASSIGN TO "PERBAL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PERBAL-STATUS.
000670
000680     SELECT YRENDTRN ASSIGN TO "YRENDTRN"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-YRENDTRN-STATUS.
000710
000720     SELECT YRENDRPT ASSIGN TO "YRENDRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-YRENDRPT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PARMFILE
000790     RECORDING MODE IS F.
000800 01  FD-PARM-RECORD               PIC X(80).
000810
000820 FD  PERFILE
000830     RECORDING MODE IS F.
000840 01  FD-PER-RECORD                PIC X(80).
000850
000860 FD  ACCTFILE
000870     RECORDING MODE IS F.
000880 01  FD-ACCT-RECORD               PIC X(80).
000890
000900 FD  PERBAL
000910     RECORDING MODE IS F.
000920 01  FD-PERBAL-RECORD             PIC X(80).
000930
000940 FD  YRENDTRN
000950     RECORDING MODE IS F.
000960 01  FD-YRE-RECORD                PIC X(80).
000970
000980 FD  YRENDRPT
000990     RECORDING MODE IS F.
001000 01  FD-RPT-RECORD                PIC X(132).
001010
001020 WORKING-STORAGE SECTION.
001030
001040 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
001050 01  WS-PERFILE-STATUS             PIC X(02) VALUE "00".
001060 01  WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
001070 01  WS-PERBAL-STATUS              PIC X(02) VALUE "00".
001080 01  WS-YRENDTRN-STATUS            PIC X(02) VALUE "00".
001090 01  WS-YRENDRPT-STATUS            PIC X(02) VALUE "00".
001100
001110 77  WS-PARM-EOF-SWITCH            PIC X(01) VALUE "N".
001120     88  WS-END-OF-PARMFILE                  VALUE "Y".
001130 77  WS-PERFILE-EOF-SWITCH         PIC X(01) VALUE "N".
001140     88  WS-END-OF-PERFILE                   VALUE "Y".
001150 77  WS-ACCT-EOF-SWITCH            PIC X(01) VALUE "N".
001160     88  WS-END-OF-ACCTFILE                  VALUE "Y".
001170 77  WS-PERBAL-EOF-SWITCH          PIC X(01) VALUE "N".
001180     88  WS-END-OF-PERBAL                    VALUE "Y".
001190 77  WS-ACCOUNT-FOUND-SWITCH       PIC X(01) VALUE "N".
001200     88  WS-ACCOUNT-WAS-FOUND                VALUE "Y".
001210 77  WS-OPEN-PERIOD-SWITCH         PIC X(01) VALUE "N".
001220     88  WS-YEAR-HAS-OPEN-PERIOD             VALUE "Y".
001230 77  WS-NEXT-PERIOD-SWITCH         PIC X(01) VALUE "N".
001240     88  WS-NEXT-PERIOD-FOUND                VALUE "Y".
001250 77  WS-PROOF-SWITCH               PIC X(01) VALUE "Y".
001260     88  WS-CLOSE-IS-PROVED                  VALUE "Y".
001270
001280 77  WS-YEAR-PERIOD-COUNT          PIC 9(03) COMP VALUE ZERO.
001290 77  WS-BALANCE-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
001300 77  WS-SWEPT-COUNT                PIC 9(09) COMP VALUE ZERO.
001310 77  WS-UNTYPED-COUNT              PIC 9(09) COMP VALUE ZERO.
001320 77  WS-TRANSACTION-COUNT          PIC 9(09) VALUE ZERO.
001330
001340 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001350 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
001360 01  WS-RE-ACCOUNT-NO              PIC X(10) VALUE SPACES.
001370 01  WS-TARGET-PERIOD-ID           PIC 9(06) VALUE ZERO.
001380 01  FILLER REDEFINES WS-TARGET-PERIOD-ID.
001390     05  WS-TARGET-YEAR            PIC 9(04).
001400     05  WS-TARGET-MONTH           PIC 9(02).
001410 01  WS-FIRST-PERIOD-ID            PIC 9(06) VALUE ZERO.
001420 01  FILLER REDEFINES WS-FIRST-PERIOD-ID.
001430     05  WS-FIRST-YEAR             PIC 9(04).
001440     05  WS-FIRST-MONTH            PIC 9(02).
001450 01  WS-NEXT-PERIOD-ID             PIC 9(06) VALUE ZERO.
001460 01  WS-CLOSING-DATE               PIC 9(08) VALUE ZERO.
001470 01  WS-JOURNAL-ID.
001480     05  FILLER                    PIC X(02) VALUE "YE".
001490     05  WS-JRN-PERIOD             PIC 9(06) VALUE ZERO.
001500 01  WS-LEG-AMOUNT                 PIC S9(7)V99 VALUE ZERO.
001502 01  WS-MAX-LEG-AMOUNT             PIC S9(7)V99 VALUE +9999999.99.
001504 01  WS-MIN-LEG-AMOUNT             PIC S9(7)V99 VALUE -9999999.99.
001506 01  WS-REMAINING-ENTRY            PIC S9(9)V99 VALUE ZERO.
001510 01  WS-CLOSING-ENTRY              PIC S9(9)V99 VALUE ZERO.
001520 01  WS-INCOME-TOTAL               PIC S9(11)V99 VALUE ZERO.
001530 01  WS-EXPENSE-TOTAL              PIC S9(11)V99 VALUE ZERO.
001540 01  WS-PL-NET-TOTAL               PIC S9(11)V99 VALUE ZERO.
001550 01  WS-RE-MOVEMENT                PIC S9(11)V99 VALUE ZERO.
001560 01  WS-FEED-HASH-TOTAL            PIC S9(11)V99 VALUE ZERO.
001570
001580******************************************************************
001590*    FISCAL-CALENDAR TABLE - THE WHOLE CALENDAR MASTER IS HELD
001600*    IN STORAGE TO CHECK THE YEAR'S TWELVE PERIODS ARE CLOSED
001610*    AND TO FIND THE FIRST PERIOD OF THE NEXT YEAR
001620******************************************************************
001630 01  WS-PERIOD-TABLE-AREA.
001640     05  WS-PERIOD-COUNT           PIC 9(03) VALUE ZERO.
001650     05  WS-PERIOD-ENTRY OCCURS 120 TIMES
001660                         INDEXED BY WS-PER-IDX.
001670         10  WS-PERIOD-RECORD      PIC X(80) VALUE SPACES.
001680         10  FILLER REDEFINES WS-PERIOD-RECORD.
001690             15  WS-PER-PERIOD-ID  PIC 9(06).
001700             15  WS-PER-START-DATE PIC 9(08).
001710             15  WS-PER-END-DATE   PIC 9(08).
001720             15  WS-PER-TBL-STATUS PIC X(01).
001730                 88  WS-PER-IS-CLOSED        VALUE "C".
001740             15  FILLER            PIC X(57).
001750
001760 COPY GLPERREC.
001770
001780 COPY GLPBLREC.
001790
001800 COPY GLACMREC.
001810
001820 COPY GLACMTBL.
001830
001840 COPY GLTRNREC.
001850
001860 COPY GLFDTREC.
001870
001880******************************************************************
001890*    REPORT LINE LAYOUTS
001900******************************************************************
001910 01  WS-RPT-HEADER-1.
001920     05  FILLER                    PIC X(33) VALUE
001930         "FISCAL YEAR-END CLOSE".
001940     05  FILLER                    PIC X(14) VALUE
001950         "FINAL PERIOD:".
001960     05  RPT1-PERIOD-ID            PIC 9(06).
001970     05  FILLER                    PIC X(04) VALUE SPACES.
001980     05  FILLER                    PIC X(10) VALUE "RUN DATE:".
001990     05  RPT1-RUN-DATE             PIC 9(08).
002000     05  FILLER                    PIC X(57) VALUE SPACES.
002010
002020 01  WS-RPT-HEADER-2.
002030     05  FILLER                    PIC X(19) VALUE
002040         "RETAINED EARNINGS:".
002050     05  RPT2-RE-ACCOUNT-NO        PIC X(10).
002060     05  FILLER                    PIC X(04) VALUE SPACES.
002070     05  FILLER                    PIC X(09) VALUE "JOURNAL:".
002080     05  RPT2-JOURNAL-ID           PIC X(08).
002090     05  FILLER                    PIC X(04) VALUE SPACES.
002100     05  FILLER                    PIC X(07) VALUE "DATED:".
002110     05  RPT2-CLOSING-DATE         PIC 9(08).
002120     05  FILLER                    PIC X(63) VALUE SPACES.
002130
002140 01  WS-RPT-COLUMN-HEADS.
002150     05  FILLER                    PIC X(11) VALUE "ACCOUNT".
002160     05  FILLER                    PIC X(31) VALUE
002170         "DESCRIPTION".
002180     05  FILLER                    PIC X(08) VALUE "TYPE".
002190     05  FILLER                    PIC X(15) VALUE
002200         "CLOSING BALANCE".
002210     05  FILLER                    PIC X(14) VALUE
002220         "  CLOSE ENTRY".
002230     05  FILLER                    PIC X(53) VALUE SPACES.
002240
002250 01  WS-RPT-DETAIL-LINE.
002260     05  RPTD-ACCOUNT-NO           PIC X(10).
002270     05  FILLER                    PIC X(01) VALUE SPACES.
002280     05  RPTD-DESCRIPTION          PIC X(30).
002290     05  FILLER                    PIC X(01) VALUE SPACES.
002300     05  RPTD-TYPE                 PIC X(07).
002310     05  FILLER                    PIC X(01) VALUE SPACES.
002320     05  RPTD-CLOSING              PIC -(9)9.99.
002330     05  FILLER                    PIC X(01) VALUE SPACES.
002340     05  RPTD-ENTRY                PIC -(9)9.99.
002350     05  FILLER                    PIC X(02) VALUE SPACES.
002360     05  RPTD-NOTE                 PIC X(52).
002370
002380 01  WS-RPT-COUNT-LINE.
002390     05  RPTC-CAPTION              PIC X(35).
002400     05  RPTC-COUNT                PIC Z(8)9.
002410     05  FILLER                    PIC X(88) VALUE SPACES.
002420
002430 01  WS-RPT-TOTAL-LINE.
002440     05  RPTT-CAPTION              PIC X(35).
002450     05  RPTT-AMOUNT               PIC -(11)9.99.
002460     05  FILLER                    PIC X(82) VALUE SPACES.
002470
002480 01  WS-RPT-VERDICT-LINE.
002490     05  RPTV-VERDICT              PIC X(90).
002500     05  FILLER                    PIC X(42) VALUE SPACES.
002510
002520 01  WS-RPT-BLANK-LINE             PIC X(132) VALUE SPACES.
002530
002540 PROCEDURE DIVISION.
002550
002560******************************************************************
002570*    0000-MAINLINE
002580******************************************************************
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE
002610         THRU 1000-INITIALIZE-EXIT
002620     PERFORM 2000-CLOSE-PROFIT-AND-LOSS
002630         THRU 2000-CLOSE-PROFIT-AND-LOSS-EXIT
002640     PERFORM 3000-WRITE-FEED-TRAILER
002650         THRU 3000-WRITE-FEED-TRAILER-EXIT
002660     PERFORM 4000-PROVE-CLOSE
002670         THRU 4000-PROVE-CLOSE-EXIT
002680     PERFORM 9000-TERMINATE
002690         THRU 9000-TERMINATE-EXIT
002700     STOP RUN.
002710
002720******************************************************************
002730*    1000-INITIALIZE - NOTHING IS WRITTEN UNTIL THE PARM CARDS,
002740*                 THE CALENDAR, THE RETAINED-EARNINGS ACCOUNT
002750*                 AND THE PERIOD BALANCES HAVE ALL PASSED, SO A
002755*                 REFUSED CLOSE
002760*                 LEAVES NO PARTIAL FEED BEHIND
002770******************************************************************
002780 1000-INITIALIZE.
002790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002800     PERFORM 1100-READ-PARM-CARDS
002810         THRU 1100-READ-PARM-CARDS-EXIT
002820     PERFORM 1200-LOAD-FISCAL-CALENDAR
002830         THRU 1200-LOAD-FISCAL-CALENDAR-EXIT
002840     PERFORM 1300-CHECK-FISCAL-YEAR
002850         THRU 1300-CHECK-FISCAL-YEAR-EXIT
002860     PERFORM 1400-LOAD-ACCOUNT-MASTER
002870         THRU 1400-LOAD-ACCOUNT-MASTER-EXIT
002880     PERFORM 1500-CHECK-RETAINED-EARNINGS
002890         THRU 1500-CHECK-RETAINED-EARNINGS-EXIT
002893     PERFORM 1600-CHECK-PERIOD-BALANCES
002896         THRU 1600-CHECK-PERIOD-BALANCES-EXIT
002900     OPEN OUTPUT YRENDTRN
002910     IF WS-YRENDTRN-STATUS NOT = "00"
002920        AND WS-YRENDTRN-STATUS NOT = "04"
002930         DISPLAY "GLYRE01 - YRENDTRN OPEN FAILED - STATUS "
002940             WS-YRENDTRN-STATUS
002950         STOP RUN
002960     END-IF
002970     OPEN OUTPUT YRENDRPT
002980     IF WS-YRENDRPT-STATUS NOT = "00"
002990        AND WS-YRENDRPT-STATUS NOT = "04"
003000         DISPLAY "GLYRE01 - YRENDRPT OPEN FAILED - STATUS "
003010             WS-YRENDRPT-STATUS
003020         STOP RUN
003030     END-IF
003040     MOVE WS-TARGET-PERIOD-ID TO RPT1-PERIOD-ID
003050     MOVE WS-RUN-DATE         TO RPT1-RUN-DATE
003060     MOVE WS-RPT-HEADER-1 TO FD-RPT-RECORD
003070     WRITE FD-RPT-RECORD
003080     PERFORM 4900-CHECK-YRENDRPT-STATUS
003090         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT
003100     MOVE WS-RE-ACCOUNT-NO    TO RPT2-RE-ACCOUNT-NO
003110     MOVE WS-JOURNAL-ID       TO RPT2-JOURNAL-ID
003120     MOVE WS-CLOSING-DATE     TO RPT2-CLOSING-DATE
003130     MOVE WS-RPT-HEADER-2 TO FD-RPT-RECORD
003140     WRITE FD-RPT-RECORD
003150     PERFORM 4900-CHECK-YRENDRPT-STATUS
003160         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT
003170     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
003180     PERFORM 4900-CHECK-YRENDRPT-STATUS
003190         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT
003200     MOVE WS-RPT-COLUMN-HEADS TO FD-RPT-RECORD
003210     WRITE FD-RPT-RECORD
003220     PERFORM 4900-CHECK-YRENDRPT-STATUS
003230         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT.
003240 1000-INITIALIZE-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280*    1100-READ-PARM-CARDS - RETACCT= AND PERIOD=YYYYMM, BOTH
003290*                 REQUIRED: THE PROFIT OR LOSS HAS TO CLOSE
003300*                 SOMEWHERE AND THE CLOSE HAS TO NAME ITS YEAR
003310******************************************************************
003320 1100-READ-PARM-CARDS.
003330     OPEN INPUT PARMFILE
003340     IF WS-PARMFILE-STATUS = "35"
003350         DISPLAY "GLYRE01 - NO PARMFILE - SUPPLY RETACCT= AND "
003360             "PERIOD=YYYYMM CARDS"
003370         STOP RUN
003380     END-IF
003390     IF WS-PARMFILE-STATUS NOT = "00"
003400        AND WS-PARMFILE-STATUS NOT = "04"
003410         DISPLAY "GLYRE01 - PARMFILE OPEN FAILED - STATUS "
003420             WS-PARMFILE-STATUS
003430         STOP RUN
003440     END-IF
003450     PERFORM 1110-READ-PARM-CARD
003460         THRU 1110-READ-PARM-CARD-EXIT
003470     PERFORM 1150-APPLY-ONE-PARM-CARD
003480         THRU 1150-APPLY-ONE-PARM-CARD-EXIT
003490         UNTIL WS-END-OF-PARMFILE
003500     CLOSE PARMFILE
003510     IF WS-RE-ACCOUNT-NO = SPACES
003520         DISPLAY "GLYRE01 - NO RETACCT= CARD - THE RETAINED-"
003530             "EARNINGS ACCOUNT MUST BE NAMED - RUN STOPPED"
003540         STOP RUN
003550     END-IF
003560     IF WS-TARGET-PERIOD-ID = ZERO
003570         DISPLAY "GLYRE01 - NO PERIOD=YYYYMM CARD - RUN STOPPED"
003580         STOP RUN
003590     END-IF
003600     IF WS-TARGET-MONTH < 1 OR WS-TARGET-MONTH > 12
003610         DISPLAY "GLYRE01 - PERIOD= CARD IS NOT A VALID "
003620             "YYYYMM PERIOD - RUN STOPPED"
003630         STOP RUN
003640     END-IF
003650     MOVE WS-TARGET-PERIOD-ID TO WS-JRN-PERIOD.
003660 1100-READ-PARM-CARDS-EXIT.
003670     EXIT.
003680
003690 1110-READ-PARM-CARD.
003700     READ PARMFILE INTO WS-PARM-CARD
003710         AT END
003720             MOVE "Y" TO WS-PARM-EOF-SWITCH
003730     END-READ.
003740 1110-READ-PARM-CARD-EXIT.
003750     EXIT.
003760
003770 1150-APPLY-ONE-PARM-CARD.
003780     IF WS-PARM-CARD (1:8) = "RETACCT="
003790         MOVE WS-PARM-CARD (9:10) TO WS-RE-ACCOUNT-NO
003800     END-IF
003810     IF WS-PARM-CARD (1:7) = "PERIOD="
003820         IF WS-PARM-CARD (8:6) IS NUMERIC
003830             MOVE WS-PARM-CARD (8:6) TO WS-TARGET-PERIOD-ID
003840         ELSE
003850             DISPLAY "GLYRE01 - PERIOD= CARD IS NOT A VALID "
003860                 "YYYYMM PERIOD - RUN STOPPED"
003870             STOP RUN
003880         END-IF
003890     END-IF
003900     PERFORM 1110-READ-PARM-CARD
003910         THRU 1110-READ-PARM-CARD-EXIT.
003920 1150-APPLY-ONE-PARM-CARD-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960*    1200-LOAD-FISCAL-CALENDAR - THE CLOSE CANNOT RUN WITHOUT
003970*                 THE CALENDAR MASTER
003980******************************************************************
003990 1200-LOAD-FISCAL-CALENDAR.
004000     OPEN INPUT PERFILE
004010     IF WS-PERFILE-STATUS = "35"
004020         DISPLAY "GLYRE01 - PERFILE NOT FOUND - SUPPLY THE "
004030             "FISCAL-CALENDAR MASTER"
004040         STOP RUN
004050     END-IF
004060     IF WS-PERFILE-STATUS NOT = "00"
004070        AND WS-PERFILE-STATUS NOT = "04"
004080         DISPLAY "GLYRE01 - PERFILE OPEN FAILED - STATUS "
004090             WS-PERFILE-STATUS
004100         STOP RUN
004110     END-IF
004120     PERFORM 1210-READ-PERIOD-RECORD
004130         THRU 1210-READ-PERIOD-RECORD-EXIT
004140     PERFORM 1250-STORE-ONE-PERIOD
004150         THRU 1250-STORE-ONE-PERIOD-EXIT
004160         UNTIL WS-END-OF-PERFILE
004170     CLOSE PERFILE
004180     IF WS-PERIOD-COUNT = ZERO
004190         DISPLAY "GLYRE01 - PERFILE IS EMPTY - SUPPLY THE "
004200             "FISCAL-CALENDAR MASTER"
004210         STOP RUN
004220     END-IF.
004230 1200-LOAD-FISCAL-CALENDAR-EXIT.
004240     EXIT.
004250
004260 1210-READ-PERIOD-RECORD.
004270     READ PERFILE INTO GL-FISCAL-PERIOD-RECORD
004280         AT END
004290             MOVE "Y" TO WS-PERFILE-EOF-SWITCH
004300     END-READ.
004310 1210-READ-PERIOD-RECORD-EXIT.
004320     EXIT.
004330
004340 1250-STORE-ONE-PERIOD.
004350     IF WS-PERIOD-COUNT >= 120
004360         DISPLAY "GLYRE01 - FISCAL-CALENDAR TABLE FULL - MORE "
004370             "THAN 120 PERIODS ON PERFILE"
004380         STOP RUN
004390     END-IF
004400     ADD 1 TO WS-PERIOD-COUNT
004410     SET WS-PER-IDX TO WS-PERIOD-COUNT
004420     MOVE GL-FISCAL-PERIOD-RECORD TO
004430         WS-PERIOD-RECORD (WS-PER-IDX)
004440     PERFORM 1210-READ-PERIOD-RECORD
004450         THRU 1210-READ-PERIOD-RECORD-EXIT.
004460 1250-STORE-ONE-PERIOD-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500*    1300-CHECK-FISCAL-YEAR - THE FISCAL YEAR IS THE TWELVE
004510*                 PERIODS ENDING WITH THE NAMED FINAL PERIOD.
004520*                 ALL TWELVE MUST BE ON THE CALENDAR AND CLOSED,
004530*                 AND THE NEXT YEAR'S FIRST PERIOD MUST BE ON
004540*                 THE CALENDAR AND OPEN TO TAKE THE JOURNAL.
004550******************************************************************
004560 1300-CHECK-FISCAL-YEAR.
004570     IF WS-TARGET-MONTH = 12
004580         MOVE WS-TARGET-YEAR TO WS-FIRST-YEAR
004590         MOVE 1              TO WS-FIRST-MONTH
004600     ELSE
004610         COMPUTE WS-FIRST-YEAR  = WS-TARGET-YEAR - 1
004620         COMPUTE WS-FIRST-MONTH = WS-TARGET-MONTH + 1
004630     END-IF
004640     MOVE 999999 TO WS-NEXT-PERIOD-ID
004650     PERFORM 1350-EXAMINE-ONE-PERIOD
004660         THRU 1350-EXAMINE-ONE-PERIOD-EXIT
004670         VARYING WS-PER-IDX FROM 1 BY 1
004680         UNTIL WS-PER-IDX > WS-PERIOD-COUNT
004690     IF WS-YEAR-PERIOD-COUNT NOT = 12
004700         DISPLAY "GLYRE01 - FISCAL YEAR " WS-FIRST-PERIOD-ID
004710             " TO " WS-TARGET-PERIOD-ID " HAS "
004720             WS-YEAR-PERIOD-COUNT " PERIODS ON PERFILE, NOT 12 "
004730             "- RUN STOPPED"
004740         STOP RUN
004750     END-IF
004760     IF WS-YEAR-HAS-OPEN-PERIOD
004770         DISPLAY "GLYRE01 - YEAR-END CLOSE REFUSED - CLOSE "
004780             "EVERY PERIOD OF THE YEAR FIRST"
004790         STOP RUN
004800     END-IF
004810     IF NOT WS-NEXT-PERIOD-FOUND
004820         DISPLAY "GLYRE01 - NO PERIOD AFTER " WS-TARGET-PERIOD-ID
004830             " ON PERFILE - ADD THE NEW FISCAL YEAR TO THE "
004840             "CALENDAR FIRST"
004850         STOP RUN
004860     END-IF
004870     SET WS-PER-IDX TO 1
004880     SEARCH WS-PERIOD-ENTRY
004890         AT END
004900             DISPLAY "GLYRE01 - PERIOD " WS-NEXT-PERIOD-ID
004910                 " MISSING FROM THE CALENDAR TABLE"
004920             STOP RUN
004930         WHEN WS-PER-PERIOD-ID (WS-PER-IDX) = WS-NEXT-PERIOD-ID
004940             IF WS-PER-IS-CLOSED (WS-PER-IDX)
004950                 DISPLAY "GLYRE01 - FIRST PERIOD OF THE NEW "
004960                     "YEAR " WS-NEXT-PERIOD-ID " IS ALREADY "
004970                     "CLOSED - RUN STOPPED"
004980                 STOP RUN
004990             END-IF
005000             MOVE WS-PER-START-DATE (WS-PER-IDX) TO
005010                 WS-CLOSING-DATE
005020     END-SEARCH.
005030 1300-CHECK-FISCAL-YEAR-EXIT.
005040     EXIT.
005050
005060 1350-EXAMINE-ONE-PERIOD.
005070     IF WS-PER-PERIOD-ID (WS-PER-IDX) >= WS-FIRST-PERIOD-ID
005080        AND WS-PER-PERIOD-ID (WS-PER-IDX) <= WS-TARGET-PERIOD-ID
005090         ADD 1 TO WS-YEAR-PERIOD-COUNT
005100         IF NOT WS-PER-IS-CLOSED (WS-PER-IDX)
005110             DISPLAY "GLYRE01 - PERIOD "
005120                 WS-PER-PERIOD-ID (WS-PER-IDX) " IS STILL OPEN"
005130             MOVE "Y" TO WS-OPEN-PERIOD-SWITCH
005140         END-IF
005150     END-IF
005160     IF WS-PER-PERIOD-ID (WS-PER-IDX) > WS-TARGET-PERIOD-ID
005170        AND WS-PER-PERIOD-ID (WS-PER-IDX) < WS-NEXT-PERIOD-ID
005180         MOVE WS-PER-PERIOD-ID (WS-PER-IDX) TO WS-NEXT-PERIOD-ID
005190         MOVE "Y" TO WS-NEXT-PERIOD-SWITCH
005200     END-IF.
005210 1350-EXAMINE-ONE-PERIOD-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*    1400-LOAD-ACCOUNT-MASTER - THE ACCOUNT TYPES DECIDE WHAT
005260*                 IS SWEPT, SO THE MASTER IS REQUIRED
005270******************************************************************
005280 1400-LOAD-ACCOUNT-MASTER.
005290     OPEN INPUT ACCTFILE
005300     IF WS-ACCTFILE-STATUS = "35"
005310         DISPLAY "GLYRE01 - ACCTFILE NOT FOUND - THE ACCOUNT "
005320             "TYPES ARE NEEDED TO CLOSE THE YEAR"
005330         STOP RUN
005340     END-IF
005350     IF WS-ACCTFILE-STATUS NOT = "00"
005360        AND WS-ACCTFILE-STATUS NOT = "04"
005370         DISPLAY "GLYRE01 - ACCTFILE OPEN FAILED - STATUS "
005380             WS-ACCTFILE-STATUS
005390         STOP RUN
005400     END-IF
005410     PERFORM 1410-READ-ACCOUNT-RECORD
005420         THRU 1410-READ-ACCOUNT-RECORD-EXIT
005430     PERFORM 1450-STORE-ONE-ACCOUNT
005440         THRU 1450-STORE-ONE-ACCOUNT-EXIT
005450         UNTIL WS-END-OF-ACCTFILE
005460     CLOSE ACCTFILE.
005470 1400-LOAD-ACCOUNT-MASTER-EXIT.
005480     EXIT.
005490
005500 1410-READ-ACCOUNT-RECORD.
005510     READ ACCTFILE INTO GL-ACCT-MASTER-RECORD
005520         AT END
005530             MOVE "Y" TO WS-ACCT-EOF-SWITCH
005540     END-READ.
005550 1410-READ-ACCOUNT-RECORD-EXIT.
005560     EXIT.
005570
005580 1450-STORE-ONE-ACCOUNT.
005590     IF GLACM-MASTER-COUNT >= 2000
005600         DISPLAY "GLYRE01 - ACCOUNT MASTER TABLE FULL - MORE "
005610             "THAN 2000 ACCOUNTS ON ACCTFILE"
005620         STOP RUN
005630     END-IF
005640     ADD 1 TO GLACM-MASTER-COUNT
005650     SET GLACM-MST-IDX TO GLACM-MASTER-COUNT
005660     MOVE GLACM-ACCOUNT-NO     TO
005670         GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
005680     MOVE GLACM-DESCRIPTION    TO
005690         GLACM-MST-DESCRIPTION (GLACM-MST-IDX)
005700     MOVE GLACM-STATUS         TO
005710         GLACM-MST-STATUS (GLACM-MST-IDX)
005720     MOVE GLACM-NORMAL-BALANCE TO
005730         GLACM-MST-NORMAL-BAL (GLACM-MST-IDX)
005740     MOVE GLACM-ACCOUNT-TYPE   TO
005750         GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX)
005760     PERFORM 1410-READ-ACCOUNT-RECORD
005770         THRU 1410-READ-ACCOUNT-RECORD-EXIT.
005780 1450-STORE-ONE-ACCOUNT-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820*    1500-CHECK-RETAINED-EARNINGS - THE NAMED ACCOUNT MUST BE
005830*                 ON THE MASTER, OPEN, AND AN EQUITY ACCOUNT
005840******************************************************************
005850 1500-CHECK-RETAINED-EARNINGS.
005860     SET GLACM-MST-IDX TO 1
005870     SEARCH GLACM-MASTER-ENTRY
005880         AT END
005890             DISPLAY "GLYRE01 - RETAINED-EARNINGS ACCOUNT "
005900                 WS-RE-ACCOUNT-NO " IS NOT ON THE ACCOUNT "
005910                 "MASTER - RUN STOPPED"
005920             STOP RUN
005930         WHEN GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
005940                 = WS-RE-ACCOUNT-NO
005950             IF GLACM-MST-IS-CLOSED (GLACM-MST-IDX)
005960                 DISPLAY "GLYRE01 - RETAINED-EARNINGS ACCOUNT "
005970                     WS-RE-ACCOUNT-NO " IS CLOSED - RUN STOPPED"
005980                 STOP RUN
005990             END-IF
006000             IF GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX) NOT = "Q"
006010                 DISPLAY "GLYRE01 - RETAINED-EARNINGS ACCOUNT "
006020                     WS-RE-ACCOUNT-NO " IS NOT AN EQUITY "
006030                     "ACCOUNT - RUN STOPPED"
006040                 STOP RUN
006050             END-IF
006060     END-SEARCH.
006070 1500-CHECK-RETAINED-EARNINGS-EXIT.
006080     EXIT.
006090
006091******************************************************************
006092*    1600-CHECK-PERIOD-BALANCES - EVERY NON-ZERO FINAL-PERIOD
006093*                 BALANCE MUST BE ON AN ACCOUNT THE MASTER
006094*                 CLASSIFIES. AN ACCOUNT NOT ON THE MASTER, OR
006095*                 WITH NO VALID TYPE, CANNOT BE TOLD APART FROM
006096*                 PROFIT AND LOSS AND WOULD BE LEFT OPEN, SO EACH
006097*                 ONE IS LISTED AND THE CLOSE IS REFUSED UNTIL THE
006098*                 TYPES ARE SET (GLACM01 ACTION T)
006099******************************************************************
006100 1600-CHECK-PERIOD-BALANCES.
006101     OPEN INPUT PERBAL
006102     IF WS-PERBAL-STATUS = "35"
006103         DISPLAY "GLYRE01 - PERBAL NOT FOUND - SUPPLY THE "
006104             "PERIOD-END BALANCE FILE"
006105         STOP RUN
006106     END-IF
006107     IF WS-PERBAL-STATUS NOT = "00"
006108        AND WS-PERBAL-STATUS NOT = "04"
006109         DISPLAY "GLYRE01 - PERBAL OPEN FAILED - STATUS "
006110             WS-PERBAL-STATUS
006111         STOP RUN
006112     END-IF
006113     PERFORM 2100-READ-PERIOD-BALANCE
006114         THRU 2100-READ-PERIOD-BALANCE-EXIT
006115     PERFORM 1650-CHECK-ONE-BALANCE
006116         THRU 1650-CHECK-ONE-BALANCE-EXIT
006117         UNTIL WS-END-OF-PERBAL
006118     CLOSE PERBAL
006119     MOVE "N" TO WS-PERBAL-EOF-SWITCH
006120     IF WS-UNTYPED-COUNT > ZERO
006121         DISPLAY "GLYRE01 - YEAR-END CLOSE REFUSED - "
006122             WS-UNTYPED-COUNT " BALANCES ON UNCLASSIFIED "
006123             "ACCOUNTS - SET THE ACCOUNT TYPES FIRST"
006124         STOP RUN
006125     END-IF.
006126 1600-CHECK-PERIOD-BALANCES-EXIT.
006127     EXIT.
006128
006129 1650-CHECK-ONE-BALANCE.
006130     IF GLPBL-PERIOD-ID NOT = WS-TARGET-PERIOD-ID
006131        OR GLPBL-CLOSING-BALANCE = ZERO
006132         GO TO 1650-CHECK-ONE-BALANCE-READ
006133     END-IF
006134     PERFORM 2250-LOOK-UP-ACCOUNT
006135         THRU 2250-LOOK-UP-ACCOUNT-EXIT
006136     IF NOT WS-ACCOUNT-WAS-FOUND
006137         ADD 1 TO WS-UNTYPED-COUNT
006138         DISPLAY "GLYRE01 - ACCOUNT " GLPBL-ACCOUNT-NO
006139             " HAS A BALANCE BUT IS NOT ON THE ACCOUNT MASTER"
006140         GO TO 1650-CHECK-ONE-BALANCE-READ
006141     END-IF
006142     IF NOT GLACM-MST-TYPE-IS-VALID (GLACM-MST-IDX)
006143         ADD 1 TO WS-UNTYPED-COUNT
006144         DISPLAY "GLYRE01 - ACCOUNT " GLPBL-ACCOUNT-NO
006145             " HAS A BALANCE BUT NO VALID ACCOUNT TYPE"
006146     END-IF.
006147 1650-CHECK-ONE-BALANCE-READ.
006148     PERFORM 2100-READ-PERIOD-BALANCE
006149         THRU 2100-READ-PERIOD-BALANCE-EXIT.
006150 1650-CHECK-ONE-BALANCE-EXIT.
006151     EXIT.
006152
006153******************************************************************
006154*    2000-CLOSE-PROFIT-AND-LOSS - EVERY FINAL-PERIOD BALANCE ON
006155*                 AN INCOME OR EXPENSE ACCOUNT IS SWEPT TO
006156*                 RETAINED EARNINGS. A BALANCE ON AN ACCOUNT
006157*                 WITH NO TYPE OR NOT ON THE MASTER CANNOT BE
006158*                 CLASSIFIED AND IS CALLED OUT, NOT SWEPT.
006160******************************************************************
006170 2000-CLOSE-PROFIT-AND-LOSS.
006180     OPEN INPUT PERBAL
006190     IF WS-PERBAL-STATUS = "35"
006200         DISPLAY "GLYRE01 - PERBAL NOT FOUND - SUPPLY THE "
006210             "PERIOD-END BALANCE FILE"
006220         STOP RUN
006230     END-IF
006240     IF WS-PERBAL-STATUS NOT = "00"
006250        AND WS-PERBAL-STATUS NOT = "04"
006260         DISPLAY "GLYRE01 - PERBAL OPEN FAILED - STATUS "
006270             WS-PERBAL-STATUS
006280         STOP RUN
006290     END-IF
006300     PERFORM 2100-READ-PERIOD-BALANCE
006310         THRU 2100-READ-PERIOD-BALANCE-EXIT
006320     PERFORM 2200-CLOSE-ONE-BALANCE
006330         THRU 2200-CLOSE-ONE-BALANCE-EXIT
006340         UNTIL WS-END-OF-PERBAL
006350     CLOSE PERBAL
006360     IF WS-BALANCE-READ-COUNT = ZERO
006370         DISPLAY "GLYRE01 - NO PERBAL BALANCES FOR PERIOD "
006380             WS-TARGET-PERIOD-ID " - RUN STOPPED"
006390         STOP RUN
006400     END-IF.
006410 2000-CLOSE-PROFIT-AND-LOSS-EXIT.
006420     EXIT.
006430
006440 2100-READ-PERIOD-BALANCE.
006450     READ PERBAL INTO GL-PERIOD-BALANCE-RECORD
006460         AT END
006470             MOVE "Y" TO WS-PERBAL-EOF-SWITCH
006480     END-READ.
006490 2100-READ-PERIOD-BALANCE-EXIT.
006500     EXIT.
006510
006520 2200-CLOSE-ONE-BALANCE.
006530     IF GLPBL-PERIOD-ID = WS-TARGET-PERIOD-ID
006540         ADD 1 TO WS-BALANCE-READ-COUNT
006550         PERFORM 2210-CLOSE-ONE-ACCOUNT
006552             THRU 2210-CLOSE-ONE-ACCOUNT-EXIT
006554     END-IF
006556     PERFORM 2100-READ-PERIOD-BALANCE
006558         THRU 2100-READ-PERIOD-BALANCE-EXIT.
006560 2200-CLOSE-ONE-BALANCE-EXIT.
006562     EXIT.
006564
006566 2210-CLOSE-ONE-ACCOUNT.
006570     PERFORM 2250-LOOK-UP-ACCOUNT
006580         THRU 2250-LOOK-UP-ACCOUNT-EXIT
006590     IF NOT WS-ACCOUNT-WAS-FOUND
006600         IF GLPBL-CLOSING-BALANCE NOT = ZERO
006610             MOVE SPACES TO RPTD-DESCRIPTION
006620             MOVE SPACES TO RPTD-TYPE
006630             MOVE ZERO   TO WS-CLOSING-ENTRY
006640             MOVE "*** NOT ON ACCOUNT MASTER - NOT CLOSED"
006650                 TO RPTD-NOTE
006660             ADD 1 TO WS-UNTYPED-COUNT
006670             PERFORM 2500-PRINT-ONE-ACCOUNT
006680                 THRU 2500-PRINT-ONE-ACCOUNT-EXIT
006690         END-IF
006700         GO TO 2210-CLOSE-ONE-ACCOUNT-EXIT
006710     END-IF
006720     IF NOT GLACM-MST-TYPE-IS-VALID (GLACM-MST-IDX)
006730         IF GLPBL-CLOSING-BALANCE NOT = ZERO
006740             MOVE GLACM-MST-DESCRIPTION (GLACM-MST-IDX) TO
006750                 RPTD-DESCRIPTION
006760             MOVE SPACES TO RPTD-TYPE
006770             MOVE ZERO   TO WS-CLOSING-ENTRY
006780             MOVE "*** NO VALID ACCOUNT TYPE - NOT CLOSED"
006790                 TO RPTD-NOTE
006800             ADD 1 TO WS-UNTYPED-COUNT
006810             PERFORM 2500-PRINT-ONE-ACCOUNT
006820                 THRU 2500-PRINT-ONE-ACCOUNT-EXIT
006830         END-IF
006840         GO TO 2210-CLOSE-ONE-ACCOUNT-EXIT
006850     END-IF
006860     IF NOT GLACM-MST-IS-PROFIT-AND-LOSS (GLACM-MST-IDX)
006870        OR GLPBL-CLOSING-BALANCE = ZERO
006880         GO TO 2210-CLOSE-ONE-ACCOUNT-EXIT
006890     END-IF
006900     PERFORM 2300-GENERATE-CLOSING-PAIR
006910         THRU 2300-GENERATE-CLOSING-PAIR-EXIT
006920     MOVE GLACM-MST-DESCRIPTION (GLACM-MST-IDX) TO
006930         RPTD-DESCRIPTION
006940     IF GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX) = "I"
006950         MOVE "INCOME"  TO RPTD-TYPE
006960         ADD GLPBL-CLOSING-BALANCE TO WS-INCOME-TOTAL
006970             ON SIZE ERROR
006980                 DISPLAY "GLYRE01 - INCOME TOTAL OVERFLOWED"
006990                 STOP RUN
007000         END-ADD
007010     ELSE
007020         MOVE "EXPENSE" TO RPTD-TYPE
007030         ADD GLPBL-CLOSING-BALANCE TO WS-EXPENSE-TOTAL
007040             ON SIZE ERROR
007050                 DISPLAY "GLYRE01 - EXPENSE TOTAL OVERFLOWED"
007060                 STOP RUN
007070         END-ADD
007080     END-IF
007090     MOVE SPACES TO RPTD-NOTE
007100     ADD 1 TO WS-SWEPT-COUNT
007110     PERFORM 2500-PRINT-ONE-ACCOUNT
007120         THRU 2500-PRINT-ONE-ACCOUNT-EXIT.
007160 2210-CLOSE-ONE-ACCOUNT-EXIT.
007170     EXIT.
007180
007190 2250-LOOK-UP-ACCOUNT.
007200     MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
007210     SET GLACM-MST-IDX TO 1
007220     SEARCH GLACM-MASTER-ENTRY
007230         AT END
007240             CONTINUE
007250         WHEN GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
007260                 = GLPBL-ACCOUNT-NO
007270             MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
007280     END-SEARCH.
007290 2250-LOOK-UP-ACCOUNT-EXIT.
007300     EXIT.
007310
007318******************************************************************
007326*    2300-GENERATE-CLOSING-PAIR - THE BALANCE IS REVERSED OUT OF
007334*                 THE PROFIT-AND-LOSS ACCOUNT AND THE SAME
007342*                 AMOUNT CARRIED TO RETAINED EARNINGS, BOTH IN
007350*                 BASE CURRENCY UNDER THE YEAR-END JOURNAL. A
007358*                 BALANCE LARGER THAN ONE TRANSACTION CAN CARRY
007366*                 IS CLOSED IN SLICES, ONE PAIR PER SLICE.
007374******************************************************************
007382 2300-GENERATE-CLOSING-PAIR.
007390     COMPUTE WS-CLOSING-ENTRY = ZERO - GLPBL-CLOSING-BALANCE
007398     MOVE WS-CLOSING-ENTRY TO WS-REMAINING-ENTRY
007406     PERFORM 2310-WRITE-CLOSING-SLICE
007414         THRU 2310-WRITE-CLOSING-SLICE-EXIT
007422         UNTIL WS-REMAINING-ENTRY = ZERO.
007430 2300-GENERATE-CLOSING-PAIR-EXIT.
007438     EXIT.
007446
007454 2310-WRITE-CLOSING-SLICE.
007462     IF WS-REMAINING-ENTRY > WS-MAX-LEG-AMOUNT
007470         MOVE WS-MAX-LEG-AMOUNT TO WS-LEG-AMOUNT
007478     ELSE
007486         IF WS-REMAINING-ENTRY < WS-MIN-LEG-AMOUNT
007494             MOVE WS-MIN-LEG-AMOUNT TO WS-LEG-AMOUNT
007502         ELSE
007510             MOVE WS-REMAINING-ENTRY TO WS-LEG-AMOUNT
007518         END-IF
007526     END-IF
007534     SUBTRACT WS-LEG-AMOUNT FROM WS-REMAINING-ENTRY
007542     MOVE SPACES TO GL-TRANSACTION-RECORD
007550     MOVE GLPBL-ACCOUNT-NO TO GLTRN-ACCOUNT-NO
007558     MOVE WS-CLOSING-DATE  TO GLTRN-POSTING-DATE
007566     MOVE WS-LEG-AMOUNT    TO GLTRN-AMOUNT
007574     MOVE "USD"            TO GLTRN-CURRENCY-CODE
007582     MOVE ZERO             TO GLTRN-EXCHANGE-RATE
007590     MOVE "YRCLOSE"        TO GLTRN-SOURCE-FEED
007598     MOVE WS-JOURNAL-ID    TO GLTRN-JOURNAL-ID
007606     PERFORM 2400-WRITE-ONE-TRANSACTION
007614         THRU 2400-WRITE-ONE-TRANSACTION-EXIT
007622     COMPUTE WS-LEG-AMOUNT = ZERO - WS-LEG-AMOUNT
007630     MOVE WS-RE-ACCOUNT-NO TO GLTRN-ACCOUNT-NO
007638     MOVE WS-LEG-AMOUNT    TO GLTRN-AMOUNT
007646     PERFORM 2400-WRITE-ONE-TRANSACTION
007654         THRU 2400-WRITE-ONE-TRANSACTION-EXIT
007662     ADD WS-LEG-AMOUNT TO WS-RE-MOVEMENT
007670         ON SIZE ERROR
007678             DISPLAY "GLYRE01 - RETAINED-EARNINGS MOVEMENT "
007686                 "OVERFLOWED"
007694             STOP RUN
007702     END-ADD.
007710 2310-WRITE-CLOSING-SLICE-EXIT.
007718     EXIT.
007726
007750 2400-WRITE-ONE-TRANSACTION.
007760     WRITE FD-YRE-RECORD FROM GL-TRANSACTION-RECORD
007770     IF WS-YRENDTRN-STATUS NOT = "00"
007780        AND WS-YRENDTRN-STATUS NOT = "04"
007790         DISPLAY "GLYRE01 - YRENDTRN WRITE FAILED - STATUS "
007800             WS-YRENDTRN-STATUS
007810         STOP RUN
007820     END-IF
007830     ADD 1 TO WS-TRANSACTION-COUNT
007840     ADD GLTRN-AMOUNT TO WS-FEED-HASH-TOTAL
007850         ON SIZE ERROR
007860             DISPLAY "GLYRE01 - FEED HASH OVERFLOWED"
007870             STOP RUN
007880     END-ADD.
007890 2400-WRITE-ONE-TRANSACTION-EXIT.
007900     EXIT.
007910
007920 2500-PRINT-ONE-ACCOUNT.
007930     MOVE GLPBL-ACCOUNT-NO      TO RPTD-ACCOUNT-NO
007940     MOVE GLPBL-CLOSING-BALANCE TO RPTD-CLOSING
007950     MOVE WS-CLOSING-ENTRY      TO RPTD-ENTRY
007960     MOVE WS-RPT-DETAIL-LINE TO FD-RPT-RECORD
007970     WRITE FD-RPT-RECORD
007980     PERFORM 4900-CHECK-YRENDRPT-STATUS
007990         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT.
008000 2500-PRINT-ONE-ACCOUNT-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040*    3000-WRITE-FEED-TRAILER - END THE CLOSING FEED WITH A
008050*                 STANDARD TRAILER SO THE COLLECTOR VERIFIES IT
008060*                 LIKE ANY OTHER SOURCE FEED
008070******************************************************************
008080 3000-WRITE-FEED-TRAILER.
008090     MOVE SPACES TO GL-FEED-TRAILER-RECORD
008100     MOVE "*TRAILER**"          TO GLFDT-TRAILER-MARK
008110     MOVE "YRCLOSE"             TO GLFDT-FEED-ID
008120     MOVE WS-TRANSACTION-COUNT  TO GLFDT-RECORD-COUNT
008130     MOVE WS-FEED-HASH-TOTAL    TO GLFDT-HASH-TOTAL
008140     WRITE FD-YRE-RECORD FROM GL-FEED-TRAILER-RECORD
008150     IF WS-YRENDTRN-STATUS NOT = "00"
008160        AND WS-YRENDTRN-STATUS NOT = "04"
008170         DISPLAY "GLYRE01 - TRAILER WRITE FAILED - STATUS "
008180             WS-YRENDTRN-STATUS
008190         STOP RUN
008200     END-IF.
008210 3000-WRITE-FEED-TRAILER-EXIT.
008220     EXIT.
008230
008240******************************************************************
008250*    4000-PROVE-CLOSE - THE PROFIT-AND-LOSS BALANCES CLOSED MUST
008260*                 EQUAL THE RETAINED-EARNINGS MOVEMENT, AND THE
008270*                 JOURNAL AS A WHOLE MUST NET TO ZERO
008280******************************************************************
008290 4000-PROVE-CLOSE.
008300     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
008310     PERFORM 4900-CHECK-YRENDRPT-STATUS
008320         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT
008330     MOVE "PERIOD BALANCES READ:"        TO RPTC-CAPTION
008340     MOVE WS-BALANCE-READ-COUNT          TO RPTC-COUNT
008350     PERFORM 4100-WRITE-COUNT-LINE
008360         THRU 4100-WRITE-COUNT-LINE-EXIT
008370     MOVE "PROFIT-AND-LOSS ACCOUNTS CLOSED:" TO RPTC-CAPTION
008380     MOVE WS-SWEPT-COUNT                 TO RPTC-COUNT
008390     PERFORM 4100-WRITE-COUNT-LINE
008400         THRU 4100-WRITE-COUNT-LINE-EXIT
008410     MOVE "UNCLASSIFIED BALANCES:"       TO RPTC-CAPTION
008420     MOVE WS-UNTYPED-COUNT               TO RPTC-COUNT
008430     PERFORM 4100-WRITE-COUNT-LINE
008440         THRU 4100-WRITE-COUNT-LINE-EXIT
008450     MOVE "TRANSACTIONS GENERATED:"      TO RPTC-CAPTION
008460     MOVE WS-TRANSACTION-COUNT           TO RPTC-COUNT
008470     PERFORM 4100-WRITE-COUNT-LINE
008480         THRU 4100-WRITE-COUNT-LINE-EXIT
008490     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
008500     PERFORM 4900-CHECK-YRENDRPT-STATUS
008510         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT
008520     COMPUTE WS-PL-NET-TOTAL = WS-INCOME-TOTAL + WS-EXPENSE-TOTAL
008530         ON SIZE ERROR
008540             DISPLAY "GLYRE01 - PROFIT-AND-LOSS NET OVERFLOWED"
008550             STOP RUN
008560     END-COMPUTE
008570     MOVE "INCOME BALANCES CLOSED:"      TO RPTT-CAPTION
008580     MOVE WS-INCOME-TOTAL                TO RPTT-AMOUNT
008590     PERFORM 4200-WRITE-TOTAL-LINE
008600         THRU 4200-WRITE-TOTAL-LINE-EXIT
008610     MOVE "EXPENSE BALANCES CLOSED:"     TO RPTT-CAPTION
008620     MOVE WS-EXPENSE-TOTAL               TO RPTT-AMOUNT
008630     PERFORM 4200-WRITE-TOTAL-LINE
008640         THRU 4200-WRITE-TOTAL-LINE-EXIT
008650     MOVE "PROFIT-AND-LOSS NET:"         TO RPTT-CAPTION
008660     MOVE WS-PL-NET-TOTAL                TO RPTT-AMOUNT
008670     PERFORM 4200-WRITE-TOTAL-LINE
008680         THRU 4200-WRITE-TOTAL-LINE-EXIT
008690     MOVE "RETAINED-EARNINGS MOVEMENT:"  TO RPTT-CAPTION
008700     MOVE WS-RE-MOVEMENT                 TO RPTT-AMOUNT
008710     PERFORM 4200-WRITE-TOTAL-LINE
008720         THRU 4200-WRITE-TOTAL-LINE-EXIT
008730     MOVE "CLOSING JOURNAL NET:"         TO RPTT-CAPTION
008740     MOVE WS-FEED-HASH-TOTAL             TO RPTT-AMOUNT
008750     PERFORM 4200-WRITE-TOTAL-LINE
008760         THRU 4200-WRITE-TOTAL-LINE-EXIT
008770     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
008780     PERFORM 4900-CHECK-YRENDRPT-STATUS
008790         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT
008800     IF WS-PL-NET-TOTAL NOT = WS-RE-MOVEMENT
008810         MOVE "N" TO WS-PROOF-SWITCH
008820         MOVE "*** BREAK - PROFIT-AND-LOSS NET DOES NOT EQUAL "
008830             & "THE RETAINED-EARNINGS MOVEMENT ***"
008835             TO RPTV-VERDICT
008840         PERFORM 4300-WRITE-VERDICT-LINE
008850             THRU 4300-WRITE-VERDICT-LINE-EXIT
008860     END-IF
008870     IF WS-FEED-HASH-TOTAL NOT = ZERO
008880         MOVE "N" TO WS-PROOF-SWITCH
008890         MOVE "*** BREAK - CLOSING JOURNAL DOES NOT NET TO ZERO "
008900             & "***" TO RPTV-VERDICT
008910         PERFORM 4300-WRITE-VERDICT-LINE
008920             THRU 4300-WRITE-VERDICT-LINE-EXIT
008930     END-IF
008931     IF WS-UNTYPED-COUNT > ZERO
008932         MOVE "N" TO WS-PROOF-SWITCH
008933         MOVE "*** BREAK - UNCLASSIFIED BALANCES LEFT OPEN - THE "
008934             & "YEAR IS NOT CLOSED ***" TO RPTV-VERDICT
008935         PERFORM 4300-WRITE-VERDICT-LINE
008936             THRU 4300-WRITE-VERDICT-LINE-EXIT
008937     END-IF
008940     IF WS-CLOSE-IS-PROVED
008950         MOVE "CLOSE PROVED - PROFIT-AND-LOSS NETS TO THE "
008960             & "RETAINED-EARNINGS MOVEMENT" TO RPTV-VERDICT
008970     ELSE
008980         MOVE "CLOSE NOT PROVED - SEE BREAK LINES ABOVE"
008990             TO RPTV-VERDICT
009000     END-IF
009010     PERFORM 4300-WRITE-VERDICT-LINE
009020         THRU 4300-WRITE-VERDICT-LINE-EXIT.
009030 4000-PROVE-CLOSE-EXIT.
009040     EXIT.
009050
009060 4100-WRITE-COUNT-LINE.
009070     MOVE WS-RPT-COUNT-LINE TO FD-RPT-RECORD
009080     WRITE FD-RPT-RECORD
009090     PERFORM 4900-CHECK-YRENDRPT-STATUS
009100         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT.
009110 4100-WRITE-COUNT-LINE-EXIT.
009120     EXIT.
009130
009140 4200-WRITE-TOTAL-LINE.
009150     MOVE WS-RPT-TOTAL-LINE TO FD-RPT-RECORD
009160     WRITE FD-RPT-RECORD
009170     PERFORM 4900-CHECK-YRENDRPT-STATUS
009180         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT.
009190 4200-WRITE-TOTAL-LINE-EXIT.
009200     EXIT.
009210
009220 4300-WRITE-VERDICT-LINE.
009230     MOVE WS-RPT-VERDICT-LINE TO FD-RPT-RECORD
009240     WRITE FD-RPT-RECORD
009250     PERFORM 4900-CHECK-YRENDRPT-STATUS
009260         THRU 4900-CHECK-YRENDRPT-STATUS-EXIT.
009270 4300-WRITE-VERDICT-LINE-EXIT.
009280     EXIT.
009290
009300******************************************************************
009310*    4900-CHECK-YRENDRPT-STATUS - COMMON STATUS CHECK AFTER EVERY
009320*                 WRITE TO THE YEAR-END CLOSE REPORT
009330******************************************************************
009340 4900-CHECK-YRENDRPT-STATUS.
009350     IF WS-YRENDRPT-STATUS NOT = "00"
009360        AND WS-YRENDRPT-STATUS NOT = "04"
009370         DISPLAY "GLYRE01 - YRENDRPT WRITE FAILED - STATUS "
009380             WS-YRENDRPT-STATUS
009390         STOP RUN
009400     END-IF.
009410 4900-CHECK-YRENDRPT-STATUS-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450*    9000-TERMINATE
009460******************************************************************
009470 9000-TERMINATE.
009480     CLOSE YRENDTRN
009490     CLOSE YRENDRPT
009500     DISPLAY "GLYRE01 - YEAR-END CLOSE COMPLETE - "
009510         WS-SWEPT-COUNT " ACCOUNTS CLOSED, "
009520         WS-TRANSACTION-COUNT " TRANSACTIONS GENERATED".
009530 9000-TERMINATE-EXIT.
009540     EXIT.
