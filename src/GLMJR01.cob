000010******************************************************************
000020*
000030*    PROGRAM-ID: GLMJR01
000040*    AUTHOR:     D. OKONKWO - FINANCIAL SYSTEMS
000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    PURPOSE:    MANUAL JOURNAL RELEASE. READS THE PENDING
000090*                JOURNAL FILE (PENDJRNL, SEE GLMJNREC) KEYED AND
000100*                REVIEWED AT THE MANUAL JOURNAL CONSOLE (GLMJE01)
000110*                AND WRITES EVERY APPROVED JOURNAL TO A
000120*                TRANSACTION FEED (MANJETRN) THAT ENDS IN A
000130*                STANDARD TRAILER, SO THE COLLECTOR VERIFIES IT
000140*                LIKE ANY SOURCE SYSTEM'S FEED. A PENDING OR
000150*                REJECTED JOURNAL NEVER GOES OUT. AN APPROVED
000160*                JOURNAL IS HELD, AND LISTED, WHILE ITS POSTING
000170*                DATE IS LATER THAN THE BUSINESS DATE OR ITS
000180*                PERIOD HAS CLOSED SINCE IT WAS APPROVED. EACH
000190*                JOURNAL RELEASED IS MARKED RELEASED WITH THE
000200*                BUSINESS DATE AND LOGGED TO MJEAUDIT (SEE
000210*                GLMJAREC). ON A RERUN FOR THE SAME DATE IT IS
000216*                WRITTEN AGAIN ONLY WHILE THE COLLECTOR HAS NOT
000217*                YET TAKEN THAT DATE'S FEED (NO MANUALJE RECORD
000218*                ON FEEDHIST, SEE GLFHSREC). ONCE THE FEED IS
000219*                COLLECTED NOTHING MORE GOES OUT FOR THE DATE -
000220*                A JOURNAL APPROVED SINCE IS HELD, AND LISTED,
000221*                FOR THE NEXT BUSINESS DATE. REJECTED JOURNALS
000222*                AND THOSE RELEASED ON AN EARLIER DATE ARE
000230*                CLEARED FROM THE PENDING FILE - THE ACTION LOG
000240*                KEEPS THEIR HISTORY. THE REGISTER (MJRRPT) LISTS
000250*                EVERY LEG RELEASED AND EVERY JOURNAL HELD.
000270*
000280*    MODIFICATION HISTORY
000290*    ------------------------------------------------------------
000300*    2026-10-15  DO   INITIAL VERSION.
000301*    2026-10-15  DO   FEED FILE MANUALTRN RENAMED MANJETRN TO
000302*                     FIT THE FEED REGISTRY'S 8-BYTE FILE NAME.
000303*    2026-10-15  DO   A JOURNAL RELEASED TODAY IS WRITTEN AGAIN ON
000304*                     A RERUN ONLY IF TODAY'S FEED HAS NOT BEEN
000305*                     COLLECTED (FEEDHIST) - A RERUN AFTER
000307*                     COLLECTION POSTED IT TWICE.
000308*    2026-10-15  DO   ONCE TODAY'S FEED HAS BEEN COLLECTED, A
000309*                     JOURNAL APPROVED SINCE IS HELD FOR THE NEXT
000310*                     BUSINESS DATE INSTEAD OF RELEASED - A SECOND
000311*                     FEED FOR THE DATE COULD BE REFUSED AS A
000312*                     RESEND AND THE JOURNAL CLEARED UNPOSTED.
000313******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    GLMJR01.
000340 AUTHOR.        D. OKONKWO.
000350 INSTALLATION.  MAIN DATA CENTER.
000360 DATE-WRITTEN.  2026-10-15.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.       GNUCOBOL.
000420 OBJECT-COMPUTER.       GNUCOBOL.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PARMFILE ASSIGN TO "PARMFILE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PARMFILE-STATUS.
000490
000500     SELECT PERFILE ASSIGN TO "PERFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PERFILE-STATUS.
000530
000540     SELECT PENDJRNL ASSIGN TO "PENDJRNL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PENDJRNL-STATUS.
000570
000572     SELECT FEEDHIST ASSIGN TO "FEEDHIST"
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-FEEDHIST-STATUS.
000578
000580     SELECT MANJETRN ASSIGN TO "MANJETRN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-MANJETRN-STATUS.
000610
000620     SELECT MJEAUDIT ASSIGN TO "MJEAUDIT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-MJEAUDIT-STATUS.
000650
000660     SELECT MJRRPT ASSIGN TO "MJRRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-MJRRPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PARMFILE
000730     RECORDING MODE IS F.
000740 01  FD-PARM-RECORD               PIC X(80).
000750
000760 FD  PERFILE
000770     RECORDING MODE IS F.
000780 01  FD-PER-RECORD                PIC X(80).
000790
000800 FD  PENDJRNL
000810     RECORDING MODE IS F.
000820 01  FD-MJN-RECORD                PIC X(80).
000830
000832 FD  FEEDHIST
000834     RECORDING MODE IS F.
000836 01  FD-FEEDHIST-RECORD           PIC X(80).
000838
000840 FD  MANJETRN
000850     RECORDING MODE IS F.
000860 01  FD-MJR-RECORD                PIC X(80).
000870
000880 FD  MJEAUDIT
000890     RECORDING MODE IS F.
000900 01  FD-MJEAUDIT-RECORD           PIC X(120).
000910
000920 FD  MJRRPT
000930     RECORDING MODE IS F.
000940 01  FD-RPT-RECORD                PIC X(132).
000950
000960 WORKING-STORAGE SECTION.
000970
000980 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
000990 01  WS-PERFILE-STATUS             PIC X(02) VALUE "00".
001000 01  WS-PENDJRNL-STATUS            PIC X(02) VALUE "00".
001005 01  WS-FEEDHIST-STATUS            PIC X(02) VALUE "00".
001010 01  WS-MANJETRN-STATUS            PIC X(02) VALUE "00".
001020 01  WS-MJEAUDIT-STATUS            PIC X(02) VALUE "00".
001030 01  WS-MJRRPT-STATUS              PIC X(02) VALUE "00".
001040
001050 77  WS-PERFILE-EOF-SWITCH         PIC X(01) VALUE "N".
001060     88  WS-END-OF-PERFILE                   VALUE "Y".
001070 77  WS-PENDJRNL-EOF-SWITCH        PIC X(01) VALUE "N".
001080     88  WS-END-OF-PENDJRNL                  VALUE "Y".
001082 77  WS-FEEDHIST-EOF-SWITCH        PIC X(01) VALUE "N".
001084     88  WS-END-OF-FEEDHIST                  VALUE "Y".
001086 77  WS-FEED-COLLECTED-SWITCH      PIC X(01) VALUE "N".
001088     88  WS-TODAYS-FEED-COLLECTED            VALUE "Y".
001090 77  WS-PERIOD-FOUND-SWITCH        PIC X(01) VALUE "N".
001100     88  WS-PERIOD-WAS-FOUND                 VALUE "Y".
001110 77  WS-LEGS-ENDED-SWITCH          PIC X(01) VALUE "N".
001120     88  WS-NO-MORE-LEGS                     VALUE "Y".
001130 77  WS-FIRST-LEG-SWITCH           PIC X(01) VALUE "N".
001140     88  WS-ON-FIRST-LEG                     VALUE "Y".
001150
001160 77  WS-MJN-RECORD-COUNT           PIC 9(09) COMP VALUE ZERO.
001170 77  WS-JOURNAL-COUNT              PIC 9(09) COMP VALUE ZERO.
001180 77  WS-RELEASED-COUNT             PIC 9(09) COMP VALUE ZERO.
001190 77  WS-REPRODUCED-COUNT           PIC 9(09) COMP VALUE ZERO.
001195 77  WS-COLLECTED-COUNT            PIC 9(09) COMP VALUE ZERO.
001200 77  WS-HELD-COUNT                 PIC 9(09) COMP VALUE ZERO.
001210 77  WS-PENDING-COUNT              PIC 9(09) COMP VALUE ZERO.
001220 77  WS-CLEARED-COUNT              PIC 9(09) COMP VALUE ZERO.
001230 77  WS-ORPHAN-COUNT               PIC 9(09) COMP VALUE ZERO.
001240 77  WS-FEED-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
001250 77  WS-JNL-LEG-COUNT              PIC 9(05) COMP VALUE ZERO.
001260 77  WS-HDR-SUB                    PIC 9(05) COMP VALUE ZERO.
001270 77  WS-LEG-SUB                    PIC 9(05) COMP VALUE ZERO.
001280 77  WS-FIRST-LEG-SUB              PIC 9(05) COMP VALUE ZERO.
001290 77  WS-LAST-LEG-SUB               PIC 9(05) COMP VALUE ZERO.
001300 77  WS-LINE-COUNT                 PIC 9(03) COMP VALUE 99.
001310 77  WS-LINES-PER-PAGE             PIC 9(03) COMP VALUE 50.
001320 77  WS-PAGE-NUMBER                PIC 9(04) COMP VALUE ZERO.
001330
001340 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
001350 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001360 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001370 01  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001380 01  WS-FOUND-PERIOD-STATUS        PIC X(01) VALUE SPACES.
001390     88  WS-FOUND-PERIOD-IS-OPEN             VALUE "O".
001400
001410 01  WS-JNL-NET                    PIC S9(9)V99 VALUE ZERO.
001420 01  WS-JNL-DEBIT-TOTAL            PIC 9(09)V99 VALUE ZERO.
001430 01  WS-FEED-HASH                  PIC S9(11)V99 VALUE ZERO.
001440 01  WS-HOLD-REASON                PIC X(50) VALUE SPACES.
001450
001460******************************************************************
001470*    FISCAL-CALENDAR TABLE - LOADED FROM PERFILE AT START-UP
001480******************************************************************
001490 01  WS-PERIOD-TABLE-AREA.
001500     05  WS-PERIOD-COUNT           PIC 9(03) VALUE ZERO.
001510     05  WS-PERIOD-ENTRY OCCURS 120 TIMES
001520                         INDEXED BY WS-PER-IDX.
001530         10  WS-PERIOD-RECORD      PIC X(80) VALUE SPACES.
001540         10  FILLER REDEFINES WS-PERIOD-RECORD.
001550             15  WS-PER-PERIOD-ID  PIC 9(06).
001560             15  WS-PER-START-DATE PIC 9(08).
001570             15  WS-PER-END-DATE   PIC 9(08).
001580             15  WS-PER-TBL-STATUS PIC X(01).
001590             15  FILLER            PIC X(57).
001600
001610******************************************************************
001620*    PENDING JOURNAL TABLE - THE WHOLE PENDJRNL FILE IN FILE
001630*    ORDER, WITH A KEEP FLAG PER RECORD SO A CLEARED JOURNAL'S
001640*    HEADER AND LEGS ARE LEFT OUT WHEN THE FILE IS REWRITTEN
001650******************************************************************
001660 01  WS-MJN-TABLE-AREA.
001670     05  WS-MJN-COUNT              PIC 9(05) VALUE ZERO.
001680     05  WS-MJN-ENTRY OCCURS 3000 TIMES
001690                      INDEXED BY WS-MJN-IDX.
001700         10  WS-MJN-KEEP-FLAG      PIC X(01) VALUE "Y".
001710             88  WS-MJN-IS-KEPT              VALUE "Y".
001720         10  WS-MJN-RECORD         PIC X(80) VALUE SPACES.
001730         10  FILLER REDEFINES WS-MJN-RECORD.
001740             15  WS-MJN-RECORD-TYPE
001750                                   PIC X(01).
001760                 88  WS-MJN-IS-HEADER        VALUE "H".
001770                 88  WS-MJN-IS-LEG           VALUE "L".
001780             15  WS-MJN-JOURNAL-ID PIC X(08).
001790             15  WS-MJN-LEG-ACCOUNT-NO
001800                                   PIC X(10).
001810             15  WS-MJN-LEG-AMOUNT PIC S9(7)V99.
001820             15  WS-MJN-LEG-CURRENCY
001830                                   PIC X(03).
001840             15  FILLER            PIC X(49).
001850
001860 COPY GLPERREC.
001870
001880 COPY GLMJNREC.
001890
001900 COPY GLMJAREC.
001910
001920 COPY GLTRNREC.
001930
001940 COPY GLFDTREC.
001943
001946 COPY GLFHSREC.
001950
001960******************************************************************
001970*    REPORT LINE LAYOUTS
001980******************************************************************
001990 01  WS-PRINT-LINE                 PIC X(132) VALUE SPACES.
002000
002010 01  WS-RPT-HEADER-1.
002020     05  FILLER                    PIC X(31) VALUE
002030         "MANUAL JOURNAL RELEASE".
002040     05  FILLER                    PIC X(15) VALUE
002050         "BUSINESS DATE:".
002060     05  RPT1-BUSINESS-DATE        PIC 9(08).
002070     05  FILLER                    PIC X(03) VALUE SPACES.
002080     05  FILLER                    PIC X(10) VALUE "RUN DATE:".
002090     05  RPT1-RUN-DATE             PIC 9(08).
002100     05  FILLER                    PIC X(03) VALUE SPACES.
002110     05  FILLER                    PIC X(06) VALUE "PAGE:".
002120     05  RPT1-PAGE-NUMBER          PIC ZZZ9.
002130     05  FILLER                    PIC X(44) VALUE SPACES.
002140
002150 01  WS-RPT-COLUMN-HEADS.
002160     05  FILLER                    PIC X(14) VALUE "ACTION".
002170     05  FILLER                    PIC X(10) VALUE "JOURNAL".
002180     05  FILLER                    PIC X(11) VALUE "DATE".
002190     05  FILLER                    PIC X(12) VALUE "ACCOUNT".
002200     05  FILLER                    PIC X(05) VALUE "CUR".
002210     05  FILLER                    PIC X(16) VALUE
002220         "       AMOUNT".
002230     05  FILLER                    PIC X(64) VALUE "NOTE".
002240
002250 01  WS-RPT-DETAIL-LINE.
002260     05  RPTD-ACTION               PIC X(12).
002270     05  FILLER                    PIC X(02) VALUE SPACES.
002280     05  RPTD-JOURNAL-ID           PIC X(08).
002290     05  FILLER                    PIC X(02) VALUE SPACES.
002300     05  RPTD-DATE                 PIC X(08).
002310     05  FILLER                    PIC X(03) VALUE SPACES.
002320     05  RPTD-ACCOUNT-NO           PIC X(10).
002330     05  FILLER                    PIC X(02) VALUE SPACES.
002340     05  RPTD-CURRENCY             PIC X(03).
002350     05  FILLER                    PIC X(02) VALUE SPACES.
002360     05  RPTD-AMOUNT               PIC -(9)9.99.
002370     05  FILLER                    PIC X(03) VALUE SPACES.
002380     05  RPTD-NOTE                 PIC X(50).
002390     05  FILLER                    PIC X(14) VALUE SPACES.
002400
002410 01  WS-RPT-COUNT-LINE.
002420     05  RPTC-CAPTION              PIC X(35).
002430     05  RPTC-COUNT                PIC Z(8)9.
002440     05  FILLER                    PIC X(88) VALUE SPACES.
002450
002460 01  WS-RPT-TOTAL-LINE.
002470     05  RPTT-CAPTION              PIC X(35).
002480     05  RPTT-AMOUNT               PIC -(11)9.99.
002490     05  FILLER                    PIC X(82) VALUE SPACES.
002500
002510 01  WS-RPT-VERDICT-LINE.
002520     05  RPTV-VERDICT              PIC X(90).
002530     05  FILLER                    PIC X(42) VALUE SPACES.
002540
002550 01  WS-RPT-BLANK-LINE             PIC X(132) VALUE SPACES.
002560
002570 PROCEDURE DIVISION.
002580
002590******************************************************************
002600*    0000-MAINLINE
002610******************************************************************
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE
002640         THRU 1000-INITIALIZE-EXIT
002650     PERFORM 1200-LOAD-FISCAL-CALENDAR
002660         THRU 1200-LOAD-FISCAL-CALENDAR-EXIT
002663     PERFORM 1300-CHECK-FEED-HISTORY
002666         THRU 1300-CHECK-FEED-HISTORY-EXIT
002670     PERFORM 1500-LOAD-PENDING-JOURNALS
002680         THRU 1500-LOAD-PENDING-JOURNALS-EXIT
002690     PERFORM 3000-RELEASE-APPROVED-JOURNALS
002700         THRU 3000-RELEASE-APPROVED-JOURNALS-EXIT
002710     PERFORM 5000-WRITE-FEED-TRAILER
002720         THRU 5000-WRITE-FEED-TRAILER-EXIT
002730     PERFORM 5500-REWRITE-PENDING-FILE
002740         THRU 5500-REWRITE-PENDING-FILE-EXIT
002750     PERFORM 6000-PRINT-RELEASE-TOTALS
002760         THRU 6000-PRINT-RELEASE-TOTALS-EXIT
002770     PERFORM 9000-TERMINATE
002780         THRU 9000-TERMINATE-EXIT
002790     STOP RUN.
002800
002810******************************************************************
002820*    1000-INITIALIZE - THE BUSINESS DATE COMES FROM A PARMFILE
002830*                 CARD READING "DATE=YYYYMMDD"; NO CARD MEANS
002840*                 TODAY. THE ACTION LOG IS OPENED FOR EXTEND.
002850******************************************************************
002860 1000-INITIALIZE.
002870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002880     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
002890     PERFORM 1100-READ-DATE-PARM
002900         THRU 1100-READ-DATE-PARM-EXIT
002910     OPEN OUTPUT MANJETRN
002920     IF WS-MANJETRN-STATUS NOT = "00"
002930        AND WS-MANJETRN-STATUS NOT = "04"
002940         DISPLAY "GLMJR01 - MANJETRN OPEN FAILED - STATUS "
002950             WS-MANJETRN-STATUS
002960         STOP RUN
002970     END-IF
002980     OPEN EXTEND MJEAUDIT
002990     IF WS-MJEAUDIT-STATUS = "35"
003000         OPEN OUTPUT MJEAUDIT
003010     END-IF
003020     IF WS-MJEAUDIT-STATUS NOT = "00"
003030        AND WS-MJEAUDIT-STATUS NOT = "04"
003040         DISPLAY "GLMJR01 - MJEAUDIT OPEN FAILED - STATUS "
003050             WS-MJEAUDIT-STATUS
003060         STOP RUN
003070     END-IF
003080     OPEN OUTPUT MJRRPT
003090     IF WS-MJRRPT-STATUS NOT = "00"
003100        AND WS-MJRRPT-STATUS NOT = "04"
003110         DISPLAY "GLMJR01 - MJRRPT OPEN FAILED - STATUS "
003120             WS-MJRRPT-STATUS
003130         STOP RUN
003140     END-IF.
003150 1000-INITIALIZE-EXIT.
003160     EXIT.
003170
003180 1100-READ-DATE-PARM.
003190     OPEN INPUT PARMFILE
003200     IF WS-PARMFILE-STATUS = "35"
003210         GO TO 1100-READ-DATE-PARM-EXIT
003220     END-IF
003230     IF WS-PARMFILE-STATUS NOT = "00"
003240        AND WS-PARMFILE-STATUS NOT = "04"
003250         DISPLAY "GLMJR01 - PARMFILE OPEN FAILED - STATUS "
003260             WS-PARMFILE-STATUS
003270         STOP RUN
003280     END-IF
003290     READ PARMFILE INTO WS-PARM-CARD
003300         AT END
003310             MOVE SPACES TO WS-PARM-CARD
003320     END-READ
003330     CLOSE PARMFILE
003340     IF WS-PARM-CARD (1:5) = "DATE="
003350         IF WS-PARM-CARD (6:8) IS NUMERIC
003360             MOVE WS-PARM-CARD (6:8) TO WS-BUSINESS-DATE
003370         ELSE
003380             DISPLAY "GLMJR01 - DATE= CARD IS NOT A VALID "
003390                 "YYYYMMDD DATE - RUN STOPPED"
003400             STOP RUN
003410         END-IF
003420     END-IF.
003430 1100-READ-DATE-PARM-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*    1200-LOAD-FISCAL-CALENDAR - AN APPROVED JOURNAL IS ONLY
003480*                 RELEASED INTO A PERIOD THAT IS STILL OPEN
003490******************************************************************
003500 1200-LOAD-FISCAL-CALENDAR.
003510     OPEN INPUT PERFILE
003520     IF WS-PERFILE-STATUS = "35"
003530         DISPLAY "GLMJR01 - PERFILE NOT FOUND - SUPPLY THE "
003540             "FISCAL-CALENDAR MASTER"
003550         STOP RUN
003560     END-IF
003570     IF WS-PERFILE-STATUS NOT = "00"
003580        AND WS-PERFILE-STATUS NOT = "04"
003590         DISPLAY "GLMJR01 - PERFILE OPEN FAILED - STATUS "
003600             WS-PERFILE-STATUS
003610         STOP RUN
003620     END-IF
003630     PERFORM 1210-READ-PERIOD-RECORD
003640         THRU 1210-READ-PERIOD-RECORD-EXIT
003650     PERFORM 1250-STORE-ONE-PERIOD
003660         THRU 1250-STORE-ONE-PERIOD-EXIT
003670         UNTIL WS-END-OF-PERFILE
003680     CLOSE PERFILE.
003690 1200-LOAD-FISCAL-CALENDAR-EXIT.
003700     EXIT.
003710
003720 1210-READ-PERIOD-RECORD.
003730     READ PERFILE INTO GL-FISCAL-PERIOD-RECORD
003740         AT END
003750             MOVE "Y" TO WS-PERFILE-EOF-SWITCH
003760     END-READ.
003770 1210-READ-PERIOD-RECORD-EXIT.
003780     EXIT.
003790
003800 1250-STORE-ONE-PERIOD.
003810     IF WS-PERIOD-COUNT >= 120
003820         DISPLAY "GLMJR01 - FISCAL-CALENDAR TABLE FULL - MORE "
003830             "THAN 120 PERIODS ON PERFILE"
003840         STOP RUN
003850     END-IF
003860     ADD 1 TO WS-PERIOD-COUNT
003870     SET WS-PER-IDX TO WS-PERIOD-COUNT
003880     MOVE GL-FISCAL-PERIOD-RECORD TO
003890         WS-PERIOD-RECORD (WS-PER-IDX)
003900     PERFORM 1210-READ-PERIOD-RECORD
003910         THRU 1210-READ-PERIOD-RECORD-EXIT.
003920 1250-STORE-ONE-PERIOD-EXIT.
003930     EXIT.
003940
003941******************************************************************
003942*    1300-CHECK-FEED-HISTORY - HAS THE COLLECTOR ALREADY TAKEN A
003943*                 MANUALJE FEED FOR THIS BUSINESS DATE? NO
003944*                 HISTORY FILE MEANS NOTHING HAS BEEN COLLECTED.
003945******************************************************************
003946 1300-CHECK-FEED-HISTORY.
003947     OPEN INPUT FEEDHIST
003948     IF WS-FEEDHIST-STATUS = "35"
003949         GO TO 1300-CHECK-FEED-HISTORY-EXIT
003950     END-IF
003951     IF WS-FEEDHIST-STATUS NOT = "00"
003952        AND WS-FEEDHIST-STATUS NOT = "04"
003953         DISPLAY "GLMJR01 - FEEDHIST OPEN FAILED - STATUS "
003954             WS-FEEDHIST-STATUS
003955         STOP RUN
003956     END-IF
003957     PERFORM 1310-READ-HISTORY-RECORD
003958         THRU 1310-READ-HISTORY-RECORD-EXIT
003959     PERFORM 1350-TAKE-HISTORY-RECORD
003960         THRU 1350-TAKE-HISTORY-RECORD-EXIT
003961         UNTIL WS-END-OF-FEEDHIST
003962     CLOSE FEEDHIST.
003963 1300-CHECK-FEED-HISTORY-EXIT.
003964     EXIT.
003965
003966 1310-READ-HISTORY-RECORD.
003967     READ FEEDHIST INTO GL-FEED-HISTORY-RECORD
003968         AT END
003969             MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
003970     END-READ.
003971 1310-READ-HISTORY-RECORD-EXIT.
003972     EXIT.
003973
003974 1350-TAKE-HISTORY-RECORD.
003975     IF GLFHS-BUSINESS-DATE = WS-BUSINESS-DATE
003976        AND GLFHS-FEED-ID = "MANUALJE"
003977         MOVE "Y" TO WS-FEED-COLLECTED-SWITCH
003978     END-IF
003979     PERFORM 1310-READ-HISTORY-RECORD
003980         THRU 1310-READ-HISTORY-RECORD-EXIT.
003981 1350-TAKE-HISTORY-RECORD-EXIT.
003982     EXIT.
003983
003984******************************************************************
003985*    1500-LOAD-PENDING-JOURNALS - NO PENDING FILE MEANS NOTHING
003986*                 HAS BEEN KEYED; THE FEED STILL GOES OUT WITH
003987*                 AN EMPTY TRAILER
003990******************************************************************
004000 1500-LOAD-PENDING-JOURNALS.
004010     OPEN INPUT PENDJRNL
004020     IF WS-PENDJRNL-STATUS = "35"
004030         DISPLAY "GLMJR01 - PENDJRNL NOT FOUND - NO MANUAL "
004040             "JOURNALS TO RELEASE"
004050         GO TO 1500-LOAD-PENDING-JOURNALS-EXIT
004060     END-IF
004070     IF WS-PENDJRNL-STATUS NOT = "00"
004080        AND WS-PENDJRNL-STATUS NOT = "04"
004090         DISPLAY "GLMJR01 - PENDJRNL OPEN FAILED - STATUS "
004100             WS-PENDJRNL-STATUS
004110         STOP RUN
004120     END-IF
004130     PERFORM 1510-READ-PENDING-RECORD
004140         THRU 1510-READ-PENDING-RECORD-EXIT
004150     PERFORM 1550-STORE-ONE-RECORD
004160         THRU 1550-STORE-ONE-RECORD-EXIT
004170         UNTIL WS-END-OF-PENDJRNL
004180     CLOSE PENDJRNL.
004190 1500-LOAD-PENDING-JOURNALS-EXIT.
004200     EXIT.
004210
004220 1510-READ-PENDING-RECORD.
004230     READ PENDJRNL INTO GL-MANUAL-JOURNAL-RECORD
004240         AT END
004250             MOVE "Y" TO WS-PENDJRNL-EOF-SWITCH
004260         NOT AT END
004270             ADD 1 TO WS-MJN-RECORD-COUNT
004280     END-READ.
004290 1510-READ-PENDING-RECORD-EXIT.
004300     EXIT.
004310
004320 1550-STORE-ONE-RECORD.
004330     IF WS-MJN-COUNT >= 3000
004340         DISPLAY "GLMJR01 - PENDING JOURNAL TABLE FULL - MORE "
004350             "THAN 3000 RECORDS ON PENDJRNL"
004360         STOP RUN
004370     END-IF
004380     ADD 1 TO WS-MJN-COUNT
004390     SET WS-MJN-IDX TO WS-MJN-COUNT
004400     MOVE "Y" TO WS-MJN-KEEP-FLAG (WS-MJN-IDX)
004410     MOVE GL-MANUAL-JOURNAL-RECORD TO WS-MJN-RECORD (WS-MJN-IDX)
004420     PERFORM 1510-READ-PENDING-RECORD
004430         THRU 1510-READ-PENDING-RECORD-EXIT.
004440 1550-STORE-ONE-RECORD-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*    3000-RELEASE-APPROVED-JOURNALS - WALK THE PENDING FILE IN
004490*                 FILE ORDER. EACH HEADER TAKES THE LEG RECORDS
004500*                 THAT FOLLOW IT WITH THE SAME JOURNAL ID; A LEG
004510*                 LEFT OVER IS LISTED AS AN ORPHAN AND KEPT FOR
004520*                 INVESTIGATION.
004530******************************************************************
004540 3000-RELEASE-APPROVED-JOURNALS.
004550     MOVE ZERO TO WS-LAST-LEG-SUB
004560     PERFORM 3100-EXAMINE-ONE-RECORD
004570         THRU 3100-EXAMINE-ONE-RECORD-EXIT
004580         VARYING WS-MJN-IDX FROM 1 BY 1
004590         UNTIL WS-MJN-IDX > WS-MJN-COUNT.
004600 3000-RELEASE-APPROVED-JOURNALS-EXIT.
004610     EXIT.
004620
004630 3100-EXAMINE-ONE-RECORD.
004640     SET WS-LEG-SUB TO WS-MJN-IDX
004650     IF WS-MJN-IS-HEADER (WS-MJN-IDX)
004660         SET WS-HDR-SUB TO WS-MJN-IDX
004670         PERFORM 3200-PROCESS-ONE-JOURNAL
004680             THRU 3200-PROCESS-ONE-JOURNAL-EXIT
004690         GO TO 3100-EXAMINE-ONE-RECORD-EXIT
004700     END-IF
004710     IF WS-LEG-SUB > WS-LAST-LEG-SUB
004720         ADD 1 TO WS-ORPHAN-COUNT
004730         MOVE SPACES              TO WS-RPT-DETAIL-LINE
004740         MOVE "ORPHAN"            TO RPTD-ACTION
004750         MOVE WS-MJN-JOURNAL-ID (WS-MJN-IDX)
004760                                  TO RPTD-JOURNAL-ID
004770         MOVE "RECORD DOES NOT FOLLOW A HEADER WITH ITS ID"
004780                                  TO RPTD-NOTE
004790         MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
004800         PERFORM 4700-WRITE-PRINT-LINE
004810             THRU 4700-WRITE-PRINT-LINE-EXIT
004820     END-IF.
004830 3100-EXAMINE-ONE-RECORD-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870*    3200-PROCESS-ONE-JOURNAL - GATHER THE HEADER'S LEGS AND ACT
004880*                 ON ITS STATUS. A JOURNAL RELEASED ON THIS SAME
004890*                 BUSINESS DATE IS WRITTEN AGAIN ONLY IF THE
004900*                 COLLECTOR HAS NOT YET TAKEN TODAY'S FEED - THIS
004910*                 RUN'S FEED REPLACES THAT ONE. ONCE COLLECTED IT
004913*                 IS LEFT ON FILE AND NOT WRITTEN, SO IT CANNOT
004916*                 POST TWICE, AND A NEWLY APPROVED JOURNAL WAITS
004918*                 FOR THE NEXT BUSINESS DATE (SEE 3400).
004920******************************************************************
004930 3200-PROCESS-ONE-JOURNAL.
004940     ADD 1 TO WS-JOURNAL-COUNT
004950     MOVE WS-MJN-RECORD (WS-HDR-SUB) TO GL-MANUAL-JOURNAL-RECORD
004960     PERFORM 3300-TOTAL-JOURNAL-LEGS
004970         THRU 3300-TOTAL-JOURNAL-LEGS-EXIT
004980     EVALUATE TRUE
004990         WHEN GLMJN-PENDING
005000             ADD 1 TO WS-PENDING-COUNT
005010         WHEN GLMJN-REJECTED
005020             PERFORM 3800-CLEAR-JOURNAL
005030                 THRU 3800-CLEAR-JOURNAL-EXIT
005040         WHEN GLMJN-RELEASED
005050             IF GLMJN-RELEASED-DATE = WS-BUSINESS-DATE
005060                 PERFORM 3250-RELEASED-EARLIER-TODAY
005070                     THRU 3250-RELEASED-EARLIER-TODAY-EXIT
005090             ELSE
005100                 PERFORM 3800-CLEAR-JOURNAL
005110                     THRU 3800-CLEAR-JOURNAL-EXIT
005120             END-IF
005130         WHEN GLMJN-APPROVED
005140             PERFORM 3400-RELEASE-ONE-JOURNAL
005150                 THRU 3400-RELEASE-ONE-JOURNAL-EXIT
005160         WHEN OTHER
005170             MOVE "STATUS IS NOT P, A, X OR R - LEFT ON FILE"
005180                                  TO WS-HOLD-REASON
005190             PERFORM 3900-LIST-HELD-JOURNAL
005200                 THRU 3900-LIST-HELD-JOURNAL-EXIT
005210     END-EVALUATE.
005220 3200-PROCESS-ONE-JOURNAL-EXIT.
005230     EXIT.
005240
005241 3250-RELEASED-EARLIER-TODAY.
005242     IF WS-TODAYS-FEED-COLLECTED
005243         ADD 1 TO WS-COLLECTED-COUNT
005244         GO TO 3250-RELEASED-EARLIER-TODAY-EXIT
005245     END-IF
005246     ADD 1 TO WS-REPRODUCED-COUNT
005247     PERFORM 3500-WRITE-JOURNAL-LEGS
005248         THRU 3500-WRITE-JOURNAL-LEGS-EXIT.
005249 3250-RELEASED-EARLIER-TODAY-EXIT.
005250     EXIT.
005251
005252 3300-TOTAL-JOURNAL-LEGS.
005260     MOVE ZERO TO WS-JNL-LEG-COUNT
005270     MOVE ZERO TO WS-JNL-NET
005280     MOVE ZERO TO WS-JNL-DEBIT-TOTAL
005290     MOVE WS-HDR-SUB TO WS-LAST-LEG-SUB
005300     COMPUTE WS-FIRST-LEG-SUB = WS-HDR-SUB + 1
005310     MOVE WS-FIRST-LEG-SUB TO WS-LEG-SUB
005320     MOVE "N" TO WS-LEGS-ENDED-SWITCH
005330     PERFORM 3350-TOTAL-ONE-LEG
005340         THRU 3350-TOTAL-ONE-LEG-EXIT
005350         UNTIL WS-NO-MORE-LEGS.
005360 3300-TOTAL-JOURNAL-LEGS-EXIT.
005370     EXIT.
005380
005390 3350-TOTAL-ONE-LEG.
005400     IF WS-LEG-SUB > WS-MJN-COUNT
005410         MOVE "Y" TO WS-LEGS-ENDED-SWITCH
005420         GO TO 3350-TOTAL-ONE-LEG-EXIT
005430     END-IF
005440     IF NOT WS-MJN-IS-LEG (WS-LEG-SUB)
005450        OR WS-MJN-JOURNAL-ID (WS-LEG-SUB) NOT = GLMJN-JOURNAL-ID
005460         MOVE "Y" TO WS-LEGS-ENDED-SWITCH
005470         GO TO 3350-TOTAL-ONE-LEG-EXIT
005480     END-IF
005490     IF WS-MJN-LEG-AMOUNT (WS-LEG-SUB) IS NUMERIC
005500         ADD WS-MJN-LEG-AMOUNT (WS-LEG-SUB) TO WS-JNL-NET
005510         IF WS-MJN-LEG-AMOUNT (WS-LEG-SUB) < ZERO
005520             SUBTRACT WS-MJN-LEG-AMOUNT (WS-LEG-SUB)
005530                 FROM WS-JNL-DEBIT-TOTAL
005540         END-IF
005550     ELSE
005560         MOVE 0.01 TO WS-JNL-NET
005570     END-IF
005580     ADD 1 TO WS-JNL-LEG-COUNT
005590     MOVE WS-LEG-SUB TO WS-LAST-LEG-SUB
005600     ADD 1 TO WS-LEG-SUB.
005610 3350-TOTAL-ONE-LEG-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650*    3400-RELEASE-ONE-JOURNAL - AN APPROVED JOURNAL GOES OUT ONCE
005660*                 ITS POSTING DATE HAS ARRIVED, PROVIDED ITS
005670*                 PERIOD IS STILL OPEN AND IT IS STILL A BALANCED
005680*                 JOURNAL, AND PROVIDED TODAY'S FEED HAS NOT
005682*                 ALREADY BEEN COLLECTED - THE COLLECTOR TAKES
005684*                 ONE MANUALJE FEED A DATE, SO AFTER THAT IT
005686*                 WAITS FOR THE NEXT BUSINESS DATE. OTHERWISE IT
005688*                 IS HELD AS APPROVED.
005690******************************************************************
005700 3400-RELEASE-ONE-JOURNAL.
005710     IF GLMJN-POSTING-DATE > WS-BUSINESS-DATE
005720         MOVE "HELD UNTIL ITS POSTING DATE" TO WS-HOLD-REASON
005730         PERFORM 3900-LIST-HELD-JOURNAL
005740             THRU 3900-LIST-HELD-JOURNAL-EXIT
005750         GO TO 3400-RELEASE-ONE-JOURNAL-EXIT
005760     END-IF
005770     PERFORM 3450-FIND-POSTING-PERIOD
005780         THRU 3450-FIND-POSTING-PERIOD-EXIT
005790     IF NOT WS-PERIOD-WAS-FOUND
005800        OR NOT WS-FOUND-PERIOD-IS-OPEN
005810         MOVE "POSTING PERIOD IS CLOSED - REJECT AND REKEY"
005820                                  TO WS-HOLD-REASON
005830         PERFORM 3900-LIST-HELD-JOURNAL
005840             THRU 3900-LIST-HELD-JOURNAL-EXIT
005850         GO TO 3400-RELEASE-ONE-JOURNAL-EXIT
005860     END-IF
005870     IF WS-JNL-LEG-COUNT < 2
005880        OR WS-JNL-NET NOT = ZERO
005890         MOVE "LEGS ON FILE DO NOT NET TO ZERO"
005900                                  TO WS-HOLD-REASON
005910         PERFORM 3900-LIST-HELD-JOURNAL
005920             THRU 3900-LIST-HELD-JOURNAL-EXIT
005930         GO TO 3400-RELEASE-ONE-JOURNAL-EXIT
005940     END-IF
005941     IF WS-TODAYS-FEED-COLLECTED
005942         MOVE "FEED ALREADY COLLECTED - HELD FOR NEXT DATE"
005943                                  TO WS-HOLD-REASON
005944         PERFORM 3900-LIST-HELD-JOURNAL
005945             THRU 3900-LIST-HELD-JOURNAL-EXIT
005946         GO TO 3400-RELEASE-ONE-JOURNAL-EXIT
005947     END-IF
005950     ADD 1 TO WS-RELEASED-COUNT
005960     PERFORM 3500-WRITE-JOURNAL-LEGS
005970         THRU 3500-WRITE-JOURNAL-LEGS-EXIT
005980     MOVE "R"              TO GLMJN-STATUS
005990     MOVE WS-BUSINESS-DATE TO GLMJN-RELEASED-DATE
006000     MOVE GL-MANUAL-JOURNAL-RECORD TO WS-MJN-RECORD (WS-HDR-SUB)
006010     MOVE SPACES TO GL-MANUAL-JOURNAL-AUDIT-RECORD
006020     MOVE WS-RUN-DATE        TO GLMJA-ACTION-DATE
006030     ACCEPT WS-RUN-TIME FROM TIME
006040     MOVE WS-RUN-TIME        TO GLMJA-ACTION-TIME
006050     MOVE "GLMJR01"          TO GLMJA-OPERATOR-ID
006060     MOVE "R"                TO GLMJA-ACTION-CODE
006070     MOVE GLMJN-JOURNAL-ID   TO GLMJA-JOURNAL-ID
006080     MOVE GLMJN-POSTING-DATE TO GLMJA-POSTING-DATE
006090     MOVE WS-JNL-LEG-COUNT   TO GLMJA-LEG-COUNT
006100     MOVE WS-JNL-DEBIT-TOTAL TO GLMJA-DEBIT-TOTAL
006110     MOVE GLMJN-KEYED-BY     TO GLMJA-KEYED-BY
006120     MOVE "RELEASED TO MANJETRN"
006130                             TO GLMJA-REMARKS
006140     WRITE FD-MJEAUDIT-RECORD FROM GL-MANUAL-JOURNAL-AUDIT-RECORD
006150     IF WS-MJEAUDIT-STATUS NOT = "00"
006160        AND WS-MJEAUDIT-STATUS NOT = "04"
006170         DISPLAY "GLMJR01 - MJEAUDIT WRITE FAILED - STATUS "
006180             WS-MJEAUDIT-STATUS
006190         STOP RUN
006200     END-IF.
006210 3400-RELEASE-ONE-JOURNAL-EXIT.
006220     EXIT.
006230
006240 3450-FIND-POSTING-PERIOD.
006250     MOVE "N" TO WS-PERIOD-FOUND-SWITCH
006260     MOVE SPACES TO WS-FOUND-PERIOD-STATUS
006270     PERFORM 3460-EXAMINE-ONE-PERIOD
006280         THRU 3460-EXAMINE-ONE-PERIOD-EXIT
006290         VARYING WS-PER-IDX FROM 1 BY 1
006300         UNTIL WS-PER-IDX > WS-PERIOD-COUNT.
006310 3450-FIND-POSTING-PERIOD-EXIT.
006320     EXIT.
006330
006340 3460-EXAMINE-ONE-PERIOD.
006350     IF GLMJN-POSTING-DATE >= WS-PER-START-DATE (WS-PER-IDX)
006360        AND GLMJN-POSTING-DATE <= WS-PER-END-DATE (WS-PER-IDX)
006370         MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
006380         MOVE WS-PER-TBL-STATUS (WS-PER-IDX)
006390             TO WS-FOUND-PERIOD-STATUS
006400     END-IF.
006410 3460-EXAMINE-ONE-PERIOD-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450*    3500-WRITE-JOURNAL-LEGS - EVERY LEG OF THE JOURNAL TO THE
006460*                 FEED, CARRYING THE JOURNAL ID SO THE POSTINGS
006470*                 CAN BE TRACED BACK TO IT
006480******************************************************************
006490 3500-WRITE-JOURNAL-LEGS.
006500     MOVE "Y" TO WS-FIRST-LEG-SWITCH
006510     PERFORM 3550-WRITE-ONE-LEG
006520         THRU 3550-WRITE-ONE-LEG-EXIT
006530         VARYING WS-LEG-SUB FROM WS-FIRST-LEG-SUB BY 1
006540         UNTIL WS-LEG-SUB > WS-LAST-LEG-SUB.
006550 3500-WRITE-JOURNAL-LEGS-EXIT.
006560     EXIT.
006570
006580 3550-WRITE-ONE-LEG.
006590     MOVE SPACES TO GL-TRANSACTION-RECORD
006600     MOVE WS-MJN-LEG-ACCOUNT-NO (WS-LEG-SUB)
006610                                 TO GLTRN-ACCOUNT-NO
006620     MOVE GLMJN-POSTING-DATE     TO GLTRN-POSTING-DATE
006630     MOVE WS-MJN-LEG-AMOUNT (WS-LEG-SUB)
006640                                 TO GLTRN-AMOUNT
006650     MOVE WS-MJN-LEG-CURRENCY (WS-LEG-SUB)
006660                                 TO GLTRN-CURRENCY-CODE
006670     MOVE ZERO                   TO GLTRN-EXCHANGE-RATE
006680     MOVE "MANUALJE"             TO GLTRN-SOURCE-FEED
006690     MOVE GLMJN-JOURNAL-ID       TO GLTRN-JOURNAL-ID
006700     WRITE FD-MJR-RECORD FROM GL-TRANSACTION-RECORD
006710     IF WS-MANJETRN-STATUS NOT = "00"
006720        AND WS-MANJETRN-STATUS NOT = "04"
006730         DISPLAY "GLMJR01 - MANJETRN WRITE FAILED - STATUS "
006740             WS-MANJETRN-STATUS
006750         STOP RUN
006760     END-IF
006770     ADD 1 TO WS-FEED-RECORD-COUNT
006780     ADD GLTRN-AMOUNT TO WS-FEED-HASH
006790         ON SIZE ERROR
006800             DISPLAY "GLMJR01 - FEED HASH OVERFLOWED"
006810             STOP RUN
006820     END-ADD
006830     MOVE SPACES                 TO WS-RPT-DETAIL-LINE
006840     IF GLMJN-RELEASED
006850         MOVE "REPRODUCED"       TO RPTD-ACTION
006860     ELSE
006870         MOVE "RELEASED"         TO RPTD-ACTION
006880     END-IF
006890     MOVE GLTRN-JOURNAL-ID       TO RPTD-JOURNAL-ID
006900     MOVE GLTRN-POSTING-DATE     TO RPTD-DATE
006910     MOVE GLTRN-ACCOUNT-NO       TO RPTD-ACCOUNT-NO
006920     MOVE GLTRN-CURRENCY-CODE    TO RPTD-CURRENCY
006930     MOVE GLTRN-AMOUNT           TO RPTD-AMOUNT
006940     IF WS-ON-FIRST-LEG
006950         STRING GLMJN-DESCRIPTION DELIMITED BY SIZE
006960             " KEYED " GLMJN-KEYED-BY DELIMITED BY SIZE
006970             " APPROVED " GLMJN-REVIEWED-BY DELIMITED BY SIZE
006980             INTO RPTD-NOTE
006990         END-STRING
007000         MOVE "N" TO WS-FIRST-LEG-SWITCH
007010     END-IF
007020     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
007030     PERFORM 4700-WRITE-PRINT-LINE
007040         THRU 4700-WRITE-PRINT-LINE-EXIT.
007050 3550-WRITE-ONE-LEG-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090*    3800-CLEAR-JOURNAL - A REJECTED JOURNAL, OR ONE RELEASED ON
007100*                 AN EARLIER BUSINESS DATE, IS DROPPED FROM THE
007110*                 PENDING FILE WITH ITS LEGS
007120******************************************************************
007130 3800-CLEAR-JOURNAL.
007140     ADD 1 TO WS-CLEARED-COUNT
007150     PERFORM 3850-CLEAR-ONE-RECORD
007160         THRU 3850-CLEAR-ONE-RECORD-EXIT
007170         VARYING WS-LEG-SUB FROM WS-HDR-SUB BY 1
007180         UNTIL WS-LEG-SUB > WS-LAST-LEG-SUB.
007190 3800-CLEAR-JOURNAL-EXIT.
007200     EXIT.
007210
007220 3850-CLEAR-ONE-RECORD.
007230     MOVE "N" TO WS-MJN-KEEP-FLAG (WS-LEG-SUB).
007240 3850-CLEAR-ONE-RECORD-EXIT.
007250     EXIT.
007260
007270 3900-LIST-HELD-JOURNAL.
007280     ADD 1 TO WS-HELD-COUNT
007290     MOVE SPACES                 TO WS-RPT-DETAIL-LINE
007300     MOVE "HELD"                 TO RPTD-ACTION
007310     MOVE GLMJN-JOURNAL-ID       TO RPTD-JOURNAL-ID
007320     MOVE GLMJN-POSTING-DATE     TO RPTD-DATE
007330     MOVE WS-JNL-DEBIT-TOTAL     TO RPTD-AMOUNT
007340     MOVE WS-HOLD-REASON         TO RPTD-NOTE
007350     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
007360     PERFORM 4700-WRITE-PRINT-LINE
007370         THRU 4700-WRITE-PRINT-LINE-EXIT.
007380 3900-LIST-HELD-JOURNAL-EXIT.
007390     EXIT.
007400
007410 4700-WRITE-PRINT-LINE.
007420     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007430         PERFORM 4800-PRINT-PAGE-HEADING
007440             THRU 4800-PRINT-PAGE-HEADING-EXIT
007450     END-IF
007460     WRITE FD-RPT-RECORD FROM WS-PRINT-LINE
007470     PERFORM 4900-CHECK-MJRRPT-STATUS
007480         THRU 4900-CHECK-MJRRPT-STATUS-EXIT
007490     ADD 1 TO WS-LINE-COUNT.
007500 4700-WRITE-PRINT-LINE-EXIT.
007510     EXIT.
007520
007530 4800-PRINT-PAGE-HEADING.
007540     ADD 1 TO WS-PAGE-NUMBER
007550     MOVE WS-BUSINESS-DATE      TO RPT1-BUSINESS-DATE
007560     MOVE WS-RUN-DATE           TO RPT1-RUN-DATE
007570     MOVE WS-PAGE-NUMBER        TO RPT1-PAGE-NUMBER
007580     MOVE WS-RPT-HEADER-1 TO FD-RPT-RECORD
007590     WRITE FD-RPT-RECORD
007600     PERFORM 4900-CHECK-MJRRPT-STATUS
007610         THRU 4900-CHECK-MJRRPT-STATUS-EXIT
007620     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
007630     PERFORM 4900-CHECK-MJRRPT-STATUS
007640         THRU 4900-CHECK-MJRRPT-STATUS-EXIT
007650     MOVE WS-RPT-COLUMN-HEADS TO FD-RPT-RECORD
007660     WRITE FD-RPT-RECORD
007670     PERFORM 4900-CHECK-MJRRPT-STATUS
007680         THRU 4900-CHECK-MJRRPT-STATUS-EXIT
007690     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
007700     PERFORM 4900-CHECK-MJRRPT-STATUS
007710         THRU 4900-CHECK-MJRRPT-STATUS-EXIT
007720     MOVE ZERO TO WS-LINE-COUNT.
007730 4800-PRINT-PAGE-HEADING-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770*    4900-CHECK-MJRRPT-STATUS - COMMON STATUS CHECK AFTER EVERY
007780*                 WRITE TO THE RELEASE REGISTER
007790******************************************************************
007800 4900-CHECK-MJRRPT-STATUS.
007810     IF WS-MJRRPT-STATUS NOT = "00"
007820        AND WS-MJRRPT-STATUS NOT = "04"
007830         DISPLAY "GLMJR01 - MJRRPT WRITE FAILED - STATUS "
007840             WS-MJRRPT-STATUS
007850         STOP RUN
007860     END-IF.
007870 4900-CHECK-MJRRPT-STATUS-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910*    5000-WRITE-FEED-TRAILER - END THE FEED WITH A STANDARD
007920*                 TRAILER. A DAY WITH NOTHING APPROVED STILL GETS
007930*                 A TRAILER, FOR A COUNT OF ZERO.
007940******************************************************************
007950 5000-WRITE-FEED-TRAILER.
007960     MOVE SPACES TO GL-FEED-TRAILER-RECORD
007970     MOVE "*TRAILER**"          TO GLFDT-TRAILER-MARK
007980     MOVE "MANUALJE"            TO GLFDT-FEED-ID
007990     MOVE WS-FEED-RECORD-COUNT  TO GLFDT-RECORD-COUNT
008000     MOVE WS-FEED-HASH          TO GLFDT-HASH-TOTAL
008010     WRITE FD-MJR-RECORD FROM GL-FEED-TRAILER-RECORD
008020     IF WS-MANJETRN-STATUS NOT = "00"
008030        AND WS-MANJETRN-STATUS NOT = "04"
008040         DISPLAY "GLMJR01 - TRAILER WRITE FAILED - STATUS "
008050             WS-MANJETRN-STATUS
008060         STOP RUN
008070     END-IF.
008080 5000-WRITE-FEED-TRAILER-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120*    5500-REWRITE-PENDING-FILE - PUT BACK EVERY RECORD STILL
008130*                 KEPT, WITH RELEASED JOURNALS MARKED
008140******************************************************************
008150 5500-REWRITE-PENDING-FILE.
008160     OPEN OUTPUT PENDJRNL
008170     IF WS-PENDJRNL-STATUS NOT = "00"
008180        AND WS-PENDJRNL-STATUS NOT = "04"
008190         DISPLAY "GLMJR01 - PENDJRNL OPEN FOR REWRITE FAILED - "
008200             "STATUS " WS-PENDJRNL-STATUS
008210         STOP RUN
008220     END-IF
008230     PERFORM 5600-WRITE-ONE-RECORD
008240         THRU 5600-WRITE-ONE-RECORD-EXIT
008250         VARYING WS-MJN-IDX FROM 1 BY 1
008260         UNTIL WS-MJN-IDX > WS-MJN-COUNT
008270     CLOSE PENDJRNL.
008280 5500-REWRITE-PENDING-FILE-EXIT.
008290     EXIT.
008300
008310 5600-WRITE-ONE-RECORD.
008320     IF NOT WS-MJN-IS-KEPT (WS-MJN-IDX)
008330         GO TO 5600-WRITE-ONE-RECORD-EXIT
008340     END-IF
008350     WRITE FD-MJN-RECORD FROM WS-MJN-RECORD (WS-MJN-IDX)
008360     IF WS-PENDJRNL-STATUS NOT = "00"
008370        AND WS-PENDJRNL-STATUS NOT = "04"
008380         DISPLAY "GLMJR01 - PENDJRNL WRITE FAILED - STATUS "
008390             WS-PENDJRNL-STATUS
008400         STOP RUN
008410     END-IF.
008420 5600-WRITE-ONE-RECORD-EXIT.
008430     EXIT.
008440
008450******************************************************************
008460*    6000-PRINT-RELEASE-TOTALS - RUN COUNTS AND THE PROOF THAT
008470*                 THE FEED NETS TO ZERO. ONLY BALANCED JOURNALS
008480*                 ARE RELEASED, SO A NON-ZERO HASH IS A BREAK.
008490******************************************************************
008500 6000-PRINT-RELEASE-TOTALS.
008510     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
008520     PERFORM 4700-WRITE-PRINT-LINE
008530         THRU 4700-WRITE-PRINT-LINE-EXIT
008540     MOVE "PENDING FILE RECORDS READ:"  TO RPTC-CAPTION
008550     MOVE WS-MJN-RECORD-COUNT           TO RPTC-COUNT
008560     PERFORM 6100-WRITE-COUNT-LINE
008570         THRU 6100-WRITE-COUNT-LINE-EXIT
008580     MOVE "JOURNALS ON PENDING FILE:"   TO RPTC-CAPTION
008590     MOVE WS-JOURNAL-COUNT              TO RPTC-COUNT
008600     PERFORM 6100-WRITE-COUNT-LINE
008610         THRU 6100-WRITE-COUNT-LINE-EXIT
008620     MOVE "JOURNALS RELEASED:"          TO RPTC-CAPTION
008630     MOVE WS-RELEASED-COUNT             TO RPTC-COUNT
008640     PERFORM 6100-WRITE-COUNT-LINE
008650         THRU 6100-WRITE-COUNT-LINE-EXIT
008660     MOVE "RELEASED TODAY, NOT YET COLLECTED:" TO RPTC-CAPTION
008670     MOVE WS-REPRODUCED-COUNT           TO RPTC-COUNT
008672     PERFORM 6100-WRITE-COUNT-LINE
008674         THRU 6100-WRITE-COUNT-LINE-EXIT
008676     MOVE "RELEASED TODAY, ALREADY COLLECTED:" TO RPTC-CAPTION
008678     MOVE WS-COLLECTED-COUNT            TO RPTC-COUNT
008680     PERFORM 6100-WRITE-COUNT-LINE
008690         THRU 6100-WRITE-COUNT-LINE-EXIT
008700     MOVE "APPROVED JOURNALS HELD:"     TO RPTC-CAPTION
008710     MOVE WS-HELD-COUNT                 TO RPTC-COUNT
008720     PERFORM 6100-WRITE-COUNT-LINE
008730         THRU 6100-WRITE-COUNT-LINE-EXIT
008740     MOVE "JOURNALS AWAITING APPROVAL:" TO RPTC-CAPTION
008750     MOVE WS-PENDING-COUNT              TO RPTC-COUNT
008760     PERFORM 6100-WRITE-COUNT-LINE
008770         THRU 6100-WRITE-COUNT-LINE-EXIT
008780     MOVE "JOURNALS CLEARED FROM FILE:" TO RPTC-CAPTION
008790     MOVE WS-CLEARED-COUNT              TO RPTC-COUNT
008800     PERFORM 6100-WRITE-COUNT-LINE
008810         THRU 6100-WRITE-COUNT-LINE-EXIT
008820     MOVE "ORPHAN LEG RECORDS:"         TO RPTC-CAPTION
008830     MOVE WS-ORPHAN-COUNT               TO RPTC-COUNT
008840     PERFORM 6100-WRITE-COUNT-LINE
008850         THRU 6100-WRITE-COUNT-LINE-EXIT
008860     MOVE "FEED RECORDS WRITTEN:"       TO RPTC-CAPTION
008870     MOVE WS-FEED-RECORD-COUNT          TO RPTC-COUNT
008880     PERFORM 6100-WRITE-COUNT-LINE
008890         THRU 6100-WRITE-COUNT-LINE-EXIT
008900     MOVE "FEED HASH TOTAL:"            TO RPTT-CAPTION
008910     MOVE WS-FEED-HASH                  TO RPTT-AMOUNT
008920     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
008930     PERFORM 4700-WRITE-PRINT-LINE
008940         THRU 4700-WRITE-PRINT-LINE-EXIT
008950     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
008960     PERFORM 4700-WRITE-PRINT-LINE
008970         THRU 4700-WRITE-PRINT-LINE-EXIT
008980     IF WS-FEED-HASH = ZERO
008990         MOVE "FEED NETS TO ZERO - EVERY JOURNAL RELEASED IS "
009000           & "BALANCED"                  TO RPTV-VERDICT
009010     ELSE
009020         MOVE "*** BREAK - FEED DOES NOT NET TO ZERO ***"
009030                                         TO RPTV-VERDICT
009040     END-IF
009050     MOVE WS-RPT-VERDICT-LINE TO WS-PRINT-LINE
009060     PERFORM 4700-WRITE-PRINT-LINE
009070         THRU 4700-WRITE-PRINT-LINE-EXIT.
009080 6000-PRINT-RELEASE-TOTALS-EXIT.
009090     EXIT.
009100
009110 6100-WRITE-COUNT-LINE.
009120     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE
009130     PERFORM 4700-WRITE-PRINT-LINE
009140         THRU 4700-WRITE-PRINT-LINE-EXIT.
009150 6100-WRITE-COUNT-LINE-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190*    9000-TERMINATE
009200******************************************************************
009210 9000-TERMINATE.
009220     CLOSE MANJETRN
009230     CLOSE MJEAUDIT
009240     CLOSE MJRRPT
009250     DISPLAY "GLMJR01 - MANUAL JOURNAL RELEASE COMPLETE - "
009260         WS-RELEASED-COUNT " JOURNALS RELEASED, "
009270         WS-HELD-COUNT " HELD, "
009280         WS-PENDING-COUNT " AWAITING APPROVAL".
009290 9000-TERMINATE-EXIT.
009300     EXIT.
