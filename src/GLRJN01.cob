000010******************************************************************
000020*
000030*    PROGRAM-ID: GLRJN01
000040*    AUTHOR:     D. OKONKWO - FINANCIAL SYSTEMS
000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    PURPOSE:    RECURRING JOURNAL GENERATOR. READS THE
000090*                STANDING-JOURNAL MASTER (STDJRNL, SEE GLSJNREC)
000100*                AND, FOR THE BUSINESS DATE, WRITES EVERY
000110*                JOURNAL THAT FALLS DUE - DAILY, MONTHLY ON ITS
000120*                DAY OF MONTH, OR ON THE LAST DAY OF THE FISCAL
000130*                PERIOD - TO A TRANSACTION FEED (RECURTRN) THAT
000140*                ENDS IN A STANDARD TRAILER, SO THE COLLECTOR
000150*                VERIFIES IT LIKE ANY SOURCE SYSTEM'S FEED.
000160*                A JOURNAL FLAGGED AUTO-REVERSE ALSO GETS A
000170*                REVERSING JOURNAL DATED THE FIRST DAY OF THE
000180*                NEXT OPEN PERIOD. THE REVERSAL IS HELD ON THE
000190*                PENDING-REVERSAL FILE (PRVREVS IN, NEWREVS OUT,
000200*                CARRIED FROM RUN TO RUN LIKE PRVBAL/NEWBAL)
000210*                UNTIL ITS DATE ARRIVES, SO THE ACCRUAL AND ITS
000220*                REVERSAL POST IN THEIR OWN PERIODS. A JOURNAL
000230*                WHOSE LEGS DO NOT NET TO ZERO IS REFUSED HERE
000240*                RATHER THAN LEFT FOR THE EDIT TO REJECT. THE
000247*                MASTER IS REWRITTEN WITH EACH JOURNAL'S LAST
000254*                GENERATED DATE, WHICH LETS A MONTHLY OR
000261*                PERIOD-END JOURNAL WHOSE DATE WAS NOT A BUSINESS
000268*                DAY GO OUT ON THE NEXT RUN, EVEN WHEN THAT RUN
000275*                FALLS IN THE NEXT MONTH OR PERIOD; A RERUN FOR
000282*                THE SAME DATE PRODUCES THE SAME FEED. THE
000289*                REGISTER (RJNRPT) LISTS
000300*                EVERY LEG GENERATED, EVERY REVERSAL RELEASED
000310*                OR SCHEDULED, AND EVERY MASTER THAT HAS
000320*                EXPIRED OR WAS REFUSED.
000330*
000340*    MODIFICATION HISTORY
000350*    ------------------------------------------------------------
000360*    2026-10-15  DO   INITIAL VERSION.
000362*    2026-10-15  DO   A PERIOD END OR MONTHLY DAY THAT WAS NOT A
000364*                     RUN DAY IS CAUGHT UP ON THE NEXT RUN EVEN IN
000366*                     THE FOLLOWING MONTH OR PERIOD.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    GLRJN01.
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
000600     SELECT STDJRNL ASSIGN TO "STDJRNL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-STDJRNL-STATUS.
000630
000640     SELECT PRVREVS ASSIGN TO "PRVREVS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PRVREVS-STATUS.
000670
000680     SELECT NEWREVS ASSIGN TO "NEWREVS"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-NEWREVS-STATUS.
000710
000720     SELECT RECURTRN ASSIGN TO "RECURTRN"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RECURTRN-STATUS.
000750
000760     SELECT RJNRPT ASSIGN TO "RJNRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RJNRPT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PARMFILE
000830     RECORDING MODE IS F.
000840 01  FD-PARM-RECORD               PIC X(80).
000850
000860 FD  PERFILE
000870     RECORDING MODE IS F.
000880 01  FD-PER-RECORD                PIC X(80).
000890
000900 FD  STDJRNL
000910     RECORDING MODE IS F.
000920 01  FD-SJN-RECORD                PIC X(80).
000930
000940 FD  PRVREVS
000950     RECORDING MODE IS F.
000960 01  FD-PRVREVS-RECORD            PIC X(80).
000970
000980 FD  NEWREVS
000990     RECORDING MODE IS F.
001000 01  FD-NEWREVS-RECORD            PIC X(80).
001010
001020 FD  RECURTRN
001030     RECORDING MODE IS F.
001040 01  FD-RJN-RECORD                PIC X(80).
001050
001060 FD  RJNRPT
001070     RECORDING MODE IS F.
001080 01  FD-RPT-RECORD                PIC X(132).
001090
001100 WORKING-STORAGE SECTION.
001110
001120 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
001130 01  WS-PERFILE-STATUS             PIC X(02) VALUE "00".
001140 01  WS-STDJRNL-STATUS             PIC X(02) VALUE "00".
001150 01  WS-PRVREVS-STATUS             PIC X(02) VALUE "00".
001160 01  WS-NEWREVS-STATUS             PIC X(02) VALUE "00".
001170 01  WS-RECURTRN-STATUS            PIC X(02) VALUE "00".
001180 01  WS-RJNRPT-STATUS              PIC X(02) VALUE "00".
001190
001200 77  WS-PERFILE-EOF-SWITCH         PIC X(01) VALUE "N".
001210     88  WS-END-OF-PERFILE                   VALUE "Y".
001220 77  WS-STDJRNL-EOF-SWITCH         PIC X(01) VALUE "N".
001230     88  WS-END-OF-STDJRNL                   VALUE "Y".
001240 77  WS-PRVREVS-EOF-SWITCH         PIC X(01) VALUE "N".
001250     88  WS-END-OF-PRVREVS                   VALUE "Y".
001260 77  WS-PERIOD-FOUND-SWITCH        PIC X(01) VALUE "N".
001270     88  WS-BUSINESS-PERIOD-FOUND            VALUE "Y".
001280 77  WS-LEGS-ENDED-SWITCH          PIC X(01) VALUE "N".
001290     88  WS-NO-MORE-LEGS                     VALUE "Y".
001300 77  WS-BAD-LEG-SWITCH             PIC X(01) VALUE "N".
001310     88  WS-LEG-NOT-NUMERIC                  VALUE "Y".
001320 77  WS-JOURNAL-DUE-SWITCH         PIC X(01) VALUE "N".
001330     88  WS-JOURNAL-IS-DUE                   VALUE "Y".
001340 77  WS-FIRST-LEG-SWITCH           PIC X(01) VALUE "N".
001350     88  WS-ON-FIRST-LEG                     VALUE "Y".
001360
001370 77  WS-SJN-RECORD-COUNT           PIC 9(09) COMP VALUE ZERO.
001380 77  WS-MASTER-COUNT               PIC 9(09) COMP VALUE ZERO.
001390 77  WS-GENERATED-COUNT            PIC 9(09) COMP VALUE ZERO.
001400 77  WS-GENERATED-LEG-COUNT        PIC 9(09) COMP VALUE ZERO.
001410 77  WS-RELEASED-COUNT             PIC 9(09) COMP VALUE ZERO.
001420 77  WS-SCHEDULED-COUNT            PIC 9(09) COMP VALUE ZERO.
001430 77  WS-PENDING-COUNT              PIC 9(09) COMP VALUE ZERO.
001440 77  WS-NOT-EFFECTIVE-COUNT        PIC 9(09) COMP VALUE ZERO.
001450 77  WS-EXPIRED-COUNT              PIC 9(09) COMP VALUE ZERO.
001460 77  WS-REFUSED-COUNT              PIC 9(09) COMP VALUE ZERO.
001470 77  WS-FEED-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
001480 77  WS-LEG-COUNT                  PIC 9(05) COMP VALUE ZERO.
001490 77  WS-HDR-SUB                    PIC 9(05) COMP VALUE ZERO.
001500 77  WS-LEG-SUB                    PIC 9(05) COMP VALUE ZERO.
001510 77  WS-FIRST-LEG-SUB              PIC 9(05) COMP VALUE ZERO.
001520 77  WS-LAST-LEG-SUB               PIC 9(05) COMP VALUE ZERO.
001530 77  WS-LINE-COUNT                 PIC 9(03) COMP VALUE 99.
001540 77  WS-LINES-PER-PAGE             PIC 9(03) COMP VALUE 50.
001550 77  WS-PAGE-NUMBER                PIC 9(04) COMP VALUE ZERO.
001560
001570 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
001580 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001590 01  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001600 01  FILLER REDEFINES WS-BUSINESS-DATE.
001610     05  WS-BUS-YYYY               PIC 9(04).
001620     05  WS-BUS-MM                 PIC 9(02).
001630     05  WS-BUS-DD                 PIC 9(02).
001640 01  WS-BUS-PERIOD-ID              PIC 9(06) VALUE ZERO.
001650 01  WS-BUS-PERIOD-START           PIC 9(08) VALUE ZERO.
001660 01  WS-BUS-PERIOD-END             PIC 9(08) VALUE ZERO.
001670 01  FILLER REDEFINES WS-BUS-PERIOD-END.
001680     05  FILLER                    PIC 9(06).
001690     05  WS-BUS-PEREND-DD          PIC 9(02).
001700 01  WS-BUS-PERIOD-STATUS          PIC X(01) VALUE SPACES.
001710     88  WS-BUS-PERIOD-CLOSED                VALUE "C".
001711 01  WS-PRIOR-PERIOD-END           PIC 9(08) VALUE ZERO.
001712 01  FILLER REDEFINES WS-PRIOR-PERIOD-END.
001713     05  WS-PRIOR-PEREND-YYYY      PIC 9(04).
001714     05  WS-PRIOR-PEREND-MM        PIC 9(02).
001715     05  WS-PRIOR-PEREND-DD        PIC 9(02).
001716 01  WS-DUE-PERIOD-END             PIC 9(08) VALUE ZERO.
001720 01  WS-REVERSAL-PERIOD-ID         PIC 9(06) VALUE ZERO.
001730 01  WS-REVERSAL-DATE              PIC 9(08) VALUE ZERO.
001740 01  WS-SCHEDULED-DATE             PIC 9(08) VALUE ZERO.
001750 01  FILLER REDEFINES WS-SCHEDULED-DATE.
001760     05  WS-SCHED-YYYY             PIC 9(04).
001770     05  WS-SCHED-MM               PIC 9(02).
001780     05  WS-SCHED-DD               PIC 9(02).
001790
001800 01  WS-LEG-NET                    PIC S9(9)V99 VALUE ZERO.
001810 01  WS-REVERSAL-AMOUNT            PIC S9(7)V99 VALUE ZERO.
001820 01  WS-FEED-HASH                  PIC S9(11)V99 VALUE ZERO.
001830 01  WS-REFUSAL-REASON             PIC X(50) VALUE SPACES.
001840
001850******************************************************************
001860*    JOURNAL ID AS POSTED - THE SEVEN-CHARACTER STANDING-JOURNAL
001870*    ID PLUS A MARK OF SPACE (STANDING ENTRY) OR "R" (REVERSAL)
001880******************************************************************
001890 01  WS-GEN-JOURNAL-ID.
001900     05  WS-GEN-MASTER-ID          PIC X(07) VALUE SPACES.
001910     05  WS-GEN-ENTRY-MARK         PIC X(01) VALUE SPACES.
001920
001930******************************************************************
001940*    FISCAL-CALENDAR TABLE - LOADED FROM PERFILE AT START-UP
001950******************************************************************
001960 01  WS-PERIOD-TABLE-AREA.
001970     05  WS-PERIOD-COUNT           PIC 9(03) VALUE ZERO.
001980     05  WS-PERIOD-ENTRY OCCURS 120 TIMES
001990                         INDEXED BY WS-PER-IDX.
002000         10  WS-PERIOD-RECORD      PIC X(80) VALUE SPACES.
002010         10  FILLER REDEFINES WS-PERIOD-RECORD.
002020             15  WS-PER-PERIOD-ID  PIC 9(06).
002030             15  WS-PER-START-DATE PIC 9(08).
002040             15  WS-PER-END-DATE   PIC 9(08).
002050             15  WS-PER-TBL-STATUS PIC X(01).
002060                 88  WS-PER-IS-OPEN          VALUE "O".
002070             15  FILLER            PIC X(57).
002080
002090******************************************************************
002100*    STANDING-JOURNAL TABLE - THE WHOLE MASTER, HEADERS AND LEGS
002110*    IN FILE ORDER, HELD SO THE LAST GENERATED DATES CAN BE
002120*    STAMPED AND THE MASTER REWRITTEN AT THE END OF THE RUN
002130******************************************************************
002140 01  WS-SJN-TABLE-AREA.
002150     05  WS-SJN-COUNT              PIC 9(05) VALUE ZERO.
002160     05  WS-SJN-ENTRY OCCURS 2000 TIMES
002170                      INDEXED BY WS-SJN-IDX.
002180         10  WS-SJN-RECORD         PIC X(80) VALUE SPACES.
002190         10  FILLER REDEFINES WS-SJN-RECORD.
002200             15  WS-SJN-RECORD-TYPE
002210                                   PIC X(01).
002220                 88  WS-SJN-IS-LEG           VALUE "L".
002230             15  WS-SJN-JOURNAL-ID PIC X(07).
002240             15  WS-SJN-LEG-ACCOUNT-NO
002250                                   PIC X(10).
002260             15  WS-SJN-LEG-AMOUNT PIC S9(7)V99.
002270             15  WS-SJN-LEG-CURRENCY
002280                                   PIC X(03).
002290             15  FILLER            PIC X(50).
002300
002310 COPY GLPERREC.
002320
002330 COPY GLSJNREC.
002340
002350 COPY GLTRNREC.
002360
002370 COPY GLFDTREC.
002380
002390******************************************************************
002400*    REPORT LINE LAYOUTS
002410******************************************************************
002420 01  WS-PRINT-LINE                 PIC X(132) VALUE SPACES.
002430
002440 01  WS-RPT-HEADER-1.
002450     05  FILLER                    PIC X(31) VALUE
002460         "RECURRING JOURNAL REGISTER".
002470     05  FILLER                    PIC X(15) VALUE
002480         "BUSINESS DATE:".
002490     05  RPT1-BUSINESS-DATE        PIC 9(08).
002500     05  FILLER                    PIC X(03) VALUE SPACES.
002510     05  FILLER                    PIC X(10) VALUE "RUN DATE:".
002520     05  RPT1-RUN-DATE             PIC 9(08).
002530     05  FILLER                    PIC X(03) VALUE SPACES.
002540     05  FILLER                    PIC X(06) VALUE "PAGE:".
002550     05  RPT1-PAGE-NUMBER          PIC ZZZ9.
002560     05  FILLER                    PIC X(44) VALUE SPACES.
002570
002580 01  WS-RPT-HEADER-2.
002590     05  FILLER                    PIC X(15) VALUE
002600         "FISCAL PERIOD:".
002610     05  RPT2-PERIOD-ID            PIC 9(06).
002620     05  FILLER                    PIC X(03) VALUE SPACES.
002630     05  FILLER                    PIC X(30) VALUE
002640         "REVERSALS SCHEDULED FOR:".
002650     05  RPT2-REVERSAL-DATE        PIC 9(08).
002660     05  FILLER                    PIC X(70) VALUE SPACES.
002670
002680 01  WS-RPT-COLUMN-HEADS.
002690     05  FILLER                    PIC X(14) VALUE "ACTION".
002700     05  FILLER                    PIC X(10) VALUE "JOURNAL".
002710     05  FILLER                    PIC X(11) VALUE "DATE".
002720     05  FILLER                    PIC X(12) VALUE "ACCOUNT".
002730     05  FILLER                    PIC X(05) VALUE "CUR".
002740     05  FILLER                    PIC X(16) VALUE
002750         "       AMOUNT".
002760     05  FILLER                    PIC X(64) VALUE "NOTE".
002770
002780 01  WS-RPT-DETAIL-LINE.
002790     05  RPTD-ACTION               PIC X(12).
002800     05  FILLER                    PIC X(02) VALUE SPACES.
002810     05  RPTD-JOURNAL-ID           PIC X(08).
002820     05  FILLER                    PIC X(02) VALUE SPACES.
002830     05  RPTD-DATE                 PIC X(08).
002840     05  FILLER                    PIC X(03) VALUE SPACES.
002850     05  RPTD-ACCOUNT-NO           PIC X(10).
002860     05  FILLER                    PIC X(02) VALUE SPACES.
002870     05  RPTD-CURRENCY             PIC X(03).
002880     05  FILLER                    PIC X(02) VALUE SPACES.
002890     05  RPTD-AMOUNT               PIC -(9)9.99.
002900     05  FILLER                    PIC X(03) VALUE SPACES.
002910     05  RPTD-NOTE                 PIC X(50).
002920     05  FILLER                    PIC X(14) VALUE SPACES.
002930
002940 01  WS-RPT-COUNT-LINE.
002950     05  RPTC-CAPTION              PIC X(35).
002960     05  RPTC-COUNT                PIC Z(8)9.
002970     05  FILLER                    PIC X(88) VALUE SPACES.
002980
002990 01  WS-RPT-TOTAL-LINE.
003000     05  RPTT-CAPTION              PIC X(35).
003010     05  RPTT-AMOUNT               PIC -(11)9.99.
003020     05  FILLER                    PIC X(82) VALUE SPACES.
003030
003040 01  WS-RPT-VERDICT-LINE.
003050     05  RPTV-VERDICT              PIC X(90).
003060     05  FILLER                    PIC X(42) VALUE SPACES.
003070
003080 01  WS-RPT-BLANK-LINE             PIC X(132) VALUE SPACES.
003090
003100 PROCEDURE DIVISION.
003110
003120******************************************************************
003130*    0000-MAINLINE
003140******************************************************************
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE
003170         THRU 1000-INITIALIZE-EXIT
003180     PERFORM 1200-LOAD-FISCAL-CALENDAR
003190         THRU 1200-LOAD-FISCAL-CALENDAR-EXIT
003200     PERFORM 1300-LOCATE-BUSINESS-PERIOD
003210         THRU 1300-LOCATE-BUSINESS-PERIOD-EXIT
003220     PERFORM 1500-LOAD-STANDING-JOURNALS
003230         THRU 1500-LOAD-STANDING-JOURNALS-EXIT
003240     PERFORM 2000-RELEASE-DUE-REVERSALS
003250         THRU 2000-RELEASE-DUE-REVERSALS-EXIT
003260     PERFORM 3000-GENERATE-STANDING-JOURNALS
003270         THRU 3000-GENERATE-STANDING-JOURNALS-EXIT
003280     PERFORM 5000-WRITE-FEED-TRAILER
003290         THRU 5000-WRITE-FEED-TRAILER-EXIT
003300     PERFORM 5500-REWRITE-STANDING-JOURNALS
003310         THRU 5500-REWRITE-STANDING-JOURNALS-EXIT
003320     PERFORM 6000-PRINT-REGISTER-TOTALS
003330         THRU 6000-PRINT-REGISTER-TOTALS-EXIT
003340     PERFORM 9000-TERMINATE
003350         THRU 9000-TERMINATE-EXIT
003360     STOP RUN.
003370
003380******************************************************************
003390*    1000-INITIALIZE - THE BUSINESS DATE COMES FROM A PARMFILE
003400*                 CARD READING "DATE=YYYYMMDD"; NO CARD MEANS
003410*                 TODAY.
003420******************************************************************
003430 1000-INITIALIZE.
003440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003450     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
003460     PERFORM 1100-READ-DATE-PARM
003470         THRU 1100-READ-DATE-PARM-EXIT
003480     OPEN OUTPUT RECURTRN
003490     IF WS-RECURTRN-STATUS NOT = "00"
003500        AND WS-RECURTRN-STATUS NOT = "04"
003510         DISPLAY "GLRJN01 - RECURTRN OPEN FAILED - STATUS "
003520             WS-RECURTRN-STATUS
003530         STOP RUN
003540     END-IF
003550     OPEN OUTPUT NEWREVS
003560     IF WS-NEWREVS-STATUS NOT = "00"
003570        AND WS-NEWREVS-STATUS NOT = "04"
003580         DISPLAY "GLRJN01 - NEWREVS OPEN FAILED - STATUS "
003590             WS-NEWREVS-STATUS
003600         STOP RUN
003610     END-IF
003620     OPEN OUTPUT RJNRPT
003630     IF WS-RJNRPT-STATUS NOT = "00"
003640        AND WS-RJNRPT-STATUS NOT = "04"
003650         DISPLAY "GLRJN01 - RJNRPT OPEN FAILED - STATUS "
003660             WS-RJNRPT-STATUS
003670         STOP RUN
003680     END-IF.
003690 1000-INITIALIZE-EXIT.
003700     EXIT.
003710
003720 1100-READ-DATE-PARM.
003730     OPEN INPUT PARMFILE
003740     IF WS-PARMFILE-STATUS = "35"
003750         GO TO 1100-READ-DATE-PARM-EXIT
003760     END-IF
003770     IF WS-PARMFILE-STATUS NOT = "00"
003780        AND WS-PARMFILE-STATUS NOT = "04"
003790         DISPLAY "GLRJN01 - PARMFILE OPEN FAILED - STATUS "
003800             WS-PARMFILE-STATUS
003810         STOP RUN
003820     END-IF
003830     READ PARMFILE INTO WS-PARM-CARD
003840         AT END
003850             MOVE SPACES TO WS-PARM-CARD
003860     END-READ
003870     CLOSE PARMFILE
003880     IF WS-PARM-CARD (1:5) = "DATE="
003890         IF WS-PARM-CARD (6:8) IS NUMERIC
003900             MOVE WS-PARM-CARD (6:8) TO WS-BUSINESS-DATE
003910         ELSE
003920             DISPLAY "GLRJN01 - DATE= CARD IS NOT A VALID "
003930                 "YYYYMMDD DATE - RUN STOPPED"
003940             STOP RUN
003950         END-IF
003960     END-IF.
003970 1100-READ-DATE-PARM-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010*    1200-LOAD-FISCAL-CALENDAR - LOAD THE CALENDAR MASTER. THE
004020*                 GENERATOR CANNOT DATE A JOURNAL WITHOUT IT.
004030******************************************************************
004040 1200-LOAD-FISCAL-CALENDAR.
004050     OPEN INPUT PERFILE
004060     IF WS-PERFILE-STATUS = "35"
004070         DISPLAY "GLRJN01 - PERFILE NOT FOUND - SUPPLY THE "
004080             "FISCAL-CALENDAR MASTER"
004090         STOP RUN
004100     END-IF
004110     IF WS-PERFILE-STATUS NOT = "00"
004120        AND WS-PERFILE-STATUS NOT = "04"
004130         DISPLAY "GLRJN01 - PERFILE OPEN FAILED - STATUS "
004140             WS-PERFILE-STATUS
004150         STOP RUN
004160     END-IF
004170     PERFORM 1210-READ-PERIOD-RECORD
004180         THRU 1210-READ-PERIOD-RECORD-EXIT
004190     PERFORM 1250-STORE-ONE-PERIOD
004200         THRU 1250-STORE-ONE-PERIOD-EXIT
004210         UNTIL WS-END-OF-PERFILE
004220     CLOSE PERFILE
004230     IF WS-PERIOD-COUNT = ZERO
004240         DISPLAY "GLRJN01 - PERFILE IS EMPTY - SUPPLY THE "
004250             "FISCAL-CALENDAR MASTER"
004260         STOP RUN
004270     END-IF.
004280 1200-LOAD-FISCAL-CALENDAR-EXIT.
004290     EXIT.
004300
004310 1210-READ-PERIOD-RECORD.
004320     READ PERFILE INTO GL-FISCAL-PERIOD-RECORD
004330         AT END
004340             MOVE "Y" TO WS-PERFILE-EOF-SWITCH
004350     END-READ.
004360 1210-READ-PERIOD-RECORD-EXIT.
004370     EXIT.
004380
004390 1250-STORE-ONE-PERIOD.
004400     IF WS-PERIOD-COUNT >= 120
004410         DISPLAY "GLRJN01 - FISCAL-CALENDAR TABLE FULL - MORE "
004420             "THAN 120 PERIODS ON PERFILE"
004430         STOP RUN
004440     END-IF
004450     ADD 1 TO WS-PERIOD-COUNT
004460     SET WS-PER-IDX TO WS-PERIOD-COUNT
004470     MOVE GL-FISCAL-PERIOD-RECORD TO
004480         WS-PERIOD-RECORD (WS-PER-IDX)
004490     PERFORM 1210-READ-PERIOD-RECORD
004500         THRU 1210-READ-PERIOD-RECORD-EXIT.
004510 1250-STORE-ONE-PERIOD-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*    1300-LOCATE-BUSINESS-PERIOD - THE BUSINESS DATE MUST FALL IN
004560*                 AN OPEN PERIOD OR EVERYTHING GENERATED WOULD BE
004570*                 REJECTED BY THE EDIT. THE REVERSAL DATE IS THE
004580*                 FIRST DAY OF THE EARLIEST OPEN PERIOD AFTER IT;
004590*                 WITH NONE ON THE CALENDAR, NO AUTO-REVERSING
004595*                 JOURNAL CAN BE GENERATED. THE LAST DAY OF THE
004600*                 PERIOD BEFORE IT IS KEPT SO THAT A PERIOD-END OR
004605*                 MONTHLY JOURNAL MISSED THERE CAN BE CAUGHT UP.
004610******************************************************************
004620 1300-LOCATE-BUSINESS-PERIOD.
004630     MOVE "N" TO WS-PERIOD-FOUND-SWITCH
004640     PERFORM 1350-EXAMINE-ONE-PERIOD
004650         THRU 1350-EXAMINE-ONE-PERIOD-EXIT
004660         VARYING WS-PER-IDX FROM 1 BY 1
004670         UNTIL WS-PER-IDX > WS-PERIOD-COUNT
004680     IF NOT WS-BUSINESS-PERIOD-FOUND
004690         DISPLAY "GLRJN01 - BUSINESS DATE " WS-BUSINESS-DATE
004700             " IS NOT IN ANY PERIOD ON THE FISCAL CALENDAR - "
004710             "RUN STOPPED"
004720         STOP RUN
004730     END-IF
004740     IF WS-BUS-PERIOD-CLOSED
004750         DISPLAY "GLRJN01 - PERIOD " WS-BUS-PERIOD-ID
004760             " IS CLOSED - NOTHING CAN BE GENERATED FOR "
004770             WS-BUSINESS-DATE " - RUN STOPPED"
004780         STOP RUN
004790     END-IF
004800     PERFORM 1360-CHECK-REVERSAL-PERIOD
004805         THRU 1360-CHECK-REVERSAL-PERIOD-EXIT
004810         VARYING WS-PER-IDX FROM 1 BY 1
004815         UNTIL WS-PER-IDX > WS-PERIOD-COUNT
004820     PERFORM 1370-CHECK-PRIOR-PERIOD
004825         THRU 1370-CHECK-PRIOR-PERIOD-EXIT
004830         VARYING WS-PER-IDX FROM 1 BY 1
004835         UNTIL WS-PER-IDX > WS-PERIOD-COUNT.
004840 1300-LOCATE-BUSINESS-PERIOD-EXIT.
004850     EXIT.
004860
004870 1350-EXAMINE-ONE-PERIOD.
004880     IF WS-BUSINESS-DATE >= WS-PER-START-DATE (WS-PER-IDX)
004890        AND WS-BUSINESS-DATE <= WS-PER-END-DATE (WS-PER-IDX)
004900         MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
004910         MOVE WS-PER-PERIOD-ID (WS-PER-IDX)
004920             TO WS-BUS-PERIOD-ID
004930         MOVE WS-PER-START-DATE (WS-PER-IDX)
004940             TO WS-BUS-PERIOD-START
004950         MOVE WS-PER-END-DATE (WS-PER-IDX)
004960             TO WS-BUS-PERIOD-END
004970         MOVE WS-PER-TBL-STATUS (WS-PER-IDX)
004980             TO WS-BUS-PERIOD-STATUS
004990     END-IF.
005000 1350-EXAMINE-ONE-PERIOD-EXIT.
005010     EXIT.
005020
005030 1360-CHECK-REVERSAL-PERIOD.
005040     IF WS-PER-PERIOD-ID (WS-PER-IDX) > WS-BUS-PERIOD-ID
005050        AND WS-PER-IS-OPEN (WS-PER-IDX)
005060         IF WS-REVERSAL-PERIOD-ID = ZERO
005070            OR WS-PER-PERIOD-ID (WS-PER-IDX)
005080                   < WS-REVERSAL-PERIOD-ID
005090             MOVE WS-PER-PERIOD-ID (WS-PER-IDX)
005100                 TO WS-REVERSAL-PERIOD-ID
005110             MOVE WS-PER-START-DATE (WS-PER-IDX)
005120                 TO WS-REVERSAL-DATE
005130         END-IF
005140     END-IF.
005150 1360-CHECK-REVERSAL-PERIOD-EXIT.
005151     EXIT.
005152
005153 1370-CHECK-PRIOR-PERIOD.
005154     IF WS-PER-END-DATE (WS-PER-IDX) < WS-BUS-PERIOD-START
005155        AND WS-PER-END-DATE (WS-PER-IDX) > WS-PRIOR-PERIOD-END
005156         MOVE WS-PER-END-DATE (WS-PER-IDX)
005157             TO WS-PRIOR-PERIOD-END
005158     END-IF.
005159 1370-CHECK-PRIOR-PERIOD-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190*    1500-LOAD-STANDING-JOURNALS - LOAD THE WHOLE MASTER. IT IS
005200*                 REWRITTEN AT THE END OF THE RUN, SO IT MUST BE
005210*                 PRESENT EVEN WHEN IT HOLDS NO JOURNALS.
005220******************************************************************
005230 1500-LOAD-STANDING-JOURNALS.
005240     OPEN INPUT STDJRNL
005250     IF WS-STDJRNL-STATUS = "35"
005260         DISPLAY "GLRJN01 - STDJRNL NOT FOUND - SUPPLY THE "
005270             "STANDING-JOURNAL MASTER"
005280         STOP RUN
005290     END-IF
005300     IF WS-STDJRNL-STATUS NOT = "00"
005310        AND WS-STDJRNL-STATUS NOT = "04"
005320         DISPLAY "GLRJN01 - STDJRNL OPEN FAILED - STATUS "
005330             WS-STDJRNL-STATUS
005340         STOP RUN
005350     END-IF
005360     PERFORM 1510-READ-STANDING-JOURNAL
005370         THRU 1510-READ-STANDING-JOURNAL-EXIT
005380     PERFORM 1550-STORE-ONE-RECORD
005390         THRU 1550-STORE-ONE-RECORD-EXIT
005400         UNTIL WS-END-OF-STDJRNL
005410     CLOSE STDJRNL.
005420 1500-LOAD-STANDING-JOURNALS-EXIT.
005430     EXIT.
005440
005450 1510-READ-STANDING-JOURNAL.
005460     READ STDJRNL INTO GL-STANDING-JOURNAL-RECORD
005470         AT END
005480             MOVE "Y" TO WS-STDJRNL-EOF-SWITCH
005490         NOT AT END
005500             ADD 1 TO WS-SJN-RECORD-COUNT
005510     END-READ.
005520 1510-READ-STANDING-JOURNAL-EXIT.
005530     EXIT.
005540
005550 1550-STORE-ONE-RECORD.
005560     IF WS-SJN-COUNT >= 2000
005570         DISPLAY "GLRJN01 - STANDING-JOURNAL TABLE FULL - MORE "
005580             "THAN 2000 RECORDS ON STDJRNL"
005590         STOP RUN
005600     END-IF
005610     ADD 1 TO WS-SJN-COUNT
005620     SET WS-SJN-IDX TO WS-SJN-COUNT
005630     MOVE GL-STANDING-JOURNAL-RECORD TO
005640         WS-SJN-RECORD (WS-SJN-IDX)
005650     PERFORM 1510-READ-STANDING-JOURNAL
005660         THRU 1510-READ-STANDING-JOURNAL-EXIT.
005670 1550-STORE-ONE-RECORD-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710*    2000-RELEASE-DUE-REVERSALS - EVERY PENDING REVERSAL WHOSE
005720*                 POSTING DATE HAS ARRIVED GOES TO TODAY'S FEED;
005730*                 THE REST ARE CARRIED FORWARD TO NEWREVS. NO
005740*                 PRVREVS MEANS NOTHING IS PENDING (FIRST RUN).
005750******************************************************************
005760 2000-RELEASE-DUE-REVERSALS.
005770     OPEN INPUT PRVREVS
005780     IF WS-PRVREVS-STATUS = "35"
005790         DISPLAY "GLRJN01 - PRVREVS NOT FOUND - NO PENDING "
005800             "REVERSALS CARRIED FORWARD"
005810         GO TO 2000-RELEASE-DUE-REVERSALS-EXIT
005820     END-IF
005830     IF WS-PRVREVS-STATUS NOT = "00"
005840        AND WS-PRVREVS-STATUS NOT = "04"
005850         DISPLAY "GLRJN01 - PRVREVS OPEN FAILED - STATUS "
005860             WS-PRVREVS-STATUS
005870         STOP RUN
005880     END-IF
005890     PERFORM 2100-READ-PENDING-REVERSAL
005900         THRU 2100-READ-PENDING-REVERSAL-EXIT
005910     PERFORM 2200-RELEASE-ONE-REVERSAL
005920         THRU 2200-RELEASE-ONE-REVERSAL-EXIT
005930         UNTIL WS-END-OF-PRVREVS
005940     CLOSE PRVREVS.
005950 2000-RELEASE-DUE-REVERSALS-EXIT.
005960     EXIT.
005970
005980 2100-READ-PENDING-REVERSAL.
005990     READ PRVREVS INTO GL-TRANSACTION-RECORD
006000         AT END
006010             MOVE "Y" TO WS-PRVREVS-EOF-SWITCH
006020     END-READ.
006030 2100-READ-PENDING-REVERSAL-EXIT.
006040     EXIT.
006050
006060 2200-RELEASE-ONE-REVERSAL.
006070     MOVE SPACES                 TO WS-RPT-DETAIL-LINE
006080     MOVE GLTRN-JOURNAL-ID       TO RPTD-JOURNAL-ID
006090     MOVE GLTRN-POSTING-DATE     TO RPTD-DATE
006100     MOVE GLTRN-ACCOUNT-NO       TO RPTD-ACCOUNT-NO
006110     MOVE GLTRN-CURRENCY-CODE    TO RPTD-CURRENCY
006120     MOVE GLTRN-AMOUNT           TO RPTD-AMOUNT
006130     IF GLTRN-POSTING-DATE <= WS-BUSINESS-DATE
006140         PERFORM 3700-WRITE-FEED-RECORD
006150             THRU 3700-WRITE-FEED-RECORD-EXIT
006160         ADD 1 TO WS-RELEASED-COUNT
006170         MOVE "REVERSED"         TO RPTD-ACTION
006180         MOVE "PENDING REVERSAL RELEASED TO TODAY'S FEED"
006190                                 TO RPTD-NOTE
006200     ELSE
006210         PERFORM 3800-WRITE-PENDING-REVERSAL
006220             THRU 3800-WRITE-PENDING-REVERSAL-EXIT
006230         MOVE "PENDING"          TO RPTD-ACTION
006240         MOVE "HELD UNTIL ITS POSTING DATE"
006250                                 TO RPTD-NOTE
006260     END-IF
006270     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
006280     PERFORM 4700-WRITE-PRINT-LINE
006290         THRU 4700-WRITE-PRINT-LINE-EXIT
006300     PERFORM 2100-READ-PENDING-REVERSAL
006310         THRU 2100-READ-PENDING-REVERSAL-EXIT.
006320 2200-RELEASE-ONE-REVERSAL-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360*    3000-GENERATE-STANDING-JOURNALS - WALK THE MASTER IN FILE
006370*                 ORDER. EACH HEADER TAKES THE LEG RECORDS THAT
006380*                 FOLLOW IT WITH THE SAME JOURNAL ID; A LEG LEFT
006390*                 OVER IS REFUSED AS AN ORPHAN.
006400******************************************************************
006410 3000-GENERATE-STANDING-JOURNALS.
006420     MOVE ZERO TO WS-LAST-LEG-SUB
006430     PERFORM 3100-EXAMINE-ONE-RECORD
006440         THRU 3100-EXAMINE-ONE-RECORD-EXIT
006450         VARYING WS-SJN-IDX FROM 1 BY 1
006460         UNTIL WS-SJN-IDX > WS-SJN-COUNT.
006470 3000-GENERATE-STANDING-JOURNALS-EXIT.
006480     EXIT.
006490
006500 3100-EXAMINE-ONE-RECORD.
006510     MOVE WS-SJN-RECORD (WS-SJN-IDX) TO
006520         GL-STANDING-JOURNAL-RECORD
006530     EVALUATE TRUE
006540         WHEN GLSJN-TYPE-HEADER
006550             SET WS-HDR-SUB TO WS-SJN-IDX
006560             PERFORM 3200-PROCESS-ONE-JOURNAL
006570                 THRU 3200-PROCESS-ONE-JOURNAL-EXIT
006580         WHEN GLSJN-TYPE-LEG
006590             SET WS-LEG-SUB TO WS-SJN-IDX
006600             IF WS-LEG-SUB > WS-LAST-LEG-SUB
006610                 MOVE "LEG DOES NOT FOLLOW A HEADER WITH ITS "
006620                   & "JOURNAL ID"      TO WS-REFUSAL-REASON
006630                 PERFORM 3900-REFUSE-MASTER-RECORD
006640                     THRU 3900-REFUSE-MASTER-RECORD-EXIT
006650             END-IF
006660         WHEN OTHER
006670             MOVE "RECORD TYPE IS NOT H OR L"
006680                                       TO WS-REFUSAL-REASON
006690             PERFORM 3900-REFUSE-MASTER-RECORD
006700                 THRU 3900-REFUSE-MASTER-RECORD-EXIT
006710     END-EVALUATE.
006720 3100-EXAMINE-ONE-RECORD-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760*    3200-PROCESS-ONE-JOURNAL - GATHER THE HEADER'S LEGS, SKIP IT
006770*                 IF NOT YET EFFECTIVE, LIST IT IF EXPIRED, REFUSE
006780*                 IT IF IT IS NOT A VALID BALANCED JOURNAL, AND
006790*                 OTHERWISE GENERATE IT WHEN IT IS DUE
006800******************************************************************
006810 3200-PROCESS-ONE-JOURNAL.
006820     ADD 1 TO WS-MASTER-COUNT
006830     MOVE GLSJN-JOURNAL-ID TO WS-GEN-MASTER-ID
006840     MOVE ZERO TO WS-LEG-COUNT
006850     MOVE ZERO TO WS-LEG-NET
006860     MOVE "N" TO WS-BAD-LEG-SWITCH
006870     MOVE WS-HDR-SUB TO WS-LAST-LEG-SUB
006880     COMPUTE WS-FIRST-LEG-SUB = WS-HDR-SUB + 1
006890     MOVE WS-FIRST-LEG-SUB TO WS-LEG-SUB
006900     MOVE "N" TO WS-LEGS-ENDED-SWITCH
006910     PERFORM 3250-SCAN-ONE-LEG
006920         THRU 3250-SCAN-ONE-LEG-EXIT
006930         UNTIL WS-NO-MORE-LEGS
006940     IF GLSJN-LAST-GEN-DATE IS NOT NUMERIC
006950         MOVE ZERO TO GLSJN-LAST-GEN-DATE
006960     END-IF
006970     IF GLSJN-START-DATE IS NOT NUMERIC
006980        OR GLSJN-END-DATE IS NOT NUMERIC
006990         MOVE "EFFECTIVE START OR END DATE IS NOT NUMERIC"
007000                                   TO WS-REFUSAL-REASON
007010         PERFORM 3900-REFUSE-MASTER-RECORD
007020             THRU 3900-REFUSE-MASTER-RECORD-EXIT
007030         GO TO 3200-PROCESS-ONE-JOURNAL-EXIT
007040     END-IF
007050     IF GLSJN-START-DATE > WS-BUSINESS-DATE
007060         ADD 1 TO WS-NOT-EFFECTIVE-COUNT
007070         GO TO 3200-PROCESS-ONE-JOURNAL-EXIT
007080     END-IF
007090     IF GLSJN-END-DATE NOT = ZERO
007100        AND GLSJN-END-DATE < WS-BUSINESS-DATE
007110         PERFORM 3950-LIST-EXPIRED-JOURNAL
007120             THRU 3950-LIST-EXPIRED-JOURNAL-EXIT
007130         GO TO 3200-PROCESS-ONE-JOURNAL-EXIT
007140     END-IF
007150     IF NOT GLSJN-DAILY
007160        AND NOT GLSJN-MONTHLY
007170        AND NOT GLSJN-PERIOD-END
007180         MOVE "FREQUENCY IS NOT D, M OR P"
007190                                   TO WS-REFUSAL-REASON
007200         PERFORM 3900-REFUSE-MASTER-RECORD
007210             THRU 3900-REFUSE-MASTER-RECORD-EXIT
007220         GO TO 3200-PROCESS-ONE-JOURNAL-EXIT
007230     END-IF
007240     IF GLSJN-MONTHLY
007250         IF GLSJN-DAY-OF-MONTH IS NOT NUMERIC
007260            OR GLSJN-DAY-OF-MONTH < 1
007270            OR GLSJN-DAY-OF-MONTH > 31
007280             MOVE "MONTHLY JOURNAL NEEDS A DAY OF MONTH 01-31"
007290                                   TO WS-REFUSAL-REASON
007300             PERFORM 3900-REFUSE-MASTER-RECORD
007310                 THRU 3900-REFUSE-MASTER-RECORD-EXIT
007320             GO TO 3200-PROCESS-ONE-JOURNAL-EXIT
007330         END-IF
007340     END-IF
007350     IF WS-LEG-NOT-NUMERIC
007360         MOVE "A LEG AMOUNT IS NOT NUMERIC"
007370                                   TO WS-REFUSAL-REASON
007380         PERFORM 3900-REFUSE-MASTER-RECORD
007390             THRU 3900-REFUSE-MASTER-RECORD-EXIT
007400         GO TO 3200-PROCESS-ONE-JOURNAL-EXIT
007410     END-IF
007420     IF WS-LEG-COUNT = ZERO
007430         MOVE "JOURNAL HAS NO LEGS" TO WS-REFUSAL-REASON
007440         PERFORM 3900-REFUSE-MASTER-RECORD
007450             THRU 3900-REFUSE-MASTER-RECORD-EXIT
007460         GO TO 3200-PROCESS-ONE-JOURNAL-EXIT
007470     END-IF
007480     IF WS-LEG-NET NOT = ZERO
007490         MOVE "LEGS DO NOT NET TO ZERO" TO WS-REFUSAL-REASON
007500         PERFORM 3900-REFUSE-MASTER-RECORD
007510             THRU 3900-REFUSE-MASTER-RECORD-EXIT
007520         GO TO 3200-PROCESS-ONE-JOURNAL-EXIT
007530     END-IF
007540     PERFORM 3300-CHECK-JOURNAL-DUE
007550         THRU 3300-CHECK-JOURNAL-DUE-EXIT
007560     IF NOT WS-JOURNAL-IS-DUE
007570         GO TO 3200-PROCESS-ONE-JOURNAL-EXIT
007580     END-IF
007590     IF GLSJN-REVERSES
007600        AND WS-REVERSAL-DATE = ZERO
007610         MOVE "NO LATER OPEN PERIOD TO CARRY THE REVERSAL"
007620                                   TO WS-REFUSAL-REASON
007630         PERFORM 3900-REFUSE-MASTER-RECORD
007640             THRU 3900-REFUSE-MASTER-RECORD-EXIT
007650         GO TO 3200-PROCESS-ONE-JOURNAL-EXIT
007660     END-IF
007670     ADD 1 TO WS-GENERATED-COUNT
007680     MOVE "Y" TO WS-FIRST-LEG-SWITCH
007690     PERFORM 3400-GENERATE-ONE-LEG
007700         THRU 3400-GENERATE-ONE-LEG-EXIT
007710         VARYING WS-LEG-SUB FROM WS-FIRST-LEG-SUB BY 1
007720         UNTIL WS-LEG-SUB > WS-LAST-LEG-SUB
007730     MOVE WS-BUSINESS-DATE TO GLSJN-LAST-GEN-DATE
007740     MOVE GL-STANDING-JOURNAL-RECORD TO
007750         WS-SJN-RECORD (WS-HDR-SUB).
007760 3200-PROCESS-ONE-JOURNAL-EXIT.
007770     EXIT.
007780
007790 3250-SCAN-ONE-LEG.
007800     IF WS-LEG-SUB > WS-SJN-COUNT
007810         MOVE "Y" TO WS-LEGS-ENDED-SWITCH
007820         GO TO 3250-SCAN-ONE-LEG-EXIT
007830     END-IF
007840     IF NOT WS-SJN-IS-LEG (WS-LEG-SUB)
007850        OR WS-SJN-JOURNAL-ID (WS-LEG-SUB) NOT = GLSJN-JOURNAL-ID
007860         MOVE "Y" TO WS-LEGS-ENDED-SWITCH
007870         GO TO 3250-SCAN-ONE-LEG-EXIT
007880     END-IF
007890     IF WS-SJN-LEG-AMOUNT (WS-LEG-SUB) IS NOT NUMERIC
007900         MOVE "Y" TO WS-BAD-LEG-SWITCH
007910     ELSE
007920         ADD WS-SJN-LEG-AMOUNT (WS-LEG-SUB) TO WS-LEG-NET
007930             ON SIZE ERROR
007940                 DISPLAY "GLRJN01 - LEG NET OVERFLOWED - JOURNAL "
007950                     GLSJN-JOURNAL-ID
007960                 STOP RUN
007970         END-ADD
007980     END-IF
007990     ADD 1 TO WS-LEG-COUNT
008000     MOVE WS-LEG-SUB TO WS-LAST-LEG-SUB
008010     ADD 1 TO WS-LEG-SUB.
008020 3250-SCAN-ONE-LEG-EXIT.
008030     EXIT.
008040
008050******************************************************************
008054*    3300-CHECK-JOURNAL-DUE - DAILY JOURNALS ARE DUE EVERY RUN.
008058*                 A PERIOD-END JOURNAL IS DUE ON THE FIRST RUN ON
008062*                 OR AFTER A PERIOD'S LAST DAY THAT HAS NOT
008066*                 ALREADY GENERATED IT. A MONTHLY JOURNAL IS
008070*                 SCHEDULED ON ITS DAY OF MONTH (OR THE PERIOD'S
008074*                 LAST DAY IF THE MONTH IS SHORTER) AND IS DUE ON
008078*                 THE FIRST RUN ON OR AFTER THAT DATE THAT HAS NOT
008082*                 ALREADY GENERATED IT. LAST MONTH'S DATE IS
008086*                 CHECKED AS WELL, SO A DAY MISSED AT THE END OF
008090*                 ONE MONTH OR PERIOD IS CAUGHT UP BY THE FIRST
008094*                 RUN OF THE NEXT. A RERUN FOR THE DATE LAST
008098*                 GENERATED IS ALWAYS DUE SO A RERUN REPRODUCES
008102*                 THE SAME FEED.
008106******************************************************************
008120 3300-CHECK-JOURNAL-DUE.
008125     MOVE "N" TO WS-JOURNAL-DUE-SWITCH
008130     IF GLSJN-DAILY
008135        OR GLSJN-LAST-GEN-DATE = WS-BUSINESS-DATE
008140         MOVE "Y" TO WS-JOURNAL-DUE-SWITCH
008145         GO TO 3300-CHECK-JOURNAL-DUE-EXIT
008150     END-IF
008155     IF GLSJN-PERIOD-END
008160         IF WS-BUSINESS-DATE = WS-BUS-PERIOD-END
008165             MOVE WS-BUS-PERIOD-END   TO WS-DUE-PERIOD-END
008170         ELSE
008175             MOVE WS-PRIOR-PERIOD-END TO WS-DUE-PERIOD-END
008180         END-IF
008185         IF WS-DUE-PERIOD-END NOT = ZERO
008190            AND WS-DUE-PERIOD-END >= GLSJN-START-DATE
008195            AND GLSJN-LAST-GEN-DATE < WS-DUE-PERIOD-END
008200             MOVE "Y" TO WS-JOURNAL-DUE-SWITCH
008205         END-IF
008210         GO TO 3300-CHECK-JOURNAL-DUE-EXIT
008215     END-IF
008220     IF GLSJN-DAY-OF-MONTH > WS-BUS-PEREND-DD
008225         MOVE WS-BUS-PERIOD-END TO WS-SCHEDULED-DATE
008230     ELSE
008235         MOVE WS-BUS-YYYY        TO WS-SCHED-YYYY
008240         MOVE WS-BUS-MM          TO WS-SCHED-MM
008245         MOVE GLSJN-DAY-OF-MONTH TO WS-SCHED-DD
008250     END-IF
008255     IF WS-SCHEDULED-DATE >= GLSJN-START-DATE
008260        AND WS-BUSINESS-DATE >= WS-SCHEDULED-DATE
008265        AND GLSJN-LAST-GEN-DATE < WS-SCHEDULED-DATE
008270         MOVE "Y" TO WS-JOURNAL-DUE-SWITCH
008275         GO TO 3300-CHECK-JOURNAL-DUE-EXIT
008280     END-IF
008285     IF WS-PRIOR-PERIOD-END = ZERO
008290         GO TO 3300-CHECK-JOURNAL-DUE-EXIT
008295     END-IF
008300     IF GLSJN-DAY-OF-MONTH > WS-PRIOR-PEREND-DD
008305         MOVE WS-PRIOR-PERIOD-END  TO WS-SCHEDULED-DATE
008310     ELSE
008315         MOVE WS-PRIOR-PEREND-YYYY TO WS-SCHED-YYYY
008320         MOVE WS-PRIOR-PEREND-MM   TO WS-SCHED-MM
008325         MOVE GLSJN-DAY-OF-MONTH   TO WS-SCHED-DD
008330     END-IF
008335     IF WS-SCHEDULED-DATE >= GLSJN-START-DATE
008340        AND GLSJN-LAST-GEN-DATE < WS-SCHEDULED-DATE
008345         MOVE "Y" TO WS-JOURNAL-DUE-SWITCH
008350     END-IF.
008400 3300-CHECK-JOURNAL-DUE-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440*    3400-GENERATE-ONE-LEG - WRITE THE LEG TO TODAY'S FEED AND,
008450*                 FOR AN AUTO-REVERSING JOURNAL, HOLD ITS NEGATED
008460*                 TWIN ON THE PENDING-REVERSAL FILE
008470******************************************************************
008480 3400-GENERATE-ONE-LEG.
008490     MOVE SPACES TO WS-GEN-ENTRY-MARK
008500     MOVE SPACES TO GL-TRANSACTION-RECORD
008510     MOVE WS-SJN-LEG-ACCOUNT-NO (WS-LEG-SUB)
008520                                 TO GLTRN-ACCOUNT-NO
008530     MOVE WS-BUSINESS-DATE       TO GLTRN-POSTING-DATE
008540     MOVE WS-SJN-LEG-AMOUNT (WS-LEG-SUB)
008550                                 TO GLTRN-AMOUNT
008560     MOVE WS-SJN-LEG-CURRENCY (WS-LEG-SUB)
008570                                 TO GLTRN-CURRENCY-CODE
008580     MOVE ZERO                   TO GLTRN-EXCHANGE-RATE
008590     MOVE "RECURJNL"             TO GLTRN-SOURCE-FEED
008600     MOVE WS-GEN-JOURNAL-ID      TO GLTRN-JOURNAL-ID
008610     PERFORM 3700-WRITE-FEED-RECORD
008620         THRU 3700-WRITE-FEED-RECORD-EXIT
008630     ADD 1 TO WS-GENERATED-LEG-COUNT
008640     MOVE SPACES                 TO WS-RPT-DETAIL-LINE
008650     MOVE "GENERATED"            TO RPTD-ACTION
008660     MOVE GLTRN-JOURNAL-ID       TO RPTD-JOURNAL-ID
008670     MOVE GLTRN-POSTING-DATE     TO RPTD-DATE
008680     MOVE GLTRN-ACCOUNT-NO       TO RPTD-ACCOUNT-NO
008690     MOVE GLTRN-CURRENCY-CODE    TO RPTD-CURRENCY
008700     MOVE GLTRN-AMOUNT           TO RPTD-AMOUNT
008710     IF WS-ON-FIRST-LEG
008720         MOVE GLSJN-DESCRIPTION  TO RPTD-NOTE
008730         MOVE "N" TO WS-FIRST-LEG-SWITCH
008740     END-IF
008750     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
008760     PERFORM 4700-WRITE-PRINT-LINE
008770         THRU 4700-WRITE-PRINT-LINE-EXIT
008780     IF NOT GLSJN-REVERSES
008790         GO TO 3400-GENERATE-ONE-LEG-EXIT
008800     END-IF
008810     COMPUTE WS-REVERSAL-AMOUNT = ZERO - GLTRN-AMOUNT
008820     MOVE "R"                    TO WS-GEN-ENTRY-MARK
008830     MOVE WS-REVERSAL-DATE       TO GLTRN-POSTING-DATE
008840     MOVE WS-REVERSAL-AMOUNT     TO GLTRN-AMOUNT
008850     MOVE WS-GEN-JOURNAL-ID      TO GLTRN-JOURNAL-ID
008860     PERFORM 3800-WRITE-PENDING-REVERSAL
008870         THRU 3800-WRITE-PENDING-REVERSAL-EXIT
008880     ADD 1 TO WS-SCHEDULED-COUNT
008890     MOVE "REVERSAL DUE"         TO RPTD-ACTION
008900     MOVE GLTRN-JOURNAL-ID       TO RPTD-JOURNAL-ID
008910     MOVE GLTRN-POSTING-DATE     TO RPTD-DATE
008920     MOVE GLTRN-AMOUNT           TO RPTD-AMOUNT
008930     MOVE "HELD UNTIL THE FIRST DAY OF THE NEXT OPEN PERIOD"
008940                                 TO RPTD-NOTE
008950     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
008960     PERFORM 4700-WRITE-PRINT-LINE
008970         THRU 4700-WRITE-PRINT-LINE-EXIT.
008980 3400-GENERATE-ONE-LEG-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020*    3700-WRITE-FEED-RECORD - ONE TRANSACTION TO TODAY'S FEED,
009030*                 COUNTED AND HASHED FOR THE TRAILER
009040******************************************************************
009050 3700-WRITE-FEED-RECORD.
009060     WRITE FD-RJN-RECORD FROM GL-TRANSACTION-RECORD
009070     IF WS-RECURTRN-STATUS NOT = "00"
009080        AND WS-RECURTRN-STATUS NOT = "04"
009090         DISPLAY "GLRJN01 - RECURTRN WRITE FAILED - STATUS "
009100             WS-RECURTRN-STATUS
009110         STOP RUN
009120     END-IF
009130     ADD 1 TO WS-FEED-RECORD-COUNT
009140     ADD GLTRN-AMOUNT TO WS-FEED-HASH
009150         ON SIZE ERROR
009160             DISPLAY "GLRJN01 - FEED HASH OVERFLOWED"
009170             STOP RUN
009180     END-ADD.
009190 3700-WRITE-FEED-RECORD-EXIT.
009200     EXIT.
009210
009220 3800-WRITE-PENDING-REVERSAL.
009230     WRITE FD-NEWREVS-RECORD FROM GL-TRANSACTION-RECORD
009240     IF WS-NEWREVS-STATUS NOT = "00"
009250        AND WS-NEWREVS-STATUS NOT = "04"
009260         DISPLAY "GLRJN01 - NEWREVS WRITE FAILED - STATUS "
009270             WS-NEWREVS-STATUS
009280         STOP RUN
009290     END-IF
009300     ADD 1 TO WS-PENDING-COUNT.
009310 3800-WRITE-PENDING-REVERSAL-EXIT.
009320     EXIT.
009330
009340******************************************************************
009350*    3900-REFUSE-MASTER-RECORD - LIST A MASTER RECORD THAT CANNOT
009360*                 BE GENERATED, WITH THE REASON. NOTHING FOR IT
009370*                 GOES TO THE FEED.
009380******************************************************************
009390 3900-REFUSE-MASTER-RECORD.
009400     ADD 1 TO WS-REFUSED-COUNT
009410     MOVE SPACES                 TO WS-RPT-DETAIL-LINE
009420     MOVE "REFUSED"              TO RPTD-ACTION
009430     MOVE GLSJN-JOURNAL-ID       TO RPTD-JOURNAL-ID
009440     IF GLSJN-TYPE-LEG
009450         MOVE GLSJN-LEG-ACCOUNT-NO TO RPTD-ACCOUNT-NO
009460     END-IF
009470     MOVE WS-REFUSAL-REASON      TO RPTD-NOTE
009480     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
009490     PERFORM 4700-WRITE-PRINT-LINE
009500         THRU 4700-WRITE-PRINT-LINE-EXIT.
009510 3900-REFUSE-MASTER-RECORD-EXIT.
009520     EXIT.
009530
009540 3950-LIST-EXPIRED-JOURNAL.
009550     ADD 1 TO WS-EXPIRED-COUNT
009560     MOVE SPACES                 TO WS-RPT-DETAIL-LINE
009570     MOVE "EXPIRED"              TO RPTD-ACTION
009580     MOVE GLSJN-JOURNAL-ID       TO RPTD-JOURNAL-ID
009590     MOVE GLSJN-END-DATE         TO RPTD-DATE
009600     MOVE GLSJN-DESCRIPTION      TO RPTD-NOTE
009610     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
009620     PERFORM 4700-WRITE-PRINT-LINE
009630         THRU 4700-WRITE-PRINT-LINE-EXIT.
009640 3950-LIST-EXPIRED-JOURNAL-EXIT.
009650     EXIT.
009660
009670 4700-WRITE-PRINT-LINE.
009680     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009690         PERFORM 4800-PRINT-PAGE-HEADING
009700             THRU 4800-PRINT-PAGE-HEADING-EXIT
009710     END-IF
009720     WRITE FD-RPT-RECORD FROM WS-PRINT-LINE
009730     PERFORM 4900-CHECK-RJNRPT-STATUS
009740         THRU 4900-CHECK-RJNRPT-STATUS-EXIT
009750     ADD 1 TO WS-LINE-COUNT.
009760 4700-WRITE-PRINT-LINE-EXIT.
009770     EXIT.
009780
009790 4800-PRINT-PAGE-HEADING.
009800     ADD 1 TO WS-PAGE-NUMBER
009810     MOVE WS-BUSINESS-DATE      TO RPT1-BUSINESS-DATE
009820     MOVE WS-RUN-DATE           TO RPT1-RUN-DATE
009830     MOVE WS-PAGE-NUMBER        TO RPT1-PAGE-NUMBER
009840     MOVE WS-BUS-PERIOD-ID      TO RPT2-PERIOD-ID
009850     MOVE WS-REVERSAL-DATE      TO RPT2-REVERSAL-DATE
009860     MOVE WS-RPT-HEADER-1 TO FD-RPT-RECORD
009870     WRITE FD-RPT-RECORD
009880     PERFORM 4900-CHECK-RJNRPT-STATUS
009890         THRU 4900-CHECK-RJNRPT-STATUS-EXIT
009900     MOVE WS-RPT-HEADER-2 TO FD-RPT-RECORD
009910     WRITE FD-RPT-RECORD
009920     PERFORM 4900-CHECK-RJNRPT-STATUS
009930         THRU 4900-CHECK-RJNRPT-STATUS-EXIT
009940     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
009950     PERFORM 4900-CHECK-RJNRPT-STATUS
009960         THRU 4900-CHECK-RJNRPT-STATUS-EXIT
009970     MOVE WS-RPT-COLUMN-HEADS TO FD-RPT-RECORD
009980     WRITE FD-RPT-RECORD
009990     PERFORM 4900-CHECK-RJNRPT-STATUS
010000         THRU 4900-CHECK-RJNRPT-STATUS-EXIT
010010     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
010020     PERFORM 4900-CHECK-RJNRPT-STATUS
010030         THRU 4900-CHECK-RJNRPT-STATUS-EXIT
010040     MOVE ZERO TO WS-LINE-COUNT.
010050 4800-PRINT-PAGE-HEADING-EXIT.
010060     EXIT.
010070
010080******************************************************************
010090*    4900-CHECK-RJNRPT-STATUS - COMMON STATUS CHECK AFTER EVERY
010100*                 WRITE TO THE RECURRING JOURNAL REGISTER
010110******************************************************************
010120 4900-CHECK-RJNRPT-STATUS.
010130     IF WS-RJNRPT-STATUS NOT = "00"
010140        AND WS-RJNRPT-STATUS NOT = "04"
010150         DISPLAY "GLRJN01 - RJNRPT WRITE FAILED - STATUS "
010160             WS-RJNRPT-STATUS
010170         STOP RUN
010180     END-IF.
010190 4900-CHECK-RJNRPT-STATUS-EXIT.
010200     EXIT.
010210
010220******************************************************************
010230*    5000-WRITE-FEED-TRAILER - END THE FEED WITH A STANDARD
010240*                 TRAILER SO THE COLLECTOR VERIFIES IT LIKE ANY
010250*                 OTHER SOURCE FEED. A DAY WITH NOTHING DUE STILL
010260*                 GETS A TRAILER, FOR A COUNT OF ZERO.
010270******************************************************************
010280 5000-WRITE-FEED-TRAILER.
010290     MOVE SPACES TO GL-FEED-TRAILER-RECORD
010300     MOVE "*TRAILER**"          TO GLFDT-TRAILER-MARK
010310     MOVE "RECURJNL"            TO GLFDT-FEED-ID
010320     MOVE WS-FEED-RECORD-COUNT  TO GLFDT-RECORD-COUNT
010330     MOVE WS-FEED-HASH          TO GLFDT-HASH-TOTAL
010340     WRITE FD-RJN-RECORD FROM GL-FEED-TRAILER-RECORD
010350     IF WS-RECURTRN-STATUS NOT = "00"
010360        AND WS-RECURTRN-STATUS NOT = "04"
010370         DISPLAY "GLRJN01 - TRAILER WRITE FAILED - STATUS "
010380             WS-RECURTRN-STATUS
010390         STOP RUN
010400     END-IF.
010410 5000-WRITE-FEED-TRAILER-EXIT.
010420     EXIT.
010430
010440******************************************************************
010450*    5500-REWRITE-STANDING-JOURNALS - PUT THE MASTER BACK WITH
010460*                 THE LAST GENERATED DATES STAMPED
010470******************************************************************
010480 5500-REWRITE-STANDING-JOURNALS.
010490     OPEN OUTPUT STDJRNL
010500     IF WS-STDJRNL-STATUS NOT = "00"
010510        AND WS-STDJRNL-STATUS NOT = "04"
010520         DISPLAY "GLRJN01 - STDJRNL OPEN FOR REWRITE FAILED - "
010530             "STATUS " WS-STDJRNL-STATUS
010540         STOP RUN
010550     END-IF
010560     PERFORM 5600-WRITE-ONE-RECORD
010570         THRU 5600-WRITE-ONE-RECORD-EXIT
010580         VARYING WS-SJN-IDX FROM 1 BY 1
010590         UNTIL WS-SJN-IDX > WS-SJN-COUNT
010600     CLOSE STDJRNL.
010610 5500-REWRITE-STANDING-JOURNALS-EXIT.
010620     EXIT.
010630
010640 5600-WRITE-ONE-RECORD.
010650     WRITE FD-SJN-RECORD FROM WS-SJN-RECORD (WS-SJN-IDX)
010660     IF WS-STDJRNL-STATUS NOT = "00"
010670        AND WS-STDJRNL-STATUS NOT = "04"
010680         DISPLAY "GLRJN01 - STDJRNL WRITE FAILED - STATUS "
010690             WS-STDJRNL-STATUS
010700         STOP RUN
010710     END-IF.
010720 5600-WRITE-ONE-RECORD-EXIT.
010730     EXIT.
010740
010750******************************************************************
010760*    6000-PRINT-REGISTER-TOTALS - RUN COUNTS AND THE PROOF THAT
010770*                 THE FEED NETS TO ZERO. EVERY JOURNAL GENERATED
010780*                 WAS CHECKED BALANCED AND EVERY REVERSAL IS THE
010790*                 NEGATIVE OF ONE, SO A NON-ZERO HASH IS A BREAK.
010800******************************************************************
010810 6000-PRINT-REGISTER-TOTALS.
010820     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
010830     PERFORM 4700-WRITE-PRINT-LINE
010840         THRU 4700-WRITE-PRINT-LINE-EXIT
010850     MOVE "MASTER RECORDS READ:"        TO RPTC-CAPTION
010860     MOVE WS-SJN-RECORD-COUNT           TO RPTC-COUNT
010870     PERFORM 6100-WRITE-COUNT-LINE
010880         THRU 6100-WRITE-COUNT-LINE-EXIT
010890     MOVE "STANDING JOURNALS ON MASTER:" TO RPTC-CAPTION
010900     MOVE WS-MASTER-COUNT               TO RPTC-COUNT
010910     PERFORM 6100-WRITE-COUNT-LINE
010920         THRU 6100-WRITE-COUNT-LINE-EXIT
010930     MOVE "JOURNALS GENERATED:"         TO RPTC-CAPTION
010940     MOVE WS-GENERATED-COUNT            TO RPTC-COUNT
010950     PERFORM 6100-WRITE-COUNT-LINE
010960         THRU 6100-WRITE-COUNT-LINE-EXIT
010970     MOVE "LEGS GENERATED:"             TO RPTC-CAPTION
010980     MOVE WS-GENERATED-LEG-COUNT        TO RPTC-COUNT
010990     PERFORM 6100-WRITE-COUNT-LINE
011000         THRU 6100-WRITE-COUNT-LINE-EXIT
011010     MOVE "REVERSAL LEGS RELEASED:"     TO RPTC-CAPTION
011020     MOVE WS-RELEASED-COUNT             TO RPTC-COUNT
011030     PERFORM 6100-WRITE-COUNT-LINE
011040         THRU 6100-WRITE-COUNT-LINE-EXIT
011050     MOVE "REVERSAL LEGS SCHEDULED:"    TO RPTC-CAPTION
011060     MOVE WS-SCHEDULED-COUNT            TO RPTC-COUNT
011070     PERFORM 6100-WRITE-COUNT-LINE
011080         THRU 6100-WRITE-COUNT-LINE-EXIT
011090     MOVE "REVERSAL LEGS CARRIED FORWARD:" TO RPTC-CAPTION
011100     MOVE WS-PENDING-COUNT              TO RPTC-COUNT
011110     PERFORM 6100-WRITE-COUNT-LINE
011120         THRU 6100-WRITE-COUNT-LINE-EXIT
011130     MOVE "JOURNALS NOT YET EFFECTIVE:" TO RPTC-CAPTION
011140     MOVE WS-NOT-EFFECTIVE-COUNT        TO RPTC-COUNT
011150     PERFORM 6100-WRITE-COUNT-LINE
011160         THRU 6100-WRITE-COUNT-LINE-EXIT
011170     MOVE "JOURNALS EXPIRED:"           TO RPTC-CAPTION
011180     MOVE WS-EXPIRED-COUNT              TO RPTC-COUNT
011190     PERFORM 6100-WRITE-COUNT-LINE
011200         THRU 6100-WRITE-COUNT-LINE-EXIT
011210     MOVE "MASTER RECORDS REFUSED:"     TO RPTC-CAPTION
011220     MOVE WS-REFUSED-COUNT              TO RPTC-COUNT
011230     PERFORM 6100-WRITE-COUNT-LINE
011240         THRU 6100-WRITE-COUNT-LINE-EXIT
011250     MOVE "FEED RECORDS WRITTEN:"       TO RPTC-CAPTION
011260     MOVE WS-FEED-RECORD-COUNT          TO RPTC-COUNT
011270     PERFORM 6100-WRITE-COUNT-LINE
011280         THRU 6100-WRITE-COUNT-LINE-EXIT
011290     MOVE "FEED HASH TOTAL:"            TO RPTT-CAPTION
011300     MOVE WS-FEED-HASH                  TO RPTT-AMOUNT
011310     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
011320     PERFORM 4700-WRITE-PRINT-LINE
011330         THRU 4700-WRITE-PRINT-LINE-EXIT
011340     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
011350     PERFORM 4700-WRITE-PRINT-LINE
011360         THRU 4700-WRITE-PRINT-LINE-EXIT
011370     IF WS-FEED-HASH = ZERO
011380         MOVE "FEED NETS TO ZERO - EVERY JOURNAL GENERATED IS "
011390           & "BALANCED"                  TO RPTV-VERDICT
011400     ELSE
011410         MOVE "*** BREAK - FEED DOES NOT NET TO ZERO ***"
011420                                         TO RPTV-VERDICT
011430     END-IF
011440     MOVE WS-RPT-VERDICT-LINE TO WS-PRINT-LINE
011450     PERFORM 4700-WRITE-PRINT-LINE
011460         THRU 4700-WRITE-PRINT-LINE-EXIT.
011470 6000-PRINT-REGISTER-TOTALS-EXIT.
011480     EXIT.
011490
011500 6100-WRITE-COUNT-LINE.
011510     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE
011520     PERFORM 4700-WRITE-PRINT-LINE
011530         THRU 4700-WRITE-PRINT-LINE-EXIT.
011540 6100-WRITE-COUNT-LINE-EXIT.
011550     EXIT.
011560
011570******************************************************************
011580*    9000-TERMINATE
011590******************************************************************
011600 9000-TERMINATE.
011610     CLOSE RECURTRN
011620     CLOSE NEWREVS
011630     CLOSE RJNRPT
011640     DISPLAY "GLRJN01 - RECURRING JOURNALS COMPLETE - "
011650         WS-GENERATED-COUNT " JOURNALS GENERATED, "
011660         WS-RELEASED-COUNT " REVERSAL LEGS RELEASED, "
011670         WS-REFUSED-COUNT " MASTER RECORDS REFUSED".
011680 9000-TERMINATE-EXIT.
011690     EXIT.
