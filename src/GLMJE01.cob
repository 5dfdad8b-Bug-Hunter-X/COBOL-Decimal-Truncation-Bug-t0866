000010******************************************************************
000020*
000030*    PROGRAM-ID: GLMJE01
000040*    AUTHOR:     D. OKONKWO - FINANCIAL SYSTEMS
000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    PURPOSE:    MANUAL JOURNAL ENTRY. AN OPERATOR CONSOLE
000090*                DIALOG, IN THE STYLE OF GLACM01, FOR KEYING AN
000100*                ADJUSTING JOURNAL LEG BY LEG. EACH ENTRY IS
000110*                CHECKED AS IT IS TYPED - THE POSTING DATE MUST
000120*                FALL IN AN OPEN PERIOD ON THE FISCAL CALENDAR
000130*                (PERFILE), THE ACCOUNT MUST BE AN OPEN ACCOUNT
000140*                ON THE MASTER (ACCTFILE) AND THE CURRENCY MUST
000150*                BE ON THE RATE MASTER (RATEFILE) - AND A
000160*                JOURNAL THAT DOES NOT NET TO ZERO CANNOT BE
000170*                SAVED. A SAVED JOURNAL WAITS ON THE PENDING
000180*                JOURNAL FILE (PENDJRNL, SEE GLMJNREC) UNTIL A
000190*                DIFFERENT OPERATOR APPROVES OR REJECTS IT; THE
000200*                OPERATOR WHO KEYED IT CANNOT DO EITHER. ONLY AN
000210*                APPROVED JOURNAL IS RELEASED TO THE COLLECTOR,
000220*                BY GLMJR01. EVERY JOURNAL KEYED, APPROVED OR
000230*                REJECTED IS LOGGED TO MJEAUDIT (SEE GLMJAREC)
000240*                WITH THE OPERATOR, DATE AND TIME.
000250*
000260*    MODIFICATION HISTORY
000270*    ------------------------------------------------------------
000280*    2026-10-15  DO   INITIAL VERSION.
000282*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE LIMIT RAISED
000284*                     FROM 500 TO 2000 ACCOUNTS (SEE
000286*                     GLACMTBL).
000287*    2026-10-15  DO   A BLANK CURRENCY IS REFUSED AND THE RATE
000288*                     TABLE SEARCH STOPS AT THE LAST RATE LOADED.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    GLMJE01.
000320 AUTHOR.        D. OKONKWO.
000330 INSTALLATION.  MAIN DATA CENTER.
000340 DATE-WRITTEN.  2026-10-15.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.       GNUCOBOL.
000400 OBJECT-COMPUTER.       GNUCOBOL.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ACCTFILE ASSIGN TO "ACCTFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-ACCTFILE-STATUS.
000470
000480     SELECT RATEFILE ASSIGN TO "RATEFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RATEFILE-STATUS.
000510
000520     SELECT PERFILE ASSIGN TO "PERFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PERFILE-STATUS.
000550
000560     SELECT PENDJRNL ASSIGN TO "PENDJRNL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PENDJRNL-STATUS.
000590
000600     SELECT MJEAUDIT ASSIGN TO "MJEAUDIT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-MJEAUDIT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ACCTFILE
000670     RECORDING MODE IS F.
000680 01  FD-ACCT-RECORD               PIC X(80).
000690
000700 FD  RATEFILE
000710     RECORDING MODE IS F.
000720 01  FD-RATE-RECORD               PIC X(80).
000730
000740 FD  PERFILE
000750     RECORDING MODE IS F.
000760 01  FD-PER-RECORD                PIC X(80).
000770
000780 FD  PENDJRNL
000790     RECORDING MODE IS F.
000800 01  FD-MJN-RECORD                PIC X(80).
000810
000820 FD  MJEAUDIT
000830     RECORDING MODE IS F.
000840 01  FD-MJEAUDIT-RECORD           PIC X(120).
000850
000860 WORKING-STORAGE SECTION.
000870
000880 01  WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
000890 01  WS-RATEFILE-STATUS            PIC X(02) VALUE "00".
000900 01  WS-PERFILE-STATUS             PIC X(02) VALUE "00".
000910 01  WS-PENDJRNL-STATUS            PIC X(02) VALUE "00".
000920 01  WS-MJEAUDIT-STATUS            PIC X(02) VALUE "00".
000930
000940 77  WS-ACCT-EOF-SWITCH            PIC X(01) VALUE "N".
000950     88  WS-END-OF-ACCTFILE                  VALUE "Y".
000960 77  WS-RATE-EOF-SWITCH            PIC X(01) VALUE "N".
000970     88  WS-END-OF-RATEFILE                  VALUE "Y".
000980 77  WS-PERFILE-EOF-SWITCH         PIC X(01) VALUE "N".
000990     88  WS-END-OF-PERFILE                   VALUE "Y".
001000 77  WS-PENDJRNL-EOF-SWITCH        PIC X(01) VALUE "N".
001010     88  WS-END-OF-PENDJRNL                  VALUE "Y".
001020 77  WS-MJEAUDIT-EOF-SWITCH        PIC X(01) VALUE "N".
001030     88  WS-END-OF-MJEAUDIT                  VALUE "Y".
001040 77  WS-CONTINUE-SWITCH            PIC X(01) VALUE "Y".
001050     88  WS-OPERATOR-IS-DONE                 VALUE "E" "e".
001060 77  WS-ACCOUNT-FOUND-SWITCH       PIC X(01) VALUE "N".
001070     88  WS-ACCOUNT-WAS-FOUND                VALUE "Y".
001080 77  WS-CURRENCY-FOUND-SWITCH      PIC X(01) VALUE "N".
001090     88  WS-CURRENCY-IS-ON-MASTER            VALUE "Y".
001100 77  WS-PERIOD-FOUND-SWITCH        PIC X(01) VALUE "N".
001110     88  WS-PERIOD-WAS-FOUND                 VALUE "Y".
001120 77  WS-JOURNAL-FOUND-SWITCH       PIC X(01) VALUE "N".
001130     88  WS-JOURNAL-WAS-FOUND                VALUE "Y".
001140 77  WS-LEGS-ENDED-SWITCH          PIC X(01) VALUE "N".
001150     88  WS-NO-MORE-LEGS                     VALUE "Y".
001160 77  WS-KEYING-SWITCH              PIC X(01) VALUE "K".
001170     88  WS-STILL-KEYING                     VALUE "K".
001180     88  WS-JOURNAL-IS-READY                 VALUE "S".
001190     88  WS-JOURNAL-ABANDONED                VALUE "N".
001200
001210 77  WS-CHANGE-COUNT               PIC 9(05) COMP VALUE ZERO.
001220 77  WS-LAST-JOURNAL-SEQ           PIC 9(06) COMP VALUE ZERO.
001230 77  WS-HDR-SUB                    PIC 9(05) COMP VALUE ZERO.
001240 77  WS-LEG-SUB                    PIC 9(05) COMP VALUE ZERO.
001250 77  WS-LAST-LEG-SUB               PIC 9(05) COMP VALUE ZERO.
001260 77  WS-JNL-LEG-COUNT              PIC 9(05) COMP VALUE ZERO.
001270 77  WS-KEY-SUB                    PIC 9(03) COMP VALUE ZERO.
001280
001290 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001300 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001310 01  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
001320 01  WS-ACTION-CODE                PIC X(01) VALUE SPACES.
001330 01  WS-ANSWER                     PIC X(01) VALUE SPACES.
001340 01  WS-WORK-ACCOUNT-NO            PIC X(10) VALUE SPACES.
001350 01  WS-WORK-CURRENCY              PIC X(03) VALUE SPACES.
001360 01  WS-WORK-SIDE                  PIC X(01) VALUE SPACES.
001370     88  WS-WORK-SIDE-IS-VALID               VALUE "D" "C".
001380     88  WS-WORK-SIDE-IS-DEBIT               VALUE "D".
001390 01  WS-WORK-AMOUNT                PIC 9(07)V99 VALUE ZERO.
001400 01  WS-WORK-DATE-TEXT             PIC X(08) VALUE SPACES.
001410 01  WS-WORK-DATE                  PIC 9(08) VALUE ZERO.
001420 01  WS-WORK-DESCRIPTION           PIC X(20) VALUE SPACES.
001430 01  WS-WORK-REMARKS               PIC X(30) VALUE SPACES.
001440 01  WS-WORK-JOURNAL-ID            PIC X(08) VALUE SPACES.
001450 01  WS-FOUND-PERIOD-ID            PIC 9(06) VALUE ZERO.
001460 01  WS-FOUND-PERIOD-STATUS        PIC X(01) VALUE SPACES.
001470     88  WS-FOUND-PERIOD-IS-OPEN             VALUE "O".
001480 01  WS-STATUS-TEXT                PIC X(10) VALUE SPACES.
001490
001500 01  WS-JNL-NET                    PIC S9(9)V99 VALUE ZERO.
001510 01  WS-JNL-DEBIT-TOTAL            PIC 9(09)V99 VALUE ZERO.
001520 01  WS-DISPLAY-AMOUNT             PIC -(9)9.99.
001530 01  WS-DISPLAY-LEG                PIC Z9.
001540 01  WS-DISPLAY-COUNT              PIC ZZZZ9.
001550
001560******************************************************************
001570*    JOURNAL ID AS ISSUED - "MJ" AND A SIX-DIGIT SEQUENCE, ONE
001580*    HIGHER THAN ANY NUMBER ON THE ACTION LOG OR PENDING FILE
001590******************************************************************
001600 01  WS-NEW-JOURNAL-ID.
001610     05  FILLER                    PIC X(02) VALUE "MJ".
001620     05  WS-NEW-JOURNAL-SEQ        PIC 9(06) VALUE ZERO.
001630
001640******************************************************************
001650*    JOURNAL BEING KEYED - HELD HERE LEG BY LEG UNTIL IT BALANCES
001660*    AND IS SAVED
001670******************************************************************
001680 01  WS-KEY-JOURNAL-AREA.
001690     05  WS-KEY-POSTING-DATE       PIC 9(08) VALUE ZERO.
001700     05  WS-KEY-DESCRIPTION        PIC X(20) VALUE SPACES.
001710     05  WS-KEY-LEG-COUNT          PIC 9(03) VALUE ZERO.
001720     05  WS-KEY-NET                PIC S9(9)V99 VALUE ZERO.
001730     05  WS-KEY-DEBIT-TOTAL        PIC 9(09)V99 VALUE ZERO.
001740     05  WS-KEY-LEG-ENTRY OCCURS 99 TIMES.
001750         10  WS-KEY-ACCOUNT-NO     PIC X(10) VALUE SPACES.
001760         10  WS-KEY-AMOUNT         PIC S9(7)V99 VALUE ZERO.
001770         10  WS-KEY-CURRENCY       PIC X(03) VALUE SPACES.
001780
001790******************************************************************
001800*    DAILY EXCHANGE-RATE TABLE - THE RATE MASTER IS THE SYSTEM OF
001810*    RECORD FOR CURRENCIES, AS IN THE EDIT
001820******************************************************************
001830 01  WS-RATE-TABLE-AREA.
001840     05  WS-RATE-COUNT             PIC 9(03) VALUE ZERO.
001850     05  WS-RATE-ENTRY OCCURS 50 TIMES
001860                        INDEXED BY WS-RATE-IDX.
001870         10  WS-RATE-CURRENCY-CODE PIC X(03) VALUE SPACES.
001880
001890******************************************************************
001900*    FISCAL-CALENDAR TABLE - LOADED FROM PERFILE AT START-UP
001910******************************************************************
001920 01  WS-PERIOD-TABLE-AREA.
001930     05  WS-PERIOD-COUNT           PIC 9(03) VALUE ZERO.
001940     05  WS-PERIOD-ENTRY OCCURS 120 TIMES
001950                         INDEXED BY WS-PER-IDX.
001960         10  WS-PERIOD-RECORD      PIC X(80) VALUE SPACES.
001970         10  FILLER REDEFINES WS-PERIOD-RECORD.
001980             15  WS-PER-PERIOD-ID  PIC 9(06).
001990             15  WS-PER-START-DATE PIC 9(08).
002000             15  WS-PER-END-DATE   PIC 9(08).
002010             15  WS-PER-TBL-STATUS PIC X(01).
002020             15  FILLER            PIC X(57).
002030
002040******************************************************************
002050*    PENDING JOURNAL TABLE - THE WHOLE PENDJRNL FILE, HEADERS AND
002060*    LEGS IN FILE ORDER. A NEW JOURNAL IS ADDED AT THE END AND A
002070*    REVIEW UPDATES ITS HEADER IN PLACE; THE FILE IS REWRITTEN
002080*    FROM HERE AT THE END OF THE SESSION.
002090******************************************************************
002100 01  WS-MJN-TABLE-AREA.
002110     05  WS-MJN-COUNT              PIC 9(05) VALUE ZERO.
002120     05  WS-MJN-ENTRY OCCURS 3000 TIMES
002130                      INDEXED BY WS-MJN-IDX.
002140         10  WS-MJN-RECORD         PIC X(80) VALUE SPACES.
002150         10  FILLER REDEFINES WS-MJN-RECORD.
002160             15  WS-MJN-RECORD-TYPE
002170                                   PIC X(01).
002180                 88  WS-MJN-IS-HEADER        VALUE "H".
002190                 88  WS-MJN-IS-LEG           VALUE "L".
002200             15  WS-MJN-JOURNAL-ID PIC X(08).
002210             15  FILLER REDEFINES WS-MJN-JOURNAL-ID.
002220                 20  WS-MJN-JOURNAL-PREFIX
002230                                   PIC X(02).
002240                 20  WS-MJN-JOURNAL-SEQ
002250                                   PIC 9(06).
002260             15  WS-MJN-LEG-ACCOUNT-NO
002270                                   PIC X(10).
002280             15  WS-MJN-LEG-AMOUNT PIC S9(7)V99.
002290             15  WS-MJN-LEG-CURRENCY
002300                                   PIC X(03).
002310             15  FILLER            PIC X(49).
002320
002330 COPY GLACMREC.
002340
002350 COPY GLACMTBL.
002360
002370 COPY GLRATREC.
002380
002390 COPY GLPERREC.
002400
002410 COPY GLMJNREC.
002420
002430 COPY GLMJAREC.
002440
002450 PROCEDURE DIVISION.
002460
002470******************************************************************
002480*    0000-MAINLINE
002490******************************************************************
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE
002520         THRU 1000-INITIALIZE-EXIT
002530     PERFORM 2000-PROCESS-ONE-ACTION
002540         THRU 2000-PROCESS-ONE-ACTION-EXIT
002550         UNTIL WS-OPERATOR-IS-DONE
002560     PERFORM 8000-REWRITE-PENDING-FILE
002570         THRU 8000-REWRITE-PENDING-FILE-EXIT
002580     PERFORM 9000-TERMINATE
002590         THRU 9000-TERMINATE-EXIT
002600     STOP RUN.
002610
002620******************************************************************
002630*    1000-INITIALIZE - IDENTIFY THE OPERATOR FOR THE ACTION LOG,
002640*                 LOAD THE ACCOUNT, RATE AND CALENDAR MASTERS AND
002650*                 THE PENDING JOURNALS, FIND THE LAST JOURNAL
002660*                 NUMBER ISSUED, AND OPEN THE LOG FOR EXTEND SO
002670*                 THE HISTORY ACCUMULATES ACROSS SESSIONS
002680******************************************************************
002690 1000-INITIALIZE.
002700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002710     DISPLAY "GLMJE01 - MANUAL JOURNAL ENTRY"
002720     DISPLAY "OPERATOR ID:"
002730     ACCEPT WS-OPERATOR-ID
002740     IF WS-OPERATOR-ID = SPACES
002750         DISPLAY "GLMJE01 - AN OPERATOR ID IS REQUIRED FOR "
002760             "THE ACTION LOG - SESSION ENDED"
002770         STOP RUN
002780     END-IF
002790     PERFORM 1100-LOAD-ACCOUNT-MASTER
002800         THRU 1100-LOAD-ACCOUNT-MASTER-EXIT
002810     PERFORM 1200-LOAD-RATE-MASTER
002820         THRU 1200-LOAD-RATE-MASTER-EXIT
002830     PERFORM 1300-LOAD-FISCAL-CALENDAR
002840         THRU 1300-LOAD-FISCAL-CALENDAR-EXIT
002850     PERFORM 1400-LOAD-PENDING-JOURNALS
002860         THRU 1400-LOAD-PENDING-JOURNALS-EXIT
002870     PERFORM 1500-FIND-LAST-JOURNAL-NO
002880         THRU 1500-FIND-LAST-JOURNAL-NO-EXIT
002890     OPEN EXTEND MJEAUDIT
002900     IF WS-MJEAUDIT-STATUS = "35"
002910         OPEN OUTPUT MJEAUDIT
002920     END-IF
002930     IF WS-MJEAUDIT-STATUS NOT = "00"
002940        AND WS-MJEAUDIT-STATUS NOT = "04"
002950         DISPLAY "GLMJE01 - MJEAUDIT OPEN FAILED - STATUS "
002960             WS-MJEAUDIT-STATUS
002970         STOP RUN
002980     END-IF.
002990 1000-INITIALIZE-EXIT.
003000     EXIT.
003010
003020******************************************************************
003030*    1100-LOAD-ACCOUNT-MASTER - NO JOURNAL CAN BE KEYED WITHOUT
003040*                 THE CHART OF ACCOUNTS TO CHECK IT AGAINST
003050******************************************************************
003060 1100-LOAD-ACCOUNT-MASTER.
003070     OPEN INPUT ACCTFILE
003080     IF WS-ACCTFILE-STATUS = "35"
003090         DISPLAY "GLMJE01 - ACCTFILE NOT FOUND - SUPPLY THE "
003100             "ACCOUNT MASTER"
003110         STOP RUN
003120     END-IF
003130     IF WS-ACCTFILE-STATUS NOT = "00"
003140        AND WS-ACCTFILE-STATUS NOT = "04"
003150         DISPLAY "GLMJE01 - ACCTFILE OPEN FAILED - STATUS "
003160             WS-ACCTFILE-STATUS
003170         STOP RUN
003180     END-IF
003190     PERFORM 1110-READ-ACCOUNT-RECORD
003200         THRU 1110-READ-ACCOUNT-RECORD-EXIT
003210     PERFORM 1150-STORE-ONE-ACCOUNT
003220         THRU 1150-STORE-ONE-ACCOUNT-EXIT
003230         UNTIL WS-END-OF-ACCTFILE
003240     CLOSE ACCTFILE.
003250 1100-LOAD-ACCOUNT-MASTER-EXIT.
003260     EXIT.
003270
003280 1110-READ-ACCOUNT-RECORD.
003290     READ ACCTFILE INTO GL-ACCT-MASTER-RECORD
003300         AT END
003310             MOVE "Y" TO WS-ACCT-EOF-SWITCH
003320     END-READ.
003330 1110-READ-ACCOUNT-RECORD-EXIT.
003340     EXIT.
003350
003360 1150-STORE-ONE-ACCOUNT.
003370     IF GLACM-MASTER-COUNT >= 2000
003380         DISPLAY "GLMJE01 - ACCOUNT MASTER TABLE FULL - MORE "
003390             "THAN 2000 ACCOUNTS ON ACCTFILE"
003400         STOP RUN
003410     END-IF
003420     ADD 1 TO GLACM-MASTER-COUNT
003430     SET GLACM-MST-IDX TO GLACM-MASTER-COUNT
003440     MOVE GLACM-ACCOUNT-NO     TO
003450         GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
003460     MOVE GLACM-DESCRIPTION    TO
003470         GLACM-MST-DESCRIPTION (GLACM-MST-IDX)
003480     MOVE GLACM-STATUS         TO
003490         GLACM-MST-STATUS (GLACM-MST-IDX)
003500     MOVE GLACM-NORMAL-BALANCE TO
003510         GLACM-MST-NORMAL-BAL (GLACM-MST-IDX)
003520     MOVE GLACM-ACCOUNT-TYPE   TO
003530         GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX)
003540     PERFORM 1110-READ-ACCOUNT-RECORD
003550         THRU 1110-READ-ACCOUNT-RECORD-EXIT.
003560 1150-STORE-ONE-ACCOUNT-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600*    1200-LOAD-RATE-MASTER - THE CURRENCY CODES ON RATEFILE ARE
003610*                 THE ONES THE EDIT WILL ACCEPT
003620******************************************************************
003630 1200-LOAD-RATE-MASTER.
003640     OPEN INPUT RATEFILE
003650     IF WS-RATEFILE-STATUS = "35"
003660         DISPLAY "GLMJE01 - RATEFILE NOT FOUND - SUPPLY THE "
003670             "DAILY RATE MASTER"
003680         STOP RUN
003690     END-IF
003700     IF WS-RATEFILE-STATUS NOT = "00"
003710        AND WS-RATEFILE-STATUS NOT = "04"
003720         DISPLAY "GLMJE01 - RATEFILE OPEN FAILED - STATUS "
003730             WS-RATEFILE-STATUS
003740         STOP RUN
003750     END-IF
003760     PERFORM 1210-READ-RATE-RECORD
003770         THRU 1210-READ-RATE-RECORD-EXIT
003780     PERFORM 1250-STORE-ONE-RATE
003790         THRU 1250-STORE-ONE-RATE-EXIT
003800         UNTIL WS-END-OF-RATEFILE
003810     CLOSE RATEFILE.
003820 1200-LOAD-RATE-MASTER-EXIT.
003830     EXIT.
003840
003850 1210-READ-RATE-RECORD.
003860     READ RATEFILE INTO GL-RATE-MASTER-RECORD
003870         AT END
003880             MOVE "Y" TO WS-RATE-EOF-SWITCH
003890     END-READ.
003900 1210-READ-RATE-RECORD-EXIT.
003910     EXIT.
003920
003930 1250-STORE-ONE-RATE.
003940     IF WS-RATE-COUNT >= 50
003950         DISPLAY "GLMJE01 - RATE TABLE FULL - MORE THAN 50 "
003960             "CURRENCY CODES ON RATEFILE"
003970         STOP RUN
003980     END-IF
003990     ADD 1 TO WS-RATE-COUNT
004000     SET WS-RATE-IDX TO WS-RATE-COUNT
004010     MOVE GLRAT-CURRENCY-CODE TO
004020         WS-RATE-CURRENCY-CODE (WS-RATE-IDX)
004030     PERFORM 1210-READ-RATE-RECORD
004040         THRU 1210-READ-RATE-RECORD-EXIT.
004050 1250-STORE-ONE-RATE-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090*    1300-LOAD-FISCAL-CALENDAR - POSTING DATES ARE CHECKED
004100*                 AGAINST THE OPEN PERIODS ON IT
004110******************************************************************
004120 1300-LOAD-FISCAL-CALENDAR.
004130     OPEN INPUT PERFILE
004140     IF WS-PERFILE-STATUS = "35"
004150         DISPLAY "GLMJE01 - PERFILE NOT FOUND - SUPPLY THE "
004160             "FISCAL-CALENDAR MASTER"
004170         STOP RUN
004180     END-IF
004190     IF WS-PERFILE-STATUS NOT = "00"
004200        AND WS-PERFILE-STATUS NOT = "04"
004210         DISPLAY "GLMJE01 - PERFILE OPEN FAILED - STATUS "
004220             WS-PERFILE-STATUS
004230         STOP RUN
004240     END-IF
004250     PERFORM 1310-READ-PERIOD-RECORD
004260         THRU 1310-READ-PERIOD-RECORD-EXIT
004270     PERFORM 1350-STORE-ONE-PERIOD
004280         THRU 1350-STORE-ONE-PERIOD-EXIT
004290         UNTIL WS-END-OF-PERFILE
004300     CLOSE PERFILE.
004310 1300-LOAD-FISCAL-CALENDAR-EXIT.
004320     EXIT.
004330
004340 1310-READ-PERIOD-RECORD.
004350     READ PERFILE INTO GL-FISCAL-PERIOD-RECORD
004360         AT END
004370             MOVE "Y" TO WS-PERFILE-EOF-SWITCH
004380     END-READ.
004390 1310-READ-PERIOD-RECORD-EXIT.
004400     EXIT.
004410
004420 1350-STORE-ONE-PERIOD.
004430     IF WS-PERIOD-COUNT >= 120
004440         DISPLAY "GLMJE01 - FISCAL-CALENDAR TABLE FULL - MORE "
004450             "THAN 120 PERIODS ON PERFILE"
004460         STOP RUN
004470     END-IF
004480     ADD 1 TO WS-PERIOD-COUNT
004490     SET WS-PER-IDX TO WS-PERIOD-COUNT
004500     MOVE GL-FISCAL-PERIOD-RECORD TO
004510         WS-PERIOD-RECORD (WS-PER-IDX)
004520     PERFORM 1310-READ-PERIOD-RECORD
004530         THRU 1310-READ-PERIOD-RECORD-EXIT.
004540 1350-STORE-ONE-PERIOD-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    1400-LOAD-PENDING-JOURNALS - A MISSING FILE MEANS NOTHING
004590*                 HAS BEEN KEYED YET
004600******************************************************************
004610 1400-LOAD-PENDING-JOURNALS.
004620     OPEN INPUT PENDJRNL
004630     IF WS-PENDJRNL-STATUS = "35"
004640         DISPLAY "NO PENDING JOURNAL FILE ON HAND - STARTING AN "
004650             "EMPTY ONE."
004660         GO TO 1400-LOAD-PENDING-JOURNALS-EXIT
004670     END-IF
004680     IF WS-PENDJRNL-STATUS NOT = "00"
004690        AND WS-PENDJRNL-STATUS NOT = "04"
004700         DISPLAY "GLMJE01 - PENDJRNL OPEN FAILED - STATUS "
004710             WS-PENDJRNL-STATUS
004720         STOP RUN
004730     END-IF
004740     PERFORM 1410-READ-PENDING-RECORD
004750         THRU 1410-READ-PENDING-RECORD-EXIT
004760     PERFORM 1450-STORE-ONE-PENDING
004770         THRU 1450-STORE-ONE-PENDING-EXIT
004780         UNTIL WS-END-OF-PENDJRNL
004790     CLOSE PENDJRNL.
004800 1400-LOAD-PENDING-JOURNALS-EXIT.
004810     EXIT.
004820
004830 1410-READ-PENDING-RECORD.
004840     READ PENDJRNL INTO GL-MANUAL-JOURNAL-RECORD
004850         AT END
004860             MOVE "Y" TO WS-PENDJRNL-EOF-SWITCH
004870     END-READ.
004880 1410-READ-PENDING-RECORD-EXIT.
004890     EXIT.
004900
004910 1450-STORE-ONE-PENDING.
004920     IF WS-MJN-COUNT >= 3000
004930         DISPLAY "GLMJE01 - PENDING JOURNAL TABLE FULL - MORE "
004940             "THAN 3000 RECORDS ON PENDJRNL"
004950         STOP RUN
004960     END-IF
004970     ADD 1 TO WS-MJN-COUNT
004980     SET WS-MJN-IDX TO WS-MJN-COUNT
004990     MOVE GL-MANUAL-JOURNAL-RECORD TO WS-MJN-RECORD (WS-MJN-IDX)
005000     IF WS-MJN-IS-HEADER (WS-MJN-IDX)
005010        AND WS-MJN-JOURNAL-PREFIX (WS-MJN-IDX) = "MJ"
005020        AND WS-MJN-JOURNAL-SEQ (WS-MJN-IDX) IS NUMERIC
005030         IF WS-MJN-JOURNAL-SEQ (WS-MJN-IDX) > WS-LAST-JOURNAL-SEQ
005040             MOVE WS-MJN-JOURNAL-SEQ (WS-MJN-IDX)
005050                 TO WS-LAST-JOURNAL-SEQ
005060         END-IF
005070     END-IF
005080     PERFORM 1410-READ-PENDING-RECORD
005090         THRU 1410-READ-PENDING-RECORD-EXIT.
005100 1450-STORE-ONE-PENDING-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140*    1500-FIND-LAST-JOURNAL-NO - THE ACTION LOG IS NEVER
005150*                 TRIMMED, SO ITS HIGHEST JOURNAL NUMBER IS THE
005160*                 LAST ONE ISSUED EVEN AFTER THE JOURNAL HAS LEFT
005170*                 THE PENDING FILE. NO LOG MEANS NONE ISSUED YET.
005180******************************************************************
005190 1500-FIND-LAST-JOURNAL-NO.
005200     OPEN INPUT MJEAUDIT
005210     IF WS-MJEAUDIT-STATUS = "35"
005220         GO TO 1500-FIND-LAST-JOURNAL-NO-EXIT
005230     END-IF
005240     IF WS-MJEAUDIT-STATUS NOT = "00"
005250        AND WS-MJEAUDIT-STATUS NOT = "04"
005260         DISPLAY "GLMJE01 - MJEAUDIT OPEN FAILED - STATUS "
005270             WS-MJEAUDIT-STATUS
005280         STOP RUN
005290     END-IF
005300     PERFORM 1510-READ-LOG-RECORD
005310         THRU 1510-READ-LOG-RECORD-EXIT
005320     PERFORM 1550-CHECK-ONE-LOG-RECORD
005330         THRU 1550-CHECK-ONE-LOG-RECORD-EXIT
005340         UNTIL WS-END-OF-MJEAUDIT
005350     CLOSE MJEAUDIT.
005360 1500-FIND-LAST-JOURNAL-NO-EXIT.
005370     EXIT.
005380
005390 1510-READ-LOG-RECORD.
005400     READ MJEAUDIT INTO GL-MANUAL-JOURNAL-AUDIT-RECORD
005410         AT END
005420             MOVE "Y" TO WS-MJEAUDIT-EOF-SWITCH
005430     END-READ.
005440 1510-READ-LOG-RECORD-EXIT.
005450     EXIT.
005460
005470 1550-CHECK-ONE-LOG-RECORD.
005480     IF GLMJA-JOURNAL-PREFIX = "MJ"
005490        AND GLMJA-JOURNAL-SEQ IS NUMERIC
005500         IF GLMJA-JOURNAL-SEQ > WS-LAST-JOURNAL-SEQ
005510             MOVE GLMJA-JOURNAL-SEQ TO WS-LAST-JOURNAL-SEQ
005520         END-IF
005530     END-IF
005540     PERFORM 1510-READ-LOG-RECORD
005550         THRU 1510-READ-LOG-RECORD-EXIT.
005560 1550-CHECK-ONE-LOG-RECORD-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600*    2000-PROCESS-ONE-ACTION - ONE ROUND OF THE CONSOLE DIALOG
005610******************************************************************
005620 2000-PROCESS-ONE-ACTION.
005630     DISPLAY "ACTION? (K=KEY JOURNAL L=LIST A=APPROVE X=REJECT "
005640         "E=END):"
005650     ACCEPT WS-ACTION-CODE
005660     MOVE WS-ACTION-CODE TO WS-CONTINUE-SWITCH
005670     IF WS-OPERATOR-IS-DONE
005680         GO TO 2000-PROCESS-ONE-ACTION-EXIT
005690     END-IF
005700     IF WS-ACTION-CODE NOT = "K" AND NOT = "L" AND NOT = "A"
005710        AND NOT = "X"
005720         DISPLAY "UNKNOWN ACTION """ WS-ACTION-CODE """."
005730         GO TO 2000-PROCESS-ONE-ACTION-EXIT
005740     END-IF
005750     IF WS-ACTION-CODE = "K"
005760         PERFORM 3000-KEY-JOURNAL
005770             THRU 3000-KEY-JOURNAL-EXIT
005780     END-IF
005790     IF WS-ACTION-CODE = "L"
005800         PERFORM 3600-LIST-JOURNALS
005810             THRU 3600-LIST-JOURNALS-EXIT
005820     END-IF
005830     IF WS-ACTION-CODE = "A" OR "X"
005840         PERFORM 4000-REVIEW-JOURNAL
005850             THRU 4000-REVIEW-JOURNAL-EXIT
005860     END-IF.
005870 2000-PROCESS-ONE-ACTION-EXIT.
005880     EXIT.
005890
005900 2100-FIND-ACCOUNT.
005910     MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
005920     SET GLACM-MST-IDX TO 1
005930     SEARCH GLACM-MASTER-ENTRY
005940         AT END
005950             CONTINUE
005960         WHEN GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
005970                 = WS-WORK-ACCOUNT-NO
005980             MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
005990     END-SEARCH.
006000 2100-FIND-ACCOUNT-EXIT.
006010     EXIT.
006020
006030 2200-FIND-CURRENCY.
006040     MOVE "N" TO WS-CURRENCY-FOUND-SWITCH
006050     SET WS-RATE-IDX TO 1
006060     SEARCH WS-RATE-ENTRY
006070         AT END
006080             CONTINUE
006083         WHEN WS-RATE-IDX > WS-RATE-COUNT
006086             CONTINUE
006090         WHEN WS-RATE-CURRENCY-CODE (WS-RATE-IDX)
006100                 = WS-WORK-CURRENCY
006110             MOVE "Y" TO WS-CURRENCY-FOUND-SWITCH
006120     END-SEARCH.
006130 2200-FIND-CURRENCY-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170*    2300-FIND-POSTING-PERIOD - WHICH PERIOD HOLDS WS-WORK-DATE,
006180*                 AND WHETHER IT IS STILL OPEN
006190******************************************************************
006200 2300-FIND-POSTING-PERIOD.
006210     MOVE "N" TO WS-PERIOD-FOUND-SWITCH
006220     MOVE ZERO TO WS-FOUND-PERIOD-ID
006230     MOVE SPACES TO WS-FOUND-PERIOD-STATUS
006240     PERFORM 2350-EXAMINE-ONE-PERIOD
006250         THRU 2350-EXAMINE-ONE-PERIOD-EXIT
006260         VARYING WS-PER-IDX FROM 1 BY 1
006270         UNTIL WS-PER-IDX > WS-PERIOD-COUNT.
006280 2300-FIND-POSTING-PERIOD-EXIT.
006290     EXIT.
006300
006310 2350-EXAMINE-ONE-PERIOD.
006320     IF WS-WORK-DATE >= WS-PER-START-DATE (WS-PER-IDX)
006330        AND WS-WORK-DATE <= WS-PER-END-DATE (WS-PER-IDX)
006340         MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
006350         MOVE WS-PER-PERIOD-ID (WS-PER-IDX)
006360             TO WS-FOUND-PERIOD-ID
006370         MOVE WS-PER-TBL-STATUS (WS-PER-IDX)
006380             TO WS-FOUND-PERIOD-STATUS
006390     END-IF.
006400 2350-EXAMINE-ONE-PERIOD-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*    3000-KEY-JOURNAL - TAKE THE POSTING DATE AND DESCRIPTION,
006450*                 THEN THE LEGS ONE AT A TIME UNTIL THE OPERATOR
006460*                 FINISHES WITH A BALANCED JOURNAL OR ABANDONS IT
006470******************************************************************
006480 3000-KEY-JOURNAL.
006490     MOVE ZERO TO WS-KEY-POSTING-DATE
006500     MOVE SPACES TO WS-KEY-DESCRIPTION
006510     MOVE ZERO TO WS-KEY-LEG-COUNT
006520     MOVE ZERO TO WS-KEY-NET
006530     MOVE ZERO TO WS-KEY-DEBIT-TOTAL
006540     DISPLAY "POSTING DATE (YYYYMMDD):"
006550     ACCEPT WS-WORK-DATE-TEXT
006560     IF WS-WORK-DATE-TEXT IS NOT NUMERIC
006570         DISPLAY "POSTING DATE MUST BE EIGHT DIGITS, YYYYMMDD."
006580         GO TO 3000-KEY-JOURNAL-EXIT
006590     END-IF
006600     MOVE WS-WORK-DATE-TEXT TO WS-WORK-DATE
006610     PERFORM 2300-FIND-POSTING-PERIOD
006620         THRU 2300-FIND-POSTING-PERIOD-EXIT
006630     IF NOT WS-PERIOD-WAS-FOUND
006640         DISPLAY "DATE " WS-WORK-DATE " IS NOT IN ANY PERIOD ON "
006650             "THE FISCAL CALENDAR."
006660         GO TO 3000-KEY-JOURNAL-EXIT
006670     END-IF
006680     IF NOT WS-FOUND-PERIOD-IS-OPEN
006690         DISPLAY "PERIOD " WS-FOUND-PERIOD-ID " IS CLOSED - "
006700             "NOTHING CAN BE POSTED TO " WS-WORK-DATE "."
006710         GO TO 3000-KEY-JOURNAL-EXIT
006720     END-IF
006730     MOVE WS-WORK-DATE TO WS-KEY-POSTING-DATE
006740     DISPLAY "DESCRIPTION:"
006750     ACCEPT WS-WORK-DESCRIPTION
006760     IF WS-WORK-DESCRIPTION = SPACES
006770         DISPLAY "DESCRIPTION MAY NOT BE BLANK."
006780         GO TO 3000-KEY-JOURNAL-EXIT
006790     END-IF
006800     MOVE WS-WORK-DESCRIPTION TO WS-KEY-DESCRIPTION
006810     MOVE "K" TO WS-KEYING-SWITCH
006820     PERFORM 3100-KEY-ONE-LEG
006830         THRU 3100-KEY-ONE-LEG-EXIT
006840         UNTIL NOT WS-STILL-KEYING
006850     IF WS-JOURNAL-ABANDONED
006860         DISPLAY "JOURNAL ABANDONED - NOTHING SAVED."
006870         GO TO 3000-KEY-JOURNAL-EXIT
006880     END-IF
006890     PERFORM 3300-SAVE-JOURNAL
006900         THRU 3300-SAVE-JOURNAL-EXIT.
006910 3000-KEY-JOURNAL-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950*    3100-KEY-ONE-LEG - A BLANK ACCOUNT ENDS THE JOURNAL. A LEG
006957*                 WITH A BAD ACCOUNT, A BLANK OR UNKNOWN CURRENCY,
006964*                 OR A BAD SIDE OR AMOUNT IS REFUSED ON THE SPOT
006972*                 AND THE LEG PROMPT COMES ROUND AGAIN; THE LEGS
006980*                 ALREADY TAKEN STAND.
006990******************************************************************
007000 3100-KEY-ONE-LEG.
007010     COMPUTE WS-DISPLAY-LEG = WS-KEY-LEG-COUNT + 1
007020     DISPLAY "LEG " WS-DISPLAY-LEG " ACCOUNT (BLANK WHEN DONE):"
007030     MOVE SPACES TO WS-WORK-ACCOUNT-NO
007040     ACCEPT WS-WORK-ACCOUNT-NO
007050     IF WS-WORK-ACCOUNT-NO = SPACES
007060         PERFORM 3200-CHECK-JOURNAL-COMPLETE
007070             THRU 3200-CHECK-JOURNAL-COMPLETE-EXIT
007080         GO TO 3100-KEY-ONE-LEG-EXIT
007090     END-IF
007100     IF WS-KEY-LEG-COUNT >= 99
007110         DISPLAY "A JOURNAL MAY HAVE AT MOST 99 LEGS - LEG NOT "
007120             "TAKEN."
007130         GO TO 3100-KEY-ONE-LEG-EXIT
007140     END-IF
007150     PERFORM 2100-FIND-ACCOUNT
007160         THRU 2100-FIND-ACCOUNT-EXIT
007170     IF NOT WS-ACCOUNT-WAS-FOUND
007180         DISPLAY "ACCOUNT " WS-WORK-ACCOUNT-NO
007190             " IS NOT ON THE MASTER - LEG NOT TAKEN."
007200         GO TO 3100-KEY-ONE-LEG-EXIT
007210     END-IF
007220     IF GLACM-MST-IS-CLOSED (GLACM-MST-IDX)
007230         DISPLAY "ACCOUNT " WS-WORK-ACCOUNT-NO
007240             " IS CLOSED - LEG NOT TAKEN."
007250         GO TO 3100-KEY-ONE-LEG-EXIT
007260     END-IF
007270     DISPLAY "  " GLACM-MST-DESCRIPTION (GLACM-MST-IDX)
007280     DISPLAY "CURRENCY:"
007290     MOVE SPACES TO WS-WORK-CURRENCY
007300     ACCEPT WS-WORK-CURRENCY
007302     IF WS-WORK-CURRENCY = SPACES
007304         DISPLAY "A CURRENCY MUST BE KEYED - LEG NOT TAKEN."
007306         GO TO 3100-KEY-ONE-LEG-EXIT
007308     END-IF
007310     PERFORM 2200-FIND-CURRENCY
007320         THRU 2200-FIND-CURRENCY-EXIT
007330     IF NOT WS-CURRENCY-IS-ON-MASTER
007340         DISPLAY "CURRENCY """ WS-WORK-CURRENCY """ IS NOT ON "
007350             "THE RATE MASTER - LEG NOT TAKEN."
007360         GO TO 3100-KEY-ONE-LEG-EXIT
007370     END-IF
007380     DISPLAY "DEBIT OR CREDIT (D/C):"
007390     MOVE SPACES TO WS-WORK-SIDE
007400     ACCEPT WS-WORK-SIDE
007410     IF NOT WS-WORK-SIDE-IS-VALID
007420         DISPLAY "DEBIT OR CREDIT MUST BE D OR C - LEG NOT TAKEN."
007430         GO TO 3100-KEY-ONE-LEG-EXIT
007440     END-IF
007450     DISPLAY "AMOUNT:"
007460     MOVE ZERO TO WS-WORK-AMOUNT
007470     ACCEPT WS-WORK-AMOUNT
007480     IF WS-WORK-AMOUNT = ZERO
007490         DISPLAY "AMOUNT MUST BE A NUMBER GREATER THAN ZERO - "
007500             "LEG NOT TAKEN."
007510         GO TO 3100-KEY-ONE-LEG-EXIT
007520     END-IF
007530     ADD 1 TO WS-KEY-LEG-COUNT
007540     MOVE WS-KEY-LEG-COUNT TO WS-KEY-SUB
007550     MOVE WS-WORK-ACCOUNT-NO TO WS-KEY-ACCOUNT-NO (WS-KEY-SUB)
007560     MOVE WS-WORK-CURRENCY   TO WS-KEY-CURRENCY (WS-KEY-SUB)
007570     IF WS-WORK-SIDE-IS-DEBIT
007580         COMPUTE WS-KEY-AMOUNT (WS-KEY-SUB)
007590             = ZERO - WS-WORK-AMOUNT
007600         ADD WS-WORK-AMOUNT TO WS-KEY-DEBIT-TOTAL
007610     ELSE
007620         MOVE WS-WORK-AMOUNT TO WS-KEY-AMOUNT (WS-KEY-SUB)
007630     END-IF
007640     ADD WS-KEY-AMOUNT (WS-KEY-SUB) TO WS-KEY-NET
007650     IF WS-KEY-NET = ZERO
007660         DISPLAY "LEG TAKEN - JOURNAL NOW NETS TO ZERO."
007670     ELSE
007680         MOVE WS-KEY-NET TO WS-DISPLAY-AMOUNT
007690         DISPLAY "LEG TAKEN - JOURNAL NOW OUT BY "
007700             WS-DISPLAY-AMOUNT
007710     END-IF.
007720 3100-KEY-ONE-LEG-EXIT.
007730     EXIT.
007740
007750******************************************************************
007760*    3200-CHECK-JOURNAL-COMPLETE - A JOURNAL IS SAVED ONLY WITH
007770*                 AT LEAST TWO LEGS THAT NET TO ZERO. OTHERWISE
007780*                 THE OPERATOR MAY KEY MORE LEGS OR ABANDON IT.
007790******************************************************************
007800 3200-CHECK-JOURNAL-COMPLETE.
007810     IF WS-KEY-LEG-COUNT = ZERO
007820         MOVE "N" TO WS-KEYING-SWITCH
007830         GO TO 3200-CHECK-JOURNAL-COMPLETE-EXIT
007840     END-IF
007850     IF WS-KEY-LEG-COUNT < 2
007860         DISPLAY "A JOURNAL NEEDS AT LEAST TWO LEGS - IT CANNOT "
007870             "BE SAVED."
007880         PERFORM 3250-ASK-TO-CONTINUE
007890             THRU 3250-ASK-TO-CONTINUE-EXIT
007900         GO TO 3200-CHECK-JOURNAL-COMPLETE-EXIT
007910     END-IF
007920     IF WS-KEY-NET NOT = ZERO
007930         MOVE WS-KEY-NET TO WS-DISPLAY-AMOUNT
007940         DISPLAY "JOURNAL DOES NOT NET TO ZERO - OUT BY "
007950             WS-DISPLAY-AMOUNT " - IT CANNOT BE SAVED."
007960         PERFORM 3250-ASK-TO-CONTINUE
007970             THRU 3250-ASK-TO-CONTINUE-EXIT
007980         GO TO 3200-CHECK-JOURNAL-COMPLETE-EXIT
007990     END-IF
008000     MOVE "S" TO WS-KEYING-SWITCH.
008010 3200-CHECK-JOURNAL-COMPLETE-EXIT.
008020     EXIT.
008030
008040 3250-ASK-TO-CONTINUE.
008050     DISPLAY "KEY MORE LEGS (Y) OR ABANDON THE JOURNAL (N)?"
008060     MOVE SPACES TO WS-ANSWER
008070     ACCEPT WS-ANSWER
008080     IF WS-ANSWER NOT = "Y" AND NOT = "y"
008090         MOVE "N" TO WS-KEYING-SWITCH
008100     END-IF.
008110 3250-ASK-TO-CONTINUE-EXIT.
008120     EXIT.
008130
008140******************************************************************
008150*    3300-SAVE-JOURNAL - ISSUE THE NEXT JOURNAL NUMBER, ADD THE
008160*                 HEADER AND LEGS TO THE PENDING TABLE AS PENDING
008170*                 APPROVAL, AND LOG THE KEYING
008180******************************************************************
008190 3300-SAVE-JOURNAL.
008200     IF WS-MJN-COUNT + WS-KEY-LEG-COUNT + 1 > 3000
008210         DISPLAY "PENDING JOURNAL TABLE FULL - JOURNAL NOT SAVED."
008220         GO TO 3300-SAVE-JOURNAL-EXIT
008230     END-IF
008240     ADD 1 TO WS-LAST-JOURNAL-SEQ
008250     MOVE WS-LAST-JOURNAL-SEQ TO WS-NEW-JOURNAL-SEQ
008260     MOVE SPACES              TO GL-MANUAL-JOURNAL-RECORD
008270     MOVE "H"                 TO GLMJN-RECORD-TYPE
008280     MOVE WS-NEW-JOURNAL-ID   TO GLMJN-JOURNAL-ID
008290     MOVE "P"                 TO GLMJN-STATUS
008300     MOVE WS-KEY-POSTING-DATE TO GLMJN-POSTING-DATE
008310     MOVE WS-OPERATOR-ID      TO GLMJN-KEYED-BY
008320     MOVE WS-RUN-DATE         TO GLMJN-KEYED-DATE
008330     MOVE ZERO                TO GLMJN-REVIEWED-DATE
008340     MOVE ZERO                TO GLMJN-RELEASED-DATE
008350     MOVE WS-KEY-DESCRIPTION  TO GLMJN-DESCRIPTION
008360     ADD 1 TO WS-MJN-COUNT
008370     MOVE GL-MANUAL-JOURNAL-RECORD TO WS-MJN-RECORD (WS-MJN-COUNT)
008380     PERFORM 3350-STORE-ONE-LEG
008390         THRU 3350-STORE-ONE-LEG-EXIT
008400         VARYING WS-KEY-SUB FROM 1 BY 1
008410         UNTIL WS-KEY-SUB > WS-KEY-LEG-COUNT
008420     PERFORM 5000-START-AUDIT-RECORD
008430         THRU 5000-START-AUDIT-RECORD-EXIT
008440     MOVE "K"                 TO GLMJA-ACTION-CODE
008450     MOVE WS-NEW-JOURNAL-ID   TO GLMJA-JOURNAL-ID
008460     MOVE WS-KEY-POSTING-DATE TO GLMJA-POSTING-DATE
008470     MOVE WS-KEY-LEG-COUNT    TO GLMJA-LEG-COUNT
008480     MOVE WS-KEY-DEBIT-TOTAL  TO GLMJA-DEBIT-TOTAL
008490     MOVE WS-OPERATOR-ID      TO GLMJA-KEYED-BY
008500     MOVE WS-KEY-DESCRIPTION  TO GLMJA-REMARKS
008510     PERFORM 5100-WRITE-AUDIT-RECORD
008520         THRU 5100-WRITE-AUDIT-RECORD-EXIT
008530     DISPLAY "JOURNAL " WS-NEW-JOURNAL-ID " SAVED - PENDING "
008540         "APPROVAL BY ANOTHER OPERATOR.".
008550 3300-SAVE-JOURNAL-EXIT.
008560     EXIT.
008570
008580 3350-STORE-ONE-LEG.
008590     MOVE SPACES              TO GL-MANUAL-JOURNAL-RECORD
008600     MOVE "L"                 TO GLMJN-RECORD-TYPE
008610     MOVE WS-NEW-JOURNAL-ID   TO GLMJN-JOURNAL-ID
008620     MOVE WS-KEY-ACCOUNT-NO (WS-KEY-SUB)
008630                              TO GLMJN-LEG-ACCOUNT-NO
008640     MOVE WS-KEY-AMOUNT (WS-KEY-SUB)
008650                              TO GLMJN-LEG-AMOUNT
008660     MOVE WS-KEY-CURRENCY (WS-KEY-SUB)
008670                              TO GLMJN-LEG-CURRENCY
008680     ADD 1 TO WS-MJN-COUNT
008690     MOVE GL-MANUAL-JOURNAL-RECORD TO
008700         WS-MJN-RECORD (WS-MJN-COUNT).
008710 3350-STORE-ONE-LEG-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750*    3600-LIST-JOURNALS - EVERY JOURNAL STILL ON THE PENDING FILE
008760*                 WITH ITS STATUS, WHO KEYED IT AND ITS DEBITS
008770******************************************************************
008780 3600-LIST-JOURNALS.
008790     DISPLAY "JOURNAL  STATUS     DATE     KEYED BY LEGS"
008800         "       DEBITS  DESCRIPTION"
008810     PERFORM 3650-LIST-ONE-JOURNAL
008820         THRU 3650-LIST-ONE-JOURNAL-EXIT
008830         VARYING WS-MJN-IDX FROM 1 BY 1
008840         UNTIL WS-MJN-IDX > WS-MJN-COUNT.
008850 3600-LIST-JOURNALS-EXIT.
008860     EXIT.
008870
008880 3650-LIST-ONE-JOURNAL.
008890     IF NOT WS-MJN-IS-HEADER (WS-MJN-IDX)
008900         GO TO 3650-LIST-ONE-JOURNAL-EXIT
008910     END-IF
008920     SET WS-HDR-SUB TO WS-MJN-IDX
008930     MOVE WS-MJN-RECORD (WS-HDR-SUB) TO GL-MANUAL-JOURNAL-RECORD
008940     PERFORM 4300-TOTAL-JOURNAL-LEGS
008950         THRU 4300-TOTAL-JOURNAL-LEGS-EXIT
008960     PERFORM 4150-DESCRIBE-STATUS
008970         THRU 4150-DESCRIBE-STATUS-EXIT
008980     MOVE WS-JNL-LEG-COUNT TO WS-DISPLAY-LEG
008990     MOVE WS-JNL-DEBIT-TOTAL TO WS-DISPLAY-AMOUNT
009000     DISPLAY GLMJN-JOURNAL-ID " " WS-STATUS-TEXT " "
009010         GLMJN-POSTING-DATE " " GLMJN-KEYED-BY "  "
009020         WS-DISPLAY-LEG " " WS-DISPLAY-AMOUNT "  "
009030         GLMJN-DESCRIPTION.
009040 3650-LIST-ONE-JOURNAL-EXIT.
009050     EXIT.
009060
009070******************************************************************
009080*    4000-REVIEW-JOURNAL - APPROVE (A) OR REJECT (X) A PENDING
009090*                 JOURNAL. THE REVIEWER MUST NOT BE THE OPERATOR
009100*                 WHO KEYED IT. AN APPROVAL IS REFUSED IF THE
009110*                 POSTING PERIOD HAS CLOSED SINCE THE JOURNAL WAS
009120*                 KEYED OR THE LEGS NO LONGER NET TO ZERO; A
009130*                 REJECTION NEEDS A REASON FOR THE LOG.
009140******************************************************************
009150 4000-REVIEW-JOURNAL.
009160     DISPLAY "JOURNAL ID:"
009170     MOVE SPACES TO WS-WORK-JOURNAL-ID
009180     ACCEPT WS-WORK-JOURNAL-ID
009190     PERFORM 4100-FIND-JOURNAL
009200         THRU 4100-FIND-JOURNAL-EXIT
009210     IF NOT WS-JOURNAL-WAS-FOUND
009220         DISPLAY "JOURNAL " WS-WORK-JOURNAL-ID
009230             " IS NOT ON THE PENDING FILE."
009240         GO TO 4000-REVIEW-JOURNAL-EXIT
009250     END-IF
009260     MOVE WS-MJN-RECORD (WS-HDR-SUB) TO GL-MANUAL-JOURNAL-RECORD
009270     IF NOT GLMJN-PENDING
009280         PERFORM 4150-DESCRIBE-STATUS
009290             THRU 4150-DESCRIBE-STATUS-EXIT
009300         DISPLAY "JOURNAL " WS-WORK-JOURNAL-ID " IS "
009310             WS-STATUS-TEXT " - ONLY A PENDING JOURNAL CAN BE "
009320             "REVIEWED."
009330         GO TO 4000-REVIEW-JOURNAL-EXIT
009340     END-IF
009350     IF GLMJN-KEYED-BY = WS-OPERATOR-ID
009360         DISPLAY "JOURNAL " WS-WORK-JOURNAL-ID " WAS KEYED BY "
009370             "YOU - A DIFFERENT OPERATOR MUST APPROVE OR REJECT "
009380             "IT."
009390         GO TO 4000-REVIEW-JOURNAL-EXIT
009400     END-IF
009410     PERFORM 4200-SHOW-JOURNAL
009420         THRU 4200-SHOW-JOURNAL-EXIT
009430     IF WS-ACTION-CODE = "A"
009440         PERFORM 4400-APPROVE-JOURNAL
009450             THRU 4400-APPROVE-JOURNAL-EXIT
009460     ELSE
009470         PERFORM 4500-REJECT-JOURNAL
009480             THRU 4500-REJECT-JOURNAL-EXIT
009490     END-IF.
009500 4000-REVIEW-JOURNAL-EXIT.
009510     EXIT.
009520
009530 4100-FIND-JOURNAL.
009540     MOVE "N" TO WS-JOURNAL-FOUND-SWITCH
009550     SET WS-MJN-IDX TO 1
009560     SEARCH WS-MJN-ENTRY
009570         AT END
009580             CONTINUE
009590         WHEN WS-MJN-IDX > WS-MJN-COUNT
009600             CONTINUE
009610         WHEN WS-MJN-IS-HEADER (WS-MJN-IDX)
009620          AND WS-MJN-JOURNAL-ID (WS-MJN-IDX) = WS-WORK-JOURNAL-ID
009630             MOVE "Y" TO WS-JOURNAL-FOUND-SWITCH
009640             SET WS-HDR-SUB TO WS-MJN-IDX
009650     END-SEARCH.
009660 4100-FIND-JOURNAL-EXIT.
009670     EXIT.
009680
009690 4150-DESCRIBE-STATUS.
009700     EVALUATE TRUE
009710         WHEN GLMJN-PENDING
009720             MOVE "PENDING"  TO WS-STATUS-TEXT
009730         WHEN GLMJN-APPROVED
009740             MOVE "APPROVED" TO WS-STATUS-TEXT
009750         WHEN GLMJN-REJECTED
009760             MOVE "REJECTED" TO WS-STATUS-TEXT
009770         WHEN GLMJN-RELEASED
009780             MOVE "RELEASED" TO WS-STATUS-TEXT
009790         WHEN OTHER
009800             MOVE "UNKNOWN"  TO WS-STATUS-TEXT
009810     END-EVALUATE.
009820 4150-DESCRIBE-STATUS-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860*    4200-SHOW-JOURNAL - PUT THE WHOLE JOURNAL IN FRONT OF THE
009870*                 REVIEWER BEFORE THE DECISION
009880******************************************************************
009890 4200-SHOW-JOURNAL.
009900     PERFORM 4300-TOTAL-JOURNAL-LEGS
009910         THRU 4300-TOTAL-JOURNAL-LEGS-EXIT
009920     DISPLAY "JOURNAL " GLMJN-JOURNAL-ID "  DATE "
009930         GLMJN-POSTING-DATE "  " GLMJN-DESCRIPTION
009940     DISPLAY "KEYED BY " GLMJN-KEYED-BY " ON " GLMJN-KEYED-DATE
009950     PERFORM 4250-SHOW-ONE-LEG
009960         THRU 4250-SHOW-ONE-LEG-EXIT
009970         VARYING WS-LEG-SUB FROM WS-HDR-SUB BY 1
009980         UNTIL WS-LEG-SUB > WS-LAST-LEG-SUB
009990     MOVE WS-JNL-DEBIT-TOTAL TO WS-DISPLAY-AMOUNT
010000     DISPLAY "TOTAL DEBITS " WS-DISPLAY-AMOUNT.
010010 4200-SHOW-JOURNAL-EXIT.
010020     EXIT.
010030
010040 4250-SHOW-ONE-LEG.
010050     IF WS-LEG-SUB = WS-HDR-SUB
010060         GO TO 4250-SHOW-ONE-LEG-EXIT
010070     END-IF
010080     MOVE WS-MJN-LEG-ACCOUNT-NO (WS-LEG-SUB) TO WS-WORK-ACCOUNT-NO
010090     PERFORM 2100-FIND-ACCOUNT
010100         THRU 2100-FIND-ACCOUNT-EXIT
010110     MOVE WS-MJN-LEG-AMOUNT (WS-LEG-SUB) TO WS-DISPLAY-AMOUNT
010120     IF WS-ACCOUNT-WAS-FOUND
010130         DISPLAY "  " WS-WORK-ACCOUNT-NO " "
010140             WS-MJN-LEG-CURRENCY (WS-LEG-SUB) " "
010150             WS-DISPLAY-AMOUNT "  "
010160             GLACM-MST-DESCRIPTION (GLACM-MST-IDX)
010170     ELSE
010180         DISPLAY "  " WS-WORK-ACCOUNT-NO " "
010190             WS-MJN-LEG-CURRENCY (WS-LEG-SUB) " "
010200             WS-DISPLAY-AMOUNT "  *** NOT ON THE MASTER ***"
010210     END-IF.
010220 4250-SHOW-ONE-LEG-EXIT.
010230     EXIT.
010240
010250******************************************************************
010260*    4300-TOTAL-JOURNAL-LEGS - COUNT AND TOTAL THE LEG RECORDS
010270*                 FOLLOWING THE HEADER AT WS-HDR-SUB WITH ITS
010280*                 JOURNAL ID
010290******************************************************************
010300 4300-TOTAL-JOURNAL-LEGS.
010310     MOVE ZERO TO WS-JNL-LEG-COUNT
010320     MOVE ZERO TO WS-JNL-NET
010330     MOVE ZERO TO WS-JNL-DEBIT-TOTAL
010340     MOVE WS-HDR-SUB TO WS-LAST-LEG-SUB
010350     COMPUTE WS-LEG-SUB = WS-HDR-SUB + 1
010360     MOVE "N" TO WS-LEGS-ENDED-SWITCH
010370     PERFORM 4350-TOTAL-ONE-LEG
010380         THRU 4350-TOTAL-ONE-LEG-EXIT
010390         UNTIL WS-NO-MORE-LEGS.
010400 4300-TOTAL-JOURNAL-LEGS-EXIT.
010410     EXIT.
010420
010430 4350-TOTAL-ONE-LEG.
010440     IF WS-LEG-SUB > WS-MJN-COUNT
010450         MOVE "Y" TO WS-LEGS-ENDED-SWITCH
010460         GO TO 4350-TOTAL-ONE-LEG-EXIT
010470     END-IF
010480     IF NOT WS-MJN-IS-LEG (WS-LEG-SUB)
010490        OR WS-MJN-JOURNAL-ID (WS-LEG-SUB)
010500               NOT = WS-MJN-JOURNAL-ID (WS-HDR-SUB)
010510         MOVE "Y" TO WS-LEGS-ENDED-SWITCH
010520         GO TO 4350-TOTAL-ONE-LEG-EXIT
010530     END-IF
010540     IF WS-MJN-LEG-AMOUNT (WS-LEG-SUB) IS NUMERIC
010550         ADD WS-MJN-LEG-AMOUNT (WS-LEG-SUB) TO WS-JNL-NET
010560         IF WS-MJN-LEG-AMOUNT (WS-LEG-SUB) < ZERO
010570             SUBTRACT WS-MJN-LEG-AMOUNT (WS-LEG-SUB)
010580                 FROM WS-JNL-DEBIT-TOTAL
010590         END-IF
010600     ELSE
010610         MOVE 0.01 TO WS-JNL-NET
010620     END-IF
010630     ADD 1 TO WS-JNL-LEG-COUNT
010640     MOVE WS-LEG-SUB TO WS-LAST-LEG-SUB
010650     ADD 1 TO WS-LEG-SUB.
010660 4350-TOTAL-ONE-LEG-EXIT.
010670     EXIT.
010680
010690******************************************************************
010700*    4400-APPROVE-JOURNAL
010710******************************************************************
010720 4400-APPROVE-JOURNAL.
010730     MOVE GLMJN-POSTING-DATE TO WS-WORK-DATE
010740     PERFORM 2300-FIND-POSTING-PERIOD
010750         THRU 2300-FIND-POSTING-PERIOD-EXIT
010760     IF NOT WS-PERIOD-WAS-FOUND
010770        OR NOT WS-FOUND-PERIOD-IS-OPEN
010780         DISPLAY "APPROVAL REFUSED - " WS-WORK-DATE " IS NO "
010790             "LONGER IN AN OPEN PERIOD. REJECT THE JOURNAL AND "
010800             "HAVE IT REKEYED."
010810         GO TO 4400-APPROVE-JOURNAL-EXIT
010820     END-IF
010830     IF WS-JNL-LEG-COUNT < 2
010840        OR WS-JNL-NET NOT = ZERO
010850         DISPLAY "APPROVAL REFUSED - THE JOURNAL ON FILE IS NOT "
010860             "A BALANCED JOURNAL OF TWO OR MORE LEGS."
010870         GO TO 4400-APPROVE-JOURNAL-EXIT
010880     END-IF
010890     DISPLAY "APPROVE THIS JOURNAL? (Y/N):"
010900     MOVE SPACES TO WS-ANSWER
010910     ACCEPT WS-ANSWER
010920     IF WS-ANSWER NOT = "Y" AND NOT = "y"
010930         DISPLAY "JOURNAL " GLMJN-JOURNAL-ID " LEFT PENDING."
010940         GO TO 4400-APPROVE-JOURNAL-EXIT
010950     END-IF
010960     MOVE "A"            TO GLMJN-STATUS
010970     MOVE WS-OPERATOR-ID TO GLMJN-REVIEWED-BY
010980     MOVE WS-RUN-DATE    TO GLMJN-REVIEWED-DATE
010990     MOVE GL-MANUAL-JOURNAL-RECORD TO WS-MJN-RECORD (WS-HDR-SUB)
011000     PERFORM 5000-START-AUDIT-RECORD
011010         THRU 5000-START-AUDIT-RECORD-EXIT
011020     MOVE "A" TO GLMJA-ACTION-CODE
011030     PERFORM 5050-FILL-JOURNAL-AUDIT
011040         THRU 5050-FILL-JOURNAL-AUDIT-EXIT
011050     MOVE GLMJN-DESCRIPTION TO GLMJA-REMARKS
011060     PERFORM 5100-WRITE-AUDIT-RECORD
011070         THRU 5100-WRITE-AUDIT-RECORD-EXIT
011080     DISPLAY "JOURNAL " GLMJN-JOURNAL-ID " APPROVED - IT GOES "
011090         "OUT ON THE NEXT MANUAL JOURNAL RELEASE.".
011100 4400-APPROVE-JOURNAL-EXIT.
011110     EXIT.
011120
011130******************************************************************
011140*    4500-REJECT-JOURNAL
011150******************************************************************
011160 4500-REJECT-JOURNAL.
011170     DISPLAY "REASON FOR REJECTING:"
011180     MOVE SPACES TO WS-WORK-REMARKS
011190     ACCEPT WS-WORK-REMARKS
011200     IF WS-WORK-REMARKS = SPACES
011210         DISPLAY "A REASON IS REQUIRED - JOURNAL "
011220             GLMJN-JOURNAL-ID " LEFT PENDING."
011230         GO TO 4500-REJECT-JOURNAL-EXIT
011240     END-IF
011250     MOVE "X"            TO GLMJN-STATUS
011260     MOVE WS-OPERATOR-ID TO GLMJN-REVIEWED-BY
011270     MOVE WS-RUN-DATE    TO GLMJN-REVIEWED-DATE
011280     MOVE GL-MANUAL-JOURNAL-RECORD TO WS-MJN-RECORD (WS-HDR-SUB)
011290     PERFORM 5000-START-AUDIT-RECORD
011300         THRU 5000-START-AUDIT-RECORD-EXIT
011310     MOVE "X" TO GLMJA-ACTION-CODE
011320     PERFORM 5050-FILL-JOURNAL-AUDIT
011330         THRU 5050-FILL-JOURNAL-AUDIT-EXIT
011340     MOVE WS-WORK-REMARKS TO GLMJA-REMARKS
011350     PERFORM 5100-WRITE-AUDIT-RECORD
011360         THRU 5100-WRITE-AUDIT-RECORD-EXIT
011370     DISPLAY "JOURNAL " GLMJN-JOURNAL-ID " REJECTED.".
011380 4500-REJECT-JOURNAL-EXIT.
011390     EXIT.
011400
011410******************************************************************
011420*    5000-START-AUDIT-RECORD - WHO AND WHEN; THE ACTION PARAGRAPH
011430*                 FILLS IN THE JOURNAL DETAILS
011440******************************************************************
011450 5000-START-AUDIT-RECORD.
011460     MOVE SPACES TO GL-MANUAL-JOURNAL-AUDIT-RECORD
011470     MOVE WS-RUN-DATE        TO GLMJA-ACTION-DATE
011480     ACCEPT WS-RUN-TIME FROM TIME
011490     MOVE WS-RUN-TIME        TO GLMJA-ACTION-TIME
011500     MOVE WS-OPERATOR-ID     TO GLMJA-OPERATOR-ID
011510     MOVE ZERO               TO GLMJA-POSTING-DATE
011520     MOVE ZERO               TO GLMJA-LEG-COUNT
011530     MOVE ZERO               TO GLMJA-DEBIT-TOTAL.
011540 5000-START-AUDIT-RECORD-EXIT.
011550     EXIT.
011560
011570 5050-FILL-JOURNAL-AUDIT.
011580     MOVE GLMJN-JOURNAL-ID   TO GLMJA-JOURNAL-ID
011590     MOVE GLMJN-POSTING-DATE TO GLMJA-POSTING-DATE
011600     MOVE WS-JNL-LEG-COUNT   TO GLMJA-LEG-COUNT
011610     MOVE WS-JNL-DEBIT-TOTAL TO GLMJA-DEBIT-TOTAL
011620     MOVE GLMJN-KEYED-BY     TO GLMJA-KEYED-BY.
011630 5050-FILL-JOURNAL-AUDIT-EXIT.
011640     EXIT.
011650
011660 5100-WRITE-AUDIT-RECORD.
011670     WRITE FD-MJEAUDIT-RECORD FROM GL-MANUAL-JOURNAL-AUDIT-RECORD
011680     IF WS-MJEAUDIT-STATUS NOT = "00"
011690        AND WS-MJEAUDIT-STATUS NOT = "04"
011700         DISPLAY "GLMJE01 - MJEAUDIT WRITE FAILED - STATUS "
011710             WS-MJEAUDIT-STATUS
011720         STOP RUN
011730     END-IF
011740     ADD 1 TO WS-CHANGE-COUNT.
011750 5100-WRITE-AUDIT-RECORD-EXIT.
011760     EXIT.
011770
011780******************************************************************
011790*    8000-REWRITE-PENDING-FILE - THE UPDATED PENDING JOURNALS GO
011800*                 BACK TO PENDJRNL, BUT ONLY WHEN SOMETHING WAS
011810*                 KEYED OR REVIEWED
011820******************************************************************
011830 8000-REWRITE-PENDING-FILE.
011840     IF WS-CHANGE-COUNT = ZERO
011850         GO TO 8000-REWRITE-PENDING-FILE-EXIT
011860     END-IF
011870     OPEN OUTPUT PENDJRNL
011880     IF WS-PENDJRNL-STATUS NOT = "00"
011890        AND WS-PENDJRNL-STATUS NOT = "04"
011900         DISPLAY "GLMJE01 - PENDJRNL OPEN FOR REWRITE FAILED "
011910             "- STATUS " WS-PENDJRNL-STATUS
011920         STOP RUN
011930     END-IF
011940     PERFORM 8100-WRITE-ONE-PENDING
011950         THRU 8100-WRITE-ONE-PENDING-EXIT
011960         VARYING WS-MJN-IDX FROM 1 BY 1
011970         UNTIL WS-MJN-IDX > WS-MJN-COUNT
011980     CLOSE PENDJRNL.
011990 8000-REWRITE-PENDING-FILE-EXIT.
012000     EXIT.
012010
012020 8100-WRITE-ONE-PENDING.
012030     WRITE FD-MJN-RECORD FROM WS-MJN-RECORD (WS-MJN-IDX)
012040     IF WS-PENDJRNL-STATUS NOT = "00"
012050        AND WS-PENDJRNL-STATUS NOT = "04"
012060         DISPLAY "GLMJE01 - PENDJRNL WRITE FAILED - STATUS "
012070             WS-PENDJRNL-STATUS
012080         STOP RUN
012090     END-IF.
012100 8100-WRITE-ONE-PENDING-EXIT.
012110     EXIT.
012120
012130******************************************************************
012140*    9000-TERMINATE
012150******************************************************************
012160 9000-TERMINATE.
012170     CLOSE MJEAUDIT
012180     DISPLAY "GLMJE01 - SESSION ENDED - " WS-CHANGE-COUNT
012190         " JOURNAL ACTIONS TAKEN AND LOGGED.".
012200 9000-TERMINATE-EXIT.
012210     EXIT.
