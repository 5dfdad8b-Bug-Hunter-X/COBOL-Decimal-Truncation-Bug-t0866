001277*                     CONTROLLER (GLJSC01) CAN CALL THIS PROGRAM
001278*                     AS A STEP AND RECORD ITS COMPLETION. RUN
001279*                     STANDALONE THE BEHAVIOR IS UNCHANGED.
001280*    2026-10-15  DO   THE AUDIT RECORD NOW CARRIES THE JOURNAL ID
001281*                     AND SOURCE FEED OF EACH POSTING (SEE
001282*                     GLAUDREC) AND AUDITLOG WIDENS TO 96 BYTES.
001283*    2026-10-15  DO   PER-ACCOUNT BALANCES MOVE OUT OF THE
001284*                     500-ENTRY CHECKPOINT TABLE ONTO THE INDEXED
001285*                     ACCOUNT-BALANCE MASTER (ACCTBAL, SEE
001286*                     GLABMREC). A FRESH RUN REBUILDS IT FROM
001287*                     PRVBAL; EVERY POSTING READS AND REWRITES
001288*                     ITS ACCOUNT'S RECORD, WHICH CARRIES THE
001289*                     TRANSACTION RECORD NUMBER LAST APPLIED SO A
001290*                     RESTART DOES NOT APPLY A POSTING TWICE. THE
001291*                     REPORT, EXTRACT, NEWBAL AND LEDGER FOOTINGS
001292*                     READ THE MASTER IN ACCOUNT ORDER. CKPTFILE
001293*                     SHRINKS TO 12042 BYTES AND THE CHECKPOINT
001294*                     INTERVAL COMES BACK DOWN FROM 100 TO 20.
001295*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE LIMIT RAISED
001296*                     FROM 500 TO 2000 ACCOUNTS (SEE
001297*                     GLACMTBL).
001298*    2026-10-15  DO   SOURCE-FEED BREAKDOWN LIMIT RAISED FROM 10
001299*                     TO 100 FEEDS (SEE GLFEDTBL); CKPTFILE GROWS
001300*                     TO 14653 BYTES.
001301*    2026-10-15  DO   ACCOUNT/CURRENCY POSITIONS MOVE OUT OF THE
001302*                     300-ENTRY CHECKPOINT TABLE ONTO THE INDEXED
001303*                     CURRENCY-POSITION MASTER (CURRPOS, SEE
001304*                     GLCPMREC), KEYED BY ACCOUNT AND CURRENCY. A
001305*                     FRESH RUN REBUILDS IT FROM PRVCUR; EVERY
001306*                     POSTING READS AND REWRITES ITS POSITION,
001307*                     GUARDED BY THE LAST RECORD NUMBER APPLIED
001308*                     THE SAME WAY AS ACCTBAL, AND NEWCUR IS
001309*                     WRITTEN FROM THE MASTER IN KEY ORDER.
001310*                     CKPTFILE SHRINKS TO 3550 BYTES.
001311*    2026-10-15  DO   A RESTART NO LONGER WRITES A SECOND AUDIT
001312*                     RECORD FOR A POSTING ACCTBAL SHOWS WAS
001313*                     ALREADY APPLIED BEFORE THE ABEND - ITS
001314*                     AUDIT RECORD IS ALREADY ON AUDITLOG.
001315*    2026-10-15  DO   THE AUDIT RECORD NOW CARRIES THE TRANSACTION
001316*                     AMOUNT BEFORE CONVERSION (SEE GLAUDREC) AND
001317*                     AUDITLOG WIDENS TO 112 BYTES.
001318******************************************************************
001319 IDENTIFICATION DIVISION.
001320 PROGRAM-ID.    GLACC01.
001321 AUTHOR.        D. OKONKWO.
001322 INSTALLATION.  MAIN DATA CENTER.
001323 DATE-WRITTEN.  2026-08-08.
001324 DATE-COMPILED.
001325
001330 ENVIRONMENT DIVISION.
001340 CONFIGURATION SECTION.
001350 SOURCE-COMPUTER.       GNUCOBOL.
001917         ORGANIZATION IS LINE SEQUENTIAL
001918         FILE STATUS IS WS-NEWCUR-STATUS.
001919
001920     SELECT ACCTBAL ASSIGN TO "ACCTBAL"
001921         ORGANIZATION IS INDEXED
001922         ACCESS MODE IS DYNAMIC
001923         RECORD KEY IS GLABM-ACCOUNT-NO
001924         FILE STATUS IS WS-ACCTBAL-STATUS.
001925     SELECT CURRPOS ASSIGN TO "CURRPOS"
001926         ORGANIZATION IS INDEXED
001927         ACCESS MODE IS DYNAMIC
001928         RECORD KEY IS GLCPM-KEY
001929         FILE STATUS IS WS-CURRPOS-STATUS.
001930
001931 DATA DIVISION.
001932 FILE SECTION.
001940 FD  CTLFILE
001950     RECORDING MODE IS F.
001960 01  FD-CTL-RECORD                PIC X(80).
001970
001980 FD  AUDITLOG
001990     RECORDING MODE IS F.
002000 01  FD-AUDIT-RECORD              PIC X(112).
002010
002020 FD  CKPTFILE
002030     RECORDING MODE IS F.
002040 01  FD-CKPT-RECORD               PIC X(3550).
002050
002060 FD  TRANFILE
002070     RECORDING MODE IS F.
002457     RECORDING MODE IS F.
002458 01  FD-NEWCUR-RECORD             PIC X(80).
002459
002460 FD  ACCTBAL.
002461 COPY GLABMREC.
002462 FD  CURRPOS.
002463 COPY GLCPMREC.
002464
002465 WORKING-STORAGE SECTION.
002470
002480 01  WS-CTLFILE-STATUS             PIC X(02) VALUE "00".
002490 01  WS-AUDITLOG-STATUS            PIC X(02) VALUE "00".
002602 01  WS-PERFILE-STATUS             PIC X(02) VALUE "00".
002604 01  WS-PRVCUR-STATUS              PIC X(02) VALUE "00".
002606 01  WS-NEWCUR-STATUS              PIC X(02) VALUE "00".
002608 01  WS-ACCTBAL-STATUS             PIC X(02) VALUE "00".
002609 01  WS-CURRPOS-STATUS             PIC X(02) VALUE "00".
002610
002620 77  WS-CTL-FOUND-SWITCH           PIC X(01) VALUE "N".
002630     88  WS-CONTROL-RECORD-FOUND             VALUE "Y".
002856     88  WS-END-OF-PRVCUR                    VALUE "Y".
002857 77  WS-CLOSED-PERIOD-SWITCH       PIC X(01) VALUE "N".
002858     88  WS-DATE-IN-CLOSED-PERIOD            VALUE "Y".
002859 77  WS-ACCTBAL-EOF-SWITCH         PIC X(01) VALUE "N".
002860     88  WS-END-OF-ACCTBAL                   VALUE "Y".
002861 77  WS-CURRPOS-EOF-SWITCH         PIC X(01) VALUE "N".
002862     88  WS-END-OF-CURRPOS                   VALUE "Y".
002863 77  WS-APPLIED-SWITCH             PIC X(01) VALUE "N".
002864     88  WS-POSTING-ALREADY-APPLIED          VALUE "Y".
002865
002870 77  WS-RECORDS-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
002880 77  WS-SKIP-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
002890 77  WS-CHECKPOINT-COUNT           PIC 9(05) COMP VALUE ZERO.
002900 77  WS-CHECKPOINT-INTERVAL        PIC 9(05) COMP VALUE 20.
002910 77  WS-NO-RATE-COUNT              PIC 9(09) COMP VALUE ZERO.
002920 77  WS-STALE-RATE-COUNT           PIC 9(09) COMP VALUE ZERO.
002930 77  WS-UNKNOWN-ACCT-COUNT         PIC 9(09) COMP VALUE ZERO.
002940 77  WS-CLOSED-ACCT-COUNT          PIC 9(09) COMP VALUE ZERO.
002942 77  WS-CLOSED-PERIOD-COUNT        PIC 9(09) COMP VALUE ZERO.
002946 77  WS-POSTING-RECORD-NO          PIC 9(09) COMP VALUE ZERO.
002950
002960 01  WS-AMOUNT-EXTENDED            PIC S9(9)V99 VALUE ZERO.
002970 01  WS-DEBIT-TOTAL                PIC S9(9)V99 VALUE ZERO.
005290         THRU 1300-LOAD-ACCOUNT-MASTER-EXIT
005292     PERFORM 1700-LOAD-FISCAL-CALENDAR
005294         THRU 1700-LOAD-FISCAL-CALENDAR-EXIT
005296     PERFORM 1800-OPEN-BALANCE-MASTER
005298         THRU 1800-OPEN-BALANCE-MASTER-EXIT
005299     PERFORM 1850-OPEN-POSITION-MASTER
005300         THRU 1850-OPEN-POSITION-MASTER-EXIT
005301     IF NOT WS-THIS-IS-A-RESTART-RUN
005310         PERFORM 1400-LOAD-OPENING-BALANCES
005320             THRU 1400-LOAD-OPENING-BALANCES-EXIT
005322         PERFORM 1600-LOAD-OPENING-POSITIONS
006860     EXIT.
006870
006880 1350-STORE-ONE-ACCOUNT.
006890     IF GLACM-MASTER-COUNT >= 2000
006900         DISPLAY "GLACC01 - ACCOUNT MASTER TABLE FULL - MORE "
006910             "THAN 2000 ACCOUNTS ON ACCTFILE"
006920         STOP RUN
006930     END-IF
006940     ADD 1 TO GLACM-MASTER-COUNT
007070     EXIT.
007080
007090******************************************************************
007100*    1400-LOAD-OPENING-BALANCES - SEED THE ACCOUNT-BALANCE MASTER
007110*                 WITH THE PRIOR DAY'S CLOSING BALANCES SO TODAY
007120*                 STARTS FROM A TRUE LEDGER POSITION. ONLY ON A
007130*                 FRESH RUN - A RESTART PICKS UP THE MASTER AS
007140*                 THE ABENDED RUN LEFT IT. NO PRIOR BALANCE FILE
007150*                 MEANS A FIRST-EVER RUN AND EVERY ACCOUNT OPENS
007160*                 AT ZERO.
007170******************************************************************
007180 1400-LOAD-OPENING-BALANCES.
007190     OPEN INPUT PRVBAL
007450 1410-READ-PRIOR-BALANCE-EXIT.
007460     EXIT.
007470
007477 1450-SEED-ONE-ACCOUNT.
007484     MOVE SPACES                TO GL-ACCOUNT-BALANCE-RECORD
007491     MOVE GLBAL-ACCOUNT-NO      TO GLABM-ACCOUNT-NO
007498     MOVE WS-RUN-DATE           TO GLABM-BUSINESS-DATE
007505     MOVE GLBAL-CLOSING-BALANCE TO GLABM-OPENING-BALANCE
007512     MOVE ZERO TO GLABM-NET-BALANCE
007519     MOVE ZERO TO GLABM-DEBIT-TOTAL
007526     MOVE ZERO TO GLABM-CREDIT-TOTAL
007533     MOVE ZERO TO GLABM-LAST-RECORD-NO
007540     WRITE GL-ACCOUNT-BALANCE-RECORD
007547     IF WS-ACCTBAL-STATUS = "22"
007554         DISPLAY "GLACC01 - ACCOUNT " GLBAL-ACCOUNT-NO
007561             " IS ON PRVBAL MORE THAN ONCE - RUN STOPPED"
007568         STOP RUN
007575     END-IF
007582     IF WS-ACCTBAL-STATUS NOT = "00"
007589        AND WS-ACCTBAL-STATUS NOT = "04"
007596         DISPLAY "GLACC01 - ACCTBAL WRITE FAILED - STATUS "
007603             WS-ACCTBAL-STATUS
007610         STOP RUN
007617     END-IF
007624     PERFORM 1410-READ-PRIOR-BALANCE
007631         THRU 1410-READ-PRIOR-BALANCE-EXIT.
007650 1450-SEED-ONE-ACCOUNT-EXIT.
007660     EXIT.
007661
007662******************************************************************
007663*    1600-LOAD-OPENING-POSITIONS - SEED THE CURRENCY-POSITION
007664*                 MASTER FROM THE PRIOR RUN'S POSITION FILE, THE
007665*                 SAME WAY THE BALANCES SEED FROM PRVBAL. ONLY ON
007666*                 A FRESH RUN - A RESTART CARRIES ON WITH THE
007667*                 MASTER THE ABENDED RUN WAS UPDATING. NO PRIOR
007668*                 POSITION FILE MEANS EVERY POSITION OPENS AT
007669*                 ZERO.
007670******************************************************************
007699     EXIT.
007700
007701 1650-SEED-ONE-POSITION.
007702     MOVE SPACES                TO GL-CURRENCY-POSITION-MASTER
007703     MOVE GLCPS-ACCOUNT-NO      TO GLCPM-ACCOUNT-NO
007704     MOVE GLCPS-CURRENCY-CODE   TO GLCPM-CURRENCY-CODE
007705     MOVE WS-RUN-DATE           TO GLCPM-BUSINESS-DATE
007706     MOVE GLCPS-ORIGINAL-TOTAL  TO GLCPM-ORIGINAL-TOTAL
007707     MOVE GLCPS-CONVERTED-TOTAL TO GLCPM-CONVERTED-TOTAL
007708     MOVE ZERO TO GLCPM-LAST-RECORD-NO
007709     WRITE GL-CURRENCY-POSITION-MASTER
007710     IF WS-CURRPOS-STATUS = "22"
007711         DISPLAY "GLACC01 - ACCOUNT " GLCPS-ACCOUNT-NO
007712             " CURRENCY " GLCPS-CURRENCY-CODE
007713             " IS ON PRVCUR MORE THAN ONCE - RUN STOPPED"
007714         STOP RUN
007715     END-IF
007716     IF WS-CURRPOS-STATUS NOT = "00"
007717        AND WS-CURRPOS-STATUS NOT = "04"
007718         DISPLAY "GLACC01 - CURRPOS WRITE FAILED - STATUS "
007719             WS-CURRPOS-STATUS
007720         STOP RUN
007721     END-IF
007722     PERFORM 1610-READ-PRIOR-POSITION
007723         THRU 1610-READ-PRIOR-POSITION-EXIT.
007724 1650-SEED-ONE-POSITION-EXIT.
007725     EXIT.
007726
007727******************************************************************
007728*    1500-CHECK-RUN-CONTROL - LOAD THE RUN-CONTROL FILE, REFUSE A
007729*                 BUSINESS DATE ALREADY MARKED COMPLETE UNLESS AN
007730*                 EXPLICIT RERUN OVERRIDE CARD IS SUPPLIED ON
007731*                 PARMFILE, WARN WHEN THE PRIOR BUSINESS DATE
007732*                 NEVER REACHED COMPLETE, THEN MARK TODAY STARTED
007740*                 AND REWRITE THE FILE BEFORE ANYTHING POSTS.
007750******************************************************************
007760 1500-CHECK-RUN-CONTROL.
009746 1750-STORE-ONE-PERIOD-EXIT.
009747     EXIT.
009748
009749******************************************************************
009750*    1800-OPEN-BALANCE-MASTER - A FRESH RUN STARTS THE ACCOUNT-
009751*                 BALANCE MASTER EMPTY AND SEEDS IT FROM PRVBAL.
009752*                 A RESTART CARRIES ON WITH THE MASTER THE
009753*                 ABENDED RUN WAS UPDATING, SO IT MUST BE THERE.
009754******************************************************************
009755 1800-OPEN-BALANCE-MASTER.
009756     IF WS-THIS-IS-A-RESTART-RUN
009757         OPEN I-O ACCTBAL
009758         IF WS-ACCTBAL-STATUS = "35"
009759             DISPLAY "GLACC01 - ACCTBAL NOT FOUND - A RESTART "
009760                 "NEEDS THE ACCOUNT-BALANCE MASTER THE ABENDED "
009761                 "RUN WAS UPDATING"
009762             STOP RUN
009763         END-IF
009764     ELSE
009765         OPEN OUTPUT ACCTBAL
009766         IF WS-ACCTBAL-STATUS NOT = "00"
009767            AND WS-ACCTBAL-STATUS NOT = "04"
009768             DISPLAY "GLACC01 - ACCTBAL CREATE FAILED - STATUS "
009769                 WS-ACCTBAL-STATUS
009770             STOP RUN
009771         END-IF
009772         CLOSE ACCTBAL
009773         OPEN I-O ACCTBAL
009774     END-IF
009775     IF WS-ACCTBAL-STATUS NOT = "00"
009776        AND WS-ACCTBAL-STATUS NOT = "04"
009777         DISPLAY "GLACC01 - ACCTBAL OPEN FAILED - STATUS "
009778             WS-ACCTBAL-STATUS
009779         STOP RUN
009780     END-IF.
009781 1800-OPEN-BALANCE-MASTER-EXIT.
009782     EXIT.
009783******************************************************************
009784*    1850-OPEN-POSITION-MASTER - A FRESH RUN STARTS THE CURRENCY-
009785*                 POSITION MASTER EMPTY AND SEEDS IT FROM PRVCUR.
009786*                 A RESTART CARRIES ON WITH THE MASTER THE
009787*                 ABENDED RUN WAS UPDATING, SO IT MUST BE THERE.
009788******************************************************************
009789 1850-OPEN-POSITION-MASTER.
009790     IF WS-THIS-IS-A-RESTART-RUN
009791         OPEN I-O CURRPOS
009792         IF WS-CURRPOS-STATUS = "35"
009793             DISPLAY "GLACC01 - CURRPOS NOT FOUND - A RESTART "
009794                 "NEEDS THE CURRENCY-POSITION MASTER THE ABENDED "
009795                 "RUN WAS UPDATING"
009796             STOP RUN
009797         END-IF
009798     ELSE
009799         OPEN OUTPUT CURRPOS
009800         IF WS-CURRPOS-STATUS NOT = "00"
009801            AND WS-CURRPOS-STATUS NOT = "04"
009802             DISPLAY "GLACC01 - CURRPOS CREATE FAILED - STATUS "
009803                 WS-CURRPOS-STATUS
009804             STOP RUN
009805         END-IF
009806         CLOSE CURRPOS
009807         OPEN I-O CURRPOS
009808     END-IF
009809     IF WS-CURRPOS-STATUS NOT = "00"
009810        AND WS-CURRPOS-STATUS NOT = "04"
009811         DISPLAY "GLACC01 - CURRPOS OPEN FAILED - STATUS "
009812             WS-CURRPOS-STATUS
009813         STOP RUN
009814     END-IF.
009815 1850-OPEN-POSITION-MASTER-EXIT.
009816     EXIT.
009817
009818******************************************************************
009819*    2000-ACCUMULATE-POSTING - READ AND POST EVERY TRANSACTION
009820*                 ON THE TRANSACTION FILE, SKIPPING OVER ANY
009821*                 RECORDS ALREADY POSTED BEFORE A RESTART.
009822******************************************************************
009823 2000-ACCUMULATE-POSTING.
009824     OPEN INPUT TRANFILE
009825     IF WS-TRANFILE-STATUS NOT = "00"
009826        AND WS-TRANFILE-STATUS NOT = "04"
009827         DISPLAY "GLACC01 - TRANFILE OPEN FAILED - STATUS "
009828             WS-TRANFILE-STATUS
009829         STOP RUN
009830     END-IF
009840     MOVE WS-RECORDS-READ-COUNT TO WS-SKIP-RECORD-COUNT
009850
010860     END-IF
010870     PERFORM 2300-UPDATE-CURRENCY-TOTALS
010880         THRU 2300-UPDATE-CURRENCY-TOTALS-EXIT
010881     COMPUTE WS-POSTING-RECORD-NO = WS-RECORDS-READ-COUNT + 1
010882     PERFORM 2800-UPDATE-CURRENCY-POSITION
010884         THRU 2800-UPDATE-CURRENCY-POSITION-EXIT
010890     PERFORM 2400-UPDATE-ACCOUNT-TOTALS
010910     PERFORM 2700-UPDATE-FEED-TOTALS
010920         THRU 2700-UPDATE-FEED-TOTALS-EXIT
010930     ADD 1 TO WS-RECORDS-READ-COUNT
010936     IF NOT WS-POSTING-ALREADY-APPLIED
010942         PERFORM 2500-WRITE-AUDIT-RECORD
010948             THRU 2500-WRITE-AUDIT-RECORD-EXIT
010954     END-IF
010960     ADD 1 TO WS-CHECKPOINT-COUNT
010970     IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
010980         PERFORM 2600-WRITE-CHECKPOINT
012330 2350-ADD-NEW-CURRENCY-ENTRY-EXIT.
012340     EXIT.
012350
012358******************************************************************
012366*    2400-UPDATE-ACCOUNT-TOTALS - ADD THIS POSTING'S CONVERTED
012374*                 AMOUNT TO ITS ACCOUNT'S NET BALANCE AND
012382*                 DEBIT/CREDIT SUBTOTALS ON THE ACCOUNT-BALANCE
012390*                 MASTER, ADDING A RECORD THE FIRST TIME AN
012398*                 ACCOUNT NUMBER IS SEEN. ON A RESTART, A POSTING
012406*                 THE MASTER ALREADY HOLDS (ITS RECORD NUMBER IS
012414*                 NOT PAST THE LAST ONE APPLIED) IS LEFT ALONE
012416*                 AND FLAGGED, SO ITS AUDIT RECORD IS NOT
012418*                 WRITTEN A SECOND TIME.
012422******************************************************************
012430 2400-UPDATE-ACCOUNT-TOTALS.
012438     MOVE "N" TO WS-APPLIED-SWITCH
012446     MOVE GLTRN-ACCOUNT-NO TO GLABM-ACCOUNT-NO
012454     READ ACCTBAL
012462     IF WS-ACCTBAL-STATUS = "23"
012470         PERFORM 2450-ADD-NEW-ACCOUNT-ENTRY
012478             THRU 2450-ADD-NEW-ACCOUNT-ENTRY-EXIT
012486         GO TO 2400-UPDATE-ACCOUNT-TOTALS-EXIT
012494     END-IF
012502     IF WS-ACCTBAL-STATUS NOT = "00"
012510        AND WS-ACCTBAL-STATUS NOT = "04"
012518         DISPLAY "GLACC01 - ACCTBAL READ FAILED - STATUS "
012526             WS-ACCTBAL-STATUS " ACCOUNT " GLTRN-ACCOUNT-NO
012534         STOP RUN
012542     END-IF
012550     IF GLABM-LAST-RECORD-NO NOT < WS-POSTING-RECORD-NO
012554         MOVE "Y" TO WS-APPLIED-SWITCH
012558         GO TO 2400-UPDATE-ACCOUNT-TOTALS-EXIT
012566     END-IF
012574     ADD WS-CONVERTED-AMOUNT TO GLABM-NET-BALANCE
012582         ON SIZE ERROR
012590             DISPLAY "GLACC01 - NET BALANCE OVERFLOWED "
012598                 "FOR ACCOUNT " GLTRN-ACCOUNT-NO
012606             STOP RUN
012614     END-ADD
012622     IF WS-CONVERTED-AMOUNT < ZERO
012630         COMPUTE GLABM-DEBIT-TOTAL =
012638             GLABM-DEBIT-TOTAL - WS-CONVERTED-AMOUNT
012646             ON SIZE ERROR
012654                 DISPLAY "GLACC01 - ACCOUNT DEBIT TOTAL "
012662                     "OVERFLOWED FOR ACCOUNT " GLTRN-ACCOUNT-NO
012670                 STOP RUN
012678         END-COMPUTE
012686     ELSE
012694         ADD WS-CONVERTED-AMOUNT TO GLABM-CREDIT-TOTAL
012702             ON SIZE ERROR
012710                 DISPLAY "GLACC01 - ACCOUNT CREDIT TOTAL "
012718                     "OVERFLOWED FOR ACCOUNT " GLTRN-ACCOUNT-NO
012726                 STOP RUN
012734         END-ADD
012742     END-IF
012750     MOVE WS-POSTING-RECORD-NO TO GLABM-LAST-RECORD-NO
012758     REWRITE GL-ACCOUNT-BALANCE-RECORD
012766     IF WS-ACCTBAL-STATUS NOT = "00"
012774        AND WS-ACCTBAL-STATUS NOT = "04"
012782         DISPLAY "GLACC01 - ACCTBAL REWRITE FAILED - STATUS "
012790             WS-ACCTBAL-STATUS " ACCOUNT " GLTRN-ACCOUNT-NO
012798         STOP RUN
012806     END-IF.
012814 2400-UPDATE-ACCOUNT-TOTALS-EXIT.
012822     EXIT.
012830
012838******************************************************************
012846*    2450-ADD-NEW-ACCOUNT-ENTRY - FIRST POSTING SEEN FOR AN
012854*                 ACCOUNT WITH NO CARRIED-FORWARD BALANCE
012862******************************************************************
012870 2450-ADD-NEW-ACCOUNT-ENTRY.
012878     MOVE SPACES               TO GL-ACCOUNT-BALANCE-RECORD
012886     MOVE GLTRN-ACCOUNT-NO     TO GLABM-ACCOUNT-NO
012894     MOVE WS-RUN-DATE          TO GLABM-BUSINESS-DATE
012902     MOVE ZERO                 TO GLABM-OPENING-BALANCE
012910     MOVE WS-CONVERTED-AMOUNT  TO GLABM-NET-BALANCE
012918     IF WS-CONVERTED-AMOUNT < ZERO
012926         COMPUTE GLABM-DEBIT-TOTAL = ZERO - WS-CONVERTED-AMOUNT
012934         MOVE ZERO TO GLABM-CREDIT-TOTAL
012942     ELSE
012950         MOVE WS-CONVERTED-AMOUNT TO GLABM-CREDIT-TOTAL
012958         MOVE ZERO TO GLABM-DEBIT-TOTAL
012966     END-IF
012974     MOVE WS-POSTING-RECORD-NO TO GLABM-LAST-RECORD-NO
012982     WRITE GL-ACCOUNT-BALANCE-RECORD
012990     IF WS-ACCTBAL-STATUS NOT = "00"
012998        AND WS-ACCTBAL-STATUS NOT = "04"
013006         DISPLAY "GLACC01 - ACCTBAL WRITE FAILED - STATUS "
013014             WS-ACCTBAL-STATUS " ACCOUNT " GLTRN-ACCOUNT-NO
013022         STOP RUN
013030     END-IF.
013038 2450-ADD-NEW-ACCOUNT-ENTRY-EXIT.
013046     EXIT.
013054
013100******************************************************************
013110*    2500-WRITE-AUDIT-RECORD - LOG THE POSTING TO THE AUDIT TRAIL
013120******************************************************************
013180     MOVE GLTRN-POSTING-DATE    TO GLAUD-POST-DATE
013190     MOVE GLTRN-CURRENCY-CODE   TO GLAUD-CURRENCY-CODE
013200     MOVE WS-RATE-USED          TO GLAUD-RATE-USED
013203     MOVE GLTRN-JOURNAL-ID      TO GLAUD-JOURNAL-ID
013206     MOVE GLTRN-SOURCE-FEED     TO GLAUD-SOURCE-FEED
013208     MOVE GLTRN-AMOUNT          TO GLAUD-TRANSACTION-AMOUNT
013210     ACCEPT WS-RUN-TIME FROM TIME
013220     MOVE WS-RUN-TIME           TO GLAUD-POST-TIME
013230     WRITE FD-AUDIT-RECORD FROM GL-AUDIT-RECORD
013900     EXIT.
013910
013920 2750-ADD-NEW-FEED-ENTRY.
013930     IF GLCKP-FEED-COUNT >= 100
013940         DISPLAY "GLACC01 - FEED BREAKDOWN TABLE FULL - MORE "
013950             "THAN 100 DISTINCT SOURCE FEEDS THIS RUN"
013960         STOP RUN
013970     END-IF
013980     ADD 1 TO GLCKP-FEED-COUNT
014072******************************************************************
014073*    2800-UPDATE-CURRENCY-POSITION - ADD THIS POSTING'S
014074*                 ORIGINAL AND CONVERTED AMOUNTS TO ITS
014075*                 ACCOUNT/CURRENCY POSITION ON THE CURRENCY-
014076*                 POSITION MASTER, ADDING A RECORD THE FIRST TIME
014077*                 THE PAIR IS SEEN, SO THE MONTH-END REVALUATION
014078*                 KNOWS WHAT EACH ACCOUNT HOLDS IN EACH CURRENCY
014079*                 AND WHAT BASE VALUE IT IS CARRIED AT. ON A
014080*                 RESTART, A POSTING THE POSITION ALREADY HOLDS IS
014081*                 LEFT ALONE, AS ON THE ACCOUNT-BALANCE MASTER.
014082******************************************************************
014083 2800-UPDATE-CURRENCY-POSITION.
014084     MOVE GLTRN-ACCOUNT-NO    TO GLCPM-ACCOUNT-NO
014085     MOVE GLTRN-CURRENCY-CODE TO GLCPM-CURRENCY-CODE
014086     READ CURRPOS
014087     IF WS-CURRPOS-STATUS = "23"
014088         PERFORM 2850-ADD-NEW-POSITION-ENTRY
014089             THRU 2850-ADD-NEW-POSITION-ENTRY-EXIT
014090         GO TO 2800-UPDATE-CURRENCY-POSITION-EXIT
014091     END-IF
014092     IF WS-CURRPOS-STATUS NOT = "00"
014093        AND WS-CURRPOS-STATUS NOT = "04"
014094         DISPLAY "GLACC01 - CURRPOS READ FAILED - STATUS "
014095             WS-CURRPOS-STATUS " ACCOUNT " GLTRN-ACCOUNT-NO
014096         STOP RUN
014097     END-IF
014098     IF GLCPM-LAST-RECORD-NO NOT < WS-POSTING-RECORD-NO
014099         GO TO 2800-UPDATE-CURRENCY-POSITION-EXIT
014100     END-IF
014101     ADD GLTRN-AMOUNT TO GLCPM-ORIGINAL-TOTAL
014102         ON SIZE ERROR
014103             DISPLAY "GLACC01 - POSITION ORIGINAL "
014104                 "OVERFLOWED - ACCOUNT " GLTRN-ACCOUNT-NO
014105             STOP RUN
014106     END-ADD
014107     ADD WS-CONVERTED-AMOUNT TO GLCPM-CONVERTED-TOTAL
014108         ON SIZE ERROR
014109             DISPLAY "GLACC01 - POSITION CONVERTED "
014110                 "OVERFLOWED - ACCOUNT " GLTRN-ACCOUNT-NO
014111             STOP RUN
014112     END-ADD
014113     MOVE WS-POSTING-RECORD-NO TO GLCPM-LAST-RECORD-NO
014114     REWRITE GL-CURRENCY-POSITION-MASTER
014115     IF WS-CURRPOS-STATUS NOT = "00"
014116        AND WS-CURRPOS-STATUS NOT = "04"
014117         DISPLAY "GLACC01 - CURRPOS REWRITE FAILED - STATUS "
014118             WS-CURRPOS-STATUS " ACCOUNT " GLTRN-ACCOUNT-NO
014119         STOP RUN
014120     END-IF.
014121 2800-UPDATE-CURRENCY-POSITION-EXIT.
014122     EXIT.
014123
014124 2850-ADD-NEW-POSITION-ENTRY.
014125     MOVE SPACES              TO GL-CURRENCY-POSITION-MASTER
014126     MOVE GLTRN-ACCOUNT-NO    TO GLCPM-ACCOUNT-NO
014127     MOVE GLTRN-CURRENCY-CODE TO GLCPM-CURRENCY-CODE
014128     MOVE WS-RUN-DATE         TO GLCPM-BUSINESS-DATE
014129     MOVE GLTRN-AMOUNT        TO GLCPM-ORIGINAL-TOTAL
014130     MOVE WS-CONVERTED-AMOUNT TO GLCPM-CONVERTED-TOTAL
014131     MOVE WS-POSTING-RECORD-NO TO GLCPM-LAST-RECORD-NO
014132     WRITE GL-CURRENCY-POSITION-MASTER
014133     IF WS-CURRPOS-STATUS NOT = "00"
014134        AND WS-CURRPOS-STATUS NOT = "04"
014135         DISPLAY "GLACC01 - CURRPOS WRITE FAILED - STATUS "
014136             WS-CURRPOS-STATUS " ACCOUNT " GLTRN-ACCOUNT-NO
014137         STOP RUN
014138     END-IF.
014139 2850-ADD-NEW-POSITION-ENTRY-EXIT.
014140     EXIT.
014141
014142******************************************************************
014143*    3000-RECONCILE-CONTROL-TOTAL
014144******************************************************************
014145 3000-RECONCILE-CONTROL-TOTAL.
014146     IF WS-CTLFILE-IS-PRESENT
014147         READ CTLFILE INTO GL-CONTROL-TOTAL-RECORD
014150             AT END
014160                 MOVE "N" TO WS-CTL-FOUND-SWITCH
014170             NOT AT END
015470     EXIT.
015480
015490******************************************************************
015500*    4600-PRINT-ACCOUNT-BALANCES - ONE LINE PER ACCOUNT, IN
015510*                 ACCOUNT ORDER OFF THE ACCOUNT-BALANCE MASTER,
015520*                 SHOWING THE OPENING BALANCE CARRIED FORWARD,
015530*                 THE DAY'S MOVEMENT AND THE RESULTING CLOSING
015540*                 BALANCE
015550******************************************************************
015560 4600-PRINT-ACCOUNT-BALANCES.
015570     PERFORM 7000-START-BALANCE-MASTER
015580         THRU 7000-START-BALANCE-MASTER-EXIT
015590     PERFORM 4610-PRINT-ONE-ACCOUNT-LINE
015600         THRU 4610-PRINT-ONE-ACCOUNT-LINE-EXIT
015610         UNTIL WS-END-OF-ACCTBAL.
015620 4600-PRINT-ACCOUNT-BALANCES-EXIT.
015630     EXIT.
015640
015650 4610-PRINT-ONE-ACCOUNT-LINE.
015660     MOVE GLABM-ACCOUNT-NO      TO RPTA-ACCOUNT-NO
015670     PERFORM 4620-LOOK-UP-RPT-DESCRIPTION
015680         THRU 4620-LOOK-UP-RPT-DESCRIPTION-EXIT
015690     MOVE GLABM-OPENING-BALANCE TO RPTA-OPENING-BALANCE
015700     MOVE GLABM-NET-BALANCE     TO RPTA-MOVEMENT
015710     COMPUTE WS-CLOSING-BALANCE =
015720         GLABM-OPENING-BALANCE + GLABM-NET-BALANCE
015730         ON SIZE ERROR
015740             DISPLAY "GLACC01 - CLOSING BALANCE OVERFLOWED "
015750                 "FOR ACCOUNT " GLABM-ACCOUNT-NO
015760             STOP RUN
015770     END-COMPUTE
015780     MOVE WS-CLOSING-BALANCE TO RPTA-CLOSING-BALANCE
015790     MOVE WS-RPT-ACCOUNT-LINE TO FD-RPT-RECORD
015800     WRITE FD-RPT-RECORD
015810     PERFORM 4900-CHECK-RPTFILE-STATUS
015820         THRU 4900-CHECK-RPTFILE-STATUS-EXIT
015830     PERFORM 7100-READ-NEXT-BALANCE
015840         THRU 7100-READ-NEXT-BALANCE-EXIT.
015850 4610-PRINT-ONE-ACCOUNT-LINE-EXIT.
015860     EXIT.
015870
015960         AT END
015970             MOVE SPACES TO RPTA-DESCRIPTION
015980         WHEN GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
015990                 = GLABM-ACCOUNT-NO
016000             MOVE GLACM-MST-DESCRIPTION (GLACM-MST-IDX) TO
016010                 RPTA-DESCRIPTION
016020     END-SEARCH.
016590             WS-EXTRFILE-STATUS
016600         STOP RUN
016610     END-IF
016620     PERFORM 7000-START-BALANCE-MASTER
016630         THRU 7000-START-BALANCE-MASTER-EXIT
016640     PERFORM 5100-WRITE-ONE-EXTRACT-RECORD
016650         THRU 5100-WRITE-ONE-EXTRACT-RECORD-EXIT
016660         UNTIL WS-END-OF-ACCTBAL
016670     CLOSE EXTRFILE.
016680 5000-WRITE-GL-EXTRACT-EXIT.
016690     EXIT.
016700
016710 5100-WRITE-ONE-EXTRACT-RECORD.
016720     MOVE WS-RUN-DATE           TO GLEXT-POSTING-DATE
016730     MOVE GLABM-ACCOUNT-NO      TO GLEXT-ACCOUNT-NO
016740     MOVE GLABM-NET-BALANCE     TO GLEXT-FINAL-AMOUNT
016750     MOVE GLABM-OPENING-BALANCE TO GLEXT-OPENING-BALANCE
016760     COMPUTE GLEXT-CLOSING-BALANCE =
016770         GLABM-OPENING-BALANCE + GLABM-NET-BALANCE
016780         ON SIZE ERROR
016790             DISPLAY "GLACC01 - EXTRACT CLOSING BALANCE "
016800                 "OVERFLOWED FOR ACCOUNT " GLABM-ACCOUNT-NO
016810             STOP RUN
016820     END-COMPUTE
016830     PERFORM 5150-LOOK-UP-DESCRIPTION
016840         THRU 5150-LOOK-UP-DESCRIPTION-EXIT
016850     WRITE FD-EXT-RECORD FROM GL-EXTRACT-RECORD
016860     IF WS-EXTRFILE-STATUS NOT = "00"
016870        AND WS-EXTRFILE-STATUS NOT = "04"
016880         DISPLAY "GLACC01 - EXTRFILE WRITE FAILED - STATUS "
016890             WS-EXTRFILE-STATUS
016900         STOP RUN
016910     END-IF
016920     PERFORM 7100-READ-NEXT-BALANCE
016930         THRU 7100-READ-NEXT-BALANCE-EXIT.
016940 5100-WRITE-ONE-EXTRACT-RECORD-EXIT.
016950     EXIT.
016960
016970******************************************************************
016980*    5150-LOOK-UP-DESCRIPTION - PUT THE ACCOUNT MASTER'S
016990*                 DESCRIPTION FOR THE EXTRACT RECORD'S ACCOUNT
017000*                 NEXT TO ITS NUMBER ON THE EXTRACT
017010******************************************************************
017020 5150-LOOK-UP-DESCRIPTION.
017030     SET GLACM-MST-IDX TO 1
017040     SEARCH GLACM-MASTER-ENTRY
017050         AT END
017060       MOVE SPACES TO GLEXT-DESCRIPTION
017070         WHEN GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
017080           = GLABM-ACCOUNT-NO
017090       MOVE GLACM-MST-DESCRIPTION (GLACM-MST-IDX) TO
017100           GLEXT-DESCRIPTION
017110     END-SEARCH.
017120 5150-LOOK-UP-DESCRIPTION-EXIT.
017130     EXIT.
017140
017150******************************************************************
017160*    6000-WRITE-CLOSING-BALANCES - WRITE EVERY ACCOUNT'S CLOSING
017170*                 BALANCE (OPENING PLUS THE DAY'S MOVEMENT) TO
017180*                 THE NEW BALANCE FILE, WHICH BECOMES THE NEXT
017190*                 RUN'S PRIOR-BALANCE INPUT
017200******************************************************************
017210 6000-WRITE-CLOSING-BALANCES.
017220     OPEN OUTPUT NEWBAL
017230     IF WS-NEWBAL-STATUS NOT = "00"
017240        AND WS-NEWBAL-STATUS NOT = "04"
017250         DISPLAY "GLACC01 - NEWBAL OPEN FAILED - STATUS "
017260             WS-NEWBAL-STATUS
017270         STOP RUN
017280     END-IF
017290     PERFORM 7000-START-BALANCE-MASTER
017300         THRU 7000-START-BALANCE-MASTER-EXIT
017310     PERFORM 6100-WRITE-ONE-BALANCE
017320         THRU 6100-WRITE-ONE-BALANCE-EXIT
017330         UNTIL WS-END-OF-ACCTBAL
017340     CLOSE NEWBAL.
017350 6000-WRITE-CLOSING-BALANCES-EXIT.
017360     EXIT.
017370
017380 6100-WRITE-ONE-BALANCE.
017390     MOVE GLABM-ACCOUNT-NO TO GLBAL-ACCOUNT-NO
017400     MOVE WS-RUN-DATE TO GLBAL-BUSINESS-DATE
017410     COMPUTE GLBAL-CLOSING-BALANCE =
017420         GLABM-OPENING-BALANCE + GLABM-NET-BALANCE
017430         ON SIZE ERROR
017440             DISPLAY "GLACC01 - CARRY-FORWARD BALANCE "
017450                 "OVERFLOWED FOR ACCOUNT " GLABM-ACCOUNT-NO
017460             STOP RUN
017470     END-COMPUTE
017480     WRITE FD-NEWBAL-RECORD FROM GL-BALANCE-RECORD
017490     IF WS-NEWBAL-STATUS NOT = "00"
017500        AND WS-NEWBAL-STATUS NOT = "04"
017510         DISPLAY "GLACC01 - NEWBAL WRITE FAILED - STATUS "
017520             WS-NEWBAL-STATUS
017530         STOP RUN
017540     END-IF
017550     PERFORM 7100-READ-NEXT-BALANCE
017560         THRU 7100-READ-NEXT-BALANCE-EXIT.
017570 6100-WRITE-ONE-BALANCE-EXIT.
017580     EXIT.
017590
017591******************************************************************
017592*    6500-WRITE-CURRENCY-POSITIONS - WRITE EVERY ACCOUNT AND
017593*                 CURRENCY POSITION ON THE CURRENCY-POSITION
017594*                 MASTER TO THE NEW POSITION FILE, WHICH BECOMES
017595*                 THE NEXT RUN'S PRIOR-POSITION INPUT AND THE
017596*                 MONTH-END REVALUATION'S SOURCE
017597******************************************************************
017598 6500-WRITE-CURRENCY-POSITIONS.
017599     OPEN OUTPUT NEWCUR
017600     IF WS-NEWCUR-STATUS NOT = "00"
017601        AND WS-NEWCUR-STATUS NOT = "04"
017602         DISPLAY "GLACC01 - NEWCUR OPEN FAILED - STATUS "
017603             WS-NEWCUR-STATUS
017604         STOP RUN
017605     END-IF
017606     PERFORM 7200-START-POSITION-MASTER
017607         THRU 7200-START-POSITION-MASTER-EXIT
017608     PERFORM 6600-WRITE-ONE-POSITION
017609         THRU 6600-WRITE-ONE-POSITION-EXIT
017610         UNTIL WS-END-OF-CURRPOS
017611     CLOSE NEWCUR.
017612 6500-WRITE-CURRENCY-POSITIONS-EXIT.
017613     EXIT.
017614
017615 6600-WRITE-ONE-POSITION.
017616     MOVE SPACES TO GL-CURRENCY-POSITION-RECORD
017617     MOVE GLCPM-ACCOUNT-NO      TO GLCPS-ACCOUNT-NO
017618     MOVE GLCPM-CURRENCY-CODE   TO GLCPS-CURRENCY-CODE
017619     MOVE GLCPM-ORIGINAL-TOTAL  TO GLCPS-ORIGINAL-TOTAL
017620     MOVE GLCPM-CONVERTED-TOTAL TO GLCPS-CONVERTED-TOTAL
017621     MOVE WS-RUN-DATE TO GLCPS-BUSINESS-DATE
017622     WRITE FD-NEWCUR-RECORD FROM GL-CURRENCY-POSITION-RECORD
017623     IF WS-NEWCUR-STATUS NOT = "00"
017624        AND WS-NEWCUR-STATUS NOT = "04"
017625         DISPLAY "GLACC01 - NEWCUR WRITE FAILED - STATUS "
017626             WS-NEWCUR-STATUS
017627         STOP RUN
017628     END-IF
017629     PERFORM 7300-READ-NEXT-POSITION
017630         THRU 7300-READ-NEXT-POSITION-EXIT.
017631 6600-WRITE-ONE-POSITION-EXIT.
017632     EXIT.
017633
017644
017646******************************************************************
017648*    7000-START-BALANCE-MASTER - POSITION AT THE FIRST ACCOUNT
017650*                 ON THE ACCOUNT-BALANCE MASTER AND READ IT, FOR
017652*                 A PASS OVER EVERY ACCOUNT IN ACCOUNT ORDER
017654******************************************************************
017656 7000-START-BALANCE-MASTER.
017658     MOVE "N" TO WS-ACCTBAL-EOF-SWITCH
017660     MOVE LOW-VALUES TO GLABM-ACCOUNT-NO
017662     START ACCTBAL KEY IS NOT < GLABM-ACCOUNT-NO
017664         INVALID KEY
017666             MOVE "Y" TO WS-ACCTBAL-EOF-SWITCH
017668     END-START
017670     IF NOT WS-END-OF-ACCTBAL
017672         PERFORM 7100-READ-NEXT-BALANCE
017674             THRU 7100-READ-NEXT-BALANCE-EXIT
017676     END-IF.
017678 7000-START-BALANCE-MASTER-EXIT.
017680     EXIT.
017682
017684 7100-READ-NEXT-BALANCE.
017686     READ ACCTBAL NEXT RECORD
017688         AT END
017690             MOVE "Y" TO WS-ACCTBAL-EOF-SWITCH
017692     END-READ
017694     IF NOT WS-END-OF-ACCTBAL
017696        AND WS-ACCTBAL-STATUS NOT = "00"
017698        AND WS-ACCTBAL-STATUS NOT = "04"
017700         DISPLAY "GLACC01 - ACCTBAL READ FAILED - STATUS "
017702             WS-ACCTBAL-STATUS
017704         STOP RUN
017706     END-IF.
017708 7100-READ-NEXT-BALANCE-EXIT.
017710     EXIT.
017711******************************************************************
017712*    7200-START-POSITION-MASTER - POSITION AT THE FIRST ACCOUNT
017713*                 AND CURRENCY ON THE CURRENCY-POSITION MASTER
017714*                 AND READ IT, FOR A PASS IN KEY ORDER
017715******************************************************************
017716 7200-START-POSITION-MASTER.
017717     MOVE "N" TO WS-CURRPOS-EOF-SWITCH
017718     MOVE LOW-VALUES TO GLCPM-KEY
017719     START CURRPOS KEY IS NOT < GLCPM-KEY
017720         INVALID KEY
017721             MOVE "Y" TO WS-CURRPOS-EOF-SWITCH
017722     END-START
017723     IF NOT WS-END-OF-CURRPOS
017724         PERFORM 7300-READ-NEXT-POSITION
017725             THRU 7300-READ-NEXT-POSITION-EXIT
017726     END-IF.
017727 7200-START-POSITION-MASTER-EXIT.
017728     EXIT.
017729
017730 7300-READ-NEXT-POSITION.
017731     READ CURRPOS NEXT RECORD
017732         AT END
017733             MOVE "Y" TO WS-CURRPOS-EOF-SWITCH
017734     END-READ
017735     IF NOT WS-END-OF-CURRPOS
017736        AND WS-CURRPOS-STATUS NOT = "00"
017737        AND WS-CURRPOS-STATUS NOT = "04"
017738         DISPLAY "GLACC01 - CURRPOS READ FAILED - STATUS "
017739             WS-CURRPOS-STATUS
017740         STOP RUN
017741     END-IF.
017742 7300-READ-NEXT-POSITION-EXIT.
017743     EXIT.
017744
017745******************************************************************
017746*    9000-TERMINATE
017747******************************************************************
017748 9000-TERMINATE.
017749     CLOSE CTLFILE
017750     CLOSE AUDITLOG
017751     CLOSE RPTFILE
017752     CLOSE SUSPFILE
017753     PERFORM 9100-MARK-RUN-COMPLETE
017754         THRU 9100-MARK-RUN-COMPLETE-EXIT
017755     CLOSE ACCTBAL
017756     CLOSE CURRPOS
017757     DISPLAY "GLACC01 - RUN COMPLETE - TOTAL: "
017758         WS-AMOUNT-EXTENDED.
017759 9000-TERMINATE-EXIT.
017760     EXIT.
017761
017770******************************************************************
017780*    9100-MARK-RUN-COMPLETE - THE LAST THING A CLEAN RUN DOES:
017790*                 STAMP TODAY'S RUN-CONTROL ENTRY COMPLETE WITH
018050 9100-MARK-RUN-COMPLETE-EXIT.
018060     EXIT.
018061
018071******************************************************************
018081*    9150-SUM-LEDGER-POSITION - FOOT THE ACCOUNT-BALANCE
018091*                 MASTER'S OPENING AND CLOSING BALANCES SO THE
018101*                 CYCLE'S RUN-CONTROL RECORD CARRIES THE POSITION
018111*                 IT OPENED FROM AND CLOSED AT, FOR THE END-OF-
018121*                 DAY CONSOLIDATION PROOF
018131******************************************************************
018141 9150-SUM-LEDGER-POSITION.
018151     MOVE ZERO TO WS-LEDGER-OPENING-TOTAL
018161     MOVE ZERO TO WS-LEDGER-CLOSING-TOTAL
018171     PERFORM 7000-START-BALANCE-MASTER
018181         THRU 7000-START-BALANCE-MASTER-EXIT
018191     PERFORM 9160-SUM-ONE-ACCOUNT
018201         THRU 9160-SUM-ONE-ACCOUNT-EXIT
018211         UNTIL WS-END-OF-ACCTBAL.
018221 9150-SUM-LEDGER-POSITION-EXIT.
018231     EXIT.
018241
018251 9160-SUM-ONE-ACCOUNT.
018261     ADD GLABM-OPENING-BALANCE TO WS-LEDGER-OPENING-TOTAL
018271         ON SIZE ERROR
018281             DISPLAY "GLACC01 - LEDGER OPENING TOTAL OVERFLOWED"
018291             STOP RUN
018301     END-ADD
018311     ADD GLABM-OPENING-BALANCE TO WS-LEDGER-CLOSING-TOTAL
018321         ON SIZE ERROR
018331             DISPLAY "GLACC01 - LEDGER CLOSING TOTAL OVERFLOWED"
018341             STOP RUN
018351     END-ADD
018361     ADD GLABM-NET-BALANCE TO WS-LEDGER-CLOSING-TOTAL
018371         ON SIZE ERROR
018381             DISPLAY "GLACC01 - LEDGER CLOSING TOTAL OVERFLOWED"
018391             STOP RUN
018401     END-ADD
018411     PERFORM 7100-READ-NEXT-BALANCE
018421         THRU 7100-READ-NEXT-BALANCE-EXIT.
018431 9160-SUM-ONE-ACCOUNT-EXIT.
018441     EXIT.
