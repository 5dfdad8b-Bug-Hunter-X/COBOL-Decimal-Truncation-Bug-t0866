000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-09-02
000070*
000078*    PURPOSE:    ACTUAL-VERSUS-BUDGET VARIANCE REPORT. READS
000086*                THE ACCOUNT-BALANCE MASTER (ACCTBAL, SEE
000094*                GLABMREC) FOR EACH ACCOUNT'S CLOSING BALANCE
000102*                (THE SAME MASTER GLTBR01 REPORTS FROM), THE
000120*                BUDGET MASTER (BUDFILE, SEE GLBUDREC) FOR THE
000130*                REQUESTED FISCAL PERIOD, AND THE CHART OF
000140*                ACCOUNTS FOR DESCRIPTIONS, AND PRINTS ACTUAL,
000270*    MODIFICATION HISTORY
000280*    ------------------------------------------------------------
000290*    2026-09-02  DO   INITIAL VERSION.
000291*    2026-10-15  DO   ACTUALS NOW COME FROM THE INDEXED ACCOUNT-
000292*                     BALANCE MASTER (ACCTBAL) INSTEAD OF THE
000293*                     CHECKPOINT'S 500-ENTRY ACCOUNT TABLE, SO
000294*                     THE REPORT COVERS EVERY ACCOUNT. THE RESULT
000295*                     TABLE GROWS FROM 1000 TO 2500 ENTRIES AND
000296*                     THE BUDGET TABLE FROM 500 TO 2000 TO MATCH
000297*                     THE LARGER CHART OF ACCOUNTS.
000298*                     THE CHART-OF-ACCOUNTS TABLE LIMIT IS
000299*                     NOW 2000 ACCOUNTS (SEE GLACMTBL).
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    GLVAR01.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000446     SELECT ACCTBAL ASSIGN TO "ACCTBAL"
000452         ORGANIZATION IS INDEXED
000458         ACCESS MODE IS SEQUENTIAL
000464         RECORD KEY IS GLABM-ACCOUNT-NO
000470         FILE STATUS IS WS-ACCTBAL-STATUS.
000480
000490     SELECT BUDFILE ASSIGN TO "BUDFILE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ACCTBAL.
000680 COPY GLABMREC.
000700
000710 FD  BUDFILE
000720     RECORDING MODE IS F.
000860
000870 WORKING-STORAGE SECTION.
000880
000890 01  WS-ACCTBAL-STATUS             PIC X(02) VALUE "00".
000900 01  WS-BUDFILE-STATUS             PIC X(02) VALUE "00".
000910 01  WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
000920 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
000930 01  WS-VARRPT-STATUS              PIC X(02) VALUE "00".
000940
000943 77  WS-ACCTBAL-EOF-SWITCH         PIC X(01) VALUE "N".
000946     88  WS-END-OF-ACCTBAL                   VALUE "Y".
000950 77  WS-BUDFILE-EOF-SWITCH         PIC X(01) VALUE "N".
000960     88  WS-END-OF-BUDFILE                   VALUE "Y".
000970 77  WS-ACCT-EOF-SWITCH            PIC X(01) VALUE "N".
001260*    SO UNCLAIMED BUDGETS STILL REPORT AT ZERO ACTIVITY
001270******************************************************************
001280 01  WS-BUDGET-TABLE-AREA.
001290     05  WS-BUDGET-COUNT           PIC 9(04) VALUE ZERO.
001300     05  WS-BUDGET-ENTRY OCCURS 2000 TIMES
001310                         INDEXED BY WS-BUD-IDX.
001320         10  WS-BUD-ACCOUNT-NO     PIC X(10) VALUE SPACES.
001330         10  WS-BUD-AMOUNT         PIC S9(9)V99 VALUE ZERO.
001410******************************************************************
001420 01  WS-VARIANCE-TABLE.
001430     05  WS-VARIANCE-COUNT         PIC 9(05) VALUE ZERO.
001440     05  WS-VARIANCE-ENTRY OCCURS 2500 TIMES.
001450         10  WS-VAR-ACCOUNT-NO     PIC X(10).
001460         10  WS-VAR-ACTUAL         PIC S9(11)V99.
001470         10  WS-VAR-BUDGET         PIC S9(9)V99.
001580     05  WS-HLD-PCT                PIC S9(5)V99.
001590     05  WS-HLD-EXCEPTION-FLAG     PIC X(01).
001600
001630 COPY GLBUDREC.
001640
001650 COPY GLACMREC.
002390     STOP RUN.
002400
002410******************************************************************
002420*    1000-INITIALIZE - THE ACCOUNT-BALANCE MASTER IS THE ACTUALS
002430*                 SOURCE, SO NO MASTER MEANS NOTHING TO REPORT
002440******************************************************************
002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002470     PERFORM 1100-READ-PARM-CARDS
002480         THRU 1100-READ-PARM-CARDS-EXIT
002490     OPEN INPUT ACCTBAL
002500     IF WS-ACCTBAL-STATUS = "35"
002510         DISPLAY "GLVAR01 - NO ACCOUNT-BALANCE MASTER ON FILE - "
002520             "NOTHING TO REPORT"
002530         STOP RUN
002540     END-IF
002550     IF WS-ACCTBAL-STATUS NOT = "00"
002560        AND WS-ACCTBAL-STATUS NOT = "04"
002570         DISPLAY "GLVAR01 - ACCTBAL OPEN FAILED - STATUS "
002580             WS-ACCTBAL-STATUS
002590         STOP RUN
002600     END-IF
002680     PERFORM 1200-LOAD-BUDGET-MASTER
002690         THRU 1200-LOAD-BUDGET-MASTER-EXIT
002700     PERFORM 1300-LOAD-ACCOUNT-MASTER
003860
003870 1250-STORE-ONE-BUDGET.
003880     IF GLBUD-PERIOD-ID = WS-TARGET-PERIOD-ID
003890         IF WS-BUDGET-COUNT >= 2000
003900             DISPLAY "GLVAR01 - BUDGET TABLE FULL - MORE THAN "
003910                 "2000 BUDGET RECORDS FOR THE PERIOD"
003920             STOP RUN
003930         END-IF
003940         ADD 1 TO WS-BUDGET-COUNT
004390     EXIT.
004400
004410 1350-STORE-ONE-ACCOUNT.
004420     IF GLACM-MASTER-COUNT >= 2000
004430         DISPLAY "GLVAR01 - ACCOUNT MASTER TABLE FULL - "
004440             "DESCRIPTIONS TRUNCATED AT 2000 ACCOUNTS"
004450         MOVE "Y" TO WS-ACCT-EOF-SWITCH
004460         GO TO 1350-STORE-ONE-ACCOUNT-EXIT
004470     END-IF
004600 1350-STORE-ONE-ACCOUNT-EXIT.
004610     EXIT.
004620
004626******************************************************************
004632*    2000-BUILD-VARIANCE-TABLE - ONE RESULT ENTRY PER ACCOUNT
004638*                 ON THE BALANCE MASTER, THEN ONE PER BUDGETED
004644*                 ACCOUNT THAT SAW NO ACTIVITY, SO NEITHER SIDE
004650*                 OF THE COMPARISON CAN GO MISSING
004656******************************************************************
004662 2000-BUILD-VARIANCE-TABLE.
004668     PERFORM 2050-READ-ACCOUNT-BALANCE
004674         THRU 2050-READ-ACCOUNT-BALANCE-EXIT
004680     PERFORM 2100-BUILD-ONE-ACTUAL
004686         THRU 2100-BUILD-ONE-ACTUAL-EXIT
004692         UNTIL WS-END-OF-ACCTBAL
004698     CLOSE ACCTBAL
004704     PERFORM 2400-BUILD-ONE-UNCLAIMED
004710         THRU 2400-BUILD-ONE-UNCLAIMED-EXIT
004716         VARYING WS-BUD-IDX FROM 1 BY 1
004722         UNTIL WS-BUD-IDX > WS-BUDGET-COUNT.
004728 2000-BUILD-VARIANCE-TABLE-EXIT.
004734     EXIT.
004740
004746 2050-READ-ACCOUNT-BALANCE.
004752     READ ACCTBAL NEXT RECORD
004758         AT END
004764             MOVE "Y" TO WS-ACCTBAL-EOF-SWITCH
004770     END-READ
004776     IF NOT WS-END-OF-ACCTBAL
004782        AND WS-ACCTBAL-STATUS NOT = "00"
004788        AND WS-ACCTBAL-STATUS NOT = "04"
004794         DISPLAY "GLVAR01 - ACCTBAL READ FAILED - STATUS "
004800             WS-ACCTBAL-STATUS
004806         STOP RUN
004812     END-IF.
004818 2050-READ-ACCOUNT-BALANCE-EXIT.
004824     EXIT.
004830
004836 2100-BUILD-ONE-ACTUAL.
004842     COMPUTE WS-ACTUAL-AMOUNT =
004848         GLABM-OPENING-BALANCE + GLABM-NET-BALANCE
004854         ON SIZE ERROR
004860             DISPLAY "GLVAR01 - ACTUAL OVERFLOWED FOR ACCOUNT "
004866                 GLABM-ACCOUNT-NO
004872             STOP RUN
004878     END-COMPUTE
004884     PERFORM 2200-CLAIM-BUDGET
004890         THRU 2200-CLAIM-BUDGET-EXIT
004896     PERFORM 2300-ADD-VARIANCE-ENTRY
004902         THRU 2300-ADD-VARIANCE-ENTRY-EXIT
004908     PERFORM 2050-READ-ACCOUNT-BALANCE
004914         THRU 2050-READ-ACCOUNT-BALANCE-EXIT.
004920 2100-BUILD-ONE-ACTUAL-EXIT.
004926     EXIT.
004932
004970******************************************************************
004980*    2200-CLAIM-BUDGET - FIND THE ACTIVITY ACCOUNT'S BUDGET
004990*                 AND MARK IT CLAIMED; NO BUDGET MEANS ZERO
005050         AT END
005060             CONTINUE
005070         WHEN WS-BUD-ACCOUNT-NO (WS-BUD-IDX)
005080                 = GLABM-ACCOUNT-NO
005090             MOVE "Y" TO WS-BUDGET-FOUND-SWITCH
005100             MOVE "Y" TO WS-BUD-CLAIMED-FLAG (WS-BUD-IDX)
005110     END-SEARCH.
005200*                 PERCENT AND IS ALWAYS AN EXCEPTION.
005210******************************************************************
005220 2300-ADD-VARIANCE-ENTRY.
005230     IF WS-VARIANCE-COUNT >= 2500
005240         DISPLAY "GLVAR01 - VARIANCE TABLE FULL - MORE THAN "
005250             "2500 ACCOUNTS"
005260         STOP RUN
005270     END-IF
005280     ADD 1 TO WS-VARIANCE-COUNT
005290     MOVE GLABM-ACCOUNT-NO TO
005300         WS-VAR-ACCOUNT-NO (WS-VARIANCE-COUNT)
005310     MOVE WS-ACTUAL-AMOUNT TO
005320         WS-VAR-ACTUAL (WS-VARIANCE-COUNT)
005910     IF WS-BUDGET-IS-CLAIMED (WS-BUD-IDX)
005920         GO TO 2400-BUILD-ONE-UNCLAIMED-EXIT
005930     END-IF
005940     IF WS-VARIANCE-COUNT >= 2500
005950         DISPLAY "GLVAR01 - VARIANCE TABLE FULL - MORE THAN "
005960             "2500 ACCOUNTS"
005970         STOP RUN
005980     END-IF
005990     ADD 1 TO WS-VARIANCE-COUNT
