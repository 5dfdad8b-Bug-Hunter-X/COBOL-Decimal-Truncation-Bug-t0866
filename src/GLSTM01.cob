000220*                NET IS WHAT MUST AGREE WITH THE CARRY-FORWARD
000230*                BALANCE. SELECTION COMES FROM PARMFILE CARDS:
000240*                ACCTFROM=, ACCTTO=, DATEFROM=YYYYMMDD AND
000243*                DATETO=YYYYMMDD, EACH OPTIONAL. BESIDE THE RATE
000246*                USED, EACH FOREIGN-CURRENCY POSTING SHOWS THE
000249*                RATE ON THE RATE HISTORY (RATEHIST, SEE GLRTHREC)
000252*                FOR ITS POSTING DATE - THE LAST ONE SET ON OR
000255*                BEFORE IT - FLAGGED * WHERE THE TWO DIFFER.
000260*
000270*    MODIFICATION HISTORY
000280*    ------------------------------------------------------------
000290*    2026-09-02  DO   INITIAL VERSION.
000293*    2026-10-15  DO   AUDHIST NOW DECLARES ITS ALTERNATE KEY ON
000296*                     JOURNAL ID (SEE GLAHSREC).
000297*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE (SEE GLACMTBL)
000298*                     AND NEWBAL BALANCE TABLE LIMITS RAISED
000299*                     FROM 500 TO 2000 ACCOUNTS.
000300*    2026-10-15  DO   DAY RATE FROM THE RATE HISTORY SHOWN AGAINST
000301*                     THE RATE USED ON EACH POSTING.
000302******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    GLSTM01.
000330 AUTHOR.        D. OKONKWO.
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS GLAHS-KEY
000483         ALTERNATE RECORD KEY IS GLAHS-JOURNAL-ID
000486             WITH DUPLICATES
000490         FILE STATUS IS WS-AUDHIST-STATUS.
000500
000501     SELECT RATEHIST ASSIGN TO "RATEHIST"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS GLRTH-KEY
000505         FILE STATUS IS WS-RATEHIST-STATUS.
000506
000510     SELECT NEWBAL ASSIGN TO "NEWBAL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-NEWBAL-STATUS.
000690 FD  AUDHIST.
000700 COPY GLAHSREC.
000710
000712 FD  RATEHIST.
000714 COPY GLRTHREC.
000716
000720 FD  NEWBAL
000730     RECORDING MODE IS F.
000740 01  FD-NEWBAL-RECORD             PIC X(80).
000880 WORKING-STORAGE SECTION.
000890
000900 01  WS-AUDHIST-STATUS             PIC X(02) VALUE "00".
000905 01  WS-RATEHIST-STATUS            PIC X(02) VALUE "00".
000910 01  WS-NEWBAL-STATUS              PIC X(02) VALUE "00".
000920 01  WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
000930 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
001050     88  WS-A-STATEMENT-IS-OPEN              VALUE "Y".
001060 77  WS-OPENING-PRINTED-SWITCH     PIC X(01) VALUE "N".
001070     88  WS-OPENING-WAS-PRINTED              VALUE "Y".
001071 77  WS-RATEHIST-EOF-SWITCH        PIC X(01) VALUE "N".
001072     88  WS-END-OF-RATEHIST                  VALUE "Y".
001073 77  WS-RATEHIST-OPEN-SWITCH       PIC X(01) VALUE "N".
001074     88  WS-RATE-HISTORY-ON-FILE             VALUE "Y".
001075 77  WS-DAY-RATE-SWITCH            PIC X(01) VALUE "N".
001076     88  WS-DAY-RATE-FOUND                   VALUE "Y".
001080
001090 77  WS-STATEMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
001100 77  WS-POSTING-PRINT-COUNT        PIC 9(09) COMP VALUE ZERO.
001105 77  WS-RATE-DIFFERENCE-COUNT      PIC 9(09) COMP VALUE ZERO.
001110 77  WS-LINE-COUNT                 PIC 9(03) COMP VALUE ZERO.
001120 77  WS-LINES-PER-PAGE             PIC 9(03) COMP VALUE 50.
001130 77  WS-PAGE-NUMBER                PIC 9(04) COMP VALUE ZERO.
001260 01  WS-RUNNING-BALANCE            PIC S9(11)V99 VALUE ZERO.
001270 01  WS-CLOSING-BALANCE            PIC S9(11)V99 VALUE ZERO.
001280 01  WS-CARRY-FWD-BALANCE          PIC S9(9)V99 VALUE ZERO.
001281
001282******************************************************************
001283*    DAY RATE LOOKED UP LAST - CONSECUTIVE POSTINGS IN ONE
001284*    CURRENCY ON ONE DATE DO NOT GO BACK TO THE RATE HISTORY
001285******************************************************************
001286 01  WS-DAY-RATE-CURRENCY          PIC X(03) VALUE SPACES.
001287 01  WS-DAY-RATE-POST-DATE         PIC 9(08) VALUE ZERO.
001288 01  WS-DAY-RATE                   PIC 9(03)V9(06) VALUE ZERO.
001290
001300******************************************************************
001310*    LATEST CLOSING BALANCE TABLE - LOADED FROM NEWBAL SO EACH
001340******************************************************************
001350 01  WS-BALANCE-TABLE-AREA.
001360     05  WS-BALANCE-COUNT          PIC 9(05) VALUE ZERO.
001370     05  WS-BALANCE-ENTRY OCCURS 2000 TIMES
001380                          INDEXED BY WS-BAL-IDX.
001390         10  WS-BAL-ACCOUNT-NO     PIC X(10) VALUE SPACES.
001400         10  WS-BAL-CLOSING        PIC S9(9)V99 VALUE ZERO.
001670     05  FILLER                    PIC X(05) VALUE "CCY".
001680     05  FILLER                    PIC X(12) VALUE
001690         "   RATE USED".
001693     05  FILLER                    PIC X(14) VALUE
001696         "    DAY RATE".
001700     05  FILLER                    PIC X(16) VALUE
001710         "          AMOUNT".
001720     05  FILLER                    PIC X(18) VALUE
001730         "           BALANCE".
001740     05  FILLER                    PIC X(47) VALUE SPACES.
001750
001760 01  WS-RPT-OPENING-LINE.
001770     05  FILLER                    PIC X(30) VALUE
001870     05  RPTD-CURRENCY-CODE        PIC X(03).
001880     05  FILLER                    PIC X(02) VALUE SPACES.
001890     05  RPTD-RATE-USED            PIC 9(03).9(06).
001891     05  FILLER                    PIC X(02) VALUE SPACES.
001892     05  RPTD-DAY-RATE-X           PIC X(10).
001893     05  RPTD-DAY-RATE REDEFINES RPTD-DAY-RATE-X
001894                                   PIC 9(03).9(06).
001895     05  FILLER                    PIC X(01) VALUE SPACES.
001896     05  RPTD-RATE-FLAG            PIC X(01).
001900     05  FILLER                    PIC X(02) VALUE SPACES.
001910     05  RPTD-AMOUNT               PIC -(11)9.99.
001920     05  FILLER                    PIC X(02) VALUE SPACES.
001930     05  RPTD-RUNNING-BALANCE      PIC -(11)9.99.
001940     05  FILLER                    PIC X(44) VALUE SPACES.
001950
001960 01  WS-RPT-CLOSING-LINE.
001970     05  FILLER                    PIC X(30) VALUE
002500             WS-STMRPT-STATUS
002510         STOP RUN
002520     END-IF
002521     OPEN INPUT RATEHIST
002522     IF WS-RATEHIST-STATUS = "35"
002523         DISPLAY "GLSTM01 - NO RATE HISTORY ON FILE - DAY RATES "
002524             "NOT SHOWN"
002525     ELSE
002526         IF WS-RATEHIST-STATUS NOT = "00"
002527            AND WS-RATEHIST-STATUS NOT = "04"
002528             DISPLAY "GLSTM01 - RATEHIST OPEN FAILED - STATUS "
002529                 WS-RATEHIST-STATUS
002530             STOP RUN
002531         END-IF
002532         MOVE "Y" TO WS-RATEHIST-OPEN-SWITCH
002533     END-IF
002534     MOVE LOW-VALUES TO GLAHS-KEY
002540     MOVE WS-ACCT-FROM TO GLAHS-ACCOUNT-NO
002550     START AUDHIST KEY IS NOT < GLAHS-KEY
002560         INVALID KEY
003590     EXIT.
003600
003610 1250-STORE-ONE-BALANCE.
003620     IF WS-BALANCE-COUNT >= 2000
003630         DISPLAY "GLSTM01 - BALANCE TABLE FULL - MORE THAN "
003640             "2000 ACCOUNTS ON NEWBAL"
003650         STOP RUN
003660     END-IF
003670     ADD 1 TO WS-BALANCE-COUNT
004110     EXIT.
004120
004130 1350-STORE-ONE-ACCOUNT.
004140     IF GLACM-MASTER-COUNT >= 2000
004150         DISPLAY "GLSTM01 - ACCOUNT MASTER TABLE FULL - "
004160             "DESCRIPTIONS TRUNCATED AT 2000 ACCOUNTS"
004170         MOVE "Y" TO WS-ACCT-EOF-SWITCH
004180         GO TO 1350-STORE-ONE-ACCOUNT-EXIT
004190     END-IF
005800     MOVE GLAHS-POST-TIME     TO RPTD-POST-TIME
005810     MOVE GLAHS-CURRENCY-CODE TO RPTD-CURRENCY-CODE
005820     MOVE GLAHS-RATE-USED     TO RPTD-RATE-USED
005821     MOVE SPACES              TO RPTD-DAY-RATE-X
005822     MOVE SPACES              TO RPTD-RATE-FLAG
005823     IF WS-RATE-HISTORY-ON-FILE
005824        AND GLAHS-CURRENCY-CODE NOT = "USD"
005825         PERFORM 2420-LOOK-UP-DAY-RATE
005826             THRU 2420-LOOK-UP-DAY-RATE-EXIT
005827         IF WS-DAY-RATE-FOUND
005828             MOVE WS-DAY-RATE TO RPTD-DAY-RATE
005829             IF WS-DAY-RATE NOT = GLAHS-RATE-USED
005830                 MOVE "*" TO RPTD-RATE-FLAG
005831                 ADD 1 TO WS-RATE-DIFFERENCE-COUNT
005832             END-IF
005833         END-IF
005834     END-IF
005835     MOVE GLAHS-SOURCE-AMOUNT TO RPTD-AMOUNT
005840     MOVE WS-RUNNING-BALANCE  TO RPTD-RUNNING-BALANCE
005850     MOVE WS-RPT-DETAIL-LINE TO FD-RPT-RECORD
005860     WRITE FD-RPT-RECORD
005890     ADD 1 TO WS-LINE-COUNT
005900     ADD 1 TO WS-POSTING-PRINT-COUNT.
005910 2400-PRINT-ONE-POSTING-EXIT.
005911     EXIT.
005912
005913******************************************************************
005914*    2420-LOOK-UP-DAY-RATE - THE RATE ON THE RATE HISTORY FOR THE
005915*                 POSTING'S CURRENCY AND DATE: THAT DAY'S RECORD
005916*                 IF THERE IS ONE, OTHERWISE THE LAST BEFORE IT
005917******************************************************************
005918 2420-LOOK-UP-DAY-RATE.
005919     IF GLAHS-CURRENCY-CODE = WS-DAY-RATE-CURRENCY
005920        AND GLAHS-POST-DATE = WS-DAY-RATE-POST-DATE
005921         GO TO 2420-LOOK-UP-DAY-RATE-EXIT
005922     END-IF
005923     MOVE GLAHS-CURRENCY-CODE TO WS-DAY-RATE-CURRENCY
005924     MOVE GLAHS-POST-DATE     TO WS-DAY-RATE-POST-DATE
005925     MOVE "N"                 TO WS-DAY-RATE-SWITCH
005926     MOVE ZERO                TO WS-DAY-RATE
005927     MOVE WS-DAY-RATE-CURRENCY  TO GLRTH-CURRENCY-CODE
005928     MOVE WS-DAY-RATE-POST-DATE TO GLRTH-RATE-DATE
005929     READ RATEHIST
005930         INVALID KEY
005931             GO TO 2420-LOOK-UP-DAY-RATE-SCAN
005932     END-READ
005933     MOVE "Y"                 TO WS-DAY-RATE-SWITCH
005934     MOVE GLRTH-EXCHANGE-RATE TO WS-DAY-RATE
005935     GO TO 2420-LOOK-UP-DAY-RATE-EXIT.
005936 2420-LOOK-UP-DAY-RATE-SCAN.
005937     MOVE WS-DAY-RATE-CURRENCY TO GLRTH-CURRENCY-CODE
005938     MOVE ZERO                 TO GLRTH-RATE-DATE
005939     START RATEHIST KEY IS NOT < GLRTH-KEY
005940         INVALID KEY
005941             GO TO 2420-LOOK-UP-DAY-RATE-EXIT
005942     END-START
005943     MOVE "N" TO WS-RATEHIST-EOF-SWITCH
005944     PERFORM 2430-READ-EARLIER-RATE
005945         THRU 2430-READ-EARLIER-RATE-EXIT
005946         UNTIL WS-END-OF-RATEHIST.
005947 2420-LOOK-UP-DAY-RATE-EXIT.
005948     EXIT.
005949
005950 2430-READ-EARLIER-RATE.
005951     READ RATEHIST NEXT RECORD
005952         AT END
005953             MOVE "Y" TO WS-RATEHIST-EOF-SWITCH
005954             GO TO 2430-READ-EARLIER-RATE-EXIT
005955     END-READ
005956     IF GLRTH-CURRENCY-CODE NOT = WS-DAY-RATE-CURRENCY
005957        OR GLRTH-RATE-DATE > WS-DAY-RATE-POST-DATE
005958         MOVE "Y" TO WS-RATEHIST-EOF-SWITCH
005959         GO TO 2430-READ-EARLIER-RATE-EXIT
005960     END-IF
005961     MOVE "Y"                 TO WS-DAY-RATE-SWITCH
005962     MOVE GLRTH-EXCHANGE-RATE TO WS-DAY-RATE.
005963 2430-READ-EARLIER-RATE-EXIT.
005964     EXIT.
005965
005966 2450-PRINT-OPENING-LINE.
005967     MOVE WS-OPENING-BALANCE TO RPTO-OPENING
005968     MOVE WS-RPT-OPENING-LINE TO FD-RPT-RECORD
005970     WRITE FD-RPT-RECORD
005980     PERFORM 4900-CHECK-STMRPT-STATUS
005990         THRU 4900-CHECK-STMRPT-STATUS-EXIT
006760*    9000-TERMINATE
006770******************************************************************
006780 9000-TERMINATE.
006785     CLOSE STMRPT
006790     IF WS-RATE-HISTORY-ON-FILE
006795         CLOSE RATEHIST
006800     END-IF
006805     DISPLAY "GLSTM01 - STATEMENTS COMPLETE - "
006810         WS-STATEMENT-COUNT " ACCOUNTS, "
006815         WS-POSTING-PRINT-COUNT " POSTINGS PRINTED, "
006820         WS-RATE-DIFFERENCE-COUNT " NOT AT THE DAY'S RATE".
006830 9000-TERMINATE-EXIT.
006840     EXIT.
