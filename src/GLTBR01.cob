000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-08-21
000070*
000079*    PURPOSE:    TRIAL BALANCE REPORT. READS THE ACCOUNT-BALANCE
000088*                MASTER (ACCTBAL, SEE GLABMREC) IN ACCOUNT ORDER
000097*                AND PRINTS ONE LINE PER ACCOUNT - NUMBER,
000106*                DESCRIPTION FROM THE CHART OF ACCOUNTS, DEBIT
000115*                TOTAL, CREDIT TOTAL, NET MOVEMENT AND CLOSING
000124*                BALANCE - WITH PAGE HEADINGS AND PAGE NUMBERS.
000133*                THE FINAL FOOTING ADDS THE ACCOUNT LINES BACK
000142*                UP AND PROVES THEY AGREE WITH THE GRAND TOTALS
000151*                ON THE ACCUMULATOR'S LATEST CHECKPOINT, THE SAME
000160*                FIGURES ITS OWN SUMMARY REPORT PRINTS, SO
000169*                MONTH-END NO LONGER RECONSTRUCTS THIS ONE
000178*                INQUIRY AT A TIME.
000190*
000200*    MODIFICATION HISTORY
000210*    ------------------------------------------------------------
000293*                     CONTROLLER (GLJSC01) CAN CALL THIS PROGRAM
000294*                     AS A STEP AND RECORD ITS COMPLETION. RUN
000295*                     STANDALONE THE BEHAVIOR IS UNCHANGED.
000296*    2026-10-15  DO   THE ACCOUNT LINES NOW COME FROM THE INDEXED
000297*                     ACCOUNT-BALANCE MASTER (ACCTBAL) READ IN
000298*                     KEY ORDER INSTEAD OF THE CHECKPOINT'S
000299*                     500-ENTRY ACCOUNT TABLE, SO THERE IS NO
000300*                     LIMIT ON ACCOUNTS AND NO SORT. THE
000301*                     CHECKPOINT (NOW 12042 BYTES) STILL SUPPLIES
000302*                     THE RUN DATE AND THE GRAND TOTALS FOR THE
000303*                     PROOF.
000304*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE LIMIT RAISED
000305*                     FROM 500 TO 2000 ACCOUNTS (SEE
000306*                     GLACMTBL).
000307*    2026-10-15  DO   CKPTFILE RECORD GROWS TO 14653 BYTES FOR THE
000308*                     100-FEED BREAKDOWN TABLE (SEE GLFEDTBL).
000309*    2026-10-15  DO   CKPTFILE RECORD SHRINKS TO 3550 BYTES NOW
000310*                     THAT CURRENCY POSITIONS ARE ON THEIR OWN
000311*                     MASTER (SEE GLCPMREC).
000312******************************************************************
000313 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    GLTBR01.
000330 AUTHOR.        D. OKONKWO.
000340 INSTALLATION.  MAIN DATA CENTER.
000450     SELECT CKPTFILE ASSIGN TO "CKPTFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CKPTFILE-STATUS.
000471
000472     SELECT ACCTBAL ASSIGN TO "ACCTBAL"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS SEQUENTIAL
000475         RECORD KEY IS GLABM-ACCOUNT-NO
000476         FILE STATUS IS WS-ACCTBAL-STATUS.
000480
000490     SELECT ACCTFILE ASSIGN TO "ACCTFILE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000580 FILE SECTION.
000590 FD  CKPTFILE
000600     RECORDING MODE IS F.
000610 01  FD-CKPT-RECORD               PIC X(3550).
000612
000614 FD  ACCTBAL.
000616 COPY GLABMREC.
000620
000630 FD  ACCTFILE
000640     RECORDING MODE IS F.
000710 WORKING-STORAGE SECTION.
000720
000730 01  WS-CKPTFILE-STATUS            PIC X(02) VALUE "00".
000735 01  WS-ACCTBAL-STATUS             PIC X(02) VALUE "00".
000740 01  WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
000750 01  WS-TBRPT-STATUS               PIC X(02) VALUE "00".
000760
000770 77  WS-ACCT-EOF-SWITCH            PIC X(01) VALUE "N".
000780     88  WS-END-OF-ACCTFILE                  VALUE "Y".
000790 77  WS-ACCTBAL-EOF-SWITCH         PIC X(01) VALUE "N".
000800     88  WS-END-OF-ACCTBAL                   VALUE "Y".
000810
000820 77  WS-ACCOUNT-COUNT              PIC 9(07) COMP VALUE ZERO.
000840 77  WS-LINE-COUNT                 PIC 9(03) COMP VALUE 99.
000850 77  WS-LINES-PER-PAGE             PIC 9(03) COMP VALUE 50.
000860 77  WS-PAGE-NUMBER                PIC 9(04) COMP VALUE ZERO.
000910 01  WS-TOT-CLOSING                PIC S9(11)V99 VALUE ZERO.
000920 01  WS-CLOSING-BALANCE            PIC S9(9)V99 VALUE ZERO.
000930
001140 COPY GLCKPREC.
001150
001160 COPY GLACMREC.
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE
001870         THRU 1000-INITIALIZE-EXIT
001920     PERFORM 4000-PRINT-TRIAL-BALANCE
001930         THRU 4000-PRINT-TRIAL-BALANCE-EXIT
001940     PERFORM 9000-TERMINATE
001950         THRU 9000-TERMINATE-EXIT
001960     GOBACK.
001970
001977******************************************************************
001984*    1000-INITIALIZE - THE CHECKPOINT CARRIES THE GRAND TOTALS
001991*                 THE REPORT PROVES AGAINST AND THE BALANCE
001998*                 MASTER CARRIES THE ACCOUNTS, SO NO CHECKPOINT
002005*                 OR NO MASTER MEANS NOTHING TO PRINT
002012******************************************************************
002020 1000-INITIALIZE.
002030     OPEN INPUT CKPTFILE
002040     IF WS-CKPTFILE-STATUS = "35"
002210     CLOSE CKPTFILE
002220     PERFORM 1100-LOAD-ACCOUNT-MASTER
002230         THRU 1100-LOAD-ACCOUNT-MASTER-EXIT
002231     OPEN INPUT ACCTBAL
002232     IF WS-ACCTBAL-STATUS = "35"
002233         DISPLAY "GLTBR01 - NO ACCOUNT-BALANCE MASTER ON FILE - "
002234             "NOTHING TO REPORT"
002235         STOP RUN
002236     END-IF
002237     IF WS-ACCTBAL-STATUS NOT = "00"
002238        AND WS-ACCTBAL-STATUS NOT = "04"
002239         DISPLAY "GLTBR01 - ACCTBAL OPEN FAILED - STATUS "
002240             WS-ACCTBAL-STATUS
002241         STOP RUN
002242     END-IF
002243     OPEN OUTPUT TBRPT
002250     IF WS-TBRPT-STATUS NOT = "00"
002260        AND WS-TBRPT-STATUS NOT = "04"
002270         DISPLAY "GLTBR01 - TBRPT OPEN FAILED - STATUS "
002660     EXIT.
002670
002680 1150-STORE-ONE-ACCOUNT.
002690     IF GLACM-MASTER-COUNT >= 2000
002700         DISPLAY "GLTBR01 - ACCOUNT MASTER TABLE FULL - "
002710             "DESCRIPTIONS TRUNCATED AT 2000 ACCOUNTS"
002720         MOVE "Y" TO WS-ACCT-EOF-SWITCH
002730         GO TO 1150-STORE-ONE-ACCOUNT-EXIT
002740     END-IF
002880     EXIT.
002890
002900******************************************************************
002910*    2000-READ-ACCOUNT-BALANCE - NEXT ACCOUNT OFF THE BALANCE
002920*                 MASTER, WHICH DELIVERS THEM IN ACCOUNT NUMBER
002930*                 SEQUENCE
002940******************************************************************
002950 2000-READ-ACCOUNT-BALANCE.
002960     READ ACCTBAL NEXT RECORD
002970         AT END
002980             MOVE "Y" TO WS-ACCTBAL-EOF-SWITCH
002990     END-READ
003000     IF NOT WS-END-OF-ACCTBAL
003010        AND WS-ACCTBAL-STATUS NOT = "00"
003020        AND WS-ACCTBAL-STATUS NOT = "04"
003030         DISPLAY "GLTBR01 - ACCTBAL READ FAILED - STATUS "
003040             WS-ACCTBAL-STATUS
003050         STOP RUN
003060     END-IF.
003070 2000-READ-ACCOUNT-BALANCE-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110*    4000-PRINT-TRIAL-BALANCE - ONE LINE PER ACCOUNT IN ACCOUNT
003120*                 NUMBER SEQUENCE, PAGED, THEN THE CONTROL
003130*                 FOOTINGS THAT PROVE THE LINES ADD UP TO THE
003140*                 CHECKPOINTED GRAND TOTALS
003150******************************************************************
003160 4000-PRINT-TRIAL-BALANCE.
003170     PERFORM 2000-READ-ACCOUNT-BALANCE
003180         THRU 2000-READ-ACCOUNT-BALANCE-EXIT
003190     PERFORM 4100-PRINT-ONE-ACCOUNT
003200         THRU 4100-PRINT-ONE-ACCOUNT-EXIT
003210         UNTIL WS-END-OF-ACCTBAL
003220     PERFORM 4400-PRINT-CONTROL-FOOTING
003230         THRU 4400-PRINT-CONTROL-FOOTING-EXIT.
003240 4000-PRINT-TRIAL-BALANCE-EXIT.
003250     EXIT.
003260
003270 4100-PRINT-ONE-ACCOUNT.
003280     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003290         PERFORM 4200-PRINT-PAGE-HEADING
003300             THRU 4200-PRINT-PAGE-HEADING-EXIT
003310     END-IF
003320     ADD 1 TO WS-ACCOUNT-COUNT
003330     MOVE GLABM-ACCOUNT-NO TO RPTD-ACCOUNT-NO
003340     PERFORM 4300-LOOK-UP-DESCRIPTION
003350         THRU 4300-LOOK-UP-DESCRIPTION-EXIT
003360     MOVE GLABM-DEBIT-TOTAL  TO RPTD-DEBIT
003370     MOVE GLABM-CREDIT-TOTAL TO RPTD-CREDIT
003380     MOVE GLABM-NET-BALANCE  TO RPTD-MOVEMENT
003390     COMPUTE WS-CLOSING-BALANCE =
003400         GLABM-OPENING-BALANCE + GLABM-NET-BALANCE
003410         ON SIZE ERROR
003420             DISPLAY "GLTBR01 - CLOSING BALANCE OVERFLOWED "
003430                 "FOR ACCOUNT " GLABM-ACCOUNT-NO
003440             STOP RUN
003450     END-COMPUTE
003460     MOVE WS-CLOSING-BALANCE TO RPTD-CLOSING
003470     MOVE WS-RPT-DETAIL-LINE TO FD-RPT-RECORD
003480     WRITE FD-RPT-RECORD
003490     PERFORM 4900-CHECK-TBRPT-STATUS
003500         THRU 4900-CHECK-TBRPT-STATUS-EXIT
003510     ADD 1 TO WS-LINE-COUNT
003520     ADD GLABM-DEBIT-TOTAL  TO WS-TOT-DEBIT
003530     ADD GLABM-CREDIT-TOTAL TO WS-TOT-CREDIT
003540     ADD GLABM-NET-BALANCE  TO WS-TOT-NET
003550     ADD WS-CLOSING-BALANCE TO WS-TOT-CLOSING
003560     PERFORM 2000-READ-ACCOUNT-BALANCE
003570         THRU 2000-READ-ACCOUNT-BALANCE-EXIT.
003580 4100-PRINT-ONE-ACCOUNT-EXIT.
003590     EXIT.
003600
004070 4200-PRINT-PAGE-HEADING.
004080     ADD 1 TO WS-PAGE-NUMBER
004090     MOVE GLCKP-RUN-DATE  TO RPT1-RUN-DATE
004290         AT END
004300             MOVE SPACES TO RPTD-DESCRIPTION
004310         WHEN GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
004320                 = GLABM-ACCOUNT-NO
004330             MOVE GLACM-MST-DESCRIPTION (GLACM-MST-IDX) TO
004340                 RPTD-DESCRIPTION
004350     END-SEARCH.
005080*    9000-TERMINATE
005090******************************************************************
005100 9000-TERMINATE.
005108     CLOSE ACCTBAL
005116     CLOSE TBRPT
005124     DISPLAY "GLTBR01 - TRIAL BALANCE COMPLETE - "
005132         WS-ACCOUNT-COUNT " ACCOUNTS ON " WS-PAGE-NUMBER
005140         " PAGES".
005150 9000-TERMINATE-EXIT.
005160     EXIT.
