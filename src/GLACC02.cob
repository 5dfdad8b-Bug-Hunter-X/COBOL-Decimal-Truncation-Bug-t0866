000080*    PURPOSE:    ONLINE INQUIRY UTILITY. LETS AN OPERATOR KEY IN
000090*                A RUN DATE AND/OR ACCOUNT NUMBER AND SEE THE
000100*                CURRENT ACCUMULATED BALANCE FROM THE LATEST
000110*                CHECKPOINT AND THE ACCOUNT-BALANCE MASTER PLUS
000120*                THE AUDIT TRAIL POSTINGS THAT MADE IT UP, WITHOUT
000130*                HAVING TO DIG THROUGH THE BATCH LOGS BY HAND.
000140*
000150*    MODIFICATION HISTORY
000160*    ------------------------------------------------------------
000512*                     (STEPSTAT, SEE GLSTPREC), SO THE HELP
000513*                     DESK CAN ANSWER "WHERE IS TONIGHT'S RUN"
000514*                     PRECISELY.
000515*    2026-10-15  DO   AUDHIST NOW DECLARES ITS ALTERNATE KEY ON
000516*                     JOURNAL ID (SEE GLAHSREC).
000517*    2026-10-15  DO   THE ACCOUNT BALANCE DISPLAY NOW READS THE
000518*                     REQUESTED ACCOUNT BY KEY FROM THE INDEXED
000519*                     ACCOUNT-BALANCE MASTER (ACCTBAL, SEE
000520*                     GLABMREC) INSTEAD OF SEARCHING THE
000521*                     CHECKPOINT'S 500-ENTRY ACCOUNT TABLE.
000522*                     CKPTFILE (NOW 12042 BYTES) STILL SUPPLIES
000523*                     THE OVERALL RUN TOTALS.
000524*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE LIMIT RAISED
000525*                     FROM 500 TO 2000 ACCOUNTS (SEE
000526*                     GLACMTBL).
000527*    2026-10-15  DO   CKPTFILE RECORD GROWS TO 14653 BYTES FOR THE
000528*                     100-FEED BREAKDOWN TABLE (SEE GLFEDTBL).
000529*    2026-10-15  DO   CKPTFILE RECORD SHRINKS TO 3550 BYTES NOW
000530*                     THAT CURRENCY POSITIONS ARE ON THEIR OWN
000531*                     MASTER (SEE GLCPMREC).
000532******************************************************************
000533 IDENTIFICATION DIVISION.
000534 PROGRAM-ID.    GLACC02.
000540 AUTHOR.        D. OKONKWO.
000550 INSTALLATION.  MAIN DATA CENTER.
000560 DATE-WRITTEN.  2026-08-08.
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CKPTFILE-STATUS.
000690
000691     SELECT ACCTBAL ASSIGN TO "ACCTBAL"
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS RANDOM
000694         RECORD KEY IS GLABM-ACCOUNT-NO
000695         FILE STATUS IS WS-ACCTBAL-STATUS.
000696
000700     SELECT AUDHIST ASSIGN TO "AUDHIST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS GLAHS-KEY
000733         ALTERNATE RECORD KEY IS GLAHS-JOURNAL-ID
000736             WITH DUPLICATES
000740         FILE STATUS IS WS-AUDHIST-STATUS.
000750
000760     SELECT ACCTFILE ASSIGN TO "ACCTFILE"
000850 FILE SECTION.
000860 FD  CKPTFILE
000870     RECORDING MODE IS F.
000880 01  FD-CKPT-RECORD               PIC X(3550).
000890
000892 FD  ACCTBAL.
000894 COPY GLABMREC.
000896
000900 FD  AUDHIST.
000910 COPY GLAHSREC.
000920
001010 WORKING-STORAGE SECTION.
001020
001030 01  WS-CKPTFILE-STATUS            PIC X(02) VALUE "00".
001035 01  WS-ACCTBAL-STATUS             PIC X(02) VALUE "00".
001040 01  WS-AUDHIST-STATUS             PIC X(02) VALUE "00".
001050 01  WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
001060 01  WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
002060     EXIT.
002070
002080 1150-STORE-ONE-ACCOUNT.
002090     IF GLACM-MASTER-COUNT >= 2000
002100         DISPLAY "GLACC02 - ACCOUNT MASTER TABLE FULL - "
002110       "DESCRIPTIONS TRUNCATED AT 2000 ACCOUNTS"
002120         MOVE "Y" TO WS-ACCT-EOF-SWITCH
002130         GO TO 1150-STORE-ONE-ACCOUNT-EXIT
002140     END-IF
002900 2110-DISPLAY-CHECKPOINT-TOTALS-EXIT.
002910     EXIT.
002920
002926******************************************************************
002932*    2120-DISPLAY-ACCOUNT-BALANCE - READ THE REQUESTED ACCOUNT
002938*                 BY KEY FROM THE ACCOUNT-BALANCE MASTER AND SHOW
002944*                 ITS OWN BALANCE AND DEBIT/CREDIT SUBTOTALS
002950******************************************************************
002956 2120-DISPLAY-ACCOUNT-BALANCE.
002962     IF WS-ACCT-MASTER-LOADED
002968         PERFORM 2130-DISPLAY-DESCRIPTION
002974       THRU 2130-DISPLAY-DESCRIPTION-EXIT
002980     END-IF
002986     OPEN INPUT ACCTBAL
002992     IF WS-ACCTBAL-STATUS = "35"
002998         DISPLAY "NO ACCOUNT-BALANCE MASTER ON FILE."
003004         GO TO 2120-DISPLAY-ACCOUNT-BALANCE-EXIT
003010     END-IF
003016     IF WS-ACCTBAL-STATUS NOT = "00"
003022        AND WS-ACCTBAL-STATUS NOT = "04"
003028         DISPLAY "GLACC02 - ACCTBAL OPEN FAILED - STATUS "
003034             WS-ACCTBAL-STATUS
003040         GO TO 2120-DISPLAY-ACCOUNT-BALANCE-EXIT
003046     END-IF
003052     MOVE WS-INQUIRY-ACCOUNT-NO TO GLABM-ACCOUNT-NO
003058     READ ACCTBAL
003064     IF WS-ACCTBAL-STATUS = "23"
003070         DISPLAY "ACCOUNT " WS-INQUIRY-ACCOUNT-NO
003076             " HAS NO POSTINGS ON FILE."
003082     ELSE
003088         IF WS-ACCTBAL-STATUS NOT = "00"
003094            AND WS-ACCTBAL-STATUS NOT = "04"
003100             DISPLAY "GLACC02 - ACCTBAL READ FAILED - STATUS "
003106                 WS-ACCTBAL-STATUS
003112         ELSE
003118             PERFORM 2125-SHOW-ACCOUNT-TOTALS
003124                 THRU 2125-SHOW-ACCOUNT-TOTALS-EXIT
003130         END-IF
003136     END-IF
003142     CLOSE ACCTBAL.
003148 2120-DISPLAY-ACCOUNT-BALANCE-EXIT.
003154     EXIT.
003160
003166 2125-SHOW-ACCOUNT-TOTALS.
003172     MOVE GLABM-NET-BALANCE     TO WS-DISPLAY-BALANCE
003178     MOVE GLABM-DEBIT-TOTAL     TO WS-DISPLAY-DEBIT
003184     MOVE GLABM-CREDIT-TOTAL    TO WS-DISPLAY-CREDIT
003190     MOVE GLABM-OPENING-BALANCE TO WS-DISPLAY-OPENING
003196     COMPUTE WS-CLOSING-BALANCE =
003202         GLABM-OPENING-BALANCE + GLABM-NET-BALANCE
003208     MOVE WS-CLOSING-BALANCE TO WS-DISPLAY-CLOSING
003214     DISPLAY "ACCOUNT " WS-INQUIRY-ACCOUNT-NO
003220         " OPENING BAL:  " WS-DISPLAY-OPENING
003226     DISPLAY "ACCOUNT " WS-INQUIRY-ACCOUNT-NO
003232         " MOVEMENT:     " WS-DISPLAY-BALANCE
003238     DISPLAY "ACCOUNT " WS-INQUIRY-ACCOUNT-NO
003244         " DEBIT TOTAL:  " WS-DISPLAY-DEBIT
003250     DISPLAY "ACCOUNT " WS-INQUIRY-ACCOUNT-NO
003256         " CREDIT TOTAL: " WS-DISPLAY-CREDIT
003262     DISPLAY "ACCOUNT " WS-INQUIRY-ACCOUNT-NO
003268         " CLOSING BAL:  " WS-DISPLAY-CLOSING.
003274 2125-SHOW-ACCOUNT-TOTALS-EXIT.
003280     EXIT.
003286
003350
003360******************************************************************
003370*    2130-DISPLAY-DESCRIPTION - ACCOUNT MASTER DESCRIPTION AND
