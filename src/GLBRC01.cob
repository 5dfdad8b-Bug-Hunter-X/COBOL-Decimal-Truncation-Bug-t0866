000010******************************************************************
000020*
000030*    PROGRAM-ID: GLBRC01
000040*    AUTHOR:     D. OKONKWO - FINANCIAL SYSTEMS
000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    PURPOSE:    DAILY BANK RECONCILIATION. FOR EVERY ACCOUNT
000090*                FLAGGED AS A CASH ACCOUNT ON THE CHART OF
000100*                ACCOUNTS (GLACM-CASH-ACCOUNT), MATCHES THE
000110*                BANK'S STATEMENT LINES FOR THE DAY (BANKSTMT,
000120*                SEE GLBSTREC) AGAINST THE POSTINGS THAT REACHED
000130*                THE ACCOUNT IN THE LEDGER THAT DAY - THE AUDIT
000140*                HISTORY RECORDS ARCHIVED ON THE BUSINESS DATE -
000150*                BY AMOUNT, AND BY DATE WITHIN A TOLERANCE OF SO
000160*                MANY DAYS EITHER WAY. WHATEVER DOES NOT MATCH ON
000170*                EITHER SIDE IS CARRIED FORWARD ON THE
000180*                OUTSTANDING-ITEM FILE (PRVOUTS IN, NEWOUTS OUT,
000190*                SEE GLBOIREC, ROTATED LIKE PRVBAL/NEWBAL) AND
000200*                OFFERED FOR MATCHING AGAIN THE NEXT DAY. AN ITEM
000210*                ALREADY CARRIED IS WAITING FOR ITS OTHER SIDE,
000220*                SO THAT SIDE MAY ARRIVE ANY NUMBER OF DAYS
000230*                LATER, BUT NOT MORE THAN THE TOLERANCE EARLIER.
000240*                THE REPORT (BRCRPT) LISTS, ACCOUNT BY ACCOUNT,
000250*                THE ITEMS MATCHED, THE DEPOSITS IN TRANSIT AND
000260*                OUTSTANDING PAYMENTS STILL WAITING FOR THE BANK
000270*                AND THE BANK ITEMS NOT YET BOOKED, EACH WITH ITS
000280*                AGE IN DAYS, AND PROVES THAT THE LEDGER CLOSING
000290*                BALANCE ON NEWBAL, ADJUSTED FOR THE OUTSTANDING
000300*                ITEMS, EQUALS THE BANK'S CLOSING BALANCE.
000310*                PARMFILE CARDS: DATE=YYYYMMDD (DEFAULT TODAY)
000320*                AND TOLERANCE=NN DAYS (DEFAULT 03), EACH
000330*                OPTIONAL.
000340*
000350*    MODIFICATION HISTORY
000360*    ------------------------------------------------------------
000370*    2026-10-15  DO   INITIAL VERSION.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    GLBRC01.
000410 AUTHOR.        D. OKONKWO.
000420 INSTALLATION.  MAIN DATA CENTER.
000430 DATE-WRITTEN.  2026-10-15.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.       GNUCOBOL.
000490 OBJECT-COMPUTER.       GNUCOBOL.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT PARMFILE ASSIGN TO "PARMFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARMFILE-STATUS.
000560
000570     SELECT ACCTFILE ASSIGN TO "ACCTFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ACCTFILE-STATUS.
000600
000610     SELECT PRVOUTS ASSIGN TO "PRVOUTS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PRVOUTS-STATUS.
000640
000650     SELECT BANKSTMT ASSIGN TO "BANKSTMT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-BANKSTMT-STATUS.
000680
000690     SELECT AUDHIST ASSIGN TO "AUDHIST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS GLAHS-KEY
000730         ALTERNATE RECORD KEY IS GLAHS-JOURNAL-ID
000740             WITH DUPLICATES
000750         FILE STATUS IS WS-AUDHIST-STATUS.
000760
000770     SELECT NEWBAL ASSIGN TO "NEWBAL"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-NEWBAL-STATUS.
000800
000810     SELECT NEWOUTS ASSIGN TO "NEWOUTS"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-NEWOUTS-STATUS.
000840
000850     SELECT BRCRPT ASSIGN TO "BRCRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-BRCRPT-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  PARMFILE
000920     RECORDING MODE IS F.
000930 01  FD-PARM-RECORD               PIC X(80).
000940
000950 FD  ACCTFILE
000960     RECORDING MODE IS F.
000970 01  FD-ACCT-RECORD               PIC X(80).
000980
000990 FD  PRVOUTS
001000     RECORDING MODE IS F.
001010 01  FD-PRVOUTS-RECORD            PIC X(80).
001020
001030 FD  BANKSTMT
001040     RECORDING MODE IS F.
001050 01  FD-BST-RECORD                PIC X(80).
001060
001070 FD  AUDHIST.
001080 COPY GLAHSREC.
001090
001100 FD  NEWBAL
001110     RECORDING MODE IS F.
001120 01  FD-NEWBAL-RECORD             PIC X(80).
001130
001140 FD  NEWOUTS
001150     RECORDING MODE IS F.
001160 01  FD-NEWOUTS-RECORD            PIC X(80).
001170
001180 FD  BRCRPT
001190     RECORDING MODE IS F.
001200 01  FD-RPT-RECORD                PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230
001240 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
001250 01  WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
001260 01  WS-PRVOUTS-STATUS             PIC X(02) VALUE "00".
001270 01  WS-BANKSTMT-STATUS            PIC X(02) VALUE "00".
001280 01  WS-AUDHIST-STATUS             PIC X(02) VALUE "00".
001290 01  WS-NEWBAL-STATUS              PIC X(02) VALUE "00".
001300 01  WS-NEWOUTS-STATUS             PIC X(02) VALUE "00".
001310 01  WS-BRCRPT-STATUS              PIC X(02) VALUE "00".
001320
001330 77  WS-PARM-EOF-SWITCH            PIC X(01) VALUE "N".
001340     88  WS-END-OF-PARMFILE                  VALUE "Y".
001350 77  WS-ACCT-EOF-SWITCH            PIC X(01) VALUE "N".
001360     88  WS-END-OF-ACCTFILE                  VALUE "Y".
001370 77  WS-PRVOUTS-EOF-SWITCH         PIC X(01) VALUE "N".
001380     88  WS-END-OF-PRVOUTS                   VALUE "Y".
001390 77  WS-BANKSTMT-EOF-SWITCH        PIC X(01) VALUE "N".
001400     88  WS-END-OF-BANKSTMT                  VALUE "Y".
001410 77  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE "N".
001420     88  WS-END-OF-ACCOUNT-HISTORY           VALUE "Y".
001430 77  WS-NEWBAL-EOF-SWITCH          PIC X(01) VALUE "N".
001440     88  WS-END-OF-NEWBAL                    VALUE "Y".
001450 77  WS-CASH-FOUND-SWITCH          PIC X(01) VALUE "N".
001460     88  WS-CASH-ACCOUNT-FOUND               VALUE "Y".
001470
001480 77  WS-CASH-ACCOUNT-COUNT         PIC 9(09) COMP VALUE ZERO.
001490 77  WS-STATEMENT-LINE-COUNT       PIC 9(09) COMP VALUE ZERO.
001500 77  WS-STATEMENT-REFUSED-COUNT    PIC 9(09) COMP VALUE ZERO.
001510 77  WS-BOOK-POSTING-COUNT         PIC 9(09) COMP VALUE ZERO.
001520 77  WS-CARRIED-IN-COUNT           PIC 9(09) COMP VALUE ZERO.
001530 77  WS-MATCHED-COUNT              PIC 9(09) COMP VALUE ZERO.
001540 77  WS-CARRIED-FWD-COUNT          PIC 9(09) COMP VALUE ZERO.
001550 77  WS-RECONCILED-COUNT           PIC 9(09) COMP VALUE ZERO.
001560 77  WS-OUT-OF-BALANCE-COUNT       PIC 9(09) COMP VALUE ZERO.
001570 77  WS-NO-STATEMENT-COUNT         PIC 9(09) COMP VALUE ZERO.
001580 77  WS-TOLERANCE-DAYS             PIC 9(05) COMP VALUE 3.
001590 77  WS-BEST-SUB                   PIC 9(05) COMP VALUE ZERO.
001600 77  WS-BEST-GAP                   PIC 9(09) COMP VALUE ZERO.
001610 77  WS-DAY-GAP                    PIC 9(09) COMP VALUE ZERO.
001620 77  WS-ITEM-AGE                   PIC 9(09) COMP VALUE ZERO.
001630 77  WS-LINE-COUNT                 PIC 9(03) COMP VALUE 99.
001640 77  WS-LINES-PER-PAGE             PIC 9(03) COMP VALUE 50.
001650 77  WS-PAGE-NUMBER                PIC 9(04) COMP VALUE ZERO.
001660
001670 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
001680 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001690 01  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001700 01  WS-BUSINESS-DATE-SERIAL       PIC 9(09) COMP VALUE ZERO.
001710 01  WS-WORK-ACCOUNT-NO            PIC X(10) VALUE SPACES.
001720 01  WS-REFUSAL-REASON             PIC X(16) VALUE SPACES.
001730
001740******************************************************************
001750*    PER-ACCOUNT PROOF AREAS - ALL AMOUNTS SIGNED FROM THE BANK'S
001760*    SIDE, SO THE LEDGER'S DEBIT BALANCE ON A CASH ACCOUNT IS
001770*    TURNED ROUND BEFORE IT IS COMPARED WITH THE BANK'S FIGURE
001780******************************************************************
001790 01  WS-BOOK-BALANCE               PIC S9(11)V99 VALUE ZERO.
001800 01  WS-DEPOSITS-IN-TRANSIT        PIC S9(11)V99 VALUE ZERO.
001810 01  WS-OUTSTANDING-PAYMENTS       PIC S9(11)V99 VALUE ZERO.
001820 01  WS-BANK-CREDITS-NOT-BOOKED    PIC S9(11)V99 VALUE ZERO.
001830 01  WS-BANK-DEBITS-NOT-BOOKED     PIC S9(11)V99 VALUE ZERO.
001840 01  WS-ADJUSTED-BOOK-BALANCE      PIC S9(11)V99 VALUE ZERO.
001850 01  WS-RECONCILE-DIFFERENCE       PIC S9(11)V99 VALUE ZERO.
001860
001870******************************************************************
001880*    DATE-TO-SERIAL WORK AREAS - AN ITEM'S AGE AND THE GAP
001890*    BETWEEN A BANK LINE AND A POSTING ARE DIFFERENCES IN WHOLE
001900*    DAYS, TAKEN THROUGH A DAY SERIAL SO MONTH AND YEAR
001910*    BOUNDARIES COUNT CORRECTLY (AS THE SUSPENSE AGEING DOES)
001920******************************************************************
001930 01  WS-SERIAL-DATE-IN             PIC 9(08) VALUE ZERO.
001940 01  WS-SERIAL-DATE-SPLIT REDEFINES WS-SERIAL-DATE-IN.
001950     05  WS-SER-YEAR               PIC 9(04).
001960     05  WS-SER-MONTH              PIC 9(02).
001970     05  WS-SER-DAY                PIC 9(02).
001980 77  WS-SERIAL-DAYS                PIC 9(09) COMP VALUE ZERO.
001990 77  WS-SER-WORK-YEAR              PIC 9(05) COMP VALUE ZERO.
002000 77  WS-SER-QUOTIENT               PIC 9(05) COMP VALUE ZERO.
002010 77  WS-SER-REMAINDER              PIC 9(05) COMP VALUE ZERO.
002020
002030 01  WS-CUM-DAYS-VALUES            PIC X(36) VALUE
002040     "000031059090120151181212243273304334".
002050 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
002060     05  WS-CUM-DAYS OCCURS 12 TIMES
002070                                   PIC 9(03).
002080
002090******************************************************************
002100*    CASH-ACCOUNT TABLE - THE ACCOUNTS FLAGGED FOR RECONCILIATION,
002110*    WITH THE BANK'S CLOSING BALANCE FROM THE STATEMENT AND THE
002120*    LEDGER CLOSING BALANCE FROM NEWBAL
002130******************************************************************
002140 01  WS-CASH-TABLE-AREA.
002150     05  WS-CASH-COUNT             PIC 9(05) VALUE ZERO.
002160     05  WS-CASH-ENTRY OCCURS 200 TIMES
002170                       INDEXED BY WS-CSH-IDX.
002180         10  WS-CSH-ACCOUNT-NO     PIC X(10) VALUE SPACES.
002190         10  WS-CSH-DESCRIPTION    PIC X(30) VALUE SPACES.
002200         10  WS-CSH-STATEMENT-SWITCH
002210                                   PIC X(01) VALUE "N".
002220             88  WS-CSH-HAS-STATEMENT        VALUE "Y".
002230         10  WS-CSH-BANK-BALANCE   PIC S9(9)V99 VALUE ZERO.
002240         10  WS-CSH-LEDGER-BALANCE PIC S9(9)V99 VALUE ZERO.
002250
002260******************************************************************
002270*    RECONCILIATION ITEM TABLE - EVERY ITEM IN PLAY TODAY: THOSE
002280*    CARRIED IN FROM PRVOUTS, TODAY'S STATEMENT LINES AND TODAY'S
002290*    POSTINGS TO THE CASH ACCOUNTS. A MATCHED PAIR POINT AT EACH
002300*    OTHER; WHAT IS LEFT UNMATCHED GOES OUT ON NEWOUTS.
002310******************************************************************
002320 01  WS-ITEM-TABLE-AREA.
002330     05  WS-ITEM-COUNT             PIC 9(05) VALUE ZERO.
002340     05  WS-ITEM-ENTRY OCCURS 5000 TIMES
002350                       INDEXED BY WS-ITM-IDX WS-CMP-IDX.
002360         10  WS-ITM-ACCOUNT-NO     PIC X(10) VALUE SPACES.
002370         10  WS-ITM-SIDE           PIC X(01) VALUE SPACES.
002380             88  WS-ITM-IS-BOOK              VALUE "B".
002390             88  WS-ITM-IS-BANK              VALUE "S".
002400         10  WS-ITM-DATE           PIC 9(08) VALUE ZERO.
002410         10  WS-ITM-AMOUNT         PIC S9(9)V99 VALUE ZERO.
002420         10  WS-ITM-REFERENCE      PIC X(16) VALUE SPACES.
002430         10  WS-ITM-SINCE          PIC 9(08) VALUE ZERO.
002440         10  WS-ITM-SERIAL         PIC 9(09) COMP VALUE ZERO.
002450         10  WS-ITM-MATCH-SUB      PIC 9(05) COMP VALUE ZERO.
002460         10  WS-ITM-CASH-SUB       PIC 9(05) COMP VALUE ZERO.
002470
002480 COPY GLACMREC.
002490
002500 COPY GLBSTREC.
002510
002520 COPY GLBOIREC.
002530
002540 COPY GLBALREC.
002550
002560******************************************************************
002570*    REPORT LINE LAYOUTS
002580******************************************************************
002590 01  WS-PRINT-LINE                 PIC X(132) VALUE SPACES.
002600
002610 01  WS-RPT-HEADER-1.
002620     05  FILLER                    PIC X(31) VALUE
002630         "BANK RECONCILIATION".
002640     05  FILLER                    PIC X(15) VALUE
002650         "BUSINESS DATE:".
002660     05  RPT1-BUSINESS-DATE        PIC 9(08).
002670     05  FILLER                    PIC X(03) VALUE SPACES.
002680     05  FILLER                    PIC X(10) VALUE "RUN DATE:".
002690     05  RPT1-RUN-DATE             PIC 9(08).
002700     05  FILLER                    PIC X(03) VALUE SPACES.
002710     05  FILLER                    PIC X(06) VALUE "PAGE:".
002720     05  RPT1-PAGE-NUMBER          PIC ZZZ9.
002730     05  FILLER                    PIC X(44) VALUE SPACES.
002740
002750 01  WS-RPT-HEADER-2.
002760     05  FILLER                    PIC X(23) VALUE
002770         "DATE TOLERANCE (DAYS):".
002780     05  RPT2-TOLERANCE            PIC Z9.
002790     05  FILLER                    PIC X(107) VALUE SPACES.
002800
002810 01  WS-RPT-COLUMN-HEADS.
002820     05  FILLER                    PIC X(26) VALUE "ITEM".
002830     05  FILLER                    PIC X(12) VALUE "ACCOUNT".
002840     05  FILLER                    PIC X(10) VALUE "DATE".
002850     05  FILLER                    PIC X(18) VALUE "REFERENCE".
002860     05  FILLER                    PIC X(15) VALUE
002870         "       AMOUNT".
002880     05  FILLER                    PIC X(10) VALUE "MATCHED".
002890     05  FILLER                    PIC X(18) VALUE
002900         "MATCHED REFERENCE".
002910     05  FILLER                    PIC X(07) VALUE "  DAYS".
002920     05  FILLER                    PIC X(16) VALUE "NOTE".
002930
002940 01  WS-RPT-ACCOUNT-LINE.
002950     05  FILLER                    PIC X(14) VALUE
002960         "CASH ACCOUNT:".
002970     05  RPTA-ACCOUNT-NO           PIC X(10).
002980     05  FILLER                    PIC X(02) VALUE SPACES.
002990     05  RPTA-DESCRIPTION          PIC X(30).
003000     05  FILLER                    PIC X(02) VALUE SPACES.
003010     05  RPTA-STATEMENT-NOTE       PIC X(30).
003020     05  FILLER                    PIC X(44) VALUE SPACES.
003030
003040 01  WS-RPT-DETAIL-LINE.
003050     05  RPTD-ITEM                 PIC X(24).
003060     05  FILLER                    PIC X(02) VALUE SPACES.
003070     05  RPTD-ACCOUNT-NO           PIC X(10).
003080     05  FILLER                    PIC X(02) VALUE SPACES.
003090     05  RPTD-DATE                 PIC X(08).
003100     05  FILLER                    PIC X(02) VALUE SPACES.
003110     05  RPTD-REFERENCE            PIC X(16).
003120     05  FILLER                    PIC X(02) VALUE SPACES.
003130     05  RPTD-AMOUNT               PIC -(9)9.99.
003140     05  FILLER                    PIC X(02) VALUE SPACES.
003150     05  RPTD-MATCHED-DATE         PIC X(08).
003160     05  FILLER                    PIC X(02) VALUE SPACES.
003170     05  RPTD-MATCHED-REFERENCE    PIC X(16).
003180     05  FILLER                    PIC X(02) VALUE SPACES.
003190     05  RPTD-DAYS                 PIC ZZZZ9.
003200     05  FILLER                    PIC X(02) VALUE SPACES.
003210     05  RPTD-NOTE                 PIC X(16).
003220
003230 01  WS-RPT-COUNT-LINE.
003240     05  RPTC-CAPTION              PIC X(35).
003250     05  RPTC-COUNT                PIC Z(8)9.
003260     05  FILLER                    PIC X(88) VALUE SPACES.
003270
003280 01  WS-RPT-TOTAL-LINE.
003290     05  RPTT-CAPTION              PIC X(35).
003300     05  RPTT-AMOUNT               PIC -(11)9.99.
003310     05  FILLER                    PIC X(82) VALUE SPACES.
003320
003330 01  WS-RPT-VERDICT-LINE.
003340     05  RPTV-VERDICT              PIC X(90).
003350     05  FILLER                    PIC X(42) VALUE SPACES.
003360
003370 01  WS-RPT-BLANK-LINE             PIC X(132) VALUE SPACES.
003380
003390 PROCEDURE DIVISION.
003400
003410******************************************************************
003420*    0000-MAINLINE
003430******************************************************************
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE
003460         THRU 1000-INITIALIZE-EXIT
003470     PERFORM 1200-LOAD-CASH-ACCOUNTS
003480         THRU 1200-LOAD-CASH-ACCOUNTS-EXIT
003490     PERFORM 1300-LOAD-CARRIED-ITEMS
003500         THRU 1300-LOAD-CARRIED-ITEMS-EXIT
003510     PERFORM 1400-LOAD-BANK-STATEMENT
003520         THRU 1400-LOAD-BANK-STATEMENT-EXIT
003530     PERFORM 1500-LOAD-BOOK-POSTINGS
003540         THRU 1500-LOAD-BOOK-POSTINGS-EXIT
003550     PERFORM 1600-LOAD-LEDGER-BALANCES
003560         THRU 1600-LOAD-LEDGER-BALANCES-EXIT
003570     PERFORM 2000-MATCH-BANK-ITEM
003580         THRU 2000-MATCH-BANK-ITEM-EXIT
003590         VARYING WS-ITM-IDX FROM 1 BY 1
003600         UNTIL WS-ITM-IDX > WS-ITEM-COUNT
003610     PERFORM 3000-RECONCILE-ONE-ACCOUNT
003620         THRU 3000-RECONCILE-ONE-ACCOUNT-EXIT
003630         VARYING WS-CSH-IDX FROM 1 BY 1
003640         UNTIL WS-CSH-IDX > WS-CASH-COUNT
003650     PERFORM 4000-CARRY-ORPHAN-ITEM
003660         THRU 4000-CARRY-ORPHAN-ITEM-EXIT
003670         VARYING WS-ITM-IDX FROM 1 BY 1
003680         UNTIL WS-ITM-IDX > WS-ITEM-COUNT
003690     PERFORM 6000-PRINT-RUN-TOTALS
003700         THRU 6000-PRINT-RUN-TOTALS-EXIT
003710     PERFORM 9000-TERMINATE
003720         THRU 9000-TERMINATE-EXIT
003730     STOP RUN.
003740
003750******************************************************************
003760*    1000-INITIALIZE - BUSINESS DATE AND TOLERANCE FROM PARMFILE
003770******************************************************************
003780 1000-INITIALIZE.
003790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003800     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
003810     PERFORM 1100-READ-PARM-CARDS
003820         THRU 1100-READ-PARM-CARDS-EXIT
003830     MOVE WS-BUSINESS-DATE TO WS-SERIAL-DATE-IN
003840     PERFORM 7100-DATE-TO-SERIAL
003850         THRU 7100-DATE-TO-SERIAL-EXIT
003860     MOVE WS-SERIAL-DAYS TO WS-BUSINESS-DATE-SERIAL
003870     OPEN OUTPUT NEWOUTS
003880     IF WS-NEWOUTS-STATUS NOT = "00"
003890        AND WS-NEWOUTS-STATUS NOT = "04"
003900         DISPLAY "GLBRC01 - NEWOUTS OPEN FAILED - STATUS "
003910             WS-NEWOUTS-STATUS
003920         STOP RUN
003930     END-IF
003940     OPEN OUTPUT BRCRPT
003950     IF WS-BRCRPT-STATUS NOT = "00"
003960        AND WS-BRCRPT-STATUS NOT = "04"
003970         DISPLAY "GLBRC01 - BRCRPT OPEN FAILED - STATUS "
003980             WS-BRCRPT-STATUS
003990         STOP RUN
004000     END-IF.
004010 1000-INITIALIZE-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*    1100-READ-PARM-CARDS - DATE=YYYYMMDD AND TOLERANCE=NN, ONE
004060*                 PER CARD, EACH OPTIONAL
004070******************************************************************
004080 1100-READ-PARM-CARDS.
004090     OPEN INPUT PARMFILE
004100     IF WS-PARMFILE-STATUS = "35"
004110         GO TO 1100-READ-PARM-CARDS-EXIT
004120     END-IF
004130     IF WS-PARMFILE-STATUS NOT = "00"
004140        AND WS-PARMFILE-STATUS NOT = "04"
004150         DISPLAY "GLBRC01 - PARMFILE OPEN FAILED - STATUS "
004160             WS-PARMFILE-STATUS
004170         STOP RUN
004180     END-IF
004190     PERFORM 1110-READ-PARM-CARD
004200         THRU 1110-READ-PARM-CARD-EXIT
004210     PERFORM 1150-APPLY-ONE-PARM-CARD
004220         THRU 1150-APPLY-ONE-PARM-CARD-EXIT
004230         UNTIL WS-END-OF-PARMFILE
004240     CLOSE PARMFILE.
004250 1100-READ-PARM-CARDS-EXIT.
004260     EXIT.
004270
004280 1110-READ-PARM-CARD.
004290     READ PARMFILE INTO WS-PARM-CARD
004300         AT END
004310             MOVE "Y" TO WS-PARM-EOF-SWITCH
004320     END-READ.
004330 1110-READ-PARM-CARD-EXIT.
004340     EXIT.
004350
004360 1150-APPLY-ONE-PARM-CARD.
004370     IF WS-PARM-CARD (1:5) = "DATE="
004380         IF WS-PARM-CARD (6:8) IS NUMERIC
004390             MOVE WS-PARM-CARD (6:8) TO WS-BUSINESS-DATE
004400         ELSE
004410             DISPLAY "GLBRC01 - DATE= CARD IS NOT A VALID "
004420                 "YYYYMMDD DATE - RUN STOPPED"
004430             STOP RUN
004440         END-IF
004450     END-IF
004460     IF WS-PARM-CARD (1:10) = "TOLERANCE="
004470         IF WS-PARM-CARD (11:2) IS NUMERIC
004480             MOVE WS-PARM-CARD (11:2) TO WS-TOLERANCE-DAYS
004490         ELSE
004500             DISPLAY "GLBRC01 - TOLERANCE= CARD MUST GIVE TWO "
004510                 "DIGITS OF DAYS - RUN STOPPED"
004520             STOP RUN
004530         END-IF
004540     END-IF
004550     PERFORM 1110-READ-PARM-CARD
004560         THRU 1110-READ-PARM-CARD-EXIT.
004570 1150-APPLY-ONE-PARM-CARD-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610*    1200-LOAD-CASH-ACCOUNTS - THE ACCOUNTS FLAGGED AS CASH ON
004620*                 THE CHART OF ACCOUNTS
004630******************************************************************
004640 1200-LOAD-CASH-ACCOUNTS.
004650     OPEN INPUT ACCTFILE
004660     IF WS-ACCTFILE-STATUS NOT = "00"
004670        AND WS-ACCTFILE-STATUS NOT = "04"
004680         DISPLAY "GLBRC01 - ACCTFILE OPEN FAILED - STATUS "
004690             WS-ACCTFILE-STATUS
004700         STOP RUN
004710     END-IF
004720     PERFORM 1210-READ-ACCOUNT-RECORD
004730         THRU 1210-READ-ACCOUNT-RECORD-EXIT
004740     PERFORM 1250-STORE-ONE-ACCOUNT
004750         THRU 1250-STORE-ONE-ACCOUNT-EXIT
004760         UNTIL WS-END-OF-ACCTFILE
004770     CLOSE ACCTFILE
004780     MOVE WS-CASH-COUNT TO WS-CASH-ACCOUNT-COUNT.
004790 1200-LOAD-CASH-ACCOUNTS-EXIT.
004800     EXIT.
004810
004820 1210-READ-ACCOUNT-RECORD.
004830     READ ACCTFILE INTO GL-ACCT-MASTER-RECORD
004840         AT END
004850             MOVE "Y" TO WS-ACCT-EOF-SWITCH
004860     END-READ.
004870 1210-READ-ACCOUNT-RECORD-EXIT.
004880     EXIT.
004890
004900 1250-STORE-ONE-ACCOUNT.
004910     IF NOT GLACM-IS-CASH-ACCOUNT
004920         GO TO 1250-STORE-ONE-ACCOUNT-READ
004930     END-IF
004940     IF WS-CASH-COUNT >= 200
004950         DISPLAY "GLBRC01 - CASH-ACCOUNT TABLE FULL - MORE "
004960             "THAN 200 CASH ACCOUNTS ON ACCTFILE"
004970         STOP RUN
004980     END-IF
004990     ADD 1 TO WS-CASH-COUNT
005000     SET WS-CSH-IDX TO WS-CASH-COUNT
005010     MOVE GLACM-ACCOUNT-NO   TO WS-CSH-ACCOUNT-NO (WS-CSH-IDX)
005020     MOVE GLACM-DESCRIPTION  TO WS-CSH-DESCRIPTION (WS-CSH-IDX).
005030 1250-STORE-ONE-ACCOUNT-READ.
005040     PERFORM 1210-READ-ACCOUNT-RECORD
005050         THRU 1210-READ-ACCOUNT-RECORD-EXIT.
005060 1250-STORE-ONE-ACCOUNT-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100*    1300-LOAD-CARRIED-ITEMS - YESTERDAY'S UNMATCHED ITEMS. NO
005110*                 PRVOUTS MEANS NOTHING IS OUTSTANDING (FIRST
005120*                 RUN).
005130******************************************************************
005140 1300-LOAD-CARRIED-ITEMS.
005150     OPEN INPUT PRVOUTS
005160     IF WS-PRVOUTS-STATUS = "35"
005170         GO TO 1300-LOAD-CARRIED-ITEMS-EXIT
005180     END-IF
005190     IF WS-PRVOUTS-STATUS NOT = "00"
005200        AND WS-PRVOUTS-STATUS NOT = "04"
005210         DISPLAY "GLBRC01 - PRVOUTS OPEN FAILED - STATUS "
005220             WS-PRVOUTS-STATUS
005230         STOP RUN
005240     END-IF
005250     PERFORM 1310-READ-CARRIED-ITEM
005260         THRU 1310-READ-CARRIED-ITEM-EXIT
005270     PERFORM 1350-STORE-CARRIED-ITEM
005280         THRU 1350-STORE-CARRIED-ITEM-EXIT
005290         UNTIL WS-END-OF-PRVOUTS
005300     CLOSE PRVOUTS.
005310 1300-LOAD-CARRIED-ITEMS-EXIT.
005320     EXIT.
005330
005340 1310-READ-CARRIED-ITEM.
005350     READ PRVOUTS INTO GL-BANK-OUTSTANDING-RECORD
005360         AT END
005370             MOVE "Y" TO WS-PRVOUTS-EOF-SWITCH
005380     END-READ.
005390 1310-READ-CARRIED-ITEM-EXIT.
005400     EXIT.
005410
005420 1350-STORE-CARRIED-ITEM.
005430     PERFORM 1900-ADD-ITEM-ENTRY
005440         THRU 1900-ADD-ITEM-ENTRY-EXIT
005450     MOVE GLBOI-ACCOUNT-NO  TO WS-ITM-ACCOUNT-NO (WS-ITM-IDX)
005460     MOVE GLBOI-ITEM-SIDE   TO WS-ITM-SIDE (WS-ITM-IDX)
005470     MOVE GLBOI-ITEM-DATE   TO WS-ITM-DATE (WS-ITM-IDX)
005480     MOVE GLBOI-AMOUNT      TO WS-ITM-AMOUNT (WS-ITM-IDX)
005490     MOVE GLBOI-REFERENCE   TO WS-ITM-REFERENCE (WS-ITM-IDX)
005500     MOVE GLBOI-OUTSTANDING-SINCE TO WS-ITM-SINCE (WS-ITM-IDX)
005510     PERFORM 1950-FINISH-ITEM-ENTRY
005520         THRU 1950-FINISH-ITEM-ENTRY-EXIT
005530     ADD 1 TO WS-CARRIED-IN-COUNT
005540     PERFORM 1310-READ-CARRIED-ITEM
005550         THRU 1310-READ-CARRIED-ITEM-EXIT.
005560 1350-STORE-CARRIED-ITEM-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600*    1400-LOAD-BANK-STATEMENT - DETAIL LINES BECOME BANK ITEMS;
005610*                 THE CLOSING-BALANCE RECORD IS HELD AGAINST ITS
005620*                 ACCOUNT. A LINE FOR AN ACCOUNT NOT FLAGGED AS
005630*                 CASH, OR WITH A BAD DATE OR AMOUNT, IS REFUSED
005640*                 AND LISTED.
005650******************************************************************
005660 1400-LOAD-BANK-STATEMENT.
005670     OPEN INPUT BANKSTMT
005680     IF WS-BANKSTMT-STATUS = "35"
005690         DISPLAY "GLBRC01 - BANKSTMT NOT FOUND - NO BANK "
005700             "STATEMENT TO RECONCILE - RUN STOPPED"
005710         STOP RUN
005720     END-IF
005730     IF WS-BANKSTMT-STATUS NOT = "00"
005740        AND WS-BANKSTMT-STATUS NOT = "04"
005750         DISPLAY "GLBRC01 - BANKSTMT OPEN FAILED - STATUS "
005760             WS-BANKSTMT-STATUS
005770         STOP RUN
005780     END-IF
005790     PERFORM 1410-READ-STATEMENT-LINE
005800         THRU 1410-READ-STATEMENT-LINE-EXIT
005810     PERFORM 1450-STORE-STATEMENT-LINE
005820         THRU 1450-STORE-STATEMENT-LINE-EXIT
005830         UNTIL WS-END-OF-BANKSTMT
005840     CLOSE BANKSTMT.
005850 1400-LOAD-BANK-STATEMENT-EXIT.
005860     EXIT.
005870
005880 1410-READ-STATEMENT-LINE.
005890     READ BANKSTMT INTO GL-BANK-STATEMENT-RECORD
005900         AT END
005910             MOVE "Y" TO WS-BANKSTMT-EOF-SWITCH
005920     END-READ.
005930 1410-READ-STATEMENT-LINE-EXIT.
005940     EXIT.
005950
005960 1450-STORE-STATEMENT-LINE.
005970     ADD 1 TO WS-STATEMENT-LINE-COUNT
005980     MOVE SPACES TO WS-REFUSAL-REASON
005990     MOVE GLBST-ACCOUNT-NO TO WS-WORK-ACCOUNT-NO
006000     PERFORM 1800-FIND-CASH-ACCOUNT
006010         THRU 1800-FIND-CASH-ACCOUNT-EXIT
006020     IF NOT WS-CASH-ACCOUNT-FOUND
006030         MOVE "NOT CASH ACCOUNT" TO WS-REFUSAL-REASON
006040     END-IF
006050     IF GLBST-AMOUNT IS NOT NUMERIC
006060         MOVE "BAD AMOUNT"       TO WS-REFUSAL-REASON
006070     END-IF
006080     IF GLBST-VALUE-DATE IS NOT NUMERIC
006090         MOVE "BAD DATE"         TO WS-REFUSAL-REASON
006100     END-IF
006110     IF NOT GLBST-DETAIL
006120        AND NOT GLBST-CLOSING-BALANCE
006130         MOVE "BAD RECORD TYPE"  TO WS-REFUSAL-REASON
006140     END-IF
006150     IF WS-REFUSAL-REASON = SPACES
006160        AND GLBST-CLOSING-BALANCE
006170        AND WS-CSH-HAS-STATEMENT (WS-CSH-IDX)
006180         MOVE "SECOND BALANCE"   TO WS-REFUSAL-REASON
006190     END-IF
006200     IF WS-REFUSAL-REASON NOT = SPACES
006210         PERFORM 1480-LIST-REFUSED-LINE
006220             THRU 1480-LIST-REFUSED-LINE-EXIT
006230         GO TO 1450-STORE-STATEMENT-LINE-READ
006240     END-IF
006250     IF GLBST-CLOSING-BALANCE
006260         MOVE "Y" TO WS-CSH-STATEMENT-SWITCH (WS-CSH-IDX)
006270         MOVE GLBST-AMOUNT TO WS-CSH-BANK-BALANCE (WS-CSH-IDX)
006280         GO TO 1450-STORE-STATEMENT-LINE-READ
006290     END-IF
006300     PERFORM 1900-ADD-ITEM-ENTRY
006310         THRU 1900-ADD-ITEM-ENTRY-EXIT
006320     MOVE GLBST-ACCOUNT-NO     TO WS-ITM-ACCOUNT-NO (WS-ITM-IDX)
006330     MOVE "S"                  TO WS-ITM-SIDE (WS-ITM-IDX)
006340     MOVE GLBST-VALUE-DATE     TO WS-ITM-DATE (WS-ITM-IDX)
006350     MOVE GLBST-AMOUNT         TO WS-ITM-AMOUNT (WS-ITM-IDX)
006360     MOVE GLBST-BANK-REFERENCE TO WS-ITM-REFERENCE (WS-ITM-IDX)
006370     MOVE WS-BUSINESS-DATE     TO WS-ITM-SINCE (WS-ITM-IDX)
006380     PERFORM 1950-FINISH-ITEM-ENTRY
006390         THRU 1950-FINISH-ITEM-ENTRY-EXIT.
006400 1450-STORE-STATEMENT-LINE-READ.
006410     PERFORM 1410-READ-STATEMENT-LINE
006420         THRU 1410-READ-STATEMENT-LINE-EXIT.
006430 1450-STORE-STATEMENT-LINE-EXIT.
006440     EXIT.
006450
006460 1480-LIST-REFUSED-LINE.
006470     ADD 1 TO WS-STATEMENT-REFUSED-COUNT
006480     MOVE SPACES TO WS-RPT-DETAIL-LINE
006490     MOVE "STATEMENT LINE REFUSED"  TO RPTD-ITEM
006500     MOVE GLBST-ACCOUNT-NO          TO RPTD-ACCOUNT-NO
006510     MOVE GLBST-VALUE-DATE          TO RPTD-DATE
006520     MOVE GLBST-BANK-REFERENCE      TO RPTD-REFERENCE
006530     IF GLBST-AMOUNT IS NUMERIC
006540         MOVE GLBST-AMOUNT          TO RPTD-AMOUNT
006550     END-IF
006560     MOVE WS-REFUSAL-REASON         TO RPTD-NOTE
006570     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
006580     PERFORM 4700-WRITE-PRINT-LINE
006590         THRU 4700-WRITE-PRINT-LINE-EXIT.
006600 1480-LIST-REFUSED-LINE-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640*    1500-LOAD-BOOK-POSTINGS - EACH CASH ACCOUNT'S POSTINGS THAT
006650*                 REACHED THE AUDIT HISTORY ON THE BUSINESS DATE.
006660*                 A DEBIT TO CASH IS MONEY INTO THE BANK, SO THE
006670*                 LEDGER AMOUNT IS TURNED ROUND TO THE BANK'S
006680*                 SIGN.
006690******************************************************************
006700 1500-LOAD-BOOK-POSTINGS.
006710     OPEN INPUT AUDHIST
006720     IF WS-AUDHIST-STATUS = "35"
006730         DISPLAY "GLBRC01 - NO AUDIT HISTORY ON FILE - "
006740             "NO BOOK POSTINGS TAKEN"
006750         GO TO 1500-LOAD-BOOK-POSTINGS-EXIT
006760     END-IF
006770     IF WS-AUDHIST-STATUS NOT = "00"
006780        AND WS-AUDHIST-STATUS NOT = "04"
006790         DISPLAY "GLBRC01 - AUDHIST OPEN FAILED - STATUS "
006800             WS-AUDHIST-STATUS
006810         STOP RUN
006820     END-IF
006830     PERFORM 1510-READ-ACCOUNT-HISTORY
006840         THRU 1510-READ-ACCOUNT-HISTORY-EXIT
006850         VARYING WS-CSH-IDX FROM 1 BY 1
006860         UNTIL WS-CSH-IDX > WS-CASH-COUNT
006870     CLOSE AUDHIST.
006880 1500-LOAD-BOOK-POSTINGS-EXIT.
006890     EXIT.
006900
006910 1510-READ-ACCOUNT-HISTORY.
006920     MOVE "N" TO WS-AUDIT-EOF-SWITCH
006930     MOVE LOW-VALUES TO GLAHS-KEY
006940     MOVE WS-CSH-ACCOUNT-NO (WS-CSH-IDX) TO GLAHS-ACCOUNT-NO
006950     START AUDHIST KEY IS NOT < GLAHS-KEY
006960         INVALID KEY
006970             GO TO 1510-READ-ACCOUNT-HISTORY-EXIT
006980     END-START
006990     PERFORM 1520-READ-POSTING
007000         THRU 1520-READ-POSTING-EXIT
007010     PERFORM 1550-TAKE-ONE-POSTING
007020         THRU 1550-TAKE-ONE-POSTING-EXIT
007030         UNTIL WS-END-OF-ACCOUNT-HISTORY.
007040 1510-READ-ACCOUNT-HISTORY-EXIT.
007050     EXIT.
007060
007070 1520-READ-POSTING.
007080     READ AUDHIST NEXT RECORD
007090         AT END
007100             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
007110     END-READ
007120     IF NOT WS-END-OF-ACCOUNT-HISTORY
007130        AND GLAHS-ACCOUNT-NO NOT = WS-CSH-ACCOUNT-NO (WS-CSH-IDX)
007140         MOVE "Y" TO WS-AUDIT-EOF-SWITCH
007150     END-IF.
007160 1520-READ-POSTING-EXIT.
007170     EXIT.
007180
007190 1550-TAKE-ONE-POSTING.
007200     IF GLAHS-ARCHIVE-DATE NOT = WS-BUSINESS-DATE
007210         GO TO 1550-TAKE-ONE-POSTING-READ
007220     END-IF
007230     PERFORM 1900-ADD-ITEM-ENTRY
007240         THRU 1900-ADD-ITEM-ENTRY-EXIT
007250     MOVE GLAHS-ACCOUNT-NO     TO WS-ITM-ACCOUNT-NO (WS-ITM-IDX)
007260     MOVE "B"                  TO WS-ITM-SIDE (WS-ITM-IDX)
007270     MOVE GLAHS-POST-DATE      TO WS-ITM-DATE (WS-ITM-IDX)
007280     COMPUTE WS-ITM-AMOUNT (WS-ITM-IDX) =
007290         ZERO - GLAHS-SOURCE-AMOUNT
007300     MOVE GLAHS-JOURNAL-ID     TO WS-ITM-REFERENCE (WS-ITM-IDX)
007310     IF GLAHS-JOURNAL-ID = SPACES
007320         MOVE GLAHS-SOURCE-FEED TO WS-ITM-REFERENCE (WS-ITM-IDX)
007330     END-IF
007340     MOVE WS-BUSINESS-DATE     TO WS-ITM-SINCE (WS-ITM-IDX)
007350     PERFORM 1950-FINISH-ITEM-ENTRY
007360         THRU 1950-FINISH-ITEM-ENTRY-EXIT
007370     ADD 1 TO WS-BOOK-POSTING-COUNT.
007380 1550-TAKE-ONE-POSTING-READ.
007390     PERFORM 1520-READ-POSTING
007400         THRU 1520-READ-POSTING-EXIT.
007410 1550-TAKE-ONE-POSTING-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450*    1600-LOAD-LEDGER-BALANCES - THE CASH ACCOUNTS' CLOSING
007460*                 BALANCES. NEWBAL MUST BE THE BUSINESS DATE'S, OR
007470*                 THE PROOF WOULD BE AGAINST ANOTHER DAY'S BOOKS.
007480******************************************************************
007490 1600-LOAD-LEDGER-BALANCES.
007500     OPEN INPUT NEWBAL
007510     IF WS-NEWBAL-STATUS = "35"
007520         DISPLAY "GLBRC01 - NEWBAL NOT FOUND - THE DAY'S "
007530             "POSTING HAS NOT RUN - RUN STOPPED"
007540         STOP RUN
007550     END-IF
007560     IF WS-NEWBAL-STATUS NOT = "00"
007570        AND WS-NEWBAL-STATUS NOT = "04"
007580         DISPLAY "GLBRC01 - NEWBAL OPEN FAILED - STATUS "
007590             WS-NEWBAL-STATUS
007600         STOP RUN
007610     END-IF
007620     PERFORM 1610-READ-BALANCE-RECORD
007630         THRU 1610-READ-BALANCE-RECORD-EXIT
007640     PERFORM 1650-STORE-ONE-BALANCE
007650         THRU 1650-STORE-ONE-BALANCE-EXIT
007660         UNTIL WS-END-OF-NEWBAL
007670     CLOSE NEWBAL.
007680 1600-LOAD-LEDGER-BALANCES-EXIT.
007690     EXIT.
007700
007710 1610-READ-BALANCE-RECORD.
007720     READ NEWBAL INTO GL-BALANCE-RECORD
007730         AT END
007740             MOVE "Y" TO WS-NEWBAL-EOF-SWITCH
007750     END-READ.
007760 1610-READ-BALANCE-RECORD-EXIT.
007770     EXIT.
007780
007790 1650-STORE-ONE-BALANCE.
007800     IF GLBAL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
007810         DISPLAY "GLBRC01 - NEWBAL IS FOR " GLBAL-BUSINESS-DATE
007820             ", NOT BUSINESS DATE " WS-BUSINESS-DATE
007830             " - RUN STOPPED"
007840         STOP RUN
007850     END-IF
007860     MOVE GLBAL-ACCOUNT-NO TO WS-WORK-ACCOUNT-NO
007870     PERFORM 1800-FIND-CASH-ACCOUNT
007880         THRU 1800-FIND-CASH-ACCOUNT-EXIT
007890     IF WS-CASH-ACCOUNT-FOUND
007900         MOVE GLBAL-CLOSING-BALANCE TO
007910             WS-CSH-LEDGER-BALANCE (WS-CSH-IDX)
007920     END-IF
007930     PERFORM 1610-READ-BALANCE-RECORD
007940         THRU 1610-READ-BALANCE-RECORD-EXIT.
007950 1650-STORE-ONE-BALANCE-EXIT.
007960     EXIT.
007970
007980 1800-FIND-CASH-ACCOUNT.
007990     MOVE "N" TO WS-CASH-FOUND-SWITCH
008000     SET WS-CSH-IDX TO 1
008010     SEARCH WS-CASH-ENTRY
008020         AT END
008030             CONTINUE
008040         WHEN WS-CSH-IDX > WS-CASH-COUNT
008050             CONTINUE
008060         WHEN WS-CSH-ACCOUNT-NO (WS-CSH-IDX) = WS-WORK-ACCOUNT-NO
008070             MOVE "Y" TO WS-CASH-FOUND-SWITCH
008080     END-SEARCH.
008090 1800-FIND-CASH-ACCOUNT-EXIT.
008100     EXIT.
008110
008120 1900-ADD-ITEM-ENTRY.
008130     IF WS-ITEM-COUNT >= 5000
008140         DISPLAY "GLBRC01 - RECONCILIATION ITEM TABLE FULL - "
008150             "MORE THAN 5000 ITEMS IN PLAY"
008160         STOP RUN
008170     END-IF
008180     ADD 1 TO WS-ITEM-COUNT
008190     SET WS-ITM-IDX TO WS-ITEM-COUNT.
008200 1900-ADD-ITEM-ENTRY-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240*    1950-FINISH-ITEM-ENTRY - DAY SERIAL FOR THE DATE COMPARISONS
008250*                 AND THE ITEM'S PLACE IN THE CASH-ACCOUNT TABLE
008260*                 (ZERO FOR AN ACCOUNT NO LONGER FLAGGED AS CASH)
008270******************************************************************
008280 1950-FINISH-ITEM-ENTRY.
008290     MOVE WS-ITM-DATE (WS-ITM-IDX) TO WS-SERIAL-DATE-IN
008300     MOVE ZERO TO WS-SERIAL-DAYS
008310     IF WS-SERIAL-DATE-IN IS NUMERIC
008320        AND WS-SER-MONTH >= 1 AND WS-SER-MONTH <= 12
008330         PERFORM 7100-DATE-TO-SERIAL
008340             THRU 7100-DATE-TO-SERIAL-EXIT
008350     END-IF
008360     MOVE WS-SERIAL-DAYS TO WS-ITM-SERIAL (WS-ITM-IDX)
008370     MOVE ZERO TO WS-ITM-MATCH-SUB (WS-ITM-IDX)
008380     MOVE WS-ITM-ACCOUNT-NO (WS-ITM-IDX) TO WS-WORK-ACCOUNT-NO
008390     PERFORM 1800-FIND-CASH-ACCOUNT
008400         THRU 1800-FIND-CASH-ACCOUNT-EXIT
008410     IF WS-CASH-ACCOUNT-FOUND
008420         SET WS-ITM-CASH-SUB (WS-ITM-IDX) TO WS-CSH-IDX
008430     ELSE
008440         MOVE ZERO TO WS-ITM-CASH-SUB (WS-ITM-IDX)
008450     END-IF.
008460 1950-FINISH-ITEM-ENTRY-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500*    2000-MATCH-BANK-ITEM - FOR AN UNMATCHED BANK ITEM, FIND THE
008510*                 UNMATCHED BOOK ITEM ON THE SAME ACCOUNT FOR THE
008520*                 SAME AMOUNT WHOSE DATE IS CLOSEST, AND NO MORE
008530*                 THAN THE TOLERANCE AWAY - OR, WHERE ONE OF THE
008540*                 TWO WAS CARRIED IN AND THE OTHER IS TODAY'S, NO
008550*                 MORE THAN THE TOLERANCE BEFORE THE CARRIED ONE.
008560*                 THE FIRST SUCH ITEM WINS A TIE.
008570******************************************************************
008580 2000-MATCH-BANK-ITEM.
008590     IF NOT WS-ITM-IS-BANK (WS-ITM-IDX)
008600        OR WS-ITM-MATCH-SUB (WS-ITM-IDX) NOT = ZERO
008610        OR WS-ITM-CASH-SUB (WS-ITM-IDX) = ZERO
008620         GO TO 2000-MATCH-BANK-ITEM-EXIT
008630     END-IF
008640     MOVE ZERO TO WS-BEST-SUB
008650     PERFORM 2100-CONSIDER-BOOK-ITEM
008660         THRU 2100-CONSIDER-BOOK-ITEM-EXIT
008670         VARYING WS-CMP-IDX FROM 1 BY 1
008680         UNTIL WS-CMP-IDX > WS-ITEM-COUNT
008690     IF WS-BEST-SUB NOT = ZERO
008700         SET WS-CMP-IDX TO WS-BEST-SUB
008710         SET WS-ITM-MATCH-SUB (WS-CMP-IDX) TO WS-ITM-IDX
008720         MOVE WS-BEST-SUB TO WS-ITM-MATCH-SUB (WS-ITM-IDX)
008730         ADD 1 TO WS-MATCHED-COUNT
008740     END-IF.
008750 2000-MATCH-BANK-ITEM-EXIT.
008760     EXIT.
008770
008780 2100-CONSIDER-BOOK-ITEM.
008790     IF NOT WS-ITM-IS-BOOK (WS-CMP-IDX)
008800        OR WS-ITM-MATCH-SUB (WS-CMP-IDX) NOT = ZERO
008810        OR WS-ITM-ACCOUNT-NO (WS-CMP-IDX)
008820               NOT = WS-ITM-ACCOUNT-NO (WS-ITM-IDX)
008830        OR WS-ITM-AMOUNT (WS-CMP-IDX)
008840               NOT = WS-ITM-AMOUNT (WS-ITM-IDX)
008850         GO TO 2100-CONSIDER-BOOK-ITEM-EXIT
008860     END-IF
008870     IF WS-ITM-SERIAL (WS-CMP-IDX) > WS-ITM-SERIAL (WS-ITM-IDX)
008880         COMPUTE WS-DAY-GAP = WS-ITM-SERIAL (WS-CMP-IDX)
008890                            - WS-ITM-SERIAL (WS-ITM-IDX)
008900     ELSE
008910         COMPUTE WS-DAY-GAP = WS-ITM-SERIAL (WS-ITM-IDX)
008920                            - WS-ITM-SERIAL (WS-CMP-IDX)
008930     END-IF
008940     IF WS-ITM-SINCE (WS-ITM-IDX) < WS-BUSINESS-DATE
008950        AND WS-ITM-SINCE (WS-CMP-IDX) = WS-BUSINESS-DATE
008960         IF WS-ITM-SERIAL (WS-CMP-IDX) + WS-TOLERANCE-DAYS
008970                < WS-ITM-SERIAL (WS-ITM-IDX)
008980             GO TO 2100-CONSIDER-BOOK-ITEM-EXIT
008990         END-IF
009000         GO TO 2100-CONSIDER-BOOK-ITEM-BEST
009010     END-IF
009020     IF WS-ITM-SINCE (WS-CMP-IDX) < WS-BUSINESS-DATE
009030        AND WS-ITM-SINCE (WS-ITM-IDX) = WS-BUSINESS-DATE
009040         IF WS-ITM-SERIAL (WS-ITM-IDX) + WS-TOLERANCE-DAYS
009050                < WS-ITM-SERIAL (WS-CMP-IDX)
009060             GO TO 2100-CONSIDER-BOOK-ITEM-EXIT
009070         END-IF
009080         GO TO 2100-CONSIDER-BOOK-ITEM-BEST
009090     END-IF
009100     IF WS-DAY-GAP > WS-TOLERANCE-DAYS
009110         GO TO 2100-CONSIDER-BOOK-ITEM-EXIT
009120     END-IF.
009130 2100-CONSIDER-BOOK-ITEM-BEST.
009140     IF WS-BEST-SUB = ZERO
009150        OR WS-DAY-GAP < WS-BEST-GAP
009160         SET WS-BEST-SUB TO WS-CMP-IDX
009170         MOVE WS-DAY-GAP TO WS-BEST-GAP
009180     END-IF.
009190 2100-CONSIDER-BOOK-ITEM-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230*    3000-RECONCILE-ONE-ACCOUNT - MATCHED ITEMS, OUTSTANDING
009240*                 ITEMS (CARRIED FORWARD) AND THE PROOF THAT THE
009250*                 ADJUSTED LEDGER BALANCE EQUALS THE BANK'S
009260******************************************************************
009270 3000-RECONCILE-ONE-ACCOUNT.
009280     MOVE ZERO TO WS-DEPOSITS-IN-TRANSIT
009290                  WS-OUTSTANDING-PAYMENTS
009300                  WS-BANK-CREDITS-NOT-BOOKED
009310                  WS-BANK-DEBITS-NOT-BOOKED
009320     COMPUTE WS-BOOK-BALANCE =
009330         ZERO - WS-CSH-LEDGER-BALANCE (WS-CSH-IDX)
009340     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
009350     PERFORM 4700-WRITE-PRINT-LINE
009360         THRU 4700-WRITE-PRINT-LINE-EXIT
009370     MOVE WS-CSH-ACCOUNT-NO (WS-CSH-IDX)  TO RPTA-ACCOUNT-NO
009380     MOVE WS-CSH-DESCRIPTION (WS-CSH-IDX) TO RPTA-DESCRIPTION
009390     IF WS-CSH-HAS-STATEMENT (WS-CSH-IDX)
009400         MOVE "STATEMENT RECEIVED"     TO RPTA-STATEMENT-NOTE
009410     ELSE
009420         MOVE "*** NO CLOSING BALANCE ***" TO RPTA-STATEMENT-NOTE
009430     END-IF
009440     MOVE WS-RPT-ACCOUNT-LINE TO WS-PRINT-LINE
009450     PERFORM 4700-WRITE-PRINT-LINE
009460         THRU 4700-WRITE-PRINT-LINE-EXIT
009470     PERFORM 3100-LIST-MATCHED-ITEM
009480         THRU 3100-LIST-MATCHED-ITEM-EXIT
009490         VARYING WS-ITM-IDX FROM 1 BY 1
009500         UNTIL WS-ITM-IDX > WS-ITEM-COUNT
009510     PERFORM 3200-LIST-OUTSTANDING-ITEM
009520         THRU 3200-LIST-OUTSTANDING-ITEM-EXIT
009530         VARYING WS-ITM-IDX FROM 1 BY 1
009540         UNTIL WS-ITM-IDX > WS-ITEM-COUNT
009550     PERFORM 3500-PRINT-ACCOUNT-PROOF
009560         THRU 3500-PRINT-ACCOUNT-PROOF-EXIT.
009570 3000-RECONCILE-ONE-ACCOUNT-EXIT.
009580     EXIT.
009590
009600 3100-LIST-MATCHED-ITEM.
009610     IF NOT WS-ITM-IS-BANK (WS-ITM-IDX)
009620        OR WS-ITM-MATCH-SUB (WS-ITM-IDX) = ZERO
009630        OR WS-ITM-ACCOUNT-NO (WS-ITM-IDX)
009640               NOT = WS-CSH-ACCOUNT-NO (WS-CSH-IDX)
009650         GO TO 3100-LIST-MATCHED-ITEM-EXIT
009660     END-IF
009670     SET WS-CMP-IDX TO WS-ITM-MATCH-SUB (WS-ITM-IDX)
009680     MOVE SPACES TO WS-RPT-DETAIL-LINE
009690     MOVE "MATCHED"                      TO RPTD-ITEM
009700     MOVE WS-ITM-ACCOUNT-NO (WS-ITM-IDX) TO RPTD-ACCOUNT-NO
009710     MOVE WS-ITM-DATE (WS-ITM-IDX)       TO RPTD-DATE
009720     MOVE WS-ITM-REFERENCE (WS-ITM-IDX)  TO RPTD-REFERENCE
009730     MOVE WS-ITM-AMOUNT (WS-ITM-IDX)     TO RPTD-AMOUNT
009740     MOVE WS-ITM-DATE (WS-CMP-IDX)       TO RPTD-MATCHED-DATE
009750     MOVE WS-ITM-REFERENCE (WS-CMP-IDX)  TO RPTD-MATCHED-REFERENCE
009760     IF WS-ITM-SERIAL (WS-CMP-IDX) > WS-ITM-SERIAL (WS-ITM-IDX)
009770         COMPUTE WS-DAY-GAP = WS-ITM-SERIAL (WS-CMP-IDX)
009780                            - WS-ITM-SERIAL (WS-ITM-IDX)
009790     ELSE
009800         COMPUTE WS-DAY-GAP = WS-ITM-SERIAL (WS-ITM-IDX)
009810                            - WS-ITM-SERIAL (WS-CMP-IDX)
009820     END-IF
009830     MOVE WS-DAY-GAP                     TO RPTD-DAYS
009840     MOVE "DAYS APART"                   TO RPTD-NOTE
009850     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
009860     PERFORM 4700-WRITE-PRINT-LINE
009870         THRU 4700-WRITE-PRINT-LINE-EXIT.
009880 3100-LIST-MATCHED-ITEM-EXIT.
009890     EXIT.
009900
009910******************************************************************
009920*    3200-LIST-OUTSTANDING-ITEM - AN UNMATCHED ITEM IS LISTED
009930*                 WITH ITS AGE, TOTALLED INTO THE PROOF AND
009940*                 CARRIED FORWARD
009950******************************************************************
009960 3200-LIST-OUTSTANDING-ITEM.
009970     IF WS-ITM-MATCH-SUB (WS-ITM-IDX) NOT = ZERO
009980        OR WS-ITM-ACCOUNT-NO (WS-ITM-IDX)
009990               NOT = WS-CSH-ACCOUNT-NO (WS-CSH-IDX)
010000         GO TO 3200-LIST-OUTSTANDING-ITEM-EXIT
010010     END-IF
010020     MOVE SPACES TO WS-RPT-DETAIL-LINE
010030     IF WS-ITM-IS-BOOK (WS-ITM-IDX)
010040         IF WS-ITM-AMOUNT (WS-ITM-IDX) > ZERO
010050             MOVE "DEPOSIT IN TRANSIT"     TO RPTD-ITEM
010060             ADD WS-ITM-AMOUNT (WS-ITM-IDX)
010070                 TO WS-DEPOSITS-IN-TRANSIT
010080         ELSE
010090             MOVE "OUTSTANDING PAYMENT"    TO RPTD-ITEM
010100             ADD WS-ITM-AMOUNT (WS-ITM-IDX)
010110                 TO WS-OUTSTANDING-PAYMENTS
010120         END-IF
010130     ELSE
010140         IF WS-ITM-AMOUNT (WS-ITM-IDX) > ZERO
010150             MOVE "BANK CREDIT NOT BOOKED" TO RPTD-ITEM
010160             ADD WS-ITM-AMOUNT (WS-ITM-IDX)
010170                 TO WS-BANK-CREDITS-NOT-BOOKED
010180         ELSE
010190             MOVE "BANK DEBIT NOT BOOKED"  TO RPTD-ITEM
010200             ADD WS-ITM-AMOUNT (WS-ITM-IDX)
010210                 TO WS-BANK-DEBITS-NOT-BOOKED
010220         END-IF
010230     END-IF
010240     MOVE WS-ITM-ACCOUNT-NO (WS-ITM-IDX) TO RPTD-ACCOUNT-NO
010250     MOVE WS-ITM-DATE (WS-ITM-IDX)       TO RPTD-DATE
010260     MOVE WS-ITM-REFERENCE (WS-ITM-IDX)  TO RPTD-REFERENCE
010270     MOVE WS-ITM-AMOUNT (WS-ITM-IDX)     TO RPTD-AMOUNT
010280     MOVE ZERO TO WS-ITEM-AGE
010290     IF WS-BUSINESS-DATE-SERIAL > WS-ITM-SERIAL (WS-ITM-IDX)
010300         COMPUTE WS-ITEM-AGE = WS-BUSINESS-DATE-SERIAL
010310                             - WS-ITM-SERIAL (WS-ITM-IDX)
010320     END-IF
010330     MOVE WS-ITEM-AGE                    TO RPTD-DAYS
010340     IF WS-ITM-SINCE (WS-ITM-IDX) = WS-BUSINESS-DATE
010350         MOVE "DAYS OLD - NEW"           TO RPTD-NOTE
010360     ELSE
010370         MOVE "DAYS OLD"                 TO RPTD-NOTE
010380     END-IF
010390     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
010400     PERFORM 4700-WRITE-PRINT-LINE
010410         THRU 4700-WRITE-PRINT-LINE-EXIT
010420     PERFORM 5000-CARRY-ITEM-FORWARD
010430         THRU 5000-CARRY-ITEM-FORWARD-EXIT.
010440 3200-LIST-OUTSTANDING-ITEM-EXIT.
010450     EXIT.
010460
010470******************************************************************
010480*    3500-PRINT-ACCOUNT-PROOF - LEDGER BALANCE (BANK'S SIGN)
010490*                 LESS BOOK ITEMS THE BANK HAS NOT SEEN, PLUS BANK
010500*                 ITEMS NOT YET BOOKED, MUST EQUAL THE BANK'S
010510*                 CLOSING BALANCE. WITHOUT A CLOSING-BALANCE
010520*                 RECORD THERE IS NOTHING TO PROVE AGAINST.
010530******************************************************************
010540 3500-PRINT-ACCOUNT-PROOF.
010550     COMPUTE WS-ADJUSTED-BOOK-BALANCE =
010560         WS-BOOK-BALANCE
010570             - WS-DEPOSITS-IN-TRANSIT
010580             - WS-OUTSTANDING-PAYMENTS
010590             + WS-BANK-CREDITS-NOT-BOOKED
010600             + WS-BANK-DEBITS-NOT-BOOKED
010610     MOVE "LEDGER BALANCE (BANK SIGN):"  TO RPTT-CAPTION
010620     MOVE WS-BOOK-BALANCE                TO RPTT-AMOUNT
010630     PERFORM 3600-WRITE-PROOF-LINE
010640         THRU 3600-WRITE-PROOF-LINE-EXIT
010650     MOVE "LESS DEPOSITS IN TRANSIT:"    TO RPTT-CAPTION
010660     COMPUTE RPTT-AMOUNT = ZERO - WS-DEPOSITS-IN-TRANSIT
010670     PERFORM 3600-WRITE-PROOF-LINE
010680         THRU 3600-WRITE-PROOF-LINE-EXIT
010690     MOVE "ADD OUTSTANDING PAYMENTS:"    TO RPTT-CAPTION
010700     COMPUTE RPTT-AMOUNT = ZERO - WS-OUTSTANDING-PAYMENTS
010710     PERFORM 3600-WRITE-PROOF-LINE
010720         THRU 3600-WRITE-PROOF-LINE-EXIT
010730     MOVE "ADD BANK CREDITS NOT BOOKED:" TO RPTT-CAPTION
010740     MOVE WS-BANK-CREDITS-NOT-BOOKED     TO RPTT-AMOUNT
010750     PERFORM 3600-WRITE-PROOF-LINE
010760         THRU 3600-WRITE-PROOF-LINE-EXIT
010770     MOVE "LESS BANK DEBITS NOT BOOKED:" TO RPTT-CAPTION
010780     MOVE WS-BANK-DEBITS-NOT-BOOKED      TO RPTT-AMOUNT
010790     PERFORM 3600-WRITE-PROOF-LINE
010800         THRU 3600-WRITE-PROOF-LINE-EXIT
010810     MOVE "ADJUSTED LEDGER BALANCE:"     TO RPTT-CAPTION
010820     MOVE WS-ADJUSTED-BOOK-BALANCE       TO RPTT-AMOUNT
010830     PERFORM 3600-WRITE-PROOF-LINE
010840         THRU 3600-WRITE-PROOF-LINE-EXIT
010850     IF NOT WS-CSH-HAS-STATEMENT (WS-CSH-IDX)
010860         ADD 1 TO WS-NO-STATEMENT-COUNT
010870         MOVE "*** NOT RECONCILED - NO CLOSING BALANCE ON THE "
010880           & "BANK STATEMENT ***"        TO RPTV-VERDICT
010890         GO TO 3500-PRINT-ACCOUNT-VERDICT
010900     END-IF
010910     MOVE "BANK CLOSING BALANCE:"        TO RPTT-CAPTION
010920     MOVE WS-CSH-BANK-BALANCE (WS-CSH-IDX) TO RPTT-AMOUNT
010930     PERFORM 3600-WRITE-PROOF-LINE
010940         THRU 3600-WRITE-PROOF-LINE-EXIT
010950     COMPUTE WS-RECONCILE-DIFFERENCE =
010960         WS-ADJUSTED-BOOK-BALANCE
010970             - WS-CSH-BANK-BALANCE (WS-CSH-IDX)
010980     MOVE "DIFFERENCE:"                  TO RPTT-CAPTION
010990     MOVE WS-RECONCILE-DIFFERENCE        TO RPTT-AMOUNT
011000     PERFORM 3600-WRITE-PROOF-LINE
011010         THRU 3600-WRITE-PROOF-LINE-EXIT
011020     IF WS-RECONCILE-DIFFERENCE = ZERO
011030         ADD 1 TO WS-RECONCILED-COUNT
011040         MOVE "RECONCILED - ADJUSTED LEDGER BALANCE AGREES TO "
011050           & "THE BANK"                  TO RPTV-VERDICT
011060     ELSE
011070         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
011080         MOVE "*** OUT OF BALANCE - ADJUSTED LEDGER BALANCE DOES "
011090           & "NOT AGREE TO THE BANK ***" TO RPTV-VERDICT
011100     END-IF.
011110 3500-PRINT-ACCOUNT-VERDICT.
011120     MOVE WS-RPT-VERDICT-LINE TO WS-PRINT-LINE
011130     PERFORM 4700-WRITE-PRINT-LINE
011140         THRU 4700-WRITE-PRINT-LINE-EXIT.
011150 3500-PRINT-ACCOUNT-PROOF-EXIT.
011160     EXIT.
011170
011180 3600-WRITE-PROOF-LINE.
011190     MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE
011200     PERFORM 4700-WRITE-PRINT-LINE
011210         THRU 4700-WRITE-PRINT-LINE-EXIT.
011220 3600-WRITE-PROOF-LINE-EXIT.
011230     EXIT.
011240
011250******************************************************************
011260*    4000-CARRY-ORPHAN-ITEM - A CARRIED ITEM WHOSE ACCOUNT IS NO
011270*                 LONGER FLAGGED AS CASH IS KEPT, NOT DROPPED,
011280*                 AND LISTED SO THE FLAG CAN BE PUT RIGHT
011290******************************************************************
011300 4000-CARRY-ORPHAN-ITEM.
011310     IF WS-ITM-CASH-SUB (WS-ITM-IDX) NOT = ZERO
011320         GO TO 4000-CARRY-ORPHAN-ITEM-EXIT
011330     END-IF
011340     MOVE SPACES TO WS-RPT-DETAIL-LINE
011350     MOVE "CARRIED - NOT CASH ACCT"      TO RPTD-ITEM
011360     MOVE WS-ITM-ACCOUNT-NO (WS-ITM-IDX) TO RPTD-ACCOUNT-NO
011370     MOVE WS-ITM-DATE (WS-ITM-IDX)       TO RPTD-DATE
011380     MOVE WS-ITM-REFERENCE (WS-ITM-IDX)  TO RPTD-REFERENCE
011390     MOVE WS-ITM-AMOUNT (WS-ITM-IDX)     TO RPTD-AMOUNT
011400     MOVE "CHECK CASH FLAG"              TO RPTD-NOTE
011410     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-LINE
011420     PERFORM 4700-WRITE-PRINT-LINE
011430         THRU 4700-WRITE-PRINT-LINE-EXIT
011440     PERFORM 5000-CARRY-ITEM-FORWARD
011450         THRU 5000-CARRY-ITEM-FORWARD-EXIT.
011460 4000-CARRY-ORPHAN-ITEM-EXIT.
011470     EXIT.
011480
011490 4700-WRITE-PRINT-LINE.
011500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011510         PERFORM 4800-PRINT-PAGE-HEADING
011520             THRU 4800-PRINT-PAGE-HEADING-EXIT
011530     END-IF
011540     WRITE FD-RPT-RECORD FROM WS-PRINT-LINE
011550     PERFORM 4900-CHECK-BRCRPT-STATUS
011560         THRU 4900-CHECK-BRCRPT-STATUS-EXIT
011570     ADD 1 TO WS-LINE-COUNT.
011580 4700-WRITE-PRINT-LINE-EXIT.
011590     EXIT.
011600
011610 4800-PRINT-PAGE-HEADING.
011620     ADD 1 TO WS-PAGE-NUMBER
011630     MOVE WS-BUSINESS-DATE      TO RPT1-BUSINESS-DATE
011640     MOVE WS-RUN-DATE           TO RPT1-RUN-DATE
011650     MOVE WS-PAGE-NUMBER        TO RPT1-PAGE-NUMBER
011660     MOVE WS-TOLERANCE-DAYS     TO RPT2-TOLERANCE
011670     MOVE WS-RPT-HEADER-1 TO FD-RPT-RECORD
011680     WRITE FD-RPT-RECORD
011690     PERFORM 4900-CHECK-BRCRPT-STATUS
011700         THRU 4900-CHECK-BRCRPT-STATUS-EXIT
011710     MOVE WS-RPT-HEADER-2 TO FD-RPT-RECORD
011720     WRITE FD-RPT-RECORD
011730     PERFORM 4900-CHECK-BRCRPT-STATUS
011740         THRU 4900-CHECK-BRCRPT-STATUS-EXIT
011750     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
011760     PERFORM 4900-CHECK-BRCRPT-STATUS
011770         THRU 4900-CHECK-BRCRPT-STATUS-EXIT
011780     MOVE WS-RPT-COLUMN-HEADS TO FD-RPT-RECORD
011790     WRITE FD-RPT-RECORD
011800     PERFORM 4900-CHECK-BRCRPT-STATUS
011810         THRU 4900-CHECK-BRCRPT-STATUS-EXIT
011820     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
011830     PERFORM 4900-CHECK-BRCRPT-STATUS
011840         THRU 4900-CHECK-BRCRPT-STATUS-EXIT
011850     MOVE ZERO TO WS-LINE-COUNT.
011860 4800-PRINT-PAGE-HEADING-EXIT.
011870     EXIT.
011880
011890******************************************************************
011900*    4900-CHECK-BRCRPT-STATUS - COMMON STATUS CHECK AFTER EVERY
011910*                 WRITE TO THE RECONCILIATION REPORT
011920******************************************************************
011930 4900-CHECK-BRCRPT-STATUS.
011940     IF WS-BRCRPT-STATUS NOT = "00"
011950        AND WS-BRCRPT-STATUS NOT = "04"
011960         DISPLAY "GLBRC01 - BRCRPT WRITE FAILED - STATUS "
011970             WS-BRCRPT-STATUS
011980         STOP RUN
011990     END-IF.
012000 4900-CHECK-BRCRPT-STATUS-EXIT.
012010     EXIT.
012020
012030******************************************************************
012040*    5000-CARRY-ITEM-FORWARD - ONE OUTSTANDING ITEM TO NEWOUTS
012050******************************************************************
012060 5000-CARRY-ITEM-FORWARD.
012070     MOVE SPACES TO GL-BANK-OUTSTANDING-RECORD
012080     MOVE WS-ITM-ACCOUNT-NO (WS-ITM-IDX) TO GLBOI-ACCOUNT-NO
012090     MOVE WS-ITM-SIDE (WS-ITM-IDX)       TO GLBOI-ITEM-SIDE
012100     MOVE WS-ITM-DATE (WS-ITM-IDX)       TO GLBOI-ITEM-DATE
012110     MOVE WS-ITM-AMOUNT (WS-ITM-IDX)     TO GLBOI-AMOUNT
012120     MOVE WS-ITM-REFERENCE (WS-ITM-IDX)  TO GLBOI-REFERENCE
012130     MOVE WS-ITM-SINCE (WS-ITM-IDX)      TO
012140         GLBOI-OUTSTANDING-SINCE
012150     WRITE FD-NEWOUTS-RECORD FROM GL-BANK-OUTSTANDING-RECORD
012160     IF WS-NEWOUTS-STATUS NOT = "00"
012170        AND WS-NEWOUTS-STATUS NOT = "04"
012180         DISPLAY "GLBRC01 - NEWOUTS WRITE FAILED - STATUS "
012190             WS-NEWOUTS-STATUS
012200         STOP RUN
012210     END-IF
012220     ADD 1 TO WS-CARRIED-FWD-COUNT.
012230 5000-CARRY-ITEM-FORWARD-EXIT.
012240     EXIT.
012250
012260******************************************************************
012270*    6000-PRINT-RUN-TOTALS - RUN COUNTS AND THE OVERALL VERDICT
012280******************************************************************
012290 6000-PRINT-RUN-TOTALS.
012300     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
012310     PERFORM 4700-WRITE-PRINT-LINE
012320         THRU 4700-WRITE-PRINT-LINE-EXIT
012330     MOVE "CASH ACCOUNTS ON THE CHART:"  TO RPTC-CAPTION
012340     MOVE WS-CASH-ACCOUNT-COUNT          TO RPTC-COUNT
012350     PERFORM 6100-WRITE-COUNT-LINE
012360         THRU 6100-WRITE-COUNT-LINE-EXIT
012370     MOVE "STATEMENT RECORDS READ:"      TO RPTC-CAPTION
012380     MOVE WS-STATEMENT-LINE-COUNT        TO RPTC-COUNT
012390     PERFORM 6100-WRITE-COUNT-LINE
012400         THRU 6100-WRITE-COUNT-LINE-EXIT
012410     MOVE "STATEMENT RECORDS REFUSED:"   TO RPTC-CAPTION
012420     MOVE WS-STATEMENT-REFUSED-COUNT     TO RPTC-COUNT
012430     PERFORM 6100-WRITE-COUNT-LINE
012440         THRU 6100-WRITE-COUNT-LINE-EXIT
012450     MOVE "BOOK POSTINGS TAKEN:"         TO RPTC-CAPTION
012460     MOVE WS-BOOK-POSTING-COUNT          TO RPTC-COUNT
012470     PERFORM 6100-WRITE-COUNT-LINE
012480         THRU 6100-WRITE-COUNT-LINE-EXIT
012490     MOVE "ITEMS CARRIED IN:"            TO RPTC-CAPTION
012500     MOVE WS-CARRIED-IN-COUNT            TO RPTC-COUNT
012510     PERFORM 6100-WRITE-COUNT-LINE
012520         THRU 6100-WRITE-COUNT-LINE-EXIT
012530     MOVE "ITEMS MATCHED (PAIRS):"       TO RPTC-CAPTION
012540     MOVE WS-MATCHED-COUNT               TO RPTC-COUNT
012550     PERFORM 6100-WRITE-COUNT-LINE
012560         THRU 6100-WRITE-COUNT-LINE-EXIT
012570     MOVE "ITEMS CARRIED FORWARD:"       TO RPTC-CAPTION
012580     MOVE WS-CARRIED-FWD-COUNT           TO RPTC-COUNT
012590     PERFORM 6100-WRITE-COUNT-LINE
012600         THRU 6100-WRITE-COUNT-LINE-EXIT
012610     MOVE "ACCOUNTS RECONCILED:"         TO RPTC-CAPTION
012620     MOVE WS-RECONCILED-COUNT            TO RPTC-COUNT
012630     PERFORM 6100-WRITE-COUNT-LINE
012640         THRU 6100-WRITE-COUNT-LINE-EXIT
012650     MOVE "ACCOUNTS OUT OF BALANCE:"     TO RPTC-CAPTION
012660     MOVE WS-OUT-OF-BALANCE-COUNT        TO RPTC-COUNT
012670     PERFORM 6100-WRITE-COUNT-LINE
012680         THRU 6100-WRITE-COUNT-LINE-EXIT
012690     MOVE "ACCOUNTS WITHOUT A STATEMENT:" TO RPTC-CAPTION
012700     MOVE WS-NO-STATEMENT-COUNT          TO RPTC-COUNT
012710     PERFORM 6100-WRITE-COUNT-LINE
012720         THRU 6100-WRITE-COUNT-LINE-EXIT
012730     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
012740     PERFORM 4700-WRITE-PRINT-LINE
012750         THRU 4700-WRITE-PRINT-LINE-EXIT
012760     IF WS-OUT-OF-BALANCE-COUNT = ZERO
012770        AND WS-NO-STATEMENT-COUNT = ZERO
012780         MOVE "EVERY CASH ACCOUNT RECONCILED TO THE BANK"
012790                                         TO RPTV-VERDICT
012800     ELSE
012810         MOVE "*** BREAK - NOT EVERY CASH ACCOUNT RECONCILED "
012820           & "TO THE BANK ***"           TO RPTV-VERDICT
012830     END-IF
012840     MOVE WS-RPT-VERDICT-LINE TO WS-PRINT-LINE
012850     PERFORM 4700-WRITE-PRINT-LINE
012860         THRU 4700-WRITE-PRINT-LINE-EXIT.
012870 6000-PRINT-RUN-TOTALS-EXIT.
012880     EXIT.
012890
012900 6100-WRITE-COUNT-LINE.
012910     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE
012920     PERFORM 4700-WRITE-PRINT-LINE
012930         THRU 4700-WRITE-PRINT-LINE-EXIT.
012940 6100-WRITE-COUNT-LINE-EXIT.
012950     EXIT.
012960
012970******************************************************************
012980*    7100-DATE-TO-SERIAL - DAYS FROM A FIXED BASE TO THE DATE IN
012990*                 WS-SERIAL-DATE-IN, LEAP YEARS INCLUDED
013000******************************************************************
013010 7100-DATE-TO-SERIAL.
013020     MOVE WS-SER-YEAR TO WS-SER-WORK-YEAR
013030     IF WS-SER-MONTH <= 2
013040         SUBTRACT 1 FROM WS-SER-WORK-YEAR
013050     END-IF
013060     COMPUTE WS-SERIAL-DAYS =
013070         WS-SER-YEAR * 365
013080             + WS-CUM-DAYS (WS-SER-MONTH)
013090             + WS-SER-DAY
013100     DIVIDE WS-SER-WORK-YEAR BY 4 GIVING WS-SER-QUOTIENT
013110         REMAINDER WS-SER-REMAINDER
013120     ADD WS-SER-QUOTIENT TO WS-SERIAL-DAYS
013130     DIVIDE WS-SER-WORK-YEAR BY 100 GIVING WS-SER-QUOTIENT
013140         REMAINDER WS-SER-REMAINDER
013150     SUBTRACT WS-SER-QUOTIENT FROM WS-SERIAL-DAYS
013160     DIVIDE WS-SER-WORK-YEAR BY 400 GIVING WS-SER-QUOTIENT
013170         REMAINDER WS-SER-REMAINDER
013180     ADD WS-SER-QUOTIENT TO WS-SERIAL-DAYS.
013190 7100-DATE-TO-SERIAL-EXIT.
013200     EXIT.
013210
013220******************************************************************
013230*    9000-TERMINATE
013240******************************************************************
013250 9000-TERMINATE.
013260     CLOSE NEWOUTS
013270     CLOSE BRCRPT
013280     DISPLAY "GLBRC01 - BANK RECONCILIATION COMPLETE - "
013290         WS-MATCHED-COUNT " ITEMS MATCHED, "
013300         WS-CARRIED-FWD-COUNT " ITEMS OUTSTANDING, "
013310         WS-OUT-OF-BALANCE-COUNT " ACCOUNTS OUT OF BALANCE".
013320 9000-TERMINATE-EXIT.
013330     EXIT.
