000010******************************************************************
000020*
000030*    PROGRAM-ID: GLJRG01
000040*    AUTHOR:     D. OKONKWO - FINANCIAL SYSTEMS
000050*    INSTALLATION: MAIN DATA CENTER
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    PURPOSE:    JOURNAL REGISTER. READS THE PERMANENT INDEXED
000090*                AUDIT HISTORY (AUDHIST, FROM GLARC01) BY ITS
000100*                ALTERNATE KEY ON JOURNAL ID AND PRINTS EVERY
000110*                POSTED JOURNAL WITH ALL ITS LEGS - ACCOUNT,
000120*                ACCOUNT DESCRIPTION, CURRENCY, RATE USED,
000130*                AMOUNT, AND THE ACCOUNT BALANCE BEFORE AND
000140*                AFTER EACH LEG POSTED - FOLLOWED BY THE PROOF
000150*                THAT THE LEGS NET TO ZERO. A JOURNAL IS ONE
000160*                JOURNAL ID FROM ONE SOURCE FEED ON ONE POSTING
000170*                DATE, SO A STANDING JOURNAL POSTED EVERY MONTH
000180*                UNDER THE SAME ID PRINTS ONCE PER POSTING. ANY
000190*                JOURNAL WHOSE LEGS NO LONGER NET TO ZERO IS
000200*                FLAGGED AND COUNTED. POSTINGS ARCHIVED BEFORE
000210*                THE JOURNAL ID WAS CARRIED ON THE HISTORY HAVE
000220*                NO JOURNAL ID AND ARE ONLY COUNTED. SELECTION
000230*                COMES FROM PARMFILE CARDS, EACH OPTIONAL:
000240*                JOURNAL= (ONE JOURNAL ID), DATEFROM=YYYYMMDD
000250*                AND DATETO=YYYYMMDD. NO PARMFILE MEANS EVERY
000260*                JOURNAL ON FILE.
000261*                THE PROOF NETS EACH LEG'S TRANSACTION AMOUNT IN
000262*                ITS OWN CURRENCY RATHER THAN THE CONVERTED
000263*                AMOUNT PRINTED, SO THE ROUNDING OF EACH LEG OF A
000264*                FOREIGN-CURRENCY JOURNAL CANNOT FLAG IT. HISTORY
000265*                ARCHIVED BEFORE THE TRANSACTION AMOUNT WAS
000266*                CARRIED IS PROVED ON THE CONVERTED AMOUNT.
000270*
000280*    MODIFICATION HISTORY
000290*    ------------------------------------------------------------
000300*    2026-10-15  DO   INITIAL VERSION.
000302*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE LIMIT RAISED
000304*                     FROM 500 TO 2000 ACCOUNTS (SEE
000306*                     GLACMTBL).
000307*    2026-10-15  DO   JOURNALS ARE PROVED ON THE TRANSACTION
000308*                     AMOUNT BEFORE CONVERSION, SO A BALANCED
000309*                     FOREIGN-CURRENCY JOURNAL NO LONGER FAILS ON
000310*                     THE ROUNDING OF ITS CONVERTED LEGS. AN
000311*                     ACCOUNT MASTER THAT EXISTS BUT WILL NOT OPEN
000312*                     NOW STOPS THE RUN - ONLY A MISSING MASTER
000313*                     MEANS BLANK DESCRIPTIONS.
000314******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    GLJRG01.
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
000460     SELECT AUDHIST ASSIGN TO "AUDHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS GLAHS-KEY
000500         ALTERNATE RECORD KEY IS GLAHS-JOURNAL-ID
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-AUDHIST-STATUS.
000530
000540     SELECT ACCTFILE ASSIGN TO "ACCTFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ACCTFILE-STATUS.
000570
000580     SELECT PARMFILE ASSIGN TO "PARMFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PARMFILE-STATUS.
000610
000620     SELECT JRGRPT ASSIGN TO "JRGRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-JRGRPT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUDHIST.
000690 COPY GLAHSREC.
000700
000710 FD  ACCTFILE
000720     RECORDING MODE IS F.
000730 01  FD-ACCT-RECORD               PIC X(80).
000740
000750 FD  PARMFILE
000760     RECORDING MODE IS F.
000770 01  FD-PARM-RECORD               PIC X(80).
000780
000790 FD  JRGRPT
000800     RECORDING MODE IS F.
000810 01  FD-RPT-RECORD                PIC X(132).
000820
000830 WORKING-STORAGE SECTION.
000840
000850 01  WS-AUDHIST-STATUS             PIC X(02) VALUE "00".
000860 01  WS-ACCTFILE-STATUS            PIC X(02) VALUE "00".
000870 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
000880 01  WS-JRGRPT-STATUS              PIC X(02) VALUE "00".
000890
000900 77  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE "N".
000910     88  WS-END-OF-AUDHIST                   VALUE "Y".
000920 77  WS-ACCT-EOF-SWITCH            PIC X(01) VALUE "N".
000930     88  WS-END-OF-ACCTFILE                  VALUE "Y".
000940 77  WS-PARM-EOF-SWITCH            PIC X(01) VALUE "N".
000950     88  WS-END-OF-PARMFILE                  VALUE "Y".
000960 77  WS-JOURNAL-OPEN-SWITCH        PIC X(01) VALUE "N".
000970     88  WS-A-JOURNAL-IS-OPEN                VALUE "Y".
000980 77  WS-SINGLE-JOURNAL-SWITCH      PIC X(01) VALUE "N".
000990     88  WS-ONE-JOURNAL-ONLY                 VALUE "Y".
001000
001010 77  WS-JOURNAL-COUNT              PIC 9(09) COMP VALUE ZERO.
001020 77  WS-LEG-PRINT-COUNT            PIC 9(09) COMP VALUE ZERO.
001030 77  WS-UNBALANCED-COUNT           PIC 9(09) COMP VALUE ZERO.
001040 77  WS-NO-JOURNAL-ID-COUNT        PIC 9(09) COMP VALUE ZERO.
001050 77  WS-JOURNAL-LEG-COUNT          PIC 9(05) COMP VALUE ZERO.
001060 77  WS-LINE-COUNT                 PIC 9(03) COMP VALUE 99.
001070 77  WS-LINES-PER-PAGE             PIC 9(03) COMP VALUE 50.
001080 77  WS-PAGE-NUMBER                PIC 9(04) COMP VALUE ZERO.
001090
001100 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001110 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
001120 01  WS-SELECT-JOURNAL-ID          PIC X(08) VALUE SPACES.
001130 01  WS-DATE-FROM                  PIC 9(08) VALUE ZERO.
001140 01  WS-DATE-TO                    PIC 9(08) VALUE 99999999.
001150
001160 01  WS-CURRENT-JOURNAL.
001170     05  WS-CURRENT-JOURNAL-ID     PIC X(08) VALUE SPACES.
001180     05  WS-CURRENT-SOURCE-FEED    PIC X(08) VALUE SPACES.
001190     05  WS-CURRENT-POST-DATE      PIC 9(08) VALUE ZERO.
001200 01  WS-JOURNAL-NET                PIC S9(11)V99 VALUE ZERO.
001205 01  WS-LEG-PROOF-AMOUNT           PIC S9(09)V99 VALUE ZERO.
001210 01  WS-ALL-LEGS-NET               PIC S9(13)V99 VALUE ZERO.
001220 01  WS-UNBALANCED-NET             PIC S9(13)V99 VALUE ZERO.
001230
001240 COPY GLACMREC.
001250
001260 COPY GLACMTBL.
001270
001280******************************************************************
001290*    REPORT LINE LAYOUTS
001300******************************************************************
001310 01  WS-RPT-HEADER-1.
001320     05  FILLER                    PIC X(30) VALUE
001330         "JOURNAL REGISTER".
001340     05  FILLER                    PIC X(10) VALUE "RUN DATE:".
001350     05  RPT1-RUN-DATE             PIC 9(08).
001360     05  FILLER                    PIC X(74) VALUE SPACES.
001370     05  FILLER                    PIC X(06) VALUE "PAGE:".
001380     05  RPT1-PAGE-NUMBER          PIC ZZZ9.
001390
001400 01  WS-RPT-HEADER-2.
001410     05  FILLER                    PIC X(10) VALUE "JOURNAL:".
001420     05  RPT2-JOURNAL-ID           PIC X(08).
001430     05  FILLER                    PIC X(04) VALUE SPACES.
001440     05  FILLER                    PIC X(12) VALUE "POSTED FROM".
001450     05  RPT2-DATE-FROM            PIC 9(08).
001460     05  FILLER                    PIC X(04) VALUE " TO ".
001470     05  RPT2-DATE-TO              PIC 9(08).
001480     05  FILLER                    PIC X(78) VALUE SPACES.
001490
001500 01  WS-RPT-COLUMN-HEADS.
001510     05  FILLER                    PIC X(14) VALUE "  ACCOUNT".
001520     05  FILLER                    PIC X(32) VALUE "DESCRIPTION".
001530     05  FILLER                    PIC X(05) VALUE "CCY".
001540     05  FILLER                    PIC X(12) VALUE " RATE USED".
001550     05  FILLER                    PIC X(17) VALUE
001560         "         AMOUNT".
001570     05  FILLER                    PIC X(17) VALUE
001580         " BALANCE BEFORE".
001590     05  FILLER                    PIC X(17) VALUE
001600         "  BALANCE AFTER".
001610     05  FILLER                    PIC X(08) VALUE "TIME".
001620     05  FILLER                    PIC X(10) VALUE SPACES.
001630
001640 01  WS-RPT-JOURNAL-LINE.
001650     05  FILLER                    PIC X(09) VALUE "JOURNAL:".
001660     05  RPTJ-JOURNAL-ID           PIC X(08).
001670     05  FILLER                    PIC X(16) VALUE
001680         "   SOURCE FEED:".
001690     05  RPTJ-SOURCE-FEED          PIC X(08).
001700     05  FILLER                    PIC X(11) VALUE "   POSTED:".
001710     05  RPTJ-POST-DATE            PIC 9(08).
001720     05  FILLER                    PIC X(72) VALUE SPACES.
001730
001740 01  WS-RPT-LEG-LINE.
001750     05  FILLER                    PIC X(02) VALUE SPACES.
001760     05  RPTL-ACCOUNT-NO           PIC X(10).
001770     05  FILLER                    PIC X(02) VALUE SPACES.
001780     05  RPTL-DESCRIPTION          PIC X(30).
001790     05  FILLER                    PIC X(02) VALUE SPACES.
001800     05  RPTL-CURRENCY-CODE        PIC X(03).
001810     05  FILLER                    PIC X(02) VALUE SPACES.
001820     05  RPTL-RATE-USED            PIC 9(03).9(06).
001830     05  FILLER                    PIC X(02) VALUE SPACES.
001840     05  RPTL-AMOUNT               PIC -(11)9.99.
001850     05  FILLER                    PIC X(02) VALUE SPACES.
001860     05  RPTL-BALANCE-BEFORE       PIC -(11)9.99.
001870     05  FILLER                    PIC X(02) VALUE SPACES.
001880     05  RPTL-BALANCE-AFTER        PIC -(11)9.99.
001890     05  FILLER                    PIC X(02) VALUE SPACES.
001900     05  RPTL-POST-TIME            PIC 9(08).
001910     05  FILLER                    PIC X(10) VALUE SPACES.
001920
001930 01  WS-RPT-NET-LINE.
001940     05  FILLER                    PIC X(08) VALUE "  LEGS:".
001950     05  RPTN-LEG-COUNT            PIC ZZZZ9.
001960     05  FILLER                    PIC X(50) VALUE
001970         "   JOURNAL NET:".
001980     05  RPTN-JOURNAL-NET          PIC -(11)9.99.
001990     05  FILLER                    PIC X(02) VALUE SPACES.
002000     05  RPTN-PROOF-TEXT           PIC X(40).
002010     05  FILLER                    PIC X(12) VALUE SPACES.
002020
002030 01  WS-RPT-COUNT-LINE.
002040     05  RPTC-CAPTION              PIC X(40).
002050     05  RPTC-COUNT                PIC Z(8)9.
002060     05  FILLER                    PIC X(83) VALUE SPACES.
002070
002080 01  WS-RPT-AMOUNT-LINE.
002090     05  RPTA-CAPTION              PIC X(40).
002100     05  RPTA-AMOUNT               PIC -(13)9.99.
002110     05  FILLER                    PIC X(75) VALUE SPACES.
002120
002130 01  WS-RPT-VERDICT-LINE.
002140     05  RPTV-VERDICT              PIC X(90).
002150     05  FILLER                    PIC X(42) VALUE SPACES.
002160
002170 01  WS-RPT-BLANK-LINE             PIC X(132) VALUE SPACES.
002180 01  WS-PRINT-LINE                 PIC X(132) VALUE SPACES.
002190
002200 PROCEDURE DIVISION.
002210
002220******************************************************************
002230*    0000-MAINLINE
002240******************************************************************
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE
002270         THRU 1000-INITIALIZE-EXIT
002280     PERFORM 2000-PRODUCE-REGISTER
002290         THRU 2000-PRODUCE-REGISTER-EXIT
002300     PERFORM 6000-PRINT-TOTALS
002310         THRU 6000-PRINT-TOTALS-EXIT
002320     PERFORM 9000-TERMINATE
002330         THRU 9000-TERMINATE-EXIT
002340     STOP RUN.
002350
002360******************************************************************
002370*    1000-INITIALIZE - SELECTION, DESCRIPTIONS, THEN POSITION THE
002380*                 HISTORY ON ITS JOURNAL-ID KEY: AT THE ONE
002390*                 JOURNAL ASKED FOR, OR AT THE START OF THE FILE
002400******************************************************************
002410 1000-INITIALIZE.
002420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002430     PERFORM 1100-READ-PARM-CARDS
002440         THRU 1100-READ-PARM-CARDS-EXIT
002450     PERFORM 1300-LOAD-ACCOUNT-MASTER
002460         THRU 1300-LOAD-ACCOUNT-MASTER-EXIT
002470     OPEN INPUT AUDHIST
002480     IF WS-AUDHIST-STATUS = "35"
002490         DISPLAY "GLJRG01 - NO AUDIT HISTORY ON FILE - "
002500             "NOTHING TO REGISTER"
002510         STOP RUN
002520     END-IF
002530     IF WS-AUDHIST-STATUS NOT = "00"
002540        AND WS-AUDHIST-STATUS NOT = "04"
002550         DISPLAY "GLJRG01 - AUDHIST OPEN FAILED - STATUS "
002560             WS-AUDHIST-STATUS
002570         STOP RUN
002580     END-IF
002590     OPEN OUTPUT JRGRPT
002600     IF WS-JRGRPT-STATUS NOT = "00"
002610        AND WS-JRGRPT-STATUS NOT = "04"
002620         DISPLAY "GLJRG01 - JRGRPT OPEN FAILED - STATUS "
002630             WS-JRGRPT-STATUS
002640         STOP RUN
002650     END-IF
002660     IF WS-ONE-JOURNAL-ONLY
002670         MOVE WS-SELECT-JOURNAL-ID TO RPT2-JOURNAL-ID
002680         MOVE WS-SELECT-JOURNAL-ID TO GLAHS-JOURNAL-ID
002690         START AUDHIST KEY IS = GLAHS-JOURNAL-ID
002700             INVALID KEY
002710                 DISPLAY "GLJRG01 - JOURNAL " WS-SELECT-JOURNAL-ID
002720                     " IS NOT ON THE AUDIT HISTORY"
002730                 MOVE "Y" TO WS-AUDIT-EOF-SWITCH
002740         END-START
002750     ELSE
002760         MOVE "ALL"      TO RPT2-JOURNAL-ID
002770         MOVE LOW-VALUES TO GLAHS-JOURNAL-ID
002780         START AUDHIST KEY IS NOT < GLAHS-JOURNAL-ID
002790             INVALID KEY
002800                 MOVE "Y" TO WS-AUDIT-EOF-SWITCH
002810         END-START
002820     END-IF
002830     MOVE WS-DATE-FROM TO RPT2-DATE-FROM
002840     MOVE WS-DATE-TO   TO RPT2-DATE-TO.
002850 1000-INITIALIZE-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890*    1100-READ-PARM-CARDS - SELECTION CARDS, ONE PER RECORD,
002900*                 EACH OPTIONAL: JOURNAL=, DATEFROM=YYYYMMDD,
002910*                 DATETO=YYYYMMDD. NO PARMFILE MEANS EVERY
002920*                 JOURNAL, ALL DATES.
002930******************************************************************
002940 1100-READ-PARM-CARDS.
002950     OPEN INPUT PARMFILE
002960     IF WS-PARMFILE-STATUS = "35"
002970         GO TO 1100-READ-PARM-CARDS-EXIT
002980     END-IF
002990     IF WS-PARMFILE-STATUS NOT = "00"
003000        AND WS-PARMFILE-STATUS NOT = "04"
003010         DISPLAY "GLJRG01 - PARMFILE OPEN FAILED - STATUS "
003020             WS-PARMFILE-STATUS
003030         STOP RUN
003040     END-IF
003050     PERFORM 1110-READ-PARM-CARD
003060         THRU 1110-READ-PARM-CARD-EXIT
003070     PERFORM 1150-APPLY-ONE-PARM-CARD
003080         THRU 1150-APPLY-ONE-PARM-CARD-EXIT
003090         UNTIL WS-END-OF-PARMFILE
003100     CLOSE PARMFILE
003110     IF WS-DATE-FROM > WS-DATE-TO
003120         DISPLAY "GLJRG01 - DATEFROM= IS LATER THAN DATETO= - "
003130             "RUN STOPPED"
003140         STOP RUN
003150     END-IF.
003160 1100-READ-PARM-CARDS-EXIT.
003170     EXIT.
003180
003190 1110-READ-PARM-CARD.
003200     READ PARMFILE INTO WS-PARM-CARD
003210         AT END
003220             MOVE "Y" TO WS-PARM-EOF-SWITCH
003230     END-READ.
003240 1110-READ-PARM-CARD-EXIT.
003250     EXIT.
003260
003270 1150-APPLY-ONE-PARM-CARD.
003280     IF WS-PARM-CARD (1:8) = "JOURNAL="
003290         IF WS-PARM-CARD (9:8) = SPACES
003300             DISPLAY "GLJRG01 - JOURNAL= CARD HAS NO JOURNAL "
003310                 "ID - RUN STOPPED"
003320             STOP RUN
003330         END-IF
003340         MOVE WS-PARM-CARD (9:8) TO WS-SELECT-JOURNAL-ID
003350         MOVE "Y" TO WS-SINGLE-JOURNAL-SWITCH
003360     END-IF
003370     IF WS-PARM-CARD (1:9) = "DATEFROM="
003380         IF WS-PARM-CARD (10:8) IS NUMERIC
003390             MOVE WS-PARM-CARD (10:8) TO WS-DATE-FROM
003400         ELSE
003410             DISPLAY "GLJRG01 - DATEFROM= CARD IS NOT A VALID "
003420                 "YYYYMMDD DATE - RUN STOPPED"
003430             STOP RUN
003440         END-IF
003450     END-IF
003460     IF WS-PARM-CARD (1:7) = "DATETO="
003470         IF WS-PARM-CARD (8:8) IS NUMERIC
003480             MOVE WS-PARM-CARD (8:8) TO WS-DATE-TO
003490         ELSE
003500             DISPLAY "GLJRG01 - DATETO= CARD IS NOT A VALID "
003510                 "YYYYMMDD DATE - RUN STOPPED"
003520             STOP RUN
003530         END-IF
003540     END-IF
003550     PERFORM 1110-READ-PARM-CARD
003560         THRU 1110-READ-PARM-CARD-EXIT.
003570 1150-APPLY-ONE-PARM-CARD-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610*    1300-LOAD-ACCOUNT-MASTER - DESCRIPTIONS FOR THE LEG LINES.
003620*                 A MISSING MASTER ONLY MEANS BLANK DESCRIPTIONS.
003630******************************************************************
003640 1300-LOAD-ACCOUNT-MASTER.
003650     OPEN INPUT ACCTFILE
003660     IF WS-ACCTFILE-STATUS = "35"
003670         DISPLAY "GLJRG01 - NO ACCOUNT MASTER - DESCRIPTIONS "
003680             "WILL BE BLANK"
003690         GO TO 1300-LOAD-ACCOUNT-MASTER-EXIT
003700     END-IF
003710     IF WS-ACCTFILE-STATUS NOT = "00"
003720        AND WS-ACCTFILE-STATUS NOT = "04"
003730         DISPLAY "GLJRG01 - ACCTFILE OPEN FAILED - STATUS "
003740             WS-ACCTFILE-STATUS
003750         STOP RUN
003760     END-IF
003770     PERFORM 1310-READ-ACCOUNT-RECORD
003780         THRU 1310-READ-ACCOUNT-RECORD-EXIT
003790     PERFORM 1350-STORE-ONE-ACCOUNT
003800         THRU 1350-STORE-ONE-ACCOUNT-EXIT
003810         UNTIL WS-END-OF-ACCTFILE
003820     CLOSE ACCTFILE.
003830 1300-LOAD-ACCOUNT-MASTER-EXIT.
003840     EXIT.
003850
003860 1310-READ-ACCOUNT-RECORD.
003870     READ ACCTFILE INTO GL-ACCT-MASTER-RECORD
003880         AT END
003890             MOVE "Y" TO WS-ACCT-EOF-SWITCH
003900     END-READ.
003910 1310-READ-ACCOUNT-RECORD-EXIT.
003920     EXIT.
003930
003940 1350-STORE-ONE-ACCOUNT.
003950     IF GLACM-MASTER-COUNT >= 2000
003960         DISPLAY "GLJRG01 - ACCOUNT MASTER TABLE FULL - "
003970             "DESCRIPTIONS TRUNCATED AT 2000 ACCOUNTS"
003980         MOVE "Y" TO WS-ACCT-EOF-SWITCH
003990         GO TO 1350-STORE-ONE-ACCOUNT-EXIT
004000     END-IF
004010     ADD 1 TO GLACM-MASTER-COUNT
004020     SET GLACM-MST-IDX TO GLACM-MASTER-COUNT
004030     MOVE GLACM-ACCOUNT-NO     TO
004040         GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
004050     MOVE GLACM-DESCRIPTION    TO
004060         GLACM-MST-DESCRIPTION (GLACM-MST-IDX)
004070     PERFORM 1310-READ-ACCOUNT-RECORD
004080         THRU 1310-READ-ACCOUNT-RECORD-EXIT.
004090 1350-STORE-ONE-ACCOUNT-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130*    2000-PRODUCE-REGISTER - SEQUENTIAL READ ALONG THE JOURNAL-ID
004140*                 KEY WITH A CONTROL BREAK ON JOURNAL ID, SOURCE
004150*                 FEED AND POSTING DATE. DUPLICATES ON THE
004160*                 ALTERNATE KEY COME BACK IN THE ORDER THEY WERE
004170*                 ARCHIVED, SO THE LEGS OF ONE POSTING OF A
004180*                 JOURNAL ARRIVE TOGETHER.
004190******************************************************************
004200 2000-PRODUCE-REGISTER.
004210     PERFORM 2100-READ-POSTING
004220         THRU 2100-READ-POSTING-EXIT
004230     PERFORM 2200-PROCESS-ONE-POSTING
004240         THRU 2200-PROCESS-ONE-POSTING-EXIT
004250         UNTIL WS-END-OF-AUDHIST
004260     IF WS-A-JOURNAL-IS-OPEN
004270         PERFORM 2500-CLOSE-OUT-JOURNAL
004280             THRU 2500-CLOSE-OUT-JOURNAL-EXIT
004290     END-IF
004300     CLOSE AUDHIST.
004310 2000-PRODUCE-REGISTER-EXIT.
004320     EXIT.
004330
004340 2100-READ-POSTING.
004350     IF WS-END-OF-AUDHIST
004360         GO TO 2100-READ-POSTING-EXIT
004370     END-IF
004380     READ AUDHIST NEXT RECORD
004390         AT END
004400             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
004410             GO TO 2100-READ-POSTING-EXIT
004420     END-READ
004430     IF WS-AUDHIST-STATUS NOT = "00"
004440        AND WS-AUDHIST-STATUS NOT = "02"
004450        AND WS-AUDHIST-STATUS NOT = "04"
004460         DISPLAY "GLJRG01 - AUDHIST READ FAILED - STATUS "
004470             WS-AUDHIST-STATUS
004480         STOP RUN
004490     END-IF
004500     IF WS-ONE-JOURNAL-ONLY
004510        AND GLAHS-JOURNAL-ID NOT = WS-SELECT-JOURNAL-ID
004520         MOVE "Y" TO WS-AUDIT-EOF-SWITCH
004530     END-IF.
004540 2100-READ-POSTING-EXIT.
004550     EXIT.
004560
004570 2200-PROCESS-ONE-POSTING.
004580     PERFORM 2250-REGISTER-ONE-POSTING
004590         THRU 2250-REGISTER-ONE-POSTING-EXIT
004600     PERFORM 2100-READ-POSTING
004610         THRU 2100-READ-POSTING-EXIT.
004620 2200-PROCESS-ONE-POSTING-EXIT.
004630     EXIT.
004640
004650 2250-REGISTER-ONE-POSTING.
004660     IF GLAHS-POST-DATE < WS-DATE-FROM
004670        OR GLAHS-POST-DATE > WS-DATE-TO
004680         GO TO 2250-REGISTER-ONE-POSTING-EXIT
004690     END-IF
004700     IF GLAHS-JOURNAL-ID = SPACES
004710         ADD 1 TO WS-NO-JOURNAL-ID-COUNT
004720         GO TO 2250-REGISTER-ONE-POSTING-EXIT
004730     END-IF
004740     IF GLAHS-JOURNAL-ID  NOT = WS-CURRENT-JOURNAL-ID
004750        OR GLAHS-SOURCE-FEED NOT = WS-CURRENT-SOURCE-FEED
004760        OR GLAHS-POST-DATE   NOT = WS-CURRENT-POST-DATE
004770        OR NOT WS-A-JOURNAL-IS-OPEN
004780         IF WS-A-JOURNAL-IS-OPEN
004790             PERFORM 2500-CLOSE-OUT-JOURNAL
004800                 THRU 2500-CLOSE-OUT-JOURNAL-EXIT
004810         END-IF
004820         PERFORM 2300-START-NEW-JOURNAL
004830             THRU 2300-START-NEW-JOURNAL-EXIT
004840     END-IF
004850     PERFORM 2400-PRINT-ONE-LEG
004860         THRU 2400-PRINT-ONE-LEG-EXIT.
004870 2250-REGISTER-ONE-POSTING-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910*    2300-START-NEW-JOURNAL - THE JOURNAL LINE STARTS A NEW PAGE
004920*                 RATHER THAN PRINT ALONE AT THE FOOT OF ONE
004930******************************************************************
004940 2300-START-NEW-JOURNAL.
004950     MOVE GLAHS-JOURNAL-ID  TO WS-CURRENT-JOURNAL-ID
004960     MOVE GLAHS-SOURCE-FEED TO WS-CURRENT-SOURCE-FEED
004970     MOVE GLAHS-POST-DATE   TO WS-CURRENT-POST-DATE
004980     MOVE ZERO TO WS-JOURNAL-NET
004990     MOVE ZERO TO WS-JOURNAL-LEG-COUNT
005000     MOVE "Y"  TO WS-JOURNAL-OPEN-SWITCH
005010     ADD 1 TO WS-JOURNAL-COUNT
005020     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
005030         MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
005040     END-IF
005050     MOVE WS-CURRENT-JOURNAL-ID  TO RPTJ-JOURNAL-ID
005060     MOVE WS-CURRENT-SOURCE-FEED TO RPTJ-SOURCE-FEED
005070     MOVE WS-CURRENT-POST-DATE   TO RPTJ-POST-DATE
005080     MOVE WS-RPT-JOURNAL-LINE TO WS-PRINT-LINE
005090     PERFORM 4700-WRITE-PRINT-LINE
005100         THRU 4700-WRITE-PRINT-LINE-EXIT.
005110 2300-START-NEW-JOURNAL-EXIT.
005120     EXIT.
005130
005135******************************************************************
005140*    2400-PRINT-ONE-LEG - THE LEG LINE SHOWS THE CONVERTED AMOUNT
005145*                 POSTED; THE PROOF ADDS UP THE TRANSACTION AMOUNT
005150*                 IN ITS OWN CURRENCY, OR THE CONVERTED AMOUNT FOR
005155*                 HISTORY ARCHIVED BEFORE THAT WAS CARRIED
005160******************************************************************
005165 2400-PRINT-ONE-LEG.
005170     IF GLAHS-TRANSACTION-AMOUNT IS NUMERIC
005175         MOVE GLAHS-TRANSACTION-AMOUNT TO WS-LEG-PROOF-AMOUNT
005180     ELSE
005185         MOVE GLAHS-SOURCE-AMOUNT      TO WS-LEG-PROOF-AMOUNT
005190     END-IF
005195     ADD WS-LEG-PROOF-AMOUNT TO WS-JOURNAL-NET
005200         ON SIZE ERROR
005205             DISPLAY "GLJRG01 - JOURNAL NET OVERFLOWED FOR "
005210                 "JOURNAL " WS-CURRENT-JOURNAL-ID
005215             STOP RUN
005220     END-ADD
005225     ADD WS-LEG-PROOF-AMOUNT TO WS-ALL-LEGS-NET
005230         ON SIZE ERROR
005235             DISPLAY "GLJRG01 - NET OF ALL LEGS OVERFLOWED"
005240             STOP RUN
005245     END-ADD
005260     ADD 1 TO WS-JOURNAL-LEG-COUNT
005270     ADD 1 TO WS-LEG-PRINT-COUNT
005280     MOVE GLAHS-ACCOUNT-NO     TO RPTL-ACCOUNT-NO
005290     PERFORM 2450-LOOK-UP-DESCRIPTION
005300         THRU 2450-LOOK-UP-DESCRIPTION-EXIT
005310     MOVE GLAHS-CURRENCY-CODE  TO RPTL-CURRENCY-CODE
005320     MOVE GLAHS-RATE-USED      TO RPTL-RATE-USED
005330     MOVE GLAHS-SOURCE-AMOUNT  TO RPTL-AMOUNT
005340     MOVE GLAHS-BALANCE-BEFORE TO RPTL-BALANCE-BEFORE
005350     MOVE GLAHS-BALANCE-AFTER  TO RPTL-BALANCE-AFTER
005360     MOVE GLAHS-POST-TIME      TO RPTL-POST-TIME
005370     MOVE WS-RPT-LEG-LINE TO WS-PRINT-LINE
005380     PERFORM 4700-WRITE-PRINT-LINE
005390         THRU 4700-WRITE-PRINT-LINE-EXIT.
005400 2400-PRINT-ONE-LEG-EXIT.
005410     EXIT.
005420
005430 2450-LOOK-UP-DESCRIPTION.
005440     SET GLACM-MST-IDX TO 1
005450     SEARCH GLACM-MASTER-ENTRY
005460         AT END
005470             MOVE "*** NOT ON ACCOUNT MASTER ***" TO
005480                 RPTL-DESCRIPTION
005490         WHEN GLACM-MST-ACCOUNT-NO (GLACM-MST-IDX)
005500                 = GLAHS-ACCOUNT-NO
005510             MOVE GLACM-MST-DESCRIPTION (GLACM-MST-IDX) TO
005520                 RPTL-DESCRIPTION
005530     END-SEARCH.
005540 2450-LOOK-UP-DESCRIPTION-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580*    2500-CLOSE-OUT-JOURNAL - THE PROOF LINE. A JOURNAL THAT NO
005590*                 LONGER NETS TO ZERO - A LEG PURGED, BACKED OUT
005600*                 OR POSTED ON ITS OWN SINCE - IS FLAGGED.
005610******************************************************************
005620 2500-CLOSE-OUT-JOURNAL.
005630     MOVE WS-JOURNAL-LEG-COUNT TO RPTN-LEG-COUNT
005640     MOVE WS-JOURNAL-NET       TO RPTN-JOURNAL-NET
005650     IF WS-JOURNAL-NET = ZERO
005660         MOVE "NETS TO ZERO" TO RPTN-PROOF-TEXT
005670     ELSE
005680         MOVE "*** DOES NOT NET TO ZERO ***" TO RPTN-PROOF-TEXT
005690         ADD 1 TO WS-UNBALANCED-COUNT
005700         ADD WS-JOURNAL-NET TO WS-UNBALANCED-NET
005710         DISPLAY "GLJRG01 - JOURNAL " WS-CURRENT-JOURNAL-ID
005720             " FEED " WS-CURRENT-SOURCE-FEED " POSTED "
005730             WS-CURRENT-POST-DATE " DOES NOT NET TO ZERO"
005740     END-IF
005750     MOVE WS-RPT-NET-LINE TO WS-PRINT-LINE
005760     PERFORM 4700-WRITE-PRINT-LINE
005770         THRU 4700-WRITE-PRINT-LINE-EXIT
005780     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
005790     PERFORM 4700-WRITE-PRINT-LINE
005800         THRU 4700-WRITE-PRINT-LINE-EXIT
005810     MOVE "N" TO WS-JOURNAL-OPEN-SWITCH.
005820 2500-CLOSE-OUT-JOURNAL-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860*    4700-WRITE-PRINT-LINE - WRITE ONE REGISTER LINE, THROWING A
005870*                 NEW PAGE FIRST WHEN THE CURRENT ONE IS FULL
005880******************************************************************
005890 4700-WRITE-PRINT-LINE.
005900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005910         PERFORM 4800-PRINT-PAGE-HEADING
005920             THRU 4800-PRINT-PAGE-HEADING-EXIT
005930     END-IF
005940     WRITE FD-RPT-RECORD FROM WS-PRINT-LINE
005950     PERFORM 4900-CHECK-JRGRPT-STATUS
005960         THRU 4900-CHECK-JRGRPT-STATUS-EXIT
005970     ADD 1 TO WS-LINE-COUNT.
005980 4700-WRITE-PRINT-LINE-EXIT.
005990     EXIT.
006000
006010 4800-PRINT-PAGE-HEADING.
006020     ADD 1 TO WS-PAGE-NUMBER
006030     MOVE WS-RUN-DATE           TO RPT1-RUN-DATE
006040     MOVE WS-PAGE-NUMBER        TO RPT1-PAGE-NUMBER
006050     MOVE WS-RPT-HEADER-1 TO FD-RPT-RECORD
006060     WRITE FD-RPT-RECORD
006070     PERFORM 4900-CHECK-JRGRPT-STATUS
006080         THRU 4900-CHECK-JRGRPT-STATUS-EXIT
006090     MOVE WS-RPT-HEADER-2 TO FD-RPT-RECORD
006100     WRITE FD-RPT-RECORD
006110     PERFORM 4900-CHECK-JRGRPT-STATUS
006120         THRU 4900-CHECK-JRGRPT-STATUS-EXIT
006130     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
006140     PERFORM 4900-CHECK-JRGRPT-STATUS
006150         THRU 4900-CHECK-JRGRPT-STATUS-EXIT
006160     MOVE WS-RPT-COLUMN-HEADS TO FD-RPT-RECORD
006170     WRITE FD-RPT-RECORD
006180     PERFORM 4900-CHECK-JRGRPT-STATUS
006190         THRU 4900-CHECK-JRGRPT-STATUS-EXIT
006200     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
006210     PERFORM 4900-CHECK-JRGRPT-STATUS
006220         THRU 4900-CHECK-JRGRPT-STATUS-EXIT
006230     MOVE ZERO TO WS-LINE-COUNT.
006240 4800-PRINT-PAGE-HEADING-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*    4900-CHECK-JRGRPT-STATUS - COMMON STATUS CHECK AFTER EVERY
006290*                 WRITE TO THE JOURNAL REGISTER
006300******************************************************************
006310 4900-CHECK-JRGRPT-STATUS.
006320     IF WS-JRGRPT-STATUS NOT = "00"
006330        AND WS-JRGRPT-STATUS NOT = "04"
006340         DISPLAY "GLJRG01 - JRGRPT WRITE FAILED - STATUS "
006350             WS-JRGRPT-STATUS
006360         STOP RUN
006370     END-IF.
006380 4900-CHECK-JRGRPT-STATUS-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*    6000-PRINT-TOTALS - COUNTS, THEN THE CROSS-FOOT: THE NET OF
006430*                 EVERY LEG LISTED MUST EQUAL THE NET OF THE
006440*                 FLAGGED JOURNALS, SINCE EVERY OTHER JOURNAL
006450*                 CONTRIBUTES ZERO
006460******************************************************************
006470 6000-PRINT-TOTALS.
006480     IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
006490         MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
006500     END-IF
006510     MOVE "JOURNALS LISTED:"               TO RPTC-CAPTION
006520     MOVE WS-JOURNAL-COUNT                 TO RPTC-COUNT
006530     PERFORM 6100-WRITE-COUNT-LINE
006540         THRU 6100-WRITE-COUNT-LINE-EXIT
006550     MOVE "LEGS LISTED:"                   TO RPTC-CAPTION
006560     MOVE WS-LEG-PRINT-COUNT               TO RPTC-COUNT
006570     PERFORM 6100-WRITE-COUNT-LINE
006580         THRU 6100-WRITE-COUNT-LINE-EXIT
006590     MOVE "JOURNALS NOT NETTING TO ZERO:"  TO RPTC-CAPTION
006600     MOVE WS-UNBALANCED-COUNT              TO RPTC-COUNT
006610     PERFORM 6100-WRITE-COUNT-LINE
006620         THRU 6100-WRITE-COUNT-LINE-EXIT
006630     MOVE "POSTINGS WITH NO JOURNAL ID:"   TO RPTC-CAPTION
006640     MOVE WS-NO-JOURNAL-ID-COUNT           TO RPTC-COUNT
006650     PERFORM 6100-WRITE-COUNT-LINE
006660         THRU 6100-WRITE-COUNT-LINE-EXIT
006670     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
006680     PERFORM 4700-WRITE-PRINT-LINE
006690         THRU 4700-WRITE-PRINT-LINE-EXIT
006700     MOVE "NET OF ALL LEGS LISTED:"        TO RPTA-CAPTION
006710     MOVE WS-ALL-LEGS-NET                  TO RPTA-AMOUNT
006720     MOVE WS-RPT-AMOUNT-LINE TO WS-PRINT-LINE
006730     PERFORM 4700-WRITE-PRINT-LINE
006740         THRU 4700-WRITE-PRINT-LINE-EXIT
006750     MOVE "NET OF FLAGGED JOURNALS:"       TO RPTA-CAPTION
006760     MOVE WS-UNBALANCED-NET                TO RPTA-AMOUNT
006770     MOVE WS-RPT-AMOUNT-LINE TO WS-PRINT-LINE
006780     PERFORM 4700-WRITE-PRINT-LINE
006790         THRU 4700-WRITE-PRINT-LINE-EXIT
006800     MOVE WS-RPT-BLANK-LINE TO WS-PRINT-LINE
006810     PERFORM 4700-WRITE-PRINT-LINE
006820         THRU 4700-WRITE-PRINT-LINE-EXIT
006830     IF WS-ALL-LEGS-NET NOT = WS-UNBALANCED-NET
006840         MOVE "*** REGISTER DOES NOT CROSS-FOOT - NET OF ALL "
006850           & "LEGS DIFFERS FROM NET OF FLAGGED JOURNALS ***"
006860                                           TO RPTV-VERDICT
006870     ELSE
006880         IF WS-UNBALANCED-COUNT = ZERO
006890             MOVE "EVERY JOURNAL LISTED NETS TO ZERO"
006900                                           TO RPTV-VERDICT
006910         ELSE
006920             MOVE "*** JOURNALS FLAGGED ABOVE NO LONGER NET TO "
006930               & "ZERO - REFER TO ACCOUNTING CONTROL ***"
006940                                           TO RPTV-VERDICT
006950         END-IF
006960     END-IF
006970     MOVE WS-RPT-VERDICT-LINE TO WS-PRINT-LINE
006980     PERFORM 4700-WRITE-PRINT-LINE
006990         THRU 4700-WRITE-PRINT-LINE-EXIT.
007000 6000-PRINT-TOTALS-EXIT.
007010     EXIT.
007020
007030 6100-WRITE-COUNT-LINE.
007040     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE
007050     PERFORM 4700-WRITE-PRINT-LINE
007060         THRU 4700-WRITE-PRINT-LINE-EXIT.
007070 6100-WRITE-COUNT-LINE-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110*    9000-TERMINATE
007120******************************************************************
007130 9000-TERMINATE.
007140     CLOSE JRGRPT
007150     DISPLAY "GLJRG01 - REGISTER COMPLETE - "
007160         WS-JOURNAL-COUNT " JOURNALS, "
007170         WS-LEG-PRINT-COUNT " LEGS, "
007180         WS-UNBALANCED-COUNT " NOT NETTING TO ZERO".
007190 9000-TERMINATE-EXIT.
007200     EXIT.
