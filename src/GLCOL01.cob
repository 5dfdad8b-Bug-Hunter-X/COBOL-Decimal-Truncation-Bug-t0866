000060*    DATE-WRITTEN: 2026-08-21
000070*
000080*    PURPOSE:    SOURCE-FEED COLLECTOR. RUNS AHEAD OF THE EDIT
000090*                (GLEDT01) AND ACCEPTS EVERY FEED REGISTERED ON
000100*                THE FEED-REGISTRY MASTER (FEEDREG), EACH ENDING
000110*                IN A TRAILER RECORD CARRYING THE FEED'S OWN
000120*                RECORD COUNT AND HASH TOTAL. EVERY FEED IS
000130*                VERIFIED AGAINST ITS TRAILER BEFORE ANYTHING
000140*                IS MERGED - A FEED THAT DOES NOT BALANCE STOPS
000150*                THE RUN. VERIFIED RECORDS ARE STAMPED WITH
000160*                THEIR SOURCE FEED ID AND MERGED ONTO EDITIN
000170*                FOR THE EDIT, SO THE UPSTREAM SYSTEMS NO
000180*                LONGER HAVE TO BE CONCATENATED BY HAND AND AN
000190*                OUT-OF-BALANCE DAY POINTS AT ITS SOURCE.
000200*
000283*                     CONTROLLER (GLJSC01) CAN CALL THIS PROGRAM
000284*                     AS A STEP AND RECORD ITS COMPLETION. RUN
000285*                     STANDALONE THE BEHAVIOR IS UNCHANGED.
000286*    2026-10-15  DO   FEEDS NOW COME FROM THE FEED-REGISTRY MASTER
000287*                     (FEEDREG, SEE GLFRGREC) INSTEAD OF THE
000288*                     THREE FIXED FEED01-FEED03 SLOTS; EACH
000289*                     REGISTERED FEED IS READ FROM ITS OWN FILE
000290*                     THROUGH FEEDIN. A REQUIRED FEED THAT HAS NOT
000291*                     ARRIVED IS REPORTED MISSING (LATE OR STILL
000292*                     AWAITED) AND STOPS THE RUN. EACH COLLECTED
000293*                     FEED'S TRAILER COUNT AND HASH ARE RECORDED
000294*                     ON THE FEED-HISTORY FILE (FEEDHIST, SEE
000295*                     GLFHSREC) BY BUSINESS DATE, AND A FILE THAT
000296*                     MATCHES ONE ALREADY COLLECTED FOR THE DATE
000297*                     IS REFUSED AS A RESEND. THE BUSINESS DATE
000298*                     COMES FROM A PARMFILE CARD READING
000299*                     DATE=YYYYMMDD, OR DEFAULTS TO TODAY.
000300******************************************************************
000301 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    GLCOL01.
000320 AUTHOR.        D. OKONKWO.
000330 INSTALLATION.  MAIN DATA CENTER.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT FEEDIN ASSIGN TO "FEEDIN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FEEDIN-STATUS.
000470
000480     SELECT FEEDREG ASSIGN TO "FEEDREG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FEEDREG-STATUS.
000510
000520     SELECT FEEDHIST ASSIGN TO "FEEDHIST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FEEDHIST-STATUS.
000542
000544     SELECT PARMFILE ASSIGN TO "PARMFILE"
000546         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS WS-PARMFILE-STATUS.
000550
000560     SELECT EDITIN ASSIGN TO "EDITIN"
000570         ORGANIZATION IS LINE SEQUENTIAL
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  FEEDIN
000670     RECORDING MODE IS F.
000680 01  FD-FEEDIN-RECORD             PIC X(80).
000690
000700 FD  FEEDREG
000710     RECORDING MODE IS F.
000720 01  FD-FEEDREG-RECORD            PIC X(80).
000730
000740 FD  FEEDHIST
000750     RECORDING MODE IS F.
000760 01  FD-FEEDHIST-RECORD           PIC X(80).
000762
000764 FD  PARMFILE
000766     RECORDING MODE IS F.
000768 01  FD-PARM-RECORD               PIC X(80).
000770
000780 FD  EDITIN
000790     RECORDING MODE IS F.
000850
000860 WORKING-STORAGE SECTION.
000870
000880 01  WS-FEEDIN-STATUS              PIC X(02) VALUE "00".
000890 01  WS-FEEDREG-STATUS             PIC X(02) VALUE "00".
000900 01  WS-FEEDHIST-STATUS            PIC X(02) VALUE "00".
000905 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
000910 01  WS-EDITIN-STATUS              PIC X(02) VALUE "00".
000920 01  WS-COLRPT-STATUS              PIC X(02) VALUE "00".
000930
000950     88  WS-END-OF-FEED                      VALUE "Y".
000960 77  WS-TRAILER-SEEN-SWITCH        PIC X(01) VALUE "N".
000970     88  WS-TRAILER-WAS-SEEN                 VALUE "Y".
000972 77  WS-FEEDREG-EOF-SWITCH         PIC X(01) VALUE "N".
000974     88  WS-END-OF-FEEDREG                   VALUE "Y".
000976 77  WS-FEEDHIST-EOF-SWITCH        PIC X(01) VALUE "N".
000978     88  WS-END-OF-FEEDHIST                  VALUE "Y".
000980 77  WS-RESEND-SWITCH              PIC X(01) VALUE "N".
000982     88  WS-FEED-IS-A-RESEND                 VALUE "Y".
000990
001010 77  WS-FEEDS-MERGED-COUNT         PIC 9(03) COMP VALUE ZERO.
001020 77  WS-MERGED-RECORD-COUNT        PIC 9(09) COMP VALUE ZERO.
001022 77  WS-RESEND-COUNT               PIC 9(03) COMP VALUE ZERO.
001024 77  WS-NOT-SENT-COUNT             PIC 9(03) COMP VALUE ZERO.
001026 77  WS-MISSING-COUNT              PIC 9(03) COMP VALUE ZERO.
001030
001040 01  WS-CURRENT-FEED-ID            PIC X(08) VALUE SPACES.
001045 01  WS-CURRENT-FILE-NAME          PIC X(08) VALUE SPACES.
001050 01  WS-FEED-RECORD-COUNT          PIC 9(09) VALUE ZERO.
001060 01  WS-FEED-HASH-TOTAL            PIC S9(11)V99 VALUE ZERO.
001070 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001071 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
001072 01  FILLER REDEFINES WS-RUN-TIME.
001073     05  WS-RUN-HHMM               PIC 9(04).
001074     05  FILLER                    PIC 9(04).
001075 01  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001076 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
001080
001090******************************************************************
001100*    PER-FEED RECORD BUFFER - A FEED IS HELD HERE UNTIL ITS
001170                         INDEXED BY WS-BUF-IDX.
001180         10  WS-BUFFERED-RECORD    PIC X(80).
001190
001191******************************************************************
001192*    FEED-REGISTRY TABLE - LOADED FROM FEEDREG AT START-UP; THE
001193*    FEEDS ARE COLLECTED IN REGISTRY ORDER
001194******************************************************************
001195 01  WS-REGISTRY-TABLE-AREA.
001196     05  WS-REG-COUNT              PIC 9(03) VALUE ZERO.
001197     05  WS-REG-ENTRY OCCURS 100 TIMES
001198                      INDEXED BY WS-REG-IDX.
001199         10  WS-REG-FEED-ID        PIC X(08) VALUE SPACES.
001200         10  WS-REG-FILE-NAME      PIC X(08) VALUE SPACES.
001201         10  WS-REG-SOURCE-SYSTEM  PIC X(20) VALUE SPACES.
001202         10  WS-REG-REQUIRED-FLAG  PIC X(01) VALUE SPACES.
001203             88  WS-REG-FEED-REQUIRED        VALUE "R".
001204         10  WS-REG-LATEST-ARRIVAL PIC 9(04) VALUE ZERO.
001205
001206******************************************************************
001207*    FEED-HISTORY TABLE - THE FEEDS ALREADY COLLECTED FOR THE
001208*    BUSINESS DATE, PLUS THOSE COLLECTED BY THIS RUN (MARKED NEW
001209*    AND APPENDED TO FEEDHIST AT THE END)
001210******************************************************************
001211 01  WS-HISTORY-TABLE-AREA.
001212     05  WS-HIST-COUNT             PIC 9(04) VALUE ZERO.
001213     05  WS-HIST-ENTRY OCCURS 1000 TIMES
001214                       INDEXED BY WS-HIST-IDX.
001215         10  WS-HIST-FEED-ID       PIC X(08) VALUE SPACES.
001216         10  WS-HIST-FILE-NAME     PIC X(08) VALUE SPACES.
001217         10  WS-HIST-RECORD-COUNT  PIC 9(09) VALUE ZERO.
001218         10  WS-HIST-HASH-TOTAL    PIC S9(11)V99 VALUE ZERO.
001219         10  WS-HIST-COLLECT-TIME  PIC 9(08) VALUE ZERO.
001220         10  WS-HIST-NEW-SWITCH    PIC X(01) VALUE "N".
001221             88  WS-HIST-IS-NEW              VALUE "Y".
001222
001223 COPY GLTRNREC.
001224
001225 COPY GLFDTREC.
001226
001227 COPY GLFRGREC.
001228
001229 COPY GLFHSREC.
001230
001240******************************************************************
001250*    REPORT LINE LAYOUTS
001290         "SOURCE FEED COLLECTOR REPORT".
001300     05  FILLER                    PIC X(10) VALUE "RUN DATE:".
001310     05  RPT1-RUN-DATE             PIC 9(08).
001312     05  FILLER                    PIC X(03) VALUE SPACES.
001314     05  FILLER                    PIC X(15) VALUE
001316         "BUSINESS DATE:".
001318     05  RPT1-BUSINESS-DATE        PIC 9(08).
001320     05  FILLER                    PIC X(57) VALUE SPACES.
001330
001340 01  WS-RPT-FEED-LINE.
001350     05  FILLER                    PIC X(06) VALUE "FEED:".
001360     05  RPTF-FEED-ID              PIC X(08).
001370     05  FILLER                    PIC X(02) VALUE SPACES.
001371     05  FILLER                    PIC X(06) VALUE "FILE:".
001372     05  RPTF-FILE-NAME            PIC X(08).
001373     05  FILLER                    PIC X(02) VALUE SPACES.
001374     05  RPTF-SOURCE-SYSTEM        PIC X(16).
001375     05  FILLER                    PIC X(02) VALUE SPACES.
001380     05  FILLER                    PIC X(09) VALUE "RECORDS:".
001390     05  RPTF-RECORD-COUNT         PIC Z(8)9.
001400     05  FILLER                    PIC X(02) VALUE SPACES.
001410     05  FILLER                    PIC X(06) VALUE "HASH:".
001420     05  RPTF-HASH-TOTAL           PIC -(11)9.99.
001430     05  FILLER                    PIC X(02) VALUE SPACES.
001440     05  RPTF-DISPOSITION          PIC X(10).
001443     05  RPTF-NOTE                 PIC X(22).
001446     05  RPTF-DUE-TIME             PIC X(04).
001450     05  FILLER                    PIC X(02) VALUE SPACES.
001460
001461 01  WS-RPT-COUNT-LINE.
001462     05  RPTC-CAPTION              PIC X(25).
001463     05  RPTC-COUNT                PIC Z(8)9.
001464     05  FILLER                    PIC X(98) VALUE SPACES.
001465
001470 01  WS-RPT-TOTAL-LINE.
001480     05  FILLER                    PIC X(25) VALUE
001490         "RECORDS MERGED TO EDIT:".
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE
001620         THRU 1000-INITIALIZE-EXIT
001630     PERFORM 1200-LOAD-FEED-REGISTRY
001640         THRU 1200-LOAD-FEED-REGISTRY-EXIT
001650     PERFORM 1300-LOAD-FEED-HISTORY
001660         THRU 1300-LOAD-FEED-HISTORY-EXIT
001670     PERFORM 2000-COLLECT-ONE-FEED
001680         THRU 2000-COLLECT-ONE-FEED-EXIT
001690         VARYING WS-REG-IDX FROM 1 BY 1
001700         UNTIL WS-REG-IDX > WS-REG-COUNT
001720     PERFORM 4000-FINISH-REPORT
001730         THRU 4000-FINISH-REPORT-EXIT
001732     PERFORM 4500-STOP-ON-MISSING-FEEDS
001734         THRU 4500-STOP-ON-MISSING-FEEDS-EXIT
001736     PERFORM 5000-RECORD-FEED-HISTORY
001738         THRU 5000-RECORD-FEED-HISTORY-EXIT
001740     PERFORM 9000-TERMINATE
001750         THRU 9000-TERMINATE-EXIT
001760     GOBACK.
001770
001780******************************************************************
001790*    1000-INITIALIZE - THE BUSINESS DATE COMES FROM A PARMFILE
001793*                 CARD READING "DATE=YYYYMMDD"; NO CARD MEANS
001796*                 TODAY.
001800******************************************************************
001810 1000-INITIALIZE.
001820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001822     ACCEPT WS-RUN-TIME FROM TIME
001824     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
001826     PERFORM 1100-READ-DATE-PARM
001828         THRU 1100-READ-DATE-PARM-EXIT
001830     OPEN OUTPUT EDITIN
001840     IF WS-EDITIN-STATUS NOT = "00"
001850        AND WS-EDITIN-STATUS NOT = "04"
001950         STOP RUN
001960     END-IF
001970     MOVE WS-RUN-DATE TO RPT1-RUN-DATE
001975     MOVE WS-BUSINESS-DATE TO RPT1-BUSINESS-DATE
001980     MOVE WS-RPT-HEADER-1 TO FD-RPT-RECORD
001990     WRITE FD-RPT-RECORD
002000     PERFORM 4900-CHECK-COLRPT-STATUS
002040         THRU 4900-CHECK-COLRPT-STATUS-EXIT.
002050 1000-INITIALIZE-EXIT.
002060     EXIT.
002061
002062 1100-READ-DATE-PARM.
002063     OPEN INPUT PARMFILE
002064     IF WS-PARMFILE-STATUS = "35"
002065         GO TO 1100-READ-DATE-PARM-EXIT
002066     END-IF
002067     IF WS-PARMFILE-STATUS NOT = "00"
002068        AND WS-PARMFILE-STATUS NOT = "04"
002069         DISPLAY "GLCOL01 - PARMFILE OPEN FAILED - STATUS "
002070             WS-PARMFILE-STATUS
002071         STOP RUN
002072     END-IF
002073     READ PARMFILE INTO WS-PARM-CARD
002074         AT END
002075             MOVE SPACES TO WS-PARM-CARD
002076     END-READ
002077     CLOSE PARMFILE
002078     IF WS-PARM-CARD (1:5) = "DATE="
002079         IF WS-PARM-CARD (6:8) IS NUMERIC
002080             MOVE WS-PARM-CARD (6:8) TO WS-BUSINESS-DATE
002081         ELSE
002082             DISPLAY "GLCOL01 - DATE= CARD IS NOT A VALID "
002083                 "YYYYMMDD DATE - RUN STOPPED"
002084             STOP RUN
002085         END-IF
002086     END-IF.
002087 1100-READ-DATE-PARM-EXIT.
002088     EXIT.
002089
002090******************************************************************
002091*    1200-LOAD-FEED-REGISTRY - LOAD THE FEED-REGISTRY MASTER. A
002092*                 BLANK OR DUPLICATE FEED ID, A BLANK FILE NAME,
002093*                 A FLAG OTHER THAN R OR O, OR A BAD ARRIVAL TIME
002094*                 STOPS THE RUN - THE REGISTRY IS WHAT SAYS A
002095*                 FEED IS MISSING, SO IT MUST BE RIGHT.
002096******************************************************************
002097 1200-LOAD-FEED-REGISTRY.
002098     OPEN INPUT FEEDREG
002099     IF WS-FEEDREG-STATUS = "35"
002100         DISPLAY "GLCOL01 - FEEDREG NOT FOUND - SUPPLY THE "
002101             "FEED-REGISTRY MASTER"
002102         STOP RUN
002103     END-IF
002104     IF WS-FEEDREG-STATUS NOT = "00"
002105        AND WS-FEEDREG-STATUS NOT = "04"
002106         DISPLAY "GLCOL01 - FEEDREG OPEN FAILED - STATUS "
002107             WS-FEEDREG-STATUS
002108         STOP RUN
002109     END-IF
002110     PERFORM 1210-READ-REGISTRY-RECORD
002111         THRU 1210-READ-REGISTRY-RECORD-EXIT
002112     PERFORM 1250-STORE-ONE-FEED
002113         THRU 1250-STORE-ONE-FEED-EXIT
002114         UNTIL WS-END-OF-FEEDREG
002115     CLOSE FEEDREG
002116     IF WS-REG-COUNT = ZERO
002117         DISPLAY "GLCOL01 - FEEDREG IS EMPTY - SUPPLY THE "
002118             "FEED-REGISTRY MASTER"
002119         STOP RUN
002120     END-IF.
002121 1200-LOAD-FEED-REGISTRY-EXIT.
002122     EXIT.
002123
002124 1210-READ-REGISTRY-RECORD.
002125     READ FEEDREG INTO GL-FEED-REGISTRY-RECORD
002126         AT END
002127             MOVE "Y" TO WS-FEEDREG-EOF-SWITCH
002128     END-READ.
002129 1210-READ-REGISTRY-RECORD-EXIT.
002130     EXIT.
002131
002132 1250-STORE-ONE-FEED.
002133     IF GLFRG-FEED-ID = SPACES
002134        OR GLFRG-FILE-NAME = SPACES
002135        OR (NOT GLFRG-FEED-REQUIRED
002136            AND NOT GLFRG-FEED-OPTIONAL)
002137        OR GLFRG-LATEST-ARRIVAL IS NOT NUMERIC
002138        OR GLFRG-LATEST-ARRIVAL > 2359
002139         DISPLAY "GLCOL01 - FEEDREG ENTRY FOR FEED "
002140             GLFRG-FEED-ID " IS INCOMPLETE OR INVALID - "
002141             "RUN STOPPED"
002142         STOP RUN
002143     END-IF
002144     SET WS-REG-IDX TO 1
002145     SEARCH WS-REG-ENTRY
002146         AT END
002147             CONTINUE
002148         WHEN WS-REG-FEED-ID (WS-REG-IDX) = GLFRG-FEED-ID
002149             DISPLAY "GLCOL01 - FEED " GLFRG-FEED-ID
002150                 " IS REGISTERED TWICE ON FEEDREG - RUN STOPPED"
002151             STOP RUN
002152     END-SEARCH
002153     IF WS-REG-COUNT >= 100
002154         DISPLAY "GLCOL01 - FEED-REGISTRY TABLE FULL - MORE "
002155             "THAN 100 FEEDS ON FEEDREG"
002156         STOP RUN
002157     END-IF
002158     ADD 1 TO WS-REG-COUNT
002159     SET WS-REG-IDX TO WS-REG-COUNT
002160     MOVE GLFRG-FEED-ID        TO WS-REG-FEED-ID (WS-REG-IDX)
002161     MOVE GLFRG-FILE-NAME      TO WS-REG-FILE-NAME (WS-REG-IDX)
002162     MOVE GLFRG-SOURCE-SYSTEM  TO
002163         WS-REG-SOURCE-SYSTEM (WS-REG-IDX)
002164     MOVE GLFRG-REQUIRED-FLAG  TO
002165         WS-REG-REQUIRED-FLAG (WS-REG-IDX)
002166     MOVE GLFRG-LATEST-ARRIVAL TO
002167         WS-REG-LATEST-ARRIVAL (WS-REG-IDX)
002168     PERFORM 1210-READ-REGISTRY-RECORD
002169         THRU 1210-READ-REGISTRY-RECORD-EXIT.
002170 1250-STORE-ONE-FEED-EXIT.
002171     EXIT.
002172
002173******************************************************************
002174*    1300-LOAD-FEED-HISTORY - LOAD THE FEEDS ALREADY COLLECTED
002175*                 FOR THE BUSINESS DATE. NO FEEDHIST MEANS
002176*                 NOTHING HAS BEEN COLLECTED YET.
002177******************************************************************
002178 1300-LOAD-FEED-HISTORY.
002179     OPEN INPUT FEEDHIST
002180     IF WS-FEEDHIST-STATUS = "35"
002181         GO TO 1300-LOAD-FEED-HISTORY-EXIT
002182     END-IF
002183     IF WS-FEEDHIST-STATUS NOT = "00"
002184        AND WS-FEEDHIST-STATUS NOT = "04"
002185         DISPLAY "GLCOL01 - FEEDHIST OPEN FAILED - STATUS "
002186             WS-FEEDHIST-STATUS
002187         STOP RUN
002188     END-IF
002189     PERFORM 1310-READ-HISTORY-RECORD
002190         THRU 1310-READ-HISTORY-RECORD-EXIT
002191     PERFORM 1350-STORE-ONE-HISTORY
002192         THRU 1350-STORE-ONE-HISTORY-EXIT
002193         UNTIL WS-END-OF-FEEDHIST
002194     CLOSE FEEDHIST.
002195 1300-LOAD-FEED-HISTORY-EXIT.
002196     EXIT.
002197
002198 1310-READ-HISTORY-RECORD.
002199     READ FEEDHIST INTO GL-FEED-HISTORY-RECORD
002200         AT END
002201             MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
002202     END-READ.
002203 1310-READ-HISTORY-RECORD-EXIT.
002204     EXIT.
002205
002206 1350-STORE-ONE-HISTORY.
002207     IF GLFHS-BUSINESS-DATE = WS-BUSINESS-DATE
002208         IF WS-HIST-COUNT >= 1000
002209             DISPLAY "GLCOL01 - FEED-HISTORY TABLE FULL - MORE "
002210                 "THAN 1000 FEEDS FOR " WS-BUSINESS-DATE
002211             STOP RUN
002212         END-IF
002213         ADD 1 TO WS-HIST-COUNT
002214         SET WS-HIST-IDX TO WS-HIST-COUNT
002215         MOVE GLFHS-FEED-ID      TO WS-HIST-FEED-ID (WS-HIST-IDX)
002216         MOVE GLFHS-FILE-NAME    TO
002217             WS-HIST-FILE-NAME (WS-HIST-IDX)
002218         MOVE GLFHS-RECORD-COUNT TO
002219             WS-HIST-RECORD-COUNT (WS-HIST-IDX)
002220         MOVE GLFHS-HASH-TOTAL   TO
002221             WS-HIST-HASH-TOTAL (WS-HIST-IDX)
002222         MOVE GLFHS-COLLECT-TIME TO
002223             WS-HIST-COLLECT-TIME (WS-HIST-IDX)
002224     END-IF
002225     PERFORM 1310-READ-HISTORY-RECORD
002226         THRU 1310-READ-HISTORY-RECORD-EXIT.
002227 1350-STORE-ONE-HISTORY-EXIT.
002228     EXIT.
002229
002230******************************************************************
002231*    2000-COLLECT-ONE-FEED - BUFFER THE REGISTERED FEED AT
002232*                 WS-REG-IDX, VERIFY IT AGAINST ITS TRAILER,
002233*                 REFUSE IT IF IT IS A RESEND OF A FILE ALREADY
002234*                 COLLECTED FOR THE BUSINESS DATE, AND MERGE IT.
002235*                 A FEED THAT HAS NOT ARRIVED IS REPORTED -
002236*                 MISSING IF IT IS REQUIRED, NOT SENT IF IT IS
002237*                 OPTIONAL.
002238******************************************************************
002239 2000-COLLECT-ONE-FEED.
002240     MOVE "N"  TO WS-FEED-EOF-SWITCH
002241     MOVE "N"  TO WS-TRAILER-SEEN-SWITCH
002242     MOVE ZERO TO WS-BUFFER-COUNT
002243     MOVE ZERO TO WS-FEED-RECORD-COUNT
002244     MOVE ZERO TO WS-FEED-HASH-TOTAL
002245     MOVE WS-REG-FEED-ID (WS-REG-IDX)   TO WS-CURRENT-FEED-ID
002246     MOVE WS-REG-FILE-NAME (WS-REG-IDX) TO WS-CURRENT-FILE-NAME
002247     MOVE SPACES TO RPTF-NOTE
002248     MOVE SPACES TO RPTF-DUE-TIME
002249     PERFORM 2100-OPEN-CURRENT-FEED
002250         THRU 2100-OPEN-CURRENT-FEED-EXIT
002251     IF WS-FEEDIN-STATUS = "35"
002252         PERFORM 2700-REPORT-FEED-NOT-ARRIVED
002260             THRU 2700-REPORT-FEED-NOT-ARRIVED-EXIT
002270         GO TO 2000-COLLECT-ONE-FEED-EXIT
002280     END-IF
002290     IF WS-FEEDIN-STATUS NOT = "00"
002300        AND WS-FEEDIN-STATUS NOT = "04"
002310         DISPLAY "GLCOL01 - FEED " WS-CURRENT-FEED-ID
002320             " OPEN FAILED - STATUS " WS-FEEDIN-STATUS
002330         STOP RUN
002340     END-IF
002350     PERFORM 2200-READ-FEED-RECORD
002420         PERFORM 2200-READ-FEED-RECORD
002430             THRU 2200-READ-FEED-RECORD-EXIT
002440         IF NOT WS-END-OF-FEED
002450             DISPLAY "GLCOL01 - FEED " WS-CURRENT-FEED-ID
002460                 " HAS RECORDS AFTER ITS TRAILER - "
002470                 "RUN STOPPED"
002480             STOP RUN
002520         THRU 2600-CLOSE-CURRENT-FEED-EXIT
002530     PERFORM 2400-VERIFY-FEED-TRAILER
002540         THRU 2400-VERIFY-FEED-TRAILER-EXIT
002541     PERFORM 2450-CHECK-FOR-RESEND
002542         THRU 2450-CHECK-FOR-RESEND-EXIT
002543     IF WS-FEED-IS-A-RESEND
002544         GO TO 2000-COLLECT-ONE-FEED-EXIT
002545     END-IF
002550     PERFORM 2500-MERGE-VERIFIED-FEED
002560         THRU 2500-MERGE-VERIFIED-FEED-EXIT
002570     ADD 1 TO WS-FEEDS-MERGED-COUNT.
002580 2000-COLLECT-ONE-FEED-EXIT.
002590     EXIT.
002600
002602******************************************************************
002604*    2100-OPEN-CURRENT-FEED - POINT FEEDIN AT THE FILE THE
002606*                 REGISTRY NAMES FOR THIS FEED, THEN OPEN IT
002608******************************************************************
002610 2100-OPEN-CURRENT-FEED.
002620     DISPLAY "DD_FEEDIN" UPON ENVIRONMENT-NAME
002630     DISPLAY WS-CURRENT-FILE-NAME UPON ENVIRONMENT-VALUE
002640     OPEN INPUT FEEDIN.
002740 2100-OPEN-CURRENT-FEED-EXIT.
002750     EXIT.
002760
002770 2200-READ-FEED-RECORD.
002780     READ FEEDIN INTO GL-TRANSACTION-RECORD
002790         AT END
002800             MOVE "Y" TO WS-FEED-EOF-SWITCH
002810     END-READ.
002960 2200-READ-FEED-RECORD-EXIT.
002970     EXIT.
002980
003070         GO TO 2300-BUFFER-ONE-RECORD-EXIT
003080     END-IF
003090     IF WS-BUFFER-COUNT >= 5000
003100         DISPLAY "GLCOL01 - FEED BUFFER FULL - FEED "
003110             WS-CURRENT-FEED-ID " EXCEEDS 5000 RECORDS"
003120         STOP RUN
003130     END-IF
003140     ADD 1 TO WS-BUFFER-COUNT
003200         ADD GLTRN-AMOUNT TO WS-FEED-HASH-TOTAL
003210             ON SIZE ERROR
003220                 DISPLAY "GLCOL01 - HASH TOTAL OVERFLOWED "
003230                     "ON FEED " WS-CURRENT-FEED-ID
003240                 STOP RUN
003250         END-ADD
003260     END-IF
003310
003320******************************************************************
003330*    2400-VERIFY-FEED-TRAILER - A FEED WITH NO TRAILER, A WRONG
003340*                 COUNT, A WRONG HASH TOTAL OR A TRAILER FOR A
003350*                 FEED OTHER THAN THE ONE REGISTERED FOR THE
003353*                 FILE STOPS THE RUN BEFORE ANYTHING FROM IT IS
003356*                 MERGED
003360******************************************************************
003370 2400-VERIFY-FEED-TRAILER.
003380     IF NOT WS-TRAILER-WAS-SEEN
003390         DISPLAY "GLCOL01 - FEED " WS-CURRENT-FEED-ID
003400             " HAS NO TRAILER RECORD - RUN STOPPED"
003410         STOP RUN
003420     END-IF
003430     IF GLFDT-FEED-ID NOT = WS-CURRENT-FEED-ID
003431         DISPLAY "GLCOL01 - FILE " WS-CURRENT-FILE-NAME
003432             " IS REGISTERED FOR FEED " WS-CURRENT-FEED-ID
003433             " BUT ITS TRAILER IS FOR " GLFDT-FEED-ID
003434             " - RUN STOPPED"
003435         STOP RUN
003436     END-IF
003440     IF GLFDT-RECORD-COUNT NOT = WS-FEED-RECORD-COUNT
003450         DISPLAY "GLCOL01 - FEED " WS-CURRENT-FEED-ID
003460             " RECORD COUNT " WS-FEED-RECORD-COUNT
003470             " DOES NOT MATCH TRAILER " GLFDT-RECORD-COUNT
003480             " - RUN STOPPED"
003490         STOP RUN
003500     END-IF
003510     IF GLFDT-HASH-TOTAL NOT = WS-FEED-HASH-TOTAL
003520         DISPLAY "GLCOL01 - FEED " WS-CURRENT-FEED-ID
003530             " HASH TOTAL DOES NOT MATCH TRAILER - "
003540             "RUN STOPPED"
003550         STOP RUN
003570 2400-VERIFY-FEED-TRAILER-EXIT.
003580     EXIT.
003590
003591******************************************************************
003592*    2450-CHECK-FOR-RESEND - A FILE WHOSE FEED ID, COUNT AND HASH
003593*                 MATCH ONE ALREADY COLLECTED FOR THE BUSINESS
003594*                 DATE IS A RESEND AND IS REFUSED. AN EMPTY FEED
003595*                 HAS NOTHING TO POST TWICE AND IS NEVER REFUSED.
003596******************************************************************
003597 2450-CHECK-FOR-RESEND.
003598     MOVE "N" TO WS-RESEND-SWITCH
003599     IF WS-FEED-RECORD-COUNT = ZERO
003600         GO TO 2450-CHECK-FOR-RESEND-EXIT
003601     END-IF
003602     SET WS-HIST-IDX TO 1
003603     SEARCH WS-HIST-ENTRY
003604         AT END
003605             CONTINUE
003606         WHEN WS-HIST-FEED-ID (WS-HIST-IDX) = WS-CURRENT-FEED-ID
003607          AND WS-HIST-RECORD-COUNT (WS-HIST-IDX)
003608                  = WS-FEED-RECORD-COUNT
003609          AND WS-HIST-HASH-TOTAL (WS-HIST-IDX)
003610                  = WS-FEED-HASH-TOTAL
003611             MOVE "Y" TO WS-RESEND-SWITCH
003612     END-SEARCH
003613     IF NOT WS-FEED-IS-A-RESEND
003614         GO TO 2450-CHECK-FOR-RESEND-EXIT
003615     END-IF
003616     ADD 1 TO WS-RESEND-COUNT
003617     DISPLAY "GLCOL01 - FEED " WS-CURRENT-FEED-ID " FILE "
003618         WS-CURRENT-FILE-NAME " MATCHES A FILE ALREADY "
003619         "COLLECTED FOR " WS-BUSINESS-DATE " - REFUSED"
003620     MOVE "RESEND"             TO RPTF-DISPOSITION
003621     MOVE "SAME AS FILE TAKEN AT" TO RPTF-NOTE
003622     MOVE WS-HIST-COLLECT-TIME (WS-HIST-IDX) (1:4)
003623                               TO RPTF-DUE-TIME
003624     PERFORM 2750-WRITE-FEED-LINE
003625         THRU 2750-WRITE-FEED-LINE-EXIT.
003626 2450-CHECK-FOR-RESEND-EXIT.
003627     EXIT.
003628
003629******************************************************************
003630*    2500-MERGE-VERIFIED-FEED - STAMP EVERY BUFFERED RECORD
003631*                 WITH THE FEED ID FROM THE VERIFIED TRAILER
003632*                 AND WRITE IT TO THE MERGED FILE, THEN REPORT
003640*                 THE FEED AS VERIFIED
003650******************************************************************
003660 2500-MERGE-VERIFIED-FEED.
003680         THRU 2550-WRITE-ONE-MERGED-RECORD-EXIT
003690         VARYING WS-BUF-IDX FROM 1 BY 1
003700         UNTIL WS-BUF-IDX > WS-BUFFER-COUNT
003740     MOVE "VERIFIED"           TO RPTF-DISPOSITION
003750     PERFORM 2750-WRITE-FEED-LINE
003760         THRU 2750-WRITE-FEED-LINE-EXIT
003770     PERFORM 2800-ADD-HISTORY-ENTRY
003780         THRU 2800-ADD-HISTORY-ENTRY-EXIT.
003790 2500-MERGE-VERIFIED-FEED-EXIT.
003800     EXIT.
003810
003950     EXIT.
003960
003970 2600-CLOSE-CURRENT-FEED.
003980     CLOSE FEEDIN.
004070 2600-CLOSE-CURRENT-FEED-EXIT.
004080     EXIT.
004090
004091******************************************************************
004092*    2700-REPORT-FEED-NOT-ARRIVED - AN OPTIONAL FEED IS NOTED AS
004093*                 NOT SENT. A REQUIRED FEED IS MISSING: LATE ONCE
004094*                 ITS LATEST ARRIVAL TIME ON THE BUSINESS DATE HAS
004095*                 PASSED, OTHERWISE STILL AWAITED. EITHER WAY THE
004096*                 COLLECTION STOPS ONCE EVERY FEED IS REPORTED.
004097******************************************************************
004098 2700-REPORT-FEED-NOT-ARRIVED.
004099     MOVE ZERO TO WS-FEED-RECORD-COUNT
004100     MOVE ZERO TO WS-FEED-HASH-TOTAL
004101     IF NOT WS-REG-FEED-REQUIRED (WS-REG-IDX)
004102         ADD 1 TO WS-NOT-SENT-COUNT
004103         MOVE "NOT SENT"       TO RPTF-DISPOSITION
004104         MOVE "OPTIONAL FEED"  TO RPTF-NOTE
004105     ELSE
004106         ADD 1 TO WS-MISSING-COUNT
004107         MOVE "MISSING"        TO RPTF-DISPOSITION
004108         MOVE WS-REG-LATEST-ARRIVAL (WS-REG-IDX)
004109                               TO RPTF-DUE-TIME
004110         IF WS-RUN-DATE > WS-BUSINESS-DATE
004111            OR (WS-RUN-DATE = WS-BUSINESS-DATE
004112                AND WS-RUN-HHMM
004113                    > WS-REG-LATEST-ARRIVAL (WS-REG-IDX))
004114             MOVE "LATE - WAS DUE BY" TO RPTF-NOTE
004115         ELSE
004116             MOVE "AWAITED - DUE BY"  TO RPTF-NOTE
004117         END-IF
004118         DISPLAY "GLCOL01 - REQUIRED FEED " WS-CURRENT-FEED-ID
004119             " HAS NOT ARRIVED ON FILE " WS-CURRENT-FILE-NAME
004120     END-IF
004121     PERFORM 2750-WRITE-FEED-LINE
004122         THRU 2750-WRITE-FEED-LINE-EXIT.
004123 2700-REPORT-FEED-NOT-ARRIVED-EXIT.
004124     EXIT.
004125
004126 2750-WRITE-FEED-LINE.
004127     MOVE WS-CURRENT-FEED-ID   TO RPTF-FEED-ID
004128     MOVE WS-CURRENT-FILE-NAME TO RPTF-FILE-NAME
004129     MOVE WS-REG-SOURCE-SYSTEM (WS-REG-IDX)
004130                               TO RPTF-SOURCE-SYSTEM
004131     MOVE WS-FEED-RECORD-COUNT TO RPTF-RECORD-COUNT
004132     MOVE WS-FEED-HASH-TOTAL   TO RPTF-HASH-TOTAL
004133     MOVE WS-RPT-FEED-LINE TO FD-RPT-RECORD
004134     WRITE FD-RPT-RECORD
004135     PERFORM 4900-CHECK-COLRPT-STATUS
004136         THRU 4900-CHECK-COLRPT-STATUS-EXIT.
004137 2750-WRITE-FEED-LINE-EXIT.
004138     EXIT.
004139
004140 2800-ADD-HISTORY-ENTRY.
004141     IF WS-HIST-COUNT >= 1000
004142         DISPLAY "GLCOL01 - FEED-HISTORY TABLE FULL - MORE "
004143             "THAN 1000 FEEDS FOR " WS-BUSINESS-DATE
004144         STOP RUN
004145     END-IF
004146     ADD 1 TO WS-HIST-COUNT
004147     SET WS-HIST-IDX TO WS-HIST-COUNT
004148     MOVE WS-CURRENT-FEED-ID   TO WS-HIST-FEED-ID (WS-HIST-IDX)
004149     MOVE WS-CURRENT-FILE-NAME TO
004150         WS-HIST-FILE-NAME (WS-HIST-IDX)
004151     MOVE WS-FEED-RECORD-COUNT TO
004152         WS-HIST-RECORD-COUNT (WS-HIST-IDX)
004153     MOVE WS-FEED-HASH-TOTAL   TO
004154         WS-HIST-HASH-TOTAL (WS-HIST-IDX)
004155     MOVE WS-RUN-TIME          TO
004156         WS-HIST-COLLECT-TIME (WS-HIST-IDX)
004157     MOVE "Y"                  TO
004158         WS-HIST-NEW-SWITCH (WS-HIST-IDX).
004159 2800-ADD-HISTORY-ENTRY-EXIT.
004160     EXIT.
004161
004162******************************************************************
004163*    4000-FINISH-REPORT
004164******************************************************************
004165 4000-FINISH-REPORT.
004166     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
004167     PERFORM 4900-CHECK-COLRPT-STATUS
004168         THRU 4900-CHECK-COLRPT-STATUS-EXIT
004169     MOVE "FEEDS REGISTERED:"        TO RPTC-CAPTION
004170     MOVE WS-REG-COUNT               TO RPTC-COUNT
004171     PERFORM 4100-WRITE-COUNT-LINE
004172         THRU 4100-WRITE-COUNT-LINE-EXIT
004173     MOVE "FEEDS MERGED:"            TO RPTC-CAPTION
004174     MOVE WS-FEEDS-MERGED-COUNT      TO RPTC-COUNT
004175     PERFORM 4100-WRITE-COUNT-LINE
004176         THRU 4100-WRITE-COUNT-LINE-EXIT
004177     MOVE "RESENT FILES REFUSED:"    TO RPTC-CAPTION
004178     MOVE WS-RESEND-COUNT            TO RPTC-COUNT
004179     PERFORM 4100-WRITE-COUNT-LINE
004180         THRU 4100-WRITE-COUNT-LINE-EXIT
004181     MOVE "OPTIONAL FEEDS NOT SENT:" TO RPTC-CAPTION
004182     MOVE WS-NOT-SENT-COUNT          TO RPTC-COUNT
004183     PERFORM 4100-WRITE-COUNT-LINE
004184         THRU 4100-WRITE-COUNT-LINE-EXIT
004185     MOVE "REQUIRED FEEDS MISSING:"  TO RPTC-CAPTION
004186     MOVE WS-MISSING-COUNT           TO RPTC-COUNT
004187     PERFORM 4100-WRITE-COUNT-LINE
004188         THRU 4100-WRITE-COUNT-LINE-EXIT
004189     MOVE WS-MERGED-RECORD-COUNT TO RPTT-MERGED-COUNT
004190     MOVE WS-RPT-TOTAL-LINE TO FD-RPT-RECORD
004191     WRITE FD-RPT-RECORD
004200     PERFORM 4900-CHECK-COLRPT-STATUS
004210         THRU 4900-CHECK-COLRPT-STATUS-EXIT.
004220 4000-FINISH-REPORT-EXIT.
004230     EXIT.
004231
004232 4100-WRITE-COUNT-LINE.
004233     MOVE WS-RPT-COUNT-LINE TO FD-RPT-RECORD
004234     WRITE FD-RPT-RECORD
004235     PERFORM 4900-CHECK-COLRPT-STATUS
004236         THRU 4900-CHECK-COLRPT-STATUS-EXIT.
004237 4100-WRITE-COUNT-LINE-EXIT.
004238     EXIT.
004239
004240******************************************************************
004241*    4500-STOP-ON-MISSING-FEEDS - THE DAY IS NOT COLLECTED
004242*                 WITHOUT EVERY REQUIRED FEED. NOTHING IS
004243*                 RECORDED ON FEEDHIST, SO THE RERUN ONCE THE
004244*                 FEED ARRIVES COLLECTS EVERYTHING AFRESH.
004245******************************************************************
004246 4500-STOP-ON-MISSING-FEEDS.
004247     IF WS-MISSING-COUNT = ZERO
004248         GO TO 4500-STOP-ON-MISSING-FEEDS-EXIT
004249     END-IF
004250     WRITE FD-RPT-RECORD FROM WS-RPT-BLANK-LINE
004251     PERFORM 4900-CHECK-COLRPT-STATUS
004252         THRU 4900-CHECK-COLRPT-STATUS-EXIT
004253     MOVE "*** REQUIRED FEEDS MISSING - COLLECTION STOPPED, "
004254       & "MERGED FILE NOT RELEASED TO THE EDIT ***"
004255                               TO FD-RPT-RECORD
004256     WRITE FD-RPT-RECORD
004257     PERFORM 4900-CHECK-COLRPT-STATUS
004258         THRU 4900-CHECK-COLRPT-STATUS-EXIT
004259     CLOSE EDITIN
004260     CLOSE COLRPT
004261     DISPLAY "GLCOL01 - " WS-MISSING-COUNT
004262         " REQUIRED FEEDS MISSING - RUN STOPPED"
004263     STOP RUN.
004264 4500-STOP-ON-MISSING-FEEDS-EXIT.
004265     EXIT.
004266
004267******************************************************************
004268*    4900-CHECK-COLRPT-STATUS - COMMON STATUS CHECK AFTER EVERY
004270*                 WRITE TO THE COLLECTOR REPORT
004280******************************************************************
004290 4900-CHECK-COLRPT-STATUS.
004360 4900-CHECK-COLRPT-STATUS-EXIT.
004370     EXIT.
004380
004381******************************************************************
004382*    5000-RECORD-FEED-HISTORY - APPEND THIS RUN'S COLLECTED FEEDS
004383*                 TO THE FEED-HISTORY FILE
004384******************************************************************
004385 5000-RECORD-FEED-HISTORY.
004386     OPEN EXTEND FEEDHIST
004387     IF WS-FEEDHIST-STATUS = "35"
004388         OPEN OUTPUT FEEDHIST
004389     END-IF
004390     IF WS-FEEDHIST-STATUS NOT = "00"
004391        AND WS-FEEDHIST-STATUS NOT = "04"
004392         DISPLAY "GLCOL01 - FEEDHIST OPEN FAILED - STATUS "
004393             WS-FEEDHIST-STATUS
004394         STOP RUN
004395     END-IF
004396     PERFORM 5100-WRITE-ONE-HISTORY
004397         THRU 5100-WRITE-ONE-HISTORY-EXIT
004398         VARYING WS-HIST-IDX FROM 1 BY 1
004399         UNTIL WS-HIST-IDX > WS-HIST-COUNT
004400     CLOSE FEEDHIST.
004401 5000-RECORD-FEED-HISTORY-EXIT.
004402     EXIT.
004403
004404 5100-WRITE-ONE-HISTORY.
004405     IF NOT WS-HIST-IS-NEW (WS-HIST-IDX)
004406         GO TO 5100-WRITE-ONE-HISTORY-EXIT
004407     END-IF
004408     MOVE SPACES TO GL-FEED-HISTORY-RECORD
004409     MOVE WS-BUSINESS-DATE     TO GLFHS-BUSINESS-DATE
004410     MOVE WS-HIST-FEED-ID (WS-HIST-IDX)   TO GLFHS-FEED-ID
004411     MOVE WS-HIST-FILE-NAME (WS-HIST-IDX) TO GLFHS-FILE-NAME
004412     MOVE WS-RUN-DATE          TO GLFHS-COLLECT-DATE
004413     MOVE WS-HIST-COLLECT-TIME (WS-HIST-IDX)
004414                               TO GLFHS-COLLECT-TIME
004415     MOVE WS-HIST-RECORD-COUNT (WS-HIST-IDX)
004416                               TO GLFHS-RECORD-COUNT
004417     MOVE WS-HIST-HASH-TOTAL (WS-HIST-IDX)
004418                               TO GLFHS-HASH-TOTAL
004419     WRITE FD-FEEDHIST-RECORD FROM GL-FEED-HISTORY-RECORD
004420     IF WS-FEEDHIST-STATUS NOT = "00"
004421        AND WS-FEEDHIST-STATUS NOT = "04"
004422         DISPLAY "GLCOL01 - FEEDHIST WRITE FAILED - STATUS "
004423             WS-FEEDHIST-STATUS
004424         STOP RUN
004425     END-IF.
004426 5100-WRITE-ONE-HISTORY-EXIT.
004427     EXIT.
004428
004429******************************************************************
004430*    9000-TERMINATE
004431******************************************************************
004432 9000-TERMINATE.
004433     CLOSE EDITIN
004440     CLOSE COLRPT
004450     IF WS-FEEDS-MERGED-COUNT = ZERO
004460         DISPLAY "GLCOL01 - NO FEEDS SUPPLIED - MERGED FILE "
