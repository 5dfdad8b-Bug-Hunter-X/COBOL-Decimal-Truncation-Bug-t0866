000240*                SO FINANCE STOPS ADJUSTING BLENDED HISTORICAL
000250*                RATES ON A SPREADSHEET. PARMFILE CARDS:
000260*                FXACCT= NAMES THE FX P&L ACCOUNT (REQUIRED),
000264*                PERIOD=YYYYMM NAMES THE PERIOD AND FORMS THE
000268*                JOURNAL ID RVYYYYMM (REQUIRED). AMOUNTS ARE IN
000272*                BASE CURRENCY (USD), CONVERTING AT THE BASE
000276*                RATE OF 1 LIKE BACKOUT REVERSALS. THE CLOSING
000280*                RATE FOR A CURRENCY IS THE LAST ONE ON THE RATE
000284*                HISTORY (RATEHIST, SEE GLRTHREC) DATED ON OR
000288*                BEFORE THE PERIOD'S LAST DAY, OR ON OR BEFORE THE
000292*                DATE ON AN OPTIONAL RATEDATE=YYYYMMDD CARD, SO A
000296*                PERIOD CAN BE REVALUED AFTER RATEFILE HAS MOVED
000300*                ON. WITH NO RATE HISTORY ON FILE THE CURRENT
000304*                RATEFILE IS USED AS BEFORE.
000308*
000320*    MODIFICATION HISTORY
000330*    ------------------------------------------------------------
000340*    2026-09-02  DO   INITIAL VERSION.
000342*    2026-10-15  DO   CLOSING RATES FROM THE RATE HISTORY AS AT
000344*                     THE PERIOD END OR RATEDATE= CARD, RATEFILE
000346*                     ONLY WHEN NO HISTORY IS ON FILE; RATE DATE
000348*                     ON THE REPORT.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    GLREV01.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RATEFILE-STATUS.
000570
000571     SELECT RATEHIST ASSIGN TO "RATEHIST"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS SEQUENTIAL
000574         RECORD KEY IS GLRTH-KEY
000575         FILE STATUS IS WS-RATEHIST-STATUS.
000576
000580     SELECT PARMFILE ASSIGN TO "PARMFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PARMFILE-STATUS.
000810     RECORDING MODE IS F.
000820 01  FD-RATE-RECORD               PIC X(80).
000830
000832 FD  RATEHIST.
000834 COPY GLRTHREC.
000836
000840 FD  PARMFILE
000850     RECORDING MODE IS F.
000860 01  FD-PARM-RECORD               PIC X(80).
001010
001020 01  WS-NEWCUR-STATUS              PIC X(02) VALUE "00".
001030 01  WS-RATEFILE-STATUS            PIC X(02) VALUE "00".
001035 01  WS-RATEHIST-STATUS            PIC X(02) VALUE "00".
001040 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
001050 01  WS-REVALTRN-STATUS            PIC X(02) VALUE "00".
001060 01  WS-REVCUR-STATUS              PIC X(02) VALUE "00".
001100     88  WS-END-OF-NEWCUR                    VALUE "Y".
001110 77  WS-RATE-EOF-SWITCH            PIC X(01) VALUE "N".
001120     88  WS-END-OF-RATEFILE                  VALUE "Y".
001122 77  WS-RATEHIST-EOF-SWITCH        PIC X(01) VALUE "N".
001124     88  WS-END-OF-RATEHIST                  VALUE "Y".
001126 77  WS-HISTORY-SWITCH             PIC X(01) VALUE "N".
001128     88  WS-RATES-FROM-HISTORY               VALUE "Y".
001130 77  WS-PARM-EOF-SWITCH            PIC X(01) VALUE "N".
001140     88  WS-END-OF-PARMFILE                  VALUE "Y".
001150 77  WS-RATE-FOUND-SWITCH          PIC X(01) VALUE "N".
001230 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
001240 01  WS-FX-ACCOUNT-NO              PIC X(10) VALUE SPACES.
001250 01  WS-TARGET-PERIOD-ID           PIC 9(06) VALUE ZERO.
001251 01  WS-RATE-AS-AT-DATE            PIC 9(08) VALUE ZERO.
001252 01  WS-RATE-AS-AT-SPLIT REDEFINES WS-RATE-AS-AT-DATE.
001253     05  WS-ASAT-YEAR              PIC 9(04).
001254     05  WS-ASAT-MONTH             PIC 9(02).
001255     05  WS-ASAT-DAY               PIC 9(02).
001256 77  WS-LEAP-QUOTIENT              PIC 9(05) COMP VALUE ZERO.
001257 77  WS-LEAP-REMAINDER             PIC 9(05) COMP VALUE ZERO.
001258 01  WS-MONTH-DAYS-VALUES          PIC X(24) VALUE
001259     "312831303130313130313031".
001260 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001261     05  WS-MONTH-DAYS OCCURS 12 TIMES
001262                                   PIC 9(02).
001263 01  WS-JOURNAL-ID.
001270     05  FILLER                    PIC X(02) VALUE "RV".
001280     05  WS-JRN-PERIOD             PIC 9(06) VALUE ZERO.
001290 01  WS-RATE-USED                  PIC 9(03)V9(06) VALUE ZERO.
001340 01  WS-FEED-HASH-TOTAL            PIC S9(11)V99 VALUE ZERO.
001350
001360******************************************************************
001370*    PERIOD-CLOSING RATE TABLE - LOADED FROM THE RATE HISTORY (OR
001380*    RATEFILE) AT INITIALIZATION, ONE ENTRY PER CURRENCY CODE,
001390*    WITH THE DATE THE RATE WAS SET FOR
001395******************************************************************
001400 01  WS-RATE-TABLE-AREA.
001410     05  WS-RATE-COUNT             PIC 9(03) VALUE ZERO.
001420     05  WS-RATE-ENTRY OCCURS 50 TIMES
001430                        INDEXED BY WS-RATE-IDX.
001440         10  WS-RATE-CURRENCY-CODE PIC X(03) VALUE SPACES.
001450         10  WS-RATE-VALUE         PIC 9(03)V9(06) VALUE ZERO.
001455         10  WS-RATE-DATE          PIC 9(08) VALUE ZERO.
001460
001470 COPY GLCPSREC.
001480
001630     05  FILLER                    PIC X(04) VALUE SPACES.
001640     05  FILLER                    PIC X(10) VALUE "RUN DATE:".
001650     05  RPT1-RUN-DATE             PIC 9(08).
001652     05  FILLER                    PIC X(04) VALUE SPACES.
001654     05  FILLER                    PIC X(13) VALUE
001656         "RATES AS AT:".
001658     05  RPT1-RATE-AS-AT-DATE      PIC 9(08).
001660     05  FILLER                    PIC X(04) VALUE SPACES.
001662     05  FILLER                    PIC X(06) VALUE "FROM:".
001664     05  RPT1-RATE-SOURCE          PIC X(08).
001666     05  FILLER                    PIC X(20) VALUE SPACES.
001670
001680 01  WS-RPT-DETAIL-LINE.
001690     05  RPTD-ACCOUNT-NO           PIC X(10).
001740     05  FILLER                    PIC X(01) VALUE SPACES.
001750     05  RPTD-CARRIED              PIC -(9)9.99.
001760     05  FILLER                    PIC X(01) VALUE SPACES.
001766     05  RPTD-RATE                 PIC 9(03).9(06).
001772     05  FILLER                    PIC X(01) VALUE SPACES.
001778     05  RPTD-RATE-DATE            PIC 9(08).
001784     05  FILLER                    PIC X(01) VALUE SPACES.
001790     05  RPTD-RESTATED             PIC -(9)9.99.
001800     05  FILLER                    PIC X(01) VALUE SPACES.
001810     05  RPTD-MOVEMENT             PIC -(9)9.99.
001820     05  FILLER                    PIC X(36) VALUE SPACES.
001830
001840 01  WS-RPT-COLUMN-HEADS.
001850     05  FILLER                    PIC X(11) VALUE "ACCOUNT".
001900         "      CARRIED".
001910     05  FILLER                    PIC X(11) VALUE
001920         "      RATE".
001925     05  FILLER                    PIC X(09) VALUE "RATE DATE".
001930     05  FILLER                    PIC X(14) VALUE
001940         "     RESTATED".
001950     05  FILLER                    PIC X(14) VALUE
001960         "     MOVEMENT".
001970     05  FILLER                    PIC X(55) VALUE SPACES.
001980
001990 01  WS-RPT-COUNT-LINE.
002000     05  RPTC-CAPTION              PIC X(28).
002340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002350     PERFORM 1100-READ-PARM-CARDS
002360         THRU 1100-READ-PARM-CARDS-EXIT
002363     PERFORM 1300-LOAD-RATE-HISTORY
002366         THRU 1300-LOAD-RATE-HISTORY-EXIT
002370     PERFORM 1200-LOAD-RATE-MASTER
002380         THRU 1200-LOAD-RATE-MASTER-EXIT
002390     OPEN INPUT NEWCUR
002710     END-IF
002720     MOVE WS-TARGET-PERIOD-ID TO RPT1-PERIOD-ID
002730     MOVE WS-RUN-DATE         TO RPT1-RUN-DATE
002731     MOVE WS-RATE-AS-AT-DATE  TO RPT1-RATE-AS-AT-DATE
002732     IF WS-RATES-FROM-HISTORY
002733         MOVE "RATEHIST"      TO RPT1-RATE-SOURCE
002734     ELSE
002735         MOVE "RATEFILE"      TO RPT1-RATE-SOURCE
002736     END-IF
002740     MOVE WS-RPT-HEADER-1 TO FD-RPT-RECORD
002750     WRITE FD-RPT-RECORD
002760     PERFORM 4900-CHECK-REVRPT-STATUS
002880******************************************************************
002890*    1100-READ-PARM-CARDS - FXACCT= AND PERIOD=YYYYMM, BOTH
002900*                 REQUIRED: THE GAIN/LOSS HAS TO POST SOMEWHERE
002905*                 AND THE JOURNAL HAS TO NAME ITS PERIOD.
002910*                 RATEDATE=YYYYMMDD IS OPTIONAL AND DEFAULTS TO
002915*                 THE PERIOD'S LAST DAY.
002920******************************************************************
002930 1100-READ-PARM-CARDS.
002940     OPEN INPUT PARMFILE
003180         DISPLAY "GLREV01 - NO PERIOD=YYYYMM CARD - RUN STOPPED"
003190         STOP RUN
003200     END-IF
003203     MOVE WS-TARGET-PERIOD-ID TO WS-JRN-PERIOD
003206     IF WS-RATE-AS-AT-DATE = ZERO
003209         PERFORM 1180-SET-PERIOD-END-DATE
003212             THRU 1180-SET-PERIOD-END-DATE-EXIT
003215     END-IF.
003220 1100-READ-PARM-CARDS-EXIT.
003230     EXIT.
003240
003430             STOP RUN
003440         END-IF
003450     END-IF
003451     IF WS-PARM-CARD (1:9) = "RATEDATE="
003452         IF WS-PARM-CARD (10:8) IS NUMERIC
003453             MOVE WS-PARM-CARD (10:8) TO WS-RATE-AS-AT-DATE
003454         ELSE
003455             DISPLAY "GLREV01 - RATEDATE= CARD IS NOT A VALID "
003456                 "YYYYMMDD DATE - RUN STOPPED"
003457             STOP RUN
003458         END-IF
003459     END-IF
003460     PERFORM 1110-READ-PARM-CARD
003470         THRU 1110-READ-PARM-CARD-EXIT.
003480 1150-APPLY-ONE-PARM-CARD-EXIT.
003490     EXIT.
003500
003501******************************************************************
003502*    1180-SET-PERIOD-END-DATE - THE LAST CALENDAR DAY OF THE
003503*                 PERIOD, FEBRUARY IN A LEAP YEAR INCLUDED
003504******************************************************************
003505 1180-SET-PERIOD-END-DATE.
003506     COMPUTE WS-RATE-AS-AT-DATE = WS-TARGET-PERIOD-ID * 100
003507     IF WS-ASAT-MONTH < 1 OR WS-ASAT-MONTH > 12
003508         DISPLAY "GLREV01 - PERIOD= CARD IS NOT A VALID "
003509             "YYYYMM PERIOD - RUN STOPPED"
003510         STOP RUN
003511     END-IF
003512     MOVE WS-MONTH-DAYS (WS-ASAT-MONTH) TO WS-ASAT-DAY
003513     IF WS-ASAT-MONTH NOT = 2
003514         GO TO 1180-SET-PERIOD-END-DATE-EXIT
003515     END-IF
003516     DIVIDE WS-ASAT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003517         REMAINDER WS-LEAP-REMAINDER
003518     IF WS-LEAP-REMAINDER NOT = ZERO
003519         GO TO 1180-SET-PERIOD-END-DATE-EXIT
003520     END-IF
003521     DIVIDE WS-ASAT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003522         REMAINDER WS-LEAP-REMAINDER
003523     IF WS-LEAP-REMAINDER NOT = ZERO
003524         MOVE 29 TO WS-ASAT-DAY
003525         GO TO 1180-SET-PERIOD-END-DATE-EXIT
003526     END-IF
003527     DIVIDE WS-ASAT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003528         REMAINDER WS-LEAP-REMAINDER
003529     IF WS-LEAP-REMAINDER = ZERO
003530         MOVE 29 TO WS-ASAT-DAY
003531     END-IF.
003532 1180-SET-PERIOD-END-DATE-EXIT.
003533     EXIT.
003534
003535******************************************************************
003539*    1200-LOAD-RATE-MASTER - THE CURRENT RATEFILE, USED ONLY WHEN
003543*                 THERE IS NO RATE HISTORY. EVERY FOREIGN
003547*                 POSITION MUST RESTATE, SO A MISSING OR EMPTY
003551*                 MASTER STOPS THE RUN.
003555******************************************************************
003560 1200-LOAD-RATE-MASTER.
003562     IF WS-RATES-FROM-HISTORY
003564         GO TO 1200-LOAD-RATE-MASTER-EXIT
003566     END-IF
003570     OPEN INPUT RATEFILE
003580     IF WS-RATEFILE-STATUS = "35"
003590         DISPLAY "GLREV01 - RATEFILE NOT FOUND - SUPPLY THE "
004050     MOVE GLRAT-CURRENCY-CODE TO
004060         WS-RATE-CURRENCY-CODE (WS-RATE-IDX)
004070     MOVE GLRAT-EXCHANGE-RATE TO WS-RATE-VALUE (WS-RATE-IDX)
004075     MOVE GLRAT-RATE-DATE     TO WS-RATE-DATE (WS-RATE-IDX)
004080     PERFORM 1210-READ-RATE-RECORD
004090         THRU 1210-READ-RATE-RECORD-EXIT.
004100 1250-STORE-ONE-RATE-EXIT.
004110     EXIT.
004120
004121******************************************************************
004122*    1300-LOAD-RATE-HISTORY - ONE PASS OF THE RATE HISTORY IN
004123*                 CURRENCY AND DATE ORDER; FOR EACH CURRENCY THE
004124*                 LAST RATE DATED ON OR BEFORE THE AS-AT DATE IS
004125*                 THE ONE LEFT IN THE TABLE. NO HISTORY ON FILE
004126*                 LEAVES THE RATES TO RATEFILE.
004127******************************************************************
004128 1300-LOAD-RATE-HISTORY.
004129     OPEN INPUT RATEHIST
004130     IF WS-RATEHIST-STATUS = "35"
004131         DISPLAY "GLREV01 - NO RATE HISTORY ON FILE - CLOSING "
004132             "RATES TAKEN FROM RATEFILE"
004133         GO TO 1300-LOAD-RATE-HISTORY-EXIT
004134     END-IF
004135     IF WS-RATEHIST-STATUS NOT = "00"
004136        AND WS-RATEHIST-STATUS NOT = "04"
004137         DISPLAY "GLREV01 - RATEHIST OPEN FAILED - STATUS "
004138             WS-RATEHIST-STATUS
004139         STOP RUN
004140     END-IF
004141     MOVE "Y" TO WS-HISTORY-SWITCH
004142     PERFORM 1310-READ-RATE-HISTORY
004143         THRU 1310-READ-RATE-HISTORY-EXIT
004144     PERFORM 1350-TAKE-HISTORY-RATE
004145         THRU 1350-TAKE-HISTORY-RATE-EXIT
004146         UNTIL WS-END-OF-RATEHIST
004147     CLOSE RATEHIST
004148     IF WS-RATE-COUNT = ZERO
004149         DISPLAY "GLREV01 - NO RATE ON THE RATE HISTORY ON OR "
004150             "BEFORE " WS-RATE-AS-AT-DATE " - RUN STOPPED"
004151         STOP RUN
004152     END-IF.
004153 1300-LOAD-RATE-HISTORY-EXIT.
004154     EXIT.
004155
004156 1310-READ-RATE-HISTORY.
004157     READ RATEHIST NEXT RECORD
004158         AT END
004159             MOVE "Y" TO WS-RATEHIST-EOF-SWITCH
004160     END-READ.
004161 1310-READ-RATE-HISTORY-EXIT.
004162     EXIT.
004163
004164 1350-TAKE-HISTORY-RATE.
004165     IF GLRTH-RATE-DATE > WS-RATE-AS-AT-DATE
004166         GO TO 1350-TAKE-HISTORY-RATE-READ
004167     END-IF
004168     IF WS-RATE-COUNT > ZERO
004169         SET WS-RATE-IDX TO WS-RATE-COUNT
004170         IF WS-RATE-CURRENCY-CODE (WS-RATE-IDX)
004171                = GLRTH-CURRENCY-CODE
004172             GO TO 1350-TAKE-HISTORY-RATE-STORE
004173         END-IF
004174     END-IF
004175     IF WS-RATE-COUNT >= 50
004176         DISPLAY "GLREV01 - RATE TABLE FULL - MORE THAN 50 "
004177             "CURRENCY CODES ON RATEHIST"
004178         STOP RUN
004179     END-IF
004180     ADD 1 TO WS-RATE-COUNT
004181     SET WS-RATE-IDX TO WS-RATE-COUNT
004182     MOVE GLRTH-CURRENCY-CODE TO
004183         WS-RATE-CURRENCY-CODE (WS-RATE-IDX).
004184 1350-TAKE-HISTORY-RATE-STORE.
004185     MOVE GLRTH-EXCHANGE-RATE TO WS-RATE-VALUE (WS-RATE-IDX)
004186     MOVE GLRTH-RATE-DATE     TO WS-RATE-DATE (WS-RATE-IDX).
004187 1350-TAKE-HISTORY-RATE-READ.
004188     PERFORM 1310-READ-RATE-HISTORY
004189         THRU 1310-READ-RATE-HISTORY-EXIT.
004190 1350-TAKE-HISTORY-RATE-EXIT.
004191     EXIT.
004192
004193******************************************************************
004194*    2000-REVALUE-POSITIONS
004195******************************************************************
004196 2000-REVALUE-POSITIONS.
004197     PERFORM 2100-READ-POSITION
004198         THRU 2100-READ-POSITION-EXIT
004199     PERFORM 2200-REVALUE-ONE-POSITION
004200         THRU 2200-REVALUE-ONE-POSITION-EXIT
004210         UNTIL WS-END-OF-NEWCUR
004220     CLOSE NEWCUR
004950         WHEN WS-RATE-CURRENCY-CODE (WS-RATE-IDX)
004960                 = GLCPS-CURRENCY-CODE
004970             MOVE "Y" TO WS-RATE-FOUND-SWITCH
004976             MOVE WS-RATE-VALUE (WS-RATE-IDX) TO WS-RATE-USED
004982             MOVE WS-RATE-DATE (WS-RATE-IDX)  TO RPTD-RATE-DATE
004990     END-SEARCH.
005000 2250-LOOK-UP-CLOSING-RATE-EXIT.
005010     EXIT.
