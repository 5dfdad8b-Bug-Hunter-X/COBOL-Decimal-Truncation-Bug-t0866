000170*                LATEST CLOSING BALANCE FILE (NEWBAL), SO A
000180*                TYPO CAN NO LONGER CLOSE A LIVE ACCOUNT AND
000190*                DIVERT A DAY OF ITS POSTINGS.
000192*                THE ACCOUNT TYPE (ASSET, LIABILITY, EQUITY,
000194*                INCOME, EXPENSE) IS KEYED AND CHANGED HERE TOO.
000200*
000210*    MODIFICATION HISTORY
000220*    ------------------------------------------------------------
000230*    2026-09-02  DO   INITIAL VERSION.
000232*    2026-10-15  DO   ADD NOW ASKS FOR THE ACCOUNT TYPE, NEW
000234*                     ACTION T CHANGES IT (AUDITED AS ACTION T),
000236*                     AND THE TYPE IS CARRIED THROUGH THE MASTER
000238*                     REWRITE.
000239*    2026-10-15  DO   NEW ACTION F FLAGS A CASH ACCOUNT FOR BANK
000240*                     RECONCILIATION (AUDITED AS ACTION F). ADD
000241*                     SETS THE FLAG TO N.
000242*    2026-10-15  DO   CHART-OF-ACCOUNTS TABLE (SEE GLACMTBL)
000243*                     AND NEWBAL BALANCE TABLE LIMITS RAISED
000244*                     FROM 500 TO 2000 ACCOUNTS.
000245******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    GLACM01.
000270 AUTHOR.        D. OKONKWO.
000860 01  WS-WORK-ACCOUNT-NO            PIC X(10) VALUE SPACES.
000870 01  WS-WORK-DESCRIPTION           PIC X(30) VALUE SPACES.
000880 01  WS-WORK-NORMAL-BAL            PIC X(01) VALUE SPACES.
000885 01  WS-WORK-ACCOUNT-TYPE          PIC X(01) VALUE SPACES.
000886     88  WS-WORK-TYPE-IS-VALID               VALUE "A" "L" "Q"
000887                                                   "I" "E".
000888 01  WS-WORK-CASH-FLAG             PIC X(01) VALUE SPACES.
000889     88  WS-WORK-CASH-FLAG-IS-VALID          VALUE "Y" "N".
000890 01  WS-HELD-BALANCE               PIC S9(9)V99 VALUE ZERO.
000900 01  WS-DISPLAY-BALANCE            PIC -(9)9.99.
000910
000950******************************************************************
000960 01  WS-BALANCE-TABLE-AREA.
000970     05  WS-BALANCE-COUNT          PIC 9(05) VALUE ZERO.
000980     05  WS-BALANCE-ENTRY OCCURS 2000 TIMES
000990                          INDEXED BY WS-BAL-IDX.
001000         10  WS-BAL-ACCOUNT-NO     PIC X(10) VALUE SPACES.
001010         10  WS-BAL-CLOSING        PIC S9(9)V99 VALUE ZERO.
001940     EXIT.
001950
001960 1150-STORE-ONE-ACCOUNT.
001970     IF GLACM-MASTER-COUNT >= 2000
001980         DISPLAY "GLACM01 - ACCOUNT MASTER TABLE FULL - MORE "
001990             "THAN 2000 ACCOUNTS ON ACCTFILE"
002000         STOP RUN
002010     END-IF
002020     ADD 1 TO GLACM-MASTER-COUNT
002090         GLACM-MST-STATUS (GLACM-MST-IDX)
002100     MOVE GLACM-NORMAL-BALANCE TO
002110         GLACM-MST-NORMAL-BAL (GLACM-MST-IDX)
002115     MOVE GLACM-ACCOUNT-TYPE   TO
002116         GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX)
002117     MOVE GLACM-CASH-ACCOUNT   TO
002118         GLACM-MST-CASH-FLAG (GLACM-MST-IDX)
002120     PERFORM 1110-READ-ACCOUNT-RECORD
002130         THRU 1110-READ-ACCOUNT-RECORD-EXIT.
002140 1150-STORE-ONE-ACCOUNT-EXIT.
002520     EXIT.
002530
002540 1250-STORE-ONE-BALANCE.
002550     IF WS-BALANCE-COUNT >= 2000
002560         DISPLAY "GLACM01 - BALANCE TABLE FULL - MORE THAN "
002570             "2000 ACCOUNTS ON NEWBAL"
002580         STOP RUN
002590     END-IF
002600     ADD 1 TO WS-BALANCE-COUNT
002730******************************************************************
002740 2000-PROCESS-ONE-ACTION.
002750     DISPLAY "ACTION? (A=ADD C=CLOSE R=REOPEN D=DESCRIPTION "
002760         "B=BALANCE-SIDE T=TYPE F=CASH-FLAG E=END):"
002770     ACCEPT WS-ACTION-CODE
002780     MOVE WS-ACTION-CODE TO WS-CONTINUE-SWITCH
002790     IF WS-OPERATOR-IS-DONE
002800         GO TO 2000-PROCESS-ONE-ACTION-EXIT
002810     END-IF
002820     IF WS-ACTION-CODE NOT = "A" AND NOT = "C" AND NOT = "R"
002830        AND NOT = "D" AND NOT = "B" AND NOT = "T"
002835        AND NOT = "F"
002840         DISPLAY "UNKNOWN ACTION """ WS-ACTION-CODE """."
002850         GO TO 2000-PROCESS-ONE-ACTION-EXIT
002860     END-IF
003110     IF WS-ACTION-CODE = "B"
003120         PERFORM 3400-CHANGE-NORMAL-BAL
003130             THRU 3400-CHANGE-NORMAL-BAL-EXIT
003132     END-IF
003134     IF WS-ACTION-CODE = "T"
003136         PERFORM 3500-CHANGE-ACCOUNT-TYPE
003138             THRU 3500-CHANGE-ACCOUNT-TYPE-EXIT
003140     END-IF
003142     IF WS-ACTION-CODE = "F"
003144         PERFORM 3600-CHANGE-CASH-FLAG
003146             THRU 3600-CHANGE-CASH-FLAG-EXIT
003148     END-IF.
003150 2000-PROCESS-ONE-ACTION-EXIT.
003160     EXIT.
003170
003370             " IS ALREADY ON THE MASTER."
003380         GO TO 3000-ADD-ACCOUNT-EXIT
003390     END-IF
003400     IF GLACM-MASTER-COUNT >= 2000
003410         DISPLAY "ACCOUNT MASTER TABLE FULL - ADD REFUSED."
003420         GO TO 3000-ADD-ACCOUNT-EXIT
003430     END-IF
003500         DISPLAY "NORMAL BALANCE SIDE MUST BE D OR C."
003510         GO TO 3000-ADD-ACCOUNT-EXIT
003520     END-IF
003522     DISPLAY "ACCOUNT TYPE (A=ASSET L=LIABILITY Q=EQUITY "
003523         "I=INCOME E=EXPENSE):"
003524     ACCEPT WS-WORK-ACCOUNT-TYPE
003525     IF NOT WS-WORK-TYPE-IS-VALID
003526         DISPLAY "ACCOUNT TYPE MUST BE A, L, Q, I OR E."
003527         GO TO 3000-ADD-ACCOUNT-EXIT
003528     END-IF
003530     ADD 1 TO GLACM-MASTER-COUNT
003540     SET GLACM-MST-IDX TO GLACM-MASTER-COUNT
003550     MOVE WS-WORK-ACCOUNT-NO  TO
003600         GLACM-MST-STATUS (GLACM-MST-IDX)
003610     MOVE WS-WORK-NORMAL-BAL  TO
003620         GLACM-MST-NORMAL-BAL (GLACM-MST-IDX)
003622     MOVE WS-WORK-ACCOUNT-TYPE TO
003624         GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX)
003626     MOVE "N"                 TO
003628         GLACM-MST-CASH-FLAG (GLACM-MST-IDX)
003630     PERFORM 5000-START-AUDIT-RECORD
003640         THRU 5000-START-AUDIT-RECORD-EXIT
003650     MOVE "A"                 TO GLACA-ACTION-CODE
003660     MOVE WS-WORK-DESCRIPTION TO GLACA-NEW-DESCRIPTION
003670     MOVE "A"                 TO GLACA-NEW-STATUS
003680     MOVE WS-WORK-NORMAL-BAL  TO GLACA-NEW-NORMAL-BAL
003685     MOVE WS-WORK-ACCOUNT-TYPE TO GLACA-NEW-ACCOUNT-TYPE
003687     MOVE "N"                 TO GLACA-NEW-CASH-FLAG
003690     PERFORM 5100-WRITE-AUDIT-RECORD
003700         THRU 5100-WRITE-AUDIT-RECORD-EXIT
003710     DISPLAY "ACCOUNT " WS-WORK-ACCOUNT-NO " ADDED.".
005100     DISPLAY "NORMAL BALANCE SIDE CHANGED.".
005110 3400-CHANGE-NORMAL-BAL-EXIT.
005120     EXIT.
005121
005122******************************************************************
005123*    3500-CHANGE-ACCOUNT-TYPE - THE TYPE DECIDES WHETHER THE
005124*                 YEAR-END CLOSE SWEEPS THE ACCOUNT INTO
005125*                 RETAINED EARNINGS
005126******************************************************************
005127 3500-CHANGE-ACCOUNT-TYPE.
005128     IF NOT WS-ACCOUNT-WAS-FOUND
005129         DISPLAY "ACCOUNT " WS-WORK-ACCOUNT-NO
005130             " IS NOT ON THE MASTER."
005131         GO TO 3500-CHANGE-ACCOUNT-TYPE-EXIT
005132     END-IF
005133     DISPLAY "CURRENT ACCOUNT TYPE: "
005134         GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX)
005135     DISPLAY "NEW ACCOUNT TYPE (A=ASSET L=LIABILITY Q=EQUITY "
005136         "I=INCOME E=EXPENSE):"
005137     ACCEPT WS-WORK-ACCOUNT-TYPE
005138     IF NOT WS-WORK-TYPE-IS-VALID
005139         DISPLAY "ACCOUNT TYPE MUST BE A, L, Q, I OR E."
005140         GO TO 3500-CHANGE-ACCOUNT-TYPE-EXIT
005141     END-IF
005142     PERFORM 5000-START-AUDIT-RECORD
005143         THRU 5000-START-AUDIT-RECORD-EXIT
005144     MOVE "T" TO GLACA-ACTION-CODE
005145     MOVE GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX) TO
005146         GLACA-OLD-ACCOUNT-TYPE
005147     MOVE WS-WORK-ACCOUNT-TYPE TO GLACA-NEW-ACCOUNT-TYPE
005148     MOVE WS-WORK-ACCOUNT-TYPE TO
005149         GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX)
005150     PERFORM 5100-WRITE-AUDIT-RECORD
005151         THRU 5100-WRITE-AUDIT-RECORD-EXIT
005152     DISPLAY "ACCOUNT TYPE CHANGED.".
005153 3500-CHANGE-ACCOUNT-TYPE-EXIT.
005154     EXIT.
005155
005156******************************************************************
005157*    3600-CHANGE-CASH-FLAG - A CASH ACCOUNT IS RECONCILED EACH
005158*                 DAY AGAINST THE BANK'S STATEMENT BY GLBRC01
005159******************************************************************
005160 3600-CHANGE-CASH-FLAG.
005161     IF NOT WS-ACCOUNT-WAS-FOUND
005162         DISPLAY "ACCOUNT " WS-WORK-ACCOUNT-NO
005163             " IS NOT ON THE MASTER."
005164         GO TO 3600-CHANGE-CASH-FLAG-EXIT
005165     END-IF
005166     DISPLAY "CURRENT CASH-ACCOUNT FLAG: "
005167         GLACM-MST-CASH-FLAG (GLACM-MST-IDX)
005168     DISPLAY "CASH ACCOUNT FOR BANK RECONCILIATION (Y/N):"
005169     ACCEPT WS-WORK-CASH-FLAG
005170     IF NOT WS-WORK-CASH-FLAG-IS-VALID
005171         DISPLAY "CASH-ACCOUNT FLAG MUST BE Y OR N."
005172         GO TO 3600-CHANGE-CASH-FLAG-EXIT
005173     END-IF
005174     PERFORM 5000-START-AUDIT-RECORD
005175         THRU 5000-START-AUDIT-RECORD-EXIT
005176     MOVE "F" TO GLACA-ACTION-CODE
005177     MOVE GLACM-MST-CASH-FLAG (GLACM-MST-IDX) TO
005178         GLACA-OLD-CASH-FLAG
005179     MOVE WS-WORK-CASH-FLAG TO GLACA-NEW-CASH-FLAG
005180     MOVE WS-WORK-CASH-FLAG TO
005181         GLACM-MST-CASH-FLAG (GLACM-MST-IDX)
005182     PERFORM 5100-WRITE-AUDIT-RECORD
005183         THRU 5100-WRITE-AUDIT-RECORD-EXIT
005184     DISPLAY "CASH-ACCOUNT FLAG CHANGED.".
005185 3600-CHANGE-CASH-FLAG-EXIT.
005186     EXIT.
005187
005188******************************************************************
005189*    5000-START-AUDIT-RECORD - WHO, WHEN AND WHICH ACCOUNT;
005190*                 THE ACTION PARAGRAPH FILLS IN OLD/NEW VALUES
005191******************************************************************
005192 5000-START-AUDIT-RECORD.
005193     MOVE SPACES TO GL-ACCT-AUDIT-RECORD
005200     MOVE WS-RUN-DATE        TO GLACA-CHANGE-DATE
005210     ACCEPT WS-RUN-TIME FROM TIME
005220     MOVE WS-RUN-TIME        TO GLACA-CHANGE-TIME
005720         GLACM-STATUS
005730     MOVE GLACM-MST-NORMAL-BAL (GLACM-MST-IDX)  TO
005740         GLACM-NORMAL-BALANCE
005745     MOVE GLACM-MST-ACCOUNT-TYPE (GLACM-MST-IDX) TO
005746         GLACM-ACCOUNT-TYPE
005747     MOVE GLACM-MST-CASH-FLAG (GLACM-MST-IDX)   TO
005748         GLACM-CASH-ACCOUNT
005750     WRITE FD-ACCT-RECORD FROM GL-ACCT-MASTER-RECORD
005760     IF WS-ACCTFILE-STATUS NOT = "00"
005770        AND WS-ACCTFILE-STATUS NOT = "04"
