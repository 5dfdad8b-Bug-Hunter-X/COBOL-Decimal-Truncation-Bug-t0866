000243*                     CONTROLLER (GLJSC01) CAN CALL THIS PROGRAM
000244*                     AS A STEP AND RECORD ITS COMPLETION. RUN
000245*                     STANDALONE THE BEHAVIOR IS UNCHANGED.
000246*    2026-10-15  DO   THE BUSINESS DATE NOW COMES FROM A PARMFILE
000247*                     CARD READING DATE=YYYYMMDD, OR DEFAULTS TO
000248*                     TODAY, AND THE MATCHING OUTCOME - ACKFILE
000249*                     RECEIVED OR NOT, DAY CLOSED OR NOT, AND THE
000250*                     REPORT COUNTS - IS WRITTEN AS ONE RECORD TO
000251*                     THE OUTCOME FILE (ACKSTAT, SEE GLAKSREC) FOR
000252*                     THE MORNING STATUS RUN (GLMOS01).
000253******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    GLACK01.
000280 AUTHOR.        D. OKONKWO.
000520     SELECT ACKRPT ASSIGN TO "ACKRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-ACKRPT-STATUS.
000541
000542     SELECT PARMFILE ASSIGN TO "PARMFILE"
000543         ORGANIZATION IS LINE SEQUENTIAL
000544         FILE STATUS IS WS-PARMFILE-STATUS.
000545
000546     SELECT ACKSTAT ASSIGN TO "ACKSTAT"
000547         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS WS-ACKSTAT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000700 FD  ACKRPT
000710     RECORDING MODE IS F.
000720 01  FD-RPT-RECORD                PIC X(132).
000721
000722 FD  PARMFILE
000723     RECORDING MODE IS F.
000724 01  FD-PARM-RECORD               PIC X(80).
000725
000726 FD  ACKSTAT
000727     RECORDING MODE IS F.
000728 01  FD-ACKSTAT-RECORD            PIC X(80).
000730
000740 WORKING-STORAGE SECTION.
000750
000770 01  WS-ACKFILE-STATUS             PIC X(02) VALUE "00".
000780 01  WS-RESUBEXT-STATUS            PIC X(02) VALUE "00".
000790 01  WS-ACKRPT-STATUS              PIC X(02) VALUE "00".
000793 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
000796 01  WS-ACKSTAT-STATUS             PIC X(02) VALUE "00".
000800
000810 77  WS-ACKFILE-PRESENT-SWITCH     PIC X(01) VALUE "Y".
000820     88  WS-ACKFILE-IS-PRESENT               VALUE "Y".
000940 77  WS-HELD-COUNT                 PIC 9(09) COMP VALUE ZERO.
000950
000960 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000962 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
000964 01  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
000966 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
000970
000980******************************************************************
000990*    EXTRACT TABLE - THE WHOLE EXTRACT RECORD IS KEPT SO A HELD
001230 COPY GLEXTREC.
001240
001250 COPY GLAKREC.
001253
001256 COPY GLAKSREC.
001260
001270******************************************************************
001280*    REPORT LINE LAYOUTS
001740         THRU 3000-MATCH-ACKNOWLEDGMENTS-EXIT
001750     PERFORM 4000-PRODUCE-REPORT
001760         THRU 4000-PRODUCE-REPORT-EXIT
001763     PERFORM 5000-WRITE-ACK-OUTCOME
001766         THRU 5000-WRITE-ACK-OUTCOME-EXIT
001770     PERFORM 9000-TERMINATE
001780         THRU 9000-TERMINATE-EXIT
001790     GOBACK.
001800
001810******************************************************************
001816*    1000-INITIALIZE - THE BUSINESS DATE COMES FROM A PARMFILE
001822*                 CARD READING "DATE=YYYYMMDD"; NO CARD MEANS
001828*                 TODAY.
001834******************************************************************
001840 1000-INITIALIZE.
001850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001852     ACCEPT WS-RUN-TIME FROM TIME
001854     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
001856     PERFORM 1100-READ-DATE-PARM
001858         THRU 1100-READ-DATE-PARM-EXIT
001860     OPEN INPUT EXTRFILE
001870     IF WS-EXTRFILE-STATUS = "35"
001880         DISPLAY "GLACK01 - EXTRFILE NOT FOUND - NOTHING TO "
002240     END-IF.
002250 1000-INITIALIZE-EXIT.
002260     EXIT.
002261
002262 1100-READ-DATE-PARM.
002263     OPEN INPUT PARMFILE
002264     IF WS-PARMFILE-STATUS = "35"
002265         GO TO 1100-READ-DATE-PARM-EXIT
002266     END-IF
002267     IF WS-PARMFILE-STATUS NOT = "00"
002268        AND WS-PARMFILE-STATUS NOT = "04"
002269         DISPLAY "GLACK01 - PARMFILE OPEN FAILED - STATUS "
002270             WS-PARMFILE-STATUS
002271         STOP RUN
002272     END-IF
002273     READ PARMFILE INTO WS-PARM-CARD
002274         AT END
002275             MOVE SPACES TO WS-PARM-CARD
002276     END-READ
002277     CLOSE PARMFILE
002278     IF WS-PARM-CARD (1:5) = "DATE="
002279         IF WS-PARM-CARD (6:8) IS NUMERIC
002280             MOVE WS-PARM-CARD (6:8) TO WS-BUSINESS-DATE
002281         ELSE
002282             DISPLAY "GLACK01 - DATE= CARD IS NOT A VALID "
002283                 "YYYYMMDD DATE - RUN STOPPED"
002284             STOP RUN
002285         END-IF
002286     END-IF.
002287 1100-READ-DATE-PARM-EXIT.
002288     EXIT.
002289
002290******************************************************************
002291*    2000-LOAD-EXTRACT - LOAD EVERY EXTRACT RECORD WE SENT INTO
002300*                 THE MATCH TABLE, INITIALLY UNACKNOWLEDGED
002310******************************************************************
002320 2000-LOAD-EXTRACT.
004720     EXIT.
004730
004740******************************************************************
004741*    5000-WRITE-ACK-OUTCOME - THE ONE-RECORD OUTCOME FILE IS
004742*                 REPLACED ON EVERY RUN, SO IT ALWAYS HOLDS THE
004743*                 LATEST MATCHING RUN AND THE DATE IT WAS FOR
004744******************************************************************
004745 5000-WRITE-ACK-OUTCOME.
004746     OPEN OUTPUT ACKSTAT
004747     IF WS-ACKSTAT-STATUS NOT = "00"
004748        AND WS-ACKSTAT-STATUS NOT = "04"
004749         DISPLAY "GLACK01 - ACKSTAT OPEN FAILED - STATUS "
004750             WS-ACKSTAT-STATUS
004751         STOP RUN
004752     END-IF
004753     MOVE SPACES TO GL-ACK-OUTCOME-RECORD
004754     MOVE WS-BUSINESS-DATE TO GLAKS-BUSINESS-DATE
004755     IF WS-ACKFILE-IS-PRESENT
004756         MOVE "Y" TO GLAKS-ACKFILE-FLAG
004757     ELSE
004758         MOVE "N" TO GLAKS-ACKFILE-FLAG
004759     END-IF
004760     IF WS-POSTED-COUNT = WS-SENT-COUNT
004761        AND WS-ORPHAN-ACK-COUNT = ZERO
004762         MOVE "C" TO GLAKS-DAY-STATUS
004763     ELSE
004764         MOVE "N" TO GLAKS-DAY-STATUS
004765     END-IF
004766     MOVE WS-SENT-COUNT       TO GLAKS-SENT-COUNT
004767     MOVE WS-POSTED-COUNT     TO GLAKS-POSTED-COUNT
004768     MOVE WS-REJECTED-COUNT   TO GLAKS-REJECTED-COUNT
004769     MOVE WS-MISMATCH-COUNT   TO GLAKS-MISMATCH-COUNT
004770     MOVE WS-UNACKED-COUNT    TO GLAKS-UNACKED-COUNT
004771     MOVE WS-ORPHAN-ACK-COUNT TO GLAKS-ORPHAN-COUNT
004772     MOVE WS-HELD-COUNT       TO GLAKS-HELD-COUNT
004773     MOVE WS-RUN-DATE         TO GLAKS-RUN-DATE
004774     MOVE WS-RUN-TIME         TO GLAKS-RUN-TIME
004775     WRITE FD-ACKSTAT-RECORD FROM GL-ACK-OUTCOME-RECORD
004776     IF WS-ACKSTAT-STATUS NOT = "00"
004777        AND WS-ACKSTAT-STATUS NOT = "04"
004778         DISPLAY "GLACK01 - ACKSTAT WRITE FAILED - STATUS "
004779             WS-ACKSTAT-STATUS
004780         STOP RUN
004781     END-IF
004782     CLOSE ACKSTAT.
004783 5000-WRITE-ACK-OUTCOME-EXIT.
004784     EXIT.
004785
004786******************************************************************
004787*    9000-TERMINATE
004788******************************************************************
004789 9000-TERMINATE.
004790     CLOSE RESUBEXT
004791     CLOSE ACKRPT
004800     IF WS-POSTED-COUNT = WS-SENT-COUNT
004810        AND WS-ORPHAN-ACK-COUNT = ZERO
004820         DISPLAY "GLACK01 - DAY CLOSED - " WS-POSTED-COUNT
