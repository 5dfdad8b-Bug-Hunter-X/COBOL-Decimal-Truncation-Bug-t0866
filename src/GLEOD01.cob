000220*    MODIFICATION HISTORY
000230*    ------------------------------------------------------------
000240*    2026-09-02  DO   INITIAL VERSION.
000241*    2026-10-15  DO   THE OUTCOME IS ALSO WRITTEN AS ONE RECORD TO
000242*                     THE END-OF-DAY OUTCOME FILE (EODSTAT, SEE
000243*                     GLEOSREC) - BUSINESS DATE, CONSOLIDATED OR
000244*                     NOT, CYCLE AND BREAK COUNTS - SO THE MORNING
000245*                     STATUS RUN (GLMOS01) CAN ESCALATE A DAY THAT
000246*                     DID NOT CONSOLIDATE.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    GLEOD01.
000480     SELECT EODRPT ASSIGN TO "EODRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-EODRPT-STATUS.
000502
000504     SELECT EODSTAT ASSIGN TO "EODSTAT"
000506         ORGANIZATION IS LINE SEQUENTIAL
000508         FILE STATUS IS WS-EODSTAT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000620 FD  EODRPT
000630     RECORDING MODE IS F.
000640 01  FD-RPT-RECORD                PIC X(132).
000642
000644 FD  EODSTAT
000646     RECORDING MODE IS F.
000648 01  FD-EODSTAT-RECORD            PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670
000680 01  WS-RUNCTL-STATUS              PIC X(02) VALUE "00".
000690 01  WS-PARMFILE-STATUS            PIC X(02) VALUE "00".
000700 01  WS-EODRPT-STATUS              PIC X(02) VALUE "00".
000705 01  WS-EODSTAT-STATUS             PIC X(02) VALUE "00".
000710
000720 77  WS-RUNCTL-EOF-SWITCH          PIC X(01) VALUE "N".
000730     88  WS-END-OF-RUNCTL                    VALUE "Y".
000780
000790 77  WS-CYCLE-SUB                  PIC 9(03) COMP VALUE ZERO.
000800 77  WS-NEXT-CYCLE-SUB             PIC 9(03) COMP VALUE ZERO.
000805 77  WS-BREAK-COUNT                PIC 9(05) COMP VALUE ZERO.
000810
000820 01  WS-TARGET-DATE                PIC 9(08) VALUE ZERO.
000830 01  WS-PARM-CARD                  PIC X(80) VALUE SPACES.
000840 01  WS-NET-SUM                    PIC S9(11)V99 VALUE ZERO.
000850 01  WS-DAY-MOVEMENT               PIC S9(11)V99 VALUE ZERO.
000860 01  WS-RECORD-SUM                 PIC 9(11) VALUE ZERO.
000863 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000866 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
000870
000880******************************************************************
000890*    CYCLE TABLE - EVERY RUN-CONTROL ENTRY FOR THE TARGET DATE,
001090     05  WS-HLD-CLOSING-TOTAL      PIC S9(11)V99.
001100
001110 COPY GLRUNREC.
001113
001116 COPY GLEOSREC.
001120
001130******************************************************************
001140*    REPORT LINE LAYOUTS
001670     PERFORM 3000-SORT-BY-CYCLE
001680         THRU 3000-SORT-BY-CYCLE-EXIT
001690     PERFORM 4000-PROVE-CONSOLIDATION
001695         THRU 4000-PROVE-CONSOLIDATION-EXIT
001700     PERFORM 5000-WRITE-EOD-OUTCOME
001705         THRU 5000-WRITE-EOD-OUTCOME-EXIT
001710     PERFORM 9000-TERMINATE
001720         THRU 9000-TERMINATE-EXIT
001730     STOP RUN.
001780*                 CARD MEANS TODAY.
001790******************************************************************
001800 1000-INITIALIZE.
001805     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001810     ACCEPT WS-RUN-TIME FROM TIME
001815     MOVE WS-RUN-DATE TO WS-TARGET-DATE
001820     OPEN INPUT PARMFILE
001830     IF WS-PARMFILE-STATUS = "35"
001840         CONTINUE
004180     EXIT.
004190
004200 4200-WRITE-BREAK-LINE.
004205     ADD 1 TO WS-BREAK-COUNT
004210     MOVE "N" TO WS-CONSOLIDATED-SWITCH
004220     MOVE WS-RPT-BREAK-LINE TO FD-RPT-RECORD
004230     WRITE FD-RPT-RECORD
004490     EXIT.
004500
004510******************************************************************
004511*    5000-WRITE-EOD-OUTCOME - THE ONE-RECORD OUTCOME FILE IS
004512*                 REPLACED ON EVERY RUN, SO IT ALWAYS HOLDS THE
004513*                 LATEST CONSOLIDATION ATTEMPT AND THE DATE IT WAS
004514*                 FOR
004515******************************************************************
004516 5000-WRITE-EOD-OUTCOME.
004517     OPEN OUTPUT EODSTAT
004518     IF WS-EODSTAT-STATUS NOT = "00"
004519        AND WS-EODSTAT-STATUS NOT = "04"
004520         DISPLAY "GLEOD01 - EODSTAT OPEN FAILED - STATUS "
004521             WS-EODSTAT-STATUS
004522         STOP RUN
004523     END-IF
004524     MOVE SPACES TO GL-EOD-OUTCOME-RECORD
004525     MOVE WS-TARGET-DATE TO GLEOS-BUSINESS-DATE
004526     IF WS-DAY-IS-CONSOLIDATED
004527         MOVE "C" TO GLEOS-OUTCOME
004528     ELSE
004529         MOVE "N" TO GLEOS-OUTCOME
004530     END-IF
004531     MOVE WS-CYCLE-COUNT TO GLEOS-CYCLE-COUNT
004532     MOVE WS-BREAK-COUNT TO GLEOS-BREAK-COUNT
004533     MOVE WS-RECORD-SUM  TO GLEOS-RECORD-SUM
004534     MOVE WS-RUN-DATE    TO GLEOS-RUN-DATE
004535     MOVE WS-RUN-TIME    TO GLEOS-RUN-TIME
004536     WRITE FD-EODSTAT-RECORD FROM GL-EOD-OUTCOME-RECORD
004537     IF WS-EODSTAT-STATUS NOT = "00"
004538        AND WS-EODSTAT-STATUS NOT = "04"
004539         DISPLAY "GLEOD01 - EODSTAT WRITE FAILED - STATUS "
004540             WS-EODSTAT-STATUS
004541         STOP RUN
004542     END-IF
004543     CLOSE EODSTAT.
004544 5000-WRITE-EOD-OUTCOME-EXIT.
004545     EXIT.
004546
004547******************************************************************
004548*    9000-TERMINATE
004549******************************************************************
004550 9000-TERMINATE.
004551     CLOSE EODRPT
004560     IF WS-DAY-IS-CONSOLIDATED
004570         DISPLAY "GLEOD01 - DATE " WS-TARGET-DATE
004580             " CONSOLIDATED - " WS-CYCLE-COUNT " CYCLES"
