000393*                     CONTROLLER (GLJSC01) CAN CALL THIS PROGRAM
000394*                     AS A STEP AND RECORD ITS COMPLETION. RUN
000395*                     STANDALONE THE BEHAVIOR IS UNCHANGED.
000396*    2026-10-15  DO   THE JOURNAL ID AND SOURCE FEED ARE CARRIED
000397*                     FROM THE AUDIT TRAIL INTO THE HISTORY, WHICH
000398*                     GAINS AN ALTERNATE KEY ON JOURNAL ID, AND
000399*                     THE RERUN DUPLICATE CHECK COMPARES THEM TOO.
000400*                     AUDITLOG WIDENS TO 96 BYTES.
000401*    2026-10-15  DO   THE TRANSACTION AMOUNT IN THE TRANSACTION'S
000402*                     OWN CURRENCY IS CARRIED INTO THE HISTORY FOR
000403*                     THE JOURNAL REGISTER'S PROOF. AUDITLOG
000404*                     WIDENS TO 112 BYTES.
000405******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.    GLARC01.
000430 AUTHOR.        D. OKONKWO.
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS GLAHS-KEY
000623         ALTERNATE RECORD KEY IS GLAHS-JOURNAL-ID
000626             WITH DUPLICATES
000630         FILE STATUS IS WS-AUDHIST-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  AUDITLOG
000680     RECORDING MODE IS F.
000690 01  FD-AUDIT-RECORD              PIC X(112).
000700
000710 FD  AUDHIST.
000720 COPY GLAHSREC.
001960     MOVE GLAUD-BALANCE-AFTER  TO GLAHS-BALANCE-AFTER
001970     MOVE GLAUD-CURRENCY-CODE  TO GLAHS-CURRENCY-CODE
001980     MOVE GLAUD-RATE-USED      TO GLAHS-RATE-USED
001983     MOVE GLAUD-JOURNAL-ID     TO GLAHS-JOURNAL-ID
001986     MOVE GLAUD-SOURCE-FEED    TO GLAHS-SOURCE-FEED
001987     MOVE GLAUD-TRANSACTION-AMOUNT
001988                               TO GLAHS-TRANSACTION-AMOUNT
001990     MOVE WS-RUN-DATE          TO GLAHS-ARCHIVE-DATE
002000     MOVE "N" TO WS-RECORD-STORED-SWITCH
002010     MOVE "N" TO WS-DUPLICATE-SWITCH
002740        AND GLAHS-BALANCE-AFTER  = WS-BLT-BALANCE-AFTER
002750        AND GLAHS-CURRENCY-CODE  = WS-BLT-CURRENCY-CODE
002760        AND GLAHS-RATE-USED      = WS-BLT-RATE-USED
002763        AND GLAHS-JOURNAL-ID     = WS-BLT-JOURNAL-ID
002766        AND GLAHS-SOURCE-FEED    = WS-BLT-SOURCE-FEED
002770         MOVE "Y" TO WS-DUPLICATE-SWITCH
002780     END-IF.
002790 2350-CHECK-EXISTING-RECORD-EXIT.
