000260*    MODIFICATION HISTORY
000270*    ------------------------------------------------------------
000280*    2026-09-02  DO   INITIAL VERSION.
000282*    2026-10-15  DO   AUDHIST NOW DECLARES ITS ALTERNATE KEY ON
000284*                     JOURNAL ID AND THE EXTRACT WIDENS TO THE
000286*                     116-BYTE GLAHSREC LAYOUT.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    GLPRG01.
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS GLAHS-KEY
000473         ALTERNATE RECORD KEY IS GLAHS-JOURNAL-ID
000476             WITH DUPLICATES
000480         FILE STATUS IS WS-AUDHIST-STATUS.
000490
000500     SELECT ARCHEXT ASSIGN TO "ARCHEXT"
000700
000710 FD  ARCHEXT
000720     RECORDING MODE IS F.
000730 01  FD-ARCHEXT-RECORD            PIC X(116).
000740
000750 FD  ARCHCTL
000760     RECORDING MODE IS F.
