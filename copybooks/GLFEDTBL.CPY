000150*    MODIFICATION HISTORY
000160*    ------------------------------------------------------------
000170*    2026-08-21  DO   INITIAL VERSION.
000172*    2026-10-15  DO   TABLE RAISED FROM 10 TO 100 FEEDS, THE SIZE
000174*                     OF THE COLLECTOR'S FEED REGISTRY TABLE, AND
000176*                     THE FEED COUNT WIDENED TO THREE DIGITS.
000180******************************************************************
000190 01  GL-FEED-TABLE-AREA.
000200     05  GL-FEED-COUNT             PIC 9(03) VALUE ZERO.
000210     05  GL-FEED-ENTRY OCCURS 100 TIMES
000220                       INDEXED BY GL-FEED-IDX.
000230         10  GL-TBL-FEED-ID        PIC X(08) VALUE SPACES.
000240         10  GL-TBL-FEED-REC-COUNT PIC 9(09) VALUE ZERO.
