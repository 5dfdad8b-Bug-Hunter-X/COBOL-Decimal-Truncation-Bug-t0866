000253*                     THAT RATES COME FROM THE DAILY RATE MASTER
000254*                     (SEE GLRATREC), SO THE CONVERSION BEHIND
000255*                     ANY POSTING CAN BE REPRODUCED LATER.
000256*    2026-10-15  DO   ADDED THE JOURNAL ID AND SOURCE FEED OF THE
000257*                     POSTED TRANSACTION, SO EVERY LEG OF A
000258*                     JOURNAL CAN BE TRACED THROUGH THE AUDIT
000259*                     HISTORY. THE RECORD GROWS FROM 80 TO 96
000260*                     BYTES.
000261*    2026-10-15  DO   ADDED THE TRANSACTION AMOUNT IN THE
000262*                     TRANSACTION'S OWN CURRENCY, BEFORE
000263*                     CONVERSION, SO A FOREIGN-CURRENCY JOURNAL
000264*                     CAN BE PROVED TO NET TO ZERO WITHOUT THE
000265*                     ROUNDING OF EACH CONVERTED LEG GETTING IN
000266*                     THE WAY. THE RECORD GROWS FROM 96 TO 112
000267*                     BYTES.
000268******************************************************************
000270 01  GL-AUDIT-RECORD.
000280     05  GLAUD-ACCOUNT-NO          PIC X(10).
000290     05  GLAUD-SOURCE-AMOUNT       PIC S9(9)V99
000390     05  GLAUD-POST-TIME           PIC 9(08).
000393     05  GLAUD-CURRENCY-CODE       PIC X(03).
000396     05  GLAUD-RATE-USED           PIC 9(03)V9(06).
000397     05  GLAUD-JOURNAL-ID          PIC X(08).
000398     05  GLAUD-SOURCE-FEED         PIC X(08).
000408     05  GLAUD-TRANSACTION-AMOUNT  PIC S9(9)V99
000418                                   SIGN IS TRAILING SEPARATE
000428                                       CHARACTER.
000438     05  FILLER                    PIC X(10) VALUE SPACES.
