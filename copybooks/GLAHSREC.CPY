000180*    MODIFICATION HISTORY
000190*    ------------------------------------------------------------
000200*    2026-08-21  DO   INITIAL VERSION.
000201*    2026-10-15  DO   ADDED THE JOURNAL ID AND SOURCE FEED CARRIED
000202*                     FROM THE AUDIT TRAIL. THE JOURNAL ID IS AN
000203*                     ALTERNATE KEY (DUPLICATES ALLOWED) SO THE
000204*                     JOURNAL REGISTER (GLJRG01) READS STRAIGHT TO
000205*                     EVERY LEG OF A JOURNAL. THE RECORD GROWS
000206*                     FROM 100 TO 116 BYTES.
000207*    2026-10-15  DO   ADDED THE TRANSACTION AMOUNT IN THE
000208*                     TRANSACTION'S OWN CURRENCY, CARRIED FROM THE
000209*                     AUDIT TRAIL, OUT OF THE TRAILING FILLER. THE
000210*                     RECORD STAYS AT 116 BYTES. HISTORY ARCHIVED
000211*                     BEFORE THIS HAS SPACES IN THE FIELD.
000212******************************************************************
000220 01  GL-AUDIT-HISTORY-RECORD.
000230     05  GLAHS-KEY.
000240         10  GLAHS-ACCOUNT-NO      PIC X(10).
000370     05  GLAHS-CURRENCY-CODE       PIC X(03).
000380     05  GLAHS-RATE-USED           PIC 9(03)V9(06).
000390     05  GLAHS-ARCHIVE-DATE        PIC 9(08).
000393     05  GLAHS-JOURNAL-ID          PIC X(08).
000396     05  GLAHS-SOURCE-FEED         PIC X(08).
000406     05  GLAHS-TRANSACTION-AMOUNT  PIC S9(9)V99
000416                                   SIGN IS TRAILING SEPARATE
000426                                       CHARACTER.
000436     05  FILLER                    PIC X(03) VALUE SPACES.
