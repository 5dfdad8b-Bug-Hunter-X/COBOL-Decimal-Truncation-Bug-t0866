000010******************************************************************
000020*
000030*    COPYBOOK:    GLFRGREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     FEED-REGISTRY MASTER RECORD (FEEDREG) - ONE
000080*                 RECORD PER TRANSACTION FEED THE SHOP EXPECTS.
000090*                 THE FEED COLLECTOR (GLCOL01) READS EVERY
000100*                 REGISTERED FEED FROM THE FILE NAMED HERE, SO A
000110*                 NEW FEED IS ADDED BY REGISTERING IT RATHER THAN
000120*                 BY CHANGING THE COLLECTOR. THE FEED ID MUST
000130*                 MATCH THE ID ON THE FEED'S OWN TRAILER (SEE
000140*                 GLFDTREC). A REQUIRED FEED THAT HAS NOT ARRIVED
000150*                 STOPS THE COLLECTION; AN OPTIONAL ONE IS NOTED.
000160*                 THE LATEST ARRIVAL TIME (HHMM ON THE BUSINESS
000170*                 DATE) SAYS WHETHER A MISSING FEED IS LATE OR
000180*                 STILL AWAITED.
000190*
000200*    MODIFICATION HISTORY
000210*    ------------------------------------------------------------
000220*    2026-10-15  DO   INITIAL VERSION.
000230******************************************************************
000240 01  GL-FEED-REGISTRY-RECORD.
000250     05  GLFRG-FEED-ID             PIC X(08).
000260     05  GLFRG-FILE-NAME           PIC X(08).
000270     05  GLFRG-SOURCE-SYSTEM       PIC X(20).
000280     05  GLFRG-REQUIRED-FLAG       PIC X(01).
000290         88  GLFRG-FEED-REQUIRED             VALUE "R".
000300         88  GLFRG-FEED-OPTIONAL             VALUE "O".
000310     05  GLFRG-LATEST-ARRIVAL      PIC 9(04).
000320     05  FILLER                    PIC X(39) VALUE SPACES.
