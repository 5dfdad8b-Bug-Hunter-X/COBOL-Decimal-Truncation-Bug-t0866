000010******************************************************************
000020*
000030*    COPYBOOK:    GLRTHREC
000040*    AUTHOR:      D. OKONKWO - FINANCIAL SYSTEMS
000050*    DATE-WRITTEN: 2026-10-15
000060*
000070*    PURPOSE:     EXCHANGE-RATE HISTORY RECORD (RATEHIST) - THE
000080*                 PERMANENT INDEXED FILE, KEYED BY CURRENCY CODE
000090*                 AND RATE DATE, THAT THE RATE LOAD (GLRTL01)
000100*                 ADDS EVERY LOADED RATE TO. THE RATE IN FORCE
000110*                 FOR A CURRENCY ON ANY PAST DATE IS THE LAST
000120*                 RECORD FOR THAT CURRENCY DATED ON OR BEFORE
000130*                 IT, SO REVALUATION AND STATEMENT RUNS ARE NOT
000140*                 LIMITED TO THE CURRENT RATEFILE. THE PRIOR
000150*                 RATE AND LOAD TYPE RECORD WHAT THE RATE WAS
000160*                 CHECKED AGAINST AND WHETHER IT NEEDED TREASURY
000170*                 CONFIRMATION. A SAME-DAY RELOAD REPLACES THE
000180*                 DAY'S RECORD.
000190*
000200*    MODIFICATION HISTORY
000210*    ------------------------------------------------------------
000220*    2026-10-15  DO   INITIAL VERSION.
000230******************************************************************
000240 01  GL-RATE-HISTORY-RECORD.
000250     05  GLRTH-KEY.
000260         10  GLRTH-CURRENCY-CODE   PIC X(03).
000270         10  GLRTH-RATE-DATE       PIC 9(08).
000280     05  GLRTH-EXCHANGE-RATE       PIC 9(03)V9(06).
000290     05  GLRTH-PRIOR-RATE          PIC 9(03)V9(06).
000300     05  GLRTH-PRIOR-RATE-DATE     PIC 9(08).
000310     05  GLRTH-LOAD-TYPE           PIC X(01).
000320         88  GLRTH-LOADED-IN-TOLERANCE       VALUE "L".
000330         88  GLRTH-LOADED-ON-CONFIRMATION    VALUE "C".
000340         88  GLRTH-FIRST-RATE-FOR-CURRENCY   VALUE "F".
000350     05  GLRTH-LOAD-DATE           PIC 9(08).
000360     05  GLRTH-LOAD-TIME           PIC 9(08).
000370     05  FILLER                    PIC X(26) VALUE SPACES.
