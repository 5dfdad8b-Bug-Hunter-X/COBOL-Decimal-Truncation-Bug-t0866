000285*                     BALANCED DAY IS NEGATED, SO THE JOURNAL
000286*                     NETS TO ZERO AND PASSES THE EDIT'S
000287*                     BALANCED-JOURNAL CHECK.
000288*    2026-10-15  DO   AUDITLOG WIDENED TO 96 BYTES FOR THE JOURNAL
000289*                     ID AND SOURCE FEED NOW ON GLAUDREC.
000290*    2026-10-15  DO   AUDITLOG WIDENED TO 112 BYTES FOR THE
000291*                     TRANSACTION AMOUNT NOW ON GLAUDREC.
000292******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    GLBKO01.
000320 AUTHOR.        D. OKONKWO.
000570 FILE SECTION.
000580 FD  AUDITLOG
000590     RECORDING MODE IS F.
000600 01  FD-AUDIT-RECORD              PIC X(112).
000610
000620 FD  BKOUTTRN
000630     RECORDING MODE IS F.
