000060*
000070*    PURPOSE:     CHECKPOINT RECORD FOR THE ACCUMULATION RUN -
000080*                 HOLDS THE LAST-PROCESSED RECORD COUNT, THE
000090*                 RUNNING TOTALS AND THE BREAKDOWN TABLES SO A
000100*                 RESTART AFTER AN ABEND CAN RESUME WITHOUT
000110*                 REPROCESSING OR DOUBLE-POSTING. PER-ACCOUNT
000113*                 BALANCES ARE ON THE ACCOUNT-BALANCE MASTER
000116*                 (SEE GLABMREC) AND ACCOUNT/CURRENCY POSITIONS
000117*                 ON THE CURRENCY-POSITION MASTER (SEE
000118*                 GLCPMREC), NOT IN THIS RECORD.
000120*
000130*    MODIFICATION HISTORY
000140*    ------------------------------------------------------------
000715*                     RESTART. RECORD LENGTH GROWS FROM 29944
000716*                     TO 41047 - THE FD IN EVERY PROGRAM
000717*                     READING CKPTFILE MUST MATCH.
000718*    2026-10-15  DO   TOOK THE PER-ACCOUNT TABLE OUT OF THE
000719*                     RECORD. EACH ACCOUNT'S BALANCE AND
000720*                     SUBTOTALS NOW LIVE ON THE INDEXED ACCOUNT-
000721*                     BALANCE MASTER (ACCTBAL, SEE GLABMREC),
000722*                     WHICH THE ACCUMULATOR UPDATES AS IT POSTS,
000723*                     SO THE ACCOUNT COUNT IS NO LONGER CAPPED
000724*                     AT 500 AND A CHECKPOINT NO LONGER REWRITES
000725*                     EVERY ACCOUNT. RECORD LENGTH SHRINKS FROM
000726*                     41047 TO 12042 - THE FD IN EVERY PROGRAM
000727*                     READING CKPTFILE MUST MATCH.
000728*    2026-10-15  DO   THE EMBEDDED PER-SOURCE-FEED TABLE NOW HOLDS
000729*                     100 FEEDS (SEE GLFEDTBL). RECORD LENGTH
000730*                     GROWS FROM 12042 TO 14653 - THE FD IN EVERY
000731*                     PROGRAM READING CKPTFILE MUST MATCH.
000732*    2026-10-15  DO   TOOK THE PER-ACCOUNT-AND-CURRENCY POSITION
000733*                     TABLE OUT OF THE RECORD. POSITIONS NOW LIVE
000734*                     ON THE INDEXED CURRENCY-POSITION MASTER
000735*                     (CURRPOS, SEE GLCPMREC), SO THE NUMBER OF
000736*                     ACCOUNT/CURRENCY PAIRS IS NO LONGER CAPPED
000737*                     AT 300. RECORD LENGTH SHRINKS FROM 14653 TO
000738*                     3550 - THE FD IN EVERY PROGRAM READING
000739*                     CKPTFILE MUST MATCH.
000740******************************************************************
000741 01  GL-CHECKPOINT-RECORD.
000742     05  GLCKP-LAST-RECORD-COUNT   PIC 9(09).
000743     05  GLCKP-RUN-DATE            PIC 9(08).
000750     05  GLCKP-RUNNING-TOTAL       PIC S9(09)V99
000760                                   SIGN IS TRAILING SEPARATE
000770                                       CHARACTER.
000810     05  GLCKP-CREDIT-TOTAL        PIC S9(09)V99
000820                                   SIGN IS TRAILING SEPARATE
000830                                       CHARACTER.
001020     COPY GLCURTBL
001030         REPLACING ==01  GL-CURRENCY-TABLE-AREA.==
001040                BY ==05  GLCKP-CURRENCY-TABLE-AREA.==
001270                BY ==15  GLCKP-TBL-FEED-REC-COUNT==
001280             ==10  GL-TBL-FEED-NET-TOTAL==
001290                BY ==15  GLCKP-TBL-FEED-NET-TOTAL==.
001308     05  GLCKP-NO-RATE-COUNT       PIC 9(09).
001310     05  GLCKP-STALE-RATE-COUNT    PIC 9(09).
001320     05  GLCKP-UNKNOWN-ACCT-COUNT  PIC 9(09).
