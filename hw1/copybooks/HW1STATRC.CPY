000100*-------------------------------------------------------------
000200* HW1STATRC  -  COBOLAPP1MNT DATA-ENTRY STATISTICS RECORD.
000300*-------------------------------------------------------------
000400* AUTHOR.        D BARRETT.
000500* INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000600*-------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*-------------------------------------------------------------
000900* 20261015 DB   NEW COPYBOOK - THE HW1.MNT.STATS GENERATION
001000*               WRITTEN BY EACH LIVE COBOLAPP1MNT RUN AND READ BY
001100*               THE MONTHLY COBOLAPP1DQS SCORECARD. ONE RECORD
001200*               COUNTS THE DETAIL TRANSACTIONS ONE OPERATOR KEYED
001300*               IN ONE BATCH FOR ONE TEAM, BY OUTCOME. REJECTS
001400*               ARE COUNTED ON A RECORD OF THEIR OWN PER REJECT
001500*               REASON (THE MNTRPT/HW1RCYC REASON TEXT); EVERY
001600*               OTHER OUTCOME IS COUNTED ON THE RECORD WITH A
001700*               BLANK REASON. TEAM IS THE STUDENT'S TEAM ON THE
001800*               MASTER FOR A DELETE OR AN APPROVAL THAT FOUND THE
001900*               STUDENT, AND THE KEYED TRANS-TEAM OTHERWISE.
002000*               APPROVALS ARE 'V' TRANSACTIONS THAT EXECUTED A
002100*               HELD DELETE - THEY ARE NOT ALSO COUNTED ACCEPTED.
002200*               THE SAME KEY MAY APPEAR MORE THAN ONCE FOR A RUN
002300*               (THE COUNTS ARE WRITTEN AT EACH CHECKPOINT
002400*               COMMIT) SO A READER ADDS THEM UP. THE COUNTS ARE
002500*               ZONED SO THE FILE CAN BE READ WITH A BROWSE.
002600*               LRECL 120. COPY UNDER A 01-LEVEL GROUP WITH
002700*               PSEUDO-TEXT ON BOTH SIDES OF THE REPLACING CLAUSE,
002800*               SAME AS HW1REC -
002900*                   01  HW1-STAT-RECORD.
003000*                       COPY HW1STATRC
003100*                           REPLACING ==:PREFIX:== BY ==STAT==.
003200*-------------------------------------------------------------
003300     05  :PREFIX:-RUN-DATE             PIC 9(08).
003400     05  :PREFIX:-OPERATOR             PIC X(08).
003500     05  :PREFIX:-BATCH-ID             PIC X(08).
003600     05  :PREFIX:-TEAM                 PIC X(20).
003700     05  :PREFIX:-REASON               PIC X(40).
003800     05  :PREFIX:-ACCEPTED-COUNT       PIC 9(05).
003900     05  :PREFIX:-REJECTED-COUNT       PIC 9(05).
004000     05  :PREFIX:-WAITLIST-COUNT       PIC 9(05).
004100     05  :PREFIX:-HELD-COUNT           PIC 9(05).
004200     05  :PREFIX:-SUSP-COUNT           PIC 9(05).
004300     05  :PREFIX:-APPROVAL-COUNT       PIC 9(05).
004400     05  FILLER                        PIC X(06).
