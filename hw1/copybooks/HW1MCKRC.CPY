000100*-------------------------------------------------------------
000200* HW1MCKRC  -  COBOLAPP1MNT COMMIT-INTERVAL CHECKPOINT RECORD.
000300*-------------------------------------------------------------
000400* AUTHOR.        D BARRETT.
000500* INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000600*-------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*-------------------------------------------------------------
000900* 20261015 DB   NEW COPYBOOK - THE ONE-RECORD HW1MCKPT
001000*               CHECKPOINT THAT COBOLAPP1MNT REWRITES AT EVERY
001100*               COMMIT INTERVAL OF ITS APPLY PASS. IT CARRIES
001200*               THE POSITION REACHED ON HW1TRANS (RECORDS
001300*               FULLY PROCESSED AND THE FIRST 8 BYTES OF THE
001400*               LAST ONE, SO A RESTART CAN PROVE IT IS READING
001500*               THE SAME INPUT), THE BATCH STATE AT THAT
001600*               POINT, THE HW1RCYC AND HW1SUSP RECORD COUNTS
001700*               WRITTEN SO FAR AND EVERY RUN COUNTER, SO A
001800*               PARM='RESTART' RUN CAN SKIP THE COMMITTED WORK
001900*               AND STILL PRINT WHOLE-DAY TOTALS. PHASE IS
002000*               IN-PROGRESS FROM THE FIRST COMMIT OF A RUN
002100*               UNTIL THE RUN ENDS CLEAN, THEN COMPLETE. THE
002200*               COUNTERS ARE ZONED SO THE RECORD CAN BE READ
002300*               WITH A BROWSE. LRECL 200. COPY UNDER A
002400*               01-LEVEL GROUP WITH PSEUDO-TEXT ON BOTH SIDES
002500*               OF THE REPLACING CLAUSE, SAME AS HW1REC -
002600*                   01  HW1-MCKPT-RECORD.
002700*                       COPY HW1MCKRC
002800*                           REPLACING ==:PREFIX:== BY ==MCKPT==.
002810* 20261015 DB   ADDED THE TEAM TRANSFER RUN COUNTERS (APPLIED AND
002820*               QUEUED ON HW1WAIT), TAKEN FROM THE FILLER - THE
002830*               RECORD IS STILL 200 BYTES.
002840* 20261015 DB   ADDED STAT-COUNT, THE HW1STAT RECORDS WRITTEN SO
002850*               FAR, TAKEN FROM THE FILLER - STILL 200 BYTES.
002900*-------------------------------------------------------------
003000     05  :PREFIX:-PHASE                PIC X(12).
003100         88  :PREFIX:-IN-PROGRESS          VALUE 'IN-PROGRESS'.
003200         88  :PREFIX:-COMPLETE             VALUE 'COMPLETE'.
003300     05  :PREFIX:-RUN-DATE             PIC 9(08).
003400     05  :PREFIX:-DELETE-MODE          PIC X(01).
003500     05  :PREFIX:-TRANS-COUNT          PIC 9(07).
003600     05  :PREFIX:-LAST-KEY             PIC X(08).
003700     05  :PREFIX:-BATCH-ID             PIC X(08).
003800     05  :PREFIX:-BATCH-SW             PIC X(01).
003900     05  :PREFIX:-RCYC-COUNT           PIC 9(07).
004000     05  :PREFIX:-SUSP-COUNT           PIC 9(07).
004100     05  :PREFIX:-ACCEPT-COUNT         PIC 9(07).
004200     05  :PREFIX:-REJECT-COUNT         PIC 9(07).
004300     05  :PREFIX:-WAITLIST-COUNT       PIC 9(07).
004400     05  :PREFIX:-BATCH-GOOD-COUNT     PIC 9(07).
004500     05  :PREFIX:-BATCH-BAD-COUNT      PIC 9(07).
004600     05  :PREFIX:-BATCH-SKIP-COUNT     PIC 9(07).
004700     05  :PREFIX:-HELD-COUNT           PIC 9(07).
004800     05  :PREFIX:-APPROVED-COUNT       PIC 9(07).
004900     05  :PREFIX:-EXPIRED-COUNT        PIC 9(07).
005000     05  :PREFIX:-RECYCLE-LOOP-COUNT   PIC 9(07).
005100     05  :PREFIX:-COMMIT-COUNT         PIC 9(07).
005200     05  :PREFIX:-COMMIT-DATE          PIC 9(08).
005300     05  :PREFIX:-COMMIT-TIME          PIC 9(08).
005310     05  :PREFIX:-TRANSFER-COUNT       PIC 9(07).
005320     05  :PREFIX:-TRANSFER-WAIT-COUNT  PIC 9(07).
005330     05  :PREFIX:-STAT-COUNT           PIC 9(07).
005400     05  FILLER                        PIC X(27).
