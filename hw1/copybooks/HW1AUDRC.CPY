002570*               THAT PROGRAM). READERS OF THE TRAIL SKIP 'K'
002580*               RECORDS, SO ARCHIVE GENERATIONS CAN BE
002590*               CONCATENATED AHEAD OF THE LIVE TRAIL.
002591* 20261015 DB   :PREFIX:-TS-DATE IS NOW THE BUSINESS DATE FROM THE
002592*               HW1.RUN.DATE CONTROL RECORD, NOT THE SYSTEM
002593*               DATE. :PREFIX:-TS-TIME IS STILL THE CLOCK TIME,
002594*               BUT AN ENTRY WRITTEN AFTER MIDNIGHT FOR THE
002595*               PREVIOUS BUSINESS DATE CARRIES ON PAST 24 HOURS
002596*               (HH 24-95) SO ONE DATE'S ENTRIES STAY IN THE
002597*               ORDER THEY WERE WRITTEN.
002598* 20261015 DB   ADDED THE :PREFIX:-OP-TRANSFER CONDITION ('T') - A
002599*               TEAM TRANSFER APPLIED BY COBOLAPP1MNT OR SEATED
002599*               FROM THE WAITLIST BY COBOLAPP1WLP. THE OLD AND
002599*               NEW IMAGES ARE THE SAME RECORD BEFORE AND AFTER
002599*               THE MOVE, SO A READER THAT ONLY REPLAYS IMAGES
002599*               CAN TREAT IT AS A CHANGE, WHILE A READER THAT
002599*               COUNTS MOVES CAN TELL IT FROM ONE.
002599* 20261015 DB   ADDED THE :PREFIX:-OP-CLEANUP CONDITION ('R') - A
002599*               DEAD HW1HOLD OR HW1WAIT ENTRY REMOVED BY THE
002599*               COBOLAPP1XRF INTEGRITY SWEEP IN CLEANUP MODE.
002599*               THE OLD IMAGE IS THE ENTRY REMOVED, THE NEW
002599*               IMAGE IS THE MASTER RECORD AS IT STOOD (SPACES
002599*               AND ZERO WHEN THERE WAS NONE) AND THE BATCH ID
002599*               IS XRFHOLD OR XRFWAIT FOR THE FILE THE ENTRY
002599*               CAME OFF. THE MASTER IS NOT CHANGED, SO
002599*               READERS THAT REPLAY OR COUNT MASTER CHANGES SKIP
002599*               'R' ENTRIES.
002600*-------------------------------------------------------------
002700     05  :PREFIX:-TIMESTAMP.
002800         10  :PREFIX:-TS-DATE          PIC 9(08).
003100         88  :PREFIX:-OP-ADD               VALUE 'A'.
003200         88  :PREFIX:-OP-CHANGE            VALUE 'C'.
003300         88  :PREFIX:-OP-DELETE            VALUE 'D'.
003305         88  :PREFIX:-OP-TRANSFER          VALUE 'T'.
003310         88  :PREFIX:-OP-CONTROL           VALUE 'K'.
003320         88  :PREFIX:-OP-CLEANUP           VALUE 'R'.
003400     05  :PREFIX:-OLD-ID               PIC 9(07).
003500     05  :PREFIX:-OLD-NAME             PIC X(25).
003600     05  :PREFIX:-OLD-TEAM             PIC X(20).
