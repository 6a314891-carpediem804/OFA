000100*-------------------------------------------------------------
000200* HW1NTFRC  -  STUDENT NOTIFICATION EXTRACT RECORD.
000300*-------------------------------------------------------------
000400* AUTHOR.        D BARRETT.
000500* INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000600*-------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*-------------------------------------------------------------
000900* 20261015 DB   NEW COPYBOOK - ONE RECORD PER NOTICE IN THE
001000*               HW1.NOTIFY.EXTRACT GENERATION WRITTEN EACH NIGHT
001100*               BY COBOLAPP1NTF FOR THE CAMPUS MAIL SYSTEM. THE
001200*               FIRST RECORD IS AN 'HDR ' CARRYING THE BUSINESS
001300*               DATE AND THE LAST A 'TRL ' CARRYING THE SAME DATE
001400*               AND THE NUMBER OF NOTICES BETWEEN THEM, SO THE
001500*               RECEIVING SIDE CAN BALANCE BEFORE SENDING. EVERY
001600*               OTHER RECORD IS A NOTICE WHOSE TYPE CODE TELLS
001700*               THE MAIL SYSTEM WHICH LETTER TO SEND. OLD-TEAM IS
001800*               FILLED ONLY FOR A TEAM CHANGE OR A SEAT FROM THE
001900*               WAITLIST ON A QUEUED TRANSFER; QUEUE-POSITION
002000*               ONLY FOR A NEW WAITLIST PLACEMENT. LRECL 120.
002100*               COPY UNDER A 01-LEVEL GROUP WITH PSEUDO-TEXT ON
002200*               BOTH SIDES OF THE REPLACING CLAUSE, SAME AS
002300*               HW1REC -
002400*                   01  HW1-NTF-RECORD.
002500*                       COPY HW1NTFRC
002600*                           REPLACING ==:PREFIX:== BY ==NTF==.
002700*-------------------------------------------------------------
002800     05  :PREFIX:-TYPE                 PIC X(04).
002900         88  :PREFIX:-HEADER               VALUE 'HDR '.
003000         88  :PREFIX:-TRAILER              VALUE 'TRL '.
003100         88  :PREFIX:-ENROLLED             VALUE 'ENRL'.
003200         88  :PREFIX:-ACTIVATED            VALUE 'ACTV'.
003300         88  :PREFIX:-TEAM-CHANGED         VALUE 'TMCH'.
003400         88  :PREFIX:-DROPPED              VALUE 'DROP'.
003500         88  :PREFIX:-GRADUATED            VALUE 'GRAD'.
003600         88  :PREFIX:-SEATED               VALUE 'WSET'.
003700         88  :PREFIX:-WAITLISTED           VALUE 'WAIT'.
003800         88  :PREFIX:-DELETE-HELD          VALUE 'HOLD'.
003900     05  :PREFIX:-DETAIL.
004000         10  :PREFIX:-ID               PIC 9(07).
004100         10  :PREFIX:-NAME             PIC X(25).
004200         10  :PREFIX:-TEAM             PIC X(20).
004300         10  :PREFIX:-OLD-TEAM         PIC X(20).
004400         10  :PREFIX:-STATUS           PIC X(01).
004500         10  :PREFIX:-EFFECTIVE-DATE   PIC 9(08).
004600         10  :PREFIX:-EVENT-DATE       PIC 9(08).
004700         10  :PREFIX:-SOURCE           PIC X(08).
004800         10  :PREFIX:-QUEUE-POSITION   PIC 9(05).
004900         10  FILLER                    PIC X(14).
005000     05  :PREFIX:-CONTROL REDEFINES :PREFIX:-DETAIL.
005100         10  :PREFIX:-CTL-DATE         PIC 9(08).
005200         10  :PREFIX:-CTL-COUNT        PIC 9(07).
005300         10  FILLER                    PIC X(101).
