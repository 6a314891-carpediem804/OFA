001900*                   01  HW1-WAIT-FILE.
002000*                       COPY HW1WAITRC
002100*                           REPLACING ==:PREFIX:== BY ==WAIT==.
002110* 20261015 DB   ADDED :PREFIX:-REQUEST-TYPE AND :PREFIX:-FROM-TEAM
002120*               (RECORD NOW 95 BYTES). A TEAM TRANSFER THAT
002130*               FINDS THE TARGET TEAM FULL IN COBOLAPP1MNT IS
002140*               QUEUED HERE AS REQUEST TYPE 'X' AGAINST THE
002150*               TARGET TEAM, WITH THE TEAM THE STUDENT STILL
002160*               SITS ON IN FROM-TEAM. THE STUDENT KEEPS THAT
002170*               SEAT UNTIL COBOLAPP1WLP SEATS THE ENTRY, MOVES
002180*               THE MASTER RECORD AND GIVES THE OLD SEAT BACK
002190*               TO THE FROM-TEAM'S OWN QUEUE. A QUEUED ADD
002191*               CARRIES 'A' (OR SPACE ON AN ENTRY RELOADED FROM
002192*               THE 74-BYTE LAYOUT) AND A BLANK FROM-TEAM.
002200*-------------------------------------------------------------
002300     05  :PREFIX:-KEY.
002400         10  :PREFIX:-TEAM             PIC X(20).
002800     05  :PREFIX:-STATUS               PIC X(01).
002900     05  :PREFIX:-EFFECTIVE-DATE       PIC 9(08).
003000     05  :PREFIX:-QUEUED-DATE          PIC 9(08).
003100     05  :PREFIX:-REQUEST-TYPE         PIC X(01).
003200         88  :PREFIX:-QUEUED-ADD           VALUE 'A' SPACE.
003300         88  :PREFIX:-QUEUED-TRANSFER      VALUE 'X'.
003400     05  :PREFIX:-FROM-TEAM            PIC X(20).
