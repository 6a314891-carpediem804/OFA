000100*-------------------------------------------------------------
000200* HW1STGRC  -  ONLINE TRANSACTION STAGING RECORD.
000300*-------------------------------------------------------------
000400* AUTHOR.        D BARRETT.
000500* INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000600*-------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*-------------------------------------------------------------
000900* 20261015 DB   NEW COPYBOOK - RECORD LAYOUT OF THE HW1STAGE
001000*               STAGING CLUSTER (HW1.STAGE.KSDS). THE CICS ENTRY
001100*               SCREEN COBOLAPP1OLE WRITES ONE RECORD PER EDITED
001200*               ADD, CHANGE, DELETE OR TRANSFER REQUEST - IT NEVER
001300*               UPDATES THE ROSTER MASTER ITSELF. THE NIGHTLY
001400*               COBOLAPP1STG STEP TURNS EVERY STAGED RECORD INTO
001500*               ONE DETAIL OF A HEADED AND TRAILED HW1TRANS BATCH
001600*               FOR THAT NIGHT'S MNTSTEP, MARKS IT BATCHED WITH
001700*               THE BATCH ID AND BUSINESS DATE, AND REMOVES IT ON
001800*               THE FIRST RUN AFTER THAT WINDOW HAS CLOSED. THE
001900*               KEY IS THE WALL-CLOCK DATE AND TIME OF THE ENTRY
002000*               PLUS THE TERMINAL AND CICS TASK NUMBER, SO THE
002100*               FILE READS BACK IN KEYING ORDER. THE :PREFIX:-TRAN
002200*               GROUP HOLDS THE DETAIL FIELDS IN HW1TRANS ORDER.
002300*               KEYS(25 0) RECORDSIZE(120 120). COPY UNDER A
002400*               01-LEVEL GROUP WITH PSEUDO-TEXT ON BOTH SIDES OF
002500*               THE REPLACING CLAUSE, SAME AS HW1REC -
002600*                   01  HW1-STAGE-RECORD.
002700*                       COPY HW1STGRC
002800*                           REPLACING ==:PREFIX:== BY ==STG==.
002900*-------------------------------------------------------------
003000     05  :PREFIX:-KEY.
003100         10  :PREFIX:-KEY-DATE         PIC 9(08).
003200         10  :PREFIX:-KEY-TIME         PIC 9(06).
003300         10  :PREFIX:-KEY-TERM         PIC X(04).
003400         10  :PREFIX:-KEY-TASK         PIC 9(07).
003500     05  :PREFIX:-STATE                PIC X(01).
003600         88  :PREFIX:-STAGED               VALUE 'S'.
003700         88  :PREFIX:-BATCHED              VALUE 'B'.
003800     05  :PREFIX:-BATCH-ID             PIC X(08).
003900     05  :PREFIX:-BATCH-DATE           PIC 9(08).
004000     05  :PREFIX:-TRAN.
004100         10  :PREFIX:-CODE             PIC X(01).
004200         10  :PREFIX:-ID               PIC 9(07).
004300         10  :PREFIX:-NAME             PIC X(25).
004400         10  :PREFIX:-TEAM             PIC X(20).
004500         10  :PREFIX:-STATUS           PIC X(01).
004600         10  :PREFIX:-EFFECTIVE-DATE   PIC 9(08).
004700         10  :PREFIX:-OPERATOR         PIC X(08).
004800     05  FILLER                        PIC X(08).
