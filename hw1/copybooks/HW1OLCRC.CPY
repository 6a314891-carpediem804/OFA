000100*-------------------------------------------------------------
000200* HW1OLCRC  -  COMMAREA OF THE HW1 ONLINE TRANSACTIONS.
000300*-------------------------------------------------------------
000400* AUTHOR.        D BARRETT.
000500* INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000600*-------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*-------------------------------------------------------------
000900* 20261015 DB   NEW COPYBOOK - THE COMMAREA THAT THE INQUIRY
001000*               (HW1I, COBOLAPP1OLI) AND ENTRY (HW1E,
001100*               COBOLAPP1OLE) TRANSACTIONS PASS TO THEMSELVES
001200*               BETWEEN SCREENS AND TO EACH OTHER ON A PF4
001300*               SWITCH. :PREFIX:-PROGRAM NAMES THE PROGRAM THAT
001400*               SENT THE SCREEN NOW SHOWING, SO A PROGRAM ENTERED
001500*               BY XCTL FROM THE OTHER ONE KNOWS TO START FRESH;
001600*               :PREFIX:-ID IS THE STUDENT IN VIEW AND CARRIES
001700*               ACROSS THE SWITCH. THE NAME-SEARCH FIELDS LET PF8
001800*               STEP TO THE NEXT NAME MATCH, AND THE LAST-STAGED
001900*               LINE KEEPS THE ENTRY SCREEN'S RECEIPT ON VIEW.
002000*               COPY UNDER A 01-LEVEL GROUP WITH PSEUDO-TEXT ON
002100*               BOTH SIDES OF THE REPLACING CLAUSE, SAME AS
002200*               HW1REC -
002300*                   01  DFHCOMMAREA.
002400*                       COPY HW1OLCRC
002500*                           REPLACING ==:PREFIX:== BY ==CA==.
002600*-------------------------------------------------------------
002700     05  :PREFIX:-PROGRAM              PIC X(12).
002800     05  :PREFIX:-ID                   PIC 9(07).
002900     05  :PREFIX:-NAME-KEY             PIC X(25).
003000     05  :PREFIX:-NAME-LENGTH          PIC 9(02).
003100     05  :PREFIX:-MATCH-NUMBER         PIC 9(03).
003200     05  :PREFIX:-LAST-STAGED          PIC X(79).
003300     05  FILLER                        PIC X(22).
