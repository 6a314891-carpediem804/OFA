000100*-------------------------------------------------------------
000200* HW1DATERC  -  HW1 BUSINESS-DATE CONTROL RECORD.
000300*-------------------------------------------------------------
000400* AUTHOR.        D BARRETT.
000500* INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000600*-------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*-------------------------------------------------------------
000900* 20261015 DB   NEW COPYBOOK - THE ONE-RECORD HW1.RUN.DATE
001000*               CONTROL FILE (DD COBDD22). COBOLAPP1BDT OPENS
001100*               THE WINDOW FOR BUSINESS-DATE AT THE START OF
001200*               HW1NIGHT AND ADVANCES IT ONE DAY ONLY WHEN THE
001300*               WHOLE WINDOW HAS ENDED CLEAN. EVERY OTHER
001400*               PROGRAM READS IT FOR ITS PROCESSING DATE
001500*               INSTEAD OF THE SYSTEM CLOCK. NEXT-DATE AND
001600*               THIRD-DATE ARE THE TWO CALENDAR DAYS AFTER
001700*               BUSINESS-DATE, KEPT HERE SO A PROGRAM STAMPING
001800*               AN AUDIT ENTRY AFTER MIDNIGHT CAN TELL HOW FAR
001900*               THE CLOCK HAS RUN PAST THE BUSINESS DATE
002000*               WITHOUT DATE ARITHMETIC OF ITS OWN. LRECL 80.
002100*               COPY UNDER A 01-LEVEL GROUP WITH PSEUDO-TEXT ON
002200*               BOTH SIDES OF THE REPLACING CLAUSE, SAME AS
002300*               HW1REC -
002400*                   01  HW1-DATE-RECORD.
002500*                       COPY HW1DATERC
002600*                           REPLACING ==:PREFIX:== BY ==BDT==.
002700*-------------------------------------------------------------
002800     05  :PREFIX:-BUSINESS-DATE        PIC 9(08).
002900     05  :PREFIX:-NEXT-DATE            PIC 9(08).
003000     05  :PREFIX:-THIRD-DATE           PIC 9(08).
003100     05  :PREFIX:-WINDOW-STATUS        PIC X(01).
003200         88  :PREFIX:-WINDOW-OPEN          VALUE 'O'.
003300         88  :PREFIX:-WINDOW-CLOSED        VALUE 'C'.
003400     05  :PREFIX:-WINDOW-MODE          PIC X(01).
003500         88  :PREFIX:-NORMAL-WINDOW        VALUE 'N'.
003600         88  :PREFIX:-CATCHUP-WINDOW       VALUE 'C'.
003700     05  :PREFIX:-LAST-COMPLETE-DATE   PIC 9(08).
003800     05  :PREFIX:-OPEN-DATE            PIC 9(08).
003900     05  :PREFIX:-OPEN-TIME            PIC 9(08).
004000     05  :PREFIX:-CLOSE-DATE           PIC 9(08).
004100     05  :PREFIX:-CLOSE-TIME           PIC 9(08).
004200     05  FILLER                        PIC X(14).
