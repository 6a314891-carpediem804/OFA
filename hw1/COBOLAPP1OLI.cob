000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    HW1OLI.
000120 AUTHOR.        D BARRETT.
000130 INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000140 DATE-WRITTEN.  20261015.
000150 DATE-COMPILED.
000160*
000170*-------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-------------------------------------------------------------
000200* 20261015 DB   NEW PROGRAM - ONLINE STUDENT INQUIRY, CICS
000210*               TRANSACTION HW1I, MAP HW1IMAP OF MAPSET HW1OLMS.
000220*               THE FRONT COUNTER KEYS A 7-DIGIT HW1-ID, OR ALL
000230*               OR THE FRONT PART OF A NAME (SURNAME FIRST, AS
000240*               STORED), AND ONE SCREEN SHOWS THE ROSTER MASTER
000250*               RECORD, ANY DELETE HELD ON HW1HOLD FOR A SECOND
000260*               OPERATOR'S APPROVAL, THE STUDENT'S POSITION IN
000270*               ITS TEAM'S HW1WAIT QUEUE, AND UP TO FOUR
000280*               FUTURE-DATED TRANSACTIONS WAITING IN THE SUSPENSE
000290*               WAREHOUSE (WITH A COUNT OF ANY MORE). A NAME
000300*               LOOKUP BROWSES THE HW1-NAME ALTERNATE INDEX PATH
000310*               AND SHOWS THE FIRST MATCH; PF8 STEPS THROUGH THE
000320*               REST. THE SUSPENSE WAREHOUSE IS A SEQUENTIAL GDG
000330*               THAT CICS CANNOT OPEN, SO THE NIGHTLY JOB COPIES
000340*               EACH NEW GENERATION INTO THE HW1.SUSP.ESDS COPY
000350*               THAT IS BROWSED HERE. READ ONLY - PF4 PASSES THE
000360*               STUDENT ON VIEW TO THE HW1E ENTRY SCREEN
000370*               (COBOLAPP1OLE). PSEUDO-CONVERSATIONAL; THE
000380*               HW1OLCRC COMMAREA CARRIES THE STATE BETWEEN
000390*               SCREENS. WHILE THE NIGHTLY WINDOW HAS THE FILES
000400*               CLOSED THE SCREEN SAYS SO INSTEAD OF ABENDING.
000400* 20261015 DB   PROGRAM-ID AND LOAD MODULE NOW HW1OLI (SOURCE
000400*               MEMBER STAYS COBOLAPP1OLI) - CICS PROGRAM NAMES
000400*               ARE AT MOST 8 CHARACTERS, AND THE OLD 12-BYTE
000400*               NAMES BOTH CAME OUT AS COBOLAPP. THE PF4 XCTL
000400*               NOW GOES TO HW1OLE. INSTALL UNDER THOSE NAMES IN
000400*               CSD GROUP HW1 (SEE HW1ONLN).
000410*-------------------------------------------------------------
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470*-------------------------------------------------------------
000480*    CICS FILES (NO FILE-CONTROL - OWNED BY THE REGION) -
000490*    HW1MAST  -  ROSTER MASTER, HW1.MASTER.KSDS, BY HW1-ID
000500*    HW1NAME  -  PATH HW1.MASTER.KSDS.NAMEPATH, BY HW1-NAME
000510*    HW1HOLD  -  PENDING-DELETE HOLDS, HW1.HOLD.KSDS, BY ID
000520*    HW1WAIT  -  TEAM WAITLIST, HW1.WAIT.KSDS, BY TEAM/SEQ
000530*    HW1SUSP  -  SUSPENSE WAREHOUSE COPY, HW1.SUSP.ESDS
000540*-------------------------------------------------------------
000550*
000560 DATA DIVISION.
000570 WORKING-STORAGE SECTION.
000580*-------------------------------------------------------------
000590*    PROGRAM AND TRANSACTION NAMES
000600*-------------------------------------------------------------
000610 01  WS-THIS-PROGRAM             PIC X(08)   VALUE 'HW1OLI'.
000620 01  WS-ENTRY-PROGRAM            PIC X(08)   VALUE 'HW1OLE'.
000630 01  WS-THIS-TRANSID             PIC X(04)   VALUE 'HW1I'.
000640*
000650*-------------------------------------------------------------
000660*    CICS RESPONSE CODES AND SWITCHES
000670*-------------------------------------------------------------
000680 01  WS-RESP                     PIC S9(08)  COMP VALUE ZERO.
000690 01  WS-RESP2                    PIC S9(08)  COMP VALUE ZERO.
000700*
000710 01  WS-FILES-SW                 PIC X(01)   VALUE 'O'.
000720     88  WS-FILES-OPEN               VALUE 'O'.
000730     88  WS-FILES-CLOSED             VALUE 'C'.
000740 01  WS-BROWSE-SW                PIC X(01)   VALUE 'N'.
000750     88  WS-BROWSE-DONE              VALUE 'Y'.
000760     88  WS-BROWSE-NOT-DONE          VALUE 'N'.
000770 01  WS-MATCH-SW                 PIC X(01)   VALUE 'N'.
000780     88  WS-MATCH-FOUND              VALUE 'Y'.
000790     88  WS-MATCH-NOT-FOUND          VALUE 'N'.
000800 01  WS-MORE-SW                  PIC X(01)   VALUE 'N'.
000810     88  WS-MORE-MATCHES             VALUE 'Y'.
000820     88  WS-NO-MORE-MATCHES          VALUE 'N'.
000830*
000840*-------------------------------------------------------------
000850*    COMMAREA - WORKING COPY OF DFHCOMMAREA
000860*-------------------------------------------------------------
000870 01  WS-COMMAREA.
000880     COPY HW1OLCRC
000890         REPLACING ==:PREFIX:== BY ==WS-CA==.
000900*
000910*-------------------------------------------------------------
000920*    SYMBOLIC MAPS AND ATTENTION IDENTIFIERS
000930*-------------------------------------------------------------
000940     COPY HW1OLMAP.
000950*
000960     COPY DFHAID.
000970*
000980*-------------------------------------------------------------
000990*    RECORD AREAS FOR THE CICS READS
001000*-------------------------------------------------------------
001010 01  WS-HW1.
001020     COPY HW1REC
001030         REPLACING ==:PREFIX:== BY ==WS-HW1==.
001040 01  WS-HOLD.
001050     COPY HW1HOLDRC
001060         REPLACING ==:PREFIX:== BY ==WS-HOLD==.
001070 01  WS-WAIT.
001080     COPY HW1WAITRC
001090         REPLACING ==:PREFIX:== BY ==WS-WAIT==.
001100 01  WS-SUSP-RECORD.
001110     05  WS-SUSP-CODE                PIC X(01).
001120     05  WS-SUSP-ID                  PIC 9(07).
001130     05  WS-SUSP-NAME                PIC X(25).
001140     05  WS-SUSP-TEAM                PIC X(20).
001150     05  WS-SUSP-STATUS              PIC X(01).
001160     05  WS-SUSP-EFFECTIVE-DATE      PIC 9(08).
001170     05  WS-SUSP-RECYCLE-COUNT       PIC X(02).
001180     05  WS-SUSP-PRIOR-REASON        PIC X(40).
001190     05  WS-SUSP-PRIOR-REJ-DATE      PIC X(08).
001200     05  WS-SUSP-OPERATOR            PIC X(08).
001210*
001220*-------------------------------------------------------------
001230*    RECORD IDENTIFICATION FIELDS
001240*-------------------------------------------------------------
001250 01  WS-RID-ID                   PIC 9(07).
001260 01  WS-NAME-RID                 PIC X(25).
001270 01  WS-NAME-KEYLEN              PIC S9(04)  COMP.
001280 01  WS-WAIT-RID                 PIC X(25).
001290 01  WS-SUSP-RBA                 PIC S9(08)  COMP.
001300*
001310*-------------------------------------------------------------
001320*    LOOKUP COUNTERS
001330*-------------------------------------------------------------
001340 01  WS-NAME-SUB                 PIC 9(04)   COMP VALUE ZERO.
001350 01  WS-MATCH-COUNT              PIC 9(07)   COMP VALUE ZERO.
001360 01  WS-WAIT-POSITION            PIC 9(07)   COMP VALUE ZERO.
001370 01  WS-WAIT-CUR-TEAM            PIC X(20).
001380 01  WS-SUSP-COUNT               PIC 9(07)   COMP VALUE ZERO.
001390*
001400*-------------------------------------------------------------
001410*    DATES - SCREEN DATE FROM THE CICS CLOCK, AND A YYYYMMDD
001420*        FIELD EDITED TO YYYY-MM-DD FOR DISPLAY.
001430*-------------------------------------------------------------
001440 01  WS-ABSTIME                  PIC S9(15)  COMP-3.
001450 01  WS-SCREEN-DATE              PIC X(10).
001460 01  WS-DATE-IN                  PIC 9(08).
001470 01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
001480     05  WS-DATE-IN-YYYY         PIC X(04).
001490     05  WS-DATE-IN-MM           PIC X(02).
001500     05  WS-DATE-IN-DD           PIC X(02).
001510 01  WS-DATE-OUT.
001520     05  WS-DATE-OUT-YYYY        PIC X(04).
001530     05  FILLER                  PIC X(01)   VALUE '-'.
001540     05  WS-DATE-OUT-MM          PIC X(02).
001550     05  FILLER                  PIC X(01)   VALUE '-'.
001560     05  WS-DATE-OUT-DD          PIC X(02).
001570*
001580*-------------------------------------------------------------
001590*    SCREEN MESSAGE AND DISPLAY LINES
001600*-------------------------------------------------------------
001610 01  WS-MESSAGE                  PIC X(79).
001620*
001630 01  WS-STATUS-TEXT              PIC X(09).
001640*
001650 01  WS-HOLD-LINE.
001660     05  FILLER                  PIC X(20)
001670             VALUE 'DELETE REQUESTED BY '.
001680     05  HL-OPERATOR             PIC X(08).
001690     05  FILLER                  PIC X(04)   VALUE ' ON '.
001700     05  HL-DATE                 PIC X(10).
001710     05  FILLER                  PIC X(08)   VALUE '  BATCH '.
001720     05  HL-BATCH                PIC X(08).
001730     05  FILLER                  PIC X(21)
001740             VALUE ' - AWAITING APPROVAL '.
001750*
001760 01  WS-WAIT-LINE.
001770     05  FILLER                  PIC X(11)   VALUE 'QUEUED FOR '.
001780     05  WL-TEAM                 PIC X(20).
001790     05  FILLER                  PIC X(11)   VALUE ' POSITION '.
001800     05  WL-POSITION             PIC ZZZZ9.
001810     05  FILLER                  PIC X(02)   VALUE SPACES.
001820     05  WL-TYPE                 PIC X(08).
001830     05  FILLER                  PIC X(07)   VALUE ' SINCE '.
001840     05  WL-DATE                 PIC X(10).
001850     05  FILLER                  PIC X(05)   VALUE SPACES.
001860*
001870 01  WS-SUSP-LINE.
001880     05  SL-TYPE                 PIC X(08).
001890     05  FILLER                  PIC X(05)   VALUE ' FOR '.
001900     05  SL-DATE                 PIC X(10).
001910     05  FILLER                  PIC X(06)   VALUE ' TEAM '.
001920     05  SL-TEAM                 PIC X(20).
001930     05  FILLER                  PIC X(08)   VALUE ' STATUS '.
001940     05  SL-STATUS               PIC X(01).
001950     05  FILLER                  PIC X(12)   VALUE ' KEYED BY   '.
001960     05  SL-OPERATOR             PIC X(08).
001970     05  FILLER                  PIC X(01)   VALUE SPACES.
001980 01  WS-SUSP-LINE-4              PIC X(79).
001990*
002000 01  WS-SUSP-MORE-LINE.
002010     05  FILLER                  PIC X(08)   VALUE '... AND '.
002020     05  SM-COUNT                PIC ZZZZ9.
002030     05  FILLER                  PIC X(32)
002040             VALUE ' MORE SUSPENDED FOR THIS STUDENT'.
002050     05  FILLER                  PIC X(34)   VALUE SPACES.
002060*
002070 01  WS-MATCH-LINE.
002080     05  FILLER                  PIC X(11)   VALUE 'NAME MATCH '.
002090     05  ML-NUMBER               PIC ZZ9.
002100     05  FILLER                  PIC X(06)   VALUE ' FOR '''.
002110     05  ML-NAME                 PIC X(25).
002120     05  FILLER                  PIC X(03)   VALUE ''' -'.
002130     05  ML-MORE                 PIC X(31).
002140*
002150 01  WS-END-TEXT                 PIC X(30)
002160             VALUE 'HW1I STUDENT INQUIRY ENDED'.
002170*
002180*-------------------------------------------------------------
002190*    WS-ERROR-LINE  -  WRITTEN TO CSMT BY 9900-ABEND AHEAD OF
002200*        THE TRANSACTION ABEND.
002210*-------------------------------------------------------------
002220 01  WS-ERROR-LINE.
002230     05  FILLER                  PIC X(09)
002240             VALUE 'HW1OLI - '.
002250     05  EL-TEXT                 PIC X(30).
002260     05  FILLER                  PIC X(17)
002270             VALUE ' FAILED - RESP = '.
002280     05  EL-RESP                 PIC ZZZZZZZ9.
002290     05  FILLER                  PIC X(09)   VALUE ' RESP2 = '.
002300     05  EL-RESP2                PIC ZZZZZZZ9.
002310*
002320 LINKAGE SECTION.
002330 01  DFHCOMMAREA.
002340     COPY HW1OLCRC
002350         REPLACING ==:PREFIX:== BY ==CA==.
002360*
002370 PROCEDURE DIVISION.
002380*=============================================================
002390 0000-MAINLINE SECTION.
002400*=============================================================
002410     PERFORM 1000-INITIALIZE
002420         THRU 1000-EXIT.
002430     EVALUATE TRUE
002440         WHEN EIBCALEN NOT = LENGTH OF WS-COMMAREA
002450             PERFORM 1100-FIRST-SCREEN
002460                 THRU 1100-EXIT
002470         WHEN WS-CA-PROGRAM NOT = WS-THIS-PROGRAM
002480             PERFORM 1200-ARRIVE-FROM-ENTRY
002490                 THRU 1200-EXIT
002500         WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
002510             PERFORM 8000-END-SESSION
002520                 THRU 8000-EXIT
002530         WHEN EIBAID = DFHPF4
002540             PERFORM 8100-SWITCH-TO-ENTRY
002550                 THRU 8100-EXIT
002560         WHEN EIBAID = DFHENTER
002570             PERFORM 2000-PROCESS-INQUIRY
002580                 THRU 2000-EXIT
002590         WHEN EIBAID = DFHPF8
002600             PERFORM 2600-NEXT-NAME-MATCH
002610                 THRU 2600-EXIT
002620         WHEN OTHER
002630             MOVE 'INVALID KEY - USE ENTER, PF4, PF8 OR PF3'
002640                 TO WS-MESSAGE
002650             PERFORM 1300-RESHOW-SCREEN
002660                 THRU 1300-EXIT
002670     END-EVALUATE.
002680     MOVE WS-THIS-PROGRAM            TO WS-CA-PROGRAM.
002690     EXEC CICS RETURN
002700         TRANSID  (WS-THIS-TRANSID)
002710         COMMAREA (WS-COMMAREA)
002720         LENGTH   (LENGTH OF WS-COMMAREA)
002730     END-EXEC.
002740     GOBACK.
002750*
002760*=============================================================
002770* 1000-INITIALIZE  -  PICK UP THE COMMAREA (WHEN IT IS OURS
002780*     BY LENGTH), CLEAR THE MESSAGE AND TAKE TODAY'S DATE FOR
002790*     THE SCREEN HEADING.
002800*=============================================================
002810 1000-INITIALIZE.
002820     MOVE SPACES                     TO WS-MESSAGE.
002830     SET WS-FILES-OPEN TO TRUE.
002840     IF EIBCALEN = LENGTH OF WS-COMMAREA
002850         MOVE DFHCOMMAREA            TO WS-COMMAREA
002860     ELSE
002870         MOVE SPACES                 TO WS-COMMAREA
002880     END-IF.
002890     EXEC CICS ASKTIME
002900         ABSTIME  (WS-ABSTIME)
002910     END-EXEC.
002920     EXEC CICS FORMATTIME
002930         ABSTIME  (WS-ABSTIME)
002940         YYYYMMDD (WS-SCREEN-DATE)
002950         DATESEP  ('-')
002960     END-EXEC.
002970 1000-EXIT.
002980     EXIT.
002990*
003000*=============================================================
003010* 1100-FIRST-SCREEN  -  NO CONVERSATION YET: START ONE WITH
003020*     AN EMPTY INQUIRY SCREEN.
003030*=============================================================
003040 1100-FIRST-SCREEN.
003050     MOVE ZERO                       TO WS-CA-ID.
003060     MOVE SPACES                     TO WS-CA-NAME-KEY.
003070     MOVE ZERO                       TO WS-CA-NAME-LENGTH.
003080     MOVE ZERO                       TO WS-CA-MATCH-NUMBER.
003090     MOVE LOW-VALUES                 TO HW1IMAPO.
003100     IF WS-MESSAGE = SPACES
003110         MOVE 'KEY A STUDENT ID, OR THE FRONT OF A NAME '
003120             TO WS-MESSAGE
003130         MOVE '(SURNAME FIRST), AND PRESS ENTER'
003140             TO WS-MESSAGE (42:32)
003150     END-IF.
003160     PERFORM 7000-SEND-MAP
003170         THRU 7000-EXIT.
003180 1100-EXIT.
003190     EXIT.
003200*
003210*=============================================================
003220* 1200-ARRIVE-FROM-ENTRY  -  ENTERED BY XCTL FROM THE HW1E
003230*     ENTRY SCREEN. SHOW THE STUDENT IT HAD ON VIEW, IF ANY.
003240*=============================================================
003250 1200-ARRIVE-FROM-ENTRY.
003260     MOVE SPACES                     TO WS-CA-NAME-KEY.
003270     MOVE ZERO                       TO WS-CA-NAME-LENGTH.
003280     MOVE ZERO                       TO WS-CA-MATCH-NUMBER.
003290     IF WS-CA-ID IS NUMERIC AND WS-CA-ID > ZERO
003300         PERFORM 3000-SHOW-STUDENT
003310             THRU 3000-EXIT
003320     ELSE
003330         PERFORM 1100-FIRST-SCREEN
003340             THRU 1100-EXIT
003350     END-IF.
003360 1200-EXIT.
003370     EXIT.
003380*
003390*=============================================================
003400* 1300-RESHOW-SCREEN  -  SEND BACK WHATEVER WAS ON VIEW, WITH
003410*     THE MESSAGE ALREADY IN WS-MESSAGE.
003420*=============================================================
003430 1300-RESHOW-SCREEN.
003440     EVALUATE TRUE
003450         WHEN WS-CA-NAME-LENGTH > ZERO
003460             PERFORM 2500-FIND-NAME-MATCH
003470                 THRU 2500-EXIT
003480         WHEN WS-CA-ID > ZERO
003490             PERFORM 3000-SHOW-STUDENT
003500                 THRU 3000-EXIT
003510         WHEN OTHER
003520             PERFORM 1100-FIRST-SCREEN
003530                 THRU 1100-EXIT
003540     END-EVALUATE.
003550 1300-EXIT.
003560     EXIT.
003570*
003580*=============================================================
003590* 2000-PROCESS-INQUIRY  -  ENTER: LOOK UP BY ID WHEN ONE WAS
003600*     KEYED, OTHERWISE BY THE NAME TEXT. A KEYED ID MUST BE
003610*     NUMERIC AND NON-ZERO, SAME EDIT AS COBOLAPP1MNT.
003620*=============================================================
003630 2000-PROCESS-INQUIRY.
003640     MOVE LOW-VALUES                 TO HW1IMAPI.
003650     EXEC CICS RECEIVE
003660         MAP      ('HW1IMAP')
003670         MAPSET   ('HW1OLMS')
003680         INTO     (HW1IMAPI)
003690         RESP     (WS-RESP)
003700     END-EXEC.
003710     IF WS-RESP = DFHRESP(MAPFAIL)
003720         MOVE 'KEY A STUDENT ID OR A NAME AND PRESS ENTER'
003730             TO WS-MESSAGE
003740         PERFORM 1100-FIRST-SCREEN
003750             THRU 1100-EXIT
003760         GO TO 2000-EXIT
003770     END-IF.
003780     IF WS-RESP NOT = DFHRESP(NORMAL)
003790         MOVE 'RECEIVE MAP HW1IMAP'  TO EL-TEXT
003800         PERFORM 9900-ABEND
003810             THRU 9900-EXIT
003820     END-IF.
003830     EVALUATE TRUE
003840         WHEN IIDL > ZERO
003850             IF IIDI IS NOT NUMERIC OR IIDI = ZERO
003860                 MOVE 'HW1-ID MUST BE NUMERIC AND NON-ZERO'
003870                     TO WS-MESSAGE
003880                 PERFORM 1100-FIRST-SCREEN
003890                     THRU 1100-EXIT
003900                 GO TO 2000-EXIT
003910             END-IF
003920             MOVE IIDI               TO WS-CA-ID
003930             MOVE SPACES             TO WS-CA-NAME-KEY
003940             MOVE ZERO               TO WS-CA-NAME-LENGTH
003950             MOVE ZERO               TO WS-CA-MATCH-NUMBER
003960             PERFORM 3000-SHOW-STUDENT
003970                 THRU 3000-EXIT
003980         WHEN INAMEL > ZERO AND INAMEI NOT = SPACES
003990             MOVE INAMEI             TO WS-CA-NAME-KEY
004000             PERFORM 2100-SET-NAME-LENGTH
004010                 THRU 2100-EXIT
004020             MOVE 1                  TO WS-CA-MATCH-NUMBER
004030             PERFORM 2500-FIND-NAME-MATCH
004040                 THRU 2500-EXIT
004050         WHEN OTHER
004060             MOVE 'KEY A STUDENT ID OR A NAME AND PRESS ENTER'
004070                 TO WS-MESSAGE
004080             PERFORM 1300-RESHOW-SCREEN
004090                 THRU 1300-EXIT
004100     END-EVALUATE.
004110 2000-EXIT.
004120     EXIT.
004130*
004140*=============================================================
004150* 2100-SET-NAME-LENGTH  -  THE SIGNIFICANT LENGTH OF THE NAME
004160*     TEXT (TRAILING SPACES OFF) IS THE GENERIC KEY LENGTH FOR
004170*     THE ALTERNATE INDEX BROWSE.
004180*=============================================================
004190 2100-SET-NAME-LENGTH.
004200     PERFORM VARYING WS-NAME-SUB FROM 25 BY -1
004210         UNTIL WS-NAME-SUB < 1
004220             OR WS-CA-NAME-KEY (WS-NAME-SUB:1) NOT = SPACE
004230     END-PERFORM.
004240     MOVE WS-NAME-SUB                TO WS-CA-NAME-LENGTH.
004250 2100-EXIT.
004260     EXIT.
004270*
004280*=============================================================
004290* 2500-FIND-NAME-MATCH  -  SHOW NAME MATCH NUMBER
004300*     WS-CA-MATCH-NUMBER FOR THE KEYED NAME TEXT. PF8 PAST THE
004310*     LAST MATCH STAYS ON THE LAST ONE.
004320*=============================================================
004330 2500-FIND-NAME-MATCH.
004340     PERFORM 2550-BROWSE-NAMES
004350         THRU 2550-EXIT.
004360     IF WS-FILES-CLOSED
004370         MOVE LOW-VALUES             TO HW1IMAPO
004380         PERFORM 7000-SEND-MAP
004390             THRU 7000-EXIT
004400         GO TO 2500-EXIT
004410     END-IF.
004420     IF WS-MATCH-NOT-FOUND AND WS-CA-MATCH-NUMBER > 1
004430         MOVE 'NO FURTHER NAME MATCHES' TO WS-MESSAGE
004440         SUBTRACT 1 FROM WS-CA-MATCH-NUMBER
004450         PERFORM 2550-BROWSE-NAMES
004460             THRU 2550-EXIT
004470     END-IF.
004480     IF WS-MATCH-FOUND
004490         PERFORM 3000-SHOW-STUDENT
004500             THRU 3000-EXIT
004510         GO TO 2500-EXIT
004520     END-IF.
004530     MOVE 'NO STUDENT NAME STARTS WITH THAT TEXT' TO WS-MESSAGE.
004540     MOVE SPACES                     TO WS-CA-NAME-KEY.
004550     MOVE ZERO                       TO WS-CA-NAME-LENGTH.
004560     MOVE ZERO                       TO WS-CA-MATCH-NUMBER.
004570     MOVE ZERO                       TO WS-CA-ID.
004580     MOVE LOW-VALUES                 TO HW1IMAPO.
004590     PERFORM 7000-SEND-MAP
004600         THRU 7000-EXIT.
004610 2500-EXIT.
004620     EXIT.
004630*
004640*=============================================================
004650* 2510-READ-NEXT-NAME  -  ONE STEP OF THE NAME BROWSE. DUPKEY
004660*     IS NORMAL ON A NON-UNIQUE PATH. THE BROWSE ENDS AT THE
004670*     FIRST NAME THAT NO LONGER STARTS WITH THE KEYED TEXT.
004680*=============================================================
004690 2510-READ-NEXT-NAME.
004700     EXEC CICS READNEXT
004710         FILE     ('HW1NAME')
004720         INTO     (WS-HW1)
004730         RIDFLD   (WS-NAME-RID)
004740         RESP     (WS-RESP)
004750     END-EXEC.
004760     IF WS-RESP = DFHRESP(ENDFILE)
004770         SET WS-BROWSE-DONE TO TRUE
004780         GO TO 2510-EXIT
004790     END-IF.
004800     IF WS-RESP NOT = DFHRESP(NORMAL)
004810             AND WS-RESP NOT = DFHRESP(DUPKEY)
004820         MOVE 'READNEXT HW1NAME'     TO EL-TEXT
004830         PERFORM 9900-ABEND
004840             THRU 9900-EXIT
004850     END-IF.
004860     IF WS-HW1-NAME (1:WS-CA-NAME-LENGTH)
004870             NOT = WS-CA-NAME-KEY (1:WS-CA-NAME-LENGTH)
004880         SET WS-BROWSE-DONE TO TRUE
004890         GO TO 2510-EXIT
004900     END-IF.
004910     ADD 1                           TO WS-MATCH-COUNT.
004920     IF WS-MATCH-FOUND
004930         SET WS-MORE-MATCHES TO TRUE
004940         SET WS-BROWSE-DONE TO TRUE
004950         GO TO 2510-EXIT
004960     END-IF.
004970     IF WS-MATCH-COUNT = WS-CA-MATCH-NUMBER
004980         SET WS-MATCH-FOUND TO TRUE
004990         MOVE WS-HW1-ID              TO WS-CA-ID
005000     END-IF.
005010 2510-EXIT.
005020     EXIT.
005030*
005040*=============================================================
005050* 2550-BROWSE-NAMES  -  BROWSE THE NAME PATH FROM THE GENERIC
005060*     KEY TO MATCH NUMBER WS-CA-MATCH-NUMBER. ONE RECORD PAST
005070*     IT IS READ TO TELL THE CLERK WHETHER PF8 HAS ANYTHING
005080*     MORE TO SHOW.
005090*=============================================================
005100 2550-BROWSE-NAMES.
005110     MOVE ZERO                       TO WS-MATCH-COUNT.
005120     SET WS-MATCH-NOT-FOUND TO TRUE.
005130     SET WS-NO-MORE-MATCHES TO TRUE.
005140     SET WS-BROWSE-NOT-DONE TO TRUE.
005150     MOVE WS-CA-NAME-KEY             TO WS-NAME-RID.
005160     MOVE WS-CA-NAME-LENGTH          TO WS-NAME-KEYLEN.
005170     EXEC CICS STARTBR
005180         FILE      ('HW1NAME')
005190         RIDFLD    (WS-NAME-RID)
005200         KEYLENGTH (WS-NAME-KEYLEN)
005210         GENERIC
005220         GTEQ
005230         RESP      (WS-RESP)
005240     END-EXEC.
005250     EVALUATE TRUE
005260         WHEN WS-RESP = DFHRESP(NORMAL)
005270             PERFORM 2510-READ-NEXT-NAME
005280                 THRU 2510-EXIT
005290                 UNTIL WS-BROWSE-DONE
005300             EXEC CICS ENDBR
005310                 FILE ('HW1NAME')
005320             END-EXEC
005330         WHEN WS-RESP = DFHRESP(NOTFND)
005340             CONTINUE
005350         WHEN OTHER
005360             MOVE 'STARTBR HW1NAME'  TO EL-TEXT
005370             PERFORM 9100-CHECK-FILE-RESP
005380                 THRU 9100-EXIT
005390     END-EVALUATE.
005400 2550-EXIT.
005410     EXIT.
005420*
005430*=============================================================
005440* 2600-NEXT-NAME-MATCH  -  PF8: STEP TO THE NEXT NAME MATCH.
005450*     ONLY MEANINGFUL AFTER A NAME LOOKUP.
005460*=============================================================
005470 2600-NEXT-NAME-MATCH.
005480     IF WS-CA-NAME-LENGTH = ZERO
005490         MOVE 'PF8 PAGES THROUGH NAME MATCHES - KEY A NAME FIRST'
005500             TO WS-MESSAGE
005510         PERFORM 1300-RESHOW-SCREEN
005520             THRU 1300-EXIT
005530         GO TO 2600-EXIT
005540     END-IF.
005550     ADD 1                           TO WS-CA-MATCH-NUMBER.
005560     PERFORM 2500-FIND-NAME-MATCH
005570         THRU 2500-EXIT.
005580 2600-EXIT.
005590     EXIT.
005600*
005610*=============================================================
005620* 3000-SHOW-STUDENT  -  BUILD AND SEND THE INQUIRY SCREEN FOR
005630*     STUDENT WS-CA-ID FROM THE MASTER, THE HOLD FILE, THE
005640*     WAITLIST AND THE SUSPENSE WAREHOUSE COPY. THE ID IS
005650*     LOOKED FOR IN ALL FOUR EVEN WHEN IT IS NOT ON THE MASTER -
005660*     A SUSPENDED ADD HAS NO MASTER RECORD YET.
005670*=============================================================
005680 3000-SHOW-STUDENT.
005690     MOVE LOW-VALUES                 TO HW1IMAPO.
005700     MOVE WS-CA-ID                   TO IIDO.
005710     IF WS-CA-NAME-LENGTH > ZERO
005720         MOVE WS-CA-NAME-KEY         TO INAMEO
005730     END-IF.
005740     MOVE WS-CA-ID                   TO WS-RID-ID.
005750     PERFORM 3100-SHOW-MASTER
005760         THRU 3100-EXIT.
005770     PERFORM 3200-SHOW-HOLD
005780         THRU 3200-EXIT.
005790     PERFORM 3300-SHOW-WAITLIST
005800         THRU 3300-EXIT.
005810     PERFORM 3400-SHOW-SUSPENSE
005820         THRU 3400-EXIT.
005830     IF WS-FILES-CLOSED
005840         MOVE LOW-VALUES             TO HW1IMAPO
005850     END-IF.
005860     IF WS-FILES-OPEN AND WS-CA-NAME-LENGTH > ZERO
005870         MOVE WS-CA-MATCH-NUMBER     TO ML-NUMBER
005880         MOVE WS-CA-NAME-KEY         TO ML-NAME
005890         IF WS-MORE-MATCHES
005900             MOVE ' PF8 FOR THE NEXT MATCH'
005910                                     TO ML-MORE
005920         ELSE
005930             MOVE ' LAST MATCH'      TO ML-MORE
005940         END-IF
005950         MOVE WS-MATCH-LINE          TO OMATCHO
005960     END-IF.
005970     IF WS-MESSAGE = SPACES
005980         MOVE 'PF4 TO KEY A CHANGE, DELETE OR TRANSFER FOR THIS '
005990             TO WS-MESSAGE
006000         MOVE 'STUDENT'              TO WS-MESSAGE (50:7)
006010     END-IF.
006020     PERFORM 7000-SEND-MAP
006030         THRU 7000-EXIT.
006040 3000-EXIT.
006050     EXIT.
006060*
006070*=============================================================
006080* 3100-SHOW-MASTER  -  THE ROSTER MASTER RECORD BY HW1-ID.
006090*=============================================================
006100 3100-SHOW-MASTER.
006110     IF WS-FILES-CLOSED
006120         GO TO 3100-EXIT
006130     END-IF.
006140     MOVE WS-CA-ID                   TO OIDO.
006150     EXEC CICS READ
006160         FILE     ('HW1MAST')
006170         INTO     (WS-HW1)
006180         RIDFLD   (WS-RID-ID)
006190         RESP     (WS-RESP)
006200     END-EXEC.
006210     EVALUATE TRUE
006220         WHEN WS-RESP = DFHRESP(NORMAL)
006230             MOVE WS-HW1-NAME        TO ONAMEO
006240             MOVE WS-HW1-TEAM        TO OTEAMO
006250             EVALUATE TRUE
006260                 WHEN WS-HW1-STATUS-ACTIVE
006270                     MOVE 'A ACTIVE'     TO WS-STATUS-TEXT
006280                 WHEN WS-HW1-STATUS-DROPPED
006290                     MOVE 'D DROPPED'    TO WS-STATUS-TEXT
006300                 WHEN WS-HW1-STATUS-PENDING
006310                     MOVE 'P PENDING'    TO WS-STATUS-TEXT
006320                 WHEN OTHER
006330                     MOVE WS-HW1-STATUS  TO WS-STATUS-TEXT
006340             END-EVALUATE
006350             MOVE WS-STATUS-TEXT     TO OSTATO
006360             MOVE WS-HW1-EFFECTIVE-DATE TO WS-DATE-IN
006370             PERFORM 7100-EDIT-DATE
006380                 THRU 7100-EXIT
006390             MOVE WS-DATE-OUT        TO OEFFO
006400         WHEN WS-RESP = DFHRESP(NOTFND)
006410             MOVE '*** NOT ON THE MASTER ***'
006420                                     TO ONAMEO
006430         WHEN OTHER
006440             MOVE 'READ HW1MAST'     TO EL-TEXT
006450             PERFORM 9100-CHECK-FILE-RESP
006460                 THRU 9100-EXIT
006470     END-EVALUATE.
006480 3100-EXIT.
006490     EXIT.
006500*
006510*=============================================================
006520* 3200-SHOW-HOLD  -  A DELETE HELD ON HW1HOLD FOR A SECOND
006530*     OPERATOR'S 'V' APPROVAL, IF ANY.
006540*=============================================================
006550 3200-SHOW-HOLD.
006560     IF WS-FILES-CLOSED
006570         GO TO 3200-EXIT
006580     END-IF.
006590     EXEC CICS READ
006600         FILE     ('HW1HOLD')
006610         INTO     (WS-HOLD)
006620         RIDFLD   (WS-RID-ID)
006630         RESP     (WS-RESP)
006640     END-EXEC.
006650     EVALUATE TRUE
006660         WHEN WS-RESP = DFHRESP(NORMAL)
006670             MOVE WS-HOLD-REQ-OPERATOR TO HL-OPERATOR
006680             MOVE WS-HOLD-REQ-DATE   TO WS-DATE-IN
006690             PERFORM 7100-EDIT-DATE
006700                 THRU 7100-EXIT
006710             MOVE WS-DATE-OUT        TO HL-DATE
006720             MOVE WS-HOLD-REQ-BATCH  TO HL-BATCH
006730             MOVE WS-HOLD-LINE       TO OHOLDO
006740         WHEN WS-RESP = DFHRESP(NOTFND)
006750             MOVE 'NO DELETE PENDING' TO OHOLDO
006760         WHEN OTHER
006770             MOVE 'READ HW1HOLD'     TO EL-TEXT
006780             PERFORM 9100-CHECK-FILE-RESP
006790                 THRU 9100-EXIT
006800     END-EVALUATE.
006810 3200-EXIT.
006820     EXIT.
006830*
006840*=============================================================
006850* 3300-SHOW-WAITLIST  -  BROWSE THE WHOLE HW1WAIT QUEUE (IT IS
006860*     KEYED BY TEAM AND ARRIVAL SEQUENCE, NOT BY STUDENT) AND
006870*     REPORT THE FIRST ENTRY FOR THE STUDENT WITH ITS POSITION
006880*     IN THAT TEAM'S QUEUE - THE ORDER COBOLAPP1WLP SEATS IN.
006890*=============================================================
006900 3300-SHOW-WAITLIST.
006910     IF WS-FILES-CLOSED
006920         GO TO 3300-EXIT
006930     END-IF.
006940     MOVE 'NOT ON ANY WAITLIST'      TO OWAITO.
006950     MOVE LOW-VALUES                 TO WS-WAIT-RID.
006960     MOVE SPACES                     TO WS-WAIT-CUR-TEAM.
006970     MOVE ZERO                       TO WS-WAIT-POSITION.
006980     SET WS-BROWSE-NOT-DONE TO TRUE.
006990     EXEC CICS STARTBR
007000         FILE     ('HW1WAIT')
007010         RIDFLD   (WS-WAIT-RID)
007020         GTEQ
007030         RESP     (WS-RESP)
007040     END-EXEC.
007050     EVALUATE TRUE
007060         WHEN WS-RESP = DFHRESP(NORMAL)
007070             PERFORM 3310-READ-NEXT-WAIT
007080                 THRU 3310-EXIT
007090                 UNTIL WS-BROWSE-DONE
007100             EXEC CICS ENDBR
007110                 FILE ('HW1WAIT')
007120             END-EXEC
007130         WHEN WS-RESP = DFHRESP(NOTFND)
007140             CONTINUE
007150         WHEN OTHER
007160             MOVE 'STARTBR HW1WAIT'  TO EL-TEXT
007170             PERFORM 9100-CHECK-FILE-RESP
007180                 THRU 9100-EXIT
007190     END-EVALUATE.
007200 3300-EXIT.
007210     EXIT.
007220*
007230*=============================================================
007240* 3310-READ-NEXT-WAIT  -  ONE STEP OF THE WAITLIST BROWSE. THE
007250*     POSITION COUNT RESTARTS AT EACH NEW TEAM.
007260*=============================================================
007270 3310-READ-NEXT-WAIT.
007280     EXEC CICS READNEXT
007290         FILE     ('HW1WAIT')
007300         INTO     (WS-WAIT)
007310         RIDFLD   (WS-WAIT-RID)
007320         RESP     (WS-RESP)
007330     END-EXEC.
007340     IF WS-RESP = DFHRESP(ENDFILE)
007350         SET WS-BROWSE-DONE TO TRUE
007360         GO TO 3310-EXIT
007370     END-IF.
007380     IF WS-RESP NOT = DFHRESP(NORMAL)
007390         MOVE 'READNEXT HW1WAIT'     TO EL-TEXT
007400         PERFORM 9900-ABEND
007410             THRU 9900-EXIT
007420     END-IF.
007430     IF WS-WAIT-TEAM NOT = WS-WAIT-CUR-TEAM
007440         MOVE WS-WAIT-TEAM           TO WS-WAIT-CUR-TEAM
007450         MOVE ZERO                   TO WS-WAIT-POSITION
007460     END-IF.
007470     ADD 1                           TO WS-WAIT-POSITION.
007480     IF WS-WAIT-ID = WS-CA-ID
007490         MOVE WS-WAIT-TEAM           TO WL-TEAM
007500         MOVE WS-WAIT-POSITION       TO WL-POSITION
007510         IF WS-WAIT-QUEUED-TRANSFER
007520             MOVE 'TRANSFER'         TO WL-TYPE
007530         ELSE
007540             MOVE 'NEW ADD'          TO WL-TYPE
007550         END-IF
007560         MOVE WS-WAIT-QUEUED-DATE    TO WS-DATE-IN
007570         PERFORM 7100-EDIT-DATE
007580             THRU 7100-EXIT
007590         MOVE WS-DATE-OUT            TO WL-DATE
007600         MOVE WS-WAIT-LINE           TO OWAITO
007610         SET WS-BROWSE-DONE TO TRUE
007620     END-IF.
007630 3310-EXIT.
007640     EXIT.
007650*
007660*=============================================================
007670* 3400-SHOW-SUSPENSE  -  BROWSE THE SUSPENSE WAREHOUSE COPY
007680*     FROM RBA ZERO AND LIST THE STUDENT'S FUTURE-DATED ITEMS.
007690*     FOUR LINES FIT; THE FOURTH TURNS INTO A COUNT OF THE REST
007700*     WHEN THERE ARE MORE THAN FOUR.
007710*=============================================================
007720 3400-SHOW-SUSPENSE.
007730     IF WS-FILES-CLOSED
007740         GO TO 3400-EXIT
007750     END-IF.
007760     MOVE ZERO                       TO WS-SUSP-COUNT.
007770     MOVE ZERO                       TO WS-SUSP-RBA.
007780     MOVE SPACES                     TO WS-SUSP-LINE-4.
007790     SET WS-BROWSE-NOT-DONE TO TRUE.
007800     EXEC CICS STARTBR
007810         FILE     ('HW1SUSP')
007820         RIDFLD   (WS-SUSP-RBA)
007830         RBA
007840         GTEQ
007850         RESP     (WS-RESP)
007860     END-EXEC.
007870     EVALUATE TRUE
007880         WHEN WS-RESP = DFHRESP(NORMAL)
007890             PERFORM 3410-READ-NEXT-SUSPENSE
007900                 THRU 3410-EXIT
007910                 UNTIL WS-BROWSE-DONE
007920             EXEC CICS ENDBR
007930                 FILE ('HW1SUSP')
007940             END-EXEC
007950         WHEN WS-RESP = DFHRESP(NOTFND)
007960             CONTINUE
007970         WHEN OTHER
007980             MOVE 'STARTBR HW1SUSP'  TO EL-TEXT
007990             PERFORM 9100-CHECK-FILE-RESP
008000                 THRU 9100-EXIT
008010             GO TO 3400-EXIT
008020     END-EVALUATE.
008030     EVALUATE TRUE
008040         WHEN WS-SUSP-COUNT = ZERO
008050             MOVE 'NO SUSPENDED TRANSACTIONS' TO OSUS1O
008060         WHEN WS-SUSP-COUNT = 4
008070             MOVE WS-SUSP-LINE-4     TO OSUS4O
008080         WHEN WS-SUSP-COUNT > 4
008090             COMPUTE SM-COUNT = WS-SUSP-COUNT - 3
008100             MOVE WS-SUSP-MORE-LINE  TO OSUS4O
008110     END-EVALUATE.
008120 3400-EXIT.
008130     EXIT.
008140*
008150*=============================================================
008160* 3410-READ-NEXT-SUSPENSE  -  ONE STEP OF THE SUSPENSE BROWSE.
008170*=============================================================
008180 3410-READ-NEXT-SUSPENSE.
008190     EXEC CICS READNEXT
008200         FILE     ('HW1SUSP')
008210         INTO     (WS-SUSP-RECORD)
008220         RIDFLD   (WS-SUSP-RBA)
008230         RBA
008240         RESP     (WS-RESP)
008250     END-EXEC.
008260     IF WS-RESP = DFHRESP(ENDFILE)
008270         SET WS-BROWSE-DONE TO TRUE
008280         GO TO 3410-EXIT
008290     END-IF.
008300     IF WS-RESP NOT = DFHRESP(NORMAL)
008310         MOVE 'READNEXT HW1SUSP'     TO EL-TEXT
008320         PERFORM 9900-ABEND
008330             THRU 9900-EXIT
008340     END-IF.
008350     IF WS-SUSP-ID NOT = WS-CA-ID
008360         GO TO 3410-EXIT
008370     END-IF.
008380     ADD 1                           TO WS-SUSP-COUNT.
008390     EVALUATE WS-SUSP-CODE
008400         WHEN 'A'
008410             MOVE 'ADD'              TO SL-TYPE
008420         WHEN 'C'
008430             MOVE 'CHANGE'           TO SL-TYPE
008440         WHEN 'D'
008450             MOVE 'DELETE'           TO SL-TYPE
008460         WHEN 'X'
008470             MOVE 'TRANSFER'         TO SL-TYPE
008480         WHEN OTHER
008490             MOVE WS-SUSP-CODE       TO SL-TYPE
008500     END-EVALUATE.
008510     MOVE WS-SUSP-EFFECTIVE-DATE     TO WS-DATE-IN.
008520     PERFORM 7100-EDIT-DATE
008530         THRU 7100-EXIT.
008540     MOVE WS-DATE-OUT                TO SL-DATE.
008550     MOVE WS-SUSP-TEAM               TO SL-TEAM.
008560     MOVE WS-SUSP-STATUS             TO SL-STATUS.
008570     MOVE WS-SUSP-OPERATOR           TO SL-OPERATOR.
008580     EVALUATE WS-SUSP-COUNT
008590         WHEN 1
008600             MOVE WS-SUSP-LINE       TO OSUS1O
008610         WHEN 2
008620             MOVE WS-SUSP-LINE       TO OSUS2O
008630         WHEN 3
008640             MOVE WS-SUSP-LINE       TO OSUS3O
008650         WHEN 4
008660             MOVE WS-SUSP-LINE       TO WS-SUSP-LINE-4
008670         WHEN OTHER
008680             CONTINUE
008690     END-EVALUATE.
008700 3410-EXIT.
008710     EXIT.
008720*
008730*=============================================================
008740* 7000-SEND-MAP  -  SEND THE INQUIRY SCREEN WITH THE DATE AND
008750*     MESSAGE, CURSOR ON THE ID FIELD.
008760*=============================================================
008770 7000-SEND-MAP.
008780     MOVE WS-SCREEN-DATE             TO IDATEO.
008790     MOVE WS-MESSAGE                 TO IMSGO.
008800     MOVE -1                         TO IIDL.
008810     EXEC CICS SEND
008820         MAP      ('HW1IMAP')
008830         MAPSET   ('HW1OLMS')
008840         FROM     (HW1IMAPO)
008850         ERASE
008860         CURSOR
008870         RESP     (WS-RESP)
008880     END-EXEC.
008890     IF WS-RESP NOT = DFHRESP(NORMAL)
008900         MOVE 'SEND MAP HW1IMAP'     TO EL-TEXT
008910         PERFORM 9900-ABEND
008920             THRU 9900-EXIT
008930     END-IF.
008940 7000-EXIT.
008950     EXIT.
008960*
008970*=============================================================
008980* 7100-EDIT-DATE  -  WS-DATE-IN (YYYYMMDD) TO WS-DATE-OUT
008990*     (YYYY-MM-DD); SPACES WHEN THERE IS NO USABLE DATE.
009000*=============================================================
009010 7100-EDIT-DATE.
009020     IF WS-DATE-IN IS NOT NUMERIC OR WS-DATE-IN = ZERO
009030         MOVE SPACES                 TO WS-DATE-OUT
009040         GO TO 7100-EXIT
009050     END-IF.
009060     MOVE WS-DATE-IN-YYYY            TO WS-DATE-OUT-YYYY.
009070     MOVE '-'                        TO WS-DATE-OUT (5:1).
009080     MOVE WS-DATE-IN-MM              TO WS-DATE-OUT-MM.
009090     MOVE '-'                        TO WS-DATE-OUT (8:1).
009100     MOVE WS-DATE-IN-DD              TO WS-DATE-OUT-DD.
009110 7100-EXIT.
009120     EXIT.
009130*
009140*=============================================================
009150* 8000-END-SESSION  -  PF3 OR CLEAR: END THE CONVERSATION ON A
009160*     CLEAR SCREEN.
009170*=============================================================
009180 8000-END-SESSION.
009190     EXEC CICS SEND TEXT
009200         FROM     (WS-END-TEXT)
009210         LENGTH   (LENGTH OF WS-END-TEXT)
009220         ERASE
009230         FREEKB
009240     END-EXEC.
009250     EXEC CICS RETURN
009260     END-EXEC.
009270 8000-EXIT.
009280     EXIT.
009290*
009300*=============================================================
009310* 8100-SWITCH-TO-ENTRY  -  PF4: HAND THE STUDENT ON VIEW TO THE
009320*     HW1E ENTRY SCREEN.
009330*=============================================================
009340 8100-SWITCH-TO-ENTRY.
009350     MOVE WS-THIS-PROGRAM            TO WS-CA-PROGRAM.
009360     EXEC CICS XCTL
009370         PROGRAM  (WS-ENTRY-PROGRAM)
009380         COMMAREA (WS-COMMAREA)
009390         LENGTH   (LENGTH OF WS-COMMAREA)
009400         RESP     (WS-RESP)
009410     END-EXEC.
009420     MOVE 'XCTL HW1OLE'              TO EL-TEXT.
009430     PERFORM 9900-ABEND
009440         THRU 9900-EXIT.
009450 8100-EXIT.
009460     EXIT.
009470*
009480*=============================================================
009490* 9100-CHECK-FILE-RESP  -  AN UNEXPECTED RESPONSE ON A FILE.
009500*     NOTOPEN OR DISABLED MEANS THE NIGHTLY WINDOW HAS THE HW1
009510*     FILES CLOSED - SAY SO ON THE SCREEN. ANYTHING ELSE IS A
009520*     REAL FAILURE.
009530*=============================================================
009540 9100-CHECK-FILE-RESP.
009550     IF WS-RESP = DFHRESP(NOTOPEN)
009560             OR WS-RESP = DFHRESP(DISABLED)
009570         SET WS-FILES-CLOSED TO TRUE
009580         MOVE 'THE HW1 FILES ARE CLOSED FOR THE NIGHTLY RUN - '
009590             TO WS-MESSAGE
009600         MOVE 'TRY AGAIN LATER'      TO WS-MESSAGE (48:15)
009610     ELSE
009620         PERFORM 9900-ABEND
009630             THRU 9900-EXIT
009640     END-IF.
009650 9100-EXIT.
009660     EXIT.
009670*
009680*=============================================================
009690* 9900-ABEND  -  LOG THE FAILED COMMAND AND ITS RESPONSE CODES
009700*     TO CSMT AND ABEND THE TASK, SO CICS BACKS OUT AND THE
009710*     FAILURE IS ON THE REGION LOG.
009720*=============================================================
009730 9900-ABEND.
009740     MOVE WS-RESP                    TO EL-RESP.
009750     MOVE EIBRESP2                   TO WS-RESP2.
009760     MOVE WS-RESP2                   TO EL-RESP2.
009770     EXEC CICS WRITEQ TD
009780         QUEUE    ('CSMT')
009790         FROM     (WS-ERROR-LINE)
009800         LENGTH   (LENGTH OF WS-ERROR-LINE)
009810         NOHANDLE
009820     END-EXEC.
009830     EXEC CICS ABEND
009840         ABCODE   ('HW1I')
009850     END-EXEC.
009860 9900-EXIT.
009870     EXIT.
