000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    HW1OLE.
000120 AUTHOR.        D BARRETT.
000130 INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000140 DATE-WRITTEN.  20261015.
000150 DATE-COMPILED.
000160*
000170*-------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-------------------------------------------------------------
000200* 20261015 DB   NEW PROGRAM - ONLINE TRANSACTION ENTRY, CICS
000210*               TRANSACTION HW1E, MAP HW1EMAP OF MAPSET HW1OLMS.
000220*               THE FRONT COUNTER KEYS AN ADD, CHANGE, DELETE OR
000230*               TRANSFER REQUEST. IT IS EDITED HERE THE WAY
000240*               COBOLAPP1MNT WILL EDIT IT TONIGHT (THE 6000-EDIT-
000250*               RECORD FIELD EDITS, THE HW1TEAM CHECK, THE CHANGE,
000260*               TRANSFER AND DELETE RULES) SO THE CLERK HEARS
000270*               ABOUT A REJECT WHILE THE STUDENT IS STILL AT THE
000280*               COUNTER, AND A CLEAN REQUEST IS WRITTEN TO THE
000290*               HW1.STAGE.KSDS STAGING FILE WITH THE SIGNED-ON
000300*               USER ID AS ITS OPERATOR. COBOLAPP1STG TURNS THE
000310*               STAGED REQUESTS INTO A HEADED AND TRAILED HW1TRANS
000320*               BATCH FOR THE NIGHT'S MNTSTEP. THIS PROGRAM NEVER
000330*               UPDATES THE ROSTER MASTER, THE HOLD FILE OR THE
000340*               WAITLIST - EVERY CHANGE STILL GOES THROUGH THE
000350*               BATCH, ITS AUDIT TRAIL AND THE TWO-STEP DELETE.
000360*               A FULL TEAM OR A FUTURE EFFECTIVE DATE IS NOT A
000370*               REJECT - THE REQUEST IS STAGED AND THE CLERK IS
000380*               TOLD IT WILL BE WAITLISTED OR SUSPENDED. PF4
000390*               PASSES THE STUDENT ID TO THE HW1I INQUIRY SCREEN
000400*               (COBOLAPP1OLI). PSEUDO-CONVERSATIONAL ON THE
000410*               HW1OLCRC COMMAREA.
000410* 20261015 DB   PROGRAM-ID AND LOAD MODULE NOW HW1OLE (SOURCE
000410*               MEMBER STAYS COBOLAPP1OLE) - CICS PROGRAM NAMES
000410*               ARE AT MOST 8 CHARACTERS, AND THE OLD 12-BYTE
000410*               NAMES BOTH CAME OUT AS COBOLAPP. THE PF4 XCTL
000410*               NOW GOES TO HW1OLI. INSTALL UNDER THOSE NAMES IN
000410*               CSD GROUP HW1 (SEE HW1ONLN).
000420*-------------------------------------------------------------
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480*-------------------------------------------------------------
000490*    CICS FILES (NO FILE-CONTROL - OWNED BY THE REGION) -
000500*    HW1MAST  -  ROSTER MASTER, HW1.MASTER.KSDS, READ ONLY
000510*    HW1HOLD  -  PENDING-DELETE HOLDS, HW1.HOLD.KSDS, READ ONLY
000520*    HW1TEAM  -  TEAM REFERENCE MASTER, HW1.TEAM.KSDS, READ ONLY
000530*    HW1STAG  -  ONLINE STAGING FILE, HW1.STAGE.KSDS, ADD ONLY
000540*-------------------------------------------------------------
000550*
000560 DATA DIVISION.
000570 WORKING-STORAGE SECTION.
000580*-------------------------------------------------------------
000590*    PROGRAM AND TRANSACTION NAMES
000600*-------------------------------------------------------------
000610 01  WS-THIS-PROGRAM             PIC X(08)   VALUE 'HW1OLE'.
000620 01  WS-INQUIRY-PROGRAM          PIC X(08)   VALUE 'HW1OLI'.
000630 01  WS-THIS-TRANSID             PIC X(04)   VALUE 'HW1E'.
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
000740 01  WS-EDIT-SW                  PIC X(01)   VALUE 'V'.
000750     88  WS-EDIT-VALID               VALUE 'V'.
000760     88  WS-EDIT-INVALID             VALUE 'I'.
000770 01  WS-MASTER-SW                PIC X(01)   VALUE 'N'.
000780     88  WS-MASTER-FOUND             VALUE 'Y'.
000790     88  WS-MASTER-NOT-FOUND         VALUE 'N'.
000800 01  WS-CAPACITY-SW              PIC X(01)   VALUE 'N'.
000810     88  WS-CHECK-CAPACITY           VALUE 'Y'.
000820     88  WS-SKIP-CAPACITY            VALUE 'N'.
000830 01  WS-TEAM-FULL-SW             PIC X(01)   VALUE 'N'.
000840     88  WS-TEAM-FULL                VALUE 'Y'.
000850     88  WS-TEAM-NOT-FULL            VALUE 'N'.
000860*
000870*-------------------------------------------------------------
000880*    WS-CURSOR-SW  -  THE FIELD THE CURSOR IS SENT TO; AN EDIT
000890*        FAILURE POINTS IT AT THE FIELD IN ERROR.
000900*-------------------------------------------------------------
000910 01  WS-CURSOR-SW                PIC X(01)   VALUE 'A'.
000920     88  WS-CURSOR-ACTION            VALUE 'A'.
000930     88  WS-CURSOR-ID                VALUE 'I'.
000940     88  WS-CURSOR-NAME              VALUE 'N'.
000950     88  WS-CURSOR-TEAM              VALUE 'T'.
000960     88  WS-CURSOR-STATUS            VALUE 'S'.
000970     88  WS-CURSOR-EFFECTIVE         VALUE 'E'.
000980*
000990*-------------------------------------------------------------
001000*    COMMAREA - WORKING COPY OF DFHCOMMAREA
001010*-------------------------------------------------------------
001020 01  WS-COMMAREA.
001030     COPY HW1OLCRC
001040         REPLACING ==:PREFIX:== BY ==WS-CA==.
001050*
001060*-------------------------------------------------------------
001070*    SYMBOLIC MAPS, ATTENTION IDENTIFIERS, ATTRIBUTE BYTES
001080*-------------------------------------------------------------
001090     COPY HW1OLMAP.
001100*
001110     COPY DFHAID.
001120*
001130     COPY DFHBMSCA.
001140*
001150*-------------------------------------------------------------
001160*    WS-ENTRY-FIELDS  -  THE REQUEST AS KEYED, COMPLETED FROM
001170*        THE MASTER WHERE THE ACTION ALLOWS BLANK FIELDS.
001180*-------------------------------------------------------------
001190 01  WS-ENTRY-FIELDS.
001200     05  WS-EN-ACTION            PIC X(01).
001210         88  WS-EN-ADD               VALUE 'A'.
001220         88  WS-EN-CHANGE            VALUE 'C'.
001230         88  WS-EN-DELETE            VALUE 'D'.
001240         88  WS-EN-TRANSFER          VALUE 'X'.
001250     05  WS-EN-ID                PIC X(07).
001260     05  WS-EN-ID-N REDEFINES WS-EN-ID
001270                                 PIC 9(07).
001280     05  WS-EN-NAME              PIC X(25).
001290     05  WS-EN-TEAM              PIC X(20).
001300     05  WS-EN-STATUS            PIC X(01).
001310         88  WS-EN-STATUS-VALID      VALUE 'A' 'D' 'P'.
001320     05  WS-EN-EFF               PIC X(08).
001330     05  WS-EN-EFF-N REDEFINES WS-EN-EFF
001340                                 PIC 9(08).
001350     05  WS-EN-EFF-PARTS REDEFINES WS-EN-EFF.
001360         10  WS-EN-EFF-YYYY      PIC 9(04).
001370         10  WS-EN-EFF-MM        PIC 9(02).
001380         10  WS-EN-EFF-DD        PIC 9(02).
001390*
001400*-------------------------------------------------------------
001410*    RECORD AREAS FOR THE CICS READS AND THE STAGING WRITE
001420*-------------------------------------------------------------
001430 01  WS-HW1.
001440     COPY HW1REC
001450         REPLACING ==:PREFIX:== BY ==WS-HW1==.
001460 01  WS-HOLD.
001470     COPY HW1HOLDRC
001480         REPLACING ==:PREFIX:== BY ==WS-HOLD==.
001490 01  WS-TEAM.
001500     COPY HW1TEAMRC
001510         REPLACING ==:PREFIX:== BY ==WS-TEAM==.
001520 01  WS-STG.
001530     COPY HW1STGRC
001540         REPLACING ==:PREFIX:== BY ==WS-STG==.
001550*
001560*-------------------------------------------------------------
001570*    RECORD IDENTIFICATION FIELDS
001580*-------------------------------------------------------------
001590 01  WS-RID-ID                   PIC 9(07).
001600 01  WS-TEAM-RID                 PIC X(20).
001610 01  WS-USERID                   PIC X(08).
001620*
001630*-------------------------------------------------------------
001640*    DATE AND TIME FROM THE CICS CLOCK. TODAY IS THE DEFAULT
001650*        EFFECTIVE DATE AND, WITH THE TIME, HEADS THE STAGING
001660*        KEY. WS-DATE-IN/WS-DATE-OUT EDIT A YYYYMMDD DATE TO
001670*        YYYY-MM-DD FOR DISPLAY.
001680*-------------------------------------------------------------
001690 01  WS-ABSTIME                  PIC S9(15)  COMP-3.
001700 01  WS-TODAY-X                  PIC X(08).
001710 01  WS-TODAY REDEFINES WS-TODAY-X
001720                                 PIC 9(08).
001730 01  WS-NOW-X                    PIC X(06).
001740 01  WS-NOW REDEFINES WS-NOW-X   PIC 9(06).
001750 01  WS-NOW-PARTS REDEFINES WS-NOW-X.
001760     05  WS-NOW-HH               PIC X(02).
001770     05  WS-NOW-MM               PIC X(02).
001780     05  WS-NOW-SS               PIC X(02).
001790 01  WS-SCREEN-DATE              PIC X(10).
001800 01  WS-DATE-IN                  PIC 9(08).
001810 01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
001820     05  WS-DATE-IN-YYYY         PIC X(04).
001830     05  WS-DATE-IN-MM           PIC X(02).
001840     05  WS-DATE-IN-DD           PIC X(02).
001850 01  WS-DATE-OUT.
001860     05  WS-DATE-OUT-YYYY        PIC X(04).
001870     05  FILLER                  PIC X(01)   VALUE '-'.
001880     05  WS-DATE-OUT-MM          PIC X(02).
001890     05  FILLER                  PIC X(01)   VALUE '-'.
001900     05  WS-DATE-OUT-DD          PIC X(02).
001910*
001920*-------------------------------------------------------------
001930*    SCREEN MESSAGE, WARNING AND DISPLAY LINES
001940*-------------------------------------------------------------
001950 01  WS-MESSAGE                  PIC X(79).
001960 01  WS-WARNING                  PIC X(53).
001970*
001980 01  WS-CURRENT-LINE.
001990     05  CL-ID                   PIC 9(07).
002000     05  FILLER                  PIC X(02)   VALUE SPACES.
002010     05  CL-NAME                 PIC X(25).
002020     05  FILLER                  PIC X(02)   VALUE SPACES.
002030     05  CL-TEAM                 PIC X(20).
002040     05  FILLER                  PIC X(02)   VALUE SPACES.
002050     05  CL-STATUS               PIC X(01).
002060     05  FILLER                  PIC X(02)   VALUE SPACES.
002070     05  CL-EFF                  PIC X(10).
002080     05  FILLER                  PIC X(08)   VALUE SPACES.
002090 01  WS-CURRENT-TEXT             PIC X(79).
002100*
002110 01  WS-STAGED-LINE.
002120     05  LS-HH                   PIC X(02).
002130     05  FILLER                  PIC X(01)   VALUE ':'.
002140     05  LS-MM                   PIC X(02).
002150     05  FILLER                  PIC X(01)   VALUE ':'.
002160     05  LS-SS                   PIC X(02).
002170     05  FILLER                  PIC X(02)   VALUE SPACES.
002180     05  LS-ACTION               PIC X(08).
002190     05  FILLER                  PIC X(01)   VALUE SPACES.
002200     05  LS-ID                   PIC 9(07).
002210     05  FILLER                  PIC X(02)   VALUE SPACES.
002220     05  LS-NAME                 PIC X(25).
002230     05  FILLER                  PIC X(01)   VALUE SPACES.
002240     05  LS-TEAM                 PIC X(20).
002250     05  FILLER                  PIC X(05)   VALUE SPACES.
002260*
002270 01  WS-END-TEXT                 PIC X(36)
002280             VALUE 'HW1E ROSTER TRANSACTION ENTRY ENDED'.
002290*
002300*-------------------------------------------------------------
002310*    WS-ERROR-LINE  -  WRITTEN TO CSMT BY 9900-ABEND AHEAD OF
002320*        THE TRANSACTION ABEND.
002330*-------------------------------------------------------------
002340 01  WS-ERROR-LINE.
002350     05  FILLER                  PIC X(09)
002360             VALUE 'HW1OLE - '.
002370     05  EL-TEXT                 PIC X(30).
002380     05  FILLER                  PIC X(17)
002390             VALUE ' FAILED - RESP = '.
002400     05  EL-RESP                 PIC ZZZZZZZ9.
002410     05  FILLER                  PIC X(09)   VALUE ' RESP2 = '.
002420     05  EL-RESP2                PIC ZZZZZZZ9.
002430*
002440 LINKAGE SECTION.
002450 01  DFHCOMMAREA.
002460     COPY HW1OLCRC
002470         REPLACING ==:PREFIX:== BY ==CA==.
002480*
002490 PROCEDURE DIVISION.
002500*=============================================================
002510 0000-MAINLINE SECTION.
002520*=============================================================
002530     PERFORM 1000-INITIALIZE
002540         THRU 1000-EXIT.
002550     EVALUATE TRUE
002560         WHEN EIBCALEN NOT = LENGTH OF WS-COMMAREA
002570             PERFORM 1100-FIRST-SCREEN
002580                 THRU 1100-EXIT
002590         WHEN WS-CA-PROGRAM NOT = WS-THIS-PROGRAM
002600             PERFORM 1200-ARRIVE-FROM-INQUIRY
002610                 THRU 1200-EXIT
002620         WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
002630             PERFORM 8000-END-SESSION
002640                 THRU 8000-EXIT
002650         WHEN EIBAID = DFHPF4
002660             PERFORM 8100-SWITCH-TO-INQUIRY
002670                 THRU 8100-EXIT
002680         WHEN EIBAID = DFHPF12
002690             MOVE 'SCREEN CLEARED'   TO WS-MESSAGE
002700             PERFORM 1100-FIRST-SCREEN
002710                 THRU 1100-EXIT
002720         WHEN EIBAID = DFHENTER
002730             PERFORM 2000-PROCESS-ENTRY
002740                 THRU 2000-EXIT
002750         WHEN OTHER
002760             PERFORM 2100-RECEIVE-SCREEN
002770                 THRU 2100-EXIT
002780             MOVE 'INVALID KEY - USE ENTER, PF4, PF12 OR PF3'
002790                 TO WS-MESSAGE
002800             PERFORM 7000-SEND-MAP
002810                 THRU 7000-EXIT
002820     END-EVALUATE.
002830     MOVE WS-THIS-PROGRAM            TO WS-CA-PROGRAM.
002840     EXEC CICS RETURN
002850         TRANSID  (WS-THIS-TRANSID)
002860         COMMAREA (WS-COMMAREA)
002870         LENGTH   (LENGTH OF WS-COMMAREA)
002880     END-EXEC.
002890     GOBACK.
002900*
002910*=============================================================
002920* 1000-INITIALIZE  -  PICK UP THE COMMAREA (WHEN IT IS OURS
002930*     BY LENGTH), CLEAR THE WORK FIELDS AND TAKE TODAY'S DATE
002940*     AND THE TIME FROM THE CICS CLOCK.
002950*=============================================================
002960 1000-INITIALIZE.
002970     MOVE SPACES                     TO WS-MESSAGE.
002980     MOVE SPACES                     TO WS-WARNING.
002990     MOVE SPACES                     TO WS-ENTRY-FIELDS.
003000     MOVE SPACES                     TO WS-CURRENT-TEXT.
003010     SET WS-FILES-OPEN TO TRUE.
003020     SET WS-EDIT-VALID TO TRUE.
003030     SET WS-CURSOR-ACTION TO TRUE.
003040     IF EIBCALEN = LENGTH OF WS-COMMAREA
003050         MOVE DFHCOMMAREA            TO WS-COMMAREA
003060     ELSE
003070         MOVE SPACES                 TO WS-COMMAREA
003080         MOVE ZERO                   TO WS-CA-ID
003090         MOVE ZERO                   TO WS-CA-NAME-LENGTH
003100         MOVE ZERO                   TO WS-CA-MATCH-NUMBER
003110     END-IF.
003120     EXEC CICS ASKTIME
003130         ABSTIME  (WS-ABSTIME)
003140     END-EXEC.
003150     EXEC CICS FORMATTIME
003160         ABSTIME  (WS-ABSTIME)
003170         YYYYMMDD (WS-TODAY-X)
003180         TIME     (WS-NOW-X)
003190     END-EXEC.
003200     MOVE WS-TODAY                   TO WS-DATE-IN.
003210     PERFORM 7100-EDIT-DATE
003220         THRU 7100-EXIT.
003230     MOVE WS-DATE-OUT                TO WS-SCREEN-DATE.
003240 1000-EXIT.
003250     EXIT.
003260*
003270*=============================================================
003280* 1100-FIRST-SCREEN  -  AN EMPTY ENTRY SCREEN. THE LAST-STAGED
003290*     RECEIPT STAYS ON VIEW.
003300*=============================================================
003310 1100-FIRST-SCREEN.
003320     MOVE SPACES                     TO WS-ENTRY-FIELDS.
003330     MOVE SPACES                     TO WS-CURRENT-TEXT.
003340     IF WS-MESSAGE = SPACES
003350         MOVE 'KEY AN ACTION AND A STUDENT ID, THEN PRESS ENTER'
003360             TO WS-MESSAGE
003370     END-IF.
003380     PERFORM 7000-SEND-MAP
003390         THRU 7000-EXIT.
003400 1100-EXIT.
003410     EXIT.
003420*
003430*=============================================================
003440* 1200-ARRIVE-FROM-INQUIRY  -  ENTERED BY XCTL FROM THE HW1I
003450*     INQUIRY SCREEN. PUT ITS STUDENT ID ON THE SCREEN AND SHOW
003460*     THAT STUDENT'S MASTER RECORD.
003470*=============================================================
003480 1200-ARRIVE-FROM-INQUIRY.
003490     IF WS-CA-ID IS NOT NUMERIC OR WS-CA-ID = ZERO
003500         PERFORM 1100-FIRST-SCREEN
003510             THRU 1100-EXIT
003520         GO TO 1200-EXIT
003530     END-IF.
003540     MOVE WS-CA-ID                   TO WS-EN-ID-N.
003550     PERFORM 3100-READ-MASTER
003560         THRU 3100-EXIT.
003570     IF WS-MESSAGE = SPACES
003580         MOVE 'KEY THE ACTION FOR THIS STUDENT, THEN PRESS ENTER'
003590             TO WS-MESSAGE
003600     END-IF.
003610     PERFORM 7000-SEND-MAP
003620         THRU 7000-EXIT.
003630 1200-EXIT.
003640     EXIT.
003650*
003660*=============================================================
003670* 2000-PROCESS-ENTRY  -  ENTER: EDIT THE KEYED REQUEST AND,
003680*     WHEN IT PASSES, STAGE IT FOR TONIGHT'S RUN. A REJECTED
003690*     REQUEST GOES BACK ON THE SCREEN AS KEYED WITH THE CURSOR
003700*     ON THE FIELD IN ERROR.
003710*=============================================================
003720 2000-PROCESS-ENTRY.
003730     PERFORM 2100-RECEIVE-SCREEN
003740         THRU 2100-EXIT.
003750     PERFORM 3000-EDIT-REQUEST
003760         THRU 3000-EXIT.
003770     IF WS-EDIT-INVALID
003780         PERFORM 7000-SEND-MAP
003790             THRU 7000-EXIT
003800         GO TO 2000-EXIT
003810     END-IF.
003820     PERFORM 4000-STAGE-REQUEST
003830         THRU 4000-EXIT.
003840     IF WS-FILES-CLOSED
003850         PERFORM 7000-SEND-MAP
003860             THRU 7000-EXIT
003870         GO TO 2000-EXIT
003880     END-IF.
003890     IF WS-WARNING = SPACES
003900         MOVE 'REQUEST STAGED FOR TONIGHT''S RUN - '
003910             TO WS-MESSAGE
003920         MOVE 'NOT YET APPLIED'      TO WS-MESSAGE (36:15)
003930     ELSE
003940         MOVE 'STAGED, NOT YET APPLIED - ' TO WS-MESSAGE
003950         MOVE WS-WARNING             TO WS-MESSAGE (27:53)
003960     END-IF.
003970     MOVE WS-EN-ID-N                 TO WS-CA-ID.
003980     MOVE SPACES                     TO WS-ENTRY-FIELDS.
003990     SET WS-CURSOR-ACTION TO TRUE.
004000     PERFORM 7000-SEND-MAP
004010         THRU 7000-EXIT.
004020 2000-EXIT.
004030     EXIT.
004040*
004050*=============================================================
004060* 2100-RECEIVE-SCREEN  -  TAKE THE KEYED FIELDS OFF THE SCREEN.
004070*     EVERY ENTRY FIELD IS SENT BACK MODIFIED (SEE 7000), SO A
004080*     FIELD WITH NO LENGTH WAS CLEARED BY THE CLERK. MAPFAIL
004090*     MEANS NOTHING WAS KEYED AT ALL.
004100*=============================================================
004110 2100-RECEIVE-SCREEN.
004120     MOVE LOW-VALUES                 TO HW1EMAPI.
004130     EXEC CICS RECEIVE
004140         MAP      ('HW1EMAP')
004150         MAPSET   ('HW1OLMS')
004160         INTO     (HW1EMAPI)
004170         RESP     (WS-RESP)
004180     END-EXEC.
004190     IF WS-RESP = DFHRESP(MAPFAIL)
004200         GO TO 2100-EXIT
004210     END-IF.
004220     IF WS-RESP NOT = DFHRESP(NORMAL)
004230         MOVE 'RECEIVE MAP HW1EMAP'  TO EL-TEXT
004240         PERFORM 9900-ABEND
004250             THRU 9900-EXIT
004260     END-IF.
004270     IF EACTL > ZERO
004280         MOVE EACTI                  TO WS-EN-ACTION
004290     END-IF.
004300     IF EIDL > ZERO
004310         MOVE EIDI                   TO WS-EN-ID
004320     END-IF.
004330     IF ENAMEL > ZERO
004340         MOVE ENAMEI                 TO WS-EN-NAME
004350     END-IF.
004360     IF ETEAML > ZERO
004370         MOVE ETEAMI                 TO WS-EN-TEAM
004380     END-IF.
004390     IF ESTATL > ZERO
004400         MOVE ESTATI                 TO WS-EN-STATUS
004410     END-IF.
004420     IF EEFFL > ZERO
004430         MOVE EEFFI                  TO WS-EN-EFF
004440     END-IF.
004450     INSPECT WS-ENTRY-FIELDS REPLACING ALL LOW-VALUE BY SPACE.
004460     IF WS-EN-ID IS NUMERIC AND WS-EN-ID-N > ZERO
004470         PERFORM 3100-READ-MASTER
004480             THRU 3100-EXIT
004490     END-IF.
004500 2100-EXIT.
004510     EXIT.
004520*
004530*=============================================================
004540* 3000-EDIT-REQUEST  -  THE ACTION AND HW1-ID, THEN THE RULES
004550*     FOR THE ACTION. A REQUEST THAT PASSES IS COMPLETE - ALL
004560*     DETAIL FIELDS FILLED - AND MAY CARRY A WARNING. A FUTURE
004570*     EFFECTIVE DATE IS SUSPENDED BY THE BATCH BEFORE ANY
004580*     WAITLIST CHECK, SO THAT WARNING TAKES PRECEDENCE.
004590*=============================================================
004600 3000-EDIT-REQUEST.
004610     SET WS-EDIT-VALID TO TRUE.
004620     IF NOT WS-EN-ADD AND NOT WS-EN-CHANGE
004630             AND NOT WS-EN-DELETE AND NOT WS-EN-TRANSFER
004640         SET WS-EDIT-INVALID TO TRUE
004650         SET WS-CURSOR-ACTION TO TRUE
004660         MOVE 'ACTION MUST BE A, C, D OR X' TO WS-MESSAGE
004670         GO TO 3000-EXIT
004680     END-IF.
004690     IF WS-EN-ID IS NOT NUMERIC OR WS-EN-ID-N = ZERO
004700         SET WS-EDIT-INVALID TO TRUE
004710         SET WS-CURSOR-ID TO TRUE
004720         MOVE 'HW1-ID MUST BE NUMERIC AND NON-ZERO' TO WS-MESSAGE
004730         GO TO 3000-EXIT
004740     END-IF.
004750     IF WS-FILES-CLOSED
004760         SET WS-EDIT-INVALID TO TRUE
004770         GO TO 3000-EXIT
004780     END-IF.
004790     EVALUATE TRUE
004800         WHEN WS-EN-ADD
004810             PERFORM 3200-EDIT-ADD
004820                 THRU 3200-EXIT
004830         WHEN WS-EN-CHANGE
004840             PERFORM 3300-EDIT-CHANGE
004850                 THRU 3300-EXIT
004860         WHEN WS-EN-DELETE
004870             PERFORM 3400-EDIT-DELETE
004880                 THRU 3400-EXIT
004890         WHEN WS-EN-TRANSFER
004900             PERFORM 3500-EDIT-TRANSFER
004910                 THRU 3500-EXIT
004920     END-EVALUATE.
004930     IF WS-FILES-CLOSED
004940         SET WS-EDIT-INVALID TO TRUE
004950     END-IF.
004960     IF WS-EDIT-VALID AND NOT WS-EN-DELETE
004970             AND WS-EN-EFF-N > WS-TODAY
004980         MOVE 'FUTURE DATED - HELD IN SUSPENSE UNTIL ITS DATE'
004990             TO WS-WARNING
005000     END-IF.
005010 3000-EXIT.
005020     EXIT.
005030*
005040*=============================================================
005050* 3100-READ-MASTER  -  THE STUDENT'S CURRENT ROSTER RECORD,
005060*     SHOWN ON THE SCREEN SO THE CLERK CAN SEE WHAT A CHANGE
005070*     WILL REPLACE.
005080*=============================================================
005090 3100-READ-MASTER.
005100     SET WS-MASTER-NOT-FOUND TO TRUE.
005110     MOVE WS-EN-ID-N                 TO WS-RID-ID.
005120     EXEC CICS READ
005130         FILE     ('HW1MAST')
005140         INTO     (WS-HW1)
005150         RIDFLD   (WS-RID-ID)
005160         RESP     (WS-RESP)
005170     END-EXEC.
005180     EVALUATE TRUE
005190         WHEN WS-RESP = DFHRESP(NORMAL)
005200             SET WS-MASTER-FOUND TO TRUE
005210             MOVE WS-HW1-ID          TO CL-ID
005220             MOVE WS-HW1-NAME        TO CL-NAME
005230             MOVE WS-HW1-TEAM        TO CL-TEAM
005240             MOVE WS-HW1-STATUS      TO CL-STATUS
005250             MOVE WS-HW1-EFFECTIVE-DATE TO WS-DATE-IN
005260             PERFORM 7100-EDIT-DATE
005270                 THRU 7100-EXIT
005280             MOVE WS-DATE-OUT        TO CL-EFF
005290             MOVE WS-CURRENT-LINE    TO WS-CURRENT-TEXT
005300         WHEN WS-RESP = DFHRESP(NOTFND)
005310             MOVE WS-EN-ID-N         TO CL-ID
005320             MOVE '*** NOT ON THE MASTER ***'
005330                                     TO CL-NAME
005340             MOVE SPACES             TO CL-TEAM
005350             MOVE SPACES             TO CL-STATUS
005360             MOVE SPACES             TO CL-EFF
005370             MOVE WS-CURRENT-LINE    TO WS-CURRENT-TEXT
005380         WHEN OTHER
005390             MOVE 'READ HW1MAST'     TO EL-TEXT
005400             PERFORM 9100-CHECK-FILE-RESP
005410                 THRU 9100-EXIT
005420     END-EVALUATE.
005430 3100-EXIT.
005440     EXIT.
005450*
005460*=============================================================
005470* 3200-EDIT-ADD  -  AS COBOLAPP1MNT 3000/6000: NOT ALREADY ON
005480*     THE MASTER, NAME AND TEAM PRESENT, STATUS A, D OR P, A
005490*     GOOD EFFECTIVE DATE, AND AN ACTIVE TEAM. A TEAM AT ITS
005500*     CAPACITY WAITLISTS THE ADD RATHER THAN REJECTING IT.
005510*=============================================================
005520 3200-EDIT-ADD.
005530     IF WS-MASTER-FOUND
005540         SET WS-EDIT-INVALID TO TRUE
005550         SET WS-CURSOR-ID TO TRUE
005560         MOVE 'DUPLICATE HW1-ID ALREADY ON MASTER' TO WS-MESSAGE
005570         GO TO 3200-EXIT
005580     END-IF.
005590     PERFORM 3800-EDIT-FIELDS
005600         THRU 3800-EXIT.
005610     IF WS-EDIT-INVALID
005620         GO TO 3200-EXIT
005630     END-IF.
005640     SET WS-CHECK-CAPACITY TO TRUE.
005650     PERFORM 3700-CHECK-TEAM
005660         THRU 3700-EXIT.
005670     IF WS-EDIT-VALID AND WS-TEAM-FULL
005680         MOVE 'TEAM FULL - THE ADD WILL BE WAITLISTED'
005690             TO WS-WARNING
005700     END-IF.
005710 3200-EXIT.
005720     EXIT.
005730*
005740*=============================================================
005750* 3300-EDIT-CHANGE  -  AS COBOLAPP1MNT 4000: THE STUDENT MUST
005760*     BE ON THE MASTER. THE BATCH REPLACES ALL FOUR FIELDS, SO
005770*     A FIELD LEFT BLANK HERE IS FILLED FROM THE MASTER BEFORE
005780*     THE SAME FIELD EDITS AND TEAM CHECK (NO CAPACITY CHECK ON
005790*     A CHANGE). A REQUEST THAT CHANGES NOTHING IS TURNED AWAY.
005800*=============================================================
005810 3300-EDIT-CHANGE.
005820     IF WS-MASTER-NOT-FOUND
005830         SET WS-EDIT-INVALID TO TRUE
005840         SET WS-CURSOR-ID TO TRUE
005850         MOVE 'HW1-ID NOT FOUND ON MASTER' TO WS-MESSAGE
005860         GO TO 3300-EXIT
005870     END-IF.
005880     IF WS-EN-NAME = SPACES
005890         MOVE WS-HW1-NAME            TO WS-EN-NAME
005900     END-IF.
005910     IF WS-EN-TEAM = SPACES
005920         MOVE WS-HW1-TEAM            TO WS-EN-TEAM
005930     END-IF.
005940     IF WS-EN-STATUS = SPACES
005950         MOVE WS-HW1-STATUS          TO WS-EN-STATUS
005960     END-IF.
005970     IF WS-EN-EFF = SPACES
005980         MOVE WS-HW1-EFFECTIVE-DATE  TO WS-EN-EFF-N
005990     END-IF.
006000     PERFORM 3800-EDIT-FIELDS
006010         THRU 3800-EXIT.
006020     IF WS-EDIT-INVALID
006030         GO TO 3300-EXIT
006040     END-IF.
006050     IF WS-EN-NAME = WS-HW1-NAME
006060             AND WS-EN-TEAM = WS-HW1-TEAM
006070             AND WS-EN-STATUS = WS-HW1-STATUS
006080             AND WS-EN-EFF-N = WS-HW1-EFFECTIVE-DATE
006090         SET WS-EDIT-INVALID TO TRUE
006100         SET WS-CURSOR-NAME TO TRUE
006110         MOVE 'NO CHANGE FROM THE MASTER RECORD' TO WS-MESSAGE
006120         GO TO 3300-EXIT
006130     END-IF.
006140     SET WS-SKIP-CAPACITY TO TRUE.
006150     PERFORM 3700-CHECK-TEAM
006160         THRU 3700-EXIT.
006170 3300-EXIT.
006180     EXIT.
006190*
006200*=============================================================
006210* 3400-EDIT-DELETE  -  AS COBOLAPP1MNT 5000/5200: THE STUDENT
006220*     MUST BE ON THE MASTER AND MUST NOT ALREADY HAVE A DELETE
006230*     WAITING ON HW1HOLD. THE DETAIL FIELDS ARE TAKEN FROM THE
006240*     MASTER SO THE BATCH LOG SHOWS WHO IS BEING DELETED.
006250*=============================================================
006260 3400-EDIT-DELETE.
006270     IF WS-MASTER-NOT-FOUND
006280         SET WS-EDIT-INVALID TO TRUE
006290         SET WS-CURSOR-ID TO TRUE
006300         MOVE 'HW1-ID NOT FOUND ON MASTER' TO WS-MESSAGE
006310         GO TO 3400-EXIT
006320     END-IF.
006330     EXEC CICS READ
006340         FILE     ('HW1HOLD')
006350         INTO     (WS-HOLD)
006360         RIDFLD   (WS-RID-ID)
006370         RESP     (WS-RESP)
006380     END-EXEC.
006390     EVALUATE TRUE
006400         WHEN WS-RESP = DFHRESP(NORMAL)
006410             SET WS-EDIT-INVALID TO TRUE
006420             SET WS-CURSOR-ID TO TRUE
006430             MOVE 'DELETE ALREADY PENDING APPROVAL' TO WS-MESSAGE
006440             GO TO 3400-EXIT
006450         WHEN WS-RESP = DFHRESP(NOTFND)
006460             CONTINUE
006470         WHEN OTHER
006480             MOVE 'READ HW1HOLD'     TO EL-TEXT
006490             PERFORM 9100-CHECK-FILE-RESP
006500                 THRU 9100-EXIT
006510             GO TO 3400-EXIT
006520     END-EVALUATE.
006530     MOVE WS-HW1-NAME                TO WS-EN-NAME.
006540     MOVE WS-HW1-TEAM                TO WS-EN-TEAM.
006550     MOVE WS-HW1-STATUS              TO WS-EN-STATUS.
006560     MOVE WS-HW1-EFFECTIVE-DATE      TO WS-EN-EFF-N.
006570 3400-EXIT.
006580     EXIT.
006590*
006600*=============================================================
006610* 3500-EDIT-TRANSFER  -  AS COBOLAPP1MNT 4500: THE STUDENT MUST
006620*     BE ON THE MASTER AND NOT DROPPED, THE TARGET TEAM MUST BE
006630*     KEYED, DIFFERENT FROM THE CURRENT ONE AND ACTIVE. A FULL
006640*     TARGET TEAM QUEUES THE TRANSFER RATHER THAN REJECTING IT.
006650*     NAME AND STATUS COME FROM THE MASTER.
006660*=============================================================
006670 3500-EDIT-TRANSFER.
006680     EVALUATE TRUE
006690         WHEN WS-MASTER-NOT-FOUND
006700             SET WS-EDIT-INVALID TO TRUE
006710             SET WS-CURSOR-ID TO TRUE
006720             MOVE 'HW1-ID NOT FOUND ON MASTER' TO WS-MESSAGE
006730         WHEN WS-HW1-STATUS-DROPPED
006740             SET WS-EDIT-INVALID TO TRUE
006750             SET WS-CURSOR-ID TO TRUE
006760             MOVE 'DROPPED STUDENT CANNOT BE TRANSFERRED'
006770                 TO WS-MESSAGE
006780         WHEN WS-EN-TEAM = SPACES
006790             SET WS-EDIT-INVALID TO TRUE
006800             SET WS-CURSOR-TEAM TO TRUE
006810             MOVE 'HW1-TEAM MAY NOT BE BLANK' TO WS-MESSAGE
006820         WHEN WS-EN-TEAM = WS-HW1-TEAM
006830             SET WS-EDIT-INVALID TO TRUE
006840             SET WS-CURSOR-TEAM TO TRUE
006850             MOVE 'STUDENT IS ALREADY ON THE TARGET TEAM'
006860                 TO WS-MESSAGE
006870     END-EVALUATE.
006880     IF WS-EDIT-INVALID
006890         GO TO 3500-EXIT
006900     END-IF.
006910     MOVE WS-HW1-NAME                TO WS-EN-NAME.
006920     MOVE WS-HW1-STATUS              TO WS-EN-STATUS.
006930     PERFORM 3600-EDIT-EFFECTIVE-DATE
006940         THRU 3600-EXIT.
006950     IF WS-EDIT-INVALID
006960         GO TO 3500-EXIT
006970     END-IF.
006980     SET WS-CHECK-CAPACITY TO TRUE.
006990     PERFORM 3700-CHECK-TEAM
007000         THRU 3700-EXIT.
007010     IF WS-EDIT-VALID AND WS-TEAM-FULL
007020         MOVE 'TARGET TEAM FULL - THE TRANSFER WILL BE WAITLISTED'
007030             TO WS-WARNING
007040     END-IF.
007050 3500-EXIT.
007060     EXIT.
007070*
007080*=============================================================
007090* 3600-EDIT-EFFECTIVE-DATE  -  BLANK MEANS TODAY. OTHERWISE IT
007100*     MUST BE A YYYYMMDD DATE WITH A REAL MONTH AND DAY.
007110*=============================================================
007120 3600-EDIT-EFFECTIVE-DATE.
007130     IF WS-EN-EFF = SPACES
007140         MOVE WS-TODAY               TO WS-EN-EFF-N
007150         GO TO 3600-EXIT
007160     END-IF.
007170     IF WS-EN-EFF IS NOT NUMERIC
007180             OR WS-EN-EFF-MM < 01 OR WS-EN-EFF-MM > 12
007190             OR WS-EN-EFF-DD < 01 OR WS-EN-EFF-DD > 31
007200         SET WS-EDIT-INVALID TO TRUE
007210         SET WS-CURSOR-EFFECTIVE TO TRUE
007220         MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD' TO WS-MESSAGE
007230     END-IF.
007240 3600-EXIT.
007250     EXIT.
007260*
007270*=============================================================
007280* 3700-CHECK-TEAM  -  AS COBOLAPP1MNT 6200/6300: THE TEAM MUST
007290*     BE ON HW1TEAM AND ACTIVE. WHEN ASKED, A TEAM WITH A
007300*     NON-ZERO CAPACITY IS ALSO CHECKED FOR ROOM AGAINST ITS
007310*     MAINTAINED MEMBER COUNT.
007320*=============================================================
007330 3700-CHECK-TEAM.
007340     SET WS-TEAM-NOT-FULL TO TRUE.
007350     MOVE WS-EN-TEAM                 TO WS-TEAM-RID.
007360     EXEC CICS READ
007370         FILE     ('HW1TEAM')
007380         INTO     (WS-TEAM)
007390         RIDFLD   (WS-TEAM-RID)
007400         RESP     (WS-RESP)
007410     END-EXEC.
007420     EVALUATE TRUE
007430         WHEN WS-RESP = DFHRESP(NORMAL)
007440             CONTINUE
007450         WHEN WS-RESP = DFHRESP(NOTFND)
007460             SET WS-EDIT-INVALID TO TRUE
007470             SET WS-CURSOR-TEAM TO TRUE
007480             MOVE 'HW1-TEAM NOT ON TEAM MASTER' TO WS-MESSAGE
007490             GO TO 3700-EXIT
007500         WHEN OTHER
007510             MOVE 'READ HW1TEAM'     TO EL-TEXT
007520             PERFORM 9100-CHECK-FILE-RESP
007530                 THRU 9100-EXIT
007540             GO TO 3700-EXIT
007550     END-EVALUATE.
007560     IF NOT WS-TEAM-ACTIVE
007570         SET WS-EDIT-INVALID TO TRUE
007580         SET WS-CURSOR-TEAM TO TRUE
007590         MOVE 'HW1-TEAM IS INACTIVE ON TEAM MASTER' TO WS-MESSAGE
007600         GO TO 3700-EXIT
007610     END-IF.
007620     IF WS-CHECK-CAPACITY
007630             AND WS-TEAM-CAPACITY > ZERO
007640             AND WS-TEAM-MEMBER-COUNT NOT < WS-TEAM-CAPACITY
007650         SET WS-TEAM-FULL TO TRUE
007660     END-IF.
007670 3700-EXIT.
007680     EXIT.
007690*
007700*=============================================================
007710* 3800-EDIT-FIELDS  -  THE COBOLAPP1MNT 6000-EDIT-RECORD FIELD
007720*     EDITS, IN ITS ORDER, PLUS THE EFFECTIVE DATE.
007730*=============================================================
007740 3800-EDIT-FIELDS.
007750     IF WS-EN-NAME = SPACES
007760         SET WS-EDIT-INVALID TO TRUE
007770         SET WS-CURSOR-NAME TO TRUE
007780         MOVE 'HW1-NAME MAY NOT BE BLANK' TO WS-MESSAGE
007790         GO TO 3800-EXIT
007800     END-IF.
007810     IF WS-EN-TEAM = SPACES
007820         SET WS-EDIT-INVALID TO TRUE
007830         SET WS-CURSOR-TEAM TO TRUE
007840         MOVE 'HW1-TEAM MAY NOT BE BLANK' TO WS-MESSAGE
007850         GO TO 3800-EXIT
007860     END-IF.
007870     IF NOT WS-EN-STATUS-VALID
007880         SET WS-EDIT-INVALID TO TRUE
007890         SET WS-CURSOR-STATUS TO TRUE
007900         MOVE 'HW1-STATUS MUST BE A, D, OR P' TO WS-MESSAGE
007910         GO TO 3800-EXIT
007920     END-IF.
007930     PERFORM 3600-EDIT-EFFECTIVE-DATE
007940         THRU 3600-EXIT.
007950 3800-EXIT.
007960     EXIT.
007970*
007980*=============================================================
007990* 4000-STAGE-REQUEST  -  WRITE THE EDITED REQUEST TO THE
008000*     STAGING FILE, KEYED BY DATE, TIME, TERMINAL AND TASK
008010*     NUMBER, WITH THE SIGNED-ON USER AS ITS OPERATOR, AND
008020*     KEEP A RECEIPT LINE FOR THE SCREEN.
008030*=============================================================
008040 4000-STAGE-REQUEST.
008050     EXEC CICS ASSIGN
008060         USERID   (WS-USERID)
008070     END-EXEC.
008080     MOVE SPACES                     TO WS-STG.
008090     MOVE WS-TODAY                   TO WS-STG-KEY-DATE.
008100     MOVE WS-NOW                     TO WS-STG-KEY-TIME.
008110     MOVE EIBTRMID                   TO WS-STG-KEY-TERM.
008120     MOVE EIBTASKN                   TO WS-STG-KEY-TASK.
008130     SET WS-STG-STAGED TO TRUE.
008140     MOVE ZERO                       TO WS-STG-BATCH-DATE.
008150     MOVE WS-EN-ACTION               TO WS-STG-CODE.
008160     MOVE WS-EN-ID-N                 TO WS-STG-ID.
008170     MOVE WS-EN-NAME                 TO WS-STG-NAME.
008180     MOVE WS-EN-TEAM                 TO WS-STG-TEAM.
008190     MOVE WS-EN-STATUS               TO WS-STG-STATUS.
008200     MOVE WS-EN-EFF-N                TO WS-STG-EFFECTIVE-DATE.
008210     MOVE WS-USERID                  TO WS-STG-OPERATOR.
008220     EXEC CICS WRITE
008230         FILE     ('HW1STAG')
008240         FROM     (WS-STG)
008250         RIDFLD   (WS-STG-KEY)
008260         RESP     (WS-RESP)
008270     END-EXEC.
008280     IF WS-RESP NOT = DFHRESP(NORMAL)
008290         MOVE 'WRITE HW1STAG'        TO EL-TEXT
008300         PERFORM 9100-CHECK-FILE-RESP
008310             THRU 9100-EXIT
008320         GO TO 4000-EXIT
008330     END-IF.
008340     MOVE WS-NOW-HH                  TO LS-HH.
008350     MOVE WS-NOW-MM                  TO LS-MM.
008360     MOVE WS-NOW-SS                  TO LS-SS.
008370     EVALUATE TRUE
008380         WHEN WS-EN-ADD
008390             MOVE 'ADD'              TO LS-ACTION
008400         WHEN WS-EN-CHANGE
008410             MOVE 'CHANGE'           TO LS-ACTION
008420         WHEN WS-EN-DELETE
008430             MOVE 'DELETE'           TO LS-ACTION
008440         WHEN WS-EN-TRANSFER
008450             MOVE 'TRANSFER'         TO LS-ACTION
008460     END-EVALUATE.
008470     MOVE WS-EN-ID-N                 TO LS-ID.
008480     MOVE WS-EN-NAME                 TO LS-NAME.
008490     MOVE WS-EN-TEAM                 TO LS-TEAM.
008500     MOVE WS-STAGED-LINE             TO WS-CA-LAST-STAGED.
008510 4000-EXIT.
008520     EXIT.
008530*
008540*=============================================================
008550* 7000-SEND-MAP  -  SEND THE ENTRY SCREEN. THE ENTRY FIELDS GO
008560*     OUT WITH THE MODIFIED-DATA TAG SET SO A REJECTED REQUEST
008570*     COMES BACK WHOLE WHEN THE CLERK CORRECTS ONE FIELD.
008580*=============================================================
008590 7000-SEND-MAP.
008600     MOVE LOW-VALUES                 TO HW1EMAPO.
008610     MOVE WS-SCREEN-DATE             TO EDATEO.
008620     MOVE WS-EN-ACTION               TO EACTO.
008630     MOVE WS-EN-ID                   TO EIDO.
008640     MOVE WS-EN-NAME                 TO ENAMEO.
008650     MOVE WS-EN-TEAM                 TO ETEAMO.
008660     MOVE WS-EN-STATUS               TO ESTATO.
008670     MOVE WS-EN-EFF                  TO EEFFO.
008680     MOVE DFHBMFSE                   TO EACTA.
008690     MOVE DFHUNNUM                   TO EIDA.
008700     MOVE DFHBMFSE                   TO ENAMEA.
008710     MOVE DFHBMFSE                   TO ETEAMA.
008720     MOVE DFHBMFSE                   TO ESTATA.
008730     MOVE DFHUNNUM                   TO EEFFA.
008740     MOVE WS-CURRENT-TEXT            TO ECURO.
008750     MOVE WS-CA-LAST-STAGED          TO ELASTO.
008760     MOVE WS-MESSAGE                 TO EMSGO.
008770     EVALUATE TRUE
008780         WHEN WS-CURSOR-ID
008790             MOVE -1                 TO EIDL
008800         WHEN WS-CURSOR-NAME
008810             MOVE -1                 TO ENAMEL
008820         WHEN WS-CURSOR-TEAM
008830             MOVE -1                 TO ETEAML
008840         WHEN WS-CURSOR-STATUS
008850             MOVE -1                 TO ESTATL
008860         WHEN WS-CURSOR-EFFECTIVE
008870             MOVE -1                 TO EEFFL
008880         WHEN OTHER
008890             MOVE -1                 TO EACTL
008900     END-EVALUATE.
008910     EXEC CICS SEND
008920         MAP      ('HW1EMAP')
008930         MAPSET   ('HW1OLMS')
008940         FROM     (HW1EMAPO)
008950         ERASE
008960         CURSOR
008970         RESP     (WS-RESP)
008980     END-EXEC.
008990     IF WS-RESP NOT = DFHRESP(NORMAL)
009000         MOVE 'SEND MAP HW1EMAP'     TO EL-TEXT
009010         PERFORM 9900-ABEND
009020             THRU 9900-EXIT
009030     END-IF.
009040 7000-EXIT.
009050     EXIT.
009060*
009070*=============================================================
009080* 7100-EDIT-DATE  -  WS-DATE-IN (YYYYMMDD) TO WS-DATE-OUT
009090*     (YYYY-MM-DD); SPACES WHEN THERE IS NO USABLE DATE.
009100*=============================================================
009110 7100-EDIT-DATE.
009120     IF WS-DATE-IN IS NOT NUMERIC OR WS-DATE-IN = ZERO
009130         MOVE SPACES                 TO WS-DATE-OUT
009140         GO TO 7100-EXIT
009150     END-IF.
009160     MOVE WS-DATE-IN-YYYY            TO WS-DATE-OUT-YYYY.
009170     MOVE '-'                        TO WS-DATE-OUT (5:1).
009180     MOVE WS-DATE-IN-MM              TO WS-DATE-OUT-MM.
009190     MOVE '-'                        TO WS-DATE-OUT (8:1).
009200     MOVE WS-DATE-IN-DD              TO WS-DATE-OUT-DD.
009210 7100-EXIT.
009220     EXIT.
009230*
009240*=============================================================
009250* 8000-END-SESSION  -  PF3 OR CLEAR: END THE CONVERSATION ON A
009260*     CLEAR SCREEN. ANYTHING KEYED BUT NOT STAGED IS DROPPED.
009270*=============================================================
009280 8000-END-SESSION.
009290     EXEC CICS SEND TEXT
009300         FROM     (WS-END-TEXT)
009310         LENGTH   (LENGTH OF WS-END-TEXT)
009320         ERASE
009330         FREEKB
009340     END-EXEC.
009350     EXEC CICS RETURN
009360     END-EXEC.
009370 8000-EXIT.
009380     EXIT.
009390*
009400*=============================================================
009410* 8100-SWITCH-TO-INQUIRY  -  PF4: HAND THE STUDENT ID ON THE
009420*     SCREEN (OR THE LAST ONE STAGED) TO THE HW1I INQUIRY.
009430*=============================================================
009440 8100-SWITCH-TO-INQUIRY.
009450     PERFORM 2100-RECEIVE-SCREEN
009460         THRU 2100-EXIT.
009470     IF WS-EN-ID IS NUMERIC AND WS-EN-ID-N > ZERO
009480         MOVE WS-EN-ID-N             TO WS-CA-ID
009490     END-IF.
009500     MOVE WS-THIS-PROGRAM            TO WS-CA-PROGRAM.
009510     EXEC CICS XCTL
009520         PROGRAM  (WS-INQUIRY-PROGRAM)
009530         COMMAREA (WS-COMMAREA)
009540         LENGTH   (LENGTH OF WS-COMMAREA)
009550         RESP     (WS-RESP)
009560     END-EXEC.
009570     MOVE 'XCTL HW1OLI'              TO EL-TEXT.
009580     PERFORM 9900-ABEND
009590         THRU 9900-EXIT.
009600 8100-EXIT.
009610     EXIT.
009620*
009630*=============================================================
009640* 9100-CHECK-FILE-RESP  -  AN UNEXPECTED RESPONSE ON A FILE.
009650*     NOTOPEN OR DISABLED MEANS THE NIGHTLY WINDOW HAS THE HW1
009660*     FILES CLOSED - SAY SO AND KEEP THE REQUEST ON THE SCREEN.
009670*     ANYTHING ELSE IS A REAL FAILURE.
009680*=============================================================
009690 9100-CHECK-FILE-RESP.
009700     IF WS-RESP = DFHRESP(NOTOPEN)
009710             OR WS-RESP = DFHRESP(DISABLED)
009720         SET WS-FILES-CLOSED TO TRUE
009730         MOVE 'THE HW1 FILES ARE CLOSED FOR THE NIGHTLY RUN - '
009740             TO WS-MESSAGE
009750         MOVE 'TRY AGAIN LATER'      TO WS-MESSAGE (48:15)
009760     ELSE
009770         PERFORM 9900-ABEND
009780             THRU 9900-EXIT
009790     END-IF.
009800 9100-EXIT.
009810     EXIT.
009820*
009830*=============================================================
009840* 9900-ABEND  -  LOG THE FAILED COMMAND AND ITS RESPONSE CODES
009850*     TO CSMT AND ABEND THE TASK, SO CICS BACKS OUT AND THE
009860*     FAILURE IS ON THE REGION LOG.
009870*=============================================================
009880 9900-ABEND.
009890     MOVE WS-RESP                    TO EL-RESP.
009900     MOVE EIBRESP2                   TO WS-RESP2.
009910     MOVE WS-RESP2                   TO EL-RESP2.
009920     EXEC CICS WRITEQ TD
009930         QUEUE    ('CSMT')
009940         FROM     (WS-ERROR-LINE)
009950         LENGTH   (LENGTH OF WS-ERROR-LINE)
009960         NOHANDLE
009970     END-EXEC.
009980     EXEC CICS ABEND
009990         ABCODE   ('HW1E')
010000     END-EXEC.
010010 9900-EXIT.
010020     EXIT.
