000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBOLAPP1FCS.
000120 AUTHOR.        D BARRETT.
000130 INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000140 DATE-WRITTEN.  20261015.
000150 DATE-COMPILED.
000160*
000170*-------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-------------------------------------------------------------
000200* 20261015 DB   NEW PROGRAM - SEAT AVAILABILITY FORECAST BY
000210*               TEAM FOR THE ADVISING OFFICE, REPLACING THE HAND
000220*               DUMPS OF HW1WAIT, HW1HOLD AND THE SUSPENSE
000230*               WAREHOUSE. EACH ACTIVE TEAM STARTS FROM ITS
000240*               HW1TEAM CAPACITY AND TEAM-MEMBER-COUNT (THE SAME
000250*               COUNT THE COBOLAPP1MNT CAPACITY EDIT USES), AND
000260*               EVERY SEAT THE OTHER FILES WILL TAKE OR GIVE BACK
000270*               IS SORTED INTO DATE ORDER -
000280*                 SUSPENSE  FUTURE ADDS, DROPS, TEAM CHANGES,
000290*                           TRANSFERS AND DELETES ON THEIR
000300*                           EFFECTIVE DATE (DELETES STILL NEED
000310*                           APPROVAL ONCE RELEASED)
000320*                 HW1HOLD   DELETES AWAITING APPROVAL, SHOWN
000330*                           FREEING THEIR SEAT IN THE NEXT WINDOW
000340*                           IF APPROVED
000350*                 HW1       PENDING RECORDS WITH A FUTURE
000360*                           EFFECTIVE DATE, LISTED ON THEIR START
000370*                           DATE - THEIR SEAT IS ALREADY IN THE
000380*                           MEMBER COUNT, SO THEY MOVE NOTHING
000390*                 HW1WAIT   QUEUE DEPTH - AT THE END OF EACH DAY
000400*                           THE QUEUE TAKES ANY FREE SEAT, AS
000410*                           COBOLAPP1WLP DOES EACH NIGHT
000420*               PART ONE LISTS EACH TEAM'S EVENTS WITH THE
000430*               RUNNING DEMAND AND FREE SEATS. PART TWO IS ONE
000440*               LINE PER TEAM WITH THE FREE SEATS NOW, AT THE END
000450*               OF EACH OF THE NEXT EIGHT WEEKS AND AFTER
000460*               EVERYTHING KNOWN, AND THE FIRST DATE DEMAND GOES
000470*               OVER CAPACITY (FROM THEN ON NEW ADDS WAITLIST).
000480*               A QUEUED TRANSFER IS COUNTED ON ITS TARGET ONLY;
000490*               THE SEAT IT WOULD FREE ON ITS OLD TEAM IS NOT
000500*               FORECAST. READ-ONLY - NOTHING IS UPDATED.
000500* 20261015 DB   A TEAM'S OPENING QUEUE SEATING NOW PRINTS AFTER
000500*               ITS HEADING (3200, 4100) INSTEAD OF AT THE FOOT OF
000500*               THE TEAM BEFORE IT.
000510*-------------------------------------------------------------
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590*-------------------------------------------------------------
000600*    HW1       -  ROSTER MASTER FILE, INDEXED BY HW1-ID
000610*    HW1TEAM   -  TEAM REFERENCE MASTER - CAPACITY AND COUNT
000620*    HW1WAIT   -  WAITLIST QUEUE, INDEXED BY TEAM AND ARRIVAL
000630*    HW1HOLD   -  PENDING-DELETE HOLDS, INDEXED BY STUDENT ID
000640*    SUSPIN    -  CURRENT SUSPENSE WAREHOUSE GENERATION
000650*    SORT-WORK -  WORK FILE FOR THE TEAM/DATE EVENT SORT
000660*    FCSRPT    -  PRINTED SEAT FORECAST
000670*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000680*-------------------------------------------------------------
000690     SELECT HW1 ASSIGN TO COBDD
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS HW1-ID
000730         FILE STATUS IS WS-HW1-FILE-STATUS.
000740*
000750     SELECT HW1TEAM ASSIGN TO COBDD12
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS TEAM-CODE
000790         FILE STATUS IS WS-TEAM-STATUS.
000800*
000810     SELECT HW1WAIT ASSIGN TO COBDD16
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS WAIT-KEY
000850         FILE STATUS IS WS-WAIT-STATUS.
000860*
000870     SELECT HW1HOLD ASSIGN TO COBDD17
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS HOLD-ID
000910         FILE STATUS IS WS-HOLD-STATUS.
000920*
000930     SELECT SUSPIN ASSIGN TO COBDD5
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-SUSPIN-STATUS.
000960*
000970     SELECT SORT-WORK ASSIGN TO SORTWK1.
000980*
000990     SELECT FCSRPT ASSIGN TO COBDD4
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-RPT-STATUS.
001020*
001030     SELECT HW1DATE ASSIGN TO COBDD22
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-DATE-STATUS.
001060*
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  HW1
001100     LABEL RECORDS ARE STANDARD.
001110 01  HW1-FILE.
001120     COPY HW1REC
001130         REPLACING ==:PREFIX:== BY ==HW1==.
001140*
001150 FD  HW1TEAM
001160     LABEL RECORDS ARE STANDARD.
001170 01  HW1-TEAM-FILE.
001180     COPY HW1TEAMRC
001190         REPLACING ==:PREFIX:== BY ==TEAM==.
001200*
001210 FD  HW1WAIT
001220     LABEL RECORDS ARE STANDARD.
001230 01  HW1-WAIT-FILE.
001240     COPY HW1WAITRC
001250         REPLACING ==:PREFIX:== BY ==WAIT==.
001260*
001270 FD  HW1HOLD
001280     LABEL RECORDS ARE STANDARD.
001290 01  HW1-HOLD-FILE.
001300     COPY HW1HOLDRC
001310         REPLACING ==:PREFIX:== BY ==HOLD==.
001320*
001330 FD  SUSPIN
001340     LABEL RECORDS ARE STANDARD.
001350 01  SUSP-IN-RECORD.
001360     05  SUSP-CODE                   PIC X(01).
001370         88  SUSP-ADD                    VALUE 'A'.
001380         88  SUSP-CHANGE                 VALUE 'C'.
001390         88  SUSP-DELETE                 VALUE 'D'.
001400         88  SUSP-TRANSFER               VALUE 'X'.
001410     05  SUSP-ID                     PIC 9(07).
001420     05  SUSP-NAME                   PIC X(25).
001430     05  SUSP-TEAM                   PIC X(20).
001440     05  SUSP-STATUS                 PIC X(01).
001450         88  SUSP-STATUS-DROPPED         VALUE 'D'.
001460     05  SUSP-EFFECTIVE-DATE         PIC 9(08).
001470     05  SUSP-RECYCLE-COUNT          PIC X(02).
001480     05  SUSP-PRIOR-REASON           PIC X(40).
001490     05  SUSP-PRIOR-REJ-DATE         PIC X(08).
001500     05  SUSP-OPERATOR               PIC X(08).
001510*
001520 SD  SORT-WORK.
001530 01  SORT-REC.
001540     05  SD-TEAM                     PIC X(20).
001550     05  SD-DATE                     PIC 9(08).
001560     05  SD-DELTA                    PIC S9(01).
001570     05  SD-SOURCE                   PIC X(08).
001580     05  SD-ID                       PIC 9(07).
001590     05  SD-EVENT                    PIC X(24).
001600*
001610 FD  FCSRPT
001620     LABEL RECORDS ARE STANDARD.
001630 01  FCSRPT-LINE                     PIC X(132).
001640*
001650 FD  HW1DATE
001660     LABEL RECORDS ARE STANDARD.
001670 01  HW1-DATE-RECORD.
001680     COPY HW1DATERC
001690         REPLACING ==:PREFIX:== BY ==BDT==.
001700*
001710 WORKING-STORAGE SECTION.
001720*-------------------------------------------------------------
001730*    END-OF-FILE AND FILE STATUS SWITCHES
001740*-------------------------------------------------------------
001750 01  WS-HW1-EOF-SW               PIC X(01).
001760     88  WS-HW1-EOF                  VALUE 'Y'.
001770     88  WS-HW1-NOT-EOF              VALUE 'N'.
001780 01  WS-TEAM-EOF-SW              PIC X(01).
001790     88  WS-TEAM-EOF                 VALUE 'Y'.
001800     88  WS-TEAM-NOT-EOF             VALUE 'N'.
001810 01  WS-WAIT-EOF-SW              PIC X(01).
001820     88  WS-WAIT-EOF                 VALUE 'Y'.
001830     88  WS-WAIT-NOT-EOF             VALUE 'N'.
001840 01  WS-HOLD-EOF-SW              PIC X(01).
001850     88  WS-HOLD-EOF                 VALUE 'Y'.
001860     88  WS-HOLD-NOT-EOF             VALUE 'N'.
001870 01  WS-SUSP-EOF-SW              PIC X(01).
001880     88  WS-SUSP-EOF                 VALUE 'Y'.
001890     88  WS-SUSP-NOT-EOF             VALUE 'N'.
001900 01  WS-SORT-EOF-SW              PIC X(01).
001910     88  WS-SORT-EOF                 VALUE 'Y'.
001920     88  WS-SORT-NOT-EOF             VALUE 'N'.
001930*
001940 01  WS-HW1-FILE-STATUS              PIC X(02).
001950     88  WS-HW1-FILE-STATUS-OK           VALUE '00'.
001960     88  WS-HW1-FILE-STATUS-NOTFND       VALUE '23'.
001970 01  WS-TEAM-STATUS                  PIC X(02).
001980     88  WS-TEAM-STATUS-OK               VALUE '00'.
001990     88  WS-TEAM-STATUS-NOTFND           VALUE '23'.
002000 01  WS-WAIT-STATUS                  PIC X(02).
002010     88  WS-WAIT-STATUS-OK               VALUE '00'.
002020     88  WS-WAIT-STATUS-NOTFND           VALUE '23'.
002030 01  WS-HOLD-STATUS                  PIC X(02).
002040     88  WS-HOLD-STATUS-OK               VALUE '00'.
002050     88  WS-HOLD-STATUS-NOTFND           VALUE '23'.
002060 01  WS-SUSPIN-STATUS                PIC X(02).
002070     88  WS-SUSPIN-STATUS-OK             VALUE '00'.
002080     88  WS-SUSPIN-STATUS-EOF            VALUE '10'.
002090 01  WS-RPT-STATUS                   PIC X(02).
002100     88  WS-RPT-STATUS-OK                VALUE '00'.
002110 01  WS-DATE-STATUS                  PIC X(02).
002120     88  WS-DATE-STATUS-OK               VALUE '00'.
002130*
002140*-------------------------------------------------------------
002150*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
002160*        READ BY 1010-READ-BUSINESS-DATE.
002170*-------------------------------------------------------------
002180 01  WS-BDT-IMAGE.
002190     COPY HW1DATERC
002200         REPLACING ==:PREFIX:== BY ==WS-BDT==.
002210*
002220*-------------------------------------------------------------
002230*    WEEK-END DATES  -  THE BUSINESS DATE PLUS 7, 14 ... 56
002240*        DAYS, WITH A NINTH HIGH DATE CATCHING EVERY LATER
002250*        EVENT. WS-STEP-DATE IS THE WORK DATE
002260*        9800-FORWARD-ONE-DAY STEPS THROUGH THE MONTH-LENGTH
002270*        TABLE.
002280*-------------------------------------------------------------
002290 01  WS-WEEK-TABLE.
002300     05  WS-WEEK-END             OCCURS 9 TIMES
002310                                 PIC 9(08).
002320 01  WS-WK-SUB                   PIC 9(03)   COMP.
002330 01  WS-DAY-SUB                  PIC 9(03)   COMP.
002340 01  WS-STEP-DATE-WORK.
002350     05  WS-STEP-DATE                PIC 9(08).
002360     05  FILLER REDEFINES WS-STEP-DATE.
002370         10  WS-STEP-YYYY            PIC 9(04).
002380         10  WS-STEP-MM              PIC 9(02).
002390         10  WS-STEP-DD              PIC 9(02).
002400 01  WS-STEP-MONTH-END               PIC 9(02).
002410 01  WS-MONTH-DAYS-DATA              PIC X(24)
002420         VALUE '312831303130313130313031'.
002430 01  FILLER REDEFINES WS-MONTH-DAYS-DATA.
002440     05  WS-MONTH-DAYS               OCCURS 12 TIMES
002450                                     PIC 9(02).
002460 01  WS-LEAP-WORK.
002470     05  WS-LEAP-QUOT                PIC 9(04)   COMP.
002480     05  WS-LEAP-REM-4               PIC 9(04)   COMP.
002490     05  WS-LEAP-REM-100             PIC 9(04)   COMP.
002500     05  WS-LEAP-REM-400             PIC 9(04)   COMP.
002510*
002520*-------------------------------------------------------------
002530*    FORECAST TEAM TABLE  -  ONE ENTRY PER ACTIVE TEAM, IN
002540*        TEAM-CODE ORDER AS LOADED FROM HW1TEAM, WITH THE FREE
002550*        SEATS AT EACH WEEK END (THE NINTH IS AFTER EVERYTHING
002560*        KNOWN) AND THE FIRST DATE DEMAND PASSES CAPACITY.
002570*-------------------------------------------------------------
002580 01  WS-FT-TABLE.
002590     05  WS-FT-MAX               PIC 9(03)   COMP VALUE 200.
002600     05  WS-FT-COUNT             PIC 9(03)   COMP VALUE ZERO.
002610     05  WS-FT-ENTRY OCCURS 200 TIMES.
002620         10  WS-FT-CODE          PIC X(20).
002630         10  WS-FT-CAPACITY      PIC 9(05).
002640         10  WS-FT-MEMBERS       PIC 9(05).
002650         10  WS-FT-QUEUE         PIC 9(05)   COMP.
002660         10  WS-FT-PENDING       PIC 9(05)   COMP.
002670         10  WS-FT-DONE-SW       PIC X(01).
002680             88  WS-FT-DONE          VALUE 'Y'.
002690             88  WS-FT-NOT-DONE      VALUE 'N'.
002700         10  WS-FT-OVER-DATE     PIC 9(08).
002710         10  WS-FT-WEEK-FREE     OCCURS 9 TIMES
002720                                 PIC S9(05)  COMP.
002730 01  WS-FT-SUB                   PIC 9(03)   COMP.
002740 01  WS-FIND-TEAM                PIC X(20).
002750*
002760*-------------------------------------------------------------
002770*    ONE SEAT EVENT BUILT BY A SCAN PARAGRAPH AND HANDED TO
002780*        2900-RELEASE-EVENT.
002790*-------------------------------------------------------------
002800 01  WS-EV-TEAM                  PIC X(20).
002810 01  WS-EV-DATE                  PIC 9(08).
002820 01  WS-EV-DELTA                 PIC S9(01).
002830 01  WS-EV-SOURCE                PIC X(08).
002840 01  WS-EV-ID                    PIC 9(07).
002850 01  WS-EV-EVENT                 PIC X(24).
002860*
002870*-------------------------------------------------------------
002880*    RUNNING POSITION OF THE TEAM BEING WALKED IN THE SORT
002890*        OUTPUT - MEMBERS PLUS EVERYTHING APPLIED SO FAR, QUEUE
002900*        ENTRIES NOT YET SEATED, AND THE DAY BEING APPLIED.
002910*-------------------------------------------------------------
002920 01  WS-CUR-TEAM                 PIC X(20).
002930 01  WS-CUR-DATE                 PIC 9(08).
002940 01  WS-DEMAND                   PIC S9(05)  COMP.
002950 01  WS-QUEUE-LEFT               PIC 9(05)   COMP.
002960 01  WS-QUEUE-TAKE               PIC 9(05)   COMP.
002970 01  WS-FREE                     PIC S9(05)  COMP.
002980 01  WS-PRINT-EVENTS-SW          PIC X(01).
002990     88  WS-PRINT-EVENTS             VALUE 'Y'.
003000     88  WS-NO-PRINT-EVENTS          VALUE 'N'.
003010*
003020*-------------------------------------------------------------
003030*    RUN COUNTERS
003040*-------------------------------------------------------------
003050 01  WS-TEAM-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
003060 01  WS-MASTER-READ-COUNT        PIC 9(07)   COMP VALUE ZERO.
003070 01  WS-WAIT-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
003080 01  WS-HOLD-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
003090 01  WS-SUSP-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
003100 01  WS-EVENT-COUNT              PIC 9(07)   COMP VALUE ZERO.
003110 01  WS-OVER-TEAM-COUNT          PIC 9(07)   COMP VALUE ZERO.
003120*
003130 01  WS-LINE-COUNT               PIC 9(03)   COMP VALUE ZERO.
003140 01  WS-MAX-LINES                PIC 9(03)   VALUE 50.
003150 01  WS-PAGE-COUNT               PIC 9(03)   COMP VALUE ZERO.
003160 01  WS-PART-SW                  PIC X(01)   VALUE 'E'.
003170     88  WS-PART-EVENTS              VALUE 'E'.
003180     88  WS-PART-GRID                VALUE 'G'.
003190*
003200*-------------------------------------------------------------
003210*    PRINT LINE LAYOUTS
003220*-------------------------------------------------------------
003230 01  WS-HDG1-LINE.
003240     05  FILLER                  PIC X(01)   VALUE SPACE.
003250     05  FILLER                  PIC X(40)
003260             VALUE 'HW1 SEAT AVAILABILITY FORECAST'.
003270     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
003280     05  HDG1-PAGE               PIC ZZZ9.
003290     05  FILLER                  PIC X(81)   VALUE SPACES.
003300*
003310 01  WS-HDG2-LINE.
003320     05  FILLER                  PIC X(01)   VALUE SPACE.
003330     05  FILLER                  PIC X(16)
003340             VALUE 'BUSINESS DATE = '.
003350     05  HDG2-RUN-DATE           PIC 9(08).
003360     05  FILLER                  PIC X(04)   VALUE SPACES.
003370     05  HDG2-PART               PIC X(40).
003380     05  FILLER                  PIC X(63)   VALUE SPACES.
003390*
003400 01  WS-EVENT-HDG-LINE.
003410     05  FILLER                  PIC X(04)   VALUE SPACES.
003420     05  FILLER                  PIC X(10)   VALUE 'DATE'.
003430     05  FILLER                  PIC X(10)   VALUE 'SOURCE'.
003440     05  FILLER                  PIC X(09)   VALUE 'HW1-ID'.
003450     05  FILLER                  PIC X(26)   VALUE 'EVENT'.
003460     05  FILLER                  PIC X(07)   VALUE 'SEATS'.
003470     05  FILLER                  PIC X(07)   VALUE 'DEMAND'.
003480     05  FILLER                  PIC X(08)   VALUE '  FREE'.
003490     05  FILLER                  PIC X(07)   VALUE 'QUEUE'.
003500     05  FILLER                  PIC X(44)   VALUE SPACES.
003510*
003520 01  WS-TEAM-HDG-LINE.
003530     05  FILLER                  PIC X(01)   VALUE SPACE.
003540     05  FILLER                  PIC X(05)   VALUE 'TEAM '.
003550     05  TH-TEAM                 PIC X(20).
003560     05  FILLER                  PIC X(12)
003570             VALUE '  CAPACITY '.
003580     05  TH-CAPACITY             PIC ZZZZ9.
003590     05  FILLER                  PIC X(11)
003600             VALUE '  MEMBERS '.
003610     05  TH-MEMBERS              PIC ZZZZ9.
003620     05  FILLER                  PIC X(17)
003630             VALUE '  PENDING START '.
003640     05  TH-PENDING              PIC ZZZZ9.
003650     05  FILLER                  PIC X(10)
003660             VALUE '  QUEUED '.
003670     05  TH-QUEUE                PIC ZZZZ9.
003680     05  FILLER                  PIC X(02)   VALUE SPACES.
003690     05  TH-NOTE                 PIC X(20).
003700     05  FILLER                  PIC X(14)   VALUE SPACES.
003710*
003720 01  WS-EVENT-LINE.
003730     05  FILLER                  PIC X(04)   VALUE SPACES.
003740     05  EV-DATE                 PIC 9(08).
003750     05  FILLER                  PIC X(02)   VALUE SPACES.
003760     05  EV-SOURCE               PIC X(08).
003770     05  FILLER                  PIC X(02)   VALUE SPACES.
003780     05  EV-ID                   PIC X(07).
003790     05  FILLER                  PIC X(02)   VALUE SPACES.
003800     05  EV-EVENT                PIC X(24).
003810     05  FILLER                  PIC X(02)   VALUE SPACES.
003820     05  EV-SEATS                PIC +ZZZ9.
003830     05  FILLER                  PIC X(02)   VALUE SPACES.
003840     05  EV-DEMAND               PIC -ZZZ9.
003850     05  FILLER                  PIC X(02)   VALUE SPACES.
003860     05  EV-FREE                 PIC -ZZZZ9.
003870     05  EV-FREE-X REDEFINES EV-FREE
003880                                 PIC X(06).
003890     05  FILLER                  PIC X(02)   VALUE SPACES.
003900     05  EV-QUEUE                PIC ZZZZ9.
003910     05  FILLER                  PIC X(02)   VALUE SPACES.
003920     05  EV-FLAG                 PIC X(16).
003930     05  FILLER                  PIC X(26)   VALUE SPACES.
003940*
003950 01  WS-GRID-HDG-LINE.
003960     05  FILLER                  PIC X(01).
003970     05  GH-TEAM                 PIC X(20).
003980     05  FILLER                  PIC X(01).
003990     05  GH-CAPACITY             PIC X(05).
004000     05  FILLER                  PIC X(01).
004010     05  GH-MEMBERS              PIC X(05).
004020     05  FILLER                  PIC X(01).
004030     05  GH-QUEUE                PIC X(05).
004040     05  FILLER                  PIC X(01).
004050     05  GH-NOW                  PIC X(06).
004060     05  GH-WEEK                 OCCURS 8 TIMES.
004070         10  FILLER              PIC X(03).
004080         10  GH-WEEK-MM          PIC 9(02).
004090         10  GH-WEEK-SLASH       PIC X(01).
004100         10  GH-WEEK-DD          PIC 9(02).
004110     05  FILLER                  PIC X(02).
004120     05  GH-LATER                PIC X(06).
004130     05  FILLER                  PIC X(02).
004140     05  GH-OVER                 PIC X(10).
004150     05  FILLER                  PIC X(02).
004160*
004170 01  WS-GRID-LINE.
004180     05  FILLER                  PIC X(01).
004190     05  GL-TEAM                 PIC X(20).
004200     05  FILLER                  PIC X(01).
004210     05  GL-CAPACITY             PIC ZZZZ9.
004220     05  FILLER                  PIC X(01).
004230     05  GL-MEMBERS              PIC ZZZZ9.
004240     05  FILLER                  PIC X(01).
004250     05  GL-QUEUE                PIC ZZZZ9.
004260     05  FILLER                  PIC X(01).
004270     05  GL-NOW                  PIC -ZZZZ9.
004280     05  GL-WEEK                 OCCURS 8 TIMES.
004290         10  FILLER              PIC X(02).
004300         10  GL-WEEK-FREE        PIC -ZZZZ9.
004310     05  FILLER                  PIC X(02).
004320     05  GL-LATER                PIC -ZZZZ9.
004330     05  FILLER                  PIC X(02).
004340     05  GL-OVER                 PIC X(10).
004350     05  FILLER                  PIC X(02).
004360*
004370 01  WS-DATE-SPLIT.
004380     05  WS-DS-YYYY              PIC 9(04).
004390     05  WS-DS-MM                PIC 9(02).
004400     05  WS-DS-DD                PIC 9(02).
004410*
004420 01  WS-TOTAL-LINE.
004430     05  FILLER                  PIC X(03)   VALUE SPACES.
004440     05  TOT-LABEL               PIC X(30).
004450     05  TOT-COUNT               PIC ZZZZZZ9.
004460     05  FILLER                  PIC X(92)   VALUE SPACES.
004470*
004480 PROCEDURE DIVISION.
004490*=============================================================
004500 0000-MAINLINE SECTION.
004510*=============================================================
004520     PERFORM 1000-INITIALIZE
004530         THRU 1000-EXIT.
004540     SORT SORT-WORK
004550         ON ASCENDING KEY SD-TEAM
004560         ON ASCENDING KEY SD-DATE
004570         ON ASCENDING KEY SD-DELTA
004580         INPUT PROCEDURE IS 2000-SORT-IN THRU 2000-EXIT
004590         OUTPUT PROCEDURE IS 3000-SORT-OUT THRU 3000-EXIT.
004600     PERFORM 4000-PRINT-FORECAST
004610         THRU 4000-EXIT.
004620     PERFORM 8000-TERMINATE
004630         THRU 8000-EXIT.
004640     STOP RUN.
004650*
004660*=============================================================
004670* 1000-INITIALIZE  -  READ THE BUSINESS DATE, SET THE WEEK-END
004680*     DATES, OPEN THE FILES, LOAD THE ACTIVE TEAMS AND THEIR
004690*     QUEUE DEPTHS AND START THE REPORT.
004700*=============================================================
004710 1000-INITIALIZE.
004720     PERFORM 1010-READ-BUSINESS-DATE
004730         THRU 1010-EXIT.
004740     MOVE WS-BDT-BUSINESS-DATE       TO WS-STEP-DATE.
004750     MOVE ZERO                       TO WS-WK-SUB.
004760     PERFORM 1100-SET-WEEK-END
004770         THRU 1100-EXIT
004780         8 TIMES.
004790     MOVE 99999999                   TO WS-WEEK-END (9).
004800     OPEN INPUT HW1.
004810     IF NOT WS-HW1-FILE-STATUS-OK
004820         DISPLAY 'OPEN INPUT HW1 FAILED - FILE STATUS = '
004830             WS-HW1-FILE-STATUS
004840         PERFORM 9900-ABEND
004850             THRU 9900-EXIT
004860     END-IF.
004870     OPEN INPUT HW1TEAM.
004880     IF NOT WS-TEAM-STATUS-OK
004890         DISPLAY 'OPEN INPUT HW1TEAM FAILED - FILE STATUS = '
004900             WS-TEAM-STATUS
004910         PERFORM 9900-ABEND
004920             THRU 9900-EXIT
004930     END-IF.
004940     OPEN INPUT HW1WAIT.
004950     IF NOT WS-WAIT-STATUS-OK
004960         DISPLAY 'OPEN INPUT HW1WAIT FAILED - FILE STATUS = '
004970             WS-WAIT-STATUS
004980         PERFORM 9900-ABEND
004990             THRU 9900-EXIT
005000     END-IF.
005010     OPEN INPUT HW1HOLD.
005020     IF NOT WS-HOLD-STATUS-OK
005030         DISPLAY 'OPEN INPUT HW1HOLD FAILED - FILE STATUS = '
005040             WS-HOLD-STATUS
005050         PERFORM 9900-ABEND
005060             THRU 9900-EXIT
005070     END-IF.
005080     OPEN INPUT SUSPIN.
005090     IF NOT WS-SUSPIN-STATUS-OK
005100         DISPLAY 'OPEN INPUT SUSPIN FAILED - FILE STATUS = '
005110             WS-SUSPIN-STATUS
005120         PERFORM 9900-ABEND
005130             THRU 9900-EXIT
005140     END-IF.
005150     OPEN OUTPUT FCSRPT.
005160     IF NOT WS-RPT-STATUS-OK
005170         DISPLAY 'OPEN OUTPUT FCSRPT FAILED - FILE STATUS = '
005180             WS-RPT-STATUS
005190         PERFORM 9900-ABEND
005200             THRU 9900-EXIT
005210     END-IF.
005220     PERFORM 1200-LOAD-TEAMS
005230         THRU 1200-EXIT.
005240     PERFORM 1300-COUNT-QUEUES
005250         THRU 1300-EXIT.
005260     SET WS-PART-EVENTS TO TRUE.
005270     PERFORM 7900-NEW-PAGE
005280         THRU 7900-EXIT.
005290 1000-EXIT.
005300     EXIT.
005310*
005320*=============================================================
005330* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
005340*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
005350*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
005360*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
005370*=============================================================
005380 1010-READ-BUSINESS-DATE.
005390     OPEN INPUT HW1DATE.
005400     IF NOT WS-DATE-STATUS-OK
005410         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
005420             WS-DATE-STATUS
005430         PERFORM 9900-ABEND
005440             THRU 9900-EXIT
005450     END-IF.
005460     READ HW1DATE INTO WS-BDT-IMAGE
005470         AT END
005480             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
005490             PERFORM 9900-ABEND
005500                 THRU 9900-EXIT
005510     END-READ.
005520     IF NOT WS-DATE-STATUS-OK
005530         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
005540             WS-DATE-STATUS
005550         PERFORM 9900-ABEND
005560             THRU 9900-EXIT
005570     END-IF.
005580     CLOSE HW1DATE.
005590     IF NOT WS-DATE-STATUS-OK
005600         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
005610             WS-DATE-STATUS
005620         PERFORM 9900-ABEND
005630             THRU 9900-EXIT
005640     END-IF.
005650     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
005660         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
005670         PERFORM 9900-ABEND
005680             THRU 9900-EXIT
005690     END-IF.
005700 1010-EXIT.
005710     EXIT.
005720*
005730*=============================================================
005740* 1100-SET-WEEK-END  -  STEP THE WORK DATE SEVEN DAYS ON AND
005750*     STORE IT AS THE NEXT WEEK-END DATE.
005760*=============================================================
005770 1100-SET-WEEK-END.
005780     ADD 1 TO WS-WK-SUB.
005790     PERFORM 9800-FORWARD-ONE-DAY
005800         THRU 9800-EXIT
005810         7 TIMES.
005820     MOVE WS-STEP-DATE               TO WS-WEEK-END (WS-WK-SUB).
005830 1100-EXIT.
005840     EXIT.
005850*
005860*=============================================================
005870* 1200-LOAD-TEAMS  -  BROWSE HW1TEAM AND LOAD EVERY ACTIVE TEAM.
005880*     AN INACTIVE TEAM TAKES NO NEW STUDENTS, SO IT IS NOT
005890*     FORECAST.
005900*=============================================================
005910 1200-LOAD-TEAMS.
005920     SET WS-TEAM-NOT-EOF TO TRUE.
005930     MOVE LOW-VALUES TO TEAM-CODE.
005940     START HW1TEAM KEY NOT < TEAM-CODE
005950         INVALID KEY
005960             SET WS-TEAM-EOF TO TRUE
005970     END-START.
005980     IF NOT WS-TEAM-STATUS-OK
005990             AND NOT WS-TEAM-STATUS-NOTFND
006000         DISPLAY 'START HW1TEAM FAILED - FILE STATUS = '
006010             WS-TEAM-STATUS
006020         PERFORM 9900-ABEND
006030             THRU 9900-EXIT
006040     END-IF.
006050     PERFORM 1210-LOAD-ONE-TEAM
006060         THRU 1210-EXIT
006070         UNTIL WS-TEAM-EOF.
006080 1200-EXIT.
006090     EXIT.
006100*
006110*=============================================================
006120* 1210-LOAD-ONE-TEAM  -  READ THE NEXT TEAM AND ADD IT TO THE
006130*     TABLE IF IT IS ACTIVE.
006140*=============================================================
006150 1210-LOAD-ONE-TEAM.
006160     READ HW1TEAM NEXT RECORD
006170         AT END
006180             SET WS-TEAM-EOF TO TRUE
006190     END-READ.
006200     IF WS-TEAM-EOF
006210         GO TO 1210-EXIT
006220     END-IF.
006230     IF NOT WS-TEAM-STATUS-OK
006240         DISPLAY 'READ NEXT HW1TEAM FAILED - FILE STATUS = '
006250             WS-TEAM-STATUS
006260         PERFORM 9900-ABEND
006270             THRU 9900-EXIT
006280     END-IF.
006290     ADD 1 TO WS-TEAM-READ-COUNT.
006300     IF NOT TEAM-ACTIVE
006310         GO TO 1210-EXIT
006320     END-IF.
006330     IF WS-FT-COUNT NOT < WS-FT-MAX
006340         DISPLAY 'COBOLAPP1FCS - MORE THAN 200 ACTIVE TEAMS '
006350             '- RAISE WS-FT-MAX'
006360         PERFORM 9900-ABEND
006370             THRU 9900-EXIT
006380     END-IF.
006390     ADD 1 TO WS-FT-COUNT.
006400     MOVE TEAM-CODE          TO WS-FT-CODE (WS-FT-COUNT).
006410     MOVE TEAM-CAPACITY      TO WS-FT-CAPACITY (WS-FT-COUNT).
006420     MOVE TEAM-MEMBER-COUNT  TO WS-FT-MEMBERS (WS-FT-COUNT).
006430     MOVE ZERO               TO WS-FT-QUEUE (WS-FT-COUNT).
006440     MOVE ZERO               TO WS-FT-PENDING (WS-FT-COUNT).
006450     SET WS-FT-NOT-DONE (WS-FT-COUNT) TO TRUE.
006460     MOVE ZERO               TO WS-FT-OVER-DATE (WS-FT-COUNT).
006470 1210-EXIT.
006480     EXIT.
006490*
006500*=============================================================
006510* 1300-COUNT-QUEUES  -  BROWSE HW1WAIT AND COUNT EACH ACTIVE
006520*     TEAM'S QUEUE DEPTH, QUEUED ADDS AND TRANSFERS ALIKE.
006530*=============================================================
006540 1300-COUNT-QUEUES.
006550     SET WS-WAIT-NOT-EOF TO TRUE.
006560     MOVE LOW-VALUES TO WAIT-KEY.
006570     START HW1WAIT KEY NOT < WAIT-KEY
006580         INVALID KEY
006590             SET WS-WAIT-EOF TO TRUE
006600     END-START.
006610     IF NOT WS-WAIT-STATUS-OK
006620             AND NOT WS-WAIT-STATUS-NOTFND
006630         DISPLAY 'START HW1WAIT FAILED - FILE STATUS = '
006640             WS-WAIT-STATUS
006650         PERFORM 9900-ABEND
006660             THRU 9900-EXIT
006670     END-IF.
006680     PERFORM 1310-COUNT-ONE-ENTRY
006690         THRU 1310-EXIT
006700         UNTIL WS-WAIT-EOF.
006710 1300-EXIT.
006720     EXIT.
006730*
006740*=============================================================
006750* 1310-COUNT-ONE-ENTRY  -  READ ONE QUEUE ENTRY AND ADD IT TO
006760*     ITS TEAM'S DEPTH.
006770*=============================================================
006780 1310-COUNT-ONE-ENTRY.
006790     READ HW1WAIT NEXT RECORD
006800         AT END
006810             SET WS-WAIT-EOF TO TRUE
006820     END-READ.
006830     IF WS-WAIT-EOF
006840         GO TO 1310-EXIT
006850     END-IF.
006860     IF NOT WS-WAIT-STATUS-OK
006870         DISPLAY 'READ NEXT HW1WAIT FAILED - FILE STATUS = '
006880             WS-WAIT-STATUS
006890         PERFORM 9900-ABEND
006900             THRU 9900-EXIT
006910     END-IF.
006920     ADD 1 TO WS-WAIT-READ-COUNT.
006930     MOVE WAIT-TEAM TO WS-FIND-TEAM.
006940     PERFORM 2950-FIND-TEAM
006950         THRU 2950-EXIT.
006960     IF WS-FT-SUB NOT > WS-FT-COUNT
006970         ADD 1 TO WS-FT-QUEUE (WS-FT-SUB)
006980     END-IF.
006990 1310-EXIT.
007000     EXIT.
007010*
007020*=============================================================
007030* 2000-SORT-IN  -  RELEASE EVERY DATED SEAT EVENT FROM THE
007040*     MASTER, THE DELETE HOLDS AND THE SUSPENSE WAREHOUSE TO
007050*     THE TEAM/DATE SORT.
007060*=============================================================
007070 2000-SORT-IN.
007080     PERFORM 2100-SCAN-MASTER
007090         THRU 2100-EXIT.
007100     PERFORM 2200-SCAN-HOLDS
007110         THRU 2200-EXIT.
007120     SET WS-SUSP-NOT-EOF TO TRUE.
007130     PERFORM 2300-SCAN-SUSPENSE-ITEM
007140         THRU 2300-EXIT
007150         UNTIL WS-SUSP-EOF.
007160 2000-EXIT.
007170     EXIT.
007180*
007190*=============================================================
007200* 2100-SCAN-MASTER  -  BROWSE THE ROSTER MASTER FOR PENDING
007210*     RECORDS THAT START AFTER THE BUSINESS DATE.
007220*=============================================================
007230 2100-SCAN-MASTER.
007240     SET WS-HW1-NOT-EOF TO TRUE.
007250     MOVE ZERO TO HW1-ID.
007260     START HW1 KEY NOT < HW1-ID
007270         INVALID KEY
007280             SET WS-HW1-EOF TO TRUE
007290     END-START.
007300     IF NOT WS-HW1-FILE-STATUS-OK
007310             AND NOT WS-HW1-FILE-STATUS-NOTFND
007320         DISPLAY 'START HW1 FAILED - FILE STATUS = '
007330             WS-HW1-FILE-STATUS
007340         PERFORM 9900-ABEND
007350             THRU 9900-EXIT
007360     END-IF.
007370     PERFORM 2110-SCAN-MASTER-RECORD
007380         THRU 2110-EXIT
007390         UNTIL WS-HW1-EOF.
007400 2100-EXIT.
007410     EXIT.
007420*
007430*=============================================================
007440* 2110-SCAN-MASTER-RECORD  -  A FUTURE-DATED PENDING RECORD IS
007450*     RELEASED ON ITS START DATE WITH NO SEAT CHANGE - ITS SEAT
007460*     IS ALREADY IN THE MEMBER COUNT.
007470*=============================================================
007480 2110-SCAN-MASTER-RECORD.
007490     READ HW1 NEXT RECORD
007500         AT END
007510             SET WS-HW1-EOF TO TRUE
007520     END-READ.
007530     IF WS-HW1-EOF
007540         GO TO 2110-EXIT
007550     END-IF.
007560     IF NOT WS-HW1-FILE-STATUS-OK
007570         DISPLAY 'READ NEXT HW1 FAILED - FILE STATUS = '
007580             WS-HW1-FILE-STATUS
007590         PERFORM 9900-ABEND
007600             THRU 9900-EXIT
007610     END-IF.
007620     ADD 1 TO WS-MASTER-READ-COUNT.
007630     IF NOT HW1-STATUS-PENDING
007640             OR HW1-EFFECTIVE-DATE NOT > WS-BDT-BUSINESS-DATE
007650         GO TO 2110-EXIT
007660     END-IF.
007670     MOVE HW1-TEAM TO WS-FIND-TEAM.
007680     PERFORM 2950-FIND-TEAM
007690         THRU 2950-EXIT.
007700     IF WS-FT-SUB NOT > WS-FT-COUNT
007710         ADD 1 TO WS-FT-PENDING (WS-FT-SUB)
007720     END-IF.
007730     MOVE HW1-TEAM                   TO WS-EV-TEAM.
007740     MOVE HW1-EFFECTIVE-DATE         TO WS-EV-DATE.
007750     MOVE ZERO                       TO WS-EV-DELTA.
007760     MOVE 'HW1'                      TO WS-EV-SOURCE.
007770     MOVE HW1-ID                     TO WS-EV-ID.
007780     MOVE 'PENDING START - SEAT HELD' TO WS-EV-EVENT.
007790     PERFORM 2900-RELEASE-EVENT
007800         THRU 2900-EXIT.
007810 2110-EXIT.
007820     EXIT.
007830*
007840*=============================================================
007850* 2200-SCAN-HOLDS  -  BROWSE THE DELETE HOLDS. A HOLD ON A
007860*     NON-DROPPED RECORD FREES ITS SEAT IF IT IS APPROVED, SO IT
007870*     IS RELEASED AGAINST THE NEXT WINDOW.
007880*=============================================================
007890 2200-SCAN-HOLDS.
007900     SET WS-HOLD-NOT-EOF TO TRUE.
007910     MOVE ZERO TO HOLD-ID.
007920     START HW1HOLD KEY NOT < HOLD-ID
007930         INVALID KEY
007940             SET WS-HOLD-EOF TO TRUE
007950     END-START.
007960     IF NOT WS-HOLD-STATUS-OK
007970             AND NOT WS-HOLD-STATUS-NOTFND
007980         DISPLAY 'START HW1HOLD FAILED - FILE STATUS = '
007990             WS-HOLD-STATUS
008000         PERFORM 9900-ABEND
008010             THRU 9900-EXIT
008020     END-IF.
008030     PERFORM 2210-SCAN-HOLD
008040         THRU 2210-EXIT
008050         UNTIL WS-HOLD-EOF.
008060 2200-EXIT.
008070     EXIT.
008080*
008090*=============================================================
008100* 2210-SCAN-HOLD  -  READ ONE HOLD AND RELEASE ITS SEAT.
008110*=============================================================
008120 2210-SCAN-HOLD.
008130     READ HW1HOLD NEXT RECORD
008140         AT END
008150             SET WS-HOLD-EOF TO TRUE
008160     END-READ.
008170     IF WS-HOLD-EOF
008180         GO TO 2210-EXIT
008190     END-IF.
008200     IF NOT WS-HOLD-STATUS-OK
008210         DISPLAY 'READ NEXT HW1HOLD FAILED - FILE STATUS = '
008220             WS-HOLD-STATUS
008230         PERFORM 9900-ABEND
008240             THRU 9900-EXIT
008250     END-IF.
008260     ADD 1 TO WS-HOLD-READ-COUNT.
008270     IF HOLD-STATUS = 'D'
008280         GO TO 2210-EXIT
008290     END-IF.
008300     MOVE HOLD-TEAM                  TO WS-EV-TEAM.
008310     MOVE WS-BDT-NEXT-DATE           TO WS-EV-DATE.
008320     MOVE -1                         TO WS-EV-DELTA.
008330     MOVE 'HW1HOLD'                  TO WS-EV-SOURCE.
008340     MOVE HOLD-ID                    TO WS-EV-ID.
008350     MOVE 'DELETE HOLD IF APPROVED'  TO WS-EV-EVENT.
008360     PERFORM 2900-RELEASE-EVENT
008370         THRU 2900-EXIT.
008380 2210-EXIT.
008390     EXIT.
008400*
008410*=============================================================
008420* 2300-SCAN-SUSPENSE-ITEM  -  READ ONE SUSPENDED TRANSACTION AND
008430*     RELEASE THE SEATS IT WILL TAKE OR FREE ON ITS EFFECTIVE
008440*     DATE. CHANGES, TRANSFERS AND DELETES ARE MEASURED AGAINST
008450*     THE MASTER RECORD AS IT STANDS NOW; ONE WHOSE ID IS NOT ON
008460*     THE MASTER WILL BE REJECTED AND MOVES NOTHING.
008470*=============================================================
008480 2300-SCAN-SUSPENSE-ITEM.
008490     READ SUSPIN
008500         AT END
008510             SET WS-SUSP-EOF TO TRUE
008520     END-READ.
008530     IF WS-SUSP-EOF
008540         GO TO 2300-EXIT
008550     END-IF.
008560     IF NOT WS-SUSPIN-STATUS-OK
008570         DISPLAY 'READ SUSPIN FAILED - FILE STATUS = '
008580             WS-SUSPIN-STATUS
008590         PERFORM 9900-ABEND
008600             THRU 9900-EXIT
008610     END-IF.
008620     ADD 1 TO WS-SUSP-READ-COUNT.
008630     MOVE 'SUSPENSE'                 TO WS-EV-SOURCE.
008640     MOVE SUSP-ID                    TO WS-EV-ID.
008650     IF SUSP-EFFECTIVE-DATE IS NUMERIC
008660         MOVE SUSP-EFFECTIVE-DATE    TO WS-EV-DATE
008670     ELSE
008680         MOVE WS-BDT-NEXT-DATE       TO WS-EV-DATE
008690     END-IF.
008700     IF SUSP-ADD
008710         IF NOT SUSP-STATUS-DROPPED
008720             MOVE SUSP-TEAM          TO WS-EV-TEAM
008730             MOVE +1                 TO WS-EV-DELTA
008740             MOVE 'ADD'              TO WS-EV-EVENT
008750             PERFORM 2900-RELEASE-EVENT
008760                 THRU 2900-EXIT
008770         END-IF
008780         GO TO 2300-EXIT
008790     END-IF.
008800     IF NOT SUSP-CHANGE AND NOT SUSP-TRANSFER
008810             AND NOT SUSP-DELETE
008820         GO TO 2300-EXIT
008830     END-IF.
008840     MOVE SUSP-ID TO HW1-ID.
008850     READ HW1
008860         KEY IS HW1-ID
008870         INVALID KEY
008880             CONTINUE
008890     END-READ.
008900     IF WS-HW1-FILE-STATUS-NOTFND
008910         GO TO 2300-EXIT
008920     END-IF.
008930     IF NOT WS-HW1-FILE-STATUS-OK
008940         DISPLAY 'READ HW1 FAILED - FILE STATUS = '
008950             WS-HW1-FILE-STATUS
008960         PERFORM 9900-ABEND
008970             THRU 9900-EXIT
008980     END-IF.
008990     EVALUATE TRUE
009000         WHEN SUSP-DELETE
009010             PERFORM 2310-RELEASE-DELETE
009020                 THRU 2310-EXIT
009030         WHEN SUSP-TRANSFER
009040             PERFORM 2320-RELEASE-TRANSFER
009050                 THRU 2320-EXIT
009060         WHEN OTHER
009070             PERFORM 2330-RELEASE-CHANGE
009080                 THRU 2330-EXIT
009090     END-EVALUATE.
009100 2300-EXIT.
009110     EXIT.
009120*
009130*=============================================================
009140* 2310-RELEASE-DELETE  -  A SUSPENDED DELETE OF A NON-DROPPED
009150*     RECORD FREES ONE SEAT, SUBJECT TO APPROVAL ONCE IT IS
009160*     RELEASED AND HELD.
009170*=============================================================
009180 2310-RELEASE-DELETE.
009190     IF HW1-STATUS-DROPPED
009200         GO TO 2310-EXIT
009210     END-IF.
009220     MOVE HW1-TEAM                   TO WS-EV-TEAM.
009230     MOVE -1                         TO WS-EV-DELTA.
009240     MOVE 'DELETE - NEEDS APPROVAL'  TO WS-EV-EVENT.
009250     PERFORM 2900-RELEASE-EVENT
009260         THRU 2900-EXIT.
009270 2310-EXIT.
009280     EXIT.
009290*
009300*=============================================================
009310* 2320-RELEASE-TRANSFER  -  A SUSPENDED TRANSFER OF A NON-
009320*     DROPPED RECORD TO ANOTHER TEAM TAKES A SEAT THERE AND
009330*     FREES ONE ON THE TEAM IT IS ON NOW.
009340*=============================================================
009350 2320-RELEASE-TRANSFER.
009360     IF HW1-STATUS-DROPPED OR SUSP-TEAM = HW1-TEAM
009370         GO TO 2320-EXIT
009380     END-IF.
009390     MOVE HW1-TEAM                   TO WS-EV-TEAM.
009400     MOVE -1                         TO WS-EV-DELTA.
009410     MOVE 'TRANSFER OUT'             TO WS-EV-EVENT.
009420     PERFORM 2900-RELEASE-EVENT
009430         THRU 2900-EXIT.
009440     MOVE SUSP-TEAM                  TO WS-EV-TEAM.
009450     MOVE +1                         TO WS-EV-DELTA.
009460     MOVE 'TRANSFER IN'              TO WS-EV-EVENT.
009470     PERFORM 2900-RELEASE-EVENT
009480         THRU 2900-EXIT.
009490 2320-EXIT.
009500     EXIT.
009510*
009520*=============================================================
009530* 2330-RELEASE-CHANGE  -  A SUSPENDED CHANGE REPLACES THE
009540*     WHOLE RECORD. COMPARE THE TEAM AND DROPPED STATUS IT
009550*     CARRIES WITH THE MASTER, THE SAME WAY COBOLAPP1MNT KEEPS
009560*     THE MEMBER COUNTS: A SEAT IS FREED ON THE OLD TEAM AND
009570*     TAKEN ON THE NEW ONE, OR ONE TEAM LOSES OR REGAINS A SEAT
009580*     ON A DROP OR REINSTATEMENT.
009590*=============================================================
009600 2330-RELEASE-CHANGE.
009610     IF SUSP-TEAM = HW1-TEAM
009620         IF NOT HW1-STATUS-DROPPED AND SUSP-STATUS-DROPPED
009630             MOVE HW1-TEAM           TO WS-EV-TEAM
009640             MOVE -1                 TO WS-EV-DELTA
009650             MOVE 'CHANGE - DROPPED' TO WS-EV-EVENT
009660             PERFORM 2900-RELEASE-EVENT
009670                 THRU 2900-EXIT
009680         END-IF
009690         IF HW1-STATUS-DROPPED AND NOT SUSP-STATUS-DROPPED
009700             MOVE HW1-TEAM           TO WS-EV-TEAM
009710             MOVE +1                 TO WS-EV-DELTA
009720             MOVE 'CHANGE - REINSTATED' TO WS-EV-EVENT
009730             PERFORM 2900-RELEASE-EVENT
009740                 THRU 2900-EXIT
009750         END-IF
009760         GO TO 2330-EXIT
009770     END-IF.
009780     IF NOT HW1-STATUS-DROPPED
009790         MOVE HW1-TEAM               TO WS-EV-TEAM
009800         MOVE -1                     TO WS-EV-DELTA
009810         MOVE 'CHANGE - MOVES OUT'   TO WS-EV-EVENT
009820         PERFORM 2900-RELEASE-EVENT
009830             THRU 2900-EXIT
009840     END-IF.
009850     IF NOT SUSP-STATUS-DROPPED
009860         MOVE SUSP-TEAM              TO WS-EV-TEAM
009870         MOVE +1                     TO WS-EV-DELTA
009880         MOVE 'CHANGE - MOVES IN'    TO WS-EV-EVENT
009890         PERFORM 2900-RELEASE-EVENT
009900             THRU 2900-EXIT
009910     END-IF.
009920 2330-EXIT.
009930     EXIT.
009940*
009950*=============================================================
009960* 2900-RELEASE-EVENT  -  RELEASE THE EVENT IN WS-EV- TO THE
009970*     SORT IF ITS TEAM IS FORECAST. AN EVENT DATED ON OR BEFORE
009980*     THE BUSINESS DATE IS DUE IN THE NEXT WINDOW.
009990*=============================================================
010000 2900-RELEASE-EVENT.
010010     MOVE WS-EV-TEAM TO WS-FIND-TEAM.
010020     PERFORM 2950-FIND-TEAM
010030         THRU 2950-EXIT.
010040     IF WS-FT-SUB > WS-FT-COUNT
010050         GO TO 2900-EXIT
010060     END-IF.
010070     IF WS-EV-DATE NOT > WS-BDT-BUSINESS-DATE
010080         MOVE WS-BDT-NEXT-DATE       TO WS-EV-DATE
010090     END-IF.
010100     MOVE WS-EV-TEAM                 TO SD-TEAM.
010110     MOVE WS-EV-DATE                 TO SD-DATE.
010120     MOVE WS-EV-DELTA                TO SD-DELTA.
010130     MOVE WS-EV-SOURCE               TO SD-SOURCE.
010140     MOVE WS-EV-ID                   TO SD-ID.
010150     MOVE WS-EV-EVENT                TO SD-EVENT.
010160     RELEASE SORT-REC.
010170     ADD 1 TO WS-EVENT-COUNT.
010180 2900-EXIT.
010190     EXIT.
010200*
010210*=============================================================
010220* 2950-FIND-TEAM  -  LEAVE WS-FT-SUB ON THE FORECAST ENTRY FOR
010230*     WS-FIND-TEAM, OR PAST WS-FT-COUNT IF IT IS NOT FORECAST.
010240*=============================================================
010250 2950-FIND-TEAM.
010260     PERFORM VARYING WS-FT-SUB FROM 1 BY 1
010270         UNTIL WS-FT-SUB > WS-FT-COUNT
010280             OR WS-FT-CODE (WS-FT-SUB) = WS-FIND-TEAM
010290     END-PERFORM.
010300 2950-EXIT.
010310     EXIT.
010320*
010330*=============================================================
010340* 3000-SORT-OUT  -  WALK THE SORTED EVENTS TEAM BY TEAM AND
010350*     DATE BY DATE, PRINTING EACH ONE WITH THE RUNNING DEMAND
010360*     AND FREE SEATS AND SETTLING EACH WEEK-END FIGURE.
010370*=============================================================
010380 3000-SORT-OUT.
010390     SET WS-PRINT-EVENTS TO TRUE.
010400     MOVE SPACES TO WS-CUR-TEAM.
010410     SET WS-SORT-NOT-EOF TO TRUE.
010420     PERFORM 3100-RETURN-EVENT
010430         THRU 3100-EXIT.
010440     PERFORM 3200-APPLY-EVENT
010450         THRU 3200-EXIT
010460         UNTIL WS-SORT-EOF.
010470     IF WS-CUR-TEAM NOT = SPACES
010480         PERFORM 3600-END-TEAM
010490             THRU 3600-EXIT
010500     END-IF.
010510 3000-EXIT.
010520     EXIT.
010530*
010540*=============================================================
010550* 3100-RETURN-EVENT  -  RETURN THE NEXT SORTED EVENT.
010560*=============================================================
010570 3100-RETURN-EVENT.
010580     RETURN SORT-WORK
010590         AT END
010600             SET WS-SORT-EOF TO TRUE
010610     END-RETURN.
010620 3100-EXIT.
010630     EXIT.
010640*
010650*=============================================================
010660* 3200-APPLY-EVENT  -  ON A NEW TEAM, FINISH THE LAST ONE AND
010670*     START THIS ONE; ON A NEW DATE, CLOSE THE DAY BEFORE AND
010680*     ANY WEEK IT ENDS. THEN APPLY THE EVENT'S SEAT CHANGE AND
010690*     NOTE THE FIRST DATE DEMAND PASSES CAPACITY.
010700*=============================================================
010710 3200-APPLY-EVENT.
010720     IF SD-TEAM NOT = WS-CUR-TEAM
010730         IF WS-CUR-TEAM NOT = SPACES
010740             PERFORM 3600-END-TEAM
010750                 THRU 3600-EXIT
010760         END-IF
010770         MOVE SD-TEAM TO WS-FIND-TEAM
010780         PERFORM 2950-FIND-TEAM
010790             THRU 2950-EXIT
010800         PERFORM 3500-START-TEAM
010810             THRU 3500-EXIT
010820         PERFORM 3510-PRINT-TEAM-HEADING
010830             THRU 3510-EXIT
010830         PERFORM 3550-END-DAY
010830             THRU 3550-EXIT
010840     END-IF.
010850     IF SD-DATE NOT = WS-CUR-DATE
010860         PERFORM 3550-END-DAY
010870             THRU 3550-EXIT
010880         PERFORM 3700-CLOSE-WEEK
010890             THRU 3700-EXIT
010900             UNTIL WS-WK-SUB > 8
010910                 OR SD-DATE NOT > WS-WEEK-END (WS-WK-SUB)
010920         MOVE SD-DATE TO WS-CUR-DATE
010930     END-IF.
010940     ADD SD-DELTA TO WS-DEMAND.
010950     IF WS-DEMAND < ZERO
010960         MOVE ZERO TO WS-DEMAND
010970     END-IF.
010980     MOVE SPACES TO EV-FLAG.
010990     IF WS-FT-CAPACITY (WS-FT-SUB) > ZERO
011000             AND WS-DEMAND > WS-FT-CAPACITY (WS-FT-SUB)
011010         MOVE 'OVER CAPACITY'        TO EV-FLAG
011020         IF WS-FT-OVER-DATE (WS-FT-SUB) = ZERO
011030             MOVE SD-DATE TO WS-FT-OVER-DATE (WS-FT-SUB)
011040         END-IF
011050     END-IF.
011060     MOVE SD-DATE                    TO EV-DATE.
011070     MOVE SD-SOURCE                  TO EV-SOURCE.
011080     MOVE SD-ID                      TO EV-ID.
011090     MOVE SD-EVENT                   TO EV-EVENT.
011100     MOVE SD-DELTA                   TO EV-SEATS.
011110     PERFORM 3800-PRINT-EVENT
011120         THRU 3800-EXIT.
011130     PERFORM 3100-RETURN-EVENT
011140         THRU 3100-EXIT.
011150 3200-EXIT.
011160     EXIT.
011170*
011180*=============================================================
011190* 3500-START-TEAM  -  SET THE RUNNING POSITION FOR THE TEAM AT
011200*     WS-FT-SUB FROM ITS MEMBER COUNT AND QUEUE. A TEAM ALREADY
011210*     OVER ITS CAPACITY IS MARKED OVER FROM THE BUSINESS DATE.
011220*     THE CALLER THEN PERFORMS 3550-END-DAY TO SEAT FROM THE
011220*     QUEUE ANY SEAT ALREADY FREE - AFTER THE TEAM HEADING, SO
011220*     THAT EVENT PRINTS UNDER ITS OWN TEAM.
011230*=============================================================
011240 3500-START-TEAM.
011250     MOVE WS-FT-CODE (WS-FT-SUB)     TO WS-CUR-TEAM.
011260     MOVE WS-FT-MEMBERS (WS-FT-SUB)  TO WS-DEMAND.
011270     MOVE WS-FT-QUEUE (WS-FT-SUB)    TO WS-QUEUE-LEFT.
011280     MOVE WS-BDT-BUSINESS-DATE       TO WS-CUR-DATE.
011290     MOVE 1                          TO WS-WK-SUB.
011300     IF WS-FT-CAPACITY (WS-FT-SUB) > ZERO
011310             AND WS-DEMAND > WS-FT-CAPACITY (WS-FT-SUB)
011320         MOVE WS-BDT-BUSINESS-DATE
011330             TO WS-FT-OVER-DATE (WS-FT-SUB)
011340     END-IF.
011370 3500-EXIT.
011380     EXIT.
011390*
011400*=============================================================
011410* 3510-PRINT-TEAM-HEADING  -  PRINT THE TEAM'S STARTING FIGURES
011420*     AHEAD OF ITS EVENTS.
011430*=============================================================
011440 3510-PRINT-TEAM-HEADING.
011450     IF WS-LINE-COUNT + 3 > WS-MAX-LINES
011460         PERFORM 7900-NEW-PAGE
011470             THRU 7900-EXIT
011480     END-IF.
011490     MOVE WS-FT-CODE (WS-FT-SUB)     TO TH-TEAM.
011500     MOVE WS-FT-CAPACITY (WS-FT-SUB) TO TH-CAPACITY.
011510     MOVE WS-FT-MEMBERS (WS-FT-SUB)  TO TH-MEMBERS.
011520     MOVE WS-FT-PENDING (WS-FT-SUB)  TO TH-PENDING.
011530     MOVE WS-FT-QUEUE (WS-FT-SUB)    TO TH-QUEUE.
011540     IF WS-FT-CAPACITY (WS-FT-SUB) = ZERO
011550         MOVE 'NO CAPACITY LIMIT'    TO TH-NOTE
011560     ELSE
011570         MOVE SPACES                 TO TH-NOTE
011580     END-IF.
011590     WRITE FCSRPT-LINE FROM WS-TEAM-HDG-LINE
011600         AFTER ADVANCING 2 LINES.
011610     IF NOT WS-RPT-STATUS-OK
011620         DISPLAY 'WRITE FCSRPT FAILED - FILE STATUS = '
011630             WS-RPT-STATUS
011640         PERFORM 9900-ABEND
011650             THRU 9900-EXIT
011660     END-IF.
011670     ADD 2 TO WS-LINE-COUNT.
011680 3510-EXIT.
011690     EXIT.
011700*
011710*=============================================================
011720* 3550-END-DAY  -  AT THE END OF A DAY THE QUEUE TAKES AS MANY
011730*     FREE SEATS AS IT HAS ENTRIES, AS COBOLAPP1WLP DOES AFTER
011740*     THE DAY'S MAINTENANCE. A TEAM WITH NO CAPACITY LIMIT
011750*     NEVER HOLDS A QUEUE.
011760*=============================================================
011770 3550-END-DAY.
011780     IF WS-FT-CAPACITY (WS-FT-SUB) = ZERO
011790             OR WS-QUEUE-LEFT = ZERO
011800             OR WS-DEMAND NOT < WS-FT-CAPACITY (WS-FT-SUB)
011810         GO TO 3550-EXIT
011820     END-IF.
011830     COMPUTE WS-QUEUE-TAKE =
011840         WS-FT-CAPACITY (WS-FT-SUB) - WS-DEMAND.
011850     IF WS-QUEUE-TAKE > WS-QUEUE-LEFT
011860         MOVE WS-QUEUE-LEFT          TO WS-QUEUE-TAKE
011870     END-IF.
011880     ADD WS-QUEUE-TAKE               TO WS-DEMAND.
011890     SUBTRACT WS-QUEUE-TAKE          FROM WS-QUEUE-LEFT.
011900     IF WS-NO-PRINT-EVENTS
011910         GO TO 3550-EXIT
011920     END-IF.
011930     MOVE WS-CUR-DATE                TO EV-DATE.
011940     MOVE 'HW1WAIT'                  TO EV-SOURCE.
011950     MOVE SPACES                     TO EV-ID.
011960     MOVE 'SEATED FROM QUEUE'        TO EV-EVENT.
011970     MOVE WS-QUEUE-TAKE              TO EV-SEATS.
011980     MOVE SPACES                     TO EV-FLAG.
011990     PERFORM 3800-PRINT-EVENT
012000         THRU 3800-EXIT.
012010 3550-EXIT.
012020     EXIT.
012030*
012040*=============================================================
012050* 3600-END-TEAM  -  CLOSE THE LAST DAY, SETTLE EVERY WEEK NOT
012060*     YET CLOSED AND THE AFTER-EVERYTHING FIGURE, AND MARK THE
012070*     TEAM DONE.
012080*=============================================================
012090 3600-END-TEAM.
012100     PERFORM 3550-END-DAY
012110         THRU 3550-EXIT.
012120     PERFORM 3700-CLOSE-WEEK
012130         THRU 3700-EXIT
012140         UNTIL WS-WK-SUB > 9.
012150     IF WS-FT-OVER-DATE (WS-FT-SUB) NOT = ZERO
012160         ADD 1 TO WS-OVER-TEAM-COUNT
012170     END-IF.
012180     SET WS-FT-DONE (WS-FT-SUB) TO TRUE.
012190 3600-EXIT.
012200     EXIT.
012210*
012220*=============================================================
012230* 3700-CLOSE-WEEK  -  STORE THE FREE SEATS AS THEY STAND FOR
012240*     THE WEEK AT WS-WK-SUB AND MOVE ON TO THE NEXT WEEK.
012250*=============================================================
012260 3700-CLOSE-WEEK.
012270     COMPUTE WS-FT-WEEK-FREE (WS-FT-SUB, WS-WK-SUB) =
012280         WS-FT-CAPACITY (WS-FT-SUB) - WS-DEMAND.
012290     ADD 1 TO WS-WK-SUB.
012300 3700-EXIT.
012310     EXIT.
012320*
012330*=============================================================
012340* 3800-PRINT-EVENT  -  FINISH AND PRINT ONE EVENT LINE WITH THE
012350*     RUNNING DEMAND, FREE SEATS AND QUEUE STILL WAITING.
012360*=============================================================
012370 3800-PRINT-EVENT.
012380     IF WS-LINE-COUNT NOT < WS-MAX-LINES
012390         PERFORM 7900-NEW-PAGE
012400             THRU 7900-EXIT
012410     END-IF.
012420     MOVE WS-DEMAND                  TO EV-DEMAND.
012430     IF WS-FT-CAPACITY (WS-FT-SUB) = ZERO
012440         MOVE SPACES                 TO EV-FREE-X
012450     ELSE
012460         COMPUTE WS-FREE = WS-FT-CAPACITY (WS-FT-SUB) - WS-DEMAND
012470         MOVE WS-FREE                TO EV-FREE
012480     END-IF.
012490     MOVE WS-QUEUE-LEFT              TO EV-QUEUE.
012500     WRITE FCSRPT-LINE FROM WS-EVENT-LINE
012510         AFTER ADVANCING 1 LINE.
012520     IF NOT WS-RPT-STATUS-OK
012530         DISPLAY 'WRITE FCSRPT FAILED - FILE STATUS = '
012540             WS-RPT-STATUS
012550         PERFORM 9900-ABEND
012560             THRU 9900-EXIT
012570     END-IF.
012580     ADD 1                           TO WS-LINE-COUNT.
012590 3800-EXIT.
012600     EXIT.
012610*
012620*=============================================================
012630* 4000-PRINT-FORECAST  -  PART TWO: ONE LINE PER ACTIVE TEAM.
012640*     A TEAM WITH NO EVENTS IS SETTLED HERE FROM ITS STARTING
012650*     FIGURES AND QUEUE ALONE.
012660*=============================================================
012670 4000-PRINT-FORECAST.
012680     SET WS-NO-PRINT-EVENTS TO TRUE.
012690     SET WS-PART-GRID TO TRUE.
012700     PERFORM 7900-NEW-PAGE
012710         THRU 7900-EXIT.
012720     MOVE ZERO TO WS-FT-SUB.
012730     PERFORM 4100-PRINT-TEAM-LINE
012740         THRU 4100-EXIT
012750         WS-FT-COUNT TIMES.
012760 4000-EXIT.
012770     EXIT.
012780*
012790*=============================================================
012800* 4100-PRINT-TEAM-LINE  -  PRINT ONE TEAM'S FORECAST LINE.
012810*=============================================================
012820 4100-PRINT-TEAM-LINE.
012830     ADD 1 TO WS-FT-SUB.
012840     IF WS-FT-NOT-DONE (WS-FT-SUB)
012850         PERFORM 3500-START-TEAM
012860             THRU 3500-EXIT
012860         PERFORM 3550-END-DAY
012860             THRU 3550-EXIT
012870         PERFORM 3600-END-TEAM
012880             THRU 3600-EXIT
012890     END-IF.
012900     IF WS-LINE-COUNT NOT < WS-MAX-LINES
012910         PERFORM 7900-NEW-PAGE
012920             THRU 7900-EXIT
012930     END-IF.
012940     MOVE SPACES                     TO WS-GRID-LINE.
012950     MOVE WS-FT-CODE (WS-FT-SUB)     TO GL-TEAM.
012960     MOVE WS-FT-CAPACITY (WS-FT-SUB) TO GL-CAPACITY.
012970     MOVE WS-FT-MEMBERS (WS-FT-SUB)  TO GL-MEMBERS.
012980     MOVE WS-FT-QUEUE (WS-FT-SUB)    TO GL-QUEUE.
012990     IF WS-FT-CAPACITY (WS-FT-SUB) = ZERO
013000         MOVE 'NO LIMIT'             TO GL-OVER
013010         GO TO 4100-WRITE
013020     END-IF.
013030     COMPUTE WS-FREE = WS-FT-CAPACITY (WS-FT-SUB)
013040         - WS-FT-MEMBERS (WS-FT-SUB).
013050     MOVE WS-FREE                    TO GL-NOW.
013060     MOVE ZERO TO WS-WK-SUB.
013070     PERFORM 4110-MOVE-WEEK-FREE
013080         THRU 4110-EXIT
013090         8 TIMES.
013100     MOVE WS-FT-WEEK-FREE (WS-FT-SUB, 9) TO GL-LATER.
013110     EVALUATE TRUE
013120         WHEN WS-FT-OVER-DATE (WS-FT-SUB) = ZERO
013130             MOVE 'NONE'             TO GL-OVER
013140         WHEN WS-FT-OVER-DATE (WS-FT-SUB) = WS-BDT-BUSINESS-DATE
013150             MOVE 'NOW'              TO GL-OVER
013160         WHEN OTHER
013170             MOVE WS-FT-OVER-DATE (WS-FT-SUB) TO GL-OVER
013180     END-EVALUATE.
013190 4100-WRITE.
013200     WRITE FCSRPT-LINE FROM WS-GRID-LINE
013210         AFTER ADVANCING 1 LINE.
013220     IF NOT WS-RPT-STATUS-OK
013230         DISPLAY 'WRITE FCSRPT FAILED - FILE STATUS = '
013240             WS-RPT-STATUS
013250         PERFORM 9900-ABEND
013260             THRU 9900-EXIT
013270     END-IF.
013280     ADD 1                           TO WS-LINE-COUNT.
013290 4100-EXIT.
013300     EXIT.
013310*
013320*=============================================================
013330* 4110-MOVE-WEEK-FREE  -  MOVE ONE WEEK-END FIGURE TO THE LINE.
013340*=============================================================
013350 4110-MOVE-WEEK-FREE.
013360     ADD 1 TO WS-WK-SUB.
013370     MOVE WS-FT-WEEK-FREE (WS-FT-SUB, WS-WK-SUB)
013380         TO GL-WEEK-FREE (WS-WK-SUB).
013390 4110-EXIT.
013400     EXIT.
013410*
013420*=============================================================
013430* 7900-NEW-PAGE  -  START A NEW PAGE WITH THE HEADING LINES OF
013440*     THE PART BEING PRINTED.
013450*=============================================================
013460 7900-NEW-PAGE.
013470     ADD 1                           TO WS-PAGE-COUNT.
013480     MOVE WS-PAGE-COUNT              TO HDG1-PAGE.
013490     WRITE FCSRPT-LINE FROM WS-HDG1-LINE
013500         AFTER ADVANCING PAGE.
013510     IF NOT WS-RPT-STATUS-OK
013520         DISPLAY 'WRITE FCSRPT FAILED - FILE STATUS = '
013530             WS-RPT-STATUS
013540         PERFORM 9900-ABEND
013550             THRU 9900-EXIT
013560     END-IF.
013570     MOVE WS-BDT-BUSINESS-DATE       TO HDG2-RUN-DATE.
013580     IF WS-PART-EVENTS
013590         MOVE 'PART 1 - SEAT EVENTS BY TEAM AND DATE'
013600             TO HDG2-PART
013610     ELSE
013620         MOVE 'PART 2 - FREE SEATS AT EACH WEEK END'
013630             TO HDG2-PART
013640     END-IF.
013650     WRITE FCSRPT-LINE FROM WS-HDG2-LINE
013660         AFTER ADVANCING 1 LINE.
013670     IF NOT WS-RPT-STATUS-OK
013680         DISPLAY 'WRITE FCSRPT FAILED - FILE STATUS = '
013690             WS-RPT-STATUS
013700         PERFORM 9900-ABEND
013710             THRU 9900-EXIT
013720     END-IF.
013730     IF WS-PART-EVENTS
013740         WRITE FCSRPT-LINE FROM WS-EVENT-HDG-LINE
013750             AFTER ADVANCING 2 LINES
013760     ELSE
013770         PERFORM 7910-BUILD-GRID-HEADING
013780             THRU 7910-EXIT
013790         WRITE FCSRPT-LINE FROM WS-GRID-HDG-LINE
013800             AFTER ADVANCING 2 LINES
013810     END-IF.
013820     IF NOT WS-RPT-STATUS-OK
013830         DISPLAY 'WRITE FCSRPT FAILED - FILE STATUS = '
013840             WS-RPT-STATUS
013850         PERFORM 9900-ABEND
013860             THRU 9900-EXIT
013870     END-IF.
013880     MOVE 5                          TO WS-LINE-COUNT.
013890 7900-EXIT.
013900     EXIT.
013910*
013920*=============================================================
013930* 7910-BUILD-GRID-HEADING  -  COLUMN HEADINGS FOR PART TWO,
013940*     EACH WEEK HEADED BY ITS WEEK-END DATE AS MM/DD.
013950*=============================================================
013960 7910-BUILD-GRID-HEADING.
013970     MOVE SPACES                     TO WS-GRID-HDG-LINE.
013980     MOVE 'TEAM'                     TO GH-TEAM.
013990     MOVE '  CAP'                    TO GH-CAPACITY.
014000     MOVE 'MEMBS'                    TO GH-MEMBERS.
014010     MOVE 'QUEUE'                    TO GH-QUEUE.
014020     MOVE '   NOW'                   TO GH-NOW.
014030     MOVE ' LATER'                   TO GH-LATER.
014040     MOVE 'OVER CAP'                 TO GH-OVER.
014050     MOVE ZERO TO WS-WK-SUB.
014060     PERFORM 7920-BUILD-WEEK-HEADING
014070         THRU 7920-EXIT
014080         8 TIMES.
014090 7910-EXIT.
014100     EXIT.
014110*
014120*=============================================================
014130* 7920-BUILD-WEEK-HEADING  -  ONE WEEK-END DATE HEADING.
014140*=============================================================
014150 7920-BUILD-WEEK-HEADING.
014160     ADD 1 TO WS-WK-SUB.
014170     MOVE WS-WEEK-END (WS-WK-SUB)    TO WS-DATE-SPLIT.
014180     MOVE WS-DS-MM                   TO GH-WEEK-MM (WS-WK-SUB).
014190     MOVE '/'                        TO GH-WEEK-SLASH (WS-WK-SUB).
014200     MOVE WS-DS-DD                   TO GH-WEEK-DD (WS-WK-SUB).
014210 7920-EXIT.
014220     EXIT.
014230*
014240*=============================================================
014250* 8000-TERMINATE  -  PRINT THE RUN TOTALS AND CLOSE THE FILES.
014260*=============================================================
014270 8000-TERMINATE.
014280     MOVE 'TEAMS READ                  =' TO TOT-LABEL.
014290     MOVE WS-TEAM-READ-COUNT         TO TOT-COUNT.
014300     WRITE FCSRPT-LINE FROM WS-TOTAL-LINE
014310         AFTER ADVANCING 2 LINES.
014320     MOVE 'ACTIVE TEAMS FORECAST       =' TO TOT-LABEL.
014330     MOVE WS-FT-COUNT                TO TOT-COUNT.
014340     WRITE FCSRPT-LINE FROM WS-TOTAL-LINE
014350         AFTER ADVANCING 1 LINE.
014360     MOVE 'ROSTER RECORDS READ         =' TO TOT-LABEL.
014370     MOVE WS-MASTER-READ-COUNT       TO TOT-COUNT.
014380     WRITE FCSRPT-LINE FROM WS-TOTAL-LINE
014390         AFTER ADVANCING 1 LINE.
014400     MOVE 'QUEUE ENTRIES READ          =' TO TOT-LABEL.
014410     MOVE WS-WAIT-READ-COUNT         TO TOT-COUNT.
014420     WRITE FCSRPT-LINE FROM WS-TOTAL-LINE
014430         AFTER ADVANCING 1 LINE.
014440     MOVE 'DELETE HOLDS READ           =' TO TOT-LABEL.
014450     MOVE WS-HOLD-READ-COUNT         TO TOT-COUNT.
014460     WRITE FCSRPT-LINE FROM WS-TOTAL-LINE
014470         AFTER ADVANCING 1 LINE.
014480     MOVE 'SUSPENSE ITEMS READ         =' TO TOT-LABEL.
014490     MOVE WS-SUSP-READ-COUNT         TO TOT-COUNT.
014500     WRITE FCSRPT-LINE FROM WS-TOTAL-LINE
014510         AFTER ADVANCING 1 LINE.
014520     MOVE 'SEAT EVENTS FORECAST        =' TO TOT-LABEL.
014530     MOVE WS-EVENT-COUNT             TO TOT-COUNT.
014540     WRITE FCSRPT-LINE FROM WS-TOTAL-LINE
014550         AFTER ADVANCING 1 LINE.
014560     MOVE 'TEAMS GOING OVER CAPACITY   =' TO TOT-LABEL.
014570     MOVE WS-OVER-TEAM-COUNT         TO TOT-COUNT.
014580     WRITE FCSRPT-LINE FROM WS-TOTAL-LINE
014590         AFTER ADVANCING 1 LINE.
014600     CLOSE HW1.
014610     IF NOT WS-HW1-FILE-STATUS-OK
014620         DISPLAY 'CLOSE HW1 FAILED - FILE STATUS = '
014630             WS-HW1-FILE-STATUS
014640         PERFORM 9900-ABEND
014650             THRU 9900-EXIT
014660     END-IF.
014670     CLOSE HW1TEAM.
014680     IF NOT WS-TEAM-STATUS-OK
014690         DISPLAY 'CLOSE HW1TEAM FAILED - FILE STATUS = '
014700             WS-TEAM-STATUS
014710         PERFORM 9900-ABEND
014720             THRU 9900-EXIT
014730     END-IF.
014740     CLOSE HW1WAIT.
014750     IF NOT WS-WAIT-STATUS-OK
014760         DISPLAY 'CLOSE HW1WAIT FAILED - FILE STATUS = '
014770             WS-WAIT-STATUS
014780         PERFORM 9900-ABEND
014790             THRU 9900-EXIT
014800     END-IF.
014810     CLOSE HW1HOLD.
014820     IF NOT WS-HOLD-STATUS-OK
014830         DISPLAY 'CLOSE HW1HOLD FAILED - FILE STATUS = '
014840             WS-HOLD-STATUS
014850         PERFORM 9900-ABEND
014860             THRU 9900-EXIT
014870     END-IF.
014880     CLOSE SUSPIN.
014890     IF NOT WS-SUSPIN-STATUS-OK
014900         DISPLAY 'CLOSE SUSPIN FAILED - FILE STATUS = '
014910             WS-SUSPIN-STATUS
014920         PERFORM 9900-ABEND
014930             THRU 9900-EXIT
014940     END-IF.
014950     CLOSE FCSRPT.
014960     IF NOT WS-RPT-STATUS-OK
014970         DISPLAY 'CLOSE FCSRPT FAILED - FILE STATUS = '
014980             WS-RPT-STATUS
014990         PERFORM 9900-ABEND
015000             THRU 9900-EXIT
015010     END-IF.
015020 8000-EXIT.
015030     EXIT.
015040*
015050*=============================================================
015060* 9800-FORWARD-ONE-DAY  -  STEP WS-STEP-DATE FORWARD ONE
015070*     CALENDAR DAY, ROLLING THROUGH MONTH AND YEAR ENDS WITH THE
015080*     MONTH-LENGTH TABLE AND THE LEAP-YEAR RULE (DIVISIBLE BY
015090*     4, EXCEPT CENTURIES NOT DIVISIBLE BY 400).
015100*=============================================================
015110 9800-FORWARD-ONE-DAY.
015120     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-STEP-MONTH-END.
015130     IF WS-STEP-MM = 2
015140         DIVIDE WS-STEP-YYYY BY 4
015150             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
015160         DIVIDE WS-STEP-YYYY BY 100
015170             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
015180         DIVIDE WS-STEP-YYYY BY 400
015190             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
015200         IF WS-LEAP-REM-4 = ZERO
015210                 AND (WS-LEAP-REM-100 NOT = ZERO
015220                     OR WS-LEAP-REM-400 = ZERO)
015230             MOVE 29 TO WS-STEP-MONTH-END
015240         END-IF
015250     END-IF.
015260     IF WS-STEP-DD < WS-STEP-MONTH-END
015270         ADD 1 TO WS-STEP-DD
015280         GO TO 9800-EXIT
015290     END-IF.
015300     MOVE 1 TO WS-STEP-DD.
015310     IF WS-STEP-MM = 12
015320         MOVE 1 TO WS-STEP-MM
015330         ADD 1 TO WS-STEP-YYYY
015340     ELSE
015350         ADD 1 TO WS-STEP-MM
015360     END-IF.
015370 9800-EXIT.
015380     EXIT.
015390*
015400*=============================================================
015410* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
015420*     CALLER) AND END THE RUN WITH A NON-ZERO RETURN CODE SO
015430*     THE JOB STEP CONDITION CODE REFLECTS THE FAILURE.
015440*=============================================================
015450 9900-ABEND.
015460     DISPLAY 'COBOLAPP1FCS ABENDING - SEE FILE STATUS MESSAGE'.
015470     DISPLAY 'ABOVE'.
015480     MOVE 16 TO RETURN-CODE.
015490     STOP RUN.
015500 9900-EXIT.
015510     EXIT.
