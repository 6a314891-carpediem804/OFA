000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBOLAPP1XRF.
000120 AUTHOR.        D BARRETT.
000130 INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000140 DATE-WRITTEN.  20261015.
000150 DATE-COMPILED.
000160*
000170*-------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-------------------------------------------------------------
000200* 20261015 DB   NEW PROGRAM - WEEKLY CROSS-FILE INTEGRITY SWEEP.
000210*               COBOLAPP1TCV PROVES THE TEAM COUNTS AGAINST THE
000220*               ROSTER, BUT NOTHING CHECKED THE SIDE FILES
000230*               AGAINST ONE ANOTHER, SO A HOLD LEFT BEHIND BY A
000240*               PURGE OR A QUEUE ENTRY FOR A STUDENT SEATED BY
000250*               HAND SAT THERE UNTIL SOMEONE TRIPPED OVER IT.
000260*               EACH FILE IS READ ONCE AND EVERY INCONSISTENCY
000270*               IS SORTED INTO ITS CATEGORY AND PRINTED WITH THE
000280*               KEY AND BOTH SIDES' VALUES -
000290*                 1  HW1HOLD ENTRY WITH NO ROSTER RECORD
000300*                 2  HW1HOLD ENTRY WHOSE ROSTER RECORD IS NOW ON
000310*                    ANOTHER TEAM OR ALREADY DROPPED
000320*                 3  HW1WAIT ENTRY ALREADY SEATED - A QUEUED ADD
000330*                    FOR A STUDENT ON THE ROSTER AND NOT DROPPED,
000340*                    OR A QUEUED TRANSFER WHOSE STUDENT IS ALREADY
000350*                    ON THE TEAM
000360*                 4  HW1WAIT ENTRY ON A TEAM THAT IS INACTIVE OR
000370*                    NOT ON HW1TEAM
000380*                 5  HW1WAIT ENTRY THE ROSTER NO LONGER FITS - A
000390*                    QUEUED ADD FOR A DROPPED RECORD (WLP CANNOT
000400*                    WRITE IT), OR A QUEUED TRANSFER FOR A STUDENT
000410*                    NOT ON THE ROSTER, DROPPED, OR NO LONGER ON
000420*                    THE TEAM THE TRANSFER IS FROM
000430*                 6  SUSPENDED CHANGE, DELETE, APPROVAL OR
000440*                    TRANSFER FOR AN ID NO LONGER ON THE ROSTER
000450*                    (PURGED BY COBOLAPP1PRG)
000460*                 7  PENDING ROSTER RECORD ON A TEAM THAT IS
000470*                    INACTIVE OR NOT ON HW1TEAM
000480*               AN EMPTY PARM ONLY REPORTS, WITH EVERY FILE OPEN
000490*               FOR INPUT. PARM='CLEANUP' ALSO REMOVES THE ENTRIES
000500*               THAT ARE PLAINLY DEAD - CATEGORIES 1 AND 3 - AND
000510*               WRITES AN 'R' ENTRY ON HW1AUDIT FOR EACH ONE
000520*               REMOVED. EVERYTHING ELSE NEEDS A DECISION AND IS
000530*               ONLY REPORTED. THE RUN ENDS WITH RETURN CODE 4
000540*               WHEN ANYTHING IS FOUND, REMOVED OR NOT.
000550*-------------------------------------------------------------
000560*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630*-------------------------------------------------------------
000640*    HW1       -  ROSTER MASTER FILE, INDEXED BY HW1-ID
000650*    HW1AUDIT  -  BEFORE/AFTER AUDIT TRAIL (OPENED ONLY UNDER
000660*                 PARM='CLEANUP')
000670*    HW1TEAM   -  TEAM REFERENCE MASTER
000680*    HW1WAIT   -  WAITLIST QUEUE, INDEXED BY TEAM AND ARRIVAL
000690*    HW1HOLD   -  PENDING-DELETE HOLDS, INDEXED BY STUDENT ID
000700*    SUSPIN    -  CURRENT SUSPENSE WAREHOUSE GENERATION
000710*    SORT-WORK -  WORK FILE FOR THE CATEGORY/KEY SORT
000720*    XRFRPT    -  PRINTED INTEGRITY REPORT
000730*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000740*-------------------------------------------------------------
000750     SELECT HW1 ASSIGN TO COBDD
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS HW1-ID
000790         FILE STATUS IS WS-HW1-FILE-STATUS.
000800*
000810     SELECT HW1AUDIT ASSIGN TO COBDD2
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-AUDIT-STATUS.
000840*
000850     SELECT HW1TEAM ASSIGN TO COBDD12
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS TEAM-CODE
000890         FILE STATUS IS WS-TEAM-STATUS.
000900*
000910     SELECT HW1WAIT ASSIGN TO COBDD16
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS WAIT-KEY
000950         FILE STATUS IS WS-WAIT-STATUS.
000960*
000970     SELECT HW1HOLD ASSIGN TO COBDD17
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS HOLD-ID
001010         FILE STATUS IS WS-HOLD-STATUS.
001020*
001030     SELECT SUSPIN ASSIGN TO COBDD5
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-SUSPIN-STATUS.
001060*
001070     SELECT SORT-WORK ASSIGN TO SORTWK1.
001080*
001090     SELECT XRFRPT ASSIGN TO COBDD4
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-RPT-STATUS.
001120*
001130     SELECT HW1DATE ASSIGN TO COBDD22
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-DATE-STATUS.
001160*
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  HW1
001200     LABEL RECORDS ARE STANDARD.
001210 01  HW1-FILE.
001220     COPY HW1REC
001230         REPLACING ==:PREFIX:== BY ==HW1==.
001240*
001250 FD  HW1AUDIT
001260     LABEL RECORDS ARE STANDARD.
001270 01  HW1-AUDIT-FILE.
001280     COPY HW1AUDRC
001290         REPLACING ==:PREFIX:== BY ==AUD==.
001300*
001310 FD  HW1TEAM
001320     LABEL RECORDS ARE STANDARD.
001330 01  HW1-TEAM-FILE.
001340     COPY HW1TEAMRC
001350         REPLACING ==:PREFIX:== BY ==TEAM==.
001360*
001370 FD  HW1WAIT
001380     LABEL RECORDS ARE STANDARD.
001390 01  HW1-WAIT-FILE.
001400     COPY HW1WAITRC
001410         REPLACING ==:PREFIX:== BY ==WAIT==.
001420*
001430 FD  HW1HOLD
001440     LABEL RECORDS ARE STANDARD.
001450 01  HW1-HOLD-FILE.
001460     COPY HW1HOLDRC
001470         REPLACING ==:PREFIX:== BY ==HOLD==.
001480*
001490 FD  SUSPIN
001500     LABEL RECORDS ARE STANDARD.
001510 01  SUSP-IN-RECORD.
001520     05  SUSP-CODE                   PIC X(01).
001530         88  SUSP-ADD                    VALUE 'A'.
001540     05  SUSP-ID                     PIC 9(07).
001550     05  SUSP-NAME                   PIC X(25).
001560     05  SUSP-TEAM                   PIC X(20).
001570     05  SUSP-STATUS                 PIC X(01).
001580     05  SUSP-EFFECTIVE-DATE         PIC 9(08).
001590     05  SUSP-RECYCLE-COUNT          PIC X(02).
001600     05  SUSP-PRIOR-REASON           PIC X(40).
001610     05  SUSP-PRIOR-REJ-DATE         PIC X(08).
001620     05  SUSP-OPERATOR               PIC X(08).
001630*
001640 SD  SORT-WORK.
001650 01  SORT-REC.
001660     05  SD-CATEGORY                 PIC 9(01).
001670     05  SD-KEY-TEAM                 PIC X(20).
001680     05  SD-KEY-SEQ                  PIC X(05).
001690     05  SD-KEY-ID                   PIC 9(07).
001700     05  SD-THIS-FILE                PIC X(08).
001710     05  SD-THIS-TEAM                PIC X(20).
001720     05  SD-THIS-STATUS              PIC X(01).
001730     05  SD-THIS-DATE                PIC X(08).
001740     05  SD-THAT-FILE                PIC X(08).
001750     05  SD-THAT-TEAM                PIC X(20).
001760     05  SD-THAT-STATUS              PIC X(01).
001770     05  SD-THAT-DATE                PIC X(08).
001780     05  SD-ACTION                   PIC X(10).
001790*
001800 FD  XRFRPT
001810     LABEL RECORDS ARE STANDARD.
001820 01  XRFRPT-LINE                     PIC X(132).
001830*
001840 FD  HW1DATE
001850     LABEL RECORDS ARE STANDARD.
001860 01  HW1-DATE-RECORD.
001870     COPY HW1DATERC
001880         REPLACING ==:PREFIX:== BY ==BDT==.
001890*
001900 WORKING-STORAGE SECTION.
001910*-------------------------------------------------------------
001920*    END-OF-FILE AND FILE STATUS SWITCHES
001930*-------------------------------------------------------------
001940 01  WS-HW1-EOF-SW               PIC X(01).
001950     88  WS-HW1-EOF                  VALUE 'Y'.
001960     88  WS-HW1-NOT-EOF              VALUE 'N'.
001970 01  WS-WAIT-EOF-SW              PIC X(01).
001980     88  WS-WAIT-EOF                 VALUE 'Y'.
001990     88  WS-WAIT-NOT-EOF             VALUE 'N'.
002000 01  WS-HOLD-EOF-SW              PIC X(01).
002010     88  WS-HOLD-EOF                 VALUE 'Y'.
002020     88  WS-HOLD-NOT-EOF             VALUE 'N'.
002030 01  WS-SUSP-EOF-SW              PIC X(01).
002040     88  WS-SUSP-EOF                 VALUE 'Y'.
002050     88  WS-SUSP-NOT-EOF             VALUE 'N'.
002060 01  WS-SORT-EOF-SW              PIC X(01).
002070     88  WS-SORT-EOF                 VALUE 'Y'.
002080     88  WS-SORT-NOT-EOF             VALUE 'N'.
002090*
002100 01  WS-HW1-FILE-STATUS              PIC X(02).
002110     88  WS-HW1-FILE-STATUS-OK           VALUE '00'.
002120     88  WS-HW1-FILE-STATUS-NOTFND       VALUE '23'.
002130 01  WS-AUDIT-STATUS                 PIC X(02).
002140     88  WS-AUDIT-STATUS-OK              VALUE '00'.
002150 01  WS-TEAM-STATUS                  PIC X(02).
002160     88  WS-TEAM-STATUS-OK               VALUE '00'.
002170     88  WS-TEAM-STATUS-NOTFND           VALUE '23'.
002180 01  WS-WAIT-STATUS                  PIC X(02).
002190     88  WS-WAIT-STATUS-OK               VALUE '00'.
002200     88  WS-WAIT-STATUS-EOF              VALUE '10'.
002210     88  WS-WAIT-STATUS-NOTFND           VALUE '23'.
002220 01  WS-HOLD-STATUS                  PIC X(02).
002230     88  WS-HOLD-STATUS-OK               VALUE '00'.
002240     88  WS-HOLD-STATUS-EOF              VALUE '10'.
002250     88  WS-HOLD-STATUS-NOTFND           VALUE '23'.
002260 01  WS-SUSPIN-STATUS                PIC X(02).
002270     88  WS-SUSPIN-STATUS-OK             VALUE '00'.
002280     88  WS-SUSPIN-STATUS-EOF            VALUE '10'.
002290 01  WS-RPT-STATUS                   PIC X(02).
002300     88  WS-RPT-STATUS-OK                VALUE '00'.
002310 01  WS-DATE-STATUS                  PIC X(02).
002320     88  WS-DATE-STATUS-OK               VALUE '00'.
002330*
002340*-------------------------------------------------------------
002350*    WS-RUN-MODE  -  REPORT ONLY (EMPTY PARM) OR CLEANUP
002360*        (PARM='CLEANUP' ALSO REMOVES DEAD HOLD AND QUEUE
002370*        ENTRIES).
002380*-------------------------------------------------------------
002390 01  WS-RUN-MODE                 PIC X(01).
002400     88  WS-REPORT-MODE              VALUE 'V'.
002410     88  WS-CLEANUP-MODE             VALUE 'C'.
002420*
002430*-------------------------------------------------------------
002440*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
002450*        READ BY 1010-READ-BUSINESS-DATE. WS-CLOCK-DATE IS THE
002460*        SYSTEM DATE, USED ONLY BY 9050-STAMP-AUDIT-TIME.
002470*-------------------------------------------------------------
002480 01  WS-BDT-IMAGE.
002490     COPY HW1DATERC
002500         REPLACING ==:PREFIX:== BY ==WS-BDT==.
002510 01  WS-CLOCK-DATE                   PIC 9(08).
002520*
002530*-------------------------------------------------------------
002540*    CATEGORY TABLE  -  THE PRINTED DESCRIPTION OF EACH KIND OF
002550*        INCONSISTENCY, WITH ITS COUNT FOR THE RUN TOTALS.
002560*-------------------------------------------------------------
002570 01  WS-CATEGORY-VALUES.
002580     05  FILLER                  PIC X(50)
002590             VALUE 'DELETE HOLD WITH NO ROSTER RECORD'.
002600     05  FILLER                  PIC X(50)
002610             VALUE 'DELETE HOLD ON MOVED OR DROPPED RECORD'.
002620     05  FILLER                  PIC X(50)
002630             VALUE 'WAITLIST ENTRY ALREADY SEATED ON THE ROSTER'.
002640     05  FILLER                  PIC X(50)
002650             VALUE 'WAITLIST ENTRY ON INACTIVE OR UNKNOWN TEAM'.
002660     05  FILLER                  PIC X(50)
002670             VALUE 'WAITLIST ENTRY THE ROSTER NO LONGER FITS'.
002680     05  FILLER                  PIC X(50)
002690             VALUE 'SUSPENDED ITEM FOR AN ID NOT ON THE ROSTER'.
002700     05  FILLER                  PIC X(50)
002710             VALUE 'PENDING RECORD ON INACTIVE OR UNKNOWN TEAM'.
002720 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
002730     05  WS-CAT-DESC             PIC X(50)   OCCURS 7 TIMES.
002740 01  WS-CATEGORY-COUNTS.
002750     05  WS-CAT-COUNT            PIC 9(07)   COMP OCCURS 7 TIMES.
002760 01  WS-CAT-MAX                  PIC 9(03)   COMP VALUE 7.
002770 01  WS-CAT-SUB                  PIC 9(03)   COMP.
002780 01  WS-PRIOR-CATEGORY           PIC 9(01).
002790*
002800*-------------------------------------------------------------
002810*    WS-FINDING  -  THE INCONSISTENCY BEING BUILT FOR RELEASE TO
002820*        THE SORT, SAME SHAPE AS SORT-REC.
002830*-------------------------------------------------------------
002840 01  WS-FINDING.
002850     05  WS-FND-CATEGORY             PIC 9(01).
002860     05  WS-FND-KEY-TEAM             PIC X(20).
002870     05  WS-FND-KEY-SEQ              PIC X(05).
002880     05  WS-FND-KEY-ID               PIC 9(07).
002890     05  WS-FND-THIS-FILE            PIC X(08).
002900     05  WS-FND-THIS-TEAM            PIC X(20).
002910     05  WS-FND-THIS-STATUS          PIC X(01).
002920     05  WS-FND-THIS-DATE            PIC X(08).
002930     05  WS-FND-THAT-FILE            PIC X(08).
002940     05  WS-FND-THAT-TEAM            PIC X(20).
002950     05  WS-FND-THAT-STATUS          PIC X(01).
002960     05  WS-FND-THAT-DATE            PIC X(08).
002970     05  WS-FND-ACTION               PIC X(10).
002980*
002990 01  WS-MASTER-FOUND-SW          PIC X(01).
003000     88  WS-MASTER-FOUND             VALUE 'Y'.
003010     88  WS-MASTER-NOT-FOUND         VALUE 'N'.
003020 01  WS-SUSP-REC-NO              PIC 9(05).
003030*
003040*-------------------------------------------------------------
003050*    WS-AUDIT-BEFORE / WS-AUDIT-AFTER  -  THE ENTRY REMOVED AND
003060*        THE ROSTER RECORD AS IT STOOD, HANDED TO
003070*        9000-WRITE-AUDIT-RECORD WITH THE SOURCE TAG IN
003080*        WS-AUDIT-BATCH-ID.
003090*-------------------------------------------------------------
003100 01  WS-AUDIT-BEFORE.
003110     05  WS-AUDIT-BEFORE-ID          PIC 9(07).
003120     05  WS-AUDIT-BEFORE-NAME        PIC X(25).
003130     05  WS-AUDIT-BEFORE-TEAM        PIC X(20).
003140     05  WS-AUDIT-BEFORE-STATUS      PIC X(01).
003150     05  WS-AUDIT-BEFORE-EFF-DATE    PIC 9(08).
003160 01  WS-AUDIT-AFTER.
003170     05  WS-AUDIT-AFTER-ID           PIC 9(07).
003180     05  WS-AUDIT-AFTER-NAME         PIC X(25).
003190     05  WS-AUDIT-AFTER-TEAM         PIC X(20).
003200     05  WS-AUDIT-AFTER-STATUS       PIC X(01).
003210     05  WS-AUDIT-AFTER-EFF-DATE     PIC 9(08).
003220 01  WS-AUDIT-BATCH-ID               PIC X(08).
003230*
003240*-------------------------------------------------------------
003250*    RUN COUNTERS
003260*-------------------------------------------------------------
003270 01  WS-HOLD-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
003280 01  WS-WAIT-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
003290 01  WS-SUSP-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
003300 01  WS-MASTER-READ-COUNT        PIC 9(07)   COMP VALUE ZERO.
003310 01  WS-FINDING-COUNT            PIC 9(07)   COMP VALUE ZERO.
003320 01  WS-HOLD-REMOVE-COUNT        PIC 9(07)   COMP VALUE ZERO.
003330 01  WS-WAIT-REMOVE-COUNT        PIC 9(07)   COMP VALUE ZERO.
003340*
003350 01  WS-LINE-COUNT               PIC 9(03)   COMP VALUE ZERO.
003360 01  WS-MAX-LINES                PIC 9(03)   VALUE 50.
003370 01  WS-PAGE-COUNT               PIC 9(03)   COMP VALUE ZERO.
003380*
003390*-------------------------------------------------------------
003400*    PRINT LINE LAYOUTS
003410*-------------------------------------------------------------
003420 01  WS-HDG1-LINE.
003430     05  FILLER                  PIC X(01)   VALUE SPACE.
003440     05  FILLER                  PIC X(40)
003450             VALUE 'HW1 CROSS-FILE INTEGRITY SWEEP'.
003460     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
003470     05  HDG1-PAGE               PIC ZZZ9.
003480     05  FILLER                  PIC X(81)   VALUE SPACES.
003490*
003500 01  WS-HDG2-LINE.
003510     05  FILLER                  PIC X(01)   VALUE SPACE.
003520     05  FILLER                  PIC X(16)
003530             VALUE 'BUSINESS DATE = '.
003540     05  HDG2-RUN-DATE           PIC 9(08).
003550     05  FILLER                  PIC X(09)   VALUE '  MODE = '.
003560     05  HDG2-MODE               PIC X(11).
003570     05  FILLER                  PIC X(87)   VALUE SPACES.
003580*
003590 01  WS-HDG3-LINE.
003600     05  FILLER                  PIC X(01)   VALUE SPACE.
003610     05  FILLER                  PIC X(36)   VALUE 'KEY'.
003620     05  FILLER                  PIC X(42)   VALUE 'THIS SIDE'.
003630     05  FILLER                  PIC X(42)   VALUE 'OTHER SIDE'.
003640     05  FILLER                  PIC X(11)   VALUE 'ACTION'.
003650*
003660 01  WS-HDG4-LINE.
003670     05  FILLER                  PIC X(01)   VALUE SPACE.
003680     05  FILLER                  PIC X(21)   VALUE 'TEAM'.
003690     05  FILLER                  PIC X(06)   VALUE 'SEQ'.
003700     05  FILLER                  PIC X(09)   VALUE 'HW1-ID'.
003710     05  FILLER                  PIC X(09)   VALUE 'FILE'.
003720     05  FILLER                  PIC X(21)   VALUE 'TEAM'.
003730     05  FILLER                  PIC X(02)   VALUE 'S'.
003740     05  FILLER                  PIC X(10)   VALUE 'DATE'.
003750     05  FILLER                  PIC X(09)   VALUE 'FILE'.
003760     05  FILLER                  PIC X(21)   VALUE 'TEAM'.
003770     05  FILLER                  PIC X(02)   VALUE 'S'.
003780     05  FILLER                  PIC X(21)   VALUE 'DATE'.
003790*
003800 01  WS-CATEGORY-LINE.
003810     05  FILLER                  PIC X(01)   VALUE SPACE.
003820     05  FILLER                  PIC X(09)   VALUE 'CATEGORY '.
003830     05  CL-CATEGORY             PIC 9(01).
003840     05  FILLER                  PIC X(03)   VALUE ' - '.
003850     05  CL-DESC                 PIC X(50).
003860     05  FILLER                  PIC X(68)   VALUE SPACES.
003870*
003880 01  WS-DETAIL-LINE.
003890     05  FILLER                  PIC X(01)   VALUE SPACE.
003900     05  DTL-KEY-TEAM            PIC X(20).
003910     05  FILLER                  PIC X(01)   VALUE SPACE.
003920     05  DTL-KEY-SEQ             PIC X(05).
003930     05  FILLER                  PIC X(01)   VALUE SPACE.
003940     05  DTL-KEY-ID              PIC 9(07).
003950     05  FILLER                  PIC X(02)   VALUE SPACES.
003960     05  DTL-THIS-FILE           PIC X(08).
003970     05  FILLER                  PIC X(01)   VALUE SPACE.
003980     05  DTL-THIS-TEAM           PIC X(20).
003990     05  FILLER                  PIC X(01)   VALUE SPACE.
004000     05  DTL-THIS-STATUS         PIC X(01).
004010     05  FILLER                  PIC X(01)   VALUE SPACE.
004020     05  DTL-THIS-DATE           PIC X(08).
004030     05  FILLER                  PIC X(02)   VALUE SPACES.
004040     05  DTL-THAT-FILE           PIC X(08).
004050     05  FILLER                  PIC X(01)   VALUE SPACE.
004060     05  DTL-THAT-TEAM           PIC X(20).
004070     05  FILLER                  PIC X(01)   VALUE SPACE.
004080     05  DTL-THAT-STATUS         PIC X(01).
004090     05  FILLER                  PIC X(01)   VALUE SPACE.
004100     05  DTL-THAT-DATE           PIC X(08).
004110     05  FILLER                  PIC X(02)   VALUE SPACES.
004120     05  DTL-ACTION              PIC X(10).
004130     05  FILLER                  PIC X(01)   VALUE SPACE.
004140*
004150 01  WS-SUMMARY-LINE.
004160     05  FILLER                  PIC X(03)   VALUE SPACES.
004170     05  SL-CATEGORY             PIC 9(01).
004180     05  FILLER                  PIC X(03)   VALUE ' - '.
004190     05  SL-DESC                 PIC X(50).
004200     05  FILLER                  PIC X(02)   VALUE '= '.
004210     05  SL-COUNT                PIC ZZZZZZ9.
004220     05  FILLER                  PIC X(66)   VALUE SPACES.
004230*
004240 01  WS-TOTAL-LINE.
004250     05  FILLER                  PIC X(03)   VALUE SPACES.
004260     05  TOT-LABEL               PIC X(30).
004270     05  TOT-COUNT               PIC ZZZZZZ9.
004280     05  FILLER                  PIC X(92)   VALUE SPACES.
004290*
004300 LINKAGE SECTION.
004310*-------------------------------------------------------------
004320*    PARM-DATA  -  EXEC PGM=COBOLAPP1XRF,PARM='CLEANUP' TO ALSO
004330*        REMOVE DEAD HOLD AND QUEUE ENTRIES; AN EMPTY PARM
004340*        REPORTS ONLY.
004350*-------------------------------------------------------------
004360 01  PARM-DATA.
004370     05  PARM-LENGTH             PIC S9(04)  COMP.
004380     05  PARM-TEXT               PIC X(20).
004390*
004400 PROCEDURE DIVISION USING PARM-DATA.
004410*=============================================================
004420 0000-MAINLINE SECTION.
004430*=============================================================
004440     PERFORM 1000-INITIALIZE
004450         THRU 1000-EXIT.
004460     SORT SORT-WORK
004470         ON ASCENDING KEY SD-CATEGORY
004480         ON ASCENDING KEY SD-KEY-TEAM
004490         ON ASCENDING KEY SD-KEY-SEQ
004500         ON ASCENDING KEY SD-KEY-ID
004510         INPUT PROCEDURE IS 2000-SORT-IN THRU 2000-EXIT
004520         OUTPUT PROCEDURE IS 3000-SORT-OUT THRU 3000-EXIT.
004530     PERFORM 8000-TERMINATE
004540         THRU 8000-EXIT.
004550     STOP RUN.
004560*
004570*=============================================================
004580* 1000-INITIALIZE  -  PARSE THE PARM, READ THE BUSINESS DATE,
004590*     OPEN THE FILES AND START THE REPORT. THE HOLD AND QUEUE
004600*     FILES ARE OPENED I-O, AND THE AUDIT TRAIL AT ALL, ONLY
004610*     UNDER PARM='CLEANUP'.
004620*=============================================================
004630 1000-INITIALIZE.
004640     SET WS-REPORT-MODE TO TRUE.
004650     IF PARM-LENGTH = 7
004660             AND PARM-TEXT(1:7) = 'CLEANUP'
004670         SET WS-CLEANUP-MODE TO TRUE
004680     ELSE
004690         IF PARM-LENGTH NOT = ZERO
004700             DISPLAY 'COBOLAPP1XRF - UNRECOGNIZED PARM - ONLY '
004710                 'CLEANUP OR AN EMPTY PARM IS ACCEPTED'
004720             PERFORM 9900-ABEND
004730                 THRU 9900-EXIT
004740         END-IF
004750     END-IF.
004760     INITIALIZE WS-CATEGORY-COUNTS.
004770     PERFORM 1010-READ-BUSINESS-DATE
004780         THRU 1010-EXIT.
004790     OPEN INPUT HW1.
004800     IF NOT WS-HW1-FILE-STATUS-OK
004810         DISPLAY 'OPEN INPUT HW1 FAILED - FILE STATUS = '
004820             WS-HW1-FILE-STATUS
004830         PERFORM 9900-ABEND
004840             THRU 9900-EXIT
004850     END-IF.
004860     OPEN INPUT HW1TEAM.
004870     IF NOT WS-TEAM-STATUS-OK
004880         DISPLAY 'OPEN INPUT HW1TEAM FAILED - FILE STATUS = '
004890             WS-TEAM-STATUS
004900         PERFORM 9900-ABEND
004910             THRU 9900-EXIT
004920     END-IF.
004930     IF WS-CLEANUP-MODE
004940         OPEN I-O HW1WAIT
004950     ELSE
004960         OPEN INPUT HW1WAIT
004970     END-IF.
004980     IF NOT WS-WAIT-STATUS-OK
004990         DISPLAY 'OPEN HW1WAIT FAILED - FILE STATUS = '
005000             WS-WAIT-STATUS
005010         PERFORM 9900-ABEND
005020             THRU 9900-EXIT
005030     END-IF.
005040     IF WS-CLEANUP-MODE
005050         OPEN I-O HW1HOLD
005060     ELSE
005070         OPEN INPUT HW1HOLD
005080     END-IF.
005090     IF NOT WS-HOLD-STATUS-OK
005100         DISPLAY 'OPEN HW1HOLD FAILED - FILE STATUS = '
005110             WS-HOLD-STATUS
005120         PERFORM 9900-ABEND
005130             THRU 9900-EXIT
005140     END-IF.
005150     IF WS-CLEANUP-MODE
005160         OPEN EXTEND HW1AUDIT
005170         IF NOT WS-AUDIT-STATUS-OK
005180             DISPLAY 'OPEN EXTEND HW1AUDIT FAILED - '
005190                 'FILE STATUS = '
005200                 WS-AUDIT-STATUS
005210             PERFORM 9900-ABEND
005220                 THRU 9900-EXIT
005230         END-IF
005240     END-IF.
005250     OPEN INPUT SUSPIN.
005260     IF NOT WS-SUSPIN-STATUS-OK
005270         DISPLAY 'OPEN INPUT SUSPIN FAILED - FILE STATUS = '
005280             WS-SUSPIN-STATUS
005290         PERFORM 9900-ABEND
005300             THRU 9900-EXIT
005310     END-IF.
005320     OPEN OUTPUT XRFRPT.
005330     IF NOT WS-RPT-STATUS-OK
005340         DISPLAY 'OPEN OUTPUT XRFRPT FAILED - FILE STATUS = '
005350             WS-RPT-STATUS
005360         PERFORM 9900-ABEND
005370             THRU 9900-EXIT
005380     END-IF.
005390     IF WS-CLEANUP-MODE
005400         MOVE 'CLEANUP'              TO HDG2-MODE
005410     ELSE
005420         MOVE 'REPORT ONLY'          TO HDG2-MODE
005430     END-IF.
005440     PERFORM 7900-NEW-PAGE
005450         THRU 7900-EXIT.
005460 1000-EXIT.
005470     EXIT.
005480*
005490*=============================================================
005500* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
005510*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
005520*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
005530*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
005540*=============================================================
005550 1010-READ-BUSINESS-DATE.
005560     OPEN INPUT HW1DATE.
005570     IF NOT WS-DATE-STATUS-OK
005580         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
005590             WS-DATE-STATUS
005600         PERFORM 9900-ABEND
005610             THRU 9900-EXIT
005620     END-IF.
005630     READ HW1DATE INTO WS-BDT-IMAGE
005640         AT END
005650             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
005660             PERFORM 9900-ABEND
005670                 THRU 9900-EXIT
005680     END-READ.
005690     IF NOT WS-DATE-STATUS-OK
005700         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
005710             WS-DATE-STATUS
005720         PERFORM 9900-ABEND
005730             THRU 9900-EXIT
005740     END-IF.
005750     CLOSE HW1DATE.
005760     IF NOT WS-DATE-STATUS-OK
005770         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
005780             WS-DATE-STATUS
005790         PERFORM 9900-ABEND
005800             THRU 9900-EXIT
005810     END-IF.
005820     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
005830         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
005840         PERFORM 9900-ABEND
005850             THRU 9900-EXIT
005860     END-IF.
005870 1010-EXIT.
005880     EXIT.
005890*
005900*=============================================================
005910* 2000-SORT-IN  -  SORT INPUT PROCEDURE. CHECK EACH SIDE FILE
005920*     IN TURN AGAINST THE ROSTER AND HW1TEAM, RELEASING ONE
005930*     SORT RECORD PER INCONSISTENCY FOUND.
005940*=============================================================
005950 2000-SORT-IN.
005960     PERFORM 2100-CHECK-HOLDS
005970         THRU 2100-EXIT.
005980     PERFORM 2300-CHECK-WAITLIST
005990         THRU 2300-EXIT.
006000     PERFORM 2500-CHECK-SUSPENSE
006010         THRU 2500-EXIT.
006020     PERFORM 2700-CHECK-PENDING
006030         THRU 2700-EXIT.
006040 2000-EXIT.
006050     EXIT.
006060*
006070*=============================================================
006080* 2100-CHECK-HOLDS  -  ONE PASS OF HW1HOLD IN STUDENT ID ORDER.
006090*=============================================================
006100 2100-CHECK-HOLDS.
006110     SET WS-HOLD-NOT-EOF TO TRUE.
006120     MOVE ZERO TO HOLD-ID.
006130     START HW1HOLD KEY NOT < HOLD-ID
006140         INVALID KEY
006150             SET WS-HOLD-EOF TO TRUE
006160     END-START.
006170     IF NOT WS-HOLD-STATUS-OK
006180             AND NOT WS-HOLD-STATUS-NOTFND
006190         DISPLAY 'START HW1HOLD FAILED - FILE STATUS = '
006200             WS-HOLD-STATUS
006210         PERFORM 9900-ABEND
006220             THRU 9900-EXIT
006230     END-IF.
006240     PERFORM 2200-CHECK-ONE-HOLD
006250         THRU 2200-EXIT
006260         UNTIL WS-HOLD-EOF.
006270 2100-EXIT.
006280     EXIT.
006290*
006300*=============================================================
006310* 2200-CHECK-ONE-HOLD  -  A HOLD WHOSE STUDENT IS NO LONGER ON
006320*     THE ROSTER CAN NEVER BE APPROVED (CATEGORY 1) AND IS
006330*     REMOVED UNDER CLEANUP. A HOLD WHOSE RECORD HAS SINCE MOVED
006340*     TEAM OR BEEN DROPPED (CATEGORY 2) WOULD STILL APPROVE, SO
006350*     IT IS ONLY REPORTED FOR THE REGISTRAR TO DECIDE.
006360*=============================================================
006370 2200-CHECK-ONE-HOLD.
006380     READ HW1HOLD NEXT RECORD
006390         AT END
006400             SET WS-HOLD-EOF TO TRUE
006410     END-READ.
006420     IF WS-HOLD-EOF
006430         GO TO 2200-EXIT
006440     END-IF.
006450     IF NOT WS-HOLD-STATUS-OK
006460         DISPLAY 'READ NEXT HW1HOLD FAILED - FILE STATUS = '
006470             WS-HOLD-STATUS
006480         PERFORM 9900-ABEND
006490             THRU 9900-EXIT
006500     END-IF.
006510     ADD 1 TO WS-HOLD-READ-COUNT.
006520     MOVE HOLD-ID TO HW1-ID.
006530     PERFORM 2900-READ-MASTER
006540         THRU 2900-EXIT.
006550     MOVE SPACES                     TO WS-FINDING.
006560     MOVE HOLD-ID                    TO WS-FND-KEY-ID.
006570     MOVE 'HW1HOLD'                  TO WS-FND-THIS-FILE.
006580     MOVE HOLD-TEAM                  TO WS-FND-THIS-TEAM.
006590     MOVE HOLD-STATUS                TO WS-FND-THIS-STATUS.
006600     MOVE HOLD-EFFECTIVE-DATE        TO WS-FND-THIS-DATE.
006610     MOVE 'HW1'                      TO WS-FND-THAT-FILE.
006620     IF WS-MASTER-NOT-FOUND
006630         MOVE 1                      TO WS-FND-CATEGORY
006640         MOVE 'NOT ON FILE'          TO WS-FND-THAT-TEAM
006650         IF WS-CLEANUP-MODE
006660             PERFORM 2250-REMOVE-HOLD
006670                 THRU 2250-EXIT
006680             MOVE 'REMOVED'          TO WS-FND-ACTION
006690         ELSE
006700             MOVE 'REMOVABLE'        TO WS-FND-ACTION
006710         END-IF
006720         PERFORM 2950-RELEASE-FINDING
006730             THRU 2950-EXIT
006740         GO TO 2200-EXIT
006750     END-IF.
006760     IF HW1-STATUS-DROPPED
006770             OR HW1-TEAM NOT = HOLD-TEAM
006780         MOVE 2                      TO WS-FND-CATEGORY
006790         PERFORM 2960-MASTER-OTHER-SIDE
006800             THRU 2960-EXIT
006810         MOVE 'REVIEW'               TO WS-FND-ACTION
006820         PERFORM 2950-RELEASE-FINDING
006830             THRU 2950-EXIT
006840     END-IF.
006850 2200-EXIT.
006860     EXIT.
006870*
006880*=============================================================
006890* 2250-REMOVE-HOLD  -  DELETE THE ORPHAN HOLD JUST READ AND
006900*     AUDIT IT. THERE IS NO ROSTER RECORD, SO THE NEW IMAGE IS
006910*     SPACES AND ZERO.
006920*=============================================================
006930 2250-REMOVE-HOLD.
006940     DELETE HW1HOLD RECORD
006950     END-DELETE.
006960     IF NOT WS-HOLD-STATUS-OK
006970         DISPLAY 'DELETE HW1HOLD FAILED - FILE STATUS = '
006980             WS-HOLD-STATUS
006990         PERFORM 9900-ABEND
007000             THRU 9900-EXIT
007010     END-IF.
007020     MOVE HOLD-ID                    TO WS-AUDIT-BEFORE-ID.
007030     MOVE HOLD-NAME                  TO WS-AUDIT-BEFORE-NAME.
007040     MOVE HOLD-TEAM                  TO WS-AUDIT-BEFORE-TEAM.
007050     MOVE HOLD-STATUS                TO WS-AUDIT-BEFORE-STATUS.
007060     MOVE HOLD-EFFECTIVE-DATE        TO WS-AUDIT-BEFORE-EFF-DATE.
007070     MOVE HOLD-ID                    TO WS-AUDIT-AFTER-ID.
007080     MOVE SPACES                     TO WS-AUDIT-AFTER-NAME.
007090     MOVE SPACES                     TO WS-AUDIT-AFTER-TEAM.
007100     MOVE SPACE                      TO WS-AUDIT-AFTER-STATUS.
007110     MOVE ZERO                       TO WS-AUDIT-AFTER-EFF-DATE.
007120     MOVE 'XRFHOLD'                  TO WS-AUDIT-BATCH-ID.
007130     PERFORM 9000-WRITE-AUDIT-RECORD
007140         THRU 9000-EXIT.
007150     ADD 1 TO WS-HOLD-REMOVE-COUNT.
007160 2250-EXIT.
007170     EXIT.
007180*
007190*=============================================================
007200* 2300-CHECK-WAITLIST  -  ONE PASS OF HW1WAIT IN TEAM AND
007210*     ARRIVAL ORDER.
007220*=============================================================
007230 2300-CHECK-WAITLIST.
007240     SET WS-WAIT-NOT-EOF TO TRUE.
007250     MOVE LOW-VALUES TO WAIT-KEY.
007260     START HW1WAIT KEY NOT < WAIT-KEY
007270         INVALID KEY
007280             SET WS-WAIT-EOF TO TRUE
007290     END-START.
007300     IF NOT WS-WAIT-STATUS-OK
007310             AND NOT WS-WAIT-STATUS-NOTFND
007320         DISPLAY 'START HW1WAIT FAILED - FILE STATUS = '
007330             WS-WAIT-STATUS
007340         PERFORM 9900-ABEND
007350             THRU 9900-EXIT
007360     END-IF.
007370     PERFORM 2400-CHECK-ONE-WAIT
007380         THRU 2400-EXIT
007390         UNTIL WS-WAIT-EOF.
007400 2300-EXIT.
007410     EXIT.
007420*
007430*=============================================================
007440* 2400-CHECK-ONE-WAIT  -  FIRST THE ENTRY'S TEAM (CATEGORY 4),
007450*     THEN ITS STUDENT. A QUEUED ADD FOR A STUDENT ALREADY ON
007460*     THE ROSTER AND NOT DROPPED, OR A QUEUED TRANSFER WHOSE
007470*     STUDENT IS ALREADY ON THE TEAM, HAS BEEN SEATED SOME OTHER
007480*     WAY (CATEGORY 3) AND IS REMOVED UNDER CLEANUP. ANY OTHER
007490*     MISMATCH WITH THE ROSTER (CATEGORY 5) IS ONLY REPORTED.
007500*=============================================================
007510 2400-CHECK-ONE-WAIT.
007520     READ HW1WAIT NEXT RECORD
007530         AT END
007540             SET WS-WAIT-EOF TO TRUE
007550     END-READ.
007560     IF WS-WAIT-EOF
007570         GO TO 2400-EXIT
007580     END-IF.
007590     IF NOT WS-WAIT-STATUS-OK
007600         DISPLAY 'READ NEXT HW1WAIT FAILED - FILE STATUS = '
007610             WS-WAIT-STATUS
007620         PERFORM 9900-ABEND
007630             THRU 9900-EXIT
007640     END-IF.
007650     ADD 1 TO WS-WAIT-READ-COUNT.
007660     MOVE SPACES                     TO WS-FINDING.
007670     MOVE WAIT-TEAM                  TO WS-FND-KEY-TEAM.
007680     MOVE WAIT-SEQ                   TO WS-FND-KEY-SEQ.
007690     MOVE WAIT-ID                    TO WS-FND-KEY-ID.
007700     MOVE 'HW1WAIT'                  TO WS-FND-THIS-FILE.
007710     MOVE WAIT-TEAM                  TO WS-FND-THIS-TEAM.
007720     MOVE WAIT-STATUS                TO WS-FND-THIS-STATUS.
007730     MOVE WAIT-EFFECTIVE-DATE        TO WS-FND-THIS-DATE.
007740     MOVE WAIT-TEAM TO TEAM-CODE.
007750     PERFORM 2920-READ-TEAM
007760         THRU 2920-EXIT.
007770     IF WS-TEAM-STATUS-NOTFND OR TEAM-INACTIVE
007780         MOVE 4                      TO WS-FND-CATEGORY
007790         PERFORM 2970-TEAM-OTHER-SIDE
007800             THRU 2970-EXIT
007810         MOVE 'REVIEW'               TO WS-FND-ACTION
007820         PERFORM 2950-RELEASE-FINDING
007830             THRU 2950-EXIT
007840     END-IF.
007850     MOVE WAIT-ID TO HW1-ID.
007860     PERFORM 2900-READ-MASTER
007870         THRU 2900-EXIT.
007880     PERFORM 2960-MASTER-OTHER-SIDE
007890         THRU 2960-EXIT.
007900     IF WS-MASTER-NOT-FOUND
007910         IF WAIT-QUEUED-TRANSFER
007920             MOVE 5                  TO WS-FND-CATEGORY
007930             MOVE 'REVIEW'           TO WS-FND-ACTION
007940             PERFORM 2950-RELEASE-FINDING
007950                 THRU 2950-EXIT
007960         END-IF
007970         GO TO 2400-EXIT
007980     END-IF.
007990     IF HW1-STATUS-DROPPED
008000         MOVE 5                      TO WS-FND-CATEGORY
008010         MOVE 'REVIEW'               TO WS-FND-ACTION
008020         PERFORM 2950-RELEASE-FINDING
008030             THRU 2950-EXIT
008040         GO TO 2400-EXIT
008050     END-IF.
008060     IF WAIT-QUEUED-ADD
008070             OR HW1-TEAM = WAIT-TEAM
008080         MOVE 3                      TO WS-FND-CATEGORY
008090         IF WS-CLEANUP-MODE
008100             PERFORM 2450-REMOVE-WAIT
008110                 THRU 2450-EXIT
008120             MOVE 'REMOVED'          TO WS-FND-ACTION
008130         ELSE
008140             MOVE 'REMOVABLE'        TO WS-FND-ACTION
008150         END-IF
008160         PERFORM 2950-RELEASE-FINDING
008170             THRU 2950-EXIT
008180         GO TO 2400-EXIT
008190     END-IF.
008200     IF HW1-TEAM NOT = WAIT-FROM-TEAM
008210         MOVE 5                      TO WS-FND-CATEGORY
008220         MOVE 'REVIEW'               TO WS-FND-ACTION
008230         PERFORM 2950-RELEASE-FINDING
008240             THRU 2950-EXIT
008250     END-IF.
008260 2400-EXIT.
008270     EXIT.
008280*
008290*=============================================================
008300* 2450-REMOVE-WAIT  -  DELETE THE SEATED QUEUE ENTRY JUST READ
008310*     AND AUDIT IT AGAINST THE ROSTER RECORD THAT SEATS IT.
008320*=============================================================
008330 2450-REMOVE-WAIT.
008340     DELETE HW1WAIT RECORD
008350     END-DELETE.
008360     IF NOT WS-WAIT-STATUS-OK
008370         DISPLAY 'DELETE HW1WAIT FAILED - FILE STATUS = '
008380             WS-WAIT-STATUS
008390         PERFORM 9900-ABEND
008400             THRU 9900-EXIT
008410     END-IF.
008420     MOVE WAIT-ID                    TO WS-AUDIT-BEFORE-ID.
008430     MOVE WAIT-NAME                  TO WS-AUDIT-BEFORE-NAME.
008440     MOVE WAIT-TEAM                  TO WS-AUDIT-BEFORE-TEAM.
008450     MOVE WAIT-STATUS                TO WS-AUDIT-BEFORE-STATUS.
008460     MOVE WAIT-EFFECTIVE-DATE        TO WS-AUDIT-BEFORE-EFF-DATE.
008470     MOVE HW1-ID                     TO WS-AUDIT-AFTER-ID.
008480     MOVE HW1-NAME                   TO WS-AUDIT-AFTER-NAME.
008490     MOVE HW1-TEAM                   TO WS-AUDIT-AFTER-TEAM.
008500     MOVE HW1-STATUS                 TO WS-AUDIT-AFTER-STATUS.
008510     MOVE HW1-EFFECTIVE-DATE         TO WS-AUDIT-AFTER-EFF-DATE.
008520     MOVE 'XRFWAIT'                  TO WS-AUDIT-BATCH-ID.
008530     PERFORM 9000-WRITE-AUDIT-RECORD
008540         THRU 9000-EXIT.
008550     ADD 1 TO WS-WAIT-REMOVE-COUNT.
008560 2450-EXIT.
008570     EXIT.
008580*
008590*=============================================================
008600* 2500-CHECK-SUSPENSE  -  ONE PASS OF THE SUSPENSE WAREHOUSE.
008610*     THE ITEM'S POSITION IN THE FILE IS CARRIED AS THE KEY
008620*     SEQUENCE SO SEVERAL ITEMS FOR ONE ID STAY APART.
008630*=============================================================
008640 2500-CHECK-SUSPENSE.
008650     SET WS-SUSP-NOT-EOF TO TRUE.
008660     PERFORM 2600-CHECK-ONE-SUSPENSE
008670         THRU 2600-EXIT
008680         UNTIL WS-SUSP-EOF.
008690 2500-EXIT.
008700     EXIT.
008710*
008720*=============================================================
008730* 2600-CHECK-ONE-SUSPENSE  -  EVERY SUSPENDED TRANSACTION OTHER
008740*     THAN AN ADD NEEDS ITS STUDENT ON THE ROSTER WHEN IT IS
008750*     RELEASED. ONE WHOSE STUDENT HAS GONE (CATEGORY 6) WILL
008760*     ONLY REJECT ON RELEASE; IT IS REPORTED, NOT REMOVED - THE
008770*     WAREHOUSE IS A GENERATION DATASET THIS JOB DOES NOT WRITE.
008780*=============================================================
008790 2600-CHECK-ONE-SUSPENSE.
008800     READ SUSPIN
008810         AT END
008820             SET WS-SUSP-EOF TO TRUE
008830     END-READ.
008840     IF WS-SUSP-EOF
008850         GO TO 2600-EXIT
008860     END-IF.
008870     IF NOT WS-SUSPIN-STATUS-OK
008880         DISPLAY 'READ SUSPIN FAILED - FILE STATUS = '
008890             WS-SUSPIN-STATUS
008900         PERFORM 9900-ABEND
008910             THRU 9900-EXIT
008920     END-IF.
008930     ADD 1 TO WS-SUSP-READ-COUNT.
008940     IF SUSP-ADD
008950         GO TO 2600-EXIT
008960     END-IF.
008970     MOVE SUSP-ID TO HW1-ID.
008980     PERFORM 2900-READ-MASTER
008990         THRU 2900-EXIT.
009000     IF WS-MASTER-FOUND
009010         GO TO 2600-EXIT
009020     END-IF.
009030     MOVE SPACES                     TO WS-FINDING.
009040     MOVE 6                          TO WS-FND-CATEGORY.
009050     MOVE WS-SUSP-READ-COUNT         TO WS-SUSP-REC-NO.
009060     MOVE WS-SUSP-REC-NO             TO WS-FND-KEY-SEQ.
009070     MOVE SUSP-ID                    TO WS-FND-KEY-ID.
009080     MOVE 'SUSP-'                    TO WS-FND-THIS-FILE.
009090     MOVE SUSP-CODE                  TO WS-FND-THIS-FILE(6:1).
009100     MOVE SUSP-TEAM                  TO WS-FND-THIS-TEAM.
009110     MOVE SUSP-STATUS                TO WS-FND-THIS-STATUS.
009120     MOVE SUSP-EFFECTIVE-DATE        TO WS-FND-THIS-DATE.
009130     MOVE 'HW1'                      TO WS-FND-THAT-FILE.
009140     MOVE 'NOT ON FILE'              TO WS-FND-THAT-TEAM.
009150     MOVE 'REVIEW'                   TO WS-FND-ACTION.
009160     PERFORM 2950-RELEASE-FINDING
009170         THRU 2950-EXIT.
009180 2600-EXIT.
009190     EXIT.
009200*
009210*=============================================================
009220* 2700-CHECK-PENDING  -  ONE PASS OF THE ROSTER FOR PENDING
009230*     RECORDS WHOSE TEAM HAS SINCE BEEN DEACTIVATED THROUGH
009240*     COBOLAPP1TMM OR WAS NEVER ON HW1TEAM (CATEGORY 7). THE
009250*     ACTIVATION SWEEP WOULD STILL SEAT THEM ON A DEAD TEAM.
009260*=============================================================
009270 2700-CHECK-PENDING.
009280     SET WS-HW1-NOT-EOF TO TRUE.
009290     MOVE ZERO TO HW1-ID.
009300     START HW1 KEY NOT < HW1-ID
009310         INVALID KEY
009320             SET WS-HW1-EOF TO TRUE
009330     END-START.
009340     IF NOT WS-HW1-FILE-STATUS-OK
009350             AND NOT WS-HW1-FILE-STATUS-NOTFND
009360         DISPLAY 'START HW1 FAILED - FILE STATUS = '
009370             WS-HW1-FILE-STATUS
009380         PERFORM 9900-ABEND
009390             THRU 9900-EXIT
009400     END-IF.
009410     PERFORM 2800-CHECK-ONE-MASTER
009420         THRU 2800-EXIT
009430         UNTIL WS-HW1-EOF.
009440 2700-EXIT.
009450     EXIT.
009460*
009470*=============================================================
009480* 2800-CHECK-ONE-MASTER  -  READ ONE ROSTER RECORD AND, IF IT
009490*     IS PENDING, CHECK ITS TEAM.
009500*=============================================================
009510 2800-CHECK-ONE-MASTER.
009520     READ HW1 NEXT RECORD
009530         AT END
009540             SET WS-HW1-EOF TO TRUE
009550     END-READ.
009560     IF WS-HW1-EOF
009570         GO TO 2800-EXIT
009580     END-IF.
009590     IF NOT WS-HW1-FILE-STATUS-OK
009600         DISPLAY 'READ NEXT HW1 FAILED - FILE STATUS = '
009610             WS-HW1-FILE-STATUS
009620         PERFORM 9900-ABEND
009630             THRU 9900-EXIT
009640     END-IF.
009650     ADD 1 TO WS-MASTER-READ-COUNT.
009660     IF NOT HW1-STATUS-PENDING
009670         GO TO 2800-EXIT
009680     END-IF.
009690     MOVE HW1-TEAM TO TEAM-CODE.
009700     PERFORM 2920-READ-TEAM
009710         THRU 2920-EXIT.
009720     IF WS-TEAM-STATUS-OK AND TEAM-ACTIVE
009730         GO TO 2800-EXIT
009740     END-IF.
009750     MOVE SPACES                     TO WS-FINDING.
009760     MOVE 7                          TO WS-FND-CATEGORY.
009770     MOVE HW1-TEAM                   TO WS-FND-KEY-TEAM.
009780     MOVE HW1-ID                     TO WS-FND-KEY-ID.
009790     MOVE 'HW1'                      TO WS-FND-THIS-FILE.
009800     MOVE HW1-TEAM                   TO WS-FND-THIS-TEAM.
009810     MOVE HW1-STATUS                 TO WS-FND-THIS-STATUS.
009820     MOVE HW1-EFFECTIVE-DATE         TO WS-FND-THIS-DATE.
009830     PERFORM 2970-TEAM-OTHER-SIDE
009840         THRU 2970-EXIT.
009850     MOVE 'REVIEW'                   TO WS-FND-ACTION.
009860     PERFORM 2950-RELEASE-FINDING
009870         THRU 2950-EXIT.
009880 2800-EXIT.
009890     EXIT.
009900*
009910*=============================================================
009920* 2900-READ-MASTER  -  KEYED READ OF HW1 ON HW1-ID, SETTING
009930*     WS-MASTER-FOUND-SW.
009940*=============================================================
009950 2900-READ-MASTER.
009960     SET WS-MASTER-FOUND TO TRUE.
009970     READ HW1
009980         KEY IS HW1-ID
009990         INVALID KEY
010000             SET WS-MASTER-NOT-FOUND TO TRUE
010010     END-READ.
010020     IF NOT WS-HW1-FILE-STATUS-OK
010030             AND NOT WS-HW1-FILE-STATUS-NOTFND
010040         DISPLAY 'READ HW1 FAILED - FILE STATUS = '
010050             WS-HW1-FILE-STATUS
010060         PERFORM 9900-ABEND
010070             THRU 9900-EXIT
010080     END-IF.
010090 2900-EXIT.
010100     EXIT.
010110*
010120*=============================================================
010130* 2920-READ-TEAM  -  KEYED READ OF HW1TEAM ON TEAM-CODE. NOT
010140*     FOUND IS LEFT IN WS-TEAM-STATUS FOR THE CALLER.
010150*=============================================================
010160 2920-READ-TEAM.
010170     READ HW1TEAM
010180         KEY IS TEAM-CODE
010190         INVALID KEY
010200             CONTINUE
010210     END-READ.
010220     IF NOT WS-TEAM-STATUS-OK
010230             AND NOT WS-TEAM-STATUS-NOTFND
010240         DISPLAY 'READ HW1TEAM FAILED - FILE STATUS = '
010250             WS-TEAM-STATUS
010260         PERFORM 9900-ABEND
010270             THRU 9900-EXIT
010280     END-IF.
010290 2920-EXIT.
010300     EXIT.
010310*
010320*=============================================================
010330* 2950-RELEASE-FINDING  -  COUNT THE FINDING UNDER ITS
010340*     CATEGORY AND RELEASE IT TO THE SORT.
010350*=============================================================
010360 2950-RELEASE-FINDING.
010370     ADD 1 TO WS-FINDING-COUNT.
010380     ADD 1 TO WS-CAT-COUNT (WS-FND-CATEGORY).
010390     RELEASE SORT-REC FROM WS-FINDING.
010400 2950-EXIT.
010410     EXIT.
010420*
010430*=============================================================
010440* 2960-MASTER-OTHER-SIDE  -  FILL THE OTHER SIDE OF THE FINDING
010450*     FROM THE ROSTER RECORD JUST READ, OR MARK IT NOT ON FILE.
010460*=============================================================
010470 2960-MASTER-OTHER-SIDE.
010480     MOVE 'HW1'                      TO WS-FND-THAT-FILE.
010490     IF WS-MASTER-FOUND
010500         MOVE HW1-TEAM               TO WS-FND-THAT-TEAM
010510         MOVE HW1-STATUS             TO WS-FND-THAT-STATUS
010520         MOVE HW1-EFFECTIVE-DATE     TO WS-FND-THAT-DATE
010530     ELSE
010540         MOVE 'NOT ON FILE'          TO WS-FND-THAT-TEAM
010550         MOVE SPACE                  TO WS-FND-THAT-STATUS
010560         MOVE SPACES                 TO WS-FND-THAT-DATE
010570     END-IF.
010580 2960-EXIT.
010590     EXIT.
010600*
010610*=============================================================
010620* 2970-TEAM-OTHER-SIDE  -  FILL THE OTHER SIDE OF THE FINDING
010630*     FROM THE HW1TEAM RECORD JUST READ (ITS ACTIVE FLAG IN THE
010640*     STATUS COLUMN), OR MARK IT NOT ON FILE.
010650*=============================================================
010660 2970-TEAM-OTHER-SIDE.
010670     MOVE 'HW1TEAM'                  TO WS-FND-THAT-FILE.
010680     IF WS-TEAM-STATUS-OK
010690         MOVE TEAM-CODE              TO WS-FND-THAT-TEAM
010700         MOVE TEAM-ACTIVE-FLAG       TO WS-FND-THAT-STATUS
010710     ELSE
010720         MOVE 'NOT ON FILE'          TO WS-FND-THAT-TEAM
010730         MOVE SPACE                  TO WS-FND-THAT-STATUS
010740     END-IF.
010750     MOVE SPACES                     TO WS-FND-THAT-DATE.
010760 2970-EXIT.
010770     EXIT.
010780*
010790*=============================================================
010800* 3000-SORT-OUT  -  SORT OUTPUT PROCEDURE. PRINT THE FINDINGS
010810*     UNDER A HEADING FOR EACH CATEGORY.
010820*=============================================================
010830 3000-SORT-OUT.
010840     MOVE ZERO TO WS-PRIOR-CATEGORY.
010850     SET WS-SORT-NOT-EOF TO TRUE.
010860     PERFORM 3100-RETURN-FINDING
010870         THRU 3100-EXIT.
010880     PERFORM 3200-PRINT-FINDING
010890         THRU 3200-EXIT
010900         UNTIL WS-SORT-EOF.
010910 3000-EXIT.
010920     EXIT.
010930*
010940*=============================================================
010950* 3100-RETURN-FINDING  -  RETURN THE NEXT SORTED FINDING.
010960*=============================================================
010970 3100-RETURN-FINDING.
010980     RETURN SORT-WORK
010990         AT END
011000             SET WS-SORT-EOF TO TRUE
011010     END-RETURN.
011020 3100-EXIT.
011030     EXIT.
011040*
011050*=============================================================
011060* 3200-PRINT-FINDING  -  ON A CHANGE OF CATEGORY PRINT ITS
011070*     HEADING, THEN PRINT THE FINDING.
011080*=============================================================
011090 3200-PRINT-FINDING.
011100     IF SD-CATEGORY NOT = WS-PRIOR-CATEGORY
011110         PERFORM 3300-PRINT-CATEGORY
011120             THRU 3300-EXIT
011130     END-IF.
011140     MOVE SD-KEY-TEAM                TO DTL-KEY-TEAM.
011150     MOVE SD-KEY-SEQ                 TO DTL-KEY-SEQ.
011160     MOVE SD-KEY-ID                  TO DTL-KEY-ID.
011170     MOVE SD-THIS-FILE               TO DTL-THIS-FILE.
011180     MOVE SD-THIS-TEAM               TO DTL-THIS-TEAM.
011190     MOVE SD-THIS-STATUS             TO DTL-THIS-STATUS.
011200     MOVE SD-THIS-DATE               TO DTL-THIS-DATE.
011210     MOVE SD-THAT-FILE               TO DTL-THAT-FILE.
011220     MOVE SD-THAT-TEAM               TO DTL-THAT-TEAM.
011230     MOVE SD-THAT-STATUS             TO DTL-THAT-STATUS.
011240     MOVE SD-THAT-DATE               TO DTL-THAT-DATE.
011250     MOVE SD-ACTION                  TO DTL-ACTION.
011260     IF WS-LINE-COUNT NOT < WS-MAX-LINES
011270         PERFORM 7900-NEW-PAGE
011280             THRU 7900-EXIT
011290     END-IF.
011300     WRITE XRFRPT-LINE FROM WS-DETAIL-LINE
011310         AFTER ADVANCING 1 LINE.
011320     IF NOT WS-RPT-STATUS-OK
011330         DISPLAY 'WRITE XRFRPT FAILED - FILE STATUS = '
011340             WS-RPT-STATUS
011350         PERFORM 9900-ABEND
011360             THRU 9900-EXIT
011370     END-IF.
011380     ADD 1                           TO WS-LINE-COUNT.
011390     PERFORM 3100-RETURN-FINDING
011400         THRU 3100-EXIT.
011410 3200-EXIT.
011420     EXIT.
011430*
011440*=============================================================
011450* 3300-PRINT-CATEGORY  -  PRINT THE HEADING FOR A NEW CATEGORY,
011460*     STARTING A NEW PAGE FIRST IF IT WOULD BE LEFT ALONE AT THE
011470*     FOOT OF THIS ONE.
011480*=============================================================
011490 3300-PRINT-CATEGORY.
011500     MOVE SD-CATEGORY                TO WS-PRIOR-CATEGORY.
011510     IF WS-LINE-COUNT NOT < WS-MAX-LINES - 3
011520         PERFORM 7900-NEW-PAGE
011530             THRU 7900-EXIT
011540     END-IF.
011550     MOVE SD-CATEGORY                TO CL-CATEGORY.
011560     MOVE WS-CAT-DESC (SD-CATEGORY)  TO CL-DESC.
011570     WRITE XRFRPT-LINE FROM WS-CATEGORY-LINE
011580         AFTER ADVANCING 2 LINES.
011590     IF NOT WS-RPT-STATUS-OK
011600         DISPLAY 'WRITE XRFRPT FAILED - FILE STATUS = '
011610             WS-RPT-STATUS
011620         PERFORM 9900-ABEND
011630             THRU 9900-EXIT
011640     END-IF.
011650     ADD 2                           TO WS-LINE-COUNT.
011660 3300-EXIT.
011670     EXIT.
011680*
011690*=============================================================
011700* 7900-NEW-PAGE  -  START A NEW PAGE WITH THE HEADING LINES.
011710*=============================================================
011720 7900-NEW-PAGE.
011730     ADD 1                           TO WS-PAGE-COUNT.
011740     MOVE WS-PAGE-COUNT              TO HDG1-PAGE.
011750     WRITE XRFRPT-LINE FROM WS-HDG1-LINE
011760         AFTER ADVANCING PAGE.
011770     IF NOT WS-RPT-STATUS-OK
011780         DISPLAY 'WRITE XRFRPT FAILED - FILE STATUS = '
011790             WS-RPT-STATUS
011800         PERFORM 9900-ABEND
011810             THRU 9900-EXIT
011820     END-IF.
011830     MOVE WS-BDT-BUSINESS-DATE       TO HDG2-RUN-DATE.
011840     WRITE XRFRPT-LINE FROM WS-HDG2-LINE
011850         AFTER ADVANCING 1 LINE.
011860     IF NOT WS-RPT-STATUS-OK
011870         DISPLAY 'WRITE XRFRPT FAILED - FILE STATUS = '
011880             WS-RPT-STATUS
011890         PERFORM 9900-ABEND
011900             THRU 9900-EXIT
011910     END-IF.
011920     WRITE XRFRPT-LINE FROM WS-HDG3-LINE
011930         AFTER ADVANCING 2 LINES.
011940     IF NOT WS-RPT-STATUS-OK
011950         DISPLAY 'WRITE XRFRPT FAILED - FILE STATUS = '
011960             WS-RPT-STATUS
011970         PERFORM 9900-ABEND
011980             THRU 9900-EXIT
011990     END-IF.
012000     WRITE XRFRPT-LINE FROM WS-HDG4-LINE
012010         AFTER ADVANCING 1 LINE.
012020     IF NOT WS-RPT-STATUS-OK
012030         DISPLAY 'WRITE XRFRPT FAILED - FILE STATUS = '
012040             WS-RPT-STATUS
012050         PERFORM 9900-ABEND
012060             THRU 9900-EXIT
012070     END-IF.
012080     MOVE 6                          TO WS-LINE-COUNT.
012090 7900-EXIT.
012100     EXIT.
012110*
012120*=============================================================
012130* 8000-TERMINATE  -  PRINT THE COUNT FOR EVERY CATEGORY AND
012140*     THE RUN TOTALS, CLOSE THE FILES AND END WITH RETURN CODE
012150*     4 IF ANYTHING WAS FOUND.
012160*=============================================================
012170 8000-TERMINATE.
012180     IF WS-LINE-COUNT NOT < WS-MAX-LINES - 16
012190         PERFORM 7900-NEW-PAGE
012200             THRU 7900-EXIT
012210     END-IF.
012220     MOVE ZERO TO WS-CAT-SUB.
012230     PERFORM 8100-PRINT-CATEGORY-COUNT
012240         THRU 8100-EXIT
012250         WS-CAT-MAX TIMES.
012260     MOVE 'DELETE HOLDS READ           =' TO TOT-LABEL.
012270     MOVE WS-HOLD-READ-COUNT         TO TOT-COUNT.
012280     WRITE XRFRPT-LINE FROM WS-TOTAL-LINE
012290         AFTER ADVANCING 2 LINES.
012300     MOVE 'WAITLIST ENTRIES READ       =' TO TOT-LABEL.
012310     MOVE WS-WAIT-READ-COUNT         TO TOT-COUNT.
012320     WRITE XRFRPT-LINE FROM WS-TOTAL-LINE
012330         AFTER ADVANCING 1 LINE.
012340     MOVE 'SUSPENSE ITEMS READ         =' TO TOT-LABEL.
012350     MOVE WS-SUSP-READ-COUNT         TO TOT-COUNT.
012360     WRITE XRFRPT-LINE FROM WS-TOTAL-LINE
012370         AFTER ADVANCING 1 LINE.
012380     MOVE 'ROSTER RECORDS READ         =' TO TOT-LABEL.
012390     MOVE WS-MASTER-READ-COUNT       TO TOT-COUNT.
012400     WRITE XRFRPT-LINE FROM WS-TOTAL-LINE
012410         AFTER ADVANCING 1 LINE.
012420     MOVE 'INCONSISTENCIES FOUND       =' TO TOT-LABEL.
012430     MOVE WS-FINDING-COUNT           TO TOT-COUNT.
012440     WRITE XRFRPT-LINE FROM WS-TOTAL-LINE
012450         AFTER ADVANCING 1 LINE.
012460     MOVE 'DELETE HOLDS REMOVED        =' TO TOT-LABEL.
012470     MOVE WS-HOLD-REMOVE-COUNT       TO TOT-COUNT.
012480     WRITE XRFRPT-LINE FROM WS-TOTAL-LINE
012490         AFTER ADVANCING 1 LINE.
012500     MOVE 'WAITLIST ENTRIES REMOVED    =' TO TOT-LABEL.
012510     MOVE WS-WAIT-REMOVE-COUNT       TO TOT-COUNT.
012520     WRITE XRFRPT-LINE FROM WS-TOTAL-LINE
012530         AFTER ADVANCING 1 LINE.
012540     IF NOT WS-RPT-STATUS-OK
012550         DISPLAY 'WRITE XRFRPT FAILED - FILE STATUS = '
012560             WS-RPT-STATUS
012570         PERFORM 9900-ABEND
012580             THRU 9900-EXIT
012590     END-IF.
012600     CLOSE HW1.
012610     IF NOT WS-HW1-FILE-STATUS-OK
012620         DISPLAY 'CLOSE HW1 FAILED - FILE STATUS = '
012630             WS-HW1-FILE-STATUS
012640         PERFORM 9900-ABEND
012650             THRU 9900-EXIT
012660     END-IF.
012670     CLOSE HW1TEAM.
012680     IF NOT WS-TEAM-STATUS-OK
012690         DISPLAY 'CLOSE HW1TEAM FAILED - FILE STATUS = '
012700             WS-TEAM-STATUS
012710         PERFORM 9900-ABEND
012720             THRU 9900-EXIT
012730     END-IF.
012740     CLOSE HW1WAIT.
012750     IF NOT WS-WAIT-STATUS-OK
012760         DISPLAY 'CLOSE HW1WAIT FAILED - FILE STATUS = '
012770             WS-WAIT-STATUS
012780         PERFORM 9900-ABEND
012790             THRU 9900-EXIT
012800     END-IF.
012810     CLOSE HW1HOLD.
012820     IF NOT WS-HOLD-STATUS-OK
012830         DISPLAY 'CLOSE HW1HOLD FAILED - FILE STATUS = '
012840             WS-HOLD-STATUS
012850         PERFORM 9900-ABEND
012860             THRU 9900-EXIT
012870     END-IF.
012880     IF WS-CLEANUP-MODE
012890         CLOSE HW1AUDIT
012900         IF NOT WS-AUDIT-STATUS-OK
012910             DISPLAY 'CLOSE HW1AUDIT FAILED - FILE STATUS = '
012920                 WS-AUDIT-STATUS
012930             PERFORM 9900-ABEND
012940                 THRU 9900-EXIT
012950         END-IF
012960     END-IF.
012970     CLOSE SUSPIN.
012980     IF NOT WS-SUSPIN-STATUS-OK
012990         DISPLAY 'CLOSE SUSPIN FAILED - FILE STATUS = '
013000             WS-SUSPIN-STATUS
013010         PERFORM 9900-ABEND
013020             THRU 9900-EXIT
013030     END-IF.
013040     CLOSE XRFRPT.
013050     IF NOT WS-RPT-STATUS-OK
013060         DISPLAY 'CLOSE XRFRPT FAILED - FILE STATUS = '
013070             WS-RPT-STATUS
013080         PERFORM 9900-ABEND
013090             THRU 9900-EXIT
013100     END-IF.
013110     IF WS-FINDING-COUNT > ZERO
013120         DISPLAY 'COBOLAPP1XRF - INCONSISTENCIES FOUND - SEE THE '
013130             'INTEGRITY REPORT'
013140         MOVE 4 TO RETURN-CODE
013150     END-IF.
013160 8000-EXIT.
013170     EXIT.
013180*
013190*=============================================================
013200* 8100-PRINT-CATEGORY-COUNT  -  PRINT ONE CATEGORY'S COUNT,
013210*     ZERO OR NOT, SO A CLEAN RUN STILL SHOWS WHAT WAS CHECKED.
013220*=============================================================
013230 8100-PRINT-CATEGORY-COUNT.
013240     ADD 1 TO WS-CAT-SUB.
013250     MOVE WS-CAT-SUB                 TO SL-CATEGORY.
013260     MOVE WS-CAT-DESC (WS-CAT-SUB)   TO SL-DESC.
013270     MOVE WS-CAT-COUNT (WS-CAT-SUB)  TO SL-COUNT.
013280     IF WS-CAT-SUB = 1
013290         WRITE XRFRPT-LINE FROM WS-SUMMARY-LINE
013300             AFTER ADVANCING 3 LINES
013310     ELSE
013320         WRITE XRFRPT-LINE FROM WS-SUMMARY-LINE
013330             AFTER ADVANCING 1 LINE
013340     END-IF.
013350     IF NOT WS-RPT-STATUS-OK
013360         DISPLAY 'WRITE XRFRPT FAILED - FILE STATUS = '
013370             WS-RPT-STATUS
013380         PERFORM 9900-ABEND
013390             THRU 9900-EXIT
013400     END-IF.
013410 8100-EXIT.
013420     EXIT.
013430*
013440*=============================================================
013450* 9000-WRITE-AUDIT-RECORD  -  APPEND ONE CLEANUP ENTRY TO
013460*     HW1AUDIT FOR THE HOLD OR QUEUE ENTRY JUST REMOVED, UNDER
013470*     THE SOURCE TAG IN WS-AUDIT-BATCH-ID.
013480*=============================================================
013490 9000-WRITE-AUDIT-RECORD.
013500     PERFORM 9050-STAMP-AUDIT-TIME
013510         THRU 9050-EXIT.
013520     SET AUD-OP-CLEANUP TO TRUE.
013530     MOVE WS-AUDIT-BEFORE-ID         TO AUD-OLD-ID.
013540     MOVE WS-AUDIT-BEFORE-NAME       TO AUD-OLD-NAME.
013550     MOVE WS-AUDIT-BEFORE-TEAM       TO AUD-OLD-TEAM.
013560     MOVE WS-AUDIT-BEFORE-STATUS     TO AUD-OLD-STATUS.
013570     MOVE WS-AUDIT-BEFORE-EFF-DATE   TO AUD-OLD-EFFECTIVE-DATE.
013580     MOVE WS-AUDIT-AFTER-ID          TO AUD-NEW-ID.
013590     MOVE WS-AUDIT-AFTER-NAME        TO AUD-NEW-NAME.
013600     MOVE WS-AUDIT-AFTER-TEAM        TO AUD-NEW-TEAM.
013610     MOVE WS-AUDIT-AFTER-STATUS      TO AUD-NEW-STATUS.
013620     MOVE WS-AUDIT-AFTER-EFF-DATE    TO AUD-NEW-EFFECTIVE-DATE.
013630     MOVE WS-AUDIT-BATCH-ID          TO AUD-BATCH-ID.
013640     WRITE HW1-AUDIT-FILE
013650     END-WRITE.
013660     IF NOT WS-AUDIT-STATUS-OK
013670         DISPLAY 'WRITE HW1AUDIT FAILED - FILE STATUS = '
013680             WS-AUDIT-STATUS
013690         PERFORM 9900-ABEND
013700             THRU 9900-EXIT
013710     END-IF.
013720 9000-EXIT.
013730     EXIT.
013740*
013750*=============================================================
013760* 9050-STAMP-AUDIT-TIME  -  STAMP THE AUDIT ENTRY WITH THE
013770*     BUSINESS DATE AND THE CLOCK TIME. ONCE THE CLOCK HAS PASSED
013780*     MIDNIGHT THE TIME CARRIES ON PAST 24 HOURS (24-47 THE NEXT
013790*     DAY, 48-71 THE DAY AFTER, 72-95 BEYOND), SO ONE BUSINESS
013800*     DATE'S ENTRIES STILL SORT IN THE ORDER THEY WERE WRITTEN.
013810*     AN ENTRY WRITTEN BEFORE THE BUSINESS DATE HAS ARRIVED (A
013820*     JOB RUN AFTER THE WINDOW CLOSED BUT BEFORE MIDNIGHT) IS
013830*     STAMPED AT THE START OF THAT DATE.
013840*=============================================================
013850 9050-STAMP-AUDIT-TIME.
013860     MOVE WS-BDT-BUSINESS-DATE       TO AUD-TS-DATE.
013870     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
013880     ACCEPT AUD-TS-TIME FROM TIME.
013890     EVALUATE TRUE
013900         WHEN WS-CLOCK-DATE = WS-BDT-BUSINESS-DATE
013910             CONTINUE
013920         WHEN WS-CLOCK-DATE < WS-BDT-BUSINESS-DATE
013930             MOVE ZERO               TO AUD-TS-TIME
013940         WHEN WS-CLOCK-DATE = WS-BDT-NEXT-DATE
013950             ADD 24000000            TO AUD-TS-TIME
013960         WHEN WS-CLOCK-DATE = WS-BDT-THIRD-DATE
013970             ADD 48000000            TO AUD-TS-TIME
013980         WHEN OTHER
013990             ADD 72000000            TO AUD-TS-TIME
014000     END-EVALUATE.
014010 9050-EXIT.
014020     EXIT.
014030*
014040*=============================================================
014050* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
014060*     CALLER) AND END THE RUN WITH A NON-ZERO RETURN CODE SO
014070*     THE JOB STEP CONDITION CODE REFLECTS THE FAILURE.
014080*=============================================================
014090 9900-ABEND.
014100     DISPLAY 'COBOLAPP1XRF ABENDING - SEE FILE STATUS MESSAGE'.
014110     DISPLAY 'ABOVE'.
014120     MOVE 16 TO RETURN-CODE.
014130     STOP RUN.
014140 9900-EXIT.
014150     EXIT.
