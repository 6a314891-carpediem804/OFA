000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBOLAPP1RCD.
000120 AUTHOR.        D BARRETT.
000130 INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000140 DATE-WRITTEN.  20261015.
000150 DATE-COMPILED.
000160*
000170*-------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-------------------------------------------------------------
000200* 20261015 DB   NEW PROGRAM - TEAM CODE RECODE AND MERGE. UNTIL
000210*               NOW A RENAMED OR MERGED TEAM COULD ONLY BE ADDED,
000220*               CHANGED OR DEACTIVATED ON HW1TEAM THROUGH
000230*               COBOLAPP1TMM, LEAVING EVERY ROSTER RECORD, QUEUE
000240*               ENTRY, DELETE HOLD AND SUSPENDED TRANSACTION ON
000250*               THE OLD CODE. DRIVEN BY THE HW1RCODE CONTROL
000260*               FILE - ONE RECORD PER OLD-CODE/NEW-CODE PAIR. A
000270*               NEW CODE NOT YET ON HW1TEAM IS A RENAME (THE NEW
000280*               TEAM IS ADDED WITH THE OLD ONE'S DESCRIPTION,
000290*               CAPACITY AND FLAG); A NEW CODE ALREADY ON FILE
000300*               IS A MERGE INTO IT. IN ONE PASS OF EACH FILE -
000310*                 HW1      TEAM RECODED, WITH THE STANDARD
000320*                          BEFORE/AFTER CHANGE ENTRY ON HW1AUDIT
000330*                          UNDER THE RECODE SOURCE TAG
000340*                 HW1WAIT  THE OLD QUEUE MOVES IN ITS OWN ORDER
000350*                          BEHIND ANY QUEUE ALREADY ON THE NEW
000360*                          CODE; QUEUED TRANSFERS FROM THE OLD
000370*                          CODE NOW COME FROM THE NEW ONE, AND A
000380*                          TRANSFER THE MERGE HAS MADE INTO THE
000390*                          STUDENT'S OWN TEAM IS REMOVED
000400*                 HW1HOLD  CAPTURED TEAM RECODED
000410*                 SUSPENSE THE WAREHOUSE IS COPIED TO THE NEXT
000420*                          GENERATION WITH TRANS-TEAM RECODED
000430*               THE OLD TEAM'S MEMBER COUNT IS THEN ROLLED INTO
000440*               THE NEW TEAM AND THE OLD CODE IS DEACTIVATED
000450*               WITH A ZERO COUNT. A MERGE THAT TAKES THE NEW
000460*               TEAM PAST A NON-ZERO CAPACITY IS STILL APPLIED -
000470*               THE STUDENTS CANNOT BE LEFT ON A DEAD CODE - BUT
000480*               THE REGISTER SHOWS THE OVERFLOW AND THE RUN ENDS
000490*               WITH RETURN CODE 4, AS IT DOES WHEN ANY PAIR IS
000500*               REJECTED. HW1HIST IS NOT TOUCHED - ITS ROWS
000510*               RECORD THE HEADCOUNT UNDER THE CODE IN USE ON
000520*               THAT DATE.
000520* 20261015 DB   ONLINE REQUESTS STILL STAGED ON HW1STAGE (COBDD28,
000520*               WRITTEN BY THE HW1E ENTRY SCREEN AND NOT YET
000520*               BATCHED BY COBOLAPP1STG) ARE RECODED TOO (SEE
000520*               5800), SO THEY ARE NOT REJECTED ON THE DEAD CODE
000520*               AT THE NEXT MNTSTEP. THE HW1TEAM SETTLEMENT IN
000520*               6100 NOW WRITES OR REWRITES THE NEW TEAM BEFORE
000520*               THE OLD CODE IS DEACTIVATED, AND SETS THE NEW
000520*               TEAM'S MEMBER COUNT FROM THE MASTER PASS - EVERY
000520*               NON-DROPPED RECORD NOW ON THE NEW CODE - INSTEAD
000520*               OF ADDING THE OLD TEAM'S STORED COUNT. A RERUN
000520*               AFTER A FAILURE BETWEEN THE TWO HW1TEAM UPDATES
000520*               CAN NO LONGER ADD A RENAMED TEAM AS INACTIVE
000520*               WITH A ZERO COUNT, OR LOSE OR DOUBLE A COUNT.
000530*-------------------------------------------------------------
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM-370.
000580 OBJECT-COMPUTER.   IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610*-------------------------------------------------------------
000620*    HW1       -  ROSTER MASTER FILE, INDEXED BY HW1-ID
000630*    HW1AUDIT  -  BEFORE/AFTER AUDIT TRAIL (SAME FILE THE
000640*                 OTHER ROSTER JOBS APPEND TO)
000650*    HW1TEAM   -  TEAM REFERENCE MASTER - NEW CODES ADDED,
000660*                 COUNTS ROLLED, OLD CODES DEACTIVATED
000670*    HW1WAIT   -  WAITLIST QUEUE, INDEXED BY TEAM AND ARRIVAL
000680*    HW1HOLD   -  PENDING-DELETE HOLDS, INDEXED BY STUDENT ID
000690*    SUSPIN    -  CURRENT SUSPENSE WAREHOUSE GENERATION
000700*    SUSPOUT   -  NEXT SUSPENSE WAREHOUSE GENERATION
000710*    HW1RCODE  -  OLD-CODE/NEW-CODE RECODE CONTROL FILE
000720*    RCDRPT    -  PRINTED RECODE REGISTER
000730*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000730*    HW1STAGE  -  ONLINE STAGING CLUSTER, INDEXED BY ENTRY KEY
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
001070     SELECT SUSPOUT ASSIGN TO COBDD24
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-SUSPOUT-STATUS.
001100*
001110     SELECT HW1RCODE ASSIGN TO COBDD23
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-RCODE-STATUS.
001140*
001150     SELECT RCDRPT ASSIGN TO COBDD4
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-RPT-STATUS.
001180*
001190     SELECT HW1DATE ASSIGN TO COBDD22
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS WS-DATE-STATUS.
001220*
001220     SELECT HW1STAGE ASSIGN TO COBDD28
001220         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS STG-KEY
001220         FILE STATUS IS WS-STAGE-STATUS.
001220*
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  HW1
001260     LABEL RECORDS ARE STANDARD.
001270 01  HW1-FILE.
001280     COPY HW1REC
001290         REPLACING ==:PREFIX:== BY ==HW1==.
001300*
001310 FD  HW1AUDIT
001320     LABEL RECORDS ARE STANDARD.
001330 01  HW1-AUDIT-FILE.
001340     COPY HW1AUDRC
001350         REPLACING ==:PREFIX:== BY ==AUD==.
001360*
001370 FD  HW1TEAM
001380     LABEL RECORDS ARE STANDARD.
001390 01  HW1-TEAM-FILE.
001400     COPY HW1TEAMRC
001410         REPLACING ==:PREFIX:== BY ==TEAM==.
001420*
001430 FD  HW1WAIT
001440     LABEL RECORDS ARE STANDARD.
001450 01  HW1-WAIT-FILE.
001460     COPY HW1WAITRC
001470         REPLACING ==:PREFIX:== BY ==WAIT==.
001480*
001490 FD  HW1HOLD
001500     LABEL RECORDS ARE STANDARD.
001510 01  HW1-HOLD-FILE.
001520     COPY HW1HOLDRC
001530         REPLACING ==:PREFIX:== BY ==HOLD==.
001540*
001550 FD  SUSPIN
001560     LABEL RECORDS ARE STANDARD.
001570 01  SUSP-IN-RECORD.
001580     05  SUSP-CODE                   PIC X(01).
001590     05  SUSP-ID                     PIC 9(07).
001600     05  SUSP-NAME                   PIC X(25).
001610     05  SUSP-TEAM                   PIC X(20).
001620     05  SUSP-STATUS                 PIC X(01).
001630     05  SUSP-EFFECTIVE-DATE         PIC 9(08).
001640     05  SUSP-RECYCLE-COUNT          PIC X(02).
001650     05  SUSP-PRIOR-REASON           PIC X(40).
001660     05  SUSP-PRIOR-REJ-DATE         PIC X(08).
001670     05  SUSP-OPERATOR               PIC X(08).
001680*
001690 FD  SUSPOUT
001700     LABEL RECORDS ARE STANDARD.
001710 01  SUSP-OUT-RECORD                 PIC X(120).
001720*
001730 FD  HW1RCODE
001740     LABEL RECORDS ARE STANDARD.
001750 01  HW1-RCODE-RECORD.
001760     05  RCODE-OLD-TEAM              PIC X(20).
001770     05  RCODE-NEW-TEAM              PIC X(20).
001780     05  FILLER                      PIC X(40).
001790*
001800 FD  RCDRPT
001810     LABEL RECORDS ARE STANDARD.
001820 01  RCDRPT-LINE                     PIC X(132).
001830*
001840 FD  HW1DATE
001850     LABEL RECORDS ARE STANDARD.
001860 01  HW1-DATE-RECORD.
001870     COPY HW1DATERC
001880         REPLACING ==:PREFIX:== BY ==BDT==.
001890*
001890 FD  HW1STAGE
001890     LABEL RECORDS ARE STANDARD.
001890 01  HW1-STAGE-RECORD.
001890     COPY HW1STGRC
001890         REPLACING ==:PREFIX:== BY ==STG==.
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
002060 01  WS-RCODE-EOF-SW             PIC X(01).
002070     88  WS-RCODE-EOF                VALUE 'Y'.
002080     88  WS-RCODE-NOT-EOF            VALUE 'N'.
002080 01  WS-STAGE-EOF-SW             PIC X(01).
002080     88  WS-STAGE-EOF                VALUE 'Y'.
002080     88  WS-STAGE-NOT-EOF            VALUE 'N'.
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
002290 01  WS-SUSPOUT-STATUS               PIC X(02).
002300     88  WS-SUSPOUT-STATUS-OK            VALUE '00'.
002310 01  WS-RCODE-STATUS                 PIC X(02).
002320     88  WS-RCODE-STATUS-OK              VALUE '00'.
002330     88  WS-RCODE-STATUS-EOF             VALUE '10'.
002340 01  WS-RPT-STATUS                   PIC X(02).
002350     88  WS-RPT-STATUS-OK                VALUE '00'.
002360 01  WS-DATE-STATUS                  PIC X(02).
002370     88  WS-DATE-STATUS-OK               VALUE '00'.
002370 01  WS-STAGE-STATUS                 PIC X(02).
002370     88  WS-STAGE-STATUS-OK              VALUE '00'.
002370     88  WS-STAGE-STATUS-EOF             VALUE '10'.
002370     88  WS-STAGE-STATUS-NOTFND          VALUE '23'.
002380*
002390*-------------------------------------------------------------
002400*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
002410*        READ BY 1010-READ-BUSINESS-DATE. WS-CLOCK-DATE IS THE
002420*        SYSTEM DATE, USED ONLY BY 9050-STAMP-AUDIT-TIME.
002430*-------------------------------------------------------------
002440 01  WS-BDT-IMAGE.
002450     COPY HW1DATERC
002460         REPLACING ==:PREFIX:== BY ==WS-BDT==.
002470 01  WS-CLOCK-DATE                   PIC 9(08).
002480*
002490*-------------------------------------------------------------
002500*    RECODE PAIR TABLE  -  ONE ENTRY PER HW1RCODE RECORD, WITH
002510*        THE OLD TEAM'S REFERENCE FIELDS SAVED FOR A RENAME AND
002520*        THE COUNTS OF EVERYTHING MOVED FOR THE PAIR TOTALS.
002530*        ONLY VALID PAIRS ARE APPLIED.
002540*-------------------------------------------------------------
002550 01  WS-RP-TABLE.
002560     05  WS-RP-MAX               PIC 9(03)   COMP VALUE 50.
002570     05  WS-RP-COUNT             PIC 9(03)   COMP VALUE ZERO.
002580     05  WS-RP-ENTRY OCCURS 50 TIMES.
002590         10  WS-RP-OLD-TEAM      PIC X(20).
002600         10  WS-RP-NEW-TEAM      PIC X(20).
002610         10  WS-RP-VALID-SW      PIC X(01).
002620             88  WS-RP-VALID         VALUE 'Y'.
002630             88  WS-RP-REJECTED      VALUE 'N'.
002640         10  WS-RP-TYPE          PIC X(01).
002650             88  WS-RP-RENAME        VALUE 'R'.
002660             88  WS-RP-MERGE         VALUE 'M'.
002670         10  WS-RP-REASON        PIC X(30).
002680         10  WS-RP-OLD-DESC      PIC X(30).
002690         10  WS-RP-OLD-CAPACITY  PIC 9(05).
002700         10  WS-RP-OLD-FLAG      PIC X(01).
002710         10  WS-RP-MASTERS       PIC 9(07)   COMP.
002720         10  WS-RP-MEMBERS       PIC 9(07)   COMP.
002730         10  WS-RP-ROLLED        PIC 9(07)   COMP.
002740         10  WS-RP-QUEUED        PIC 9(07)   COMP.
002750         10  WS-RP-CANCELLED     PIC 9(07)   COMP.
002760         10  WS-RP-HOLDS         PIC 9(07)   COMP.
002770         10  WS-RP-SUSPENSE      PIC 9(07)   COMP.
002770         10  WS-RP-STAGED        PIC 9(07)   COMP.
002770         10  WS-RP-NEW-MEMBERS   PIC 9(07)   COMP.
002780         10  WS-RP-HEADCOUNT     PIC 9(05).
002790         10  WS-RP-CAPACITY      PIC 9(05).
002800         10  WS-RP-OVERFLOW      PIC 9(05).
002810 01  WS-RP-SUB                   PIC 9(03)   COMP.
002820 01  WS-RP-SUB2                  PIC 9(03)   COMP.
002830 01  WS-FIND-TEAM                PIC X(20).
002840*
002850*-------------------------------------------------------------
002860*    WAITLIST MOVE WORK AREAS  -  THE ENTRY BEING MOVED, THE
002870*        LAST ARRIVAL SEQUENCE ON THE NEW CODE'S QUEUE AND THE
002880*        SWITCHES THAT END EACH QUEUE SCAN.
002890*-------------------------------------------------------------
002900 01  WS-WAIT-SAVE.
002910     COPY HW1WAITRC
002920         REPLACING ==:PREFIX:== BY ==WS-SAV==.
002930 01  WS-WAIT-NEXT-SEQ            PIC 9(05).
002940 01  WS-QUEUE-END-SW             PIC X(01).
002950     88  WS-QUEUE-END                VALUE 'Y'.
002960     88  WS-QUEUE-NOT-END            VALUE 'N'.
002970*
002980*-------------------------------------------------------------
002990*    WS-AUDIT-BEFORE / WS-AUDIT-AFTER  -  BEFORE AND AFTER
003000*        IMAGES HANDED TO 9000-WRITE-AUDIT-RECORD, SAME SHAPE
003010*        AS IN COBOLAPP1MNT.
003020*-------------------------------------------------------------
003030 01  WS-AUDIT-BEFORE.
003040     05  WS-AUDIT-BEFORE-ID          PIC 9(07).
003050     05  WS-AUDIT-BEFORE-NAME        PIC X(25).
003060     05  WS-AUDIT-BEFORE-TEAM        PIC X(20).
003070     05  WS-AUDIT-BEFORE-STATUS      PIC X(01).
003080     05  WS-AUDIT-BEFORE-EFF-DATE    PIC 9(08).
003090 01  WS-AUDIT-AFTER.
003100     05  WS-AUDIT-AFTER-ID           PIC 9(07).
003110     05  WS-AUDIT-AFTER-NAME         PIC X(25).
003120     05  WS-AUDIT-AFTER-TEAM         PIC X(20).
003130     05  WS-AUDIT-AFTER-STATUS       PIC X(01).
003140     05  WS-AUDIT-AFTER-EFF-DATE     PIC 9(08).
003150*
003160*-------------------------------------------------------------
003170*    RUN COUNTERS
003180*-------------------------------------------------------------
003190 01  WS-CONTROL-COUNT            PIC 9(07)   COMP VALUE ZERO.
003200 01  WS-VALID-COUNT              PIC 9(07)   COMP VALUE ZERO.
003210 01  WS-REJECT-COUNT             PIC 9(07)   COMP VALUE ZERO.
003220 01  WS-MASTER-READ-COUNT        PIC 9(07)   COMP VALUE ZERO.
003230 01  WS-MASTER-RECODE-COUNT      PIC 9(07)   COMP VALUE ZERO.
003240 01  WS-WAIT-MOVE-COUNT          PIC 9(07)   COMP VALUE ZERO.
003250 01  WS-WAIT-CANCEL-COUNT        PIC 9(07)   COMP VALUE ZERO.
003260 01  WS-WAIT-FROM-COUNT          PIC 9(07)   COMP VALUE ZERO.
003270 01  WS-HOLD-RECODE-COUNT        PIC 9(07)   COMP VALUE ZERO.
003280 01  WS-SUSP-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
003290 01  WS-SUSP-RECODE-COUNT        PIC 9(07)   COMP VALUE ZERO.
003290 01  WS-STAGE-RECODE-COUNT       PIC 9(07)   COMP VALUE ZERO.
003300 01  WS-TEAM-ADD-COUNT           PIC 9(07)   COMP VALUE ZERO.
003310 01  WS-TEAM-DEACT-COUNT         PIC 9(07)   COMP VALUE ZERO.
003320 01  WS-OVERFLOW-COUNT           PIC 9(07)   COMP VALUE ZERO.
003330*
003340 01  WS-LINE-COUNT               PIC 9(03)   COMP VALUE ZERO.
003350 01  WS-MAX-LINES                PIC 9(03)   VALUE 50.
003360 01  WS-PAGE-COUNT               PIC 9(03)   COMP VALUE ZERO.
003370*
003380*-------------------------------------------------------------
003390*    PRINT LINE LAYOUTS
003400*-------------------------------------------------------------
003410 01  WS-HDG1-LINE.
003420     05  FILLER                  PIC X(01)   VALUE SPACE.
003430     05  FILLER                  PIC X(40)
003440             VALUE 'HW1 TEAM CODE RECODE REGISTER'.
003450     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
003460     05  HDG1-PAGE               PIC ZZZ9.
003470     05  FILLER                  PIC X(81)   VALUE SPACES.
003480*
003490 01  WS-HDG2-LINE.
003500     05  FILLER                  PIC X(01)   VALUE SPACE.
003510     05  FILLER                  PIC X(16)
003520             VALUE 'BUSINESS DATE = '.
003530     05  HDG2-RUN-DATE           PIC 9(08).
003540     05  FILLER                  PIC X(107)  VALUE SPACES.
003550*
003560 01  WS-HDG3-LINE.
003570     05  FILLER                  PIC X(01)   VALUE SPACE.
003580     05  FILLER                  PIC X(10)   VALUE 'FILE'.
003590     05  FILLER                  PIC X(27)   VALUE 'KEY'.
003600     05  FILLER                  PIC X(22)   VALUE 'OLD TEAM'.
003610     05  FILLER                  PIC X(22)   VALUE 'NEW TEAM'.
003620     05  FILLER                  PIC X(50)   VALUE 'ACTION'.
003630*
003640 01  WS-DETAIL-LINE.
003650     05  FILLER                  PIC X(01)   VALUE SPACE.
003660     05  DTL-FILE                PIC X(08).
003670     05  FILLER                  PIC X(02)   VALUE SPACES.
003680     05  DTL-KEY                 PIC X(25).
003690     05  DTL-KEY-VIEW REDEFINES DTL-KEY.
003700         10  DTL-KEY-ID          PIC 9(07).
003710         10  FILLER              PIC X(02).
003720         10  DTL-KEY-NOTE        PIC X(16).
003730     05  FILLER                  PIC X(02)   VALUE SPACES.
003740     05  DTL-OLD-TEAM            PIC X(20).
003750     05  FILLER                  PIC X(02)   VALUE SPACES.
003760     05  DTL-NEW-TEAM            PIC X(20).
003770     05  FILLER                  PIC X(02)   VALUE SPACES.
003780     05  DTL-ACTION              PIC X(40).
003790     05  FILLER                  PIC X(10)   VALUE SPACES.
003800*
003810 01  WS-SEQ-NOTE.
003820     05  FILLER                  PIC X(04)   VALUE 'SEQ '.
003830     05  SN-OLD-SEQ              PIC 9(05).
003840     05  FILLER                  PIC X(01)   VALUE '>'.
003850     05  SN-NEW-SEQ              PIC 9(05).
003860     05  FILLER                  PIC X(01)   VALUE SPACE.
003870*
003880 01  WS-CODE-NOTE.
003890     05  FILLER                  PIC X(11)   VALUE 'TRANS CODE '.
003900     05  CN-CODE                 PIC X(01).
003910     05  FILLER                  PIC X(04)   VALUE SPACES.
003920*
003930 01  WS-PAIR-HDG-LINE.
003940     05  FILLER                  PIC X(01)   VALUE SPACE.
003950     05  FILLER                  PIC X(50)
003960             VALUE 'PAIR TOTALS'.
003970     05  FILLER                  PIC X(81)   VALUE SPACES.
003980*
003990 01  WS-PAIR-LINE-1.
004000     05  FILLER                  PIC X(01)   VALUE SPACE.
004010     05  PL1-OLD-TEAM            PIC X(20).
004020     05  FILLER                  PIC X(04)   VALUE ' -> '.
004030     05  PL1-NEW-TEAM            PIC X(20).
004040     05  FILLER                  PIC X(02)   VALUE SPACES.
004050     05  PL1-TYPE                PIC X(06).
004060     05  FILLER                  PIC X(10)   VALUE '  RECORDS='.
004070     05  PL1-MASTERS             PIC ZZZZZZ9.
004080     05  FILLER                  PIC X(08)   VALUE '  QUEUE='.
004090     05  PL1-QUEUED              PIC ZZZZZZ9.
004100     05  FILLER                  PIC X(08)   VALUE '  HOLDS='.
004110     05  PL1-HOLDS               PIC ZZZZZZ9.
004120     05  FILLER                  PIC X(11)   VALUE '  SUSPENSE='.
004130     05  PL1-SUSPENSE            PIC ZZZZZZ9.
004140     05  FILLER                  PIC X(08)   VALUE ' STAGED='.
004140     05  PL1-STAGED              PIC ZZZZZ9.
004150*
004160 01  WS-PAIR-LINE-2.
004170     05  FILLER                  PIC X(05)   VALUE SPACES.
004180     05  FILLER                  PIC X(16)
004190             VALUE 'MEMBERS MOVED = '.
004200     05  PL2-MEMBERS             PIC ZZZZZZ9.
004210     05  FILLER                  PIC X(17)
004220             VALUE '  COUNT ROLLED = '.
004230     05  PL2-ROLLED              PIC ZZZZZZ9.
004240     05  FILLER                  PIC X(14)
004250             VALUE '  HEADCOUNT = '.
004260     05  PL2-HEADCOUNT           PIC ZZZZ9.
004270     05  FILLER                  PIC X(13)
004280             VALUE '  CAPACITY = '.
004290     05  PL2-CAPACITY            PIC ZZZZ9.
004300     05  FILLER                  PIC X(02)   VALUE SPACES.
004310     05  PL2-NOTE                PIC X(30).
004320     05  FILLER                  PIC X(11)   VALUE SPACES.
004330*
004340 01  WS-OVERFLOW-NOTE.
004350     05  FILLER                  PIC X(17)
004360             VALUE 'OVER CAPACITY BY '.
004370     05  ON-OVERFLOW             PIC ZZZZ9.
004380     05  FILLER                  PIC X(08)   VALUE SPACES.
004390*
004400 01  WS-TOTAL-LINE.
004410     05  FILLER                  PIC X(03)   VALUE SPACES.
004420     05  TOT-LABEL               PIC X(30).
004430     05  TOT-COUNT               PIC ZZZZZZ9.
004440     05  FILLER                  PIC X(92)   VALUE SPACES.
004450*
004460 PROCEDURE DIVISION.
004470*=============================================================
004480 0000-MAINLINE SECTION.
004490*=============================================================
004500     PERFORM 1000-INITIALIZE
004510         THRU 1000-EXIT.
004520     PERFORM 2000-CHECK-PAIRS
004530         THRU 2000-EXIT.
004540     IF WS-VALID-COUNT > ZERO
004550         PERFORM 3000-RECODE-MASTER
004560             THRU 3000-EXIT
004570         PERFORM 4000-RECODE-WAITLIST
004580             THRU 4000-EXIT
004590         PERFORM 5000-RECODE-HOLDS
004600             THRU 5000-EXIT
004600         PERFORM 5800-RECODE-STAGED
004600             THRU 5800-EXIT
004610     END-IF.
004620     PERFORM 5500-RECODE-SUSPENSE
004630         THRU 5500-EXIT.
004640     IF WS-VALID-COUNT > ZERO
004650         PERFORM 6000-ROLL-TEAM-COUNTS
004660             THRU 6000-EXIT
004670     END-IF.
004680     PERFORM 7000-PRINT-PAIR-TOTALS
004690         THRU 7000-EXIT.
004700     PERFORM 8000-TERMINATE
004710         THRU 8000-EXIT.
004720     STOP RUN.
004730*
004740*=============================================================
004750* 1000-INITIALIZE  -  LOAD THE RECODE CONTROL FILE, READ THE
004760*     BUSINESS DATE, OPEN THE REST OF THE FILES AND START THE
004770*     REGISTER.
004780*=============================================================
004790 1000-INITIALIZE.
004800     PERFORM 1200-LOAD-RECODE-CONTROL
004810         THRU 1200-EXIT.
004820     PERFORM 1010-READ-BUSINESS-DATE
004830         THRU 1010-EXIT.
004840     OPEN I-O HW1.
004850     IF NOT WS-HW1-FILE-STATUS-OK
004860         DISPLAY 'OPEN I-O HW1 FAILED - FILE STATUS = '
004870             WS-HW1-FILE-STATUS
004880         PERFORM 9900-ABEND
004890             THRU 9900-EXIT
004900     END-IF.
004910     OPEN EXTEND HW1AUDIT.
004920     IF NOT WS-AUDIT-STATUS-OK
004930         DISPLAY 'OPEN EXTEND HW1AUDIT FAILED - FILE STATUS = '
004940             WS-AUDIT-STATUS
004950         PERFORM 9900-ABEND
004960             THRU 9900-EXIT
004970     END-IF.
004980     OPEN I-O HW1TEAM.
004990     IF NOT WS-TEAM-STATUS-OK
005000         DISPLAY 'OPEN I-O HW1TEAM FAILED - FILE STATUS = '
005010             WS-TEAM-STATUS
005020         PERFORM 9900-ABEND
005030             THRU 9900-EXIT
005040     END-IF.
005050     OPEN I-O HW1WAIT.
005060     IF NOT WS-WAIT-STATUS-OK
005070         DISPLAY 'OPEN I-O HW1WAIT FAILED - FILE STATUS = '
005080             WS-WAIT-STATUS
005090         PERFORM 9900-ABEND
005100             THRU 9900-EXIT
005110     END-IF.
005120     OPEN I-O HW1HOLD.
005130     IF NOT WS-HOLD-STATUS-OK
005140         DISPLAY 'OPEN I-O HW1HOLD FAILED - FILE STATUS = '
005150             WS-HOLD-STATUS
005160         PERFORM 9900-ABEND
005170             THRU 9900-EXIT
005180     END-IF.
005190     OPEN INPUT SUSPIN.
005200     IF NOT WS-SUSPIN-STATUS-OK
005210         DISPLAY 'OPEN INPUT SUSPIN FAILED - FILE STATUS = '
005220             WS-SUSPIN-STATUS
005230         PERFORM 9900-ABEND
005240             THRU 9900-EXIT
005250     END-IF.
005260     OPEN OUTPUT SUSPOUT.
005270     IF NOT WS-SUSPOUT-STATUS-OK
005280         DISPLAY 'OPEN OUTPUT SUSPOUT FAILED - FILE STATUS = '
005290             WS-SUSPOUT-STATUS
005300         PERFORM 9900-ABEND
005310             THRU 9900-EXIT
005320     END-IF.
005330     OPEN OUTPUT RCDRPT.
005340     IF NOT WS-RPT-STATUS-OK
005350         DISPLAY 'OPEN OUTPUT RCDRPT FAILED - FILE STATUS = '
005360             WS-RPT-STATUS
005370         PERFORM 9900-ABEND
005380             THRU 9900-EXIT
005390     END-IF.
005390     OPEN I-O HW1STAGE.
005390     IF NOT WS-STAGE-STATUS-OK
005390         DISPLAY 'OPEN I-O HW1STAGE FAILED - FILE STATUS = '
005390             WS-STAGE-STATUS
005390         PERFORM 9900-ABEND
005390             THRU 9900-EXIT
005390     END-IF.
005400     PERFORM 7900-NEW-PAGE
005410         THRU 7900-EXIT.
005420 1000-EXIT.
005430     EXIT.
005440*
005450*=============================================================
005460* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
005470*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
005480*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
005490*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
005500*=============================================================
005510 1010-READ-BUSINESS-DATE.
005520     OPEN INPUT HW1DATE.
005530     IF NOT WS-DATE-STATUS-OK
005540         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
005550             WS-DATE-STATUS
005560         PERFORM 9900-ABEND
005570             THRU 9900-EXIT
005580     END-IF.
005590     READ HW1DATE INTO WS-BDT-IMAGE
005600         AT END
005610             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
005620             PERFORM 9900-ABEND
005630                 THRU 9900-EXIT
005640     END-READ.
005650     IF NOT WS-DATE-STATUS-OK
005660         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
005670             WS-DATE-STATUS
005680         PERFORM 9900-ABEND
005690             THRU 9900-EXIT
005700     END-IF.
005710     CLOSE HW1DATE.
005720     IF NOT WS-DATE-STATUS-OK
005730         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
005740             WS-DATE-STATUS
005750         PERFORM 9900-ABEND
005760             THRU 9900-EXIT
005770     END-IF.
005780     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
005790         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
005800         PERFORM 9900-ABEND
005810             THRU 9900-EXIT
005820     END-IF.
005830 1010-EXIT.
005840     EXIT.
005850*
005860*=============================================================
005870* 1200-LOAD-RECODE-CONTROL  -  READ THE WHOLE HW1RCODE FILE
005880*     INTO THE PAIR TABLE. AN EMPTY CONTROL FILE OR ONE WITH
005890*     MORE PAIRS THAN THE TABLE HOLDS ABENDS BEFORE A SINGLE
005900*     RECORD IS TOUCHED; EACH PAIR IS EDITED LATER, IN
005910*     2100-CHECK-ONE-PAIR.
005920*=============================================================
005930 1200-LOAD-RECODE-CONTROL.
005940     OPEN INPUT HW1RCODE.
005950     IF NOT WS-RCODE-STATUS-OK
005960         DISPLAY 'OPEN INPUT HW1RCODE FAILED - FILE STATUS = '
005970             WS-RCODE-STATUS
005980         PERFORM 9900-ABEND
005990             THRU 9900-EXIT
006000     END-IF.
006010     SET WS-RCODE-NOT-EOF TO TRUE.
006020     PERFORM 1210-READ-CONTROL-RECORD
006030         THRU 1210-EXIT.
006040     PERFORM 1220-STORE-CONTROL-RECORD
006050         THRU 1220-EXIT
006060         UNTIL WS-RCODE-EOF.
006070     CLOSE HW1RCODE.
006080     IF NOT WS-RCODE-STATUS-OK
006090         DISPLAY 'CLOSE HW1RCODE FAILED - FILE STATUS = '
006100             WS-RCODE-STATUS
006110         PERFORM 9900-ABEND
006120             THRU 9900-EXIT
006130     END-IF.
006140     IF WS-RP-COUNT = ZERO
006150         DISPLAY 'COBOLAPP1RCD - NO RECODE PAIRS ON HW1RCODE'
006160         PERFORM 9900-ABEND
006170             THRU 9900-EXIT
006180     END-IF.
006190 1200-EXIT.
006200     EXIT.
006210*
006220*=============================================================
006230* 1210-READ-CONTROL-RECORD  -  READ THE NEXT RECODE PAIR.
006240*=============================================================
006250 1210-READ-CONTROL-RECORD.
006260     READ HW1RCODE
006270         AT END
006280             SET WS-RCODE-EOF        TO TRUE
006290     END-READ.
006300     IF NOT WS-RCODE-STATUS-OK AND NOT WS-RCODE-STATUS-EOF
006310         DISPLAY 'READ HW1RCODE FAILED - FILE STATUS = '
006320             WS-RCODE-STATUS
006330         PERFORM 9900-ABEND
006340             THRU 9900-EXIT
006350     END-IF.
006360 1210-EXIT.
006370     EXIT.
006380*
006390*=============================================================
006400* 1220-STORE-CONTROL-RECORD  -  ADD ONE PAIR TO THE TABLE WITH
006410*     ITS COUNTS CLEARED.
006420*=============================================================
006430 1220-STORE-CONTROL-RECORD.
006440     ADD 1 TO WS-CONTROL-COUNT.
006450     IF WS-RP-COUNT NOT < WS-RP-MAX
006460         DISPLAY 'COBOLAPP1RCD - MORE THAN 50 RECODE PAIRS '
006470             '- RAISE WS-RP-MAX'
006480         PERFORM 9900-ABEND
006490             THRU 9900-EXIT
006500     END-IF.
006510     ADD 1 TO WS-RP-COUNT.
006520     MOVE RCODE-OLD-TEAM     TO WS-RP-OLD-TEAM (WS-RP-COUNT).
006530     MOVE RCODE-NEW-TEAM     TO WS-RP-NEW-TEAM (WS-RP-COUNT).
006540     SET WS-RP-VALID (WS-RP-COUNT) TO TRUE.
006550     MOVE SPACE              TO WS-RP-TYPE (WS-RP-COUNT).
006560     MOVE SPACES             TO WS-RP-REASON (WS-RP-COUNT).
006570     MOVE SPACES             TO WS-RP-OLD-DESC (WS-RP-COUNT).
006580     MOVE ZERO               TO WS-RP-OLD-CAPACITY (WS-RP-COUNT).
006590     MOVE SPACE              TO WS-RP-OLD-FLAG (WS-RP-COUNT).
006600     MOVE ZERO               TO WS-RP-MASTERS (WS-RP-COUNT).
006610     MOVE ZERO               TO WS-RP-MEMBERS (WS-RP-COUNT).
006620     MOVE ZERO               TO WS-RP-ROLLED (WS-RP-COUNT).
006630     MOVE ZERO               TO WS-RP-QUEUED (WS-RP-COUNT).
006640     MOVE ZERO               TO WS-RP-CANCELLED (WS-RP-COUNT).
006650     MOVE ZERO               TO WS-RP-HOLDS (WS-RP-COUNT).
006660     MOVE ZERO               TO WS-RP-SUSPENSE (WS-RP-COUNT).
006660     MOVE ZERO               TO WS-RP-STAGED (WS-RP-COUNT).
006660     MOVE ZERO               TO WS-RP-NEW-MEMBERS (WS-RP-COUNT).
006670     MOVE ZERO               TO WS-RP-HEADCOUNT (WS-RP-COUNT).
006680     MOVE ZERO               TO WS-RP-CAPACITY (WS-RP-COUNT).
006690     MOVE ZERO               TO WS-RP-OVERFLOW (WS-RP-COUNT).
006700     PERFORM 1210-READ-CONTROL-RECORD
006710         THRU 1210-EXIT.
006720 1220-EXIT.
006730     EXIT.
006740*
006750*=============================================================
006760* 2000-CHECK-PAIRS  -  EDIT EVERY PAIR AGAINST THE REST OF THE
006770*     TABLE AND AGAINST HW1TEAM, PRINTING ONE HW1TEAM LINE PER
006780*     PAIR WITH ITS DISPOSITION.
006790*=============================================================
006800 2000-CHECK-PAIRS.
006810     MOVE ZERO TO WS-RP-SUB.
006820     PERFORM 2100-CHECK-ONE-PAIR
006830         THRU 2100-EXIT
006840         WS-RP-COUNT TIMES.
006850 2000-EXIT.
006860     EXIT.
006870*
006880*=============================================================
006890* 2100-CHECK-ONE-PAIR  -  A PAIR IS REJECTED WHEN EITHER CODE
006900*     IS BLANK, THE CODES ARE THE SAME, THE OLD CODE IS ALREADY
006910*     RECODED BY AN EARLIER PAIR, THE NEW CODE IS ITSELF BEING
006920*     RECODED (A CHAIN - RUN EACH LINK AS ITS OWN JOB), THE OLD
006930*     TEAM IS NOT ON HW1TEAM, OR THE NEW TEAM IS ON FILE BUT
006940*     INACTIVE. OTHERWISE IT IS A MERGE WHEN THE NEW CODE IS ON
006950*     HW1TEAM OR IS THE TARGET OF AN EARLIER VALID PAIR, AND A
006960*     RENAME WHEN IT IS NOT.
006970*=============================================================
006980 2100-CHECK-ONE-PAIR.
006990     ADD 1 TO WS-RP-SUB.
007000     IF WS-RP-OLD-TEAM (WS-RP-SUB) = SPACES
007010             OR WS-RP-NEW-TEAM (WS-RP-SUB) = SPACES
007020         MOVE 'OLD OR NEW TEAM CODE IS BLANK'
007030             TO WS-RP-REASON (WS-RP-SUB)
007040         GO TO 2100-REJECT
007050     END-IF.
007060     IF WS-RP-OLD-TEAM (WS-RP-SUB) = WS-RP-NEW-TEAM (WS-RP-SUB)
007070         MOVE 'OLD AND NEW TEAM CODE THE SAME'
007080             TO WS-RP-REASON (WS-RP-SUB)
007090         GO TO 2100-REJECT
007100     END-IF.
007110     PERFORM VARYING WS-RP-SUB2 FROM 1 BY 1
007120         UNTIL WS-RP-SUB2 NOT < WS-RP-SUB
007130             OR WS-RP-OLD-TEAM (WS-RP-SUB2)
007140                 = WS-RP-OLD-TEAM (WS-RP-SUB)
007150     END-PERFORM.
007160     IF WS-RP-SUB2 < WS-RP-SUB
007170         MOVE 'OLD CODE ALREADY IN THIS RUN'
007180             TO WS-RP-REASON (WS-RP-SUB)
007190         GO TO 2100-REJECT
007200     END-IF.
007210     PERFORM VARYING WS-RP-SUB2 FROM 1 BY 1
007220         UNTIL WS-RP-SUB2 > WS-RP-COUNT
007230             OR WS-RP-OLD-TEAM (WS-RP-SUB2)
007240                 = WS-RP-NEW-TEAM (WS-RP-SUB)
007250     END-PERFORM.
007260     IF WS-RP-SUB2 NOT > WS-RP-COUNT
007270         MOVE 'NEW CODE IS ALSO BEING RECODED'
007280             TO WS-RP-REASON (WS-RP-SUB)
007290         GO TO 2100-REJECT
007300     END-IF.
007310     MOVE WS-RP-OLD-TEAM (WS-RP-SUB) TO TEAM-CODE.
007320     PERFORM 2200-READ-TEAM
007330         THRU 2200-EXIT.
007340     IF WS-TEAM-STATUS-NOTFND
007350         MOVE 'OLD TEAM NOT ON HW1TEAM'
007360             TO WS-RP-REASON (WS-RP-SUB)
007370         GO TO 2100-REJECT
007380     END-IF.
007390     MOVE TEAM-DESC          TO WS-RP-OLD-DESC (WS-RP-SUB).
007400     MOVE TEAM-CAPACITY      TO WS-RP-OLD-CAPACITY (WS-RP-SUB).
007410     MOVE TEAM-ACTIVE-FLAG   TO WS-RP-OLD-FLAG (WS-RP-SUB).
007420     MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO TEAM-CODE.
007430     PERFORM 2200-READ-TEAM
007440         THRU 2200-EXIT.
007450     IF WS-TEAM-STATUS-OK
007460         IF TEAM-INACTIVE
007470             MOVE 'NEW TEAM IS INACTIVE'
007480                 TO WS-RP-REASON (WS-RP-SUB)
007490             GO TO 2100-REJECT
007500         END-IF
007510         SET WS-RP-MERGE (WS-RP-SUB) TO TRUE
007520     ELSE
007530         PERFORM VARYING WS-RP-SUB2 FROM 1 BY 1
007540             UNTIL WS-RP-SUB2 NOT < WS-RP-SUB
007550                 OR (WS-RP-NEW-TEAM (WS-RP-SUB2)
007560                     = WS-RP-NEW-TEAM (WS-RP-SUB)
007570                     AND WS-RP-VALID (WS-RP-SUB2))
007580         END-PERFORM
007590         IF WS-RP-SUB2 < WS-RP-SUB
007600             SET WS-RP-MERGE (WS-RP-SUB) TO TRUE
007610         ELSE
007620             SET WS-RP-RENAME (WS-RP-SUB) TO TRUE
007630         END-IF
007640     END-IF.
007650     ADD 1 TO WS-VALID-COUNT.
007660     IF WS-RP-MERGE (WS-RP-SUB)
007670         MOVE 'MERGE'                TO DTL-KEY
007680         MOVE 'MERGE ACCEPTED'       TO DTL-ACTION
007690     ELSE
007700         MOVE 'RENAME'               TO DTL-KEY
007710         MOVE 'RENAME ACCEPTED'      TO DTL-ACTION
007720     END-IF.
007730     GO TO 2100-PRINT.
007740 2100-REJECT.
007750     SET WS-RP-REJECTED (WS-RP-SUB) TO TRUE.
007760     ADD 1 TO WS-REJECT-COUNT.
007770     MOVE 'REJECTED'                 TO DTL-KEY.
007780     MOVE WS-RP-REASON (WS-RP-SUB)   TO DTL-ACTION.
007790 2100-PRINT.
007800     MOVE 'HW1TEAM'                  TO DTL-FILE.
007810     MOVE WS-RP-OLD-TEAM (WS-RP-SUB) TO DTL-OLD-TEAM.
007820     MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO DTL-NEW-TEAM.
007830     PERFORM 7800-PRINT-DETAIL
007840         THRU 7800-EXIT.
007850 2100-EXIT.
007860     EXIT.
007870*
007880*=============================================================
007890* 2200-READ-TEAM  -  KEYED READ OF HW1TEAM ON TEAM-CODE. NOT
007900*     FOUND IS LEFT IN WS-TEAM-STATUS FOR THE CALLER.
007910*=============================================================
007920 2200-READ-TEAM.
007930     READ HW1TEAM
007940         KEY IS TEAM-CODE
007950         INVALID KEY
007960             CONTINUE
007970     END-READ.
007980     IF NOT WS-TEAM-STATUS-OK
007990             AND NOT WS-TEAM-STATUS-NOTFND
008000         DISPLAY 'READ HW1TEAM FAILED - FILE STATUS = '
008010             WS-TEAM-STATUS
008020         PERFORM 9900-ABEND
008030             THRU 9900-EXIT
008040     END-IF.
008050 2200-EXIT.
008060     EXIT.
008070*
008080*=============================================================
008090* 3000-RECODE-MASTER  -  ONE PASS OF THE ROSTER MASTER,
008100*     RECODING EVERY RECORD ON AN OLD CODE WHATEVER ITS STATUS.
008110*=============================================================
008120 3000-RECODE-MASTER.
008130     SET WS-HW1-NOT-EOF TO TRUE.
008140     MOVE ZERO TO HW1-ID.
008150     START HW1 KEY NOT < HW1-ID
008160         INVALID KEY
008170             SET WS-HW1-EOF TO TRUE
008180     END-START.
008190     IF NOT WS-HW1-FILE-STATUS-OK
008200             AND NOT WS-HW1-FILE-STATUS-NOTFND
008210         DISPLAY 'START HW1 FAILED - FILE STATUS = '
008220             WS-HW1-FILE-STATUS
008230         PERFORM 9900-ABEND
008240             THRU 9900-EXIT
008250     END-IF.
008260     PERFORM 3100-RECODE-MASTER-RECORD
008270         THRU 3100-EXIT
008280         UNTIL WS-HW1-EOF.
008290 3000-EXIT.
008300     EXIT.
008310*
008320*=============================================================
008330* 3100-RECODE-MASTER-RECORD  -  READ ONE ROSTER RECORD AND, IF
008340*     ITS TEAM IS AN OLD CODE, MOVE IT TO THE NEW ONE, AUDIT IT
008350*     AND PRINT IT. A NON-DROPPED RECORD IS A MEMBER MOVED.
008350*     EVERY NON-DROPPED RECORD LEFT ON A NEW CODE, MOVED OR
008350*     ALREADY THERE, IS COUNTED FOR 6100 (SEE 3200).
008360*=============================================================
008370 3100-RECODE-MASTER-RECORD.
008380     READ HW1 NEXT RECORD
008390         AT END
008400             SET WS-HW1-EOF TO TRUE
008410     END-READ.
008420     IF WS-HW1-EOF
008430         GO TO 3100-EXIT
008440     END-IF.
008450     IF NOT WS-HW1-FILE-STATUS-OK
008460         DISPLAY 'READ NEXT HW1 FAILED - FILE STATUS = '
008470             WS-HW1-FILE-STATUS
008480         PERFORM 9900-ABEND
008490             THRU 9900-EXIT
008500     END-IF.
008510     ADD 1 TO WS-MASTER-READ-COUNT.
008520     MOVE HW1-TEAM TO WS-FIND-TEAM.
008530     PERFORM 3900-FIND-PAIR
008540         THRU 3900-EXIT.
008550     IF WS-RP-SUB > WS-RP-COUNT
008550         PERFORM 3200-COUNT-NEW-MEMBER
008550             THRU 3200-EXIT
008560         GO TO 3100-EXIT
008570     END-IF.
008580     MOVE HW1-ID                     TO WS-AUDIT-BEFORE-ID.
008590     MOVE HW1-NAME                   TO WS-AUDIT-BEFORE-NAME.
008600     MOVE HW1-TEAM                   TO WS-AUDIT-BEFORE-TEAM.
008610     MOVE HW1-STATUS                 TO WS-AUDIT-BEFORE-STATUS.
008620     MOVE HW1-EFFECTIVE-DATE         TO WS-AUDIT-BEFORE-EFF-DATE.
008630     MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO HW1-TEAM.
008640     REWRITE HW1-FILE
008650     END-REWRITE.
008660     IF NOT WS-HW1-FILE-STATUS-OK
008670         DISPLAY 'REWRITE HW1-FILE FAILED - FILE STATUS = '
008680             WS-HW1-FILE-STATUS
008690         PERFORM 9900-ABEND
008700             THRU 9900-EXIT
008710     END-IF.
008720     MOVE HW1-ID                     TO WS-AUDIT-AFTER-ID.
008730     MOVE HW1-NAME                   TO WS-AUDIT-AFTER-NAME.
008740     MOVE HW1-TEAM                   TO WS-AUDIT-AFTER-TEAM.
008750     MOVE HW1-STATUS                 TO WS-AUDIT-AFTER-STATUS.
008760     MOVE HW1-EFFECTIVE-DATE         TO WS-AUDIT-AFTER-EFF-DATE.
008770     PERFORM 9000-WRITE-AUDIT-RECORD
008780         THRU 9000-EXIT.
008790     ADD 1 TO WS-MASTER-RECODE-COUNT.
008800     ADD 1 TO WS-RP-MASTERS (WS-RP-SUB).
008810     IF NOT HW1-STATUS-DROPPED
008820         ADD 1 TO WS-RP-MEMBERS (WS-RP-SUB)
008830     END-IF.
008830     PERFORM 3200-COUNT-NEW-MEMBER
008830         THRU 3200-EXIT.
008840     MOVE 'HW1'                      TO DTL-FILE.
008850     MOVE SPACES                     TO DTL-KEY.
008860     MOVE HW1-ID                     TO DTL-KEY-ID.
008870     MOVE WS-AUDIT-BEFORE-TEAM       TO DTL-OLD-TEAM.
008880     MOVE HW1-TEAM                   TO DTL-NEW-TEAM.
008890     MOVE 'ROSTER RECORD RECODED'    TO DTL-ACTION.
008900     PERFORM 7800-PRINT-DETAIL
008910         THRU 7800-EXIT.
008920 3100-EXIT.
008930     EXIT.
008940*
008940*=============================================================
008940* 3200-COUNT-NEW-MEMBER  -  COUNT A NON-DROPPED ROSTER RECORD
008940*     AGAINST EVERY VALID PAIR WHOSE NEW CODE IT IS NOW ON. TWO
008940*     OLD CODES MERGED INTO ONE TEAM EACH CARRY THE SAME FULL
008940*     COUNT, SO WHICHEVER PAIR 6100 SETTLES LAST LEAVES IT
008940*     RIGHT.
008940*=============================================================
008940 3200-COUNT-NEW-MEMBER.
008940     IF HW1-STATUS-DROPPED
008940         GO TO 3200-EXIT
008940     END-IF.
008940     PERFORM 3210-COUNT-ONE-PAIR
008940         THRU 3210-EXIT
008940         VARYING WS-RP-SUB2 FROM 1 BY 1
008940         UNTIL WS-RP-SUB2 > WS-RP-COUNT.
008940 3200-EXIT.
008940     EXIT.
008940*
008940*=============================================================
008940* 3210-COUNT-ONE-PAIR  -  ADD THE RECORD TO ONE PAIR'S COUNT
008940*     WHEN IT IS ON THAT PAIR'S NEW CODE.
008940*=============================================================
008940 3210-COUNT-ONE-PAIR.
008940     IF WS-RP-VALID (WS-RP-SUB2)
008940             AND HW1-TEAM = WS-RP-NEW-TEAM (WS-RP-SUB2)
008940         ADD 1 TO WS-RP-NEW-MEMBERS (WS-RP-SUB2)
008940     END-IF.
008940 3210-EXIT.
008940     EXIT.
008940*
008950*=============================================================
008960* 3900-FIND-PAIR  -  LEAVE WS-RP-SUB ON THE VALID PAIR WHOSE
008970*     OLD CODE IS WS-FIND-TEAM, OR PAST WS-RP-COUNT IF NONE.
008980*=============================================================
008990 3900-FIND-PAIR.
009000     PERFORM VARYING WS-RP-SUB FROM 1 BY 1
009010         UNTIL WS-RP-SUB > WS-RP-COUNT
009020             OR (WS-RP-OLD-TEAM (WS-RP-SUB) = WS-FIND-TEAM
009030                 AND WS-RP-VALID (WS-RP-SUB))
009040     END-PERFORM.
009050 3900-EXIT.
009060     EXIT.
009070*
009080*=============================================================
009090* 4000-RECODE-WAITLIST  -  MOVE EACH VALID PAIR'S QUEUE BEHIND
009100*     THE NEW CODE'S, THEN PASS THE WHOLE FILE ONCE FOR QUEUED
009110*     TRANSFERS WHOSE FROM-TEAM IS AN OLD CODE.
009120*=============================================================
009130 4000-RECODE-WAITLIST.
009140     MOVE ZERO TO WS-RP-SUB.
009150     PERFORM 4100-MOVE-PAIR-QUEUE
009160         THRU 4100-EXIT
009170         WS-RP-COUNT TIMES.
009180     SET WS-WAIT-NOT-EOF TO TRUE.
009190     MOVE LOW-VALUES TO WAIT-KEY.
009200     START HW1WAIT KEY NOT < WAIT-KEY
009210         INVALID KEY
009220             SET WS-WAIT-EOF TO TRUE
009230     END-START.
009240     IF NOT WS-WAIT-STATUS-OK
009250             AND NOT WS-WAIT-STATUS-NOTFND
009260         DISPLAY 'START HW1WAIT FAILED - FILE STATUS = '
009270             WS-WAIT-STATUS
009280         PERFORM 9900-ABEND
009290             THRU 9900-EXIT
009300     END-IF.
009310     PERFORM 4300-RECODE-FROM-TEAM
009320         THRU 4300-EXIT
009330         UNTIL WS-WAIT-EOF.
009340 4000-EXIT.
009350     EXIT.
009360*
009370*=============================================================
009380* 4100-MOVE-PAIR-QUEUE  -  FIND THE LAST ARRIVAL SEQUENCE ON
009390*     THE NEW CODE'S QUEUE, THEN MOVE THE OLD CODE'S ENTRIES
009400*     ONE AT A TIME FROM THE HEAD, SO THEY KEEP THEIR ORDER AND
009410*     JOIN BEHIND ANY STUDENT ALREADY WAITING ON THE NEW CODE.
009420*=============================================================
009430 4100-MOVE-PAIR-QUEUE.
009440     ADD 1 TO WS-RP-SUB.
009450     IF WS-RP-REJECTED (WS-RP-SUB)
009460         GO TO 4100-EXIT
009470     END-IF.
009480     MOVE ZERO TO WS-WAIT-NEXT-SEQ.
009490     SET WS-QUEUE-NOT-END TO TRUE.
009500     MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO WAIT-TEAM.
009510     MOVE ZERO TO WAIT-SEQ.
009520     START HW1WAIT KEY NOT < WAIT-KEY
009530         INVALID KEY
009540             SET WS-QUEUE-END TO TRUE
009550     END-START.
009560     IF NOT WS-WAIT-STATUS-OK
009570             AND NOT WS-WAIT-STATUS-NOTFND
009580         DISPLAY 'START HW1WAIT FAILED - FILE STATUS = '
009590             WS-WAIT-STATUS
009600         PERFORM 9900-ABEND
009610             THRU 9900-EXIT
009620     END-IF.
009630     PERFORM 4110-SCAN-NEW-QUEUE
009640         THRU 4110-EXIT
009650         UNTIL WS-QUEUE-END.
009660     SET WS-QUEUE-NOT-END TO TRUE.
009670     PERFORM 4200-MOVE-QUEUE-ENTRY
009680         THRU 4200-EXIT
009690         UNTIL WS-QUEUE-END.
009700 4100-EXIT.
009710     EXIT.
009720*
009730*=============================================================
009740* 4110-SCAN-NEW-QUEUE  -  READ THE NEXT ENTRY AND, WHILE IT IS
009750*     STILL ON THE NEW CODE, REMEMBER ITS ARRIVAL SEQUENCE.
009760*=============================================================
009770 4110-SCAN-NEW-QUEUE.
009780     READ HW1WAIT NEXT RECORD
009790         AT END
009800             SET WS-QUEUE-END TO TRUE
009810     END-READ.
009820     IF WS-QUEUE-END
009830         GO TO 4110-EXIT
009840     END-IF.
009850     IF NOT WS-WAIT-STATUS-OK
009860         DISPLAY 'READ NEXT HW1WAIT FAILED - FILE STATUS = '
009870             WS-WAIT-STATUS
009880         PERFORM 9900-ABEND
009890             THRU 9900-EXIT
009900     END-IF.
009910     IF WAIT-TEAM NOT = WS-RP-NEW-TEAM (WS-RP-SUB)
009920         SET WS-QUEUE-END TO TRUE
009930         GO TO 4110-EXIT
009940     END-IF.
009950     MOVE WAIT-SEQ TO WS-WAIT-NEXT-SEQ.
009960 4110-EXIT.
009970     EXIT.
009980*
009990*=============================================================
010000* 4200-MOVE-QUEUE-ENTRY  -  POSITION ON THE HEAD OF WHAT IS
010010*     LEFT OF THE OLD CODE'S QUEUE AND MOVE THAT ONE ENTRY. THE
010020*     NEW ENTRY IS WRITTEN BEFORE THE OLD ONE IS DELETED, AND
010030*     THE BROWSE IS STARTED AFRESH EACH TIME BECAUSE THE WRITE
010040*     AND DELETE MOVE THE FILE POSITION. A QUEUED TRANSFER FROM
010050*     THE NEW CODE WOULD NOW BE A MOVE INTO THE STUDENT'S OWN
010060*     TEAM, SO IT IS DELETED WITHOUT BEING MOVED.
010070*=============================================================
010080 4200-MOVE-QUEUE-ENTRY.
010090     MOVE WS-RP-OLD-TEAM (WS-RP-SUB) TO WAIT-TEAM.
010100     MOVE ZERO TO WAIT-SEQ.
010110     START HW1WAIT KEY NOT < WAIT-KEY
010120         INVALID KEY
010130             SET WS-QUEUE-END TO TRUE
010140     END-START.
010150     IF WS-QUEUE-END
010160         GO TO 4200-EXIT
010170     END-IF.
010180     IF NOT WS-WAIT-STATUS-OK
010190         DISPLAY 'START HW1WAIT FAILED - FILE STATUS = '
010200             WS-WAIT-STATUS
010210         PERFORM 9900-ABEND
010220             THRU 9900-EXIT
010230     END-IF.
010240     READ HW1WAIT NEXT RECORD
010250         AT END
010260             SET WS-QUEUE-END TO TRUE
010270     END-READ.
010280     IF WS-QUEUE-END
010290         GO TO 4200-EXIT
010300     END-IF.
010310     IF NOT WS-WAIT-STATUS-OK
010320         DISPLAY 'READ NEXT HW1WAIT FAILED - FILE STATUS = '
010330             WS-WAIT-STATUS
010340         PERFORM 9900-ABEND
010350             THRU 9900-EXIT
010360     END-IF.
010370     IF WAIT-TEAM NOT = WS-RP-OLD-TEAM (WS-RP-SUB)
010380         SET WS-QUEUE-END TO TRUE
010390         GO TO 4200-EXIT
010400     END-IF.
010410     MOVE HW1-WAIT-FILE TO WS-WAIT-SAVE.
010420     MOVE 'HW1WAIT'                  TO DTL-FILE.
010430     MOVE SPACES                     TO DTL-KEY.
010440     MOVE WAIT-ID                    TO DTL-KEY-ID.
010450     MOVE WS-RP-OLD-TEAM (WS-RP-SUB) TO DTL-OLD-TEAM.
010460     MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO DTL-NEW-TEAM.
010470     IF WAIT-QUEUED-TRANSFER
010480             AND WAIT-FROM-TEAM = WS-RP-NEW-TEAM (WS-RP-SUB)
010490         PERFORM 4250-DELETE-WAIT-ENTRY
010500             THRU 4250-EXIT
010510         ADD 1 TO WS-WAIT-CANCEL-COUNT
010520         ADD 1 TO WS-RP-CANCELLED (WS-RP-SUB)
010530         MOVE 'TRANSFER INTO OWN TEAM - REMOVED' TO DTL-ACTION
010540         PERFORM 7800-PRINT-DETAIL
010550             THRU 7800-EXIT
010560         GO TO 4200-EXIT
010570     END-IF.
010580     ADD 1 TO WS-WAIT-NEXT-SEQ.
010590     MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO WAIT-TEAM.
010600     MOVE WS-WAIT-NEXT-SEQ           TO WAIT-SEQ.
010610     WRITE HW1-WAIT-FILE
010620     END-WRITE.
010630     IF NOT WS-WAIT-STATUS-OK
010640         DISPLAY 'WRITE HW1WAIT FAILED - FILE STATUS = '
010650             WS-WAIT-STATUS
010660         PERFORM 9900-ABEND
010670             THRU 9900-EXIT
010680     END-IF.
010690     MOVE WS-SAV-KEY                 TO WAIT-KEY.
010700     PERFORM 4250-DELETE-WAIT-ENTRY
010710         THRU 4250-EXIT.
010720     ADD 1 TO WS-WAIT-MOVE-COUNT.
010730     ADD 1 TO WS-RP-QUEUED (WS-RP-SUB).
010740     MOVE WS-SAV-SEQ                 TO SN-OLD-SEQ.
010750     MOVE WS-WAIT-NEXT-SEQ           TO SN-NEW-SEQ.
010760     MOVE WS-SEQ-NOTE                TO DTL-KEY-NOTE.
010770     MOVE 'QUEUE ENTRY MOVED'        TO DTL-ACTION.
010780     PERFORM 7800-PRINT-DETAIL
010790         THRU 7800-EXIT.
010800 4200-EXIT.
010810     EXIT.
010820*
010830*=============================================================
010840* 4250-DELETE-WAIT-ENTRY  -  DELETE THE QUEUE ENTRY WHOSE KEY
010850*     IS IN WAIT-KEY.
010860*=============================================================
010870 4250-DELETE-WAIT-ENTRY.
010880     DELETE HW1WAIT RECORD
010890     END-DELETE.
010900     IF NOT WS-WAIT-STATUS-OK
010910         DISPLAY 'DELETE HW1WAIT FAILED - FILE STATUS = '
010920             WS-WAIT-STATUS
010930         PERFORM 9900-ABEND
010940             THRU 9900-EXIT
010950     END-IF.
010960 4250-EXIT.
010970     EXIT.
010980*
010990*=============================================================
011000* 4300-RECODE-FROM-TEAM  -  READ THE NEXT QUEUE ENTRY. A QUEUED
011010*     TRANSFER FROM AN OLD CODE NOW COMES FROM THE NEW ONE -
011020*     UNLESS IT IS WAITING ON THE NEW CODE ITSELF, WHEN THE
011030*     MERGE HAS ALREADY PUT THE STUDENT THERE AND THE ENTRY IS
011040*     REMOVED.
011050*=============================================================
011060 4300-RECODE-FROM-TEAM.
011070     READ HW1WAIT NEXT RECORD
011080         AT END
011090             SET WS-WAIT-EOF TO TRUE
011100     END-READ.
011110     IF WS-WAIT-EOF
011120         GO TO 4300-EXIT
011130     END-IF.
011140     IF NOT WS-WAIT-STATUS-OK
011150         DISPLAY 'READ NEXT HW1WAIT FAILED - FILE STATUS = '
011160             WS-WAIT-STATUS
011170         PERFORM 9900-ABEND
011180             THRU 9900-EXIT
011190     END-IF.
011200     IF NOT WAIT-QUEUED-TRANSFER
011210         GO TO 4300-EXIT
011220     END-IF.
011230     MOVE WAIT-FROM-TEAM TO WS-FIND-TEAM.
011240     PERFORM 3900-FIND-PAIR
011250         THRU 3900-EXIT.
011260     IF WS-RP-SUB > WS-RP-COUNT
011270         GO TO 4300-EXIT
011280     END-IF.
011290     MOVE 'HW1WAIT'                  TO DTL-FILE.
011300     MOVE SPACES                     TO DTL-KEY.
011310     MOVE WAIT-ID                    TO DTL-KEY-ID.
011320     MOVE WAIT-FROM-TEAM             TO DTL-OLD-TEAM.
011330     MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO DTL-NEW-TEAM.
011340     IF WAIT-TEAM = WS-RP-NEW-TEAM (WS-RP-SUB)
011350         PERFORM 4250-DELETE-WAIT-ENTRY
011360             THRU 4250-EXIT
011370         ADD 1 TO WS-WAIT-CANCEL-COUNT
011380         ADD 1 TO WS-RP-CANCELLED (WS-RP-SUB)
011390         MOVE 'TRANSFER INTO OWN TEAM - REMOVED' TO DTL-ACTION
011400     ELSE
011410         MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO WAIT-FROM-TEAM
011420         REWRITE HW1-WAIT-FILE
011430         END-REWRITE
011440         IF NOT WS-WAIT-STATUS-OK
011450             DISPLAY 'REWRITE HW1WAIT FAILED - FILE STATUS = '
011460                 WS-WAIT-STATUS
011470             PERFORM 9900-ABEND
011480                 THRU 9900-EXIT
011490         END-IF
011500         ADD 1 TO WS-WAIT-FROM-COUNT
011510         MOVE 'TRANSFER FROM-TEAM RECODED' TO DTL-ACTION
011520     END-IF.
011530     PERFORM 7800-PRINT-DETAIL
011540         THRU 7800-EXIT.
011550 4300-EXIT.
011560     EXIT.
011570*
011580*=============================================================
011590* 5000-RECODE-HOLDS  -  ONE PASS OF THE DELETE HOLDS,
011600*     RECODING THE TEAM CAPTURED WITH EACH REQUEST.
011610*=============================================================
011620 5000-RECODE-HOLDS.
011630     SET WS-HOLD-NOT-EOF TO TRUE.
011640     MOVE ZERO TO HOLD-ID.
011650     START HW1HOLD KEY NOT < HOLD-ID
011660         INVALID KEY
011670             SET WS-HOLD-EOF TO TRUE
011680     END-START.
011690     IF NOT WS-HOLD-STATUS-OK
011700             AND NOT WS-HOLD-STATUS-NOTFND
011710         DISPLAY 'START HW1HOLD FAILED - FILE STATUS = '
011720             WS-HOLD-STATUS
011730         PERFORM 9900-ABEND
011740             THRU 9900-EXIT
011750     END-IF.
011760     PERFORM 5100-RECODE-HOLD
011770         THRU 5100-EXIT
011780         UNTIL WS-HOLD-EOF.
011790 5000-EXIT.
011800     EXIT.
011810*
011820*=============================================================
011830* 5100-RECODE-HOLD  -  READ ONE HOLD AND RECODE ITS TEAM IF IT
011840*     IS AN OLD CODE.
011850*=============================================================
011860 5100-RECODE-HOLD.
011870     READ HW1HOLD NEXT RECORD
011880         AT END
011890             SET WS-HOLD-EOF TO TRUE
011900     END-READ.
011910     IF WS-HOLD-EOF
011920         GO TO 5100-EXIT
011930     END-IF.
011940     IF NOT WS-HOLD-STATUS-OK
011950         DISPLAY 'READ NEXT HW1HOLD FAILED - FILE STATUS = '
011960             WS-HOLD-STATUS
011970         PERFORM 9900-ABEND
011980             THRU 9900-EXIT
011990     END-IF.
012000     MOVE HOLD-TEAM TO WS-FIND-TEAM.
012010     PERFORM 3900-FIND-PAIR
012020         THRU 3900-EXIT.
012030     IF WS-RP-SUB > WS-RP-COUNT
012040         GO TO 5100-EXIT
012050     END-IF.
012060     MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO HOLD-TEAM.
012070     REWRITE HW1-HOLD-FILE
012080     END-REWRITE.
012090     IF NOT WS-HOLD-STATUS-OK
012100         DISPLAY 'REWRITE HW1HOLD FAILED - FILE STATUS = '
012110             WS-HOLD-STATUS
012120         PERFORM 9900-ABEND
012130             THRU 9900-EXIT
012140     END-IF.
012150     ADD 1 TO WS-HOLD-RECODE-COUNT.
012160     ADD 1 TO WS-RP-HOLDS (WS-RP-SUB).
012170     MOVE 'HW1HOLD'                  TO DTL-FILE.
012180     MOVE SPACES                     TO DTL-KEY.
012190     MOVE HOLD-ID                    TO DTL-KEY-ID.
012200     MOVE WS-RP-OLD-TEAM (WS-RP-SUB) TO DTL-OLD-TEAM.
012210     MOVE HOLD-TEAM                  TO DTL-NEW-TEAM.
012220     MOVE 'DELETE HOLD RECODED'      TO DTL-ACTION.
012230     PERFORM 7800-PRINT-DETAIL
012240         THRU 7800-EXIT.
012250 5100-EXIT.
012260     EXIT.
012270*
012280*=============================================================
012290* 5500-RECODE-SUSPENSE  -  COPY THE WHOLE SUSPENSE WAREHOUSE
012300*     TO ITS NEXT GENERATION, RECODING TRANS-TEAM ON THE WAY.
012310*     THE COPY IS MADE EVEN WHEN EVERY PAIR WAS REJECTED, SO
012320*     THE NEW GENERATION IS ALWAYS COMPLETE.
012330*=============================================================
012340 5500-RECODE-SUSPENSE.
012350     SET WS-SUSP-NOT-EOF TO TRUE.
012360     PERFORM 5600-COPY-SUSPENSE-ITEM
012370         THRU 5600-EXIT
012380         UNTIL WS-SUSP-EOF.
012390 5500-EXIT.
012400     EXIT.
012410*
012420*=============================================================
012430* 5600-COPY-SUSPENSE-ITEM  -  READ ONE SUSPENDED TRANSACTION,
012440*     RECODE ITS TEAM IF IT IS AN OLD CODE, AND WRITE IT.
012450*=============================================================
012460 5600-COPY-SUSPENSE-ITEM.
012470     READ SUSPIN
012480         AT END
012490             SET WS-SUSP-EOF TO TRUE
012500     END-READ.
012510     IF WS-SUSP-EOF
012520         GO TO 5600-EXIT
012530     END-IF.
012540     IF NOT WS-SUSPIN-STATUS-OK
012550         DISPLAY 'READ SUSPIN FAILED - FILE STATUS = '
012560             WS-SUSPIN-STATUS
012570         PERFORM 9900-ABEND
012580             THRU 9900-EXIT
012590     END-IF.
012600     ADD 1 TO WS-SUSP-READ-COUNT.
012610     MOVE SUSP-TEAM TO WS-FIND-TEAM.
012620     PERFORM 3900-FIND-PAIR
012630         THRU 3900-EXIT.
012640     IF WS-RP-SUB NOT > WS-RP-COUNT
012650         MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO SUSP-TEAM
012660         ADD 1 TO WS-SUSP-RECODE-COUNT
012670         ADD 1 TO WS-RP-SUSPENSE (WS-RP-SUB)
012680         MOVE 'SUSPENSE'                 TO DTL-FILE
012690         MOVE SPACES                     TO DTL-KEY
012700         MOVE SUSP-ID                    TO DTL-KEY-ID
012710         MOVE SUSP-CODE                  TO CN-CODE
012720         MOVE WS-CODE-NOTE               TO DTL-KEY-NOTE
012730         MOVE WS-RP-OLD-TEAM (WS-RP-SUB) TO DTL-OLD-TEAM
012740         MOVE SUSP-TEAM                  TO DTL-NEW-TEAM
012750         MOVE 'SUSPENDED TRANSACTION RECODED' TO DTL-ACTION
012760         PERFORM 7800-PRINT-DETAIL
012770             THRU 7800-EXIT
012780     END-IF.
012790     WRITE SUSP-OUT-RECORD FROM SUSP-IN-RECORD
012800     END-WRITE.
012810     IF NOT WS-SUSPOUT-STATUS-OK
012820         DISPLAY 'WRITE SUSPOUT FAILED - FILE STATUS = '
012830             WS-SUSPOUT-STATUS
012840         PERFORM 9900-ABEND
012850             THRU 9900-EXIT
012860     END-IF.
012870 5600-EXIT.
012880     EXIT.
012890*
012890*=============================================================
012890* 5800-RECODE-STAGED  -  ONE PASS OF THE ONLINE STAGING
012890*     CLUSTER, RECODING THE TEAM ON EVERY REQUEST STILL WAITING
012890*     FOR COBOLAPP1STG. BATCHED RECORDS ARE ALREADY ON AN
012890*     HW1TRANS BATCH AND ARE LEFT ALONE. AN EMPTY CLUSTER IS
012890*     NOT AN ERROR.
012890*=============================================================
012890 5800-RECODE-STAGED.
012890     SET WS-STAGE-NOT-EOF TO TRUE.
012890     MOVE LOW-VALUES TO STG-KEY.
012890     START HW1STAGE KEY NOT < STG-KEY
012890         INVALID KEY
012890             SET WS-STAGE-EOF TO TRUE
012890     END-START.
012890     IF NOT WS-STAGE-STATUS-OK AND NOT WS-STAGE-STATUS-NOTFND
012890         DISPLAY 'START HW1STAGE FAILED - FILE STATUS = '
012890             WS-STAGE-STATUS
012890         PERFORM 9900-ABEND
012890             THRU 9900-EXIT
012890     END-IF.
012890     PERFORM 5900-RECODE-STAGED-REQUEST
012890         THRU 5900-EXIT
012890         UNTIL WS-STAGE-EOF.
012890 5800-EXIT.
012890     EXIT.
012890*
012890*=============================================================
012890* 5900-RECODE-STAGED-REQUEST  -  READ ONE STAGED RECORD AND, IF
012890*     IT IS STILL STAGED ON AN OLD CODE, REWRITE IT ON THE NEW.
012890*=============================================================
012890 5900-RECODE-STAGED-REQUEST.
012890     READ HW1STAGE NEXT RECORD
012890         AT END
012890             SET WS-STAGE-EOF TO TRUE
012890     END-READ.
012890     IF WS-STAGE-EOF
012890         GO TO 5900-EXIT
012890     END-IF.
012890     IF NOT WS-STAGE-STATUS-OK
012890         DISPLAY 'READ NEXT HW1STAGE FAILED - FILE STATUS = '
012890             WS-STAGE-STATUS
012890         PERFORM 9900-ABEND
012890             THRU 9900-EXIT
012890     END-IF.
012890     IF NOT STG-STAGED
012890         GO TO 5900-EXIT
012890     END-IF.
012890     MOVE STG-TEAM TO WS-FIND-TEAM.
012890     PERFORM 3900-FIND-PAIR
012890         THRU 3900-EXIT.
012890     IF WS-RP-SUB > WS-RP-COUNT
012890         GO TO 5900-EXIT
012890     END-IF.
012890     MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO STG-TEAM.
012890     REWRITE HW1-STAGE-RECORD
012890     END-REWRITE.
012890     IF NOT WS-STAGE-STATUS-OK
012890         DISPLAY 'REWRITE HW1STAGE FAILED - FILE STATUS = '
012890             WS-STAGE-STATUS
012890         PERFORM 9900-ABEND
012890             THRU 9900-EXIT
012890     END-IF.
012890     ADD 1 TO WS-STAGE-RECODE-COUNT.
012890     ADD 1 TO WS-RP-STAGED (WS-RP-SUB).
012890     MOVE 'HW1STAGE'                 TO DTL-FILE.
012890     MOVE SPACES                     TO DTL-KEY.
012890     MOVE STG-ID                     TO DTL-KEY-ID.
012890     MOVE STG-CODE                   TO CN-CODE.
012890     MOVE WS-CODE-NOTE               TO DTL-KEY-NOTE.
012890     MOVE WS-RP-OLD-TEAM (WS-RP-SUB) TO DTL-OLD-TEAM.
012890     MOVE STG-TEAM                   TO DTL-NEW-TEAM.
012890     MOVE 'STAGED ONLINE REQUEST RECODED' TO DTL-ACTION.
012890     PERFORM 7800-PRINT-DETAIL
012890         THRU 7800-EXIT.
012890 5900-EXIT.
012890     EXIT.
012890*
012900*=============================================================
012910* 6000-ROLL-TEAM-COUNTS  -  SETTLE HW1TEAM FOR EVERY VALID
012920*     PAIR IN CONTROL-FILE ORDER.
012930*=============================================================
012940 6000-ROLL-TEAM-COUNTS.
012950     MOVE ZERO TO WS-RP-SUB.
012960     PERFORM 6100-ROLL-ONE-PAIR
012970         THRU 6100-EXIT
012980         WS-RP-COUNT TIMES.
012990 6000-EXIT.
013000     EXIT.
013010*
013020*=============================================================
013020* 6100-ROLL-ONE-PAIR  -  SETTLE THE NEW TEAM FIRST, THEN
013020*     DEACTIVATE THE OLD CODE WITH A ZERO COUNT. A RENAME ADDS
013020*     THE NEW TEAM WITH THE OLD ONE'S DESCRIPTION, CAPACITY AND
013020*     FLAG; A MERGE REWRITES THE TEAM ALREADY ON FILE. EITHER
013020*     WAY THE NEW TEAM'S MEMBER COUNT IS SET TO THE NON-DROPPED
013020*     RECORDS THE MASTER PASS FOUND ON IT, NOT ADDED TO, SO A
013020*     RERUN AFTER A FAILURE CANNOT LOSE OR DOUBLE IT, AND THE
013020*     OLD CODE IS ONLY DEACTIVATED ONCE THE NEW TEAM IS ON FILE,
013020*     SO A RERUN NEVER TAKES A FLAG THIS JOB SET. THE OLD TEAM'S
013020*     STORED COUNT IS KEPT FOR THE REGISTER. A NEW TEAM LEFT
013020*     PAST A NON-ZERO CAPACITY IS FLAGGED WITH ITS OVERFLOW.
013110*=============================================================
013120 6100-ROLL-ONE-PAIR.
013130     ADD 1 TO WS-RP-SUB.
013140     IF WS-RP-REJECTED (WS-RP-SUB)
013150         GO TO 6100-EXIT
013160     END-IF.
013170     MOVE WS-RP-OLD-TEAM (WS-RP-SUB) TO TEAM-CODE.
013180     PERFORM 2200-READ-TEAM
013190         THRU 2200-EXIT.
013200     IF WS-TEAM-STATUS-NOTFND
013210         DISPLAY 'COBOLAPP1RCD - OLD TEAM ' TEAM-CODE
013220             ' NO LONGER ON HW1TEAM'
013230         PERFORM 9900-ABEND
013240             THRU 9900-EXIT
013250     END-IF.
013260     MOVE TEAM-MEMBER-COUNT TO WS-RP-ROLLED (WS-RP-SUB).
013400     MOVE WS-RP-NEW-TEAM (WS-RP-SUB) TO TEAM-CODE.
013410     PERFORM 2200-READ-TEAM
013420         THRU 2200-EXIT.
013430     IF WS-TEAM-STATUS-NOTFND
013440         MOVE WS-RP-NEW-TEAM (WS-RP-SUB)     TO TEAM-CODE
013450         MOVE WS-RP-OLD-DESC (WS-RP-SUB)     TO TEAM-DESC
013460         MOVE WS-RP-OLD-CAPACITY (WS-RP-SUB) TO TEAM-CAPACITY
013470         MOVE WS-RP-OLD-FLAG (WS-RP-SUB)     TO TEAM-ACTIVE-FLAG
013470         MOVE WS-RP-NEW-MEMBERS (WS-RP-SUB)  TO TEAM-MEMBER-COUNT
013490         WRITE HW1-TEAM-FILE
013500         END-WRITE
013510         IF NOT WS-TEAM-STATUS-OK
013520             DISPLAY 'WRITE HW1-TEAM-FILE FAILED - FILE '
013530                 'STATUS = ' WS-TEAM-STATUS
013540             PERFORM 9900-ABEND
013550                 THRU 9900-EXIT
013560         END-IF
013570         ADD 1 TO WS-TEAM-ADD-COUNT
013580     ELSE
013580         MOVE WS-RP-NEW-MEMBERS (WS-RP-SUB)  TO TEAM-MEMBER-COUNT
013600         REWRITE HW1-TEAM-FILE
013610         END-REWRITE
013620         IF NOT WS-TEAM-STATUS-OK
013630             DISPLAY 'REWRITE HW1-TEAM-FILE FAILED - FILE '
013640                 'STATUS = ' WS-TEAM-STATUS
013650             PERFORM 9900-ABEND
013660                 THRU 9900-EXIT
013670         END-IF
013680     END-IF.
013690     MOVE TEAM-MEMBER-COUNT TO WS-RP-HEADCOUNT (WS-RP-SUB).
013700     MOVE TEAM-CAPACITY     TO WS-RP-CAPACITY (WS-RP-SUB).
013710     IF TEAM-CAPACITY > ZERO
013720             AND TEAM-MEMBER-COUNT > TEAM-CAPACITY
013730         SUBTRACT TEAM-CAPACITY FROM TEAM-MEMBER-COUNT
013740             GIVING WS-RP-OVERFLOW (WS-RP-SUB)
013750         ADD 1 TO WS-OVERFLOW-COUNT
013760     END-IF.
013760     MOVE WS-RP-OLD-TEAM (WS-RP-SUB) TO TEAM-CODE.
013760     PERFORM 2200-READ-TEAM
013760         THRU 2200-EXIT.
013760     IF WS-TEAM-STATUS-NOTFND
013760         DISPLAY 'COBOLAPP1RCD - OLD TEAM ' TEAM-CODE
013760             ' NO LONGER ON HW1TEAM'
013760         PERFORM 9900-ABEND
013760             THRU 9900-EXIT
013760     END-IF.
013760     IF TEAM-ACTIVE
013760         ADD 1 TO WS-TEAM-DEACT-COUNT
013760     END-IF.
013760     SET TEAM-INACTIVE TO TRUE.
013760     MOVE ZERO TO TEAM-MEMBER-COUNT.
013760     REWRITE HW1-TEAM-FILE
013760     END-REWRITE.
013760     IF NOT WS-TEAM-STATUS-OK
013760         DISPLAY 'REWRITE HW1-TEAM-FILE FAILED - FILE '
013760             'STATUS = ' WS-TEAM-STATUS
013760         PERFORM 9900-ABEND
013760             THRU 9900-EXIT
013760     END-IF.
013770 6100-EXIT.
013780     EXIT.
013790*
013800*=============================================================
013810* 7000-PRINT-PAIR-TOTALS  -  PRINT TWO LINES PER PAIR: WHAT
013820*     MOVED IN EACH FILE, THEN THE MEMBER COUNTS AND THE NEW
013830*     TEAM'S HEADCOUNT AGAINST ITS CAPACITY.
013840*=============================================================
013850 7000-PRINT-PAIR-TOTALS.
013860     IF WS-LINE-COUNT NOT < WS-MAX-LINES
013870         PERFORM 7900-NEW-PAGE
013880             THRU 7900-EXIT
013890     END-IF.
013900     WRITE RCDRPT-LINE FROM WS-PAIR-HDG-LINE
013910         AFTER ADVANCING 2 LINES.
013920     IF NOT WS-RPT-STATUS-OK
013930         DISPLAY 'WRITE RCDRPT FAILED - FILE STATUS = '
013940             WS-RPT-STATUS
013950         PERFORM 9900-ABEND
013960             THRU 9900-EXIT
013970     END-IF.
013980     ADD 2 TO WS-LINE-COUNT.
013990     MOVE ZERO TO WS-RP-SUB.
014000     PERFORM 7100-PRINT-ONE-PAIR
014010         THRU 7100-EXIT
014020         WS-RP-COUNT TIMES.
014030 7000-EXIT.
014040     EXIT.
014050*
014060*=============================================================
014070* 7100-PRINT-ONE-PAIR  -  PRINT ONE PAIR'S TOTALS.
014080*=============================================================
014090 7100-PRINT-ONE-PAIR.
014100     ADD 1 TO WS-RP-SUB.
014110     IF WS-LINE-COUNT NOT < WS-MAX-LINES
014120         PERFORM 7900-NEW-PAGE
014130             THRU 7900-EXIT
014140     END-IF.
014150     MOVE WS-RP-OLD-TEAM (WS-RP-SUB)  TO PL1-OLD-TEAM.
014160     MOVE WS-RP-NEW-TEAM (WS-RP-SUB)  TO PL1-NEW-TEAM.
014170     EVALUATE TRUE
014180         WHEN WS-RP-REJECTED (WS-RP-SUB)
014190             MOVE 'REJECT'            TO PL1-TYPE
014200         WHEN WS-RP-MERGE (WS-RP-SUB)
014210             MOVE 'MERGE'             TO PL1-TYPE
014220         WHEN OTHER
014230             MOVE 'RENAME'            TO PL1-TYPE
014240     END-EVALUATE.
014250     MOVE WS-RP-MASTERS (WS-RP-SUB)   TO PL1-MASTERS.
014260     MOVE WS-RP-QUEUED (WS-RP-SUB)    TO PL1-QUEUED.
014270     MOVE WS-RP-HOLDS (WS-RP-SUB)     TO PL1-HOLDS.
014280     MOVE WS-RP-SUSPENSE (WS-RP-SUB)  TO PL1-SUSPENSE.
014280     MOVE WS-RP-STAGED (WS-RP-SUB)    TO PL1-STAGED.
014290     WRITE RCDRPT-LINE FROM WS-PAIR-LINE-1
014300         AFTER ADVANCING 2 LINES.
014310     IF NOT WS-RPT-STATUS-OK
014320         DISPLAY 'WRITE RCDRPT FAILED - FILE STATUS = '
014330             WS-RPT-STATUS
014340         PERFORM 9900-ABEND
014350             THRU 9900-EXIT
014360     END-IF.
014370     MOVE WS-RP-MEMBERS (WS-RP-SUB)   TO PL2-MEMBERS.
014380     MOVE WS-RP-ROLLED (WS-RP-SUB)    TO PL2-ROLLED.
014390     MOVE WS-RP-HEADCOUNT (WS-RP-SUB) TO PL2-HEADCOUNT.
014400     MOVE WS-RP-CAPACITY (WS-RP-SUB)  TO PL2-CAPACITY.
014410     EVALUATE TRUE
014420         WHEN WS-RP-REJECTED (WS-RP-SUB)
014430             MOVE WS-RP-REASON (WS-RP-SUB) TO PL2-NOTE
014440         WHEN WS-RP-OVERFLOW (WS-RP-SUB) > ZERO
014450             MOVE WS-RP-OVERFLOW (WS-RP-SUB) TO ON-OVERFLOW
014460             MOVE WS-OVERFLOW-NOTE    TO PL2-NOTE
014470         WHEN WS-RP-MEMBERS (WS-RP-SUB)
014480                 NOT = WS-RP-ROLLED (WS-RP-SUB)
014490             MOVE 'COUNTS DIFFER - RUN TCV' TO PL2-NOTE
014500         WHEN OTHER
014510             MOVE SPACES              TO PL2-NOTE
014520     END-EVALUATE.
014530     WRITE RCDRPT-LINE FROM WS-PAIR-LINE-2
014540         AFTER ADVANCING 1 LINE.
014550     IF NOT WS-RPT-STATUS-OK
014560         DISPLAY 'WRITE RCDRPT FAILED - FILE STATUS = '
014570             WS-RPT-STATUS
014580         PERFORM 9900-ABEND
014590             THRU 9900-EXIT
014600     END-IF.
014610     ADD 3 TO WS-LINE-COUNT.
014620 7100-EXIT.
014630     EXIT.
014640*
014650*=============================================================
014660* 7800-PRINT-DETAIL  -  PRINT ONE REGISTER LINE SET UP BY THE
014670*     CALLER.
014680*=============================================================
014690 7800-PRINT-DETAIL.
014700     IF WS-LINE-COUNT NOT < WS-MAX-LINES
014710         PERFORM 7900-NEW-PAGE
014720             THRU 7900-EXIT
014730     END-IF.
014740     WRITE RCDRPT-LINE FROM WS-DETAIL-LINE
014750         AFTER ADVANCING 1 LINE.
014760     IF NOT WS-RPT-STATUS-OK
014770         DISPLAY 'WRITE RCDRPT FAILED - FILE STATUS = '
014780             WS-RPT-STATUS
014790         PERFORM 9900-ABEND
014800             THRU 9900-EXIT
014810     END-IF.
014820     ADD 1                           TO WS-LINE-COUNT.
014830 7800-EXIT.
014840     EXIT.
014850*
014860*=============================================================
014870* 7900-NEW-PAGE  -  START A NEW PAGE WITH THE HEADING LINES.
014880*=============================================================
014890 7900-NEW-PAGE.
014900     ADD 1                           TO WS-PAGE-COUNT.
014910     MOVE WS-PAGE-COUNT              TO HDG1-PAGE.
014920     WRITE RCDRPT-LINE FROM WS-HDG1-LINE
014930         AFTER ADVANCING PAGE.
014940     IF NOT WS-RPT-STATUS-OK
014950         DISPLAY 'WRITE RCDRPT FAILED - FILE STATUS = '
014960             WS-RPT-STATUS
014970         PERFORM 9900-ABEND
014980             THRU 9900-EXIT
014990     END-IF.
015000     MOVE WS-BDT-BUSINESS-DATE       TO HDG2-RUN-DATE.
015010     WRITE RCDRPT-LINE FROM WS-HDG2-LINE
015020         AFTER ADVANCING 1 LINE.
015030     IF NOT WS-RPT-STATUS-OK
015040         DISPLAY 'WRITE RCDRPT FAILED - FILE STATUS = '
015050             WS-RPT-STATUS
015060         PERFORM 9900-ABEND
015070             THRU 9900-EXIT
015080     END-IF.
015090     WRITE RCDRPT-LINE FROM WS-HDG3-LINE
015100         AFTER ADVANCING 2 LINES.
015110     IF NOT WS-RPT-STATUS-OK
015120         DISPLAY 'WRITE RCDRPT FAILED - FILE STATUS = '
015130             WS-RPT-STATUS
015140         PERFORM 9900-ABEND
015150             THRU 9900-EXIT
015160     END-IF.
015170     MOVE 5                          TO WS-LINE-COUNT.
015180 7900-EXIT.
015190     EXIT.
015200*
015210*=============================================================
015220* 8000-TERMINATE  -  PRINT THE RUN TOTALS, CLOSE THE FILES AND
015230*     END WITH RETURN CODE 4 IF ANY PAIR WAS REJECTED OR LEFT A
015240*     TEAM OVER CAPACITY.
015250*=============================================================
015260 8000-TERMINATE.
015270     MOVE 'RECODE PAIRS READ           =' TO TOT-LABEL.
015280     MOVE WS-CONTROL-COUNT           TO TOT-COUNT.
015290     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015300         AFTER ADVANCING 2 LINES.
015310     MOVE 'RECODE PAIRS REJECTED       =' TO TOT-LABEL.
015320     MOVE WS-REJECT-COUNT            TO TOT-COUNT.
015330     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015340         AFTER ADVANCING 1 LINE.
015350     MOVE 'ROSTER RECORDS READ         =' TO TOT-LABEL.
015360     MOVE WS-MASTER-READ-COUNT       TO TOT-COUNT.
015370     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015380         AFTER ADVANCING 1 LINE.
015390     MOVE 'ROSTER RECORDS RECODED      =' TO TOT-LABEL.
015400     MOVE WS-MASTER-RECODE-COUNT     TO TOT-COUNT.
015410     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015420         AFTER ADVANCING 1 LINE.
015430     MOVE 'QUEUE ENTRIES MOVED         =' TO TOT-LABEL.
015440     MOVE WS-WAIT-MOVE-COUNT         TO TOT-COUNT.
015450     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015460         AFTER ADVANCING 1 LINE.
015470     MOVE 'QUEUED TRANSFERS REMOVED    =' TO TOT-LABEL.
015480     MOVE WS-WAIT-CANCEL-COUNT       TO TOT-COUNT.
015490     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015500         AFTER ADVANCING 1 LINE.
015510     MOVE 'TRANSFER FROM-TEAMS RECODED =' TO TOT-LABEL.
015520     MOVE WS-WAIT-FROM-COUNT         TO TOT-COUNT.
015530     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015540         AFTER ADVANCING 1 LINE.
015550     MOVE 'DELETE HOLDS RECODED        =' TO TOT-LABEL.
015560     MOVE WS-HOLD-RECODE-COUNT       TO TOT-COUNT.
015570     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015580         AFTER ADVANCING 1 LINE.
015590     MOVE 'SUSPENSE ITEMS COPIED       =' TO TOT-LABEL.
015600     MOVE WS-SUSP-READ-COUNT         TO TOT-COUNT.
015610     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015620         AFTER ADVANCING 1 LINE.
015630     MOVE 'SUSPENSE ITEMS RECODED      =' TO TOT-LABEL.
015640     MOVE WS-SUSP-RECODE-COUNT       TO TOT-COUNT.
015650     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015660         AFTER ADVANCING 1 LINE.
015660     MOVE 'STAGED REQUESTS RECODED     =' TO TOT-LABEL.
015660     MOVE WS-STAGE-RECODE-COUNT      TO TOT-COUNT.
015660     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015660         AFTER ADVANCING 1 LINE.
015670     MOVE 'TEAMS ADDED BY RENAME       =' TO TOT-LABEL.
015680     MOVE WS-TEAM-ADD-COUNT          TO TOT-COUNT.
015690     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015700         AFTER ADVANCING 1 LINE.
015710     MOVE 'OLD TEAMS DEACTIVATED       =' TO TOT-LABEL.
015720     MOVE WS-TEAM-DEACT-COUNT        TO TOT-COUNT.
015730     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015740         AFTER ADVANCING 1 LINE.
015750     MOVE 'TEAMS LEFT OVER CAPACITY    =' TO TOT-LABEL.
015760     MOVE WS-OVERFLOW-COUNT          TO TOT-COUNT.
015770     WRITE RCDRPT-LINE FROM WS-TOTAL-LINE
015780         AFTER ADVANCING 1 LINE.
015790     CLOSE HW1.
015800     IF NOT WS-HW1-FILE-STATUS-OK
015810         DISPLAY 'CLOSE HW1 FAILED - FILE STATUS = '
015820             WS-HW1-FILE-STATUS
015830         PERFORM 9900-ABEND
015840             THRU 9900-EXIT
015850     END-IF.
015860     CLOSE HW1AUDIT.
015870     IF NOT WS-AUDIT-STATUS-OK
015880         DISPLAY 'CLOSE HW1AUDIT FAILED - FILE STATUS = '
015890             WS-AUDIT-STATUS
015900         PERFORM 9900-ABEND
015910             THRU 9900-EXIT
015920     END-IF.
015930     CLOSE HW1TEAM.
015940     IF NOT WS-TEAM-STATUS-OK
015950         DISPLAY 'CLOSE HW1TEAM FAILED - FILE STATUS = '
015960             WS-TEAM-STATUS
015970         PERFORM 9900-ABEND
015980             THRU 9900-EXIT
015990     END-IF.
016000     CLOSE HW1WAIT.
016010     IF NOT WS-WAIT-STATUS-OK
016020         DISPLAY 'CLOSE HW1WAIT FAILED - FILE STATUS = '
016030             WS-WAIT-STATUS
016040         PERFORM 9900-ABEND
016050             THRU 9900-EXIT
016060     END-IF.
016070     CLOSE HW1HOLD.
016080     IF NOT WS-HOLD-STATUS-OK
016090         DISPLAY 'CLOSE HW1HOLD FAILED - FILE STATUS = '
016100             WS-HOLD-STATUS
016110         PERFORM 9900-ABEND
016120             THRU 9900-EXIT
016130     END-IF.
016140     CLOSE SUSPIN.
016150     IF NOT WS-SUSPIN-STATUS-OK
016160         DISPLAY 'CLOSE SUSPIN FAILED - FILE STATUS = '
016170             WS-SUSPIN-STATUS
016180         PERFORM 9900-ABEND
016190             THRU 9900-EXIT
016200     END-IF.
016210     CLOSE SUSPOUT.
016220     IF NOT WS-SUSPOUT-STATUS-OK
016230         DISPLAY 'CLOSE SUSPOUT FAILED - FILE STATUS = '
016240             WS-SUSPOUT-STATUS
016250         PERFORM 9900-ABEND
016260             THRU 9900-EXIT
016270     END-IF.
016280     CLOSE RCDRPT.
016290     IF NOT WS-RPT-STATUS-OK
016300         DISPLAY 'CLOSE RCDRPT FAILED - FILE STATUS = '
016310             WS-RPT-STATUS
016320         PERFORM 9900-ABEND
016330             THRU 9900-EXIT
016340     END-IF.
016340     CLOSE HW1STAGE.
016340     IF NOT WS-STAGE-STATUS-OK
016340         DISPLAY 'CLOSE HW1STAGE FAILED - FILE STATUS = '
016340             WS-STAGE-STATUS
016340         PERFORM 9900-ABEND
016340             THRU 9900-EXIT
016340     END-IF.
016350     IF WS-REJECT-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
016360         DISPLAY 'COBOLAPP1RCD - PAIRS REJECTED OR TEAMS OVER '
016370             'CAPACITY - SEE THE REGISTER'
016380         MOVE 4 TO RETURN-CODE
016390     END-IF.
016400 8000-EXIT.
016410     EXIT.
016420*
016430*=============================================================
016440* 9000-WRITE-AUDIT-RECORD  -  APPEND ONE BEFORE/AFTER CHANGE
016450*     ENTRY TO HW1AUDIT FOR THE RECODE JUST COMPLETED, SAME
016460*     SHAPE AS COBOLAPP1MNT WRITES FOR A CHANGE, UNDER THE
016470*     FIXED SOURCE TAG RECODE.
016480*=============================================================
016490 9000-WRITE-AUDIT-RECORD.
016500     PERFORM 9050-STAMP-AUDIT-TIME
016510         THRU 9050-EXIT.
016520     SET AUD-OP-CHANGE TO TRUE.
016530     MOVE WS-AUDIT-BEFORE-ID         TO AUD-OLD-ID.
016540     MOVE WS-AUDIT-BEFORE-NAME       TO AUD-OLD-NAME.
016550     MOVE WS-AUDIT-BEFORE-TEAM       TO AUD-OLD-TEAM.
016560     MOVE WS-AUDIT-BEFORE-STATUS     TO AUD-OLD-STATUS.
016570     MOVE WS-AUDIT-BEFORE-EFF-DATE   TO AUD-OLD-EFFECTIVE-DATE.
016580     MOVE WS-AUDIT-AFTER-ID          TO AUD-NEW-ID.
016590     MOVE WS-AUDIT-AFTER-NAME        TO AUD-NEW-NAME.
016600     MOVE WS-AUDIT-AFTER-TEAM        TO AUD-NEW-TEAM.
016610     MOVE WS-AUDIT-AFTER-STATUS      TO AUD-NEW-STATUS.
016620     MOVE WS-AUDIT-AFTER-EFF-DATE    TO AUD-NEW-EFFECTIVE-DATE.
016630     MOVE 'RECODE'                   TO AUD-BATCH-ID.
016640     WRITE HW1-AUDIT-FILE
016650     END-WRITE.
016660     IF NOT WS-AUDIT-STATUS-OK
016670         DISPLAY 'WRITE HW1AUDIT FAILED - FILE STATUS = '
016680             WS-AUDIT-STATUS
016690         PERFORM 9900-ABEND
016700             THRU 9900-EXIT
016710     END-IF.
016720 9000-EXIT.
016730     EXIT.
016740*
016750*=============================================================
016760* 9050-STAMP-AUDIT-TIME  -  STAMP THE AUDIT ENTRY WITH THE
016770*     BUSINESS DATE AND THE CLOCK TIME. ONCE THE CLOCK HAS PASSED
016780*     MIDNIGHT THE TIME CARRIES ON PAST 24 HOURS (24-47 THE NEXT
016790*     DAY, 48-71 THE DAY AFTER, 72-95 BEYOND), SO ONE BUSINESS
016800*     DATE'S ENTRIES STILL SORT IN THE ORDER THEY WERE WRITTEN.
016810*     AN ENTRY WRITTEN BEFORE THE BUSINESS DATE HAS ARRIVED (A
016820*     JOB RUN AFTER THE WINDOW CLOSED BUT BEFORE MIDNIGHT) IS
016830*     STAMPED AT THE START OF THAT DATE.
016840*=============================================================
016850 9050-STAMP-AUDIT-TIME.
016860     MOVE WS-BDT-BUSINESS-DATE       TO AUD-TS-DATE.
016870     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
016880     ACCEPT AUD-TS-TIME FROM TIME.
016890     EVALUATE TRUE
016900         WHEN WS-CLOCK-DATE = WS-BDT-BUSINESS-DATE
016910             CONTINUE
016920         WHEN WS-CLOCK-DATE < WS-BDT-BUSINESS-DATE
016930             MOVE ZERO               TO AUD-TS-TIME
016940         WHEN WS-CLOCK-DATE = WS-BDT-NEXT-DATE
016950             ADD 24000000            TO AUD-TS-TIME
016960         WHEN WS-CLOCK-DATE = WS-BDT-THIRD-DATE
016970             ADD 48000000            TO AUD-TS-TIME
016980         WHEN OTHER
016990             ADD 72000000            TO AUD-TS-TIME
017000     END-EVALUATE.
017010 9050-EXIT.
017020     EXIT.
017030*
017040*=============================================================
017050* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
017060*     CALLER) AND END THE RUN WITH A NON-ZERO RETURN CODE SO
017070*     THE JOB STEP CONDITION CODE REFLECTS THE FAILURE.
017080*=============================================================
017090 9900-ABEND.
017100     DISPLAY 'COBOLAPP1RCD ABENDING - SEE FILE STATUS MESSAGE'.
017110     DISPLAY 'ABOVE'.
017120     MOVE 16 TO RETURN-CODE.
017130     STOP RUN.
017140 9900-EXIT.
017150     EXIT.
