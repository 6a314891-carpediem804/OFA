000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBOLAPP1DQS.
000120 AUTHOR.        D BARRETT.
000130 INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000140 DATE-WRITTEN.  20261015.
000150 DATE-COMPILED.
000160*
000170*-------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-------------------------------------------------------------
000200* 20261015 DB   NEW PROGRAM - MONTHLY DATA-ENTRY QUALITY
000210*               SCORECARD. READS EVERY HW1.MNT.STATS GENERATION
000220*               (THE HW1STAT RECORDS COBOLAPP1MNT WRITES ON A
000230*               LIVE RUN) AND EVERY HW1.TRANS.RECYCLE GENERATION
000240*               AND PRINTS THREE SECTIONS -
000250*                 1  EACH OPERATOR'S TRANSACTIONS KEYED IN THE
000260*                    MONTH BY OUTCOME, THE REJECT RATE AND THE
000270*                    THREE COMMONEST REJECT REASONS
000280*                 2  THE RECYCLE BACKLOG BY THE OPERATOR OF ITS
000290*                    LATEST REJECT - ITEMS ON THE LATEST RECYCLE
000300*                    GENERATION STILL UNRESOLVED AFTER 1, 3 AND
000310*                    7 CYCLES (TIMES REJECTED), AND ITEMS LAST
000320*                    REJECTED IN THE MONTH THAT HAVE SINCE LEFT
000330*                    THE LOOP
000340*                 3  DELETE APPROVALS ('V') GIVEN BY EACH
000350*                    OPERATOR, AND HOW MANY WERE FOR THE
000360*                    OPERATOR'S OWN HOME TEAM - THE TEAM THEY
000370*                    KEYED MOST OTHER WORK FOR IN THE MONTH
000380*               AN OPERATOR WITH AT LEAST WS-MIN-APPROVALS
000390*               APPROVALS WHOSE OWN-TEAM SHARE IS AT LEAST
000400*               WS-FLAG-FACTOR TIMES THE SHOP-WIDE SHARE IS
000410*               FLAGGED, AND THE RUN THEN ENDS WITH RETURN CODE
000420*               4. PARM='MONTH=YYYYMM' SELECTS THE MONTH; AN
000430*               EMPTY PARM TAKES THE MONTH BEFORE THE BUSINESS
000440*               DATE. THE BACKLOG IS ALWAYS AS OF THE LATEST
000450*               CYCLE ON FILE.
000460*-------------------------------------------------------------
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540*-------------------------------------------------------------
000550*    HW1STAT   -  DATA-ENTRY STATISTICS, EVERY HW1.MNT.STATS
000560*                 GENERATION (HW1STATRC LAYOUT)
000570*    HW1RCYC   -  REJECT RECYCLE FILES, EVERY HW1.TRANS.RECYCLE
000580*                 GENERATION (COBOLAPP1MNT HW1RCYC LAYOUT)
000590*    STAT-SORT -  WORK FILE FOR THE OPERATOR/REASON SORT
000600*    RCYC-SORT -  WORK FILE FOR THE RECYCLE ITEM SORT
000610*    DQSRPT    -  PRINTED SCORECARD
000620*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000630*-------------------------------------------------------------
000640     SELECT HW1STAT ASSIGN TO COBDD26
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-STAT-STATUS.
000670*
000680     SELECT HW1RCYC ASSIGN TO COBDD11
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-RCYC-STATUS.
000710*
000720     SELECT STAT-SORT ASSIGN TO SORTWK1.
000730*
000740     SELECT RCYC-SORT ASSIGN TO SORTWK1.
000750*
000760     SELECT DQSRPT ASSIGN TO COBDD4
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RPT-STATUS.
000790*
000800     SELECT HW1DATE ASSIGN TO COBDD22
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-DATE-STATUS.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  HW1STAT
000870     LABEL RECORDS ARE STANDARD.
000880 01  HW1-STAT-RECORD.
000890     COPY HW1STATRC
000900         REPLACING ==:PREFIX:== BY ==STAT==.
000910*
000920 FD  HW1RCYC
000930     LABEL RECORDS ARE STANDARD.
000940 01  HW1-RCYC-RECORD.
000950     05  RCYC-CODE                   PIC X(01).
000960     05  RCYC-ID                     PIC 9(07).
000970     05  RCYC-NAME                   PIC X(25).
000980     05  RCYC-TEAM                   PIC X(20).
000990     05  RCYC-STATUS                 PIC X(01).
001000     05  RCYC-EFFECTIVE-DATE         PIC 9(08).
001010     05  RCYC-RECYCLE-COUNT          PIC 9(02).
001020     05  RCYC-REJECT-REASON          PIC X(40).
001030     05  RCYC-REJECT-DATE            PIC 9(08).
001040     05  RCYC-OPERATOR               PIC X(08).
001050*
001060 SD  STAT-SORT.
001070 01  STAT-SORT-REC.
001080     05  SS-OPERATOR                 PIC X(08).
001090     05  SS-REASON                   PIC X(40).
001100     05  SS-TEAM                     PIC X(20).
001110     05  SS-ACCEPTED                 PIC 9(05).
001120     05  SS-REJECTED                 PIC 9(05).
001130     05  SS-WAITLISTED               PIC 9(05).
001140     05  SS-HELD                     PIC 9(05).
001150     05  SS-SUSPENDED                PIC 9(05).
001160     05  SS-APPROVALS                PIC 9(05).
001170*
001180 SD  RCYC-SORT.
001190 01  RCYC-SORT-REC.
001200     05  RS-KEY.
001210         10  RS-ID                   PIC 9(07).
001220         10  RS-CODE                 PIC X(01).
001230     05  RS-REJECT-DATE              PIC 9(08).
001240     05  RS-RECYCLE-COUNT            PIC 9(02).
001250     05  RS-OPERATOR                 PIC X(08).
001260*
001270 FD  DQSRPT
001280     LABEL RECORDS ARE STANDARD.
001290 01  DQSRPT-LINE                     PIC X(132).
001300*
001310 FD  HW1DATE
001320     LABEL RECORDS ARE STANDARD.
001330 01  HW1-DATE-RECORD.
001340     COPY HW1DATERC
001350         REPLACING ==:PREFIX:== BY ==BDT==.
001360*
001370 WORKING-STORAGE SECTION.
001380*-------------------------------------------------------------
001390*    END-OF-FILE AND FILE STATUS SWITCHES
001400*-------------------------------------------------------------
001410 01  WS-STAT-EOF-SW              PIC X(01).
001420     88  WS-STAT-EOF                 VALUE 'Y'.
001430     88  WS-STAT-NOT-EOF             VALUE 'N'.
001440 01  WS-RCYC-EOF-SW              PIC X(01).
001450     88  WS-RCYC-EOF                 VALUE 'Y'.
001460     88  WS-RCYC-NOT-EOF             VALUE 'N'.
001470 01  WS-SORT-EOF-SW              PIC X(01).
001480     88  WS-SORT-EOF                 VALUE 'Y'.
001490     88  WS-SORT-NOT-EOF             VALUE 'N'.
001500*
001510 01  WS-STAT-STATUS                  PIC X(02).
001520     88  WS-STAT-STATUS-OK               VALUE '00'.
001530 01  WS-RCYC-STATUS                  PIC X(02).
001540     88  WS-RCYC-STATUS-OK               VALUE '00'.
001550 01  WS-RPT-STATUS                   PIC X(02).
001560     88  WS-RPT-STATUS-OK                VALUE '00'.
001570 01  WS-DATE-STATUS                  PIC X(02).
001580     88  WS-DATE-STATUS-OK               VALUE '00'.
001590*
001600*-------------------------------------------------------------
001610*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001620*        READ BY 1010-READ-BUSINESS-DATE.
001630*-------------------------------------------------------------
001640 01  WS-BDT-IMAGE.
001650     COPY HW1DATERC
001660         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001670*
001680*-------------------------------------------------------------
001690*    MONTH CONTROLS  -  THE MONTH REPORTED AND ITS FIRST AND
001700*        LAST POSSIBLE DATES. WS-CYCLE-DATE IS THE LATEST RUN
001710*        DATE ON EITHER INPUT - THE RECYCLE GENERATION WRITTEN
001720*        THAT NIGHT IS THE ONE STILL WAITING TO BE WORKED.
001730*-------------------------------------------------------------
001740 01  WS-MONTH-X                  PIC X(06).
001750 01  WS-MONTH-N REDEFINES WS-MONTH-X.
001760     05  WS-MONTH-YYYY           PIC 9(04).
001770     05  WS-MONTH-MM             PIC 9(02).
001780 01  WS-MONTH-START-DATE.
001790     05  WS-MSD-YYYY             PIC 9(04).
001800     05  WS-MSD-MM               PIC 9(02).
001810     05  WS-MSD-DD               PIC 9(02)   VALUE 01.
001820 01  WS-MONTH-START REDEFINES WS-MONTH-START-DATE
001830                                 PIC 9(08).
001840 01  WS-MONTH-END-DATE.
001850     05  WS-MED-YYYY             PIC 9(04).
001860     05  WS-MED-MM               PIC 9(02).
001870     05  WS-MED-DD               PIC 9(02)   VALUE 31.
001880 01  WS-MONTH-END REDEFINES WS-MONTH-END-DATE
001890                                 PIC 9(08).
001900 01  WS-LAST-RUN-DATE            PIC 9(08)   VALUE ZERO.
001910 01  WS-LAST-REJECT-DATE         PIC 9(08)   VALUE ZERO.
001920 01  WS-CYCLE-DATE               PIC 9(08)   VALUE ZERO.
001930*
001940*-------------------------------------------------------------
001950*    SCORECARD THRESHOLDS  -  THE FEWEST APPROVALS WORTH
001960*        JUDGING, HOW MANY TIMES THE SHOP-WIDE OWN-TEAM SHARE
001970*        COUNTS AS UNUSUAL, AND THE RECYCLE AGES REPORTED.
001980*-------------------------------------------------------------
001990 01  WS-MIN-APPROVALS            PIC 9(03)   COMP VALUE 5.
002000 01  WS-FLAG-FACTOR              PIC 9(01)   COMP VALUE 2.
002010 01  WS-AGE-1                    PIC 9(02)   COMP VALUE 1.
002020 01  WS-AGE-3                    PIC 9(02)   COMP VALUE 3.
002030 01  WS-AGE-7                    PIC 9(02)   COMP VALUE 7.
002040*
002050*-------------------------------------------------------------
002060*    OPERATOR TABLE  -  ONE ENTRY PER OPERATOR, IN OPERATOR
002070*        ORDER FOR EVERYONE ON THE MONTH'S STATISTICS, THEN ANY
002080*        OPERATOR MET ONLY ON THE RECYCLE BACKLOG. ENTRY 201
002090*        HOLDS THE TOTALS FOR ALL OPERATORS.
002100*-------------------------------------------------------------
002110 01  WS-OP-TABLE.
002120     05  WS-OP-MAX               PIC 9(03)   COMP VALUE 200.
002130     05  WS-OP-COUNT             PIC 9(03)   COMP VALUE ZERO.
002140     05  WS-OP-ENTRY OCCURS 201 TIMES.
002150         10  WS-OP-OPERATOR      PIC X(08).
002160         10  WS-OP-HOME-TEAM     PIC X(20).
002170         10  WS-OP-KEYED         PIC 9(07)   COMP.
002180         10  WS-OP-ACCEPTED      PIC 9(07)   COMP.
002190         10  WS-OP-REJECTED      PIC 9(07)   COMP.
002200         10  WS-OP-WAITLISTED    PIC 9(07)   COMP.
002210         10  WS-OP-HELD          PIC 9(07)   COMP.
002220         10  WS-OP-SUSPENDED     PIC 9(07)   COMP.
002230         10  WS-OP-APPROVALS     PIC 9(07)   COMP.
002240         10  WS-OP-OWN-APPROVALS PIC 9(07)   COMP.
002250         10  WS-OP-OPEN-1        PIC 9(07)   COMP.
002260         10  WS-OP-OPEN-3        PIC 9(07)   COMP.
002270         10  WS-OP-OPEN-7        PIC 9(07)   COMP.
002280         10  WS-OP-CLEARED       PIC 9(07)   COMP.
002290 01  WS-OP-SUB                   PIC 9(03)   COMP.
002300 01  WS-OP-ALL                   PIC 9(03)   COMP VALUE 201.
002310 01  WS-FIND-OPERATOR            PIC X(08).
002320*
002330*-------------------------------------------------------------
002340*    OPERATOR TEAM TABLE  -  FOR THE OPERATOR BEING SCORED,
002350*        THE WORK KEYED (EVERY OUTCOME BUT AN APPROVAL) AND THE
002360*        APPROVALS GIVEN, BY TEAM. THE TEAM WITH THE MOST WORK
002370*        IS THE OPERATOR'S HOME TEAM.
002380*-------------------------------------------------------------
002390 01  WS-OT-TABLE.
002400     05  WS-OT-MAX               PIC 9(03)   COMP VALUE 200.
002410     05  WS-OT-COUNT             PIC 9(03)   COMP VALUE ZERO.
002420     05  WS-OT-ENTRY OCCURS 200 TIMES.
002430         10  WS-OT-TEAM          PIC X(20).
002440         10  WS-OT-WORK          PIC 9(07)   COMP.
002450         10  WS-OT-APPROVALS     PIC 9(07)   COMP.
002460 01  WS-OT-SUB                   PIC 9(03)   COMP.
002470 01  WS-BEST-SUB                 PIC 9(03)   COMP.
002480 01  WS-BEST-WORK                PIC 9(07)   COMP.
002490*
002500*-------------------------------------------------------------
002510*    REJECT REASON RANKING  -  THE REASON GROUP BEING ADDED UP
002520*        AND THE OPERATOR'S THREE COMMONEST REASONS SO FAR.
002530*-------------------------------------------------------------
002540 01  WS-CUR-OPERATOR             PIC X(08).
002550 01  WS-CUR-REASON               PIC X(40).
002560 01  WS-RSN-COUNT                PIC 9(07)   COMP.
002570 01  WS-TOP-TABLE.
002580     05  WS-TOP-ENTRY OCCURS 3 TIMES.
002590         10  WS-TOP-REASON       PIC X(40).
002600         10  WS-TOP-COUNT        PIC 9(07)   COMP.
002610 01  WS-TOP-SUB                  PIC 9(03)   COMP.
002620*
002630*-------------------------------------------------------------
002640*    RECYCLE WORK AREAS  -  THE ITEM KEY LAST SEEN ON THE
002650*        SORTED RECYCLE RECORDS (EACH KEY'S LATEST REJECT COMES
002660*        FIRST).
002670*-------------------------------------------------------------
002680 01  WS-PRIOR-RCYC-KEY           PIC X(08).
002690*
002700*-------------------------------------------------------------
002710*    PERCENTAGES AND PRINT CONTROL
002720*-------------------------------------------------------------
002730 01  WS-PCT                      PIC 9(03)V9.
002740 01  WS-SHOP-OWN-PCT             PIC 9(03)V9 VALUE ZERO.
002750 01  WS-FLAG-PCT                 PIC 9(04)V9.
002760 01  WS-SECTION-NO               PIC 9(01)   VALUE 1.
002770*
002780*-------------------------------------------------------------
002790*    RUN COUNTERS
002800*-------------------------------------------------------------
002810 01  WS-STAT-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
002820 01  WS-STAT-USED-COUNT          PIC 9(07)   COMP VALUE ZERO.
002830 01  WS-STAT-OUTSIDE-COUNT       PIC 9(07)   COMP VALUE ZERO.
002840 01  WS-STAT-BAD-COUNT           PIC 9(07)   COMP VALUE ZERO.
002850 01  WS-RCYC-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
002860 01  WS-RCYC-BAD-COUNT           PIC 9(07)   COMP VALUE ZERO.
002870 01  WS-RCYC-ITEM-COUNT          PIC 9(07)   COMP VALUE ZERO.
002880 01  WS-OP-PRINT-COUNT           PIC 9(07)   COMP VALUE ZERO.
002890 01  WS-FLAGGED-COUNT            PIC 9(07)   COMP VALUE ZERO.
002900*
002910 01  WS-LINE-COUNT               PIC 9(03)   COMP VALUE ZERO.
002920 01  WS-MAX-LINES                PIC 9(03)   VALUE 50.
002930 01  WS-PAGE-COUNT               PIC 9(03)   COMP VALUE ZERO.
002940*
002950*-------------------------------------------------------------
002960*    PRINT LINE LAYOUTS
002970*-------------------------------------------------------------
002980 01  WS-HDG1-LINE.
002990     05  FILLER                  PIC X(01)   VALUE SPACE.
003000     05  FILLER                  PIC X(40)
003010             VALUE 'HW1 MONTHLY DATA-ENTRY QUALITY SCORECARD'.
003020     05  FILLER                  PIC X(06)   VALUE ' PAGE '.
003030     05  HDG1-PAGE               PIC ZZZ9.
003040     05  FILLER                  PIC X(81)   VALUE SPACES.
003050*
003060 01  WS-HDG2-LINE.
003070     05  FILLER                  PIC X(09)   VALUE ' MONTH = '.
003080     05  HDG2-MONTH              PIC X(06).
003090     05  FILLER                  PIC X(19)
003100             VALUE '   BUSINESS DATE = '.
003110     05  HDG2-RUN-DATE           PIC 9(08).
003120     05  FILLER                  PIC X(90)   VALUE SPACES.
003130*
003140 01  WS-TITLE1-LINE.
003150     05  FILLER                  PIC X(01)   VALUE SPACE.
003160     05  FILLER                  PIC X(40)
003170             VALUE 'OPERATOR SCORECARD - DETAIL TRANSACTIONS'.
003180     05  FILLER                  PIC X(40)
003190             VALUE ' KEYED IN THE MONTH, BY OUTCOME'.
003200     05  FILLER                  PIC X(51)   VALUE SPACES.
003210*
003220 01  WS-COLS1-LINE.
003230     05  FILLER                  PIC X(01)   VALUE SPACE.
003240     05  FILLER                  PIC X(10)   VALUE 'OPERATOR'.
003250     05  FILLER                  PIC X(21)   VALUE 'HOME TEAM'.
003260     05  FILLER                  PIC X(09)   VALUE '    KEYED'.
003270     05  FILLER                  PIC X(09)   VALUE ' ACCEPTED'.
003280     05  FILLER                  PIC X(09)   VALUE ' REJECTED'.
003290     05  FILLER                  PIC X(09)   VALUE '  REJ PCT'.
003300     05  FILLER                  PIC X(09)   VALUE ' WAITLIST'.
003310     05  FILLER                  PIC X(09)   VALUE '     HELD'.
003320     05  FILLER                  PIC X(09)   VALUE ' SUSPENDD'.
003330     05  FILLER                  PIC X(09)   VALUE ' APPROVED'.
003340     05  FILLER                  PIC X(09)   VALUE ' OWN TEAM'.
003350     05  FILLER                  PIC X(19)   VALUE SPACES.
003360*
003370 01  WS-TITLE2-LINE.
003380     05  FILLER                  PIC X(01)   VALUE SPACE.
003390     05  FILLER                  PIC X(25)
003400             VALUE 'RECYCLE BACKLOG AT CYCLE '.
003410     05  TTL2-CYCLE-DATE         PIC 9(08).
003420     05  FILLER                  PIC X(38)
003430             VALUE ' - UNRESOLVED ITEMS BY TIMES REJECTED,'.
003440     05  FILLER                  PIC X(32)
003450             VALUE ' AND ITEMS CLEARED IN THE MONTH'.
003460     05  FILLER                  PIC X(28)   VALUE SPACES.
003470*
003480 01  WS-COLS2-LINE.
003490     05  FILLER                  PIC X(01)   VALUE SPACE.
003500     05  FILLER                  PIC X(10)   VALUE 'OPERATOR'.
003510     05  FILLER                  PIC X(16)
003520             VALUE '   AFTER 1 CYCLE'.
003530     05  FILLER                  PIC X(16)
003540             VALUE '  AFTER 3 CYCLES'.
003550     05  FILLER                  PIC X(16)
003560             VALUE '  AFTER 7 CYCLES'.
003570     05  FILLER                  PIC X(18)
003580             VALUE '  CLEARED IN MONTH'.
003590     05  FILLER                  PIC X(55)   VALUE SPACES.
003600*
003610 01  WS-TITLE3-LINE.
003620     05  FILLER                  PIC X(01)   VALUE SPACE.
003630     05  FILLER                  PIC X(38)
003640             VALUE 'DELETE APPROVALS GIVEN - SHARE FOR THE'.
003650     05  FILLER                  PIC X(45)
003660             VALUE ' OPERATOR''S OWN HOME TEAM AGAINST THE SHOP'.
003670     05  FILLER                  PIC X(48)   VALUE SPACES.
003680*
003690 01  WS-COLS3-LINE.
003700     05  FILLER                  PIC X(01)   VALUE SPACE.
003710     05  FILLER                  PIC X(10)   VALUE 'OPERATOR'.
003720     05  FILLER                  PIC X(21)   VALUE 'HOME TEAM'.
003730     05  FILLER                  PIC X(09)   VALUE ' APPROVED'.
003740     05  FILLER                  PIC X(09)   VALUE ' OWN TEAM'.
003750     05  FILLER                  PIC X(09)   VALUE '  OWN PCT'.
003760     05  FILLER                  PIC X(09)   VALUE ' SHOP PCT'.
003770     05  FILLER                  PIC X(64)   VALUE SPACES.
003780*
003790 01  WS-SCORE-LINE.
003800     05  FILLER                  PIC X(01).
003810     05  SCR-OPERATOR            PIC X(08).
003820     05  FILLER                  PIC X(02).
003830     05  SCR-HOME-TEAM           PIC X(20).
003840     05  FILLER                  PIC X(01).
003850     05  SCR-KEYED               PIC Z(08)9.
003860     05  SCR-ACCEPTED            PIC Z(08)9.
003870     05  SCR-REJECTED            PIC Z(08)9.
003880     05  SCR-REJ-PCT             PIC Z(06)9.9.
003890     05  SCR-WAITLISTED          PIC Z(08)9.
003900     05  SCR-HELD                PIC Z(08)9.
003910     05  SCR-SUSPENDED           PIC Z(08)9.
003920     05  SCR-APPROVALS           PIC Z(08)9.
003930     05  SCR-OWN-APPROVALS       PIC Z(08)9.
003940     05  FILLER                  PIC X(19).
003950*
003960 01  WS-REASON-LINE.
003970     05  FILLER                  PIC X(11)   VALUE SPACES.
003980     05  FILLER                  PIC X(11)   VALUE 'TOP REASON '.
003990     05  RSN-RANK                PIC 9(01).
004000     05  FILLER                  PIC X(03)   VALUE ' - '.
004010     05  RSN-TEXT                PIC X(40).
004020     05  RSN-COUNT               PIC Z(06)9.
004030     05  FILLER                  PIC X(03)   VALUE SPACES.
004040     05  RSN-PCT                 PIC ZZ9.9.
004050     05  FILLER                  PIC X(16)
004060             VALUE ' PCT OF REJECTS'.
004070     05  FILLER                  PIC X(35)   VALUE SPACES.
004080*
004090 01  WS-BACKLOG-LINE.
004100     05  FILLER                  PIC X(01).
004110     05  BKL-OPERATOR            PIC X(08).
004120     05  FILLER                  PIC X(02).
004130     05  BKL-OPEN-1              PIC Z(15)9.
004140     05  BKL-OPEN-3              PIC Z(15)9.
004150     05  BKL-OPEN-7              PIC Z(15)9.
004160     05  BKL-CLEARED             PIC Z(17)9.
004170     05  FILLER                  PIC X(55).
004180*
004190 01  WS-APPROVAL-LINE.
004200     05  FILLER                  PIC X(01).
004210     05  APR-OPERATOR            PIC X(08).
004220     05  FILLER                  PIC X(02).
004230     05  APR-HOME-TEAM           PIC X(20).
004240     05  FILLER                  PIC X(01).
004250     05  APR-APPROVALS           PIC Z(08)9.
004260     05  APR-OWN-APPROVALS       PIC Z(08)9.
004270     05  APR-OWN-PCT             PIC Z(06)9.9.
004280     05  APR-SHOP-PCT            PIC Z(06)9.9.
004290     05  FILLER                  PIC X(03).
004300     05  APR-FLAG                PIC X(30).
004310     05  FILLER                  PIC X(31).
004320*
004330 01  WS-TOTAL-LINE.
004340     05  FILLER                  PIC X(03)   VALUE SPACES.
004350     05  TOT-LABEL               PIC X(30).
004360     05  TOT-COUNT               PIC ZZZZZZ9.
004370     05  FILLER                  PIC X(92)   VALUE SPACES.
004380*
004390 LINKAGE SECTION.
004400*-------------------------------------------------------------
004410*    PARM-DATA  -  EXEC PGM=COBOLAPP1DQS,PARM='MONTH=YYYYMM' FOR
004420*        A GIVEN MONTH; AN EMPTY PARM TAKES THE MONTH BEFORE THE
004430*        BUSINESS DATE.
004440*-------------------------------------------------------------
004450 01  PARM-DATA.
004460     05  PARM-LENGTH             PIC S9(04)  COMP.
004470     05  PARM-TEXT               PIC X(20).
004480*
004490 PROCEDURE DIVISION USING PARM-DATA.
004500*=============================================================
004510 0000-MAINLINE SECTION.
004520*=============================================================
004530     PERFORM 1000-INITIALIZE
004540         THRU 1000-EXIT.
004550     SORT STAT-SORT
004560         ON ASCENDING KEY SS-OPERATOR
004570         ON ASCENDING KEY SS-REASON
004580         ON ASCENDING KEY SS-TEAM
004590         INPUT PROCEDURE IS 2000-STAT-SORT-IN THRU 2000-EXIT
004600         OUTPUT PROCEDURE IS 3000-STAT-SORT-OUT THRU 3000-EXIT.
004610     PERFORM 3900-SET-SHOP-SHARE
004620         THRU 3900-EXIT.
004630     SORT RCYC-SORT
004640         ON ASCENDING KEY RS-KEY
004650         ON DESCENDING KEY RS-REJECT-DATE
004660         INPUT PROCEDURE IS 4000-RCYC-SORT-IN THRU 4000-EXIT
004670         OUTPUT PROCEDURE IS 5000-RCYC-SORT-OUT THRU 5000-EXIT.
004680     PERFORM 6000-PRINT-BACKLOG
004690         THRU 6000-EXIT.
004700     PERFORM 6500-PRINT-APPROVALS
004710         THRU 6500-EXIT.
004720     PERFORM 8000-TERMINATE
004730         THRU 8000-EXIT.
004740     STOP RUN.
004750*
004760*=============================================================
004770* 1000-INITIALIZE  -  READ THE BUSINESS DATE, SETTLE THE MONTH
004780*     FROM THE PARM AND OPEN THE FILES.
004790*=============================================================
004800 1000-INITIALIZE.
004810     PERFORM 1010-READ-BUSINESS-DATE
004820         THRU 1010-EXIT.
004830     PERFORM 1200-PARSE-PARM
004840         THRU 1200-EXIT.
004850     MOVE WS-MONTH-YYYY              TO WS-MSD-YYYY.
004860     MOVE WS-MONTH-MM                TO WS-MSD-MM.
004870     MOVE WS-MONTH-YYYY              TO WS-MED-YYYY.
004880     MOVE WS-MONTH-MM                TO WS-MED-MM.
004890     IF WS-MONTH-START > WS-BDT-BUSINESS-DATE
004900         DISPLAY 'COBOLAPP1DQS - MONTH ' WS-MONTH-X
004910             ' HAS NOT STARTED'
004920         PERFORM 9900-ABEND
004930             THRU 9900-EXIT
004940     END-IF.
004950     OPEN INPUT HW1STAT.
004960     IF NOT WS-STAT-STATUS-OK
004970         DISPLAY 'OPEN INPUT HW1STAT FAILED - FILE STATUS = '
004980             WS-STAT-STATUS
004990         PERFORM 9900-ABEND
005000             THRU 9900-EXIT
005010     END-IF.
005020     OPEN INPUT HW1RCYC.
005030     IF NOT WS-RCYC-STATUS-OK
005040         DISPLAY 'OPEN INPUT HW1RCYC FAILED - FILE STATUS = '
005050             WS-RCYC-STATUS
005060         PERFORM 9900-ABEND
005070             THRU 9900-EXIT
005080     END-IF.
005090     OPEN OUTPUT DQSRPT.
005100     IF NOT WS-RPT-STATUS-OK
005110         DISPLAY 'OPEN OUTPUT DQSRPT FAILED - FILE STATUS = '
005120             WS-RPT-STATUS
005130         PERFORM 9900-ABEND
005140             THRU 9900-EXIT
005150     END-IF.
005160     INITIALIZE WS-OP-ENTRY (WS-OP-ALL).
005170     MOVE 'ALL OPS'          TO WS-OP-OPERATOR (WS-OP-ALL).
005180 1000-EXIT.
005190     EXIT.
005200*
005210*=============================================================
005220* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
005230*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
005240*     SYSTEM CLOCK.
005250*=============================================================
005260 1010-READ-BUSINESS-DATE.
005270     OPEN INPUT HW1DATE.
005280     IF NOT WS-DATE-STATUS-OK
005290         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
005300             WS-DATE-STATUS
005310         PERFORM 9900-ABEND
005320             THRU 9900-EXIT
005330     END-IF.
005340     READ HW1DATE INTO WS-BDT-IMAGE
005350         AT END
005360             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
005370             PERFORM 9900-ABEND
005380                 THRU 9900-EXIT
005390     END-READ.
005400     IF NOT WS-DATE-STATUS-OK
005410         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
005420             WS-DATE-STATUS
005430         PERFORM 9900-ABEND
005440             THRU 9900-EXIT
005450     END-IF.
005460     CLOSE HW1DATE.
005470     IF NOT WS-DATE-STATUS-OK
005480         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
005490             WS-DATE-STATUS
005500         PERFORM 9900-ABEND
005510             THRU 9900-EXIT
005520     END-IF.
005530     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
005540         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
005550         PERFORM 9900-ABEND
005560             THRU 9900-EXIT
005570     END-IF.
005580 1010-EXIT.
005590     EXIT.
005600*
005610*=============================================================
005620* 1200-PARSE-PARM  -  MONTH=YYYYMM, OR AN EMPTY PARM FOR THE
005630*     MONTH BEFORE THE ONE THE BUSINESS DATE IS IN - THE USUAL
005640*     MONTH-END RUN EARLY IN THE NEXT MONTH.
005650*=============================================================
005660 1200-PARSE-PARM.
005670     IF PARM-LENGTH = ZERO
005680         MOVE WS-BDT-BUSINESS-DATE(1:6) TO WS-MONTH-X
005690         IF WS-MONTH-MM = 1
005700             MOVE 12                 TO WS-MONTH-MM
005710             SUBTRACT 1 FROM WS-MONTH-YYYY
005720         ELSE
005730             SUBTRACT 1 FROM WS-MONTH-MM
005740         END-IF
005750         GO TO 1200-EXIT
005760     END-IF.
005770     IF PARM-LENGTH NOT = 12
005780             OR PARM-TEXT(1:6) NOT = 'MONTH='
005790         DISPLAY 'COBOLAPP1DQS - PARM MUST BE MONTH=YYYYMM OR '
005800             'EMPTY'
005810         PERFORM 9900-ABEND
005820             THRU 9900-EXIT
005830     END-IF.
005840     MOVE PARM-TEXT(7:6) TO WS-MONTH-X.
005850     IF WS-MONTH-X IS NOT NUMERIC
005860         DISPLAY 'COBOLAPP1DQS - MONTH= PARM NOT NUMERIC'
005870         PERFORM 9900-ABEND
005880             THRU 9900-EXIT
005890     END-IF.
005900     IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
005910         DISPLAY 'COBOLAPP1DQS - MONTH= PARM MONTH NOT 01-12'
005920         PERFORM 9900-ABEND
005930             THRU 9900-EXIT
005940     END-IF.
005950 1200-EXIT.
005960     EXIT.
005970*
005980*=============================================================
005990* 2000-STAT-SORT-IN  -  SORT INPUT PROCEDURE. RELEASE EVERY
006000*     STATISTICS RECORD DATED IN THE MONTH, NOTING THE LATEST
006010*     RUN DATE ON ANY RECORD.
006020*=============================================================
006030 2000-STAT-SORT-IN.
006040     SET WS-STAT-NOT-EOF TO TRUE.
006050     PERFORM 2100-RELEASE-STAT
006060         THRU 2100-EXIT
006070         UNTIL WS-STAT-EOF.
006080 2000-EXIT.
006090     EXIT.
006100*
006110*=============================================================
006120* 2100-RELEASE-STAT  -  READ ONE STATISTICS RECORD AND RELEASE
006130*     IT IF IT IS SOUND AND IN THE MONTH.
006140*=============================================================
006150 2100-RELEASE-STAT.
006160     READ HW1STAT
006170         AT END
006180             SET WS-STAT-EOF         TO TRUE
006190     END-READ.
006200     IF WS-STAT-EOF
006210         GO TO 2100-EXIT
006220     END-IF.
006230     IF NOT WS-STAT-STATUS-OK
006240         DISPLAY 'READ HW1STAT FAILED - FILE STATUS = '
006250             WS-STAT-STATUS
006260         PERFORM 9900-ABEND
006270             THRU 9900-EXIT
006280     END-IF.
006290     ADD 1 TO WS-STAT-READ-COUNT.
006300     IF STAT-RUN-DATE NOT NUMERIC
006310             OR STAT-ACCEPTED-COUNT NOT NUMERIC
006320             OR STAT-REJECTED-COUNT NOT NUMERIC
006330             OR STAT-WAITLIST-COUNT NOT NUMERIC
006340             OR STAT-HELD-COUNT NOT NUMERIC
006350             OR STAT-SUSP-COUNT NOT NUMERIC
006360             OR STAT-APPROVAL-COUNT NOT NUMERIC
006370         ADD 1 TO WS-STAT-BAD-COUNT
006380         GO TO 2100-EXIT
006390     END-IF.
006400     IF STAT-RUN-DATE > WS-LAST-RUN-DATE
006410         MOVE STAT-RUN-DATE          TO WS-LAST-RUN-DATE
006420     END-IF.
006430     IF STAT-RUN-DATE < WS-MONTH-START
006440             OR STAT-RUN-DATE > WS-MONTH-END
006450         ADD 1 TO WS-STAT-OUTSIDE-COUNT
006460         GO TO 2100-EXIT
006470     END-IF.
006480     MOVE STAT-OPERATOR              TO SS-OPERATOR.
006490     MOVE STAT-REASON                TO SS-REASON.
006500     MOVE STAT-TEAM                  TO SS-TEAM.
006510     MOVE STAT-ACCEPTED-COUNT        TO SS-ACCEPTED.
006520     MOVE STAT-REJECTED-COUNT        TO SS-REJECTED.
006530     MOVE STAT-WAITLIST-COUNT        TO SS-WAITLISTED.
006540     MOVE STAT-HELD-COUNT            TO SS-HELD.
006550     MOVE STAT-SUSP-COUNT            TO SS-SUSPENDED.
006560     MOVE STAT-APPROVAL-COUNT        TO SS-APPROVALS.
006570     RELEASE STAT-SORT-REC.
006580     ADD 1 TO WS-STAT-USED-COUNT.
006590 2100-EXIT.
006600     EXIT.
006610*
006620*=============================================================
006630* 3000-STAT-SORT-OUT  -  SORT OUTPUT PROCEDURE. SCORE AND PRINT
006640*     EACH OPERATOR IN TURN, THEN THE LINE FOR ALL OPERATORS.
006650*=============================================================
006660 3000-STAT-SORT-OUT.
006670     MOVE 1 TO WS-SECTION-NO.
006680     PERFORM 7900-NEW-PAGE
006690         THRU 7900-EXIT.
006700     SET WS-SORT-NOT-EOF TO TRUE.
006710     PERFORM 3100-RETURN-STAT
006720         THRU 3100-EXIT.
006730     PERFORM 3200-SCORE-OPERATOR
006740         THRU 3200-EXIT
006750         UNTIL WS-SORT-EOF.
006760     INITIALIZE WS-TOP-TABLE.
006770     MOVE WS-OP-ALL                  TO WS-OP-SUB.
006780     PERFORM 3600-PRINT-SCORE
006790         THRU 3600-EXIT.
006800 3000-EXIT.
006810     EXIT.
006820*
006830*=============================================================
006840* 3100-RETURN-STAT  -  RETURN THE NEXT SORTED STATISTICS RECORD.
006850*=============================================================
006860 3100-RETURN-STAT.
006870     RETURN STAT-SORT
006880         AT END
006890             SET WS-SORT-EOF TO TRUE
006900     END-RETURN.
006910 3100-EXIT.
006920     EXIT.
006930*
006940*=============================================================
006950* 3200-SCORE-OPERATOR  -  ADD UP EVERY RECORD FOR ONE OPERATOR,
006960*     REASON GROUP BY REASON GROUP, SETTLE THE HOME TEAM AND
006970*     PRINT THE OPERATOR'S LINES.
006980*=============================================================
006990 3200-SCORE-OPERATOR.
007000     MOVE SS-OPERATOR                TO WS-CUR-OPERATOR.
007010     MOVE SS-OPERATOR                TO WS-FIND-OPERATOR.
007020     PERFORM 5800-FIND-OPERATOR
007030         THRU 5800-EXIT.
007040     MOVE ZERO                       TO WS-OT-COUNT.
007050     INITIALIZE WS-TOP-TABLE.
007060     PERFORM 3300-SCORE-REASON
007070         THRU 3300-EXIT
007080         UNTIL WS-SORT-EOF
007090             OR SS-OPERATOR NOT = WS-CUR-OPERATOR.
007100     PERFORM 3500-SETTLE-HOME-TEAM
007110         THRU 3500-EXIT.
007120     ADD 1 TO WS-OP-PRINT-COUNT.
007130     PERFORM 3600-PRINT-SCORE
007140         THRU 3600-EXIT.
007150 3200-EXIT.
007160     EXIT.
007170*
007180*=============================================================
007190* 3300-SCORE-REASON  -  ADD UP ONE REASON GROUP (BLANK FOR THE
007200*     RECORDS THAT ARE NOT REJECTS) AND RANK IT AMONG THE
007210*     OPERATOR'S REJECT REASONS.
007220*=============================================================
007230 3300-SCORE-REASON.
007240     MOVE SS-REASON                  TO WS-CUR-REASON.
007250     MOVE ZERO                       TO WS-RSN-COUNT.
007260     PERFORM 3400-POST-STAT
007270         THRU 3400-EXIT
007280         UNTIL WS-SORT-EOF
007290             OR SS-OPERATOR NOT = WS-CUR-OPERATOR
007300             OR SS-REASON NOT = WS-CUR-REASON.
007310     IF WS-CUR-REASON = SPACES OR WS-RSN-COUNT = ZERO
007320         GO TO 3300-EXIT
007330     END-IF.
007340     EVALUATE TRUE
007350         WHEN WS-RSN-COUNT > WS-TOP-COUNT (1)
007360             MOVE WS-TOP-ENTRY (2)   TO WS-TOP-ENTRY (3)
007370             MOVE WS-TOP-ENTRY (1)   TO WS-TOP-ENTRY (2)
007380             MOVE 1                  TO WS-TOP-SUB
007390         WHEN WS-RSN-COUNT > WS-TOP-COUNT (2)
007400             MOVE WS-TOP-ENTRY (2)   TO WS-TOP-ENTRY (3)
007410             MOVE 2                  TO WS-TOP-SUB
007420         WHEN WS-RSN-COUNT > WS-TOP-COUNT (3)
007430             MOVE 3                  TO WS-TOP-SUB
007440         WHEN OTHER
007450             GO TO 3300-EXIT
007460     END-EVALUATE.
007470     MOVE WS-CUR-REASON      TO WS-TOP-REASON (WS-TOP-SUB).
007480     MOVE WS-RSN-COUNT               TO WS-TOP-COUNT (WS-TOP-SUB).
007490 3300-EXIT.
007500     EXIT.
007510*
007520*=============================================================
007530* 3400-POST-STAT  -  ADD ONE STATISTICS RECORD TO THE OPERATOR,
007540*     THE ALL-OPERATORS LINE, THE REASON GROUP AND THE
007550*     OPERATOR'S TEAM TABLE, THEN RETURN THE NEXT RECORD.
007560*=============================================================
007570 3400-POST-STAT.
007580     ADD SS-ACCEPTED     TO WS-OP-ACCEPTED (WS-OP-SUB)
007590                            WS-OP-ACCEPTED (WS-OP-ALL).
007600     ADD SS-REJECTED     TO WS-OP-REJECTED (WS-OP-SUB)
007610                            WS-OP-REJECTED (WS-OP-ALL)
007620                            WS-RSN-COUNT.
007630     ADD SS-WAITLISTED   TO WS-OP-WAITLISTED (WS-OP-SUB)
007640                            WS-OP-WAITLISTED (WS-OP-ALL).
007650     ADD SS-HELD         TO WS-OP-HELD (WS-OP-SUB)
007660                            WS-OP-HELD (WS-OP-ALL).
007670     ADD SS-SUSPENDED    TO WS-OP-SUSPENDED (WS-OP-SUB)
007680                            WS-OP-SUSPENDED (WS-OP-ALL).
007690     ADD SS-APPROVALS    TO WS-OP-APPROVALS (WS-OP-SUB)
007700                            WS-OP-APPROVALS (WS-OP-ALL).
007710     PERFORM VARYING WS-OT-SUB FROM 1 BY 1
007720         UNTIL WS-OT-SUB > WS-OT-COUNT
007730             OR WS-OT-TEAM (WS-OT-SUB) = SS-TEAM
007740     END-PERFORM.
007750     IF WS-OT-SUB > WS-OT-COUNT
007760         IF WS-OT-COUNT NOT < WS-OT-MAX
007770             DISPLAY 'COBOLAPP1DQS - MORE THAN 200 TEAM CODES '
007780                 'FOR ONE OPERATOR - RAISE WS-OT-MAX'
007790             PERFORM 9900-ABEND
007800                 THRU 9900-EXIT
007810         END-IF
007820         ADD 1 TO WS-OT-COUNT
007830         MOVE WS-OT-COUNT            TO WS-OT-SUB
007840         MOVE SS-TEAM                TO WS-OT-TEAM (WS-OT-SUB)
007850         MOVE ZERO                   TO WS-OT-WORK (WS-OT-SUB)
007860         MOVE ZERO           TO WS-OT-APPROVALS (WS-OT-SUB)
007870     END-IF.
007880     COMPUTE WS-OT-WORK (WS-OT-SUB) = WS-OT-WORK (WS-OT-SUB)
007890         + SS-ACCEPTED + SS-REJECTED + SS-WAITLISTED
007900         + SS-HELD + SS-SUSPENDED.
007910     ADD SS-APPROVALS    TO WS-OT-APPROVALS (WS-OT-SUB).
007920     PERFORM 3100-RETURN-STAT
007930         THRU 3100-EXIT.
007940 3400-EXIT.
007950     EXIT.
007960*
007970*=============================================================
007980* 3500-SETTLE-HOME-TEAM  -  THE OPERATOR'S HOME TEAM IS THE ONE
007990*     THEY KEYED THE MOST WORK FOR (THE FIRST, ON A TIE); THE
008000*     APPROVALS GIVEN FOR IT ARE THE OWN-TEAM APPROVALS. ALSO
008010*     SETTLE THE TOTAL KEYED.
008020*=============================================================
008030 3500-SETTLE-HOME-TEAM.
008040     MOVE ZERO                       TO WS-BEST-SUB.
008050     MOVE ZERO                       TO WS-BEST-WORK.
008060     MOVE ZERO                       TO WS-OT-SUB.
008070     PERFORM 3510-CHECK-ONE-TEAM
008080         THRU 3510-EXIT
008090         WS-OT-COUNT TIMES.
008100     IF WS-BEST-SUB > ZERO
008110         MOVE WS-OT-TEAM (WS-BEST-SUB)
008120             TO WS-OP-HOME-TEAM (WS-OP-SUB)
008130         MOVE WS-OT-APPROVALS (WS-BEST-SUB)
008140             TO WS-OP-OWN-APPROVALS (WS-OP-SUB)
008150         ADD WS-OT-APPROVALS (WS-BEST-SUB)
008160             TO WS-OP-OWN-APPROVALS (WS-OP-ALL)
008170     END-IF.
008180     COMPUTE WS-OP-KEYED (WS-OP-SUB) =
008190         WS-OP-ACCEPTED (WS-OP-SUB) + WS-OP-REJECTED (WS-OP-SUB)
008200         + WS-OP-WAITLISTED (WS-OP-SUB) + WS-OP-HELD (WS-OP-SUB)
008210         + WS-OP-SUSPENDED (WS-OP-SUB)
008220         + WS-OP-APPROVALS (WS-OP-SUB).
008230     ADD WS-OP-KEYED (WS-OP-SUB)     TO WS-OP-KEYED (WS-OP-ALL).
008240 3500-EXIT.
008250     EXIT.
008260*
008270*=============================================================
008280* 3510-CHECK-ONE-TEAM  -  KEEP THE NEXT TEAM IF IT HAS MORE
008290*     WORK THAN ANY BEFORE IT.
008300*=============================================================
008310 3510-CHECK-ONE-TEAM.
008320     ADD 1 TO WS-OT-SUB.
008330     IF WS-OT-WORK (WS-OT-SUB) > WS-BEST-WORK
008340         MOVE WS-OT-SUB              TO WS-BEST-SUB
008350         MOVE WS-OT-WORK (WS-OT-SUB) TO WS-BEST-WORK
008360     END-IF.
008370 3510-EXIT.
008380     EXIT.
008390*
008400*=============================================================
008410* 3600-PRINT-SCORE  -  PRINT THE SCORECARD LINE FOR THE ENTRY
008420*     AT WS-OP-SUB, FOLLOWED BY ITS TOP REJECT REASONS. THE
008430*     LINES ARE KEPT TOGETHER ON ONE PAGE.
008440*=============================================================
008450 3600-PRINT-SCORE.
008460     IF WS-LINE-COUNT NOT < WS-MAX-LINES - 5
008470         PERFORM 7900-NEW-PAGE
008480             THRU 7900-EXIT
008490     END-IF.
008500     MOVE SPACES                     TO WS-SCORE-LINE.
008510     MOVE WS-OP-OPERATOR (WS-OP-SUB) TO SCR-OPERATOR.
008520     MOVE WS-OP-HOME-TEAM (WS-OP-SUB) TO SCR-HOME-TEAM.
008530     MOVE WS-OP-KEYED (WS-OP-SUB)    TO SCR-KEYED.
008540     MOVE WS-OP-ACCEPTED (WS-OP-SUB) TO SCR-ACCEPTED.
008550     MOVE WS-OP-REJECTED (WS-OP-SUB) TO SCR-REJECTED.
008560     MOVE ZERO                       TO WS-PCT.
008570     IF WS-OP-KEYED (WS-OP-SUB) > ZERO
008580         COMPUTE WS-PCT ROUNDED =
008590             WS-OP-REJECTED (WS-OP-SUB) * 100
008600             / WS-OP-KEYED (WS-OP-SUB)
008610     END-IF.
008620     MOVE WS-PCT                     TO SCR-REJ-PCT.
008630     MOVE WS-OP-WAITLISTED (WS-OP-SUB) TO SCR-WAITLISTED.
008640     MOVE WS-OP-HELD (WS-OP-SUB)     TO SCR-HELD.
008650     MOVE WS-OP-SUSPENDED (WS-OP-SUB) TO SCR-SUSPENDED.
008660     MOVE WS-OP-APPROVALS (WS-OP-SUB) TO SCR-APPROVALS.
008670     MOVE WS-OP-OWN-APPROVALS (WS-OP-SUB) TO SCR-OWN-APPROVALS.
008680     WRITE DQSRPT-LINE FROM WS-SCORE-LINE
008690         AFTER ADVANCING 2 LINES.
008700     IF NOT WS-RPT-STATUS-OK
008710         DISPLAY 'WRITE DQSRPT FAILED - FILE STATUS = '
008720             WS-RPT-STATUS
008730         PERFORM 9900-ABEND
008740             THRU 9900-EXIT
008750     END-IF.
008760     ADD 2                           TO WS-LINE-COUNT.
008770     MOVE ZERO                       TO WS-TOP-SUB.
008780     PERFORM 3610-PRINT-REASON
008790         THRU 3610-EXIT
008800         3 TIMES.
008810 3600-EXIT.
008820     EXIT.
008830*
008840*=============================================================
008850* 3610-PRINT-REASON  -  PRINT THE NEXT TOP REJECT REASON, IF
008860*     THERE IS ONE, WITH ITS SHARE OF THE OPERATOR'S REJECTS.
008870*=============================================================
008880 3610-PRINT-REASON.
008890     ADD 1 TO WS-TOP-SUB.
008900     IF WS-TOP-COUNT (WS-TOP-SUB) = ZERO
008910         GO TO 3610-EXIT
008920     END-IF.
008930     MOVE WS-TOP-SUB                 TO RSN-RANK.
008940     MOVE WS-TOP-REASON (WS-TOP-SUB) TO RSN-TEXT.
008950     MOVE WS-TOP-COUNT (WS-TOP-SUB)  TO RSN-COUNT.
008960     COMPUTE WS-PCT ROUNDED =
008970         WS-TOP-COUNT (WS-TOP-SUB) * 100
008980         / WS-OP-REJECTED (WS-OP-SUB).
008990     MOVE WS-PCT                     TO RSN-PCT.
009000     WRITE DQSRPT-LINE FROM WS-REASON-LINE
009010         AFTER ADVANCING 1 LINE.
009020     IF NOT WS-RPT-STATUS-OK
009030         DISPLAY 'WRITE DQSRPT FAILED - FILE STATUS = '
009040             WS-RPT-STATUS
009050         PERFORM 9900-ABEND
009060             THRU 9900-EXIT
009070     END-IF.
009080     ADD 1                           TO WS-LINE-COUNT.
009090 3610-EXIT.
009100     EXIT.
009110*
009120*=============================================================
009130* 3900-SET-SHOP-SHARE  -  THE SHARE OF ALL DELETE APPROVALS IN
009140*     THE MONTH THAT WERE FOR THE APPROVER'S OWN HOME TEAM.
009150*=============================================================
009160 3900-SET-SHOP-SHARE.
009170     IF WS-OP-APPROVALS (WS-OP-ALL) > ZERO
009180         COMPUTE WS-SHOP-OWN-PCT ROUNDED =
009190             WS-OP-OWN-APPROVALS (WS-OP-ALL) * 100
009200             / WS-OP-APPROVALS (WS-OP-ALL)
009210     END-IF.
009220 3900-EXIT.
009230     EXIT.
009240*
009250*=============================================================
009260* 4000-RCYC-SORT-IN  -  SORT INPUT PROCEDURE. RELEASE EVERY
009270*     RECYCLE RECORD ON FILE, NOTING THE LATEST REJECT DATE.
009280*=============================================================
009290 4000-RCYC-SORT-IN.
009300     SET WS-RCYC-NOT-EOF TO TRUE.
009310     PERFORM 4100-RELEASE-RCYC
009320         THRU 4100-EXIT
009330         UNTIL WS-RCYC-EOF.
009340 4000-EXIT.
009350     EXIT.
009360*
009370*=============================================================
009380* 4100-RELEASE-RCYC  -  READ ONE RECYCLE RECORD AND RELEASE
009390*     ITS KEY, REJECT DATE, TIMES REJECTED AND OPERATOR.
009400*=============================================================
009410 4100-RELEASE-RCYC.
009420     READ HW1RCYC
009430         AT END
009440             SET WS-RCYC-EOF         TO TRUE
009450     END-READ.
009460     IF WS-RCYC-EOF
009470         GO TO 4100-EXIT
009480     END-IF.
009490     IF NOT WS-RCYC-STATUS-OK
009500         DISPLAY 'READ HW1RCYC FAILED - FILE STATUS = '
009510             WS-RCYC-STATUS
009520         PERFORM 9900-ABEND
009530             THRU 9900-EXIT
009540     END-IF.
009550     ADD 1 TO WS-RCYC-READ-COUNT.
009560     IF RCYC-REJECT-DATE NOT NUMERIC
009570             OR RCYC-RECYCLE-COUNT NOT NUMERIC
009580         ADD 1 TO WS-RCYC-BAD-COUNT
009590         GO TO 4100-EXIT
009600     END-IF.
009610     IF RCYC-REJECT-DATE > WS-LAST-REJECT-DATE
009620         MOVE RCYC-REJECT-DATE       TO WS-LAST-REJECT-DATE
009630     END-IF.
009640     MOVE RCYC-ID                    TO RS-ID.
009650     MOVE RCYC-CODE                  TO RS-CODE.
009660     MOVE RCYC-REJECT-DATE           TO RS-REJECT-DATE.
009670     MOVE RCYC-RECYCLE-COUNT         TO RS-RECYCLE-COUNT.
009680     MOVE RCYC-OPERATOR              TO RS-OPERATOR.
009690     RELEASE RCYC-SORT-REC.
009700 4100-EXIT.
009710     EXIT.
009720*
009730*=============================================================
009740* 5000-RCYC-SORT-OUT  -  SORT OUTPUT PROCEDURE. THE LATEST
009750*     CYCLE IS THE LATER OF THE LAST STATISTICS RUN DATE AND
009760*     THE LAST REJECT DATE. ONLY EACH ITEM'S LATEST REJECT
009770*     (THE FIRST RECORD FOR ITS KEY) IS POSTED.
009780*=============================================================
009790 5000-RCYC-SORT-OUT.
009800     IF WS-LAST-REJECT-DATE > WS-LAST-RUN-DATE
009810         MOVE WS-LAST-REJECT-DATE    TO WS-CYCLE-DATE
009820     ELSE
009830         MOVE WS-LAST-RUN-DATE       TO WS-CYCLE-DATE
009840     END-IF.
009850     MOVE LOW-VALUES                 TO WS-PRIOR-RCYC-KEY.
009860     SET WS-SORT-NOT-EOF TO TRUE.
009870     PERFORM 5100-RETURN-RCYC
009880         THRU 5100-EXIT.
009890     PERFORM 5200-POST-ITEM
009900         THRU 5200-EXIT
009910         UNTIL WS-SORT-EOF.
009920 5000-EXIT.
009930     EXIT.
009940*
009950*=============================================================
009960* 5100-RETURN-RCYC  -  RETURN THE NEXT SORTED RECYCLE RECORD.
009970*=============================================================
009980 5100-RETURN-RCYC.
009990     RETURN RCYC-SORT
010000         AT END
010010             SET WS-SORT-EOF TO TRUE
010020     END-RETURN.
010030 5100-EXIT.
010040     EXIT.
010050*
010060*=============================================================
010070* 5200-POST-ITEM  -  POST AN ITEM'S LATEST REJECT AGAINST ITS
010080*     OPERATOR. ONE ON THE LATEST CYCLE IS STILL UNRESOLVED AND
010090*     IS AGED BY THE TIMES IT HAS BEEN REJECTED; ONE LAST
010100*     REJECTED EARLIER IN THE MONTH HAS LEFT THE LOOP.
010110*=============================================================
010120 5200-POST-ITEM.
010130     IF RS-KEY = WS-PRIOR-RCYC-KEY
010140         GO TO 5200-READ
010150     END-IF.
010160     MOVE RS-KEY                     TO WS-PRIOR-RCYC-KEY.
010170     ADD 1 TO WS-RCYC-ITEM-COUNT.
010180     IF RS-REJECT-DATE = WS-CYCLE-DATE
010190         MOVE RS-OPERATOR            TO WS-FIND-OPERATOR
010200         PERFORM 5800-FIND-OPERATOR
010210             THRU 5800-EXIT
010220         ADD 1 TO WS-OP-OPEN-1 (WS-OP-SUB)
010230                  WS-OP-OPEN-1 (WS-OP-ALL)
010240         IF RS-RECYCLE-COUNT NOT < WS-AGE-3
010250             ADD 1 TO WS-OP-OPEN-3 (WS-OP-SUB)
010260                      WS-OP-OPEN-3 (WS-OP-ALL)
010270         END-IF
010280         IF RS-RECYCLE-COUNT NOT < WS-AGE-7
010290             ADD 1 TO WS-OP-OPEN-7 (WS-OP-SUB)
010300                      WS-OP-OPEN-7 (WS-OP-ALL)
010310         END-IF
010320         GO TO 5200-READ
010330     END-IF.
010340     IF RS-REJECT-DATE NOT < WS-MONTH-START
010350             AND RS-REJECT-DATE NOT > WS-MONTH-END
010360         MOVE RS-OPERATOR            TO WS-FIND-OPERATOR
010370         PERFORM 5800-FIND-OPERATOR
010380             THRU 5800-EXIT
010390         ADD 1 TO WS-OP-CLEARED (WS-OP-SUB)
010400                  WS-OP-CLEARED (WS-OP-ALL)
010410     END-IF.
010420 5200-READ.
010430     PERFORM 5100-RETURN-RCYC
010440         THRU 5100-EXIT.
010450 5200-EXIT.
010460     EXIT.
010470*
010480*=============================================================
010490* 5800-FIND-OPERATOR  -  LEAVE WS-OP-SUB ON WS-FIND-OPERATOR'S
010500*     ENTRY, ADDING A CLEARED ONE WHEN THE OPERATOR IS NEW.
010510*=============================================================
010520 5800-FIND-OPERATOR.
010530     PERFORM VARYING WS-OP-SUB FROM 1 BY 1
010540         UNTIL WS-OP-SUB > WS-OP-COUNT
010550             OR WS-OP-OPERATOR (WS-OP-SUB) = WS-FIND-OPERATOR
010560     END-PERFORM.
010570     IF WS-OP-SUB NOT > WS-OP-COUNT
010580         GO TO 5800-EXIT
010590     END-IF.
010600     IF WS-OP-COUNT NOT < WS-OP-MAX
010610         DISPLAY 'COBOLAPP1DQS - MORE THAN 200 OPERATORS '
010620             '- RAISE WS-OP-MAX'
010630         PERFORM 9900-ABEND
010640             THRU 9900-EXIT
010650     END-IF.
010660     ADD 1 TO WS-OP-COUNT.
010670     MOVE WS-OP-COUNT                TO WS-OP-SUB.
010680     INITIALIZE WS-OP-ENTRY (WS-OP-SUB).
010690     MOVE WS-FIND-OPERATOR   TO WS-OP-OPERATOR (WS-OP-SUB).
010700 5800-EXIT.
010710     EXIT.
010720*
010730*=============================================================
010740* 6000-PRINT-BACKLOG  -  SECTION 2. ONE LINE PER OPERATOR WITH
010750*     ANYTHING ON THE BACKLOG OR CLEARED IN THE MONTH, THEN
010760*     THE LINE FOR ALL OPERATORS.
010770*=============================================================
010780 6000-PRINT-BACKLOG.
010790     MOVE 2 TO WS-SECTION-NO.
010800     PERFORM 7900-NEW-PAGE
010810         THRU 7900-EXIT.
010820     MOVE ZERO TO WS-OP-SUB.
010830     PERFORM 6100-PRINT-ONE-BACKLOG
010840         THRU 6100-EXIT
010850         WS-OP-COUNT TIMES.
010860     MOVE WS-OP-ALL                  TO WS-OP-SUB.
010870     PERFORM 6200-WRITE-BACKLOG
010880         THRU 6200-EXIT.
010890 6000-EXIT.
010900     EXIT.
010910*
010920*=============================================================
010930* 6100-PRINT-ONE-BACKLOG  -  PRINT THE NEXT OPERATOR'S BACKLOG
010940*     LINE UNLESS THERE IS NOTHING TO SHOW.
010950*=============================================================
010960 6100-PRINT-ONE-BACKLOG.
010970     ADD 1 TO WS-OP-SUB.
010980     IF WS-OP-OPEN-1 (WS-OP-SUB) = ZERO
010990             AND WS-OP-CLEARED (WS-OP-SUB) = ZERO
011000         GO TO 6100-EXIT
011010     END-IF.
011020     PERFORM 6200-WRITE-BACKLOG
011030         THRU 6200-EXIT.
011040 6100-EXIT.
011050     EXIT.
011060*
011070*=============================================================
011080* 6200-WRITE-BACKLOG  -  WRITE THE BACKLOG LINE FOR THE ENTRY
011090*     AT WS-OP-SUB.
011100*=============================================================
011110 6200-WRITE-BACKLOG.
011120     IF WS-LINE-COUNT NOT < WS-MAX-LINES
011130         PERFORM 7900-NEW-PAGE
011140             THRU 7900-EXIT
011150     END-IF.
011160     MOVE SPACES                     TO WS-BACKLOG-LINE.
011170     MOVE WS-OP-OPERATOR (WS-OP-SUB) TO BKL-OPERATOR.
011180     MOVE WS-OP-OPEN-1 (WS-OP-SUB)   TO BKL-OPEN-1.
011190     MOVE WS-OP-OPEN-3 (WS-OP-SUB)   TO BKL-OPEN-3.
011200     MOVE WS-OP-OPEN-7 (WS-OP-SUB)   TO BKL-OPEN-7.
011210     MOVE WS-OP-CLEARED (WS-OP-SUB)  TO BKL-CLEARED.
011220     WRITE DQSRPT-LINE FROM WS-BACKLOG-LINE
011230         AFTER ADVANCING 1 LINE.
011240     IF NOT WS-RPT-STATUS-OK
011250         DISPLAY 'WRITE DQSRPT FAILED - FILE STATUS = '
011260             WS-RPT-STATUS
011270         PERFORM 9900-ABEND
011280             THRU 9900-EXIT
011290     END-IF.
011300     ADD 1                           TO WS-LINE-COUNT.
011310 6200-EXIT.
011320     EXIT.
011330*
011340*=============================================================
011350* 6500-PRINT-APPROVALS  -  SECTION 3. ONE LINE PER OPERATOR
011360*     WHO GAVE ANY DELETE APPROVAL, THEN THE LINE FOR ALL
011370*     OPERATORS.
011380*=============================================================
011390 6500-PRINT-APPROVALS.
011400     MOVE 3 TO WS-SECTION-NO.
011410     PERFORM 7900-NEW-PAGE
011420         THRU 7900-EXIT.
011430     MOVE ZERO TO WS-OP-SUB.
011440     PERFORM 6600-PRINT-ONE-APPROVER
011450         THRU 6600-EXIT
011460         WS-OP-COUNT TIMES.
011470     MOVE WS-OP-ALL                  TO WS-OP-SUB.
011480     PERFORM 6700-WRITE-APPROVER
011490         THRU 6700-EXIT.
011500 6500-EXIT.
011510     EXIT.
011520*
011530*=============================================================
011540* 6600-PRINT-ONE-APPROVER  -  PRINT THE NEXT OPERATOR'S
011550*     APPROVAL LINE UNLESS THEY GAVE NONE.
011560*=============================================================
011570 6600-PRINT-ONE-APPROVER.
011580     ADD 1 TO WS-OP-SUB.
011590     IF WS-OP-APPROVALS (WS-OP-SUB) = ZERO
011600         GO TO 6600-EXIT
011610     END-IF.
011620     PERFORM 6700-WRITE-APPROVER
011630         THRU 6700-EXIT.
011640 6600-EXIT.
011650     EXIT.
011660*
011670*=============================================================
011680* 6700-WRITE-APPROVER  -  WRITE THE APPROVAL LINE FOR THE ENTRY
011690*     AT WS-OP-SUB. AN OPERATOR (NOT THE ALL-OPERATORS LINE)
011700*     WITH ENOUGH APPROVALS TO JUDGE, WHOSE OWN-TEAM SHARE IS
011710*     AT LEAST WS-FLAG-FACTOR TIMES THE SHOP'S, IS FLAGGED.
011720*=============================================================
011730 6700-WRITE-APPROVER.
011740     IF WS-LINE-COUNT NOT < WS-MAX-LINES
011750         PERFORM 7900-NEW-PAGE
011760             THRU 7900-EXIT
011770     END-IF.
011780     MOVE SPACES                     TO WS-APPROVAL-LINE.
011790     MOVE WS-OP-OPERATOR (WS-OP-SUB) TO APR-OPERATOR.
011800     MOVE WS-OP-HOME-TEAM (WS-OP-SUB) TO APR-HOME-TEAM.
011810     MOVE WS-OP-APPROVALS (WS-OP-SUB) TO APR-APPROVALS.
011820     MOVE WS-OP-OWN-APPROVALS (WS-OP-SUB) TO APR-OWN-APPROVALS.
011830     MOVE ZERO                       TO WS-PCT.
011840     IF WS-OP-APPROVALS (WS-OP-SUB) > ZERO
011850         COMPUTE WS-PCT ROUNDED =
011860             WS-OP-OWN-APPROVALS (WS-OP-SUB) * 100
011870             / WS-OP-APPROVALS (WS-OP-SUB)
011880     END-IF.
011890     MOVE WS-PCT                     TO APR-OWN-PCT.
011900     MOVE WS-SHOP-OWN-PCT            TO APR-SHOP-PCT.
011910     COMPUTE WS-FLAG-PCT = WS-SHOP-OWN-PCT * WS-FLAG-FACTOR.
011920     IF WS-OP-SUB NOT = WS-OP-ALL
011930             AND WS-OP-APPROVALS (WS-OP-SUB)
011940                 NOT < WS-MIN-APPROVALS
011950             AND WS-OP-OWN-APPROVALS (WS-OP-SUB) > ZERO
011960             AND WS-PCT NOT < WS-FLAG-PCT
011970         MOVE '*** UNUSUALLY HIGH ***'  TO APR-FLAG
011980         ADD 1 TO WS-FLAGGED-COUNT
011990     END-IF.
012000     WRITE DQSRPT-LINE FROM WS-APPROVAL-LINE
012010         AFTER ADVANCING 1 LINE.
012020     IF NOT WS-RPT-STATUS-OK
012030         DISPLAY 'WRITE DQSRPT FAILED - FILE STATUS = '
012040             WS-RPT-STATUS
012050         PERFORM 9900-ABEND
012060             THRU 9900-EXIT
012070     END-IF.
012080     ADD 1                           TO WS-LINE-COUNT.
012090 6700-EXIT.
012100     EXIT.
012110*
012120*=============================================================
012130* 7900-NEW-PAGE  -  START A NEW PAGE WITH THE HEADING LINES AND
012140*     THE TITLE AND COLUMN HEADINGS OF THE SECTION IN PROGRESS.
012150*=============================================================
012160 7900-NEW-PAGE.
012170     ADD 1                           TO WS-PAGE-COUNT.
012180     MOVE WS-PAGE-COUNT              TO HDG1-PAGE.
012190     WRITE DQSRPT-LINE FROM WS-HDG1-LINE
012200         AFTER ADVANCING PAGE.
012210     IF NOT WS-RPT-STATUS-OK
012220         DISPLAY 'WRITE DQSRPT FAILED - FILE STATUS = '
012230             WS-RPT-STATUS
012240         PERFORM 9900-ABEND
012250             THRU 9900-EXIT
012260     END-IF.
012270     MOVE WS-MONTH-X                 TO HDG2-MONTH.
012280     MOVE WS-BDT-BUSINESS-DATE       TO HDG2-RUN-DATE.
012290     WRITE DQSRPT-LINE FROM WS-HDG2-LINE
012300         AFTER ADVANCING 1 LINE.
012310     EVALUATE WS-SECTION-NO
012320         WHEN 1
012330             WRITE DQSRPT-LINE FROM WS-TITLE1-LINE
012340                 AFTER ADVANCING 2 LINES
012350             WRITE DQSRPT-LINE FROM WS-COLS1-LINE
012360                 AFTER ADVANCING 2 LINES
012370         WHEN 2
012380             MOVE WS-CYCLE-DATE      TO TTL2-CYCLE-DATE
012390             WRITE DQSRPT-LINE FROM WS-TITLE2-LINE
012400                 AFTER ADVANCING 2 LINES
012410             WRITE DQSRPT-LINE FROM WS-COLS2-LINE
012420                 AFTER ADVANCING 2 LINES
012430         WHEN OTHER
012440             WRITE DQSRPT-LINE FROM WS-TITLE3-LINE
012450                 AFTER ADVANCING 2 LINES
012460             WRITE DQSRPT-LINE FROM WS-COLS3-LINE
012470                 AFTER ADVANCING 2 LINES
012480     END-EVALUATE.
012490     IF NOT WS-RPT-STATUS-OK
012500         DISPLAY 'WRITE DQSRPT FAILED - FILE STATUS = '
012510             WS-RPT-STATUS
012520         PERFORM 9900-ABEND
012530             THRU 9900-EXIT
012540     END-IF.
012550     MOVE 6                          TO WS-LINE-COUNT.
012560 7900-EXIT.
012570     EXIT.
012580*
012590*=============================================================
012600* 8000-TERMINATE  -  PRINT THE RUN TOTALS, CLOSE THE FILES AND
012610*     END WITH RETURN CODE 4 IF ANY OPERATOR WAS FLAGGED.
012620*=============================================================
012630 8000-TERMINATE.
012640     IF WS-LINE-COUNT NOT < WS-MAX-LINES - 12
012650         PERFORM 7900-NEW-PAGE
012660             THRU 7900-EXIT
012670     END-IF.
012680     MOVE 'STATISTICS RECORDS READ     =' TO TOT-LABEL.
012690     MOVE WS-STAT-READ-COUNT         TO TOT-COUNT.
012700     WRITE DQSRPT-LINE FROM WS-TOTAL-LINE
012710         AFTER ADVANCING 3 LINES.
012720     MOVE 'STATISTICS RECORDS IN MONTH =' TO TOT-LABEL.
012730     MOVE WS-STAT-USED-COUNT         TO TOT-COUNT.
012740     WRITE DQSRPT-LINE FROM WS-TOTAL-LINE
012750         AFTER ADVANCING 1 LINE.
012760     MOVE 'STATISTICS OUTSIDE MONTH    =' TO TOT-LABEL.
012770     MOVE WS-STAT-OUTSIDE-COUNT      TO TOT-COUNT.
012780     WRITE DQSRPT-LINE FROM WS-TOTAL-LINE
012790         AFTER ADVANCING 1 LINE.
012800     MOVE 'STATISTICS RECORDS UNUSABLE =' TO TOT-LABEL.
012810     MOVE WS-STAT-BAD-COUNT          TO TOT-COUNT.
012820     WRITE DQSRPT-LINE FROM WS-TOTAL-LINE
012830         AFTER ADVANCING 1 LINE.
012840     MOVE 'OPERATORS SCORED            =' TO TOT-LABEL.
012850     MOVE WS-OP-PRINT-COUNT          TO TOT-COUNT.
012860     WRITE DQSRPT-LINE FROM WS-TOTAL-LINE
012870         AFTER ADVANCING 1 LINE.
012880     MOVE 'RECYCLE RECORDS READ        =' TO TOT-LABEL.
012890     MOVE WS-RCYC-READ-COUNT         TO TOT-COUNT.
012900     WRITE DQSRPT-LINE FROM WS-TOTAL-LINE
012910         AFTER ADVANCING 1 LINE.
012920     MOVE 'RECYCLE RECORDS UNUSABLE    =' TO TOT-LABEL.
012930     MOVE WS-RCYC-BAD-COUNT          TO TOT-COUNT.
012940     WRITE DQSRPT-LINE FROM WS-TOTAL-LINE
012950         AFTER ADVANCING 1 LINE.
012960     MOVE 'RECYCLE ITEMS ON FILE       =' TO TOT-LABEL.
012970     MOVE WS-RCYC-ITEM-COUNT         TO TOT-COUNT.
012980     WRITE DQSRPT-LINE FROM WS-TOTAL-LINE
012990         AFTER ADVANCING 1 LINE.
013000     MOVE 'RECYCLE ITEMS UNRESOLVED    =' TO TOT-LABEL.
013010     MOVE WS-OP-OPEN-1 (WS-OP-ALL)   TO TOT-COUNT.
013020     WRITE DQSRPT-LINE FROM WS-TOTAL-LINE
013030         AFTER ADVANCING 1 LINE.
013040     MOVE 'OPERATORS FLAGGED           =' TO TOT-LABEL.
013050     MOVE WS-FLAGGED-COUNT           TO TOT-COUNT.
013060     WRITE DQSRPT-LINE FROM WS-TOTAL-LINE
013070         AFTER ADVANCING 1 LINE.
013080     IF NOT WS-RPT-STATUS-OK
013090         DISPLAY 'WRITE DQSRPT FAILED - FILE STATUS = '
013100             WS-RPT-STATUS
013110         PERFORM 9900-ABEND
013120             THRU 9900-EXIT
013130     END-IF.
013140     CLOSE HW1STAT.
013150     IF NOT WS-STAT-STATUS-OK
013160         DISPLAY 'CLOSE HW1STAT FAILED - FILE STATUS = '
013170             WS-STAT-STATUS
013180         PERFORM 9900-ABEND
013190             THRU 9900-EXIT
013200     END-IF.
013210     CLOSE HW1RCYC.
013220     IF NOT WS-RCYC-STATUS-OK
013230         DISPLAY 'CLOSE HW1RCYC FAILED - FILE STATUS = '
013240             WS-RCYC-STATUS
013250         PERFORM 9900-ABEND
013260             THRU 9900-EXIT
013270     END-IF.
013280     CLOSE DQSRPT.
013290     IF NOT WS-RPT-STATUS-OK
013300         DISPLAY 'CLOSE DQSRPT FAILED - FILE STATUS = '
013310             WS-RPT-STATUS
013320         PERFORM 9900-ABEND
013330             THRU 9900-EXIT
013340     END-IF.
013350     IF WS-FLAGGED-COUNT > ZERO
013360         DISPLAY 'COBOLAPP1DQS - OPERATORS FLAGGED FOR OWN-TEAM '
013370             'DELETE APPROVALS - SEE THE SCORECARD'
013380         MOVE 4 TO RETURN-CODE
013390     END-IF.
013400 8000-EXIT.
013410     EXIT.
013420*
013430*=============================================================
013440* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
013450*     CALLER) AND END THE RUN WITH A NON-ZERO RETURN CODE SO
013460*     THE JOB STEP CONDITION CODE REFLECTS THE FAILURE.
013470*=============================================================
013480 9900-ABEND.
013490     DISPLAY 'COBOLAPP1DQS ABENDING - SEE FILE STATUS MESSAGE'.
013500     DISPLAY 'ABOVE'.
013510     MOVE 16 TO RETURN-CODE.
013520     STOP RUN.
013530 9900-EXIT.
013540     EXIT.
