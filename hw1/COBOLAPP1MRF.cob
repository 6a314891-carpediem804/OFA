000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBOLAPP1MRF.
000120 AUTHOR.        D BARRETT.
000130 INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000140 DATE-WRITTEN.  20261015.
000150 DATE-COMPILED.
000160*
000170*-------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-------------------------------------------------------------
000200* 20261015 DB   NEW PROGRAM - MONTHLY ENROLLMENT ROLL-FORWARD BY
000210*               TEAM. COBOLAPP1TRD SHOWS THE HEADCOUNT WEEK BY
000220*               WEEK AND COBOLAPP1AUD LISTS THE CHANGES, BUT
000230*               NEITHER PROVES ONE AGAINST THE OTHER. FOR EACH
000240*               TEAM, AND FOR EACH STATUS (ACTIVE, PENDING AND
000250*               DROPPED, WITH ACTIVE PLUS PENDING SHOWN AS THE
000260*               ENROLLED HEADCOUNT), THIS PRINTS -
000270*                 OPENING   HW1HIST COUNT AT THE LAST RPTSTEP
000280*                           BEFORE THE MONTH
000290*                 ADDED     ADDS, OTHER THAN FROM THE WAITLIST
000300*                 SEATED    ADDS SEATED FROM THE WAITLIST
000310*                 ACTIVATD  PENDING TO ACTIVE
000320*                 DROPPED   ANY OTHER STATUS TO DROPPED
000330*                 DELETED   APPROVED DELETES TAKEN OFF THE MASTER
000340*                 PURGED    RETENTION PURGES (COBOLAPP1PRG)
000350*                 MOVE IN   TEAM CHANGES, TRANSFERS AND RECODES
000360*                 MOVE OUT  INTO AND OUT OF THE TEAM
000370*                 OTHER     ANY OTHER STATUS CHANGE (MAINLY
000380*                           REINSTATEMENTS)
000390*                 CLOSING   HW1HIST COUNT AT THE LAST RPTSTEP IN
000400*                           THE MONTH
000410*                 DIFF      CLOSING LESS OPENING AND MOVEMENTS
000420*               A MOVEMENT LEAVES ONE STATUS ROW AND ENTERS
000430*               ANOTHER, SO EVERY ROW BALANCES ON ITS OWN. THE
000440*               MOVEMENTS ARE THE HW1AUDIT ENTRIES DATED AFTER
000450*               THE OPENING DATE AND UP TO THE CLOSING DATE -
000460*               RPTSTEP RUNS AFTER EVERY STEP THAT CHANGES THE
000470*               MASTER, AND JOBS BETWEEN WINDOWS STAMP THE NEXT
000480*               BUSINESS DATE, SO THE SAME DATES BOUND BOTH
000490*               SIDES. A TEAM WHOSE MOVEMENTS DO NOT EXPLAIN ITS
000500*               CLOSING COUNT PRINTS AN OUT-OF-BALANCE LINE AND
000510*               THE RUN ENDS WITH RETURN CODE 4, AS IT DOES WHEN
000520*               THE AUDIT INPUT DOES NOT REACH BACK TO THE
000530*               OPENING DATE. PARM='MONTH=YYYYMM' SELECTS THE
000540*               MONTH; AN EMPTY PARM TAKES THE MONTH BEFORE THE
000550*               BUSINESS DATE. THE HISTORY MUST BE SORTED BY
000560*               TEAM THEN DATE (SEE THE SORT STEP IN HW1MRFWD).
000570*-------------------------------------------------------------
000580*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-370.
000620 OBJECT-COMPUTER.   IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650*-------------------------------------------------------------
000660*    HW1HIST   -  TEAM/DATE-SORTED HEADCOUNT HISTORY (SEE THE
000670*                 JCL SORT STEP AHEAD OF THIS PROGRAM)
000680*    HW1AUDIT  -  BEFORE/AFTER AUDIT TRAIL, WITH THE ARCHIVE
000690*                 GENERATIONS CONCATENATED AHEAD OF IT
000700*    MRFRPT    -  PRINTED ROLL-FORWARD STATEMENT
000710*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000720*-------------------------------------------------------------
000730     SELECT HW1HIST ASSIGN TO COBDD13
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-HIST-STATUS.
000760*
000770     SELECT HW1AUDIT ASSIGN TO COBDD2
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-AUDIT-STATUS.
000800*
000810     SELECT MRFRPT ASSIGN TO COBDD4
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-RPT-STATUS.
000840*
000850     SELECT HW1DATE ASSIGN TO COBDD22
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-DATE-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  HW1HIST
000920     LABEL RECORDS ARE STANDARD.
000930 01  HW1-HIST-FILE.
000940     COPY HW1HISTRC
000950         REPLACING ==:PREFIX:== BY ==HIST==.
000960*
000970 FD  HW1AUDIT
000980     LABEL RECORDS ARE STANDARD.
000990 01  HW1-AUDIT-FILE.
001000     COPY HW1AUDRC
001010         REPLACING ==:PREFIX:== BY ==AUD==.
001020*
001030 FD  MRFRPT
001040     LABEL RECORDS ARE STANDARD.
001050 01  MRFRPT-LINE                     PIC X(132).
001060*
001070 FD  HW1DATE
001080     LABEL RECORDS ARE STANDARD.
001090 01  HW1-DATE-RECORD.
001100     COPY HW1DATERC
001110         REPLACING ==:PREFIX:== BY ==BDT==.
001120*
001130 WORKING-STORAGE SECTION.
001140*-------------------------------------------------------------
001150*    END-OF-FILE AND FILE STATUS SWITCHES
001160*-------------------------------------------------------------
001170 01  WS-HIST-EOF-SW              PIC X(01).
001180     88  WS-HIST-EOF                 VALUE 'Y'.
001190     88  WS-HIST-NOT-EOF             VALUE 'N'.
001200 01  WS-AUDIT-EOF-SW             PIC X(01).
001210     88  WS-AUDIT-EOF                VALUE 'Y'.
001220     88  WS-AUDIT-NOT-EOF            VALUE 'N'.
001230*
001240 01  WS-HIST-STATUS                  PIC X(02).
001250     88  WS-HIST-STATUS-OK               VALUE '00'.
001260     88  WS-HIST-STATUS-EOF              VALUE '10'.
001270 01  WS-AUDIT-STATUS                 PIC X(02).
001280     88  WS-AUDIT-STATUS-OK              VALUE '00'.
001290     88  WS-AUDIT-STATUS-EOF             VALUE '10'.
001300 01  WS-RPT-STATUS                   PIC X(02).
001310     88  WS-RPT-STATUS-OK                VALUE '00'.
001320 01  WS-DATE-STATUS                  PIC X(02).
001330     88  WS-DATE-STATUS-OK               VALUE '00'.
001340*
001350*-------------------------------------------------------------
001360*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001370*        READ BY 1010-READ-BUSINESS-DATE.
001380*-------------------------------------------------------------
001390 01  WS-BDT-IMAGE.
001400     COPY HW1DATERC
001410         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001420*
001430*-------------------------------------------------------------
001440*    MONTH CONTROLS  -  THE MONTH REPORTED, ITS FIRST AND LAST
001450*        POSSIBLE DATES, AND THE HW1HIST DATES THE OPENING AND
001460*        CLOSING COUNTS ARE TAKEN FROM (ZERO WHEN THERE IS NO
001470*        HISTORY THAT EARLY).
001480*-------------------------------------------------------------
001490 01  WS-MONTH-X                  PIC X(06).
001500 01  WS-MONTH-N REDEFINES WS-MONTH-X.
001510     05  WS-MONTH-YYYY           PIC 9(04).
001520     05  WS-MONTH-MM             PIC 9(02).
001530 01  WS-MONTH-START-DATE.
001540     05  WS-MSD-YYYY             PIC 9(04).
001550     05  WS-MSD-MM               PIC 9(02).
001560     05  WS-MSD-DD               PIC 9(02)   VALUE 01.
001570 01  WS-MONTH-START REDEFINES WS-MONTH-START-DATE
001580                                 PIC 9(08).
001590 01  WS-MONTH-END-DATE.
001600     05  WS-MED-YYYY             PIC 9(04).
001610     05  WS-MED-MM               PIC 9(02).
001620     05  WS-MED-DD               PIC 9(02)   VALUE 31.
001630 01  WS-MONTH-END REDEFINES WS-MONTH-END-DATE
001640                                 PIC 9(08).
001650 01  WS-OPEN-DATE                PIC 9(08)   VALUE ZERO.
001660 01  WS-CLOSE-DATE               PIC 9(08)   VALUE ZERO.
001670 01  WS-FIRST-AUDIT-DATE         PIC 9(08)   VALUE 99999999.
001680 01  WS-COVERAGE-SW              PIC X(01)   VALUE 'Y'.
001690     88  WS-COVERAGE-OK              VALUE 'Y'.
001700     88  WS-COVERAGE-SHORT           VALUE 'N'.
001710*
001720*-------------------------------------------------------------
001730*    TEAM TABLE  -  ONE ENTRY PER TEAM CODE SEEN ON HW1HIST OR
001740*        HW1AUDIT, IN THE ORDER FIRST SEEN (TEAM ORDER FOR
001750*        EVERYTHING ON THE SORTED HISTORY). EACH HAS A ROW PER
001760*        STATUS (1 ACTIVE, 2 PENDING, 3 DROPPED) AND A CELL PER
001770*        STATEMENT COLUMN - 1 OPENING, 2-10 THE MOVEMENTS, 11
001780*        CLOSING - WITH THE DATES OF THE HISTORY ROWS HELD IN 1
001790*        AND 11. ENTRY 201 HOLDS THE TOTALS FOR ALL TEAMS.
001800*-------------------------------------------------------------
001810 01  WS-TM-TABLE.
001820     05  WS-TM-MAX               PIC 9(03)   COMP VALUE 200.
001830     05  WS-TM-COUNT             PIC 9(03)   COMP VALUE ZERO.
001840     05  WS-TM-ENTRY OCCURS 201 TIMES.
001850         10  WS-TM-TEAM          PIC X(20).
001860         10  WS-TM-OPEN-DATE     PIC 9(08).
001870         10  WS-TM-CLOSE-DATE    PIC 9(08).
001880         10  WS-TM-ROW OCCURS 3 TIMES.
001890             15  WS-TM-CELL      PIC S9(07)  COMP
001900                                 OCCURS 11 TIMES.
001910 01  WS-TM-SUB                   PIC 9(03)   COMP.
001920 01  WS-TM-ALL                   PIC 9(03)   COMP VALUE 201.
001930 01  WS-FIND-TEAM                PIC X(20).
001940*
001950 01  WS-ROW-SUB                  PIC 9(03)   COMP.
001960 01  WS-COL-SUB                  PIC 9(03)   COMP.
001970 01  WS-COL-OPENING              PIC 9(03)   COMP VALUE 1.
001980 01  WS-COL-ADDED                PIC 9(03)   COMP VALUE 2.
001990 01  WS-COL-SEATED               PIC 9(03)   COMP VALUE 3.
002000 01  WS-COL-ACTIVATED            PIC 9(03)   COMP VALUE 4.
002010 01  WS-COL-DROPPED              PIC 9(03)   COMP VALUE 5.
002020 01  WS-COL-DELETED              PIC 9(03)   COMP VALUE 6.
002030 01  WS-COL-PURGED               PIC 9(03)   COMP VALUE 7.
002040 01  WS-COL-MOVE-IN              PIC 9(03)   COMP VALUE 8.
002050 01  WS-COL-MOVE-OUT             PIC 9(03)   COMP VALUE 9.
002060 01  WS-COL-OTHER                PIC 9(03)   COMP VALUE 10.
002070 01  WS-COL-CLOSING              PIC 9(03)   COMP VALUE 11.
002080*
002090*-------------------------------------------------------------
002100*    POSTING WORK AREAS  -  ONE MOVEMENT HANDED TO
002110*        3900-POST-MOVEMENT, AND THE STATUS BYTE TO BE TURNED
002120*        INTO A ROW BY 3950-STATUS-ROW.
002130*-------------------------------------------------------------
002140 01  WS-POST-TEAM                PIC X(20).
002150 01  WS-POST-STATUS              PIC X(01).
002160 01  WS-POST-COL                 PIC 9(03)   COMP.
002170 01  WS-POST-AMOUNT              PIC S9(01).
002180 01  WS-MOVE-COL                 PIC 9(03)   COMP.
002190*
002200*-------------------------------------------------------------
002210*    PRINT WORK AREAS  -  THE STATEMENT ROW BEING PRINTED (1
002220*        ACTIVE, 2 PENDING, 3 ENROLLED, 4 DROPPED), ITS CELLS,
002230*        AND THE DIFFERENCES KEPT FOR THE OUT-OF-BALANCE LINE.
002240*-------------------------------------------------------------
002250 01  WS-PRINT-ROW                PIC 9(03)   COMP.
002260 01  WS-PRINT-ROW-MAX            PIC 9(03)   COMP VALUE 4.
002270 01  WS-PR-CELL                  PIC S9(07)  COMP.
002280 01  WS-PR-MOVEMENTS             PIC S9(07)  COMP.
002290 01  WS-PR-DIFF                  PIC S9(07)  COMP.
002300 01  WS-DIFF-ACTIVE              PIC S9(07)  COMP.
002310 01  WS-DIFF-PENDING             PIC S9(07)  COMP.
002320 01  WS-DIFF-DROPPED             PIC S9(07)  COMP.
002330 01  WS-TEAM-USED-SW             PIC X(01).
002340     88  WS-TEAM-USED                VALUE 'Y'.
002350     88  WS-TEAM-NOT-USED            VALUE 'N'.
002360*
002370 01  WS-ROW-LABEL-VALUES.
002380     05  FILLER                  PIC X(09)   VALUE 'ACTIVE'.
002390     05  FILLER                  PIC X(09)   VALUE 'PENDING'.
002400     05  FILLER                  PIC X(09)   VALUE 'ENROLLED'.
002410     05  FILLER                  PIC X(09)   VALUE 'DROPPED'.
002420 01  WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABEL-VALUES.
002430     05  WS-ROW-LABEL            PIC X(09)   OCCURS 4 TIMES.
002440*
002450*-------------------------------------------------------------
002460*    RUN COUNTERS
002470*-------------------------------------------------------------
002480 01  WS-HIST-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
002490 01  WS-AUDIT-READ-COUNT         PIC 9(07)   COMP VALUE ZERO.
002500 01  WS-AUDIT-USED-COUNT         PIC 9(07)   COMP VALUE ZERO.
002510 01  WS-AUDIT-OUTSIDE-COUNT      PIC 9(07)   COMP VALUE ZERO.
002520 01  WS-CONTROL-SKIP-COUNT       PIC 9(07)   COMP VALUE ZERO.
002530 01  WS-CLEANUP-SKIP-COUNT       PIC 9(07)   COMP VALUE ZERO.
002540 01  WS-UNKNOWN-OP-COUNT         PIC 9(07)   COMP VALUE ZERO.
002550 01  WS-TEAM-PRINT-COUNT         PIC 9(07)   COMP VALUE ZERO.
002560 01  WS-UNBALANCED-COUNT         PIC 9(07)   COMP VALUE ZERO.
002570*
002580 01  WS-LINE-COUNT               PIC 9(03)   COMP VALUE ZERO.
002590 01  WS-MAX-LINES                PIC 9(03)   VALUE 50.
002600 01  WS-PAGE-COUNT               PIC 9(03)   COMP VALUE ZERO.
002610*
002620*-------------------------------------------------------------
002630*    PRINT LINE LAYOUTS
002640*-------------------------------------------------------------
002650 01  WS-HDG1-LINE.
002660     05  FILLER                  PIC X(01)   VALUE SPACE.
002670     05  FILLER                  PIC X(40)
002680             VALUE 'HW1 MONTHLY ENROLLMENT ROLL-FORWARD'.
002690     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
002700     05  HDG1-PAGE               PIC ZZZ9.
002710     05  FILLER                  PIC X(81)   VALUE SPACES.
002720*
002730 01  WS-HDG2-LINE.
002740     05  FILLER                  PIC X(09)   VALUE ' MONTH = '.
002750     05  HDG2-MONTH              PIC X(06).
002760     05  FILLER                  PIC X(26)
002770             VALUE '   OPENING HW1HIST DATE = '.
002780     05  HDG2-OPEN-DATE          PIC 9(08).
002790     05  FILLER                  PIC X(26)
002800             VALUE '   CLOSING HW1HIST DATE = '.
002810     05  HDG2-CLOSE-DATE         PIC 9(08).
002820     05  FILLER                  PIC X(19)
002830             VALUE '   BUSINESS DATE = '.
002840     05  HDG2-RUN-DATE           PIC 9(08).
002850     05  FILLER                  PIC X(22)   VALUE SPACES.
002860*
002870 01  WS-HDG3-LINE.
002880     05  FILLER                  PIC X(01)   VALUE SPACE.
002890     05  FILLER                  PIC X(21)   VALUE 'TEAM'.
002900     05  FILLER                  PIC X(09)   VALUE 'STATUS'.
002910     05  FILLER                  PIC X(08)   VALUE ' OPENING'.
002920     05  FILLER                  PIC X(08)   VALUE '   ADDED'.
002930     05  FILLER                  PIC X(08)   VALUE '  SEATED'.
002940     05  FILLER                  PIC X(08)   VALUE 'ACTIVATD'.
002950     05  FILLER                  PIC X(08)   VALUE ' DROPPED'.
002960     05  FILLER                  PIC X(08)   VALUE ' DELETED'.
002970     05  FILLER                  PIC X(08)   VALUE '  PURGED'.
002980     05  FILLER                  PIC X(08)   VALUE ' MOVE IN'.
002990     05  FILLER                  PIC X(08)   VALUE 'MOVE OUT'.
003000     05  FILLER                  PIC X(08)   VALUE '   OTHER'.
003010     05  FILLER                  PIC X(08)   VALUE ' CLOSING'.
003020     05  FILLER                  PIC X(08)   VALUE '    DIFF'.
003030     05  FILLER                  PIC X(05)   VALUE SPACES.
003040*
003050 01  WS-DETAIL-LINE.
003060     05  FILLER                  PIC X(01).
003070     05  DTL-TEAM                PIC X(20).
003080     05  FILLER                  PIC X(01).
003090     05  DTL-ROW-LABEL           PIC X(09).
003100     05  DTL-COLUMN              OCCURS 12 TIMES.
003110         10  FILLER              PIC X(02).
003120         10  DTL-CELL            PIC -----9.
003130     05  FILLER                  PIC X(05).
003140*
003150 01  WS-BALANCE-LINE.
003160     05  FILLER                  PIC X(20)   VALUE SPACES.
003170     05  FILLER                  PIC X(24)
003180             VALUE '*** OUT OF BALANCE ***  '.
003190     05  FILLER                  PIC X(07)   VALUE 'ACTIVE '.
003200     05  BAL-ACTIVE              PIC -----9.
003210     05  FILLER                  PIC X(10)   VALUE '  PENDING '.
003220     05  BAL-PENDING             PIC -----9.
003230     05  FILLER                  PIC X(10)   VALUE '  DROPPED '.
003240     05  BAL-DROPPED             PIC -----9.
003250     05  FILLER                  PIC X(43)
003260             VALUE '  - UNAUDITED CHANGE OR MISSING AUDIT INPUT'.
003270*
003280 01  WS-NOTE-LINE.
003290     05  FILLER                  PIC X(03)   VALUE SPACES.
003300     05  NOTE-TEXT               PIC X(129).
003310*
003320 01  WS-COVERAGE-NOTE.
003330     05  FILLER                  PIC X(40)
003340             VALUE '*** FIRST AUDIT ENTRY READ IS DATED '.
003350     05  CVN-FIRST-DATE          PIC 9(08).
003360     05  FILLER                  PIC X(27)
003370             VALUE ', AFTER THE OPENING DATE - '.
003380     05  FILLER                  PIC X(20)
003390             VALUE 'CONCATENATE EARLIER '.
003400     05  FILLER                  PIC X(34)
003410             VALUE 'HW1.AUDIT.ARCHIVE GENERATIONS'.
003420*
003430 01  WS-TOTAL-LINE.
003440     05  FILLER                  PIC X(03)   VALUE SPACES.
003450     05  TOT-LABEL               PIC X(30).
003460     05  TOT-COUNT               PIC ZZZZZZ9.
003470     05  FILLER                  PIC X(92)   VALUE SPACES.
003480*
003490 LINKAGE SECTION.
003500*-------------------------------------------------------------
003510*    PARM-DATA  -  EXEC PGM=COBOLAPP1MRF,PARM='MONTH=YYYYMM' FOR
003520*        A GIVEN MONTH; AN EMPTY PARM TAKES THE MONTH BEFORE THE
003530*        BUSINESS DATE.
003540*-------------------------------------------------------------
003550 01  PARM-DATA.
003560     05  PARM-LENGTH             PIC S9(04)  COMP.
003570     05  PARM-TEXT               PIC X(20).
003580*
003590 PROCEDURE DIVISION USING PARM-DATA.
003600*=============================================================
003610 0000-MAINLINE SECTION.
003620*=============================================================
003630     PERFORM 1000-INITIALIZE
003640         THRU 1000-EXIT.
003650     PERFORM 2000-LOAD-HISTORY
003660         THRU 2000-EXIT.
003670     PERFORM 2500-SETTLE-OPEN-CLOSE
003680         THRU 2500-EXIT.
003690     PERFORM 3000-POST-AUDIT
003700         THRU 3000-EXIT.
003710     PERFORM 4000-PRINT-STATEMENT
003720         THRU 4000-EXIT.
003730     PERFORM 8000-TERMINATE
003740         THRU 8000-EXIT.
003750     STOP RUN.
003760*
003770*=============================================================
003780* 1000-INITIALIZE  -  READ THE BUSINESS DATE, SETTLE THE MONTH
003790*     FROM THE PARM AND OPEN THE FILES.
003800*=============================================================
003810 1000-INITIALIZE.
003820     PERFORM 1010-READ-BUSINESS-DATE
003830         THRU 1010-EXIT.
003840     PERFORM 1200-PARSE-PARM
003850         THRU 1200-EXIT.
003860     MOVE WS-MONTH-YYYY              TO WS-MSD-YYYY.
003870     MOVE WS-MONTH-MM                TO WS-MSD-MM.
003880     MOVE WS-MONTH-YYYY              TO WS-MED-YYYY.
003890     MOVE WS-MONTH-MM                TO WS-MED-MM.
003900     IF WS-MONTH-START > WS-BDT-BUSINESS-DATE
003910         DISPLAY 'COBOLAPP1MRF - MONTH ' WS-MONTH-X
003920             ' HAS NOT STARTED'
003930         PERFORM 9900-ABEND
003940             THRU 9900-EXIT
003950     END-IF.
003960     OPEN INPUT HW1HIST.
003970     IF NOT WS-HIST-STATUS-OK
003980         DISPLAY 'OPEN INPUT HW1HIST FAILED - FILE STATUS = '
003990             WS-HIST-STATUS
004000         PERFORM 9900-ABEND
004010             THRU 9900-EXIT
004020     END-IF.
004030     OPEN INPUT HW1AUDIT.
004040     IF NOT WS-AUDIT-STATUS-OK
004050         DISPLAY 'OPEN INPUT HW1AUDIT FAILED - FILE STATUS = '
004060             WS-AUDIT-STATUS
004070         PERFORM 9900-ABEND
004080             THRU 9900-EXIT
004090     END-IF.
004100     OPEN OUTPUT MRFRPT.
004110     IF NOT WS-RPT-STATUS-OK
004120         DISPLAY 'OPEN OUTPUT MRFRPT FAILED - FILE STATUS = '
004130             WS-RPT-STATUS
004140         PERFORM 9900-ABEND
004150             THRU 9900-EXIT
004160     END-IF.
004170     MOVE SPACES                     TO WS-TM-TEAM (WS-TM-ALL).
004180     MOVE 'ALL TEAMS'                TO WS-TM-TEAM (WS-TM-ALL).
004190     MOVE ZERO TO WS-TM-OPEN-DATE (WS-TM-ALL).
004200     MOVE ZERO TO WS-TM-CLOSE-DATE (WS-TM-ALL).
004210     INITIALIZE WS-TM-ROW (WS-TM-ALL, 1).
004220     INITIALIZE WS-TM-ROW (WS-TM-ALL, 2).
004230     INITIALIZE WS-TM-ROW (WS-TM-ALL, 3).
004240 1000-EXIT.
004250     EXIT.
004260*
004270*=============================================================
004280* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
004290*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
004300*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
004310*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
004320*=============================================================
004330 1010-READ-BUSINESS-DATE.
004340     OPEN INPUT HW1DATE.
004350     IF NOT WS-DATE-STATUS-OK
004360         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
004370             WS-DATE-STATUS
004380         PERFORM 9900-ABEND
004390             THRU 9900-EXIT
004400     END-IF.
004410     READ HW1DATE INTO WS-BDT-IMAGE
004420         AT END
004430             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
004440             PERFORM 9900-ABEND
004450                 THRU 9900-EXIT
004460     END-READ.
004470     IF NOT WS-DATE-STATUS-OK
004480         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
004490             WS-DATE-STATUS
004500         PERFORM 9900-ABEND
004510             THRU 9900-EXIT
004520     END-IF.
004530     CLOSE HW1DATE.
004540     IF NOT WS-DATE-STATUS-OK
004550         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
004560             WS-DATE-STATUS
004570         PERFORM 9900-ABEND
004580             THRU 9900-EXIT
004590     END-IF.
004600     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
004610         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
004620         PERFORM 9900-ABEND
004630             THRU 9900-EXIT
004640     END-IF.
004650 1010-EXIT.
004660     EXIT.
004670*
004680*=============================================================
004690* 1200-PARSE-PARM  -  MONTH=YYYYMM, OR AN EMPTY PARM FOR THE
004700*     MONTH BEFORE THE ONE THE BUSINESS DATE IS IN - THE USUAL
004710*     MONTH-END RUN EARLY IN THE NEXT MONTH.
004720*=============================================================
004730 1200-PARSE-PARM.
004740     IF PARM-LENGTH = ZERO
004750         MOVE WS-BDT-BUSINESS-DATE(1:6) TO WS-MONTH-X
004760         IF WS-MONTH-MM = 1
004770             MOVE 12                 TO WS-MONTH-MM
004780             SUBTRACT 1 FROM WS-MONTH-YYYY
004790         ELSE
004800             SUBTRACT 1 FROM WS-MONTH-MM
004810         END-IF
004820         GO TO 1200-EXIT
004830     END-IF.
004840     IF PARM-LENGTH NOT = 12
004850             OR PARM-TEXT(1:6) NOT = 'MONTH='
004860         DISPLAY 'COBOLAPP1MRF - PARM MUST BE MONTH=YYYYMM OR '
004870             'EMPTY'
004880         PERFORM 9900-ABEND
004890             THRU 9900-EXIT
004900     END-IF.
004910     MOVE PARM-TEXT(7:6) TO WS-MONTH-X.
004920     IF WS-MONTH-X IS NOT NUMERIC
004930         DISPLAY 'COBOLAPP1MRF - MONTH= PARM NOT NUMERIC'
004940         PERFORM 9900-ABEND
004950             THRU 9900-EXIT
004960     END-IF.
004970     IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
004980         DISPLAY 'COBOLAPP1MRF - MONTH= PARM MONTH NOT 01-12'
004990         PERFORM 9900-ABEND
005000             THRU 9900-EXIT
005010     END-IF.
005020 1200-EXIT.
005030     EXIT.
005040*
005050*=============================================================
005060* 2000-LOAD-HISTORY  -  ONE PASS OF THE SORTED HISTORY. FOR
005070*     EACH TEAM KEEP THE LAST ROW DATED BEFORE THE MONTH AND THE
005080*     LAST ROW DATED IN OR BEFORE IT, AND NOTE THE LATEST SUCH
005090*     DATES ACROSS ALL TEAMS - THOSE ARE THE RPTSTEP RUNS THE
005100*     STATEMENT OPENS AND CLOSES ON.
005110*=============================================================
005120 2000-LOAD-HISTORY.
005130     SET WS-HIST-NOT-EOF TO TRUE.
005140     PERFORM 2100-READ-HISTORY
005150         THRU 2100-EXIT.
005160     PERFORM 2200-STORE-HISTORY
005170         THRU 2200-EXIT
005180         UNTIL WS-HIST-EOF.
005190     IF WS-CLOSE-DATE < WS-MONTH-START
005200         DISPLAY 'COBOLAPP1MRF - NO HW1HIST ROWS DATED IN MONTH '
005210             WS-MONTH-X
005220         PERFORM 9900-ABEND
005230             THRU 9900-EXIT
005240     END-IF.
005250 2000-EXIT.
005260     EXIT.
005270*
005280*=============================================================
005290* 2100-READ-HISTORY  -  READ THE NEXT HEADCOUNT HISTORY ROW.
005300*=============================================================
005310 2100-READ-HISTORY.
005320     READ HW1HIST
005330         AT END
005340             SET WS-HIST-EOF         TO TRUE
005350     END-READ.
005360     IF NOT WS-HIST-STATUS-OK AND NOT WS-HIST-STATUS-EOF
005370         DISPLAY 'READ HW1HIST FAILED - FILE STATUS = '
005380             WS-HIST-STATUS
005390         PERFORM 9900-ABEND
005400             THRU 9900-EXIT
005410     END-IF.
005420 2100-EXIT.
005430     EXIT.
005440*
005450*=============================================================
005460* 2200-STORE-HISTORY  -  A ROW BEFORE THE MONTH IS AN OPENING
005470*     CANDIDATE AND, LIKE ANY ROW NOT PAST THE MONTH, A CLOSING
005480*     CANDIDATE. THE HISTORY IS IN DATE ORDER WITHIN TEAM, SO A
005490*     LATER ROW SIMPLY REPLACES AN EARLIER ONE.
005500*=============================================================
005510 2200-STORE-HISTORY.
005520     ADD 1 TO WS-HIST-READ-COUNT.
005530     IF HIST-DATE > WS-MONTH-END
005540         GO TO 2200-READ
005550     END-IF.
005560     MOVE HIST-TEAM TO WS-FIND-TEAM.
005570     PERFORM 3800-FIND-TEAM
005580         THRU 3800-EXIT.
005590     IF HIST-DATE < WS-MONTH-START
005600         MOVE HIST-DATE          TO WS-TM-OPEN-DATE (WS-TM-SUB)
005610         MOVE HIST-ACTIVE-COUNT
005620             TO WS-TM-CELL (WS-TM-SUB, 1, WS-COL-OPENING)
005630         MOVE HIST-PENDING-COUNT
005640             TO WS-TM-CELL (WS-TM-SUB, 2, WS-COL-OPENING)
005650         MOVE HIST-DROPPED-COUNT
005660             TO WS-TM-CELL (WS-TM-SUB, 3, WS-COL-OPENING)
005670         IF HIST-DATE > WS-OPEN-DATE
005680             MOVE HIST-DATE      TO WS-OPEN-DATE
005690         END-IF
005700     END-IF.
005710     MOVE HIST-DATE              TO WS-TM-CLOSE-DATE (WS-TM-SUB).
005720     MOVE HIST-ACTIVE-COUNT
005730         TO WS-TM-CELL (WS-TM-SUB, 1, WS-COL-CLOSING).
005740     MOVE HIST-PENDING-COUNT
005750         TO WS-TM-CELL (WS-TM-SUB, 2, WS-COL-CLOSING).
005760     MOVE HIST-DROPPED-COUNT
005770         TO WS-TM-CELL (WS-TM-SUB, 3, WS-COL-CLOSING).
005780     IF HIST-DATE > WS-CLOSE-DATE
005790         MOVE HIST-DATE          TO WS-CLOSE-DATE
005800     END-IF.
005810 2200-READ.
005820     PERFORM 2100-READ-HISTORY
005830         THRU 2100-EXIT.
005840 2200-EXIT.
005850     EXIT.
005860*
005870*=============================================================
005880* 2500-SETTLE-OPEN-CLOSE  -  A TEAM WITH NO HISTORY ROW ON THE
005890*     OPENING OR CLOSING DATE HAD NO RECORDS THAT NIGHT, SO ITS
005900*     COUNT THEN WAS ZERO, WHATEVER AN OLDER ROW SAYS. ROLL WHAT
005910*     IS LEFT INTO THE ALL-TEAMS ENTRY.
005920*=============================================================
005930 2500-SETTLE-OPEN-CLOSE.
005940     MOVE ZERO TO WS-TM-SUB.
005950     PERFORM 2600-SETTLE-ONE-TEAM
005960         THRU 2600-EXIT
005970         WS-TM-COUNT TIMES.
005980 2500-EXIT.
005990     EXIT.
006000*
006010*=============================================================
006020* 2600-SETTLE-ONE-TEAM  -  SETTLE ONE TEAM'S OPENING AND
006030*     CLOSING CELLS.
006040*=============================================================
006050 2600-SETTLE-ONE-TEAM.
006060     ADD 1 TO WS-TM-SUB.
006070     IF WS-TM-OPEN-DATE (WS-TM-SUB) NOT = WS-OPEN-DATE
006080         MOVE ZERO TO WS-TM-CELL (WS-TM-SUB, 1, WS-COL-OPENING)
006090         MOVE ZERO TO WS-TM-CELL (WS-TM-SUB, 2, WS-COL-OPENING)
006100         MOVE ZERO TO WS-TM-CELL (WS-TM-SUB, 3, WS-COL-OPENING)
006110     END-IF.
006120     IF WS-TM-CLOSE-DATE (WS-TM-SUB) NOT = WS-CLOSE-DATE
006130         MOVE ZERO TO WS-TM-CELL (WS-TM-SUB, 1, WS-COL-CLOSING)
006140         MOVE ZERO TO WS-TM-CELL (WS-TM-SUB, 2, WS-COL-CLOSING)
006150         MOVE ZERO TO WS-TM-CELL (WS-TM-SUB, 3, WS-COL-CLOSING)
006160     END-IF.
006170     MOVE ZERO TO WS-ROW-SUB.
006180     PERFORM 2700-ROLL-ONE-ROW
006190         THRU 2700-EXIT
006200         3 TIMES.
006210 2600-EXIT.
006220     EXIT.
006230*
006240*=============================================================
006250* 2700-ROLL-ONE-ROW  -  ADD ONE STATUS ROW'S OPENING AND
006260*     CLOSING INTO THE ALL-TEAMS ENTRY.
006270*=============================================================
006280 2700-ROLL-ONE-ROW.
006290     ADD 1 TO WS-ROW-SUB.
006300     ADD WS-TM-CELL (WS-TM-SUB, WS-ROW-SUB, WS-COL-OPENING)
006310         TO WS-TM-CELL (WS-TM-ALL, WS-ROW-SUB, WS-COL-OPENING).
006320     ADD WS-TM-CELL (WS-TM-SUB, WS-ROW-SUB, WS-COL-CLOSING)
006330         TO WS-TM-CELL (WS-TM-ALL, WS-ROW-SUB, WS-COL-CLOSING).
006340 2700-EXIT.
006350     EXIT.
006360*
006370*=============================================================
006380* 3000-POST-AUDIT  -  ONE PASS OF THE AUDIT INPUT (ARCHIVE
006390*     GENERATIONS AND THE LIVE TRAIL), POSTING EVERY ENTRY DATED
006400*     AFTER THE OPENING DATE AND UP TO THE CLOSING DATE.
006410*=============================================================
006420 3000-POST-AUDIT.
006430     SET WS-AUDIT-NOT-EOF TO TRUE.
006440     PERFORM 3100-POST-ONE-ENTRY
006450         THRU 3100-EXIT
006460         UNTIL WS-AUDIT-EOF.
006470     IF WS-OPEN-DATE > ZERO
006480             AND WS-FIRST-AUDIT-DATE > WS-OPEN-DATE
006490         SET WS-COVERAGE-SHORT TO TRUE
006500     END-IF.
006510 3000-EXIT.
006520     EXIT.
006530*
006540*=============================================================
006550* 3100-POST-ONE-ENTRY  -  READ ONE AUDIT ENTRY AND POST IT.
006560*     ARCHIVE CONTROL RECORDS AND INTEGRITY-SWEEP CLEANUP
006570*     ENTRIES DO NOT TOUCH THE MASTER AND ARE SKIPPED. AN ADD
006580*     ENTERS ITS NEW TEAM AND STATUS; A DELETE LEAVES ITS OLD
006590*     ONES; A CHANGE OR TRANSFER IS A MOVE WHEN THE TEAM
006600*     CHANGES AND OTHERWISE A STATUS MOVEMENT, IF THE STATUS
006610*     CHANGES AT ALL.
006620*=============================================================
006630 3100-POST-ONE-ENTRY.
006640     READ HW1AUDIT
006650         AT END
006660             SET WS-AUDIT-EOF        TO TRUE
006670     END-READ.
006680     IF WS-AUDIT-EOF
006690         GO TO 3100-EXIT
006700     END-IF.
006710     IF NOT WS-AUDIT-STATUS-OK
006720         DISPLAY 'READ HW1AUDIT FAILED - FILE STATUS = '
006730             WS-AUDIT-STATUS
006740         PERFORM 9900-ABEND
006750             THRU 9900-EXIT
006760     END-IF.
006770     IF AUD-OP-CONTROL
006780         ADD 1 TO WS-CONTROL-SKIP-COUNT
006790         GO TO 3100-EXIT
006800     END-IF.
006810     ADD 1 TO WS-AUDIT-READ-COUNT.
006820     IF AUD-TS-DATE < WS-FIRST-AUDIT-DATE
006830         MOVE AUD-TS-DATE            TO WS-FIRST-AUDIT-DATE
006840     END-IF.
006850     IF AUD-OP-CLEANUP
006860         ADD 1 TO WS-CLEANUP-SKIP-COUNT
006870         GO TO 3100-EXIT
006880     END-IF.
006890     IF AUD-TS-DATE NOT > WS-OPEN-DATE
006900             OR AUD-TS-DATE > WS-CLOSE-DATE
006910         ADD 1 TO WS-AUDIT-OUTSIDE-COUNT
006920         GO TO 3100-EXIT
006930     END-IF.
006940     ADD 1 TO WS-AUDIT-USED-COUNT.
006950     EVALUATE TRUE
006960         WHEN AUD-OP-ADD
006970             IF AUD-BATCH-ID = 'WAITLIST'
006980                 MOVE WS-COL-SEATED  TO WS-POST-COL
006990             ELSE
007000                 MOVE WS-COL-ADDED   TO WS-POST-COL
007010             END-IF
007020             PERFORM 3300-POST-NEW-SIDE
007030                 THRU 3300-EXIT
007040         WHEN AUD-OP-DELETE
007050             IF AUD-BATCH-ID = 'PURGE'
007060                 MOVE WS-COL-PURGED  TO WS-POST-COL
007070             ELSE
007080                 MOVE WS-COL-DELETED TO WS-POST-COL
007090             END-IF
007100             PERFORM 3200-POST-OLD-SIDE
007110                 THRU 3200-EXIT
007120         WHEN AUD-OP-CHANGE OR AUD-OP-TRANSFER
007130             PERFORM 3400-POST-CHANGE
007140                 THRU 3400-EXIT
007150         WHEN OTHER
007160             ADD 1 TO WS-UNKNOWN-OP-COUNT
007170             SUBTRACT 1 FROM WS-AUDIT-USED-COUNT
007180     END-EVALUATE.
007190 3100-EXIT.
007200     EXIT.
007210*
007220*=============================================================
007230* 3200-POST-OLD-SIDE  -  TAKE ONE OUT OF THE ENTRY'S OLD TEAM
007240*     AND STATUS UNDER WS-POST-COL.
007250*=============================================================
007260 3200-POST-OLD-SIDE.
007270     MOVE AUD-OLD-TEAM               TO WS-POST-TEAM.
007280     MOVE AUD-OLD-STATUS             TO WS-POST-STATUS.
007290     MOVE -1                         TO WS-POST-AMOUNT.
007300     PERFORM 3900-POST-MOVEMENT
007310         THRU 3900-EXIT.
007320 3200-EXIT.
007330     EXIT.
007340*
007350*=============================================================
007360* 3300-POST-NEW-SIDE  -  PUT ONE INTO THE ENTRY'S NEW TEAM AND
007370*     STATUS UNDER WS-POST-COL.
007380*=============================================================
007390 3300-POST-NEW-SIDE.
007400     MOVE AUD-NEW-TEAM               TO WS-POST-TEAM.
007410     MOVE AUD-NEW-STATUS             TO WS-POST-STATUS.
007420     MOVE 1                          TO WS-POST-AMOUNT.
007430     PERFORM 3900-POST-MOVEMENT
007440         THRU 3900-EXIT.
007450 3300-EXIT.
007460     EXIT.
007470*
007480*=============================================================
007490* 3400-POST-CHANGE  -  A CHANGE OR TRANSFER. A NEW TEAM IS A
007500*     MOVE OUT OF THE OLD AND INTO THE NEW, CARRYING ANY STATUS
007510*     CHANGE MADE AT THE SAME TIME. ON THE SAME TEAM, PENDING
007520*     TO ACTIVE IS AN ACTIVATION, ANYTHING TO DROPPED IS A DROP
007530*     AND ANY OTHER STATUS CHANGE IS OTHER; A CHANGE TO THE NAME
007540*     OR DATE ONLY MOVES NOTHING.
007550*=============================================================
007560 3400-POST-CHANGE.
007570     IF AUD-OLD-TEAM NOT = AUD-NEW-TEAM
007580         MOVE WS-COL-MOVE-OUT        TO WS-POST-COL
007590         PERFORM 3200-POST-OLD-SIDE
007600             THRU 3200-EXIT
007610         MOVE WS-COL-MOVE-IN         TO WS-POST-COL
007620         PERFORM 3300-POST-NEW-SIDE
007630             THRU 3300-EXIT
007640         GO TO 3400-EXIT
007650     END-IF.
007660     IF AUD-OLD-STATUS = AUD-NEW-STATUS
007670         GO TO 3400-EXIT
007680     END-IF.
007690     EVALUATE TRUE
007700         WHEN AUD-OLD-STATUS = 'P' AND AUD-NEW-STATUS = 'A'
007710             MOVE WS-COL-ACTIVATED   TO WS-POST-COL
007720         WHEN AUD-NEW-STATUS = 'D'
007730             MOVE WS-COL-DROPPED     TO WS-POST-COL
007740         WHEN OTHER
007750             MOVE WS-COL-OTHER       TO WS-POST-COL
007760     END-EVALUATE.
007770     PERFORM 3200-POST-OLD-SIDE
007780         THRU 3200-EXIT.
007790     PERFORM 3300-POST-NEW-SIDE
007800         THRU 3300-EXIT.
007810 3400-EXIT.
007820     EXIT.
007830*
007840*=============================================================
007850* 3800-FIND-TEAM  -  LEAVE WS-TM-SUB ON WS-FIND-TEAM'S ENTRY,
007860*     ADDING A CLEARED ONE WHEN THE CODE IS NEW.
007870*=============================================================
007880 3800-FIND-TEAM.
007890     PERFORM VARYING WS-TM-SUB FROM 1 BY 1
007900         UNTIL WS-TM-SUB > WS-TM-COUNT
007910             OR WS-TM-TEAM (WS-TM-SUB) = WS-FIND-TEAM
007920     END-PERFORM.
007930     IF WS-TM-SUB NOT > WS-TM-COUNT
007940         GO TO 3800-EXIT
007950     END-IF.
007960     IF WS-TM-COUNT NOT < WS-TM-MAX
007970         DISPLAY 'COBOLAPP1MRF - MORE THAN 200 TEAM CODES '
007980             '- RAISE WS-TM-MAX'
007990         PERFORM 9900-ABEND
008000             THRU 9900-EXIT
008010     END-IF.
008020     ADD 1 TO WS-TM-COUNT.
008030     MOVE WS-TM-COUNT                TO WS-TM-SUB.
008040     MOVE WS-FIND-TEAM               TO WS-TM-TEAM (WS-TM-SUB).
008050     MOVE ZERO TO WS-TM-OPEN-DATE (WS-TM-SUB).
008060     MOVE ZERO TO WS-TM-CLOSE-DATE (WS-TM-SUB).
008070     INITIALIZE WS-TM-ROW (WS-TM-SUB, 1).
008080     INITIALIZE WS-TM-ROW (WS-TM-SUB, 2).
008090     INITIALIZE WS-TM-ROW (WS-TM-SUB, 3).
008100 3800-EXIT.
008110     EXIT.
008120*
008130*=============================================================
008140* 3900-POST-MOVEMENT  -  ADD WS-POST-AMOUNT TO THE CELL FOR
008150*     WS-POST-TEAM, THE ROW FOR WS-POST-STATUS AND COLUMN
008160*     WS-POST-COL, AND TO THE SAME CELL OF THE ALL-TEAMS ENTRY.
008170*     A STATUS OTHER THAN PENDING OR DROPPED IS COUNTED ACTIVE.
008180*=============================================================
008190 3900-POST-MOVEMENT.
008200     MOVE WS-POST-TEAM               TO WS-FIND-TEAM.
008210     PERFORM 3800-FIND-TEAM
008220         THRU 3800-EXIT.
008230     EVALUATE WS-POST-STATUS
008240         WHEN 'P'
008250             MOVE 2                  TO WS-ROW-SUB
008260         WHEN 'D'
008270             MOVE 3                  TO WS-ROW-SUB
008280         WHEN OTHER
008290             MOVE 1                  TO WS-ROW-SUB
008300     END-EVALUATE.
008310     ADD WS-POST-AMOUNT
008320         TO WS-TM-CELL (WS-TM-SUB, WS-ROW-SUB, WS-POST-COL).
008330     ADD WS-POST-AMOUNT
008340         TO WS-TM-CELL (WS-TM-ALL, WS-ROW-SUB, WS-POST-COL).
008350 3900-EXIT.
008360     EXIT.
008370*
008380*=============================================================
008390* 4000-PRINT-STATEMENT  -  ONE BLOCK PER TEAM, THEN THE BLOCK
008400*     FOR ALL TEAMS.
008410*=============================================================
008420 4000-PRINT-STATEMENT.
008430     PERFORM 7900-NEW-PAGE
008440         THRU 7900-EXIT.
008450     IF WS-COVERAGE-SHORT
008460         MOVE WS-FIRST-AUDIT-DATE    TO CVN-FIRST-DATE
008470         MOVE WS-COVERAGE-NOTE       TO NOTE-TEXT
008480         WRITE MRFRPT-LINE FROM WS-NOTE-LINE
008490             AFTER ADVANCING 2 LINES
008500         IF NOT WS-RPT-STATUS-OK
008510             DISPLAY 'WRITE MRFRPT FAILED - FILE STATUS = '
008520                 WS-RPT-STATUS
008530             PERFORM 9900-ABEND
008540                 THRU 9900-EXIT
008550         END-IF
008560         ADD 2 TO WS-LINE-COUNT
008570     END-IF.
008580     MOVE ZERO TO WS-TM-SUB.
008590     PERFORM 4100-PRINT-ONE-TEAM
008600         THRU 4100-EXIT
008610         WS-TM-COUNT TIMES.
008620     MOVE WS-TM-ALL TO WS-TM-SUB.
008630     PERFORM 4200-PRINT-TEAM-BLOCK
008640         THRU 4200-EXIT.
008650 4000-EXIT.
008660     EXIT.
008670*
008680*=============================================================
008690* 4100-PRINT-ONE-TEAM  -  PRINT THE NEXT TEAM'S BLOCK, UNLESS
008700*     EVERY ONE OF ITS CELLS IS ZERO (A TEAM LAST SEEN ON THE
008710*     HISTORY BEFORE THE OPENING DATE).
008720*=============================================================
008730 4100-PRINT-ONE-TEAM.
008740     ADD 1 TO WS-TM-SUB.
008750     SET WS-TEAM-NOT-USED TO TRUE.
008760     MOVE ZERO TO WS-ROW-SUB.
008770     PERFORM 4110-CHECK-ROW-USED
008780         THRU 4110-EXIT
008790         3 TIMES.
008800     IF WS-TEAM-NOT-USED
008810         GO TO 4100-EXIT
008820     END-IF.
008830     ADD 1 TO WS-TEAM-PRINT-COUNT.
008840     PERFORM 4200-PRINT-TEAM-BLOCK
008850         THRU 4200-EXIT.
008860     IF WS-DIFF-ACTIVE NOT = ZERO
008870             OR WS-DIFF-PENDING NOT = ZERO
008880             OR WS-DIFF-DROPPED NOT = ZERO
008890         ADD 1 TO WS-UNBALANCED-COUNT
008900     END-IF.
008910 4100-EXIT.
008920     EXIT.
008930*
008940*=============================================================
008950* 4110-CHECK-ROW-USED  -  NOTE WHETHER ANY CELL OF THE NEXT
008960*     STATUS ROW IS NON-ZERO.
008970*=============================================================
008980 4110-CHECK-ROW-USED.
008990     ADD 1 TO WS-ROW-SUB.
009000     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
009010         UNTIL WS-COL-SUB > WS-COL-CLOSING
009020             OR WS-TM-CELL (WS-TM-SUB, WS-ROW-SUB, WS-COL-SUB)
009030                 NOT = ZERO
009040     END-PERFORM.
009050     IF WS-COL-SUB NOT > WS-COL-CLOSING
009060         SET WS-TEAM-USED TO TRUE
009070     END-IF.
009080 4110-EXIT.
009090     EXIT.
009100*
009110*=============================================================
009120* 4200-PRINT-TEAM-BLOCK  -  PRINT THE FOUR STATEMENT ROWS FOR
009130*     THE ENTRY AT WS-TM-SUB, AND THE OUT-OF-BALANCE LINE WHEN
009140*     ANY STATUS ROW DOES NOT BALANCE. THE BLOCK IS KEPT
009150*     TOGETHER ON ONE PAGE.
009160*=============================================================
009170 4200-PRINT-TEAM-BLOCK.
009180     IF WS-LINE-COUNT NOT < WS-MAX-LINES - 6
009190         PERFORM 7900-NEW-PAGE
009200             THRU 7900-EXIT
009210     END-IF.
009220     MOVE ZERO TO WS-PRINT-ROW.
009230     PERFORM 4300-PRINT-ONE-ROW
009240         THRU 4300-EXIT
009250         WS-PRINT-ROW-MAX TIMES.
009260     IF WS-DIFF-ACTIVE = ZERO
009270             AND WS-DIFF-PENDING = ZERO
009280             AND WS-DIFF-DROPPED = ZERO
009290         GO TO 4200-EXIT
009300     END-IF.
009310     MOVE WS-DIFF-ACTIVE             TO BAL-ACTIVE.
009320     MOVE WS-DIFF-PENDING            TO BAL-PENDING.
009330     MOVE WS-DIFF-DROPPED            TO BAL-DROPPED.
009340     WRITE MRFRPT-LINE FROM WS-BALANCE-LINE
009350         AFTER ADVANCING 1 LINE.
009360     IF NOT WS-RPT-STATUS-OK
009370         DISPLAY 'WRITE MRFRPT FAILED - FILE STATUS = '
009380             WS-RPT-STATUS
009390         PERFORM 9900-ABEND
009400             THRU 9900-EXIT
009410     END-IF.
009420     ADD 1                           TO WS-LINE-COUNT.
009430 4200-EXIT.
009440     EXIT.
009450*
009460*=============================================================
009470* 4300-PRINT-ONE-ROW  -  BUILD AND PRINT THE NEXT STATEMENT
009480*     ROW. THE TEAM IS SHOWN ON THE FIRST ROW ONLY, AFTER A
009490*     BLANK LINE. DIFF IS THE CLOSING COUNT LESS THE OPENING
009500*     COUNT AND EVERY MOVEMENT.
009510*=============================================================
009520 4300-PRINT-ONE-ROW.
009530     ADD 1 TO WS-PRINT-ROW.
009540     MOVE SPACES                     TO WS-DETAIL-LINE.
009550     MOVE WS-ROW-LABEL (WS-PRINT-ROW) TO DTL-ROW-LABEL.
009560     MOVE ZERO                       TO WS-PR-MOVEMENTS.
009570     MOVE ZERO                       TO WS-COL-SUB.
009580     PERFORM 4310-BUILD-ONE-CELL
009590         THRU 4310-EXIT
009600         11 TIMES.
009610     COMPUTE WS-PR-DIFF = WS-PR-CELL - WS-PR-MOVEMENTS.
009620     MOVE WS-PR-DIFF                 TO DTL-CELL (12).
009630     EVALUATE WS-PRINT-ROW
009640         WHEN 1
009650             MOVE WS-PR-DIFF         TO WS-DIFF-ACTIVE
009660         WHEN 2
009670             MOVE WS-PR-DIFF         TO WS-DIFF-PENDING
009680         WHEN 4
009690             MOVE WS-PR-DIFF         TO WS-DIFF-DROPPED
009700     END-EVALUATE.
009710     IF WS-PRINT-ROW = 1
009720         MOVE WS-TM-TEAM (WS-TM-SUB) TO DTL-TEAM
009730         WRITE MRFRPT-LINE FROM WS-DETAIL-LINE
009740             AFTER ADVANCING 2 LINES
009750         ADD 2                       TO WS-LINE-COUNT
009760     ELSE
009770         WRITE MRFRPT-LINE FROM WS-DETAIL-LINE
009780             AFTER ADVANCING 1 LINE
009790         ADD 1                       TO WS-LINE-COUNT
009800     END-IF.
009810     IF NOT WS-RPT-STATUS-OK
009820         DISPLAY 'WRITE MRFRPT FAILED - FILE STATUS = '
009830             WS-RPT-STATUS
009840         PERFORM 9900-ABEND
009850             THRU 9900-EXIT
009860     END-IF.
009870 4300-EXIT.
009880     EXIT.
009890*
009900*=============================================================
009910* 4310-BUILD-ONE-CELL  -  MOVE THE NEXT COLUMN OF THE ROW TO
009920*     THE PRINT LINE, ADDING UP EVERYTHING BEFORE THE CLOSING
009930*     COLUMN. THE ENROLLED ROW IS ACTIVE PLUS PENDING. THE LAST
009940*     CELL BUILT (CLOSING) IS LEFT IN WS-PR-CELL.
009950*=============================================================
009960 4310-BUILD-ONE-CELL.
009970     ADD 1 TO WS-COL-SUB.
009980     EVALUATE WS-PRINT-ROW
009990         WHEN 1
010000             MOVE WS-TM-CELL (WS-TM-SUB, 1, WS-COL-SUB)
010010                 TO WS-PR-CELL
010020         WHEN 2
010030             MOVE WS-TM-CELL (WS-TM-SUB, 2, WS-COL-SUB)
010040                 TO WS-PR-CELL
010050         WHEN 3
010060             COMPUTE WS-PR-CELL =
010070                 WS-TM-CELL (WS-TM-SUB, 1, WS-COL-SUB)
010080                 + WS-TM-CELL (WS-TM-SUB, 2, WS-COL-SUB)
010090         WHEN OTHER
010100             MOVE WS-TM-CELL (WS-TM-SUB, 3, WS-COL-SUB)
010110                 TO WS-PR-CELL
010120     END-EVALUATE.
010130     MOVE WS-PR-CELL                 TO DTL-CELL (WS-COL-SUB).
010140     IF WS-COL-SUB < WS-COL-CLOSING
010150         ADD WS-PR-CELL              TO WS-PR-MOVEMENTS
010160     END-IF.
010170 4310-EXIT.
010180     EXIT.
010190*
010200*=============================================================
010210* 7900-NEW-PAGE  -  START A NEW PAGE WITH THE HEADING LINES.
010220*=============================================================
010230 7900-NEW-PAGE.
010240     ADD 1                           TO WS-PAGE-COUNT.
010250     MOVE WS-PAGE-COUNT              TO HDG1-PAGE.
010260     WRITE MRFRPT-LINE FROM WS-HDG1-LINE
010270         AFTER ADVANCING PAGE.
010280     IF NOT WS-RPT-STATUS-OK
010290         DISPLAY 'WRITE MRFRPT FAILED - FILE STATUS = '
010300             WS-RPT-STATUS
010310         PERFORM 9900-ABEND
010320             THRU 9900-EXIT
010330     END-IF.
010340     MOVE WS-MONTH-X                 TO HDG2-MONTH.
010350     MOVE WS-OPEN-DATE               TO HDG2-OPEN-DATE.
010360     MOVE WS-CLOSE-DATE              TO HDG2-CLOSE-DATE.
010370     MOVE WS-BDT-BUSINESS-DATE       TO HDG2-RUN-DATE.
010380     WRITE MRFRPT-LINE FROM WS-HDG2-LINE
010390         AFTER ADVANCING 1 LINE.
010400     IF NOT WS-RPT-STATUS-OK
010410         DISPLAY 'WRITE MRFRPT FAILED - FILE STATUS = '
010420             WS-RPT-STATUS
010430         PERFORM 9900-ABEND
010440             THRU 9900-EXIT
010450     END-IF.
010460     WRITE MRFRPT-LINE FROM WS-HDG3-LINE
010470         AFTER ADVANCING 2 LINES.
010480     IF NOT WS-RPT-STATUS-OK
010490         DISPLAY 'WRITE MRFRPT FAILED - FILE STATUS = '
010500             WS-RPT-STATUS
010510         PERFORM 9900-ABEND
010520             THRU 9900-EXIT
010530     END-IF.
010540     MOVE 5                          TO WS-LINE-COUNT.
010550 7900-EXIT.
010560     EXIT.
010570*
010580*=============================================================
010590* 8000-TERMINATE  -  PRINT THE RUN TOTALS, CLOSE THE FILES AND
010600*     END WITH RETURN CODE 4 IF ANY TEAM IS OUT OF BALANCE OR
010610*     THE AUDIT INPUT DOES NOT REACH BACK TO THE OPENING DATE.
010620*=============================================================
010630 8000-TERMINATE.
010640     IF WS-LINE-COUNT NOT < WS-MAX-LINES - 10
010650         PERFORM 7900-NEW-PAGE
010660             THRU 7900-EXIT
010670     END-IF.
010680     MOVE 'HISTORY ROWS READ           =' TO TOT-LABEL.
010690     MOVE WS-HIST-READ-COUNT         TO TOT-COUNT.
010700     WRITE MRFRPT-LINE FROM WS-TOTAL-LINE
010710         AFTER ADVANCING 3 LINES.
010720     MOVE 'AUDIT ENTRIES READ          =' TO TOT-LABEL.
010730     MOVE WS-AUDIT-READ-COUNT        TO TOT-COUNT.
010740     WRITE MRFRPT-LINE FROM WS-TOTAL-LINE
010750         AFTER ADVANCING 1 LINE.
010760     MOVE 'AUDIT ENTRIES POSTED        =' TO TOT-LABEL.
010770     MOVE WS-AUDIT-USED-COUNT        TO TOT-COUNT.
010780     WRITE MRFRPT-LINE FROM WS-TOTAL-LINE
010790         AFTER ADVANCING 1 LINE.
010800     MOVE 'ENTRIES OUTSIDE THE MONTH   =' TO TOT-LABEL.
010810     MOVE WS-AUDIT-OUTSIDE-COUNT     TO TOT-COUNT.
010820     WRITE MRFRPT-LINE FROM WS-TOTAL-LINE
010830         AFTER ADVANCING 1 LINE.
010840     MOVE 'CLEANUP ENTRIES SKIPPED     =' TO TOT-LABEL.
010850     MOVE WS-CLEANUP-SKIP-COUNT      TO TOT-COUNT.
010860     WRITE MRFRPT-LINE FROM WS-TOTAL-LINE
010870         AFTER ADVANCING 1 LINE.
010880     MOVE 'UNRECOGNIZED OPERATIONS     =' TO TOT-LABEL.
010890     MOVE WS-UNKNOWN-OP-COUNT        TO TOT-COUNT.
010900     WRITE MRFRPT-LINE FROM WS-TOTAL-LINE
010910         AFTER ADVANCING 1 LINE.
010920     MOVE 'ARCHIVE CONTROL RECS SKIPPED=' TO TOT-LABEL.
010930     MOVE WS-CONTROL-SKIP-COUNT      TO TOT-COUNT.
010940     WRITE MRFRPT-LINE FROM WS-TOTAL-LINE
010950         AFTER ADVANCING 1 LINE.
010960     MOVE 'TEAMS REPORTED              =' TO TOT-LABEL.
010970     MOVE WS-TEAM-PRINT-COUNT        TO TOT-COUNT.
010980     WRITE MRFRPT-LINE FROM WS-TOTAL-LINE
010990         AFTER ADVANCING 1 LINE.
011000     MOVE 'TEAMS OUT OF BALANCE        =' TO TOT-LABEL.
011010     MOVE WS-UNBALANCED-COUNT        TO TOT-COUNT.
011020     WRITE MRFRPT-LINE FROM WS-TOTAL-LINE
011030         AFTER ADVANCING 1 LINE.
011040     IF NOT WS-RPT-STATUS-OK
011050         DISPLAY 'WRITE MRFRPT FAILED - FILE STATUS = '
011060             WS-RPT-STATUS
011070         PERFORM 9900-ABEND
011080             THRU 9900-EXIT
011090     END-IF.
011100     CLOSE HW1HIST.
011110     IF NOT WS-HIST-STATUS-OK
011120         DISPLAY 'CLOSE HW1HIST FAILED - FILE STATUS = '
011130             WS-HIST-STATUS
011140         PERFORM 9900-ABEND
011150             THRU 9900-EXIT
011160     END-IF.
011170     CLOSE HW1AUDIT.
011180     IF NOT WS-AUDIT-STATUS-OK
011190         DISPLAY 'CLOSE HW1AUDIT FAILED - FILE STATUS = '
011200             WS-AUDIT-STATUS
011210         PERFORM 9900-ABEND
011220             THRU 9900-EXIT
011230     END-IF.
011240     CLOSE MRFRPT.
011250     IF NOT WS-RPT-STATUS-OK
011260         DISPLAY 'CLOSE MRFRPT FAILED - FILE STATUS = '
011270             WS-RPT-STATUS
011280         PERFORM 9900-ABEND
011290             THRU 9900-EXIT
011300     END-IF.
011310     IF WS-UNBALANCED-COUNT > ZERO OR WS-COVERAGE-SHORT
011320         DISPLAY 'COBOLAPP1MRF - TEAMS OUT OF BALANCE OR AUDIT '
011330             'INPUT SHORT - SEE THE STATEMENT'
011340         MOVE 4 TO RETURN-CODE
011350     END-IF.
011360 8000-EXIT.
011370     EXIT.
011380*
011390*=============================================================
011400* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
011410*     CALLER) AND END THE RUN WITH A NON-ZERO RETURN CODE SO
011420*     THE JOB STEP CONDITION CODE REFLECTS THE FAILURE.
011430*=============================================================
011440 9900-ABEND.
011450     DISPLAY 'COBOLAPP1MRF ABENDING - SEE FILE STATUS MESSAGE'.
011460     DISPLAY 'ABOVE'.
011470     MOVE 16 TO RETURN-CODE.
011480     STOP RUN.
011490 9900-EXIT.
011500     EXIT.
