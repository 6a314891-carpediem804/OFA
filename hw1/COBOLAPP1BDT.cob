000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBOLAPP1BDT.
000120 AUTHOR.        D BARRETT.
000130 INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000140 DATE-WRITTEN.  20261015.
000150 DATE-COMPILED.
000160*
000170*-------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-------------------------------------------------------------
000200* 20261015 DB   NEW PROGRAM - KEEPER OF THE HW1 BUSINESS DATE.
000210*               HW1.RUN.DATE (COBDD22, ONE HW1DATERC RECORD)
000220*               HOLDS THE DATE THE NEXT NIGHTLY WINDOW PROCESSES,
000230*               AND EVERY HW1 PROGRAM NOW TAKES ITS RUN DATE FROM
000240*               IT INSTEAD OF THE SYSTEM CLOCK, SO A WINDOW THAT
000250*               RUNS PAST MIDNIGHT OR IS FINISHED NEXT MORNING
000260*               STILL WORKS ON ITS OWN DAY. THE PARM PICKS THE
000270*               FUNCTION -
000280*                   OPEN      FIRST STEP OF HW1NIGHT. MARKS THE
000290*                             WINDOW OPEN FOR THE BUSINESS DATE.
000300*                             REFUSES A DATE AFTER TODAY (THAT
000310*                             DAY'S WINDOW HAS ALREADY RUN), A
000320*                             WINDOW ALREADY OPEN (A FAILED
000330*                             WINDOW IS RESTARTED AT ITS FAILED
000340*                             STEP, NOT RESUBMITTED FROM THE
000350*                             TOP), AND A DATE MORE THAN ONE DAY
000360*                             BEHIND TODAY.
000370*                   CATCHUP   SAME AS OPEN, BUT FOR A DATE LEFT
000380*                             BEHIND BY A SKIPPED WINDOW. RUN
000390*                             HW1NIGHT ONCE PER MISSED DATE,
000400*                             OLDEST FIRST, UNTIL CAUGHT UP.
000410*                   CLOSE     LAST STEP OF HW1NIGHT, REACHED
000420*                             ONLY WHEN EVERY STEP ENDED CLEAN.
000430*                             RECORDS THE DATE AS COMPLETE AND
000440*                             ADVANCES THE BUSINESS DATE ONE
000450*                             CALENDAR DAY.
000460*                   INIT=YYYYMMDD  SEEDS AN EMPTY HW1.RUN.DATE
000470*                             WITH ITS FIRST BUSINESS DATE.
000480*               A REFUSAL WRITES NOTHING AND ENDS RC 16, SO THE
000490*               REST OF THE WINDOW IS BYPASSED.
000500*-------------------------------------------------------------
000510*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580*-------------------------------------------------------------
000590*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD, READ AT THE
000600*                 START AND REWRITTEN WHOLE AT THE END
000610*-------------------------------------------------------------
000620     SELECT HW1DATE ASSIGN TO COBDD22
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-DATE-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  HW1DATE
000690     LABEL RECORDS ARE STANDARD.
000700 01  HW1-DATE-RECORD.
000710     COPY HW1DATERC
000720         REPLACING ==:PREFIX:== BY ==BDT==.
000730*
000740 WORKING-STORAGE SECTION.
000750*-------------------------------------------------------------
000760*    FILE STATUS AND SWITCHES
000770*-------------------------------------------------------------
000780 01  WS-DATE-STATUS                  PIC X(02).
000790     88  WS-DATE-STATUS-OK               VALUE '00'.
000800     88  WS-DATE-STATUS-EOF              VALUE '10'.
000810*
000820 01  WS-DATE-EMPTY-SW                PIC X(01).
000830     88  WS-DATE-EMPTY                   VALUE 'Y'.
000840     88  WS-DATE-NOT-EMPTY               VALUE 'N'.
000850*
000860 01  WS-FUNCTION-SW                  PIC X(01).
000870     88  WS-OPEN-FUNCTION                VALUE 'O'.
000880     88  WS-CATCHUP-FUNCTION             VALUE 'U'.
000890     88  WS-CLOSE-FUNCTION               VALUE 'C'.
000900     88  WS-INIT-FUNCTION                VALUE 'I'.
000910*
000920*-------------------------------------------------------------
000930*    WS-BDT-IMAGE  -  THE CONTROL RECORD AS READ, UPDATED HERE
000940*        AND WRITTEN BACK WHOLE BY 7000-WRITE-CONTROL.
000950*-------------------------------------------------------------
000960 01  WS-BDT-IMAGE.
000970     COPY HW1DATERC
000980         REPLACING ==:PREFIX:== BY ==WS-BDT==.
000990*
001000*-------------------------------------------------------------
001010*    SYSTEM CLOCK AT START OF RUN - USED ONLY TO JUDGE HOW THE
001020*        BUSINESS DATE STANDS AGAINST TODAY AND TO STAMP THE
001030*        OPEN/CLOSE TIMES, NEVER AS A PROCESSING DATE.
001040*-------------------------------------------------------------
001050 01  WS-TODAY-DATE                   PIC 9(08).
001060 01  WS-TODAY-TIME                   PIC 9(08).
001070*
001080*-------------------------------------------------------------
001090*    INIT= PARM DATE, AND THE WORK DATE 9800-FORWARD-ONE-DAY
001100*        STEPS THROUGH THE MONTH-LENGTH TABLE.
001110*-------------------------------------------------------------
001120 01  WS-INIT-DATE-X                  PIC X(08).
001130 01  WS-INIT-DATE REDEFINES WS-INIT-DATE-X
001140                                     PIC 9(08).
001150 01  WS-STEP-DATE-WORK.
001160     05  WS-STEP-DATE                PIC 9(08).
001170     05  FILLER REDEFINES WS-STEP-DATE.
001180         10  WS-STEP-YYYY            PIC 9(04).
001190         10  WS-STEP-MM              PIC 9(02).
001200         10  WS-STEP-DD              PIC 9(02).
001210 01  WS-STEP-MONTH-END               PIC 9(02).
001220 01  WS-MONTH-DAYS-DATA              PIC X(24)
001230         VALUE '312831303130313130313031'.
001240 01  FILLER REDEFINES WS-MONTH-DAYS-DATA.
001250     05  WS-MONTH-DAYS               OCCURS 12 TIMES
001260                                     PIC 9(02).
001270 01  WS-LEAP-WORK.
001280     05  WS-LEAP-QUOT                PIC 9(04)   COMP.
001290     05  WS-LEAP-REM-4               PIC 9(04)   COMP.
001300     05  WS-LEAP-REM-100             PIC 9(04)   COMP.
001310     05  WS-LEAP-REM-400             PIC 9(04)   COMP.
001320*
001330 LINKAGE SECTION.
001340*-------------------------------------------------------------
001350*    PARM-DATA  -  EXEC PGM=COBOLAPP1BDT,PARM='OPEN', 'CATCHUP',
001360*        'CLOSE' OR 'INIT=YYYYMMDD'. THE PARM IS MANDATORY.
001370*-------------------------------------------------------------
001380 01  PARM-DATA.
001390     05  PARM-LENGTH                 PIC S9(04)  COMP.
001400     05  PARM-TEXT                   PIC X(20).
001410*
001420 PROCEDURE DIVISION USING PARM-DATA.
001430*=============================================================
001440 0000-MAINLINE SECTION.
001450*=============================================================
001460     PERFORM 1000-INITIALIZE
001470         THRU 1000-EXIT.
001480     EVALUATE TRUE
001490         WHEN WS-INIT-FUNCTION
001500             PERFORM 2000-INIT-CONTROL
001510                 THRU 2000-EXIT
001520         WHEN WS-CLOSE-FUNCTION
001530             PERFORM 4000-CLOSE-WINDOW
001540                 THRU 4000-EXIT
001550         WHEN OTHER
001560             PERFORM 3000-OPEN-WINDOW
001570                 THRU 3000-EXIT
001580     END-EVALUATE.
001590     PERFORM 7000-WRITE-CONTROL
001600         THRU 7000-EXIT.
001610     STOP RUN.
001620*
001630*=============================================================
001640* 1000-INITIALIZE  -  NOTE THE SYSTEM CLOCK, DECODE THE PARM
001650*     AND READ THE CONTROL RECORD.
001660*=============================================================
001670 1000-INITIALIZE.
001680     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001690     ACCEPT WS-TODAY-TIME FROM TIME.
001700     PERFORM 1100-PARSE-PARM
001710         THRU 1100-EXIT.
001720     PERFORM 1200-READ-CONTROL
001730         THRU 1200-EXIT.
001740 1000-EXIT.
001750     EXIT.
001760*
001770*=============================================================
001780* 1100-PARSE-PARM  -  DECODE THE FUNCTION. THERE IS NO DEFAULT -
001790*     OPENING OR CLOSING A WINDOW BY ACCIDENT IS WORSE THAN A
001800*     FAILED STEP.
001810*=============================================================
001820 1100-PARSE-PARM.
001830     EVALUATE TRUE
001840         WHEN PARM-LENGTH = 4
001850                 AND PARM-TEXT(1:4) = 'OPEN'
001860             SET WS-OPEN-FUNCTION    TO TRUE
001870         WHEN PARM-LENGTH = 7
001880                 AND PARM-TEXT(1:7) = 'CATCHUP'
001890             SET WS-CATCHUP-FUNCTION TO TRUE
001900         WHEN PARM-LENGTH = 5
001910                 AND PARM-TEXT(1:5) = 'CLOSE'
001920             SET WS-CLOSE-FUNCTION   TO TRUE
001930         WHEN PARM-LENGTH = 13
001940                 AND PARM-TEXT(1:5) = 'INIT='
001950             SET WS-INIT-FUNCTION    TO TRUE
001960         WHEN OTHER
001970             DISPLAY 'COBOLAPP1BDT - PARM MUST BE OPEN, CATCHUP, '
001980                 'CLOSE OR INIT=YYYYMMDD'
001990             PERFORM 9900-ABEND
002000                 THRU 9900-EXIT
002010     END-EVALUATE.
002020     IF NOT WS-INIT-FUNCTION
002030         GO TO 1100-EXIT
002040     END-IF.
002050     MOVE PARM-TEXT(6:8) TO WS-INIT-DATE-X.
002060     IF WS-INIT-DATE-X IS NOT NUMERIC
002070         DISPLAY 'COBOLAPP1BDT - INIT= DATE NOT NUMERIC'
002080         PERFORM 9900-ABEND
002090             THRU 9900-EXIT
002100     END-IF.
002110     MOVE WS-INIT-DATE TO WS-STEP-DATE.
002120     IF WS-STEP-MM < 1 OR WS-STEP-MM > 12
002130             OR WS-STEP-DD < 1 OR WS-STEP-DD > 31
002140         DISPLAY 'COBOLAPP1BDT - INIT= DATE IS NOT A VALID '
002150             'YYYYMMDD DATE'
002160         PERFORM 9900-ABEND
002170             THRU 9900-EXIT
002180     END-IF.
002190 1100-EXIT.
002200     EXIT.
002210*
002220*=============================================================
002230* 1200-READ-CONTROL  -  READ THE ONE CONTROL RECORD INTO
002240*     WS-BDT-IMAGE. AN EMPTY FILE IS RIGHT ONLY FOR INIT, AND
002250*     INIT IS REFUSED OVER A FILE ALREADY IN USE.
002260*=============================================================
002270 1200-READ-CONTROL.
002280     OPEN INPUT HW1DATE.
002290     IF NOT WS-DATE-STATUS-OK
002300         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
002310             WS-DATE-STATUS
002320         PERFORM 9900-ABEND
002330             THRU 9900-EXIT
002340     END-IF.
002350     SET WS-DATE-NOT-EMPTY TO TRUE.
002360     READ HW1DATE INTO WS-BDT-IMAGE
002370         AT END
002380             SET WS-DATE-EMPTY TO TRUE
002390     END-READ.
002400     IF NOT WS-DATE-STATUS-OK
002410             AND NOT WS-DATE-STATUS-EOF
002420         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
002430             WS-DATE-STATUS
002440         PERFORM 9900-ABEND
002450             THRU 9900-EXIT
002460     END-IF.
002470     CLOSE HW1DATE.
002480     IF NOT WS-DATE-STATUS-OK
002490         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
002500             WS-DATE-STATUS
002510         PERFORM 9900-ABEND
002520             THRU 9900-EXIT
002530     END-IF.
002540     IF WS-INIT-FUNCTION
002550         IF WS-DATE-NOT-EMPTY
002560             DISPLAY 'COBOLAPP1BDT - HW1DATE ALREADY HOLDS '
002570                 'BUSINESS DATE ' WS-BDT-BUSINESS-DATE
002580                 ' - INIT IS ONLY FOR AN EMPTY FILE'
002590             PERFORM 9900-ABEND
002600                 THRU 9900-EXIT
002610         END-IF
002620         GO TO 1200-EXIT
002630     END-IF.
002640     IF WS-DATE-EMPTY
002650         DISPLAY 'COBOLAPP1BDT - HW1DATE IS EMPTY - SEED IT ONCE '
002660             'WITH PARM=''INIT=YYYYMMDD'''
002670         PERFORM 9900-ABEND
002680             THRU 9900-EXIT
002690     END-IF.
002700     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
002710         DISPLAY 'COBOLAPP1BDT - HW1DATE BUSINESS DATE IS NOT '
002720             'NUMERIC'
002730         PERFORM 9900-ABEND
002740             THRU 9900-EXIT
002750     END-IF.
002760 1200-EXIT.
002770     EXIT.
002780*
002790*=============================================================
002800* 2000-INIT-CONTROL  -  BUILD THE FIRST CONTROL RECORD. THE
002810*     WINDOW STARTS CLOSED; THE FIRST HW1NIGHT OPENS IT.
002820*=============================================================
002830 2000-INIT-CONTROL.
002840     MOVE SPACES                     TO WS-BDT-IMAGE.
002850     MOVE WS-INIT-DATE               TO WS-BDT-BUSINESS-DATE.
002860     PERFORM 3100-SET-FOLLOWING-DATES
002870         THRU 3100-EXIT.
002880     SET WS-BDT-WINDOW-CLOSED        TO TRUE.
002890     SET WS-BDT-NORMAL-WINDOW        TO TRUE.
002900     MOVE ZERO                       TO WS-BDT-LAST-COMPLETE-DATE
002910                                        WS-BDT-OPEN-DATE
002920                                        WS-BDT-OPEN-TIME.
002930     MOVE WS-TODAY-DATE              TO WS-BDT-CLOSE-DATE.
002940     MOVE WS-TODAY-TIME              TO WS-BDT-CLOSE-TIME.
002950     DISPLAY 'COBOLAPP1BDT - HW1DATE SEEDED - FIRST BUSINESS '
002960         'DATE ' WS-BDT-BUSINESS-DATE.
002970 2000-EXIT.
002980     EXIT.
002990*
003000*=============================================================
003010* 3000-OPEN-WINDOW  -  OPEN THE WINDOW FOR THE BUSINESS DATE,
003020*     OR REFUSE. THE DATE IS JUDGED AGAINST TODAY BY ITS TWO
003030*     FOLLOWING DAYS - TODAY BEFORE IT MEANS THE DATE'S WINDOW
003040*     HAS ALREADY RUN, TODAY EQUAL TO IT OR THE DAY AFTER IS A
003050*     NORMAL WINDOW (THE DAY AFTER BEING ONE STARTED PAST
003060*     MIDNIGHT OR FINISHED NEXT MORNING), AND ANYTHING LATER
003070*     MEANS A WINDOW WAS SKIPPED AND NEEDS CATCHUP.
003080*=============================================================
003090 3000-OPEN-WINDOW.
003100     IF WS-BDT-WINDOW-OPEN
003110         DISPLAY 'COBOLAPP1BDT - THE WINDOW FOR BUSINESS DATE '
003120             WS-BDT-BUSINESS-DATE ' IS ALREADY OPEN (OPENED '
003130             WS-BDT-OPEN-DATE ' ' WS-BDT-OPEN-TIME ')'
003140         DISPLAY 'COBOLAPP1BDT - RESTART THE FAILED HW1NIGHT '
003150             'STEP WITH RESTART= ON THE JOB CARD - DO NOT '
003160             'RESUBMIT THE WINDOW FROM THE TOP'
003170         PERFORM 9900-ABEND
003180             THRU 9900-EXIT
003190     END-IF.
003200     PERFORM 3100-SET-FOLLOWING-DATES
003210         THRU 3100-EXIT.
003220     IF WS-TODAY-DATE < WS-BDT-BUSINESS-DATE
003230         DISPLAY 'COBOLAPP1BDT - BUSINESS DATE '
003240             WS-BDT-BUSINESS-DATE ' IS AFTER TODAY ' WS-TODAY-DATE
003250         DISPLAY 'COBOLAPP1BDT - THE WINDOW FOR '
003260             WS-BDT-LAST-COMPLETE-DATE ' HAS ALREADY RUN - A '
003270             'BUSINESS DATE IS NEVER PROCESSED TWICE'
003280         PERFORM 9900-ABEND
003290             THRU 9900-EXIT
003300     END-IF.
003310     IF WS-CATCHUP-FUNCTION
003320         IF WS-TODAY-DATE = WS-BDT-BUSINESS-DATE
003330             DISPLAY 'COBOLAPP1BDT - NOTHING TO CATCH UP - '
003340                 'BUSINESS DATE ' WS-BDT-BUSINESS-DATE
003350                 ' IS TODAY - RUN WITH BDTMODE=OPEN'
003360             PERFORM 9900-ABEND
003370                 THRU 9900-EXIT
003380         END-IF
003390         SET WS-BDT-CATCHUP-WINDOW   TO TRUE
003400     ELSE
003410         IF WS-TODAY-DATE > WS-BDT-NEXT-DATE
003420             DISPLAY 'COBOLAPP1BDT - BUSINESS DATE '
003430                 WS-BDT-BUSINESS-DATE ' IS MORE THAN ONE DAY '
003440                 'BEHIND TODAY ' WS-TODAY-DATE
003450             DISPLAY 'COBOLAPP1BDT - RUN HW1NIGHT WITH '
003460                 'BDTMODE=CATCHUP ONCE FOR EACH MISSED DATE, '
003470                 'OLDEST FIRST'
003480             PERFORM 9900-ABEND
003490                 THRU 9900-EXIT
003500         END-IF
003510         IF WS-TODAY-DATE = WS-BDT-NEXT-DATE
003520             DISPLAY 'COBOLAPP1BDT - NOTE - BUSINESS DATE '
003530                 WS-BDT-BUSINESS-DATE ' IS YESTERDAY. IF ITS '
003540                 'WINDOW WAS SKIPPED RATHER THAN LATE, RUN '
003550                 'TODAY''S WINDOW AGAIN WHEN THIS ONE ENDS'
003560         END-IF
003570         SET WS-BDT-NORMAL-WINDOW    TO TRUE
003580     END-IF.
003590     SET WS-BDT-WINDOW-OPEN          TO TRUE.
003600     MOVE WS-TODAY-DATE              TO WS-BDT-OPEN-DATE.
003610     MOVE WS-TODAY-TIME              TO WS-BDT-OPEN-TIME.
003620     DISPLAY 'COBOLAPP1BDT - WINDOW OPENED FOR BUSINESS DATE '
003630         WS-BDT-BUSINESS-DATE.
003640 3000-EXIT.
003650     EXIT.
003660*
003670*=============================================================
003680* 3100-SET-FOLLOWING-DATES  -  RECOMPUTE NEXT-DATE AND
003690*     THIRD-DATE FROM THE BUSINESS DATE.
003700*=============================================================
003710 3100-SET-FOLLOWING-DATES.
003720     MOVE WS-BDT-BUSINESS-DATE       TO WS-STEP-DATE.
003730     PERFORM 9800-FORWARD-ONE-DAY
003740         THRU 9800-EXIT.
003750     MOVE WS-STEP-DATE               TO WS-BDT-NEXT-DATE.
003760     PERFORM 9800-FORWARD-ONE-DAY
003770         THRU 9800-EXIT.
003780     MOVE WS-STEP-DATE               TO WS-BDT-THIRD-DATE.
003790 3100-EXIT.
003800     EXIT.
003810*
003820*=============================================================
003830* 4000-CLOSE-WINDOW  -  THE WHOLE WINDOW ENDED CLEAN: RECORD
003840*     THE BUSINESS DATE AS COMPLETE AND ADVANCE IT ONE DAY.
003850*=============================================================
003860 4000-CLOSE-WINDOW.
003870     IF NOT WS-BDT-WINDOW-OPEN
003880         DISPLAY 'COBOLAPP1BDT - NO WINDOW IS OPEN - BUSINESS '
003890             'DATE ' WS-BDT-BUSINESS-DATE ' WAS NOT OPENED, OR '
003900             'WAS ALREADY CLOSED'
003910         PERFORM 9900-ABEND
003920             THRU 9900-EXIT
003930     END-IF.
003940     MOVE WS-BDT-BUSINESS-DATE       TO WS-BDT-LAST-COMPLETE-DATE.
003950     MOVE WS-BDT-NEXT-DATE           TO WS-BDT-BUSINESS-DATE.
003960     PERFORM 3100-SET-FOLLOWING-DATES
003970         THRU 3100-EXIT.
003980     SET WS-BDT-WINDOW-CLOSED        TO TRUE.
003990     MOVE WS-TODAY-DATE              TO WS-BDT-CLOSE-DATE.
004000     MOVE WS-TODAY-TIME              TO WS-BDT-CLOSE-TIME.
004010     DISPLAY 'COBOLAPP1BDT - WINDOW CLOSED FOR BUSINESS DATE '
004020         WS-BDT-LAST-COMPLETE-DATE ' - NEXT BUSINESS DATE '
004030         WS-BDT-BUSINESS-DATE.
004040     IF WS-TODAY-DATE > WS-BDT-NEXT-DATE
004050         DISPLAY 'COBOLAPP1BDT - STILL BEHIND TODAY '
004060             WS-TODAY-DATE ' - RUN HW1NIGHT WITH BDTMODE=CATCHUP '
004070             'AGAIN'
004080     END-IF.
004090 4000-EXIT.
004100     EXIT.
004110*
004120*=============================================================
004130* 7000-WRITE-CONTROL  -  REPLACE THE CONTROL RECORD WITH THE
004140*     UPDATED IMAGE.
004150*=============================================================
004160 7000-WRITE-CONTROL.
004170     OPEN OUTPUT HW1DATE.
004180     IF NOT WS-DATE-STATUS-OK
004190         DISPLAY 'OPEN OUTPUT HW1DATE FAILED - FILE STATUS = '
004200             WS-DATE-STATUS
004210         PERFORM 9900-ABEND
004220             THRU 9900-EXIT
004230     END-IF.
004240     WRITE HW1-DATE-RECORD FROM WS-BDT-IMAGE
004250     END-WRITE.
004260     IF NOT WS-DATE-STATUS-OK
004270         DISPLAY 'WRITE HW1DATE FAILED - FILE STATUS = '
004280             WS-DATE-STATUS
004290         PERFORM 9900-ABEND
004300             THRU 9900-EXIT
004310     END-IF.
004320     CLOSE HW1DATE.
004330     IF NOT WS-DATE-STATUS-OK
004340         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
004350             WS-DATE-STATUS
004360         PERFORM 9900-ABEND
004370             THRU 9900-EXIT
004380     END-IF.
004390 7000-EXIT.
004400     EXIT.
004410*
004420*=============================================================
004430* 9800-FORWARD-ONE-DAY  -  STEP WS-STEP-DATE FORWARD ONE
004440*     CALENDAR DAY, ROLLING THROUGH MONTH AND YEAR ENDS WITH THE
004450*     MONTH-LENGTH TABLE AND THE LEAP-YEAR RULE (DIVISIBLE BY
004460*     4, EXCEPT CENTURIES NOT DIVISIBLE BY 400).
004470*=============================================================
004480 9800-FORWARD-ONE-DAY.
004490     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-STEP-MONTH-END.
004500     IF WS-STEP-MM = 2
004510         DIVIDE WS-STEP-YYYY BY 4
004520             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
004530         DIVIDE WS-STEP-YYYY BY 100
004540             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
004550         DIVIDE WS-STEP-YYYY BY 400
004560             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
004570         IF WS-LEAP-REM-4 = ZERO
004580                 AND (WS-LEAP-REM-100 NOT = ZERO
004590                     OR WS-LEAP-REM-400 = ZERO)
004600             MOVE 29 TO WS-STEP-MONTH-END
004610         END-IF
004620     END-IF.
004630     IF WS-STEP-DD < WS-STEP-MONTH-END
004640         ADD 1 TO WS-STEP-DD
004650         GO TO 9800-EXIT
004660     END-IF.
004670     MOVE 1 TO WS-STEP-DD.
004680     IF WS-STEP-MM = 12
004690         MOVE 1 TO WS-STEP-MM
004700         ADD 1 TO WS-STEP-YYYY
004710     ELSE
004720         ADD 1 TO WS-STEP-MM
004730     END-IF.
004740 9800-EXIT.
004750     EXIT.
004760*
004770*=============================================================
004780* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
004790*     CALLER) AND END THE RUN WITH A NON-ZERO RETURN CODE SO
004800*     THE JOB STEP CONDITION CODE REFLECTS THE FAILURE. THE
004810*     CONTROL RECORD IS LEFT AS IT WAS READ.
004820*=============================================================
004830 9900-ABEND.
004840     DISPLAY 'COBOLAPP1BDT ABENDING - SEE MESSAGE ABOVE'.
004850     MOVE 16 TO RETURN-CODE.
004860     STOP RUN.
004870 9900-EXIT.
004880     EXIT.
