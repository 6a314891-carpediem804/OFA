001499*               STATUS CHANGE KEEPS THE COUNT IN STEP; THE
001499*               NIGHTLY COBOLAPP1TCV VERIFY RECOUNTS FROM THE
001499*               MASTER AND FLAGS DRIFT.
001499* 20261015 DB   THE APPLY PASS NOW COMMITS ITS POSITION TO THE
001499*               NEW HW1MCKPT CHECKPOINT (HW1MCKRC LAYOUT) EVERY
001499*               WS-CKPT-INTERVAL TRANSACTIONS - HW1RCYC,
001499*               HW1SUSP AND HW1AUDIT ARE CLOSED AND REOPENED
001499*               EXTEND FIRST SO EVERYTHING COUNTED IS ON DISK.
001499*               A CONTROLLED ABEND ALSO COMMITS THE LAST
001499*               TRANSACTION FULLY PROCESSED ON ITS WAY OUT. A
001499*               LIVE RUN THAT FINDS THE CHECKPOINT IN-PROGRESS
001499*               REFUSES TO START, SO RESUBMITTING AN ABENDED
001499*               WINDOW CAN NO LONGER APPLY THE FIRST HALF OF
001499*               THE DAY TWICE. PARM='RESTART' (SEE HW1MNTR)
001499*               RE-USES THE FAILED RUN'S DATE AND DELETE MODE,
001499*               COPIES THE COMMITTED PART OF THE FAILED RUN'S
001499*               HW1RCYC AND HW1SUSP OUTPUTS (RCYCPRV/SUSPPRV)
001499*               INTO THE NEW ONES, SKIPS THE AGING PASS AND THE
001499*               COMMITTED HW1TRANS RECORDS, AND CARRIES ON WITH
001499*               THE RESTORED COUNTERS SO MNTRPT TOTALS COVER
001499*               THE WHOLE DAY.
001499* 20261015 DB   RUN DATE AND AUDIT ENTRY DATE NOW COME FROM THE
001499*               HW1DATE BUSINESS-DATE CONTROL RECORD (COBDD22)
001499*               INSTEAD OF THE SYSTEM CLOCK (SEE 1010 AND 9050).
001499*               A RESTART WHOSE CHECKPOINT IS FOR ANOTHER
001499*               BUSINESS DATE ABENDS, AND A LIVE RUN THAT FINDS
001499*               THE CHECKPOINT ALREADY COMPLETE FOR THE CURRENT
001499*               BUSINESS DATE ABENDS RATHER THAN APPLY THE DAY
001499*               A SECOND TIME.
001499* 20261015 DB   NEW TRANSACTION CODE 'X' - TEAM TRANSFER (SEE
001499*               4500). TRANS-ID NAMES A STUDENT ALREADY ON THE
001499*               MASTER AND TRANS-TEAM THE TEAM TO MOVE TO; THE
001499*               OTHER FIELDS ARE TAKEN FROM THE MASTER. THE
001499*               TARGET MUST BE ACTIVE ON HW1TEAM. WITH A SEAT
001499*               FREE THE MOVE APPLIES AT ONCE, BOTH TEAM MEMBER
001499*               COUNTS ARE ADJUSTED AND HW1AUDIT GETS A 'T'
001499*               ENTRY. WITH THE TARGET FULL THE TRANSFER QUEUES
001499*               ON HW1WAIT AS REQUEST TYPE 'X' AND THE STUDENT
001499*               KEEPS THE OLD SEAT UNTIL COBOLAPP1WLP SEATS IT.
001499*               TRANSFERS LOG ON MNTRPT WITH CODE X AND HAVE
001499*               THEIR OWN RUN TOTALS (ALSO CARRIED ON HW1MCKPT).
001499* 20261015 DB   A LIVE RUN NOW WRITES DATA-ENTRY STATISTICS TO
001499*               THE NEW HW1STAT OUTPUT (HW1STATRC LAYOUT) FOR
001499*               THE MONTHLY COBOLAPP1DQS SCORECARD - EVERY
001499*               DETAIL TRANSACTION IS COUNTED BY OPERATOR,
001499*               BATCH, TEAM AND OUTCOME (ACCEPTED, REJECTED BY
001499*               REASON, WAITLISTED, HELD, SUSPENDED OR DELETE
001499*               APPROVAL GIVEN) IN 7600, AFTER ITS LOG LINE IS
001499*               WRITTEN. THE COUNTS ARE WRITTEN OUT AND CLEARED
001499*               AT EACH CHECKPOINT COMMIT, SO HW1STAT IS CARRIED
001499*               THROUGH A RESTART LIKE HW1RCYC (STATPRV, AND THE
001499*               RECORD COUNT ON HW1MCKPT). TRIAL RUNS WRITE NONE.
001500*-------------------------------------------------------------
001600*
001700 ENVIRONMENT DIVISION.
002899*                  RUN, IN FULL HW1TRANS LAYOUT. MERGED INTO
002899*                  THE SUSPENSE WAREHOUSE BY THE JOB AND
002899*                  RELEASED WHEN DUE BY COBOLAPP1SUS.
002899*    HW1MCKPT   -  ONE-RECORD COMMIT-INTERVAL CHECKPOINT OF
002899*                  THE APPLY PASS (HW1MCKRC LAYOUT).
002899*    RCYCPRV    -  RESTART ONLY - THE HW1RCYC OUTPUT OF THE
002899*                  FAILED RUN, COPIED UP TO ITS COMMITTED COUNT.
002899*    SUSPPRV    -  RESTART ONLY - THE HW1SUSP OUTPUT OF THE
002899*                  FAILED RUN, COPIED UP TO ITS COMMITTED COUNT.
002899*    HW1DATE    -  BUSINESS-DATE CONTROL RECORD (READ ONLY),
002899*                  KEPT BY COBOLAPP1BDT.
002899*    HW1STAT    -  DATA-ENTRY STATISTICS BY OPERATOR, BATCH,
002899*                  TEAM AND OUTCOME (HW1STATRC LAYOUT), READ BY
002899*                  THE MONTHLY COBOLAPP1DQS SCORECARD.
002899*    STATPRV    -  RESTART ONLY - THE HW1STAT OUTPUT OF THE
002899*                  FAILED RUN, COPIED UP TO ITS COMMITTED COUNT.
002900*-------------------------------------------------------------
003000     SELECT HW1 ASSIGN TO COBDD
003100         ORGANIZATION IS INDEXED
004699     SELECT HW1SUSP ASSIGN TO COBDD15
004699         ORGANIZATION IS SEQUENTIAL
004699         FILE STATUS IS WS-SUSP-STATUS.
004699*
004699     SELECT HW1MCKPT ASSIGN TO COBDD19
004699         ORGANIZATION IS SEQUENTIAL
004699         FILE STATUS IS WS-MCKPT-STATUS.
004699*
004699     SELECT RCYCPRV ASSIGN TO COBDD20
004699         ORGANIZATION IS SEQUENTIAL
004699         FILE STATUS IS WS-RCYCPRV-STATUS.
004699*
004699     SELECT SUSPPRV ASSIGN TO COBDD21
004699         ORGANIZATION IS SEQUENTIAL
004699         FILE STATUS IS WS-SUSPPRV-STATUS.
004699*
004699     SELECT HW1DATE ASSIGN TO COBDD22
004699         ORGANIZATION IS SEQUENTIAL
004699         FILE STATUS IS WS-DATE-STATUS.
004699*
004699     SELECT HW1STAT ASSIGN TO COBDD26
004699         ORGANIZATION IS SEQUENTIAL
004699         FILE STATUS IS WS-STAT-STATUS.
004699*
004699     SELECT STATPRV ASSIGN TO COBDD27
004699         ORGANIZATION IS SEQUENTIAL
004699         FILE STATUS IS WS-STATPRV-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
006210         88  TRANS-BATCH-HEADER          VALUE 'H'.
006220         88  TRANS-BATCH-TRAILER         VALUE 'T'.
006230         88  TRANS-APPROVE-DELETE        VALUE 'V'.
006240         88  TRANS-TRANSFER              VALUE 'X'.
006300     05  TRANS-ID                    PIC 9(07).
006400     05  TRANS-NAME                  PIC X(25).
006500     05  TRANS-TEAM                  PIC X(20).
008699 FD  HW1SUSP
008699     LABEL RECORDS ARE STANDARD.
008699 01  HW1-SUSP-RECORD                 PIC X(120).
008699*
008699 FD  HW1MCKPT
008699     LABEL RECORDS ARE STANDARD.
008699 01  HW1-MCKPT-RECORD.
008699     COPY HW1MCKRC
008699         REPLACING ==:PREFIX:== BY ==MCKPT==.
008699*
008699 FD  RCYCPRV
008699     LABEL RECORDS ARE STANDARD.
008699 01  RCYCPRV-RECORD                  PIC X(120).
008699*
008699 FD  SUSPPRV
008699     LABEL RECORDS ARE STANDARD.
008699 01  SUSPPRV-RECORD                  PIC X(120).
008700*
008710 FD  HW1DATE
008720     LABEL RECORDS ARE STANDARD.
008730 01  HW1-DATE-RECORD.
008740     COPY HW1DATERC
008750         REPLACING ==:PREFIX:== BY ==BDT==.
008760*
008770 FD  HW1STAT
008772     LABEL RECORDS ARE STANDARD.
008774 01  HW1-STAT-RECORD.
008776     COPY HW1STATRC
008778         REPLACING ==:PREFIX:== BY ==STAT==.
008780*
008782 FD  STATPRV
008784     LABEL RECORDS ARE STANDARD.
008786 01  STATPRV-RECORD                  PIC X(120).
008788*
008800 WORKING-STORAGE SECTION.
008900*-------------------------------------------------------------
009000*    WS-HW1  -  WORKING COPY OF THE ROSTER RECORD, BUILT AND
013100     88  WS-AUDIT-OP-IS-ADD              VALUE 'A'.
013200     88  WS-AUDIT-OP-IS-CHANGE          VALUE 'C'.
013300     88  WS-AUDIT-OP-IS-DELETE          VALUE 'D'.
013310     88  WS-AUDIT-OP-IS-TRANSFER        VALUE 'T'.
013400*
013500*-------------------------------------------------------------
013600*    FILE STATUS FIELDS  -  CHECKED AFTER EVERY OPEN, READ,
014779     88  WS-HOLD-STATUS-NOTFND           VALUE '23'.
014779 01  WS-SUSP-STATUS                  PIC X(02).
014779     88  WS-SUSP-STATUS-OK               VALUE '00'.
014779 01  WS-MCKPT-STATUS                 PIC X(02).
014779     88  WS-MCKPT-STATUS-OK              VALUE '00'.
014779     88  WS-MCKPT-STATUS-EOF             VALUE '10'.
014779     88  WS-MCKPT-STATUS-NOTFND          VALUE '35'.
014779 01  WS-RCYCPRV-STATUS               PIC X(02).
014779     88  WS-RCYCPRV-STATUS-OK            VALUE '00'.
014779     88  WS-RCYCPRV-STATUS-EOF           VALUE '10'.
014779 01  WS-SUSPPRV-STATUS               PIC X(02).
014779     88  WS-SUSPPRV-STATUS-OK            VALUE '00'.
014779     88  WS-SUSPPRV-STATUS-EOF           VALUE '10'.
014779 01  WS-DATE-STATUS                  PIC X(02).
014779     88  WS-DATE-STATUS-OK               VALUE '00'.
014779 01  WS-STAT-STATUS                  PIC X(02).
014779     88  WS-STAT-STATUS-OK               VALUE '00'.
014779 01  WS-STATPRV-STATUS               PIC X(02).
014779     88  WS-STATPRV-STATUS-OK            VALUE '00'.
014779     88  WS-STATPRV-STATUS-EOF           VALUE '10'.
014779*
014779*-------------------------------------------------------------
014779*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
014779*        READ BY 1010-READ-BUSINESS-DATE. WS-CLOCK-DATE IS THE
014779*        SYSTEM DATE, USED ONLY BY 9050-STAMP-AUDIT-TIME.
014779*-------------------------------------------------------------
014779 01  WS-BDT-IMAGE.
014779     COPY HW1DATERC
014779         REPLACING ==:PREFIX:== BY ==WS-BDT==.
014779 01  WS-CLOCK-DATE                   PIC 9(08).
014780*
014782*-------------------------------------------------------------
014784*    TEAM COUNT ADJUSTMENT CONTROLS  -  USED BY 6700/6710 TO
014796     88  WS-WAIT-SCAN-NOT-EOF        VALUE 'N'.
014796 01  WS-WAIT-NEXT-SEQ            PIC 9(05)   COMP VALUE ZERO.
014796 01  WS-WAIT-POSITION            PIC 9(05)   COMP VALUE ZERO.
014796 01  WS-WAIT-REQUEST-SW          PIC X(01)   VALUE 'A'.
014796     88  WS-WAIT-FOR-ADD             VALUE 'A'.
014796     88  WS-WAIT-FOR-TRANSFER        VALUE 'X'.
014796 01  WS-WAIT-ID-QUEUED-SW        PIC X(01)   VALUE 'N'.
014796     88  WS-WAIT-ID-QUEUED           VALUE 'Y'.
014796     88  WS-WAIT-ID-NOT-QUEUED       VALUE 'N'.
014797*
014798*-------------------------------------------------------------
014799*    WS-RUN-MODE  -  LIVE (EMPTY PARM) APPLIES TRANSACTIONS TO
014806*-------------------------------------------------------------
014806 01  WS-CURRENT-BATCH-ID         PIC X(08)   VALUE 'NOBATCH '.
014807*
014807*-------------------------------------------------------------
014807*    CHECKPOINT/RESTART CONTROLS  -  WS-MCKPT-IMAGE IS
014807*        REFRESHED BY 7700 AFTER EVERY TRANSACTION OF THE
014807*        APPLY PASS, SO IT ALWAYS DESCRIBES THE LAST ONE FULLY
014807*        PROCESSED. 7800 COMMITS IT TO HW1MCKPT EVERY
014807*        WS-CKPT-INTERVAL TRANSACTIONS, AND 9900-ABEND COMMITS
014807*        IT ON THE WAY OUT ONCE WS-CKPT-ARMED IS SET. A
014807*        RESTART RUN LOADS IT FROM HW1MCKPT IN 1060.
014807*-------------------------------------------------------------
014807 01  WS-MCKPT-IMAGE.
014807     COPY HW1MCKRC
014807         REPLACING ==:PREFIX:== BY ==WS-MCKPT==.
014807 01  WS-CKPT-INTERVAL            PIC 9(05)   VALUE 100.
014807 01  WS-CKPT-SINCE-COMMIT        PIC 9(05)   COMP VALUE ZERO.
014807 01  WS-CKPT-COMMIT-COUNT        PIC 9(07)   COMP VALUE ZERO.
014807 01  WS-APPLY-POSITION           PIC 9(07)   COMP VALUE ZERO.
014807 01  WS-SKIP-COUNT               PIC 9(07)   COMP VALUE ZERO.
014807 01  WS-LAST-TRANS-KEY           PIC X(08)   VALUE SPACES.
014807 01  WS-PRV-COPY-COUNT           PIC 9(07)   COMP VALUE ZERO.
014807 01  WS-RESTART-SW               PIC X(01)   VALUE 'N'.
014807     88  WS-RESTART-RUN              VALUE 'R'.
014807     88  WS-NORMAL-RUN               VALUE 'N'.
014807 01  WS-CKPT-ARMED-SW            PIC X(01)   VALUE 'N'.
014807     88  WS-CKPT-ARMED               VALUE 'Y'.
014807     88  WS-CKPT-NOT-ARMED           VALUE 'N'.
014807 01  WS-CKPT-FOUND-SW            PIC X(01)   VALUE 'N'.
014807     88  WS-CKPT-FOUND               VALUE 'Y'.
014807     88  WS-CKPT-NOT-FOUND           VALUE 'N'.
014807 01  WS-PRV-EOF-SW               PIC X(01)   VALUE 'N'.
014807     88  WS-PRV-EOF                  VALUE 'Y'.
014807     88  WS-PRV-NOT-EOF              VALUE 'N'.
014807*
014808*-------------------------------------------------------------
014808*    DATA-ENTRY STATISTICS  -  7600 COUNTS EACH DETAIL
014808*        TRANSACTION INTO THE ENTRY FOR ITS OPERATOR, BATCH,
014808*        TEAM AND REJECT REASON (BLANK UNLESS REJECTED). 7650
014808*        WRITES THE TABLE TO HW1STAT AND CLEARS IT AT EVERY
014808*        CHECKPOINT COMMIT, OR SOONER IF IT FILLS. WS-STAT-
014808*        TEAM IS SET FROM TRANS-TEAM FOR EACH TRANSACTION AND
014808*        FROM THE MASTER WHEN A DELETE OR APPROVAL FINDS IT.
014808*-------------------------------------------------------------
014808 01  WS-ST-TABLE.
014808     05  WS-ST-MAX               PIC 9(03)   COMP VALUE 200.
014808     05  WS-ST-COUNT             PIC 9(03)   COMP VALUE ZERO.
014808     05  WS-ST-ENTRY OCCURS 200 TIMES.
014808         10  WS-ST-OPERATOR      PIC X(08).
014808         10  WS-ST-BATCH-ID      PIC X(08).
014808         10  WS-ST-TEAM          PIC X(20).
014808         10  WS-ST-REASON        PIC X(40).
014808         10  WS-ST-ACCEPTED      PIC 9(05)   COMP.
014808         10  WS-ST-REJECTED      PIC 9(05)   COMP.
014808         10  WS-ST-WAITLISTED    PIC 9(05)   COMP.
014808         10  WS-ST-HELD          PIC 9(05)   COMP.
014808         10  WS-ST-SUSPENDED     PIC 9(05)   COMP.
014808         10  WS-ST-APPROVALS     PIC 9(05)   COMP.
014808 01  WS-ST-SUB                   PIC 9(03)   COMP.
014808 01  WS-STAT-TEAM                PIC X(20).
014808 01  WS-STAT-REASON              PIC X(40).
014808 01  WS-STAT-FLUSH-SW            PIC X(01)   VALUE 'N'.
014808     88  WS-STAT-FLUSHING            VALUE 'Y'.
014808     88  WS-STAT-NOT-FLUSHING        VALUE 'N'.
014808*
014900*-------------------------------------------------------------
015000*    RUN COUNTERS
015100*-------------------------------------------------------------
015310 01  WS-APPROVED-COUNT           PIC 9(07)   COMP VALUE ZERO.
015311 01  WS-EXPIRED-COUNT            PIC 9(07)   COMP VALUE ZERO.
015312 01  WS-SUSPENDED-COUNT          PIC 9(07)   COMP VALUE ZERO.
015313 01  WS-TRANSFER-COUNT           PIC 9(07)   COMP VALUE ZERO.
015314 01  WS-TRANSFER-WAIT-COUNT      PIC 9(07)   COMP VALUE ZERO.
015310 01  WS-RECYCLE-OUT-COUNT        PIC 9(07)   COMP VALUE ZERO.
015320 01  WS-RECYCLE-LOOP-COUNT       PIC 9(07)   COMP VALUE ZERO.
015325 01  WS-STAT-OUT-COUNT           PIC 9(07)   COMP VALUE ZERO.
015330*
015340*-------------------------------------------------------------
015350*    WS-RUN-DATE  -  RUN DATE STAMPED ON EVERY HW1RCYC RECORD
016730             VALUE 'QUEUED AT POSITION '.
016740     05  WM-POSITION             PIC ZZZZ9.
016750     05  FILLER                  PIC X(14)   VALUE ' ON WAITLIST'.
016751*
016752 01  WS-XFER-WAIT-MESSAGE.
016753     05  FILLER                  PIC X(28)
016754             VALUE 'TRANSFER QUEUED AT POSITION '.
016755     05  XM-POSITION             PIC ZZZZ9.
016756     05  FILLER                  PIC X(07)   VALUE SPACES.
016757*
016758 01  WS-XFER-DONE-MESSAGE.
016759     05  FILLER                  PIC X(17)
016760             VALUE 'TRANSFERRED FROM '.
016761     05  XD-FROM-TEAM            PIC X(20).
016762     05  FILLER                  PIC X(03)   VALUE SPACES.
016760*
016800 01  WS-TOTAL-LINE.
016900     05  FILLER                  PIC X(01)   VALUE SPACES.
017230     05  FILLER                  PIC X(01)   VALUE SPACES.
017240     05  FILLER                  PIC X(79)
017250             VALUE 'TRIAL RUN - MASTER AND AUDIT NOT UPDATED'.
017260*
017270 01  WS-RESTART-BANNER-LINE.
017275     05  FILLER                  PIC X(01)   VALUE SPACES.
017280     05  FILLER                  PIC X(35)
017285             VALUE 'RESTART RUN - RESUMED AFTER RECORD '.
017290     05  RB-POSITION             PIC ZZZZZZ9.
017292     05  FILLER                  PIC X(20)
017294             VALUE ' OF HW1TRANS, BATCH '.
017296     05  RB-BATCH-ID             PIC X(08).
017298     05  FILLER                  PIC X(09)   VALUE SPACES.
017300*
017310 LINKAGE SECTION.
017320*-------------------------------------------------------------
017330*    PARM-DATA  -  EXEC PGM=COBOLAPP1MNT,PARM='TRIAL' FOR A
017340*        REPORT-ONLY PASS; AN EMPTY PARM RUNS LIVE;
017345*        PARM='RESTART' RESUMES A FAILED LIVE RUN.
017350*-------------------------------------------------------------
017360 01  PARM-DATA.
017370     05  PARM-LENGTH             PIC S9(04)  COMP.
017900         THRU 1000-EXIT.
017920     PERFORM 1500-VERIFY-BATCHES
017940         THRU 1500-EXIT.
017950     IF WS-RESTART-RUN
017952         PERFORM 1700-SKIP-TO-RESTART-POINT
017954             THRU 1700-EXIT
017956     ELSE
017960         PERFORM 1600-AGE-HOLD-FILE
017980             THRU 1600-EXIT
017982     END-IF.
017984     IF WS-LIVE-MODE
017986         PERFORM 7700-SNAPSHOT-POSITION
017988             THRU 7700-EXIT
017990         SET WS-CKPT-ARMED TO TRUE
017992         PERFORM 7800-COMMIT-CHECKPOINT
017994             THRU 7800-EXIT
017996     END-IF.
018000     PERFORM 2000-PROCESS-TRANSACTION
018100         THRU 2000-EXIT
018200         UNTIL WS-TRANS-EOF.
022087         PERFORM 9900-ABEND
022087             THRU 9900-EXIT
022087     END-IF.
022087     IF WS-LIVE-MODE
022087         OPEN OUTPUT HW1STAT
022087         IF NOT WS-STAT-STATUS-OK
022087             DISPLAY 'OPEN OUTPUT HW1STAT FAILED - FILE '
022087                 'STATUS = ' WS-STAT-STATUS
022087             PERFORM 9900-ABEND
022087                 THRU 9900-EXIT
022087         END-IF
022087     END-IF.
022087     PERFORM 1010-READ-BUSINESS-DATE
022087         THRU 1010-EXIT.
022088     IF WS-LIVE-MODE
022088         PERFORM 1060-READ-CHECKPOINT
022088             THRU 1060-EXIT
022088     END-IF.
022088     IF WS-RESTART-RUN
022088         PERFORM 1080-COPY-PRIOR-OUTPUTS
022088             THRU 1080-EXIT
022088     END-IF.
022089     IF WS-TRIAL-MODE
022090         WRITE MNTRPT-LINE FROM WS-TRIAL-BANNER-LINE
022091         IF NOT WS-RPT-STATUS-OK
022097     END-IF.
022400 1000-EXIT.
022500     EXIT.
022500*
022500*=============================================================
022500* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
022500*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
022500*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
022500*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
022500*=============================================================
022500 1010-READ-BUSINESS-DATE.
022500     OPEN INPUT HW1DATE.
022500     IF NOT WS-DATE-STATUS-OK
022500         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
022500             WS-DATE-STATUS
022500         PERFORM 9900-ABEND
022500             THRU 9900-EXIT
022500     END-IF.
022500     READ HW1DATE INTO WS-BDT-IMAGE
022500         AT END
022500             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
022500             PERFORM 9900-ABEND
022500                 THRU 9900-EXIT
022500     END-READ.
022500     IF NOT WS-DATE-STATUS-OK
022500         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
022500             WS-DATE-STATUS
022500         PERFORM 9900-ABEND
022500             THRU 9900-EXIT
022500     END-IF.
022500     CLOSE HW1DATE.
022500     IF NOT WS-DATE-STATUS-OK
022500         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
022500             WS-DATE-STATUS
022500         PERFORM 9900-ABEND
022500             THRU 9900-EXIT
022500     END-IF.
022500     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
022500         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
022500         PERFORM 9900-ABEND
022500             THRU 9900-EXIT
022500     END-IF.
022500     MOVE WS-BDT-BUSINESS-DATE       TO WS-RUN-DATE.
022500 1010-EXIT.
022500     EXIT.
022510*
022512*=============================================================
022514* 1050-PARSE-PARM  -  DECODE THE EXEC PARM INTO THE RUN MODE.
022516*     AN EMPTY PARM RUNS LIVE; 'TRIAL' RUNS REPORT-ONLY;
022517*     'FORCEDEL' RUNS LIVE WITH THE EMERGENCY SINGLE-STEP
022518*     DELETE PATH; 'RESTART' RESUMES A FAILED LIVE RUN FROM
022519*     ITS HW1MCKPT CHECKPOINT; ANY OTHER VALUE ABENDS SO A
022520*     MISKEYED PARM CANNOT APPLY THE BATCH FOR REAL BY
022521*     ACCIDENT.
022522*=============================================================
022524 1050-PARSE-PARM.
022526     SET WS-LIVE-MODE TO TRUE.
022527     SET WS-TWO-STEP-DELETE TO TRUE.
022527     SET WS-NORMAL-RUN TO TRUE.
022528     IF PARM-LENGTH = ZERO
022530         GO TO 1050-EXIT
022532     END-IF.
022542         SET WS-FORCE-DELETE TO TRUE
022542         GO TO 1050-EXIT
022542     END-IF.
022543     IF PARM-LENGTH = 7
022543             AND PARM-TEXT(1:7) = 'RESTART'
022543         SET WS-RESTART-RUN TO TRUE
022543         GO TO 1050-EXIT
022543     END-IF.
022544     DISPLAY 'COBOLAPP1MNT - UNRECOGNIZED PARM - ONLY TRIAL, '
022546         'FORCEDEL, RESTART OR AN EMPTY PARM IS ACCEPTED'.
022548     PERFORM 9900-ABEND
022550         THRU 9900-EXIT.
022552 1050-EXIT.
022554     EXIT.
022555*
022556*=============================================================
022557* 1060-READ-CHECKPOINT  -  LOAD THE HW1MCKPT CHECKPOINT LEFT
022558*     BY THE LAST LIVE RUN. A NORMAL RUN THAT FINDS IT STILL
022559*     IN-PROGRESS ABENDS - THE LAST RUN DIED PART WAY AND A
022560*     FRESH START WOULD APPLY ITS COMMITTED TRANSACTIONS A
022561*     SECOND TIME. A RESTART RUN NEEDS EXACTLY THAT CASE, AND
022562*     TAKES ITS RUN DATE, DELETE MODE AND EVERY RUN COUNTER
022563*     FROM THE CHECKPOINT SO THE TOTALS COVER THE WHOLE DAY.
022564*     A MISSING OR EMPTY FILE MEANS NO RUN HAS COMMITTED YET.
022565*=============================================================
022566 1060-READ-CHECKPOINT.
022567     SET WS-CKPT-NOT-FOUND TO TRUE.
022568     MOVE SPACES TO WS-MCKPT-IMAGE.
022569     OPEN INPUT HW1MCKPT.
022570     IF WS-MCKPT-STATUS-OK
022571         READ HW1MCKPT INTO WS-MCKPT-IMAGE
022572             AT END
022573                 SET WS-CKPT-NOT-FOUND TO TRUE
022574             NOT AT END
022575                 SET WS-CKPT-FOUND TO TRUE
022576         END-READ
022577         IF NOT WS-MCKPT-STATUS-OK
022578                 AND NOT WS-MCKPT-STATUS-EOF
022579             DISPLAY 'READ HW1MCKPT FAILED - FILE STATUS = '
022580                 WS-MCKPT-STATUS
022581             PERFORM 9900-ABEND
022582                 THRU 9900-EXIT
022583         END-IF
022584         CLOSE HW1MCKPT
022585         IF NOT WS-MCKPT-STATUS-OK
022586             DISPLAY 'CLOSE HW1MCKPT FAILED - FILE STATUS = '
022587                 WS-MCKPT-STATUS
022588             PERFORM 9900-ABEND
022589                 THRU 9900-EXIT
022590         END-IF
022591     ELSE
022592         IF NOT WS-MCKPT-STATUS-NOTFND
022593             DISPLAY 'OPEN INPUT HW1MCKPT FAILED - FILE STATUS = '
022594                 WS-MCKPT-STATUS
022595             PERFORM 9900-ABEND
022596                 THRU 9900-EXIT
022597         END-IF
022598     END-IF.
022599     IF WS-NORMAL-RUN
022600         IF WS-CKPT-FOUND AND WS-MCKPT-IN-PROGRESS
022601             DISPLAY 'COBOLAPP1MNT - THE RUN FOR '
022602                 WS-MCKPT-RUN-DATE ' DID NOT COMPLETE - '
022603                 'HW1MCKPT IS STILL IN-PROGRESS AT RECORD '
022604                 WS-MCKPT-TRANS-COUNT
022605             DISPLAY 'RESUBMIT IT WITH PARM=RESTART (JOB '
022606                 'HW1MNTR) - A FRESH RUN WOULD APPLY THE '
022607                 'COMMITTED TRANSACTIONS TWICE'
022608             PERFORM 9900-ABEND
022609                 THRU 9900-EXIT
022610         END-IF
022610         IF WS-CKPT-FOUND AND WS-MCKPT-COMPLETE
022610                 AND WS-MCKPT-RUN-DATE = WS-RUN-DATE
022610             DISPLAY 'COBOLAPP1MNT - BUSINESS DATE '
022610                 WS-RUN-DATE ' HAS ALREADY BEEN APPLIED - '
022610                 'HW1MCKPT IS COMPLETE FOR IT'
022610             DISPLAY 'RESTART THE WINDOW AT THE STEP THAT '
022610                 'FAILED, NOT AT MNTSTEP'
022610             PERFORM 9900-ABEND
022610                 THRU 9900-EXIT
022610         END-IF
022611         GO TO 1060-EXIT
022612     END-IF.
022613     IF WS-CKPT-NOT-FOUND OR NOT WS-MCKPT-IN-PROGRESS
022614         DISPLAY 'COBOLAPP1MNT - PARM=RESTART BUT HW1MCKPT '
022615             'HOLDS NO INCOMPLETE RUN - NOTHING TO RESTART'
022616         PERFORM 9900-ABEND
022617             THRU 9900-EXIT
022618     END-IF.
022618     IF WS-MCKPT-RUN-DATE NOT = WS-RUN-DATE
022618         DISPLAY 'COBOLAPP1MNT - HW1MCKPT IS FOR BUSINESS DATE '
022618             WS-MCKPT-RUN-DATE ' BUT HW1DATE IS AT ' WS-RUN-DATE
022618         DISPLAY 'RESTART ONLY BEFORE COBOLAPP1BDT HAS CLOSED OR '
022618             'REOPENED THE WINDOW'
022618         PERFORM 9900-ABEND
022618             THRU 9900-EXIT
022618     END-IF.
022619     MOVE WS-MCKPT-RUN-DATE          TO WS-RUN-DATE.
022620     MOVE WS-MCKPT-DELETE-MODE       TO WS-DELETE-MODE.
022621     MOVE WS-MCKPT-ACCEPT-COUNT      TO WS-ACCEPT-COUNT.
022622     MOVE WS-MCKPT-REJECT-COUNT      TO WS-REJECT-COUNT.
022623     MOVE WS-MCKPT-WAITLIST-COUNT    TO WS-WAITLIST-COUNT.
022624     MOVE WS-MCKPT-BATCH-GOOD-COUNT  TO WS-BATCH-GOOD-COUNT.
022625     MOVE WS-MCKPT-BATCH-BAD-COUNT   TO WS-BATCH-BAD-COUNT.
022626     MOVE WS-MCKPT-BATCH-SKIP-COUNT  TO WS-BATCH-SKIP-COUNT.
022627     MOVE WS-MCKPT-HELD-COUNT        TO WS-HELD-COUNT.
022628     MOVE WS-MCKPT-APPROVED-COUNT    TO WS-APPROVED-COUNT.
022629     MOVE WS-MCKPT-EXPIRED-COUNT     TO WS-EXPIRED-COUNT.
022630     MOVE WS-MCKPT-SUSP-COUNT        TO WS-SUSPENDED-COUNT.
022630     MOVE WS-MCKPT-TRANSFER-COUNT    TO WS-TRANSFER-COUNT.
022630     MOVE WS-MCKPT-TRANSFER-WAIT-COUNT
022630         TO WS-TRANSFER-WAIT-COUNT.
022631     MOVE WS-MCKPT-RCYC-COUNT        TO WS-RECYCLE-OUT-COUNT.
022632     MOVE WS-MCKPT-RECYCLE-LOOP-COUNT
022633         TO WS-RECYCLE-LOOP-COUNT.
022633     MOVE WS-MCKPT-STAT-COUNT        TO WS-STAT-OUT-COUNT.
022634     MOVE WS-MCKPT-COMMIT-COUNT      TO WS-CKPT-COMMIT-COUNT.
022635 1060-EXIT.
022636     EXIT.
022637*
022638*=============================================================
022639* 1080-COPY-PRIOR-OUTPUTS  -  RESTART ONLY. CARRY THE
022640*     COMMITTED PART OF THE FAILED RUN'S HW1RCYC, HW1SUSP AND
022641*     HW1STAT OUTPUTS INTO THIS RUN'S, UP TO THE COUNTS ON THE
022642*     CHECKPOINT. ANYTHING THE FAILED RUN WROTE PAST THAT
022643*     POINT IS DROPPED - THOSE TRANSACTIONS ARE RE-DRIVEN AND
022644*     WRITE THEIR OWN RECORDS AGAIN. A PRIOR FILE SHORTER THAN
022645*     ITS COMMITTED COUNT ABENDS - IT IS NOT THE RIGHT FILE.
022646*=============================================================
022647 1080-COPY-PRIOR-OUTPUTS.
022648     OPEN INPUT RCYCPRV.
022649     IF NOT WS-RCYCPRV-STATUS-OK
022650         DISPLAY 'OPEN INPUT RCYCPRV FAILED - FILE STATUS = '
022651             WS-RCYCPRV-STATUS
022652         PERFORM 9900-ABEND
022653             THRU 9900-EXIT
022654     END-IF.
022655     MOVE ZERO TO WS-PRV-COPY-COUNT.
022656     SET WS-PRV-NOT-EOF TO TRUE.
022657     PERFORM 1082-COPY-PRIOR-RCYC
022658         THRU 1082-EXIT
022659         UNTIL WS-PRV-COPY-COUNT NOT < WS-MCKPT-RCYC-COUNT
022660             OR WS-PRV-EOF.
022661     IF WS-PRV-COPY-COUNT < WS-MCKPT-RCYC-COUNT
022662         DISPLAY 'COBOLAPP1MNT - RCYCPRV HOLDS ONLY '
022663             WS-PRV-COPY-COUNT ' OF THE ' WS-MCKPT-RCYC-COUNT
022664             ' COMMITTED HW1RCYC RECORDS'
022665         PERFORM 9900-ABEND
022666             THRU 9900-EXIT
022667     END-IF.
022668     CLOSE RCYCPRV.
022669     IF NOT WS-RCYCPRV-STATUS-OK
022670         DISPLAY 'CLOSE RCYCPRV FAILED - FILE STATUS = '
022671             WS-RCYCPRV-STATUS
022672         PERFORM 9900-ABEND
022673             THRU 9900-EXIT
022674     END-IF.
022675     OPEN INPUT SUSPPRV.
022676     IF NOT WS-SUSPPRV-STATUS-OK
022677         DISPLAY 'OPEN INPUT SUSPPRV FAILED - FILE STATUS = '
022678             WS-SUSPPRV-STATUS
022679         PERFORM 9900-ABEND
022680             THRU 9900-EXIT
022681     END-IF.
022682     MOVE ZERO TO WS-PRV-COPY-COUNT.
022683     SET WS-PRV-NOT-EOF TO TRUE.
022684     PERFORM 1084-COPY-PRIOR-SUSP
022685         THRU 1084-EXIT
022686         UNTIL WS-PRV-COPY-COUNT NOT < WS-MCKPT-SUSP-COUNT
022687             OR WS-PRV-EOF.
022688     IF WS-PRV-COPY-COUNT < WS-MCKPT-SUSP-COUNT
022689         DISPLAY 'COBOLAPP1MNT - SUSPPRV HOLDS ONLY '
022690             WS-PRV-COPY-COUNT ' OF THE ' WS-MCKPT-SUSP-COUNT
022691             ' COMMITTED HW1SUSP RECORDS'
022692         PERFORM 9900-ABEND
022693             THRU 9900-EXIT
022694     END-IF.
022695     CLOSE SUSPPRV.
022696     IF NOT WS-SUSPPRV-STATUS-OK
022697         DISPLAY 'CLOSE SUSPPRV FAILED - FILE STATUS = '
022698             WS-SUSPPRV-STATUS
022699         PERFORM 9900-ABEND
022700             THRU 9900-EXIT
022701     END-IF.
022701     OPEN INPUT STATPRV.
022701     IF NOT WS-STATPRV-STATUS-OK
022701         DISPLAY 'OPEN INPUT STATPRV FAILED - FILE STATUS = '
022701             WS-STATPRV-STATUS
022701         PERFORM 9900-ABEND
022701             THRU 9900-EXIT
022701     END-IF.
022701     MOVE ZERO TO WS-PRV-COPY-COUNT.
022701     SET WS-PRV-NOT-EOF TO TRUE.
022701     PERFORM 1086-COPY-PRIOR-STAT
022701         THRU 1086-EXIT
022701         UNTIL WS-PRV-COPY-COUNT NOT < WS-MCKPT-STAT-COUNT
022701             OR WS-PRV-EOF.
022701     IF WS-PRV-COPY-COUNT < WS-MCKPT-STAT-COUNT
022701         DISPLAY 'COBOLAPP1MNT - STATPRV HOLDS ONLY '
022701             WS-PRV-COPY-COUNT ' OF THE ' WS-MCKPT-STAT-COUNT
022701             ' COMMITTED HW1STAT RECORDS'
022701         PERFORM 9900-ABEND
022701             THRU 9900-EXIT
022701     END-IF.
022701     CLOSE STATPRV.
022701     IF NOT WS-STATPRV-STATUS-OK
022701         DISPLAY 'CLOSE STATPRV FAILED - FILE STATUS = '
022701             WS-STATPRV-STATUS
022701         PERFORM 9900-ABEND
022701             THRU 9900-EXIT
022701     END-IF.
022702 1080-EXIT.
022703     EXIT.
022704*
022705*=============================================================
022706* 1082-COPY-PRIOR-RCYC  -  COPY ONE PRIOR HW1RCYC RECORD.
022707*=============================================================
022708 1082-COPY-PRIOR-RCYC.
022709     READ RCYCPRV
022710         AT END
022711             SET WS-PRV-EOF TO TRUE
022712     END-READ.
022713     IF WS-PRV-EOF
022714         GO TO 1082-EXIT
022715     END-IF.
022716     IF NOT WS-RCYCPRV-STATUS-OK
022717         DISPLAY 'READ RCYCPRV FAILED - FILE STATUS = '
022718             WS-RCYCPRV-STATUS
022719         PERFORM 9900-ABEND
022720             THRU 9900-EXIT
022721     END-IF.
022722     WRITE HW1-RCYC-RECORD FROM RCYCPRV-RECORD.
022723     IF NOT WS-RCYC-STATUS-OK
022724         DISPLAY 'WRITE HW1RCYC FAILED - FILE STATUS = '
022725             WS-RCYC-STATUS
022726         PERFORM 9900-ABEND
022727             THRU 9900-EXIT
022728     END-IF.
022729     ADD 1 TO WS-PRV-COPY-COUNT.
022730 1082-EXIT.
022731     EXIT.
022732*
022733*=============================================================
022734* 1084-COPY-PRIOR-SUSP  -  COPY ONE PRIOR HW1SUSP RECORD.
022735*=============================================================
022736 1084-COPY-PRIOR-SUSP.
022737     READ SUSPPRV
022738         AT END
022739             SET WS-PRV-EOF TO TRUE
022740     END-READ.
022741     IF WS-PRV-EOF
022742         GO TO 1084-EXIT
022743     END-IF.
022744     IF NOT WS-SUSPPRV-STATUS-OK
022745         DISPLAY 'READ SUSPPRV FAILED - FILE STATUS = '
022746             WS-SUSPPRV-STATUS
022747         PERFORM 9900-ABEND
022748             THRU 9900-EXIT
022749     END-IF.
022750     WRITE HW1-SUSP-RECORD FROM SUSPPRV-RECORD.
022751     IF NOT WS-SUSP-STATUS-OK
022752         DISPLAY 'WRITE HW1SUSP FAILED - FILE STATUS = '
022753             WS-SUSP-STATUS
022754         PERFORM 9900-ABEND
022755             THRU 9900-EXIT
022756     END-IF.
022757     ADD 1 TO WS-PRV-COPY-COUNT.
022758 1084-EXIT.
022759     EXIT.
022759*
022759*=============================================================
022759* 1086-COPY-PRIOR-STAT  -  COPY ONE PRIOR HW1STAT RECORD.
022759*=============================================================
022759 1086-COPY-PRIOR-STAT.
022759     READ STATPRV
022759         AT END
022759             SET WS-PRV-EOF TO TRUE
022759     END-READ.
022759     IF WS-PRV-EOF
022759         GO TO 1086-EXIT
022759     END-IF.
022759     IF NOT WS-STATPRV-STATUS-OK
022759         DISPLAY 'READ STATPRV FAILED - FILE STATUS = '
022759             WS-STATPRV-STATUS
022759         PERFORM 9900-ABEND
022759             THRU 9900-EXIT
022759     END-IF.
022759     WRITE HW1-STAT-RECORD FROM STATPRV-RECORD.
022759     IF NOT WS-STAT-STATUS-OK
022759         DISPLAY 'WRITE HW1STAT FAILED - FILE STATUS = '
022759             WS-STAT-STATUS
022759         PERFORM 9900-ABEND
022759             THRU 9900-EXIT
022759     END-IF.
022759     ADD 1 TO WS-PRV-COPY-COUNT.
022759 1086-EXIT.
022759     EXIT.
022600*
022700*=============================================================
022800* 1100-READ-TRANS  -  READ THE NEXT TRANSACTION RECORD.
024409 1610-EXIT.
024410     EXIT.
024411*
024411*=============================================================
024411* 1700-SKIP-TO-RESTART-POINT  -  RESTART ONLY. READ PAST THE
024411*     HW1TRANS RECORDS THE FAILED RUN ALREADY COMMITTED AND
024411*     PUT BACK THE BATCH STATE IT HAD REACHED, SO THE APPLY
024411*     PASS PICKS UP WITH THE NEXT RECORD. THE LAST RECORD
024411*     SKIPPED MUST MATCH THE ONE THE CHECKPOINT NAMES - IF
024411*     NOT, COBDD8 IS NOT THE INPUT THE FAILED RUN READ AND
024411*     NOTHING IS APPLIED. THE HOLD AGING PASS IS NOT REPEATED -
024411*     ITS COUNT CAME BACK WITH THE CHECKPOINT.
024411*=============================================================
024411 1700-SKIP-TO-RESTART-POINT.
024411     MOVE ZERO TO WS-SKIP-COUNT.
024411     MOVE SPACES TO WS-LAST-TRANS-KEY.
024411     PERFORM 1710-SKIP-ONE-RECORD
024411         THRU 1710-EXIT
024411         UNTIL WS-SKIP-COUNT NOT < WS-MCKPT-TRANS-COUNT
024411             OR WS-TRANS-EOF.
024411     IF WS-SKIP-COUNT < WS-MCKPT-TRANS-COUNT
024411             OR WS-LAST-TRANS-KEY NOT = WS-MCKPT-LAST-KEY
024411         DISPLAY 'COBOLAPP1MNT - HW1TRANS DOES NOT MATCH THE '
024411             'HW1MCKPT POSITION - COBDD8 IS NOT THE INPUT THE '
024411             'FAILED RUN READ'
024411         PERFORM 9900-ABEND
024411             THRU 9900-EXIT
024411     END-IF.
024411     MOVE WS-MCKPT-BATCH-ID          TO WS-CURRENT-BATCH-ID.
024411     MOVE WS-MCKPT-BATCH-SW          TO WS-APPLY-BATCH-SW.
024411     MOVE WS-MCKPT-TRANS-COUNT       TO WS-APPLY-POSITION.
024411     MOVE WS-MCKPT-TRANS-COUNT       TO RB-POSITION.
024411     MOVE WS-CURRENT-BATCH-ID        TO RB-BATCH-ID.
024411     WRITE MNTRPT-LINE FROM WS-RESTART-BANNER-LINE.
024411     IF NOT WS-RPT-STATUS-OK
024411         DISPLAY 'WRITE MNTRPT FAILED - FILE STATUS = '
024411             WS-RPT-STATUS
024411         PERFORM 9900-ABEND
024411             THRU 9900-EXIT
024411     END-IF.
024411 1700-EXIT.
024411     EXIT.
024411*
024411*=============================================================
024411* 1710-SKIP-ONE-RECORD  -  PASS OVER ONE COMMITTED RECORD,
024411*     KEEPING ITS FIRST 8 BYTES FOR THE POSITION CHECK.
024411*=============================================================
024411 1710-SKIP-ONE-RECORD.
024411     ADD 1 TO WS-SKIP-COUNT.
024411     MOVE HW1-TRANS-RECORD (1:8)     TO WS-LAST-TRANS-KEY.
024411     PERFORM 1100-READ-TRANS
024411         THRU 1100-EXIT.
024411 1710-EXIT.
024411     EXIT.
024411*
024400*=============================================================
024500* 2000-PROCESS-TRANSACTION  -  APPLY ONE TRANSACTION TO THE
024600*     MASTER, LOG THE RESULT, COUNT IT IN THE DATA-ENTRY
024650*     STATISTICS AND STEP THE CHECKPOINT POSITION (LIVE
024660*     ONLY), AND READ THE NEXT ONE.
024700*=============================================================
024800 2000-PROCESS-TRANSACTION.
024850     MOVE TRANS-TEAM                 TO WS-STAT-TEAM.
024900     EVALUATE TRUE
024910         WHEN TRANS-BATCH-HEADER
024920             PERFORM 2100-START-BATCH
025810         WHEN TRANS-APPROVE-DELETE
025820             PERFORM 5500-APPROVE-DELETE
025830                 THRU 5500-EXIT
025840         WHEN TRANS-TRANSFER
025850             PERFORM 4500-TRANSFER-RECORD
025860                 THRU 4500-EXIT
025900         WHEN OTHER
026000             MOVE TRANS-CODE         TO TL-CODE
026100             MOVE TRANS-ID           TO TL-ID
026620             PERFORM 7500-WRITE-RECYCLE-REC
026640                 THRU 7500-EXIT
026700     END-EVALUATE.
026702     IF WS-LIVE-MODE
026704             AND NOT TRANS-BATCH-HEADER
026706             AND NOT TRANS-BATCH-TRAILER
026708         PERFORM 7600-POST-STATISTICS
026709             THRU 7600-EXIT
026709     END-IF.
026710     IF WS-LIVE-MODE
026720         ADD 1 TO WS-APPLY-POSITION
026730         MOVE HW1-TRANS-RECORD (1:8) TO WS-LAST-TRANS-KEY
026740         PERFORM 7700-SNAPSHOT-POSITION
026750             THRU 7700-EXIT
026760         ADD 1 TO WS-CKPT-SINCE-COMMIT
026770         IF WS-CKPT-SINCE-COMMIT NOT < WS-CKPT-INTERVAL
026780             PERFORM 7800-COMMIT-CHECKPOINT
026790                 THRU 7800-EXIT
026792         END-IF
026794     END-IF.
026800     PERFORM 1100-READ-TRANS
026900         THRU 1100-EXIT.
027000 2000-EXIT.
031000             THRU 7000-EXIT
031100         ADD 1                       TO WS-ACCEPT-COUNT
031110       WHEN WS-EDIT-WAITLIST
031115         SET WS-WAIT-FOR-ADD TO TRUE
031120         PERFORM 6400-QUEUE-WAITLIST
031130             THRU 6400-EXIT
031140         MOVE WS-WAIT-POSITION       TO WM-POSITION
039000     END-READ.
039100 4000-EXIT.
039200     EXIT.
039210*
039220*=============================================================
039230* 4500-TRANSFER-RECORD  -  MOVE A STUDENT ALREADY ON THE
039240*     MASTER TO THE TEAM IN TRANS-TEAM. THE STUDENT MUST NOT BE
039250*     DROPPED AND THE TARGET MUST BE A DIFFERENT, ACTIVE TEAM.
039260*     WITH A SEAT FREE ON THE TARGET (OR NO CAPACITY LIMIT) THE
039270*     MOVE APPLIES AT ONCE; WITH THE TARGET FULL IT QUEUES ON
039280*     HW1WAIT AND THE STUDENT KEEPS THE OLD SEAT UNTIL
039290*     COBOLAPP1WLP SEATS THE TRANSFER. A FUTURE-DATED TRANSFER
039300*     IS SUSPENDED LIKE AN ADD OR CHANGE.
039310*=============================================================
039320 4500-TRANSFER-RECORD.
039330     SET WS-EDIT-VALID TO TRUE.
039340     MOVE SPACES TO WS-EDIT-MESSAGE.
039350     MOVE TRANS-ID TO HW1-ID.
039360     READ HW1
039370         KEY IS HW1-ID
039380         INVALID KEY
039390            IF NOT WS-HW1-FILE-STATUS-OK
039400                AND NOT WS-HW1-FILE-STATUS-NOTFND
039410                 DISPLAY 'READ HW1 FAILED - FILE STATUS = '
039420                     WS-HW1-FILE-STATUS
039430                 PERFORM 9900-ABEND
039440                     THRU 9900-EXIT
039450             END-IF
039460             SET WS-EDIT-INVALID TO TRUE
039470             MOVE 'HW1-ID NOT FOUND ON MASTER' TO WS-EDIT-MESSAGE
039480     END-READ.
039490     IF WS-EDIT-INVALID
039500         PERFORM 4590-REJECT-TRANSFER
039510             THRU 4590-EXIT
039520         GO TO 4500-EXIT
039530     END-IF.
039540     MOVE HW1-ID                     TO WS-AUDIT-BEFORE-ID.
039550     MOVE HW1-NAME                   TO WS-AUDIT-BEFORE-NAME.
039560     MOVE HW1-TEAM                   TO WS-AUDIT-BEFORE-TEAM.
039570     MOVE HW1-STATUS                 TO WS-AUDIT-BEFORE-STATUS.
039580     MOVE HW1-EFFECTIVE-DATE         TO WS-AUDIT-BEFORE-EFF-DATE.
039590     MOVE HW1-ID                     TO WS-HW1-ID.
039600     MOVE HW1-NAME                   TO WS-HW1-NAME.
039610     MOVE TRANS-TEAM                 TO WS-HW1-TEAM.
039620     MOVE HW1-STATUS                 TO WS-HW1-STATUS.
039630     MOVE HW1-EFFECTIVE-DATE         TO WS-HW1-EFFECTIVE-DATE.
039640     EVALUATE TRUE
039650         WHEN WS-HW1-STATUS-DROPPED
039660             SET WS-EDIT-INVALID TO TRUE
039670             MOVE 'DROPPED STUDENT CANNOT BE TRANSFERRED'
039680                 TO WS-EDIT-MESSAGE
039690         WHEN WS-HW1-TEAM = SPACES
039700             SET WS-EDIT-INVALID TO TRUE
039710             MOVE 'HW1-TEAM MAY NOT BE BLANK' TO WS-EDIT-MESSAGE
039720         WHEN WS-HW1-TEAM = WS-AUDIT-BEFORE-TEAM
039730             SET WS-EDIT-INVALID TO TRUE
039740             MOVE 'STUDENT IS ALREADY ON THE TARGET TEAM'
039750                 TO WS-EDIT-MESSAGE
039760         WHEN OTHER
039770             SET WS-EDIT-CHECK-DUP TO TRUE
039780             PERFORM 6200-CHECK-TEAM-CODE
039790                 THRU 6200-EXIT
039800     END-EVALUATE.
039810     IF WS-EDIT-INVALID
039820         PERFORM 4590-REJECT-TRANSFER
039830             THRU 4590-EXIT
039840         GO TO 4500-EXIT
039850     END-IF.
039860     IF TRANS-EFFECTIVE-DATE IS NUMERIC
039870             AND TRANS-EFFECTIVE-DATE > WS-RUN-DATE
039880         PERFORM 6600-SUSPEND-TRANSACTION
039890             THRU 6600-EXIT
039900         GO TO 4500-EXIT
039910     END-IF.
039920     IF WS-EDIT-WAITLIST
039930         PERFORM 4520-QUEUE-TRANSFER
039940             THRU 4520-EXIT
039950     ELSE
039960         PERFORM 4510-APPLY-TRANSFER
039970             THRU 4510-EXIT
039980     END-IF.
039990 4500-EXIT.
040000     EXIT.
040010*
040020*=============================================================
040030* 4510-APPLY-TRANSFER  -  REWRITE THE MASTER RECORD ON THE NEW
040040*     TEAM (STILL IN THE BUFFER FROM THE 4500 READ), AUDIT IT
040050*     AS A TRANSFER AND SHIFT ONE MEMBER BETWEEN THE TWO TEAM
040060*     COUNTS.
040070*=============================================================
040080 4510-APPLY-TRANSFER.
040090     IF WS-LIVE-MODE
040100         MOVE WS-HW1-TEAM            TO HW1-TEAM
040110         REWRITE HW1-FILE
040120         END-REWRITE
040130         IF NOT WS-HW1-FILE-STATUS-OK
040140             DISPLAY 'REWRITE HW1-FILE FAILED - FILE STATUS = '
040150                 WS-HW1-FILE-STATUS
040160             PERFORM 9900-ABEND
040170                 THRU 9900-EXIT
040180         END-IF
040190         MOVE WS-HW1-ID              TO WS-AUDIT-AFTER-ID
040200         MOVE WS-HW1-NAME            TO WS-AUDIT-AFTER-NAME
040210         MOVE WS-HW1-TEAM            TO WS-AUDIT-AFTER-TEAM
040220         MOVE WS-HW1-STATUS          TO WS-AUDIT-AFTER-STATUS
040230         MOVE WS-HW1-EFFECTIVE-DATE  TO WS-AUDIT-AFTER-EFF-DATE
040240         SET WS-AUDIT-OP-IS-TRANSFER TO TRUE
040250         PERFORM 9000-WRITE-AUDIT-RECORD
040260             THRU 9000-EXIT
040270         PERFORM 6700-SYNC-TEAM-COUNTS
040280             THRU 6700-EXIT
040290     END-IF.
040300     MOVE WS-AUDIT-BEFORE-TEAM       TO XD-FROM-TEAM.
040310     MOVE 'X'                        TO TL-CODE.
040320     MOVE TRANS-ID                   TO TL-ID.
040330     MOVE 'TRANSFER'                 TO TL-RESULT.
040340     MOVE WS-XFER-DONE-MESSAGE       TO TL-MESSAGE.
040350     PERFORM 7000-WRITE-LOG-LINE
040360         THRU 7000-EXIT.
040370     ADD 1                           TO WS-TRANSFER-COUNT.
040380 4510-EXIT.
040390     EXIT.
040400*
040410*=============================================================
040420* 4520-QUEUE-TRANSFER  -  THE TARGET TEAM IS FULL. QUEUE THE
040430*     TRANSFER ON HW1WAIT BEHIND EVERYTHING ALREADY WAITING
040440*     FOR THAT TEAM, UNLESS THE SAME STUDENT IS ALREADY QUEUED
040450*     THERE FOR A TRANSFER. THE MASTER IS NOT TOUCHED.
040460*=============================================================
040470 4520-QUEUE-TRANSFER.
040480     SET WS-WAIT-FOR-TRANSFER TO TRUE.
040490     PERFORM 6400-QUEUE-WAITLIST
040500         THRU 6400-EXIT.
040510     IF WS-WAIT-ID-QUEUED
040520         MOVE 'TRANSFER ALREADY QUEUED FOR THIS TEAM'
040530             TO WS-EDIT-MESSAGE
040540         PERFORM 4590-REJECT-TRANSFER
040550             THRU 4590-EXIT
040560         GO TO 4520-EXIT
040570     END-IF.
040580     MOVE WS-WAIT-POSITION           TO XM-POSITION.
040590     MOVE 'X'                        TO TL-CODE.
040600     MOVE TRANS-ID                   TO TL-ID.
040610     MOVE 'WAITLIST'                 TO TL-RESULT.
040620     MOVE WS-XFER-WAIT-MESSAGE       TO TL-MESSAGE.
040630     PERFORM 7000-WRITE-LOG-LINE
040640         THRU 7000-EXIT.
040650     ADD 1                           TO WS-TRANSFER-WAIT-COUNT.
040660 4520-EXIT.
040670     EXIT.
040680*
040690*=============================================================
040700* 4590-REJECT-TRANSFER  -  LOG THE TRANSFER REJECTED WITH THE
040710*     REASON IN WS-EDIT-MESSAGE AND SEND IT TO HW1RCYC.
040720*=============================================================
040730 4590-REJECT-TRANSFER.
040740     MOVE 'X'                        TO TL-CODE.
040750     MOVE TRANS-ID                   TO TL-ID.
040760     MOVE 'REJECTED'                 TO TL-RESULT.
040770     MOVE WS-EDIT-MESSAGE            TO TL-MESSAGE.
040780     PERFORM 7000-WRITE-LOG-LINE
040790         THRU 7000-EXIT.
040800     ADD 1                           TO WS-REJECT-COUNT.
040810     PERFORM 7500-WRITE-RECYCLE-REC
040820         THRU 7500-EXIT.
040830 4590-EXIT.
040840     EXIT.
039300*
039400*=============================================================
039500* 5000-DELETE-RECORD  -  LOOK UP THE TRANSACTION KEY AND HOLD
041620             PERFORM 7500-WRITE-RECYCLE-REC
041640                 THRU 7500-EXIT
041700         NOT INVALID KEY
041750             MOVE HW1-TEAM           TO WS-STAT-TEAM
041800             IF WS-FORCE-DELETE
041810                 PERFORM 5100-EXECUTE-DELETE
041820                     THRU 5100-EXIT
044586                 THRU 7000-EXIT
044587             ADD 1                   TO WS-REJECT-COUNT
044588         NOT INVALID KEY
044588             MOVE HW1-TEAM           TO WS-STAT-TEAM
044589             PERFORM 5100-EXECUTE-DELETE
044590                 THRU 5100-EXIT
044591             MOVE 'V'                TO TL-CODE
050048*     AND THE COUNT ALREADY QUEUED, SO THE NEW ENTRY TAKES THE
050049*     NEXT SEQUENCE AND ITS POSITION CAN BE REPORTED TO THE
050050*     REQUESTER. IN TRIAL MODE THE POSITION IS COMPUTED BUT
050051*     NOTHING IS WRITTEN. THE CALLER SETS WS-WAIT-FOR-ADD OR
050051*     WS-WAIT-FOR-TRANSFER; A TRANSFER IS QUEUED WITH THE TEAM
050051*     THE STUDENT STILL SITS ON (WS-AUDIT-BEFORE-TEAM) AS ITS
050051*     FROM-TEAM, AND IS NOT QUEUED AT ALL WHEN THE SAME ID IS
050051*     ALREADY WAITING ON THIS TEAM FOR A TRANSFER
050051*     (WS-WAIT-ID-QUEUED IS LEFT SET FOR THE CALLER).
050052*=============================================================
050053 6400-QUEUE-WAITLIST.
050054     MOVE ZERO TO WS-WAIT-NEXT-SEQ.
050055     MOVE ZERO TO WS-WAIT-POSITION.
050056     SET WS-WAIT-SCAN-NOT-EOF TO TRUE.
050056     SET WS-WAIT-ID-NOT-QUEUED TO TRUE.
050057     MOVE WS-HW1-TEAM TO WAIT-TEAM.
050058     MOVE ZERO TO WAIT-SEQ.
050059     START HW1WAIT KEY NOT < WAIT-KEY
050071         THRU 6410-EXIT
050072         UNTIL WS-WAIT-SCAN-EOF.
050073     ADD 1 TO WS-WAIT-POSITION.
050073     IF WS-WAIT-FOR-TRANSFER AND WS-WAIT-ID-QUEUED
050073         GO TO 6400-EXIT
050073     END-IF.
050074     IF WS-LIVE-MODE
050075         MOVE WS-HW1-TEAM            TO WAIT-TEAM
050076         ADD 1                       TO WS-WAIT-NEXT-SEQ
050080         MOVE WS-HW1-STATUS          TO WAIT-STATUS
050081         MOVE WS-HW1-EFFECTIVE-DATE  TO WAIT-EFFECTIVE-DATE
050082         MOVE WS-RUN-DATE            TO WAIT-QUEUED-DATE
050082         IF WS-WAIT-FOR-TRANSFER
050082             SET WAIT-QUEUED-TRANSFER TO TRUE
050082             MOVE WS-AUDIT-BEFORE-TEAM
050082                 TO WAIT-FROM-TEAM
050082         ELSE
050082             MOVE 'A'                TO WAIT-REQUEST-TYPE
050082             MOVE SPACES             TO WAIT-FROM-TEAM
050082         END-IF
050083         WRITE HW1-WAIT-FILE
050084         END-WRITE
050085         IF NOT WS-WAIT-STATUS-OK
050095*=============================================================
050096* 6410-SCAN-NEXT-WAIT  -  READ THE NEXT WAITLIST RECORD AND,
050097*     WHILE IT STILL BELONGS TO THE TEAM BEING QUEUED, ROLL
050098*     THE QUEUE COUNT AND REMEMBER ITS ARRIVAL SEQUENCE. A
050098*     TRANSFER ALREADY WAITING FOR THE SAME ID IS FLAGGED.
050099*=============================================================
050100 6410-SCAN-NEXT-WAIT.
050101     READ HW1WAIT NEXT RECORD
050117     END-IF.
050118     ADD 1 TO WS-WAIT-POSITION.
050119     MOVE WAIT-SEQ TO WS-WAIT-NEXT-SEQ.
050119     IF WAIT-ID = WS-HW1-ID AND WAIT-QUEUED-TRANSFER
050119         SET WS-WAIT-ID-QUEUED TO TRUE
050119     END-IF.
050120 6410-EXIT.
050121     EXIT.
050122*
051546 7500-EXIT.
051548     EXIT.
051550*
051550*=============================================================
051550* 7600-POST-STATISTICS  -  COUNT THE DETAIL TRANSACTION JUST
051550*     PROCESSED FOR ITS OPERATOR, BATCH AND TEAM, BY THE
051550*     OUTCOME ON ITS LOG LINE. A REJECT IS COUNTED UNDER ITS
051550*     REASON; AN ACCEPTED 'V' IS A DELETE APPROVAL GIVEN, NOT
051550*     AN ACCEPT; AN APPLIED TRANSFER IS AN ACCEPT.
051550*=============================================================
051550 7600-POST-STATISTICS.
051550     IF TL-RESULT = 'REJECTED'
051550         MOVE TL-MESSAGE             TO WS-STAT-REASON
051550     ELSE
051550         MOVE SPACES                 TO WS-STAT-REASON
051550     END-IF.
051550     PERFORM VARYING WS-ST-SUB FROM 1 BY 1
051550         UNTIL WS-ST-SUB > WS-ST-COUNT
051550             OR (WS-ST-OPERATOR (WS-ST-SUB) = TRANS-OPERATOR
051550             AND WS-ST-BATCH-ID (WS-ST-SUB) = WS-CURRENT-BATCH-ID
051550             AND WS-ST-TEAM (WS-ST-SUB) = WS-STAT-TEAM
051550             AND WS-ST-REASON (WS-ST-SUB) = WS-STAT-REASON)
051550     END-PERFORM.
051550     IF WS-ST-SUB > WS-ST-COUNT
051550         IF WS-ST-COUNT NOT < WS-ST-MAX
051550             PERFORM 7650-FLUSH-STATISTICS
051550                 THRU 7650-EXIT
051550         END-IF
051550         ADD 1 TO WS-ST-COUNT
051550         MOVE WS-ST-COUNT            TO WS-ST-SUB
051550         MOVE TRANS-OPERATOR         TO WS-ST-OPERATOR (WS-ST-SUB)
051550         MOVE WS-CURRENT-BATCH-ID    TO WS-ST-BATCH-ID (WS-ST-SUB)
051550         MOVE WS-STAT-TEAM           TO WS-ST-TEAM (WS-ST-SUB)
051550         MOVE WS-STAT-REASON         TO WS-ST-REASON (WS-ST-SUB)
051550         MOVE ZERO                   TO WS-ST-ACCEPTED (WS-ST-SUB)
051550         MOVE ZERO                   TO WS-ST-REJECTED (WS-ST-SUB)
051550         MOVE ZERO                 TO WS-ST-WAITLISTED (WS-ST-SUB)
051550         MOVE ZERO                   TO WS-ST-HELD (WS-ST-SUB)
051550         MOVE ZERO                  TO WS-ST-SUSPENDED (WS-ST-SUB)
051550         MOVE ZERO                  TO WS-ST-APPROVALS (WS-ST-SUB)
051550     END-IF.
051550     EVALUATE TRUE
051550         WHEN TL-RESULT = 'REJECTED'
051550             ADD 1 TO WS-ST-REJECTED (WS-ST-SUB)
051550         WHEN TL-RESULT = 'WAITLIST'
051550             ADD 1 TO WS-ST-WAITLISTED (WS-ST-SUB)
051550         WHEN TL-RESULT = 'HELD'
051550             ADD 1 TO WS-ST-HELD (WS-ST-SUB)
051550         WHEN TL-RESULT = 'SUSPENDED'
051550             ADD 1 TO WS-ST-SUSPENDED (WS-ST-SUB)
051550         WHEN TRANS-APPROVE-DELETE
051550             ADD 1 TO WS-ST-APPROVALS (WS-ST-SUB)
051550         WHEN OTHER
051550             ADD 1 TO WS-ST-ACCEPTED (WS-ST-SUB)
051550     END-EVALUATE.
051550 7600-EXIT.
051550     EXIT.
051550*
051550*=============================================================
051550* 7650-FLUSH-STATISTICS  -  WRITE EVERY ENTRY OF THE
051550*     STATISTICS TABLE TO HW1STAT AND CLEAR THE TABLE.
051550*=============================================================
051550 7650-FLUSH-STATISTICS.
051550     SET WS-STAT-FLUSHING TO TRUE.
051550     MOVE ZERO TO WS-ST-SUB.
051550     PERFORM 7660-WRITE-STAT-REC
051550         THRU 7660-EXIT
051550         WS-ST-COUNT TIMES.
051550     MOVE ZERO TO WS-ST-COUNT.
051550     SET WS-STAT-NOT-FLUSHING TO TRUE.
051550 7650-EXIT.
051550     EXIT.
051550*
051550*=============================================================
051550* 7660-WRITE-STAT-REC  -  WRITE THE NEXT TABLE ENTRY.
051550*=============================================================
051550 7660-WRITE-STAT-REC.
051550     ADD 1 TO WS-ST-SUB.
051550     MOVE SPACES                     TO HW1-STAT-RECORD.
051550     MOVE WS-RUN-DATE                TO STAT-RUN-DATE.
051550     MOVE WS-ST-OPERATOR (WS-ST-SUB) TO STAT-OPERATOR.
051550     MOVE WS-ST-BATCH-ID (WS-ST-SUB) TO STAT-BATCH-ID.
051550     MOVE WS-ST-TEAM (WS-ST-SUB)     TO STAT-TEAM.
051550     MOVE WS-ST-REASON (WS-ST-SUB)   TO STAT-REASON.
051550     MOVE WS-ST-ACCEPTED (WS-ST-SUB) TO STAT-ACCEPTED-COUNT.
051550     MOVE WS-ST-REJECTED (WS-ST-SUB) TO STAT-REJECTED-COUNT.
051550     MOVE WS-ST-WAITLISTED (WS-ST-SUB)
051550         TO STAT-WAITLIST-COUNT.
051550     MOVE WS-ST-HELD (WS-ST-SUB)     TO STAT-HELD-COUNT.
051550     MOVE WS-ST-SUSPENDED (WS-ST-SUB) TO STAT-SUSP-COUNT.
051550     MOVE WS-ST-APPROVALS (WS-ST-SUB) TO STAT-APPROVAL-COUNT.
051550     WRITE HW1-STAT-RECORD
051550     END-WRITE.
051550     IF NOT WS-STAT-STATUS-OK
051550         DISPLAY 'WRITE HW1STAT FAILED - FILE STATUS = '
051550             WS-STAT-STATUS
051550         PERFORM 9900-ABEND
051550             THRU 9900-EXIT
051550     END-IF.
051550     ADD 1                           TO WS-STAT-OUT-COUNT.
051550 7660-EXIT.
051550     EXIT.
051550*
051552*=============================================================
051553* 7700-SNAPSHOT-POSITION  -  REFRESH WS-MCKPT-IMAGE FROM THE
051554*     POSITION AND COUNTERS AS THEY STAND AFTER THE LAST
051555*     TRANSACTION FULLY PROCESSED. NOTHING IS WRITTEN HERE.
051556*=============================================================
051557 7700-SNAPSHOT-POSITION.
051558     SET WS-MCKPT-IN-PROGRESS TO TRUE.
051559     MOVE WS-RUN-DATE                TO WS-MCKPT-RUN-DATE.
051560     MOVE WS-DELETE-MODE             TO WS-MCKPT-DELETE-MODE.
051561     MOVE WS-APPLY-POSITION          TO WS-MCKPT-TRANS-COUNT.
051562     MOVE WS-LAST-TRANS-KEY          TO WS-MCKPT-LAST-KEY.
051563     MOVE WS-CURRENT-BATCH-ID        TO WS-MCKPT-BATCH-ID.
051564     MOVE WS-APPLY-BATCH-SW          TO WS-MCKPT-BATCH-SW.
051565     MOVE WS-RECYCLE-OUT-COUNT       TO WS-MCKPT-RCYC-COUNT.
051566     MOVE WS-SUSPENDED-COUNT         TO WS-MCKPT-SUSP-COUNT.
051566     MOVE WS-TRANSFER-COUNT          TO WS-MCKPT-TRANSFER-COUNT.
051566     MOVE WS-TRANSFER-WAIT-COUNT
051566         TO WS-MCKPT-TRANSFER-WAIT-COUNT.
051567     MOVE WS-ACCEPT-COUNT            TO WS-MCKPT-ACCEPT-COUNT.
051568     MOVE WS-REJECT-COUNT            TO WS-MCKPT-REJECT-COUNT.
051569     MOVE WS-WAITLIST-COUNT          TO WS-MCKPT-WAITLIST-COUNT.
051570     MOVE WS-BATCH-GOOD-COUNT        TO WS-MCKPT-BATCH-GOOD-COUNT.
051571     MOVE WS-BATCH-BAD-COUNT         TO WS-MCKPT-BATCH-BAD-COUNT.
051572     MOVE WS-BATCH-SKIP-COUNT        TO WS-MCKPT-BATCH-SKIP-COUNT.
051573     MOVE WS-HELD-COUNT              TO WS-MCKPT-HELD-COUNT.
051574     MOVE WS-APPROVED-COUNT          TO WS-MCKPT-APPROVED-COUNT.
051575     MOVE WS-EXPIRED-COUNT           TO WS-MCKPT-EXPIRED-COUNT.
051576     MOVE WS-RECYCLE-LOOP-COUNT
051577         TO WS-MCKPT-RECYCLE-LOOP-COUNT.
051577     MOVE WS-STAT-OUT-COUNT          TO WS-MCKPT-STAT-COUNT.
051578 7700-EXIT.
051579     EXIT.
051580*
051581*=============================================================
051582* 7800-COMMIT-CHECKPOINT  -  MAKE THE WORK DONE SO FAR
051583*     DURABLE AND RECORD HOW FAR IT REACHES. THE STATISTICS
051584*     TABLE IS WRITTEN OUT, THEN HW1RCYC, HW1SUSP, HW1STAT
051584*     AND HW1AUDIT ARE CLOSED AND REOPENED EXTEND SO EVERY
051585*     RECORD COUNTED IN THE IMAGE IS ON DISK BEFORE THE
051586*     CHECKPOINT SAYS SO. LIVE MODE ONLY.
051587*=============================================================
051588 7800-COMMIT-CHECKPOINT.
051588     PERFORM 7650-FLUSH-STATISTICS
051588         THRU 7650-EXIT.
051588     MOVE WS-STAT-OUT-COUNT          TO WS-MCKPT-STAT-COUNT.
051589     CLOSE HW1RCYC.
051590     IF NOT WS-RCYC-STATUS-OK
051591         DISPLAY 'CLOSE HW1RCYC FAILED - FILE STATUS = '
051592             WS-RCYC-STATUS
051593         PERFORM 9900-ABEND
051594             THRU 9900-EXIT
051595     END-IF.
051596     OPEN EXTEND HW1RCYC.
051597     IF NOT WS-RCYC-STATUS-OK
051598         DISPLAY 'OPEN EXTEND HW1RCYC FAILED - FILE STATUS = '
051599             WS-RCYC-STATUS
051600         PERFORM 9900-ABEND
051601             THRU 9900-EXIT
051602     END-IF.
051603     CLOSE HW1SUSP.
051604     IF NOT WS-SUSP-STATUS-OK
051605         DISPLAY 'CLOSE HW1SUSP FAILED - FILE STATUS = '
051606             WS-SUSP-STATUS
051607         PERFORM 9900-ABEND
051608             THRU 9900-EXIT
051609     END-IF.
051610     OPEN EXTEND HW1SUSP.
051611     IF NOT WS-SUSP-STATUS-OK
051612         DISPLAY 'OPEN EXTEND HW1SUSP FAILED - FILE STATUS = '
051613             WS-SUSP-STATUS
051614         PERFORM 9900-ABEND
051615             THRU 9900-EXIT
051616     END-IF.
051616     CLOSE HW1STAT.
051616     IF NOT WS-STAT-STATUS-OK
051616         DISPLAY 'CLOSE HW1STAT FAILED - FILE STATUS = '
051616             WS-STAT-STATUS
051616         PERFORM 9900-ABEND
051616             THRU 9900-EXIT
051616     END-IF.
051616     OPEN EXTEND HW1STAT.
051616     IF NOT WS-STAT-STATUS-OK
051616         DISPLAY 'OPEN EXTEND HW1STAT FAILED - FILE STATUS = '
051616             WS-STAT-STATUS
051616         PERFORM 9900-ABEND
051616             THRU 9900-EXIT
051616     END-IF.
051617     CLOSE HW1AUDIT.
051618     IF NOT WS-AUDIT-STATUS-OK
051619         DISPLAY 'CLOSE HW1AUDIT FAILED - FILE STATUS = '
051620             WS-AUDIT-STATUS
051621         PERFORM 9900-ABEND
051622             THRU 9900-EXIT
051623     END-IF.
051624     OPEN EXTEND HW1AUDIT.
051625     IF NOT WS-AUDIT-STATUS-OK
051626         DISPLAY 'OPEN EXTEND HW1AUDIT FAILED - FILE '
051627             'STATUS = ' WS-AUDIT-STATUS
051628         PERFORM 9900-ABEND
051629             THRU 9900-EXIT
051630     END-IF.
051631     ADD 1 TO WS-CKPT-COMMIT-COUNT.
051632     PERFORM 7850-WRITE-CHECKPOINT
051633         THRU 7850-EXIT.
051634     MOVE ZERO TO WS-CKPT-SINCE-COMMIT.
051635 7800-EXIT.
051636     EXIT.
051637*
051638*=============================================================
051639* 7850-WRITE-CHECKPOINT  -  REPLACE THE ONE HW1MCKPT RECORD
051640*     WITH WS-MCKPT-IMAGE, STAMPED WITH THE COMMIT COUNT AND
051641*     THE CLOCK TIME OF THE COMMIT.
051642*=============================================================
051643 7850-WRITE-CHECKPOINT.
051644     MOVE WS-CKPT-COMMIT-COUNT       TO WS-MCKPT-COMMIT-COUNT.
051645     ACCEPT WS-MCKPT-COMMIT-DATE FROM DATE YYYYMMDD.
051646     ACCEPT WS-MCKPT-COMMIT-TIME FROM TIME.
051647     OPEN OUTPUT HW1MCKPT.
051648     IF NOT WS-MCKPT-STATUS-OK
051649         DISPLAY 'OPEN OUTPUT HW1MCKPT FAILED - FILE STATUS = '
051650             WS-MCKPT-STATUS
051651         PERFORM 9900-ABEND
051652             THRU 9900-EXIT
051653     END-IF.
051654     WRITE HW1-MCKPT-RECORD FROM WS-MCKPT-IMAGE.
051655     IF NOT WS-MCKPT-STATUS-OK
051656         DISPLAY 'WRITE HW1MCKPT FAILED - FILE STATUS = '
051657             WS-MCKPT-STATUS
051658         PERFORM 9900-ABEND
051659             THRU 9900-EXIT
051660     END-IF.
051661     CLOSE HW1MCKPT.
051662     IF NOT WS-MCKPT-STATUS-OK
051663         DISPLAY 'CLOSE HW1MCKPT FAILED - FILE STATUS = '
051664             WS-MCKPT-STATUS
051665         PERFORM 9900-ABEND
051666             THRU 9900-EXIT
051667     END-IF.
051668 7850-EXIT.
051669     EXIT.
051670*
051600*=============================================================
051700* 8000-TERMINATE  -  PRINT THE RUN TOTALS AND CLOSE THE
051800*     FILES. A LIVE RUN COMMITS ITS FINAL POSITION FIRST AND
051850*     MARKS THE CHECKPOINT COMPLETE ONLY AFTER EVERY FILE HAS
051870*     CLOSED CLEAN.
051900*=============================================================
052000 8000-TERMINATE.
052005     IF WS-LIVE-MODE
052006         PERFORM 7800-COMMIT-CHECKPOINT
052007             THRU 7800-EXIT
052008     END-IF.
052010     IF WS-TRIAL-MODE
052020         WRITE MNTRPT-LINE FROM WS-TRIAL-BANNER-LINE
052030     END-IF.
052602     MOVE 'TRANSACTIONS WAITLISTED     ='  TO TOT-LABEL.
052604     MOVE WS-WAITLIST-COUNT          TO TOT-COUNT.
052606     WRITE MNTRPT-LINE FROM WS-TOTAL-LINE.
052606     MOVE 'TRANSFERS APPLIED           ='  TO TOT-LABEL.
052606     MOVE WS-TRANSFER-COUNT          TO TOT-COUNT.
052606     WRITE MNTRPT-LINE FROM WS-TOTAL-LINE.
052606     MOVE 'TRANSFERS QUEUED ON WAITLIST='  TO TOT-LABEL.
052606     MOVE WS-TRANSFER-WAIT-COUNT     TO TOT-COUNT.
052606     WRITE MNTRPT-LINE FROM WS-TOTAL-LINE.
052607     MOVE 'BATCHES VERIFIED IN BALANCE ='  TO TOT-LABEL.
052607     MOVE WS-BATCH-GOOD-COUNT        TO TOT-COUNT.
052607     WRITE MNTRPT-LINE FROM WS-TOTAL-LINE.
052640     MOVE 'RECYCLED AND REJECTED AGAIN='  TO TOT-LABEL.
052650     MOVE WS-RECYCLE-LOOP-COUNT      TO TOT-COUNT.
052660     WRITE MNTRPT-LINE FROM WS-TOTAL-LINE.
052670     IF WS-LIVE-MODE
052680         MOVE 'CHECKPOINTS COMMITTED       ='  TO TOT-LABEL
052690         MOVE WS-CKPT-COMMIT-COUNT   TO TOT-COUNT
052695         WRITE MNTRPT-LINE FROM WS-TOTAL-LINE
052696         MOVE 'STATISTICS RECORDS WRITTEN  ='  TO TOT-LABEL
052697         MOVE WS-STAT-OUT-COUNT      TO TOT-COUNT
052697         WRITE MNTRPT-LINE FROM WS-TOTAL-LINE
052698     END-IF.
052700     CLOSE HW1.
052800     IF NOT WS-HW1-FILE-STATUS-OK
052850         DISPLAY 'CLOSE HW1 FAILED - FILE STATUS = '
054219         PERFORM 9900-ABEND
054219             THRU 9900-EXIT
054219     END-IF.
054219     IF WS-LIVE-MODE
054219         CLOSE HW1STAT
054219         IF NOT WS-STAT-STATUS-OK
054219             DISPLAY 'CLOSE HW1STAT FAILED - FILE STATUS = '
054219                 WS-STAT-STATUS
054219             PERFORM 9900-ABEND
054219                 THRU 9900-EXIT
054219         END-IF
054219     END-IF.
054219     IF WS-LIVE-MODE
054219         SET WS-CKPT-NOT-ARMED TO TRUE
054219         SET WS-MCKPT-COMPLETE TO TRUE
054219         PERFORM 7850-WRITE-CHECKPOINT
054219             THRU 7850-EXIT
054219     END-IF.
054220 8000-EXIT.
054300     EXIT.
054400*
054500*=============================================================
054600* 9000-WRITE-AUDIT-RECORD  -  APPEND ONE BEFORE/AFTER ENTRY
054700*     TO HW1AUDIT FOR THE ADD, CHANGE, DELETE OR TRANSFER JUST
054800*     COMPLETED.
054900*=============================================================
055000 9000-WRITE-AUDIT-RECORD.
055010     PERFORM 9050-STAMP-AUDIT-TIME
055020         THRU 9050-EXIT.
055300     EVALUATE TRUE
055400         WHEN WS-AUDIT-OP-IS-ADD
055500             SET AUD-OP-ADD TO TRUE
055700             SET AUD-OP-CHANGE TO TRUE
055800         WHEN WS-AUDIT-OP-IS-DELETE
055900             SET AUD-OP-DELETE TO TRUE
055910         WHEN WS-AUDIT-OP-IS-TRANSFER
055920             SET AUD-OP-TRANSFER TO TRUE
056000     END-EVALUATE.
056100     MOVE WS-AUDIT-BEFORE-ID         TO AUD-OLD-ID.
056200     MOVE WS-AUDIT-BEFORE-NAME       TO AUD-OLD-NAME.
057400     END-IF.
057500 9000-EXIT.
057600     EXIT.
057603*
057606*=============================================================
057609* 9050-STAMP-AUDIT-TIME  -  STAMP THE AUDIT ENTRY WITH THE
057612*     BUSINESS DATE AND THE CLOCK TIME. ONCE THE CLOCK HAS PASSED
057615*     MIDNIGHT THE TIME CARRIES ON PAST 24 HOURS (24-47 THE NEXT
057618*     DAY, 48-71 THE DAY AFTER, 72-95 BEYOND), SO ONE BUSINESS
057621*     DATE'S ENTRIES STILL SORT IN THE ORDER THEY WERE WRITTEN.
057624*     AN ENTRY WRITTEN BEFORE THE BUSINESS DATE HAS ARRIVED (A
057627*     JOB RUN AFTER THE WINDOW CLOSED BUT BEFORE MIDNIGHT) IS
057630*     STAMPED AT THE START OF THAT DATE.
057633*=============================================================
057636 9050-STAMP-AUDIT-TIME.
057639     MOVE WS-BDT-BUSINESS-DATE       TO AUD-TS-DATE.
057642     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
057645     ACCEPT AUD-TS-TIME FROM TIME.
057648     EVALUATE TRUE
057651         WHEN WS-CLOCK-DATE = WS-BDT-BUSINESS-DATE
057654             CONTINUE
057657         WHEN WS-CLOCK-DATE < WS-BDT-BUSINESS-DATE
057660             MOVE ZERO               TO AUD-TS-TIME
057663         WHEN WS-CLOCK-DATE = WS-BDT-NEXT-DATE
057666             ADD 24000000            TO AUD-TS-TIME
057669         WHEN WS-CLOCK-DATE = WS-BDT-THIRD-DATE
057672             ADD 48000000            TO AUD-TS-TIME
057675         WHEN OTHER
057678             ADD 72000000            TO AUD-TS-TIME
057681     END-EVALUATE.
057684 9050-EXIT.
057687     EXIT.
057700*
057710*=============================================================
057711* 9800-BACK-ONE-DAY  -  STEP WS-CUTOFF-DATE BACK ONE CALENDAR
057900* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
058000*     CALLER) AND END THE RUN WITH A NON-ZERO RETURN CODE SO
058100*     THE JOB STEP CONDITION CODE REFLECTS THE FAILURE.
058210*     ONCE THE APPLY PASS HAS STARTED, THE POSITION OF THE
058220*     LAST TRANSACTION FULLY PROCESSED IS COMMITTED TO
058230*     HW1MCKPT ON THE WAY OUT (DISARMED FIRST, SO A FAILURE
058240*     ON HW1MCKPT ITSELF CANNOT LOOP BACK HERE).
058250*=============================================================
058300 9900-ABEND.
058310     IF WS-CKPT-ARMED
058320         SET WS-CKPT-NOT-ARMED TO TRUE
058322         IF WS-STAT-NOT-FLUSHING
058324             PERFORM 7650-FLUSH-STATISTICS
058326                 THRU 7650-EXIT
058327         END-IF
058328         MOVE WS-STAT-OUT-COUNT      TO WS-MCKPT-STAT-COUNT
058330         PERFORM 7850-WRITE-CHECKPOINT
058340             THRU 7850-EXIT
058350         DISPLAY 'COBOLAPP1MNT - POSITION ' WS-MCKPT-TRANS-COUNT
058360             ' COMMITTED TO HW1MCKPT - RESUBMIT WITH '
058370             'PARM=RESTART (JOB HW1MNTR)'
058380     END-IF.
058400     DISPLAY 'COBOLAPP1MNT ABENDING - SEE FILE STATUS MESSAGE'.
058500     DISPLAY 'ABOVE'.
058600     MOVE 16 TO RETURN-CODE.
