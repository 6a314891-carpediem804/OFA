000469*               OR REINSTATEMENT). THE NIGHTLY COBOLAPP1TCV
000469*               VERIFY RECOUNTS FROM THE MASTER AND FLAGS
000469*               DRIFT.
000469* 20261015 DB   THE EFFECTIVE DATE STAMPED BY THE LOAD AND THE
000469*               TEAM UPDATE, AND THE AUDIT ENTRY DATE, NOW COME
000469*               FROM THE HW1DATE BUSINESS-DATE CONTROL RECORD
000469*               (COBDD22) INSTEAD OF THE SYSTEM CLOCK (SEE 6050).
000470*-------------------------------------------------------------
000480*
000490 ENVIRONMENT DIVISION.
000832         ACCESS MODE IS DYNAMIC
000833         RECORD KEY IS TEAM-CODE
000834         FILE STATUS IS WS-TEAM-STATUS.
000834*
000834*-------------------------------------------------------------
000834*    HW1DATE  -  BUSINESS-DATE CONTROL RECORD (READ ONLY),
000834*                KEPT BY COBOLAPP1BDT.
000834*-------------------------------------------------------------
000834     SELECT HW1DATE ASSIGN TO COBDD22
000834         ORGANIZATION IS SEQUENTIAL
000834         FILE STATUS IS WS-DATE-STATUS.
000835*
000840 DATA DIVISION.
000850 FILE SECTION.
001137     COPY HW1TEAMRC
001138         REPLACING ==:PREFIX:== BY ==TEAM==.
001140*
001141 FD  HW1DATE
001142     LABEL RECORDS ARE STANDARD.
001143 01  HW1-DATE-RECORD.
001144     COPY HW1DATERC
001145         REPLACING ==:PREFIX:== BY ==BDT==.
001146*
001150 WORKING-STORAGE SECTION.
001160*-------------------------------------------------------------
001170*    WS-HW1  -  WORKING COPY OF THE ROSTER RECORD, BUILT AND
001661 01  WS-TEAM-STATUS                  PIC X(02).
001662     88  WS-TEAM-STATUS-OK               VALUE '00'.
001663     88  WS-TEAM-STATUS-NOTFND           VALUE '23'.
001663 01  WS-DATE-STATUS                  PIC X(02).
001663     88  WS-DATE-STATUS-OK               VALUE '00'.
001663*
001663*-------------------------------------------------------------
001663*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001663*        READ BY 1010-READ-BUSINESS-DATE. WS-CLOCK-DATE IS THE
001663*        SYSTEM DATE, USED ONLY BY 6050-STAMP-AUDIT-TIME.
001663*-------------------------------------------------------------
001663 01  WS-BDT-IMAGE.
001663     COPY HW1DATERC
001663         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001663 01  WS-CLOCK-DATE                   PIC 9(08).
001664*
001665*-------------------------------------------------------------
001666*    TEAM COUNT ADJUSTMENT CONTROLS  -  USED BY 5400/5410 TO
001980*     THIS RUN.
001990*=============================================================
002000 1000-INITIALIZE.
002003     PERFORM 1010-READ-BUSINESS-DATE
002006         THRU 1010-EXIT.
002010     OPEN I-O HW1.
002020     IF NOT WS-HW1-FILE-STATUS-OK
002030         DISPLAY 'OPEN I-O HW1 FAILED - FILE STATUS = '
002147     END-IF.
002150 1000-EXIT.
002160     EXIT.
002160*
002160*=============================================================
002160* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
002160*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
002160*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
002160*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
002160*=============================================================
002160 1010-READ-BUSINESS-DATE.
002160     OPEN INPUT HW1DATE.
002160     IF NOT WS-DATE-STATUS-OK
002160         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
002160             WS-DATE-STATUS
002160         PERFORM 9900-ABEND
002160             THRU 9900-EXIT
002160     END-IF.
002160     READ HW1DATE INTO WS-BDT-IMAGE
002160         AT END
002160             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
002160             PERFORM 9900-ABEND
002160                 THRU 9900-EXIT
002160     END-READ.
002160     IF NOT WS-DATE-STATUS-OK
002160         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
002160             WS-DATE-STATUS
002160         PERFORM 9900-ABEND
002160             THRU 9900-EXIT
002160     END-IF.
002160     CLOSE HW1DATE.
002160     IF NOT WS-DATE-STATUS-OK
002160         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
002160             WS-DATE-STATUS
002160         PERFORM 9900-ABEND
002160             THRU 9900-EXIT
002160     END-IF.
002160     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
002160         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
002160         PERFORM 9900-ABEND
002160             THRU 9900-EXIT
002160     END-IF.
002160 1010-EXIT.
002160     EXIT.
002170*
002180*=============================================================
002190* 1500-CHECK-CHECKPOINT  -  DETERMINE WHETHER THE INITIAL
002760     MOVE 'JO UNHEE'    TO WS-HW1-NAME.
002770     MOVE 'MW3-4'       TO WS-HW1-TEAM.
002775     SET WS-HW1-STATUS-ACTIVE TO TRUE.
002777     MOVE WS-BDT-BUSINESS-DATE TO WS-HW1-EFFECTIVE-DATE.
002780     SET WS-EDIT-CHECK-DUP TO TRUE.
002790     PERFORM 5000-EDIT-RECORD
002800         THRU 5000-EXIT.
003290             MOVE HW1-NAME           TO WS-HW1-NAME
003300             MOVE 'MW1-2'            TO WS-HW1-TEAM
003305             SET WS-HW1-STATUS-ACTIVE TO TRUE
003307             MOVE WS-BDT-BUSINESS-DATE TO WS-HW1-EFFECTIVE-DATE
003310             SET WS-EDIT-SKIP-DUP TO TRUE
003320             PERFORM 5000-EDIT-RECORD
003330                 THRU 5000-EXIT
004140*     TO HW1AUDIT FOR THE WRITE OR REWRITE JUST COMPLETED.
004150*=============================================================
004160 6000-WRITE-AUDIT-RECORD.
004170     PERFORM 6050-STAMP-AUDIT-TIME
004180         THRU 6050-EXIT.
004190     IF WS-AUDIT-OP-IS-ADD
004200         SET AUD-OP-ADD TO TRUE
004210     ELSE
004370     END-IF.
004380 6000-EXIT.
004390     EXIT.
004390*
004390*=============================================================
004390* 6050-STAMP-AUDIT-TIME  -  STAMP THE AUDIT ENTRY WITH THE
004390*     BUSINESS DATE AND THE CLOCK TIME. ONCE THE CLOCK HAS PASSED
004390*     MIDNIGHT THE TIME CARRIES ON PAST 24 HOURS (24-47 THE NEXT
004390*     DAY, 48-71 THE DAY AFTER, 72-95 BEYOND), SO ONE BUSINESS
004390*     DATE'S ENTRIES STILL SORT IN THE ORDER THEY WERE WRITTEN.
004390*     AN ENTRY WRITTEN BEFORE THE BUSINESS DATE HAS ARRIVED (A
004390*     JOB RUN AFTER THE WINDOW CLOSED BUT BEFORE MIDNIGHT) IS
004390*     STAMPED AT THE START OF THAT DATE.
004390*=============================================================
004390 6050-STAMP-AUDIT-TIME.
004390     MOVE WS-BDT-BUSINESS-DATE       TO AUD-TS-DATE.
004390     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
004390     ACCEPT AUD-TS-TIME FROM TIME.
004390     EVALUATE TRUE
004390         WHEN WS-CLOCK-DATE = WS-BDT-BUSINESS-DATE
004390             CONTINUE
004390         WHEN WS-CLOCK-DATE < WS-BDT-BUSINESS-DATE
004390             MOVE ZERO               TO AUD-TS-TIME
004390         WHEN WS-CLOCK-DATE = WS-BDT-NEXT-DATE
004390             ADD 24000000            TO AUD-TS-TIME
004390         WHEN WS-CLOCK-DATE = WS-BDT-THIRD-DATE
004390             ADD 48000000            TO AUD-TS-TIME
004390         WHEN OTHER
004390             ADD 72000000            TO AUD-TS-TIME
004390     END-EVALUATE.
004390 6050-EXIT.
004390     EXIT.
004400*
004410*=============================================================
004420* 8000-TERMINATE  -  CLOSE THE MASTER AND THE AUDIT TRAIL, THEN
