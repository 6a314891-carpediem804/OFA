000359*               OPENED I-O AND EVERY NON-DROPPED PROMOTION
000359*               STEPS THE COUNT UP IN PLACE, SO THE CAPACITY
000359*               EDIT IN COBOLAPP1MNT SEES THE SEAT AS TAKEN.
000359* 20261015 DB   THE RUN DATE NOW COMES FROM THE HW1DATE
000359*               BUSINESS-DATE CONTROL RECORD (COBDD22) INSTEAD OF
000359*               THE SYSTEM CLOCK, AND AUDIT ENTRIES CARRY THE
000359*               BUSINESS DATE (SEE 9050).
000359* 20261015 DB   A QUEUE ENTRY CAN NOW BE A TEAM TRANSFER
000359*               (REQUEST TYPE 'X', QUEUED BY COBOLAPP1MNT WHEN
000359*               THE TARGET TEAM WAS FULL). SEATING ONE MOVES
000359*               THE EXISTING MASTER RECORD TO THE TEAM, AUDITS
000359*               IT AS A 'T' TRANSFER, COUNTS THE NEW TEAM UP AND
000359*               THE FROM-TEAM DOWN (SEE 3400). A TRANSFER WHOSE
000359*               STUDENT HAS SINCE LEFT THE MASTER, DROPPED OR
000359*               MOVED IS REMOVED WITHOUT TAKING A SEAT. THE
000359*               SEAT GIVEN BACK ON THE FROM-TEAM GOES TO THAT
000359*               TEAM'S OWN QUEUE IN THE SAME RUN - WHEN THE
000359*               FROM-TEAM WAS ALREADY PASSED IN KEY SEQUENCE THE
000359*               WHOLE PROMOTION PASS IS REPEATED (SEE 1500).
000360*-------------------------------------------------------------
000370*
000380 ENVIRONMENT DIVISION.
000500*    HW1WAIT   -  TEAM WAITLIST MASTER, KEYED TEAM PLUS
000510*                 ARRIVAL SEQUENCE, QUEUED BY COBOLAPP1MNT
000520*    WLPRPT    -  PRINTED PROMOTION PASS REPORT
000525*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000530*-------------------------------------------------------------
000540     SELECT HW1 ASSIGN TO COBDD
000550         ORGANIZATION IS INDEXED
000760     SELECT WLPRPT ASSIGN TO COBDD4
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RPT-STATUS.
000782*
000784     SELECT HW1DATE ASSIGN TO COBDD22
000786         ORGANIZATION IS SEQUENTIAL
000788         FILE STATUS IS WS-DATE-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
001220     LABEL RECORDS ARE STANDARD.
001230 01  WLPRPT-LINE                     PIC X(132).
001240*
001241 FD  HW1DATE
001242     LABEL RECORDS ARE STANDARD.
001243 01  HW1-DATE-RECORD.
001244     COPY HW1DATERC
001245         REPLACING ==:PREFIX:== BY ==BDT==.
001246*
001250 WORKING-STORAGE SECTION.
001260*-------------------------------------------------------------
001270*    END-OF-FILE AND FILE STATUS SWITCHES
001430     88  WS-WAIT-STATUS-NOTFND           VALUE '23'.
001440 01  WS-RPT-STATUS                   PIC X(02).
001450     88  WS-RPT-STATUS-OK                VALUE '00'.
001453 01  WS-DATE-STATUS                  PIC X(02).
001456     88  WS-DATE-STATUS-OK               VALUE '00'.
001460*
001470*-------------------------------------------------------------
001480*    WAITLIST SCAN SWITCH  -  END OF THE CLOSING STILL-WAITING
001650     88  WS-SEATS-LIMITED            VALUE 'L'.
001660     88  WS-SEATS-UNLIMITED          VALUE 'U'.
001670 01  WS-FREE-SEATS               PIC 9(05)   COMP VALUE ZERO.
001672*
001672*-------------------------------------------------------------
001672*    REPEAT-PASS CONTROLS  -  A TRANSFER SEATED FROM THE QUEUE
001672*        GIVES A SEAT BACK ON ITS FROM-TEAM. WHEN THAT TEAM
001672*        SORTS AHEAD OF THE ONE BEING WORKED THE PASS HAS GONE
001672*        BY IT, SO 3400 ASKS FOR ANOTHER PASS OVER HW1TEAM.
001672*        WS-CURRENT-TEAM HOLDS THE TEAM RECORD BEING WORKED
001672*        WHILE 3400 READS AND REWRITES THE FROM-TEAM.
001672*-------------------------------------------------------------
001672 01  WS-REPASS-SW                PIC X(01).
001672     88  WS-REPASS-NEEDED            VALUE 'Y'.
001672     88  WS-NO-REPASS                VALUE 'N'.
001672 01  WS-PASS-COUNT               PIC 9(05)   COMP VALUE ZERO.
001672 01  WS-CURRENT-TEAM.
001672     COPY HW1TEAMRC
001672         REPLACING ==:PREFIX:== BY ==WS-CUR==.
001680*
001690*-------------------------------------------------------------
001700*    WS-RUN-DATE  -  RUN DATE FOR THE REPORT HEADINGS
001710*-------------------------------------------------------------
001720 01  WS-RUN-DATE                 PIC 9(08).
001720*
001720*-------------------------------------------------------------
001720*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001720*        READ BY 1010-READ-BUSINESS-DATE. WS-CLOCK-DATE IS THE
001720*        SYSTEM DATE, USED ONLY BY 9050-STAMP-AUDIT-TIME.
001720*-------------------------------------------------------------
001720 01  WS-BDT-IMAGE.
001720     COPY HW1DATERC
001720         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001720 01  WS-CLOCK-DATE                   PIC 9(08).
001730*
001740*-------------------------------------------------------------
001750*    WS-AUDIT-BEFORE / WS-AUDIT-AFTER  -  BEFORE AND AFTER
001880     05  WS-AUDIT-AFTER-TEAM         PIC X(20).
001890     05  WS-AUDIT-AFTER-STATUS       PIC X(01).
001900     05  WS-AUDIT-AFTER-EFF-DATE     PIC 9(08).
001905 01  WS-AUDIT-OP-SWITCH              PIC X(01).
001905     88  WS-AUDIT-OP-IS-ADD              VALUE 'A'.
001905     88  WS-AUDIT-OP-IS-TRANSFER         VALUE 'T'.
001910*
001920*-------------------------------------------------------------
001930*    RUN COUNTERS
001960 01  WS-SEATED-COUNT             PIC 9(07)   COMP VALUE ZERO.
001970 01  WS-ALREADY-ON-COUNT         PIC 9(07)   COMP VALUE ZERO.
001980 01  WS-STILL-WAITING-COUNT      PIC 9(07)   COMP VALUE ZERO.
001985 01  WS-XFER-SEATED-COUNT        PIC 9(07)   COMP VALUE ZERO.
001985 01  WS-XFER-CANCEL-COUNT        PIC 9(07)   COMP VALUE ZERO.
001990*
002000 01  WS-LINE-COUNT               PIC 9(03)   COMP VALUE ZERO.
002010 01  WS-MAX-LINES                PIC 9(03)   VALUE 50.
002510*=============================================================
002520     PERFORM 1000-INITIALIZE
002530         THRU 1000-EXIT.
002540     PERFORM 1500-PROMOTION-PASS
002550         THRU 1500-EXIT
002560         UNTIL WS-NO-REPASS.
002570     PERFORM 7000-COUNT-STILL-WAITING
002580         THRU 7000-EXIT.
002590     PERFORM 8000-TERMINATE
002620*
002630*=============================================================
002640* 1000-INITIALIZE  -  OPEN THE FILES, START THE REPORT, AND
002650*     ASK FOR THE FIRST PROMOTION PASS.
002660*=============================================================
002670 1000-INITIALIZE.
002676     PERFORM 1010-READ-BUSINESS-DATE
002682         THRU 1010-EXIT.
002690     OPEN I-O HW1.
002700     IF NOT WS-HW1-FILE-STATUS-OK
002710         DISPLAY 'OPEN I-O HW1 FAILED - FILE STATUS = '
003030     END-IF.
003040     PERFORM 4000-NEW-PAGE
003050         THRU 4000-EXIT.
003055     SET WS-REPASS-NEEDED TO TRUE.
003230 1000-EXIT.
003240     EXIT.
003240*
003240*=============================================================
003240* 1500-PROMOTION-PASS  -  POSITION THE TEAM MASTER AT ITS
003240*     FIRST RECORD AND WORK EVERY TEAM'S QUEUE IN KEY SEQUENCE.
003240*     NORMALLY ONE PASS; 3400 ASKS FOR ANOTHER WHEN A SEATED
003240*     TRANSFER GAVE A SEAT BACK ON A TEAM ALREADY PASSED.
003240*=============================================================
003240 1500-PROMOTION-PASS.
003240     ADD 1 TO WS-PASS-COUNT.
003240     SET WS-NO-REPASS TO TRUE.
003060     SET WS-TEAM-NOT-EOF TO TRUE.
003070     MOVE LOW-VALUES TO TEAM-CODE.
003080     START HW1TEAM KEY NOT < TEAM-CODE
003200         PERFORM 1100-READ-NEXT-TEAM
003210             THRU 1100-EXIT
003220     END-IF.
003225     PERFORM 2000-PROCESS-TEAM
003226         THRU 2000-EXIT
003227         UNTIL WS-TEAM-EOF.
003230 1500-EXIT.
003240     EXIT.
003240*
003240*=============================================================
003240* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
003240*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
003240*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
003240*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
003240*=============================================================
003240 1010-READ-BUSINESS-DATE.
003240     OPEN INPUT HW1DATE.
003240     IF NOT WS-DATE-STATUS-OK
003240         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
003240             WS-DATE-STATUS
003240         PERFORM 9900-ABEND
003240             THRU 9900-EXIT
003240     END-IF.
003240     READ HW1DATE INTO WS-BDT-IMAGE
003240         AT END
003240             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
003240             PERFORM 9900-ABEND
003240                 THRU 9900-EXIT
003240     END-READ.
003240     IF NOT WS-DATE-STATUS-OK
003240         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
003240             WS-DATE-STATUS
003240         PERFORM 9900-ABEND
003240             THRU 9900-EXIT
003240     END-IF.
003240     CLOSE HW1DATE.
003240     IF NOT WS-DATE-STATUS-OK
003240         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
003240             WS-DATE-STATUS
003240         PERFORM 9900-ABEND
003240             THRU 9900-EXIT
003240     END-IF.
003240     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
003240         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
003240         PERFORM 9900-ABEND
003240             THRU 9900-EXIT
003240     END-IF.
003240     MOVE WS-BDT-BUSINESS-DATE       TO WS-RUN-DATE.
003240 1010-EXIT.
003240     EXIT.
003250*
003260*=============================================================
003270* 1100-READ-NEXT-TEAM  -  READ THE NEXT TEAM REFERENCE RECORD
003280*     IN KEY SEQUENCE. ONLY THE FIRST PASS COUNTS THE TEAMS.
003290*=============================================================
003300 1100-READ-NEXT-TEAM.
003310     READ HW1TEAM NEXT RECORD
003410         PERFORM 9900-ABEND
003420             THRU 9900-EXIT
003430     END-IF.
003440     IF WS-PASS-COUNT = 1
003440         ADD 1 TO WS-TEAM-READ-COUNT
003440     END-IF.
003450 1100-EXIT.
003460     EXIT.
003470*
004360*     THE NEXT FREE SEAT. THE LOOP ENDS WHEN THE SEATS ARE
004370*     USED UP OR THE QUEUE FOR THIS TEAM IS EMPTY. A QUEUED ID
004380*     ALREADY ON THE MASTER IS REMOVED FROM THE QUEUE WITHOUT
004390*     TAKING A SEAT. A QUEUED TRANSFER IS WORKED BY 3400.
004400*=============================================================
004410 3000-PROMOTE-HEAD.
004420     IF WS-SEATS-LIMITED AND WS-FREE-SEATS = ZERO
004760         SET WS-PROMOTE-DONE TO TRUE
004770         GO TO 3000-EXIT
004780     END-IF.
004785     IF WAIT-QUEUED-TRANSFER
004786         PERFORM 3400-SEAT-TRANSFER
004787             THRU 3400-EXIT
004788         GO TO 3000-EXIT
004789     END-IF.
004790     MOVE WAIT-ID TO HW1-ID.
004800     READ HW1
004810         KEY IS HW1-ID
005300     MOVE WAIT-TEAM                  TO WS-AUDIT-AFTER-TEAM.
005310     MOVE WAIT-STATUS                TO WS-AUDIT-AFTER-STATUS.
005320     MOVE WAIT-EFFECTIVE-DATE        TO WS-AUDIT-AFTER-EFF-DATE.
005325     SET WS-AUDIT-OP-IS-ADD TO TRUE.
005330     PERFORM 9000-WRITE-AUDIT-RECORD
005340         THRU 9000-EXIT.
005350     MOVE 'SEATED'                   TO DTL-DISPOSITION.
005840     ADD 1                           TO WS-LINE-COUNT.
005850 3300-EXIT.
005860     EXIT.
005611*
005612*=============================================================
005613* 3400-SEAT-TRANSFER  -  SEAT A QUEUED TEAM TRANSFER. THE
005614*     STUDENT MUST STILL BE ON THE MASTER, NOT DROPPED, AND
005615*     STILL ON THE FROM-TEAM THE TRANSFER WAS QUEUED FROM -
005616*     OTHERWISE THE ENTRY IS REMOVED WITHOUT TAKING A SEAT.
005617*     THE MASTER RECORD IS REWRITTEN ON THIS TEAM AND AUDITED
005618*     AS A TRANSFER, THIS TEAM'S COUNT GOES UP AND THE
005619*     FROM-TEAM'S COUNT COMES DOWN. THE TEAM BEING WORKED IS
005620*     KEPT IN WS-CURRENT-TEAM WHILE THE FROM-TEAM IS UPDATED
005621*     AND IS THEN READ BACK BY KEY, WHICH RESTORES BOTH THE
005622*     RECORD AREA AND THE READ NEXT POSITION ON HW1TEAM.
005623*=============================================================
005624 3400-SEAT-TRANSFER.
005625     MOVE SPACES                     TO DTL-DISPOSITION.
005626     MOVE WAIT-ID                    TO HW1-ID.
005627     READ HW1
005628         KEY IS HW1-ID
005629         INVALID KEY
005630             IF NOT WS-HW1-FILE-STATUS-OK
005631                     AND NOT WS-HW1-FILE-STATUS-NOTFND
005632                 DISPLAY 'READ HW1 FAILED - FILE STATUS = '
005633                     WS-HW1-FILE-STATUS
005634                 PERFORM 9900-ABEND
005635                     THRU 9900-EXIT
005636             END-IF
005637             MOVE 'NOT ON MASTER'    TO DTL-DISPOSITION
005638         NOT INVALID KEY
005639             EVALUATE TRUE
005640                 WHEN HW1-STATUS-DROPPED
005641                     MOVE 'STUDENT DROPPED' TO DTL-DISPOSITION
005642                 WHEN HW1-TEAM = WAIT-TEAM
005643                     MOVE 'ALREADY ON TEAM' TO DTL-DISPOSITION
005644                 WHEN HW1-TEAM NOT = WAIT-FROM-TEAM
005645                     MOVE 'MOVED SINCE QUEUE' TO DTL-DISPOSITION
005646             END-EVALUATE
005647     END-READ.
005648     IF DTL-DISPOSITION NOT = SPACES
005649         PERFORM 3300-PRINT-WAIT-ENTRY
005650             THRU 3300-EXIT
005651         ADD 1                       TO WS-XFER-CANCEL-COUNT
005652         PERFORM 3200-REMOVE-WAIT-ENTRY
005653             THRU 3200-EXIT
005654         GO TO 3400-EXIT
005655     END-IF.
005656     MOVE HW1-ID                     TO WS-AUDIT-BEFORE-ID.
005657     MOVE HW1-NAME                   TO WS-AUDIT-BEFORE-NAME.
005658     MOVE HW1-TEAM                   TO WS-AUDIT-BEFORE-TEAM.
005659     MOVE HW1-STATUS                 TO WS-AUDIT-BEFORE-STATUS.
005660     MOVE HW1-EFFECTIVE-DATE         TO WS-AUDIT-BEFORE-EFF-DATE.
005661     MOVE WAIT-TEAM                  TO HW1-TEAM.
005662     REWRITE HW1-FILE
005663     END-REWRITE.
005664     IF NOT WS-HW1-FILE-STATUS-OK
005665         DISPLAY 'REWRITE HW1-FILE FAILED - FILE STATUS = '
005666             WS-HW1-FILE-STATUS
005667         PERFORM 9900-ABEND
005668             THRU 9900-EXIT
005669     END-IF.
005670     MOVE HW1-ID                     TO WS-AUDIT-AFTER-ID.
005671     MOVE HW1-NAME                   TO WS-AUDIT-AFTER-NAME.
005672     MOVE HW1-TEAM                   TO WS-AUDIT-AFTER-TEAM.
005673     MOVE HW1-STATUS                 TO WS-AUDIT-AFTER-STATUS.
005674     MOVE HW1-EFFECTIVE-DATE         TO WS-AUDIT-AFTER-EFF-DATE.
005675     SET WS-AUDIT-OP-IS-TRANSFER TO TRUE.
005676     PERFORM 9000-WRITE-AUDIT-RECORD
005677         THRU 9000-EXIT.
005678     MOVE 'TRANSFER SEATED'          TO DTL-DISPOSITION.
005679     PERFORM 3300-PRINT-WAIT-ENTRY
005680         THRU 3300-EXIT.
005681     ADD 1                           TO WS-XFER-SEATED-COUNT.
005682     PERFORM 3200-REMOVE-WAIT-ENTRY
005683         THRU 3200-EXIT.
005684     ADD 1 TO TEAM-MEMBER-COUNT.
005685     REWRITE HW1-TEAM-FILE
005686     END-REWRITE.
005687     IF NOT WS-TEAM-STATUS-OK
005688         DISPLAY 'REWRITE HW1-TEAM-FILE FAILED - FILE STATUS = '
005689             WS-TEAM-STATUS
005690         PERFORM 9900-ABEND
005691             THRU 9900-EXIT
005692     END-IF.
005693     IF WS-SEATS-LIMITED
005694         SUBTRACT 1 FROM WS-FREE-SEATS
005695     END-IF.
005696     MOVE HW1-TEAM-FILE              TO WS-CURRENT-TEAM.
005697     MOVE WS-AUDIT-BEFORE-TEAM       TO TEAM-CODE.
005698     READ HW1TEAM
005699         KEY IS TEAM-CODE
005700         INVALID KEY
005701             IF NOT WS-TEAM-STATUS-OK
005702                     AND NOT WS-TEAM-STATUS-NOTFND
005703                 DISPLAY 'READ HW1TEAM FAILED - FILE STATUS = '
005704                     WS-TEAM-STATUS
005705                 PERFORM 9900-ABEND
005706                     THRU 9900-EXIT
005707             END-IF
005708         NOT INVALID KEY
005709             IF TEAM-MEMBER-COUNT > ZERO
005710                 SUBTRACT 1 FROM TEAM-MEMBER-COUNT
005711             END-IF
005712             REWRITE HW1-TEAM-FILE
005713             END-REWRITE
005714             IF NOT WS-TEAM-STATUS-OK
005715                 DISPLAY 'REWRITE HW1-TEAM-FILE FAILED - FILE '
005716                     'STATUS = ' WS-TEAM-STATUS
005717                 PERFORM 9900-ABEND
005718                     THRU 9900-EXIT
005719             END-IF
005720             IF TEAM-ACTIVE
005721                     AND TEAM-CODE < WS-CUR-CODE
005722                 SET WS-REPASS-NEEDED TO TRUE
005723             END-IF
005724     END-READ.
005725     MOVE WS-CUR-CODE                TO TEAM-CODE.
005726     READ HW1TEAM
005727         KEY IS TEAM-CODE
005728     END-READ.
005729     IF NOT WS-TEAM-STATUS-OK
005730         DISPLAY 'READ HW1TEAM FAILED - FILE STATUS = '
005731             WS-TEAM-STATUS
005732         PERFORM 9900-ABEND
005733             THRU 9900-EXIT
005734     END-IF.
005735 3400-EXIT.
005736     EXIT.
005870*
005880*=============================================================
005890* 4000-NEW-PAGE  -  START A NEW PAGE WITH THE HEADING LINES.
006820     MOVE WS-ALREADY-ON-COUNT        TO TOT-COUNT.
006830     WRITE WLPRPT-LINE FROM WS-TOTAL-LINE
006840         AFTER ADVANCING 1 LINE.
006842     MOVE 'TRANSFERS SEATED FROM QUEUE =' TO TOT-LABEL.
006843     MOVE WS-XFER-SEATED-COUNT       TO TOT-COUNT.
006844     WRITE WLPRPT-LINE FROM WS-TOTAL-LINE
006845         AFTER ADVANCING 1 LINE.
006846     MOVE 'TRANSFERS NO LONGER VALID   =' TO TOT-LABEL.
006847     MOVE WS-XFER-CANCEL-COUNT       TO TOT-COUNT.
006848     WRITE WLPRPT-LINE FROM WS-TOTAL-LINE
006849         AFTER ADVANCING 1 LINE.
006850     MOVE 'ENTRIES STILL WAITING       =' TO TOT-LABEL.
006860     MOVE WS-STILL-WAITING-COUNT     TO TOT-COUNT.
006870     WRITE WLPRPT-LINE FROM WS-TOTAL-LINE
006880         AFTER ADVANCING 1 LINE.
006882     MOVE 'PROMOTION PASSES            =' TO TOT-LABEL.
006884     MOVE WS-PASS-COUNT              TO TOT-COUNT.
006886     WRITE WLPRPT-LINE FROM WS-TOTAL-LINE
006888         AFTER ADVANCING 1 LINE.
006890     CLOSE HW1.
006900     IF NOT WS-HW1-FILE-STATUS-OK
006910         DISPLAY 'CLOSE HW1 FAILED - FILE STATUS = '
007250     EXIT.
007260*
007270*=============================================================
007280* 9000-WRITE-AUDIT-RECORD  -  APPEND ONE BEFORE/AFTER ADD OR
007290*     TRANSFER ENTRY TO HW1AUDIT FOR THE PROMOTION JUST
007300*     COMPLETED, SAME SHAPE AS COBOLAPP1MNT WRITES.
007310*=============================================================
007320 9000-WRITE-AUDIT-RECORD.
007330     PERFORM 9050-STAMP-AUDIT-TIME
007340         THRU 9050-EXIT.
007350     IF WS-AUDIT-OP-IS-TRANSFER
007350         SET AUD-OP-TRANSFER TO TRUE
007350     ELSE
007350         SET AUD-OP-ADD TO TRUE
007350     END-IF.
007360     MOVE WS-AUDIT-BEFORE-ID         TO AUD-OLD-ID.
007370     MOVE WS-AUDIT-BEFORE-NAME       TO AUD-OLD-NAME.
007380     MOVE WS-AUDIT-BEFORE-TEAM       TO AUD-OLD-TEAM.
007530     END-IF.
007540 9000-EXIT.
007550     EXIT.
007550*
007550*=============================================================
007550* 9050-STAMP-AUDIT-TIME  -  STAMP THE AUDIT ENTRY WITH THE
007550*     BUSINESS DATE AND THE CLOCK TIME. ONCE THE CLOCK HAS PASSED
007550*     MIDNIGHT THE TIME CARRIES ON PAST 24 HOURS (24-47 THE NEXT
007550*     DAY, 48-71 THE DAY AFTER, 72-95 BEYOND), SO ONE BUSINESS
007550*     DATE'S ENTRIES STILL SORT IN THE ORDER THEY WERE WRITTEN.
007550*     AN ENTRY WRITTEN BEFORE THE BUSINESS DATE HAS ARRIVED (A
007550*     JOB RUN AFTER THE WINDOW CLOSED BUT BEFORE MIDNIGHT) IS
007550*     STAMPED AT THE START OF THAT DATE.
007550*=============================================================
007550 9050-STAMP-AUDIT-TIME.
007550     MOVE WS-BDT-BUSINESS-DATE       TO AUD-TS-DATE.
007550     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
007550     ACCEPT AUD-TS-TIME FROM TIME.
007550     EVALUATE TRUE
007550         WHEN WS-CLOCK-DATE = WS-BDT-BUSINESS-DATE
007550             CONTINUE
007550         WHEN WS-CLOCK-DATE < WS-BDT-BUSINESS-DATE
007550             MOVE ZERO               TO AUD-TS-TIME
007550         WHEN WS-CLOCK-DATE = WS-BDT-NEXT-DATE
007550             ADD 24000000            TO AUD-TS-TIME
007550         WHEN WS-CLOCK-DATE = WS-BDT-THIRD-DATE
007550             ADD 48000000            TO AUD-TS-TIME
007550         WHEN OTHER
007550             ADD 72000000            TO AUD-TS-TIME
007550     END-EVALUATE.
007550 9050-EXIT.
007550     EXIT.
007560*
007570*=============================================================
007580* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
