000420*               FORWARDS STAY NON-DROPPED AND LEAVE IT ALONE.
000430*               THE ROLLOVER REGISTER PRINTS EVERY FLIP AND A
000440*               PER-TEAM TOTAL OF DROPS AND CARRY-FORWARDS.
000442* 20261015 DB   AUDIT ENTRIES NOW CARRY THE BUSINESS DATE FROM THE
000444*               HW1DATE CONTROL RECORD (COBDD22) INSTEAD OF THE
000446*               SYSTEM CLOCK (SEE 9050). THE TERM DATES STILL
000448*               COME FROM HW1TERM.
000450*-------------------------------------------------------------
000460*
000470 ENVIRONMENT DIVISION.
000580*                 STEPPED DOWN FOR GRADUATING DROPS
000590*    HW1TERM   -  TERM CONTROL FILE ('T' AND 'G' RECORDS)
000600*    ROLRPT    -  PRINTED ROLLOVER REGISTER
000605*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000610*-------------------------------------------------------------
000620     SELECT HW1 ASSIGN TO COBDD
000630         ORGANIZATION IS INDEXED
000820     SELECT ROLRPT ASSIGN TO COBDD4
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-RPT-STATUS.
000842*
000844     SELECT HW1DATE ASSIGN TO COBDD22
000846         ORGANIZATION IS SEQUENTIAL
000848         FILE STATUS IS WS-DATE-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
001210     LABEL RECORDS ARE STANDARD.
001220 01  ROLRPT-LINE                     PIC X(132).
001230*
001231 FD  HW1DATE
001232     LABEL RECORDS ARE STANDARD.
001233 01  HW1-DATE-RECORD.
001234     COPY HW1DATERC
001235         REPLACING ==:PREFIX:== BY ==BDT==.
001236*
001240 WORKING-STORAGE SECTION.
001250*-------------------------------------------------------------
001260*    END-OF-FILE AND FILE STATUS SWITCHES
001450     88  WS-TERM-STATUS-EOF              VALUE '10'.
001460 01  WS-RPT-STATUS                   PIC X(02).
001470     88  WS-RPT-STATUS-OK                VALUE '00'.
001473 01  WS-DATE-STATUS                  PIC X(02).
001476     88  WS-DATE-STATUS-OK               VALUE '00'.
001476*
001476*-------------------------------------------------------------
001476*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001476*        READ BY 1010-READ-BUSINESS-DATE. WS-CLOCK-DATE IS THE
001476*        SYSTEM DATE, USED ONLY BY 9050-STAMP-AUDIT-TIME.
001476*-------------------------------------------------------------
001476 01  WS-BDT-IMAGE.
001476     COPY HW1DATERC
001476         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001476 01  WS-CLOCK-DATE                   PIC 9(08).
001480*
001490*-------------------------------------------------------------
001500*    TERM CONTROLS  -  THE ONE 'T' RECORD'S DATES AND THE
002840 1000-INITIALIZE.
002850     PERFORM 1200-LOAD-TERM-CONTROL
002860         THRU 1200-EXIT.
002863     PERFORM 1010-READ-BUSINESS-DATE
002866         THRU 1010-EXIT.
002870     OPEN I-O HW1.
002880     IF NOT WS-HW1-FILE-STATUS-OK
002890         DISPLAY 'OPEN I-O HW1 FAILED - FILE STATUS = '
003290     END-IF.
003300 1000-EXIT.
003310     EXIT.
003310*
003310*=============================================================
003310* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
003310*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
003310*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
003310*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
003310*=============================================================
003310 1010-READ-BUSINESS-DATE.
003310     OPEN INPUT HW1DATE.
003310     IF NOT WS-DATE-STATUS-OK
003310         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
003310             WS-DATE-STATUS
003310         PERFORM 9900-ABEND
003310             THRU 9900-EXIT
003310     END-IF.
003310     READ HW1DATE INTO WS-BDT-IMAGE
003310         AT END
003310             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
003310             PERFORM 9900-ABEND
003310                 THRU 9900-EXIT
003310     END-READ.
003310     IF NOT WS-DATE-STATUS-OK
003310         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
003310             WS-DATE-STATUS
003310         PERFORM 9900-ABEND
003310             THRU 9900-EXIT
003310     END-IF.
003310     CLOSE HW1DATE.
003310     IF NOT WS-DATE-STATUS-OK
003310         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
003310             WS-DATE-STATUS
003310         PERFORM 9900-ABEND
003310             THRU 9900-EXIT
003310     END-IF.
003310     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
003310         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
003310         PERFORM 9900-ABEND
003310             THRU 9900-EXIT
003310     END-IF.
003310 1010-EXIT.
003310     EXIT.
003320*
003330*=============================================================
003340* 1200-LOAD-TERM-CONTROL  -  READ THE WHOLE HW1TERM FILE.
007640*     FIXED SOURCE TAG ROLLOVER.
007650*=============================================================
007660 9000-WRITE-AUDIT-RECORD.
007670     PERFORM 9050-STAMP-AUDIT-TIME
007680         THRU 9050-EXIT.
007690     SET AUD-OP-CHANGE TO TRUE.
007700     MOVE WS-AUDIT-BEFORE-ID         TO AUD-OLD-ID.
007710     MOVE WS-AUDIT-BEFORE-NAME       TO AUD-OLD-NAME.
007880     END-IF.
007890 9000-EXIT.
007900     EXIT.
007900*
007900*=============================================================
007900* 9050-STAMP-AUDIT-TIME  -  STAMP THE AUDIT ENTRY WITH THE
007900*     BUSINESS DATE AND THE CLOCK TIME. ONCE THE CLOCK HAS PASSED
007900*     MIDNIGHT THE TIME CARRIES ON PAST 24 HOURS (24-47 THE NEXT
007900*     DAY, 48-71 THE DAY AFTER, 72-95 BEYOND), SO ONE BUSINESS
007900*     DATE'S ENTRIES STILL SORT IN THE ORDER THEY WERE WRITTEN.
007900*     AN ENTRY WRITTEN BEFORE THE BUSINESS DATE HAS ARRIVED (A
007900*     JOB RUN AFTER THE WINDOW CLOSED BUT BEFORE MIDNIGHT) IS
007900*     STAMPED AT THE START OF THAT DATE.
007900*=============================================================
007900 9050-STAMP-AUDIT-TIME.
007900     MOVE WS-BDT-BUSINESS-DATE       TO AUD-TS-DATE.
007900     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
007900     ACCEPT AUD-TS-TIME FROM TIME.
007900     EVALUATE TRUE
007900         WHEN WS-CLOCK-DATE = WS-BDT-BUSINESS-DATE
007900             CONTINUE
007900         WHEN WS-CLOCK-DATE < WS-BDT-BUSINESS-DATE
007900             MOVE ZERO               TO AUD-TS-TIME
007900         WHEN WS-CLOCK-DATE = WS-BDT-NEXT-DATE
007900             ADD 24000000            TO AUD-TS-TIME
007900         WHEN WS-CLOCK-DATE = WS-BDT-THIRD-DATE
007900             ADD 48000000            TO AUD-TS-TIME
007900         WHEN OTHER
007900             ADD 72000000            TO AUD-TS-TIME
007900     END-EVALUATE.
007900 9050-EXIT.
007900     EXIT.
007910*
007920*=============================================================
007930* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
