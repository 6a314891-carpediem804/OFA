000350*               ARCHIVE GENERATIONS. TEAM MEMBER COUNTS NEED
000360*               NO ADJUSTMENT - DROPPED RECORDS ARE NOT IN
000370*               THEM.
000371* 20261015 DB   THE RUN DATE THE RETENTION CUTOFF IS COUNTED BACK
000372*               FROM NOW COMES FROM THE HW1DATE BUSINESS-DATE
000373*               CONTROL RECORD (COBDD22) INSTEAD OF THE SYSTEM
000374*               CLOCK, AND AUDIT ENTRIES CARRY THE BUSINESS DATE
000375*               (SEE 9050).
000380*-------------------------------------------------------------
000390*
000400 ENVIRONMENT DIVISION.
000490*                 OTHER ROSTER JOBS APPEND TO)
000500*    HW1ARCH   -  ARCHIVE ROSTER OUT, SHARED HW1REC LAYOUT
000510*    PRGRPT    -  PRINTED PURGE REGISTER
000515*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000520*-------------------------------------------------------------
000530     SELECT HW1 ASSIGN TO COBDD
000540         ORGANIZATION IS INDEXED
000670     SELECT PRGRPT ASSIGN TO COBDD4
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-RPT-STATUS.
000692*
000694     SELECT HW1DATE ASSIGN TO COBDD22
000696         ORGANIZATION IS SEQUENTIAL
000698         FILE STATUS IS WS-DATE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000920     LABEL RECORDS ARE STANDARD.
000930 01  PRGRPT-LINE                     PIC X(132).
000940*
000941 FD  HW1DATE
000942     LABEL RECORDS ARE STANDARD.
000943 01  HW1-DATE-RECORD.
000944     COPY HW1DATERC
000945         REPLACING ==:PREFIX:== BY ==BDT==.
000946*
000950 WORKING-STORAGE SECTION.
000960*-------------------------------------------------------------
000970*    END-OF-FILE AND FILE STATUS SWITCHES
001090     88  WS-ARCH-STATUS-OK               VALUE '00'.
001100 01  WS-RPT-STATUS                   PIC X(02).
001110     88  WS-RPT-STATUS-OK                VALUE '00'.
001113 01  WS-DATE-STATUS                  PIC X(02).
001116     88  WS-DATE-STATUS-OK               VALUE '00'.
001120*
001130*-------------------------------------------------------------
001140*    RETENTION CONTROLS  -  DAYS FROM THE PARM AND THE CUTOFF
001160*        A TIME, SAME AS THE HOLD AGING IN COBOLAPP1MNT.
001170*-------------------------------------------------------------
001180 01  WS-RUN-DATE                 PIC 9(08).
001180*
001180*-------------------------------------------------------------
001180*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001180*        READ BY 1010-READ-BUSINESS-DATE. WS-CLOCK-DATE IS THE
001180*        SYSTEM DATE, USED ONLY BY 9050-STAMP-AUDIT-TIME.
001180*-------------------------------------------------------------
001180 01  WS-BDT-IMAGE.
001180     COPY HW1DATERC
001180         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001180 01  WS-CLOCK-DATE                   PIC 9(08).
001190 01  WS-RETENTION-DAYS           PIC 9(03).
001200 01  WS-RETENTION-DAYS-X         PIC X(03).
001210 01  WS-CUTOFF-DATE-WORK.
002370 1000-INITIALIZE.
002380     PERFORM 1200-PARSE-PARM
002390         THRU 1200-EXIT.
002396     PERFORM 1010-READ-BUSINESS-DATE
002402         THRU 1010-EXIT.
002410     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
002420     PERFORM 9800-BACK-ONE-DAY
002430         THRU 9800-EXIT
002870     END-IF.
002880 1000-EXIT.
002890     EXIT.
002890*
002890*=============================================================
002890* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
002890*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
002890*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
002890*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
002890*=============================================================
002890 1010-READ-BUSINESS-DATE.
002890     OPEN INPUT HW1DATE.
002890     IF NOT WS-DATE-STATUS-OK
002890         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
002890             WS-DATE-STATUS
002890         PERFORM 9900-ABEND
002890             THRU 9900-EXIT
002890     END-IF.
002890     READ HW1DATE INTO WS-BDT-IMAGE
002890         AT END
002890             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
002890             PERFORM 9900-ABEND
002890                 THRU 9900-EXIT
002890     END-READ.
002890     IF NOT WS-DATE-STATUS-OK
002890         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
002890             WS-DATE-STATUS
002890         PERFORM 9900-ABEND
002890             THRU 9900-EXIT
002890     END-IF.
002890     CLOSE HW1DATE.
002890     IF NOT WS-DATE-STATUS-OK
002890         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
002890             WS-DATE-STATUS
002890         PERFORM 9900-ABEND
002890             THRU 9900-EXIT
002890     END-IF.
002890     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
002890         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
002890         PERFORM 9900-ABEND
002890             THRU 9900-EXIT
002890     END-IF.
002890     MOVE WS-BDT-BUSINESS-DATE       TO WS-RUN-DATE.
002890 1010-EXIT.
002890     EXIT.
002900*
002910*=============================================================
002920* 1200-PARSE-PARM  -  THE RETENTION PERIOD IS MANDATORY. A
005050*     SOURCE TAG PURGE.
005060*=============================================================
005070 9000-WRITE-AUDIT-RECORD.
005080     PERFORM 9050-STAMP-AUDIT-TIME
005090         THRU 9050-EXIT.
005100     SET AUD-OP-DELETE TO TRUE.
005110     MOVE WS-AUDIT-BEFORE-ID         TO AUD-OLD-ID.
005120     MOVE WS-AUDIT-BEFORE-NAME       TO AUD-OLD-NAME.
005290     END-IF.
005300 9000-EXIT.
005310     EXIT.
005310*
005310*=============================================================
005310* 9050-STAMP-AUDIT-TIME  -  STAMP THE AUDIT ENTRY WITH THE
005310*     BUSINESS DATE AND THE CLOCK TIME. ONCE THE CLOCK HAS PASSED
005310*     MIDNIGHT THE TIME CARRIES ON PAST 24 HOURS (24-47 THE NEXT
005310*     DAY, 48-71 THE DAY AFTER, 72-95 BEYOND), SO ONE BUSINESS
005310*     DATE'S ENTRIES STILL SORT IN THE ORDER THEY WERE WRITTEN.
005310*     AN ENTRY WRITTEN BEFORE THE BUSINESS DATE HAS ARRIVED (A
005310*     JOB RUN AFTER THE WINDOW CLOSED BUT BEFORE MIDNIGHT) IS
005310*     STAMPED AT THE START OF THAT DATE.
005310*=============================================================
005310 9050-STAMP-AUDIT-TIME.
005310     MOVE WS-BDT-BUSINESS-DATE       TO AUD-TS-DATE.
005310     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
005310     ACCEPT AUD-TS-TIME FROM TIME.
005310     EVALUATE TRUE
005310         WHEN WS-CLOCK-DATE = WS-BDT-BUSINESS-DATE
005310             CONTINUE
005310         WHEN WS-CLOCK-DATE < WS-BDT-BUSINESS-DATE
005310             MOVE ZERO               TO AUD-TS-TIME
005310         WHEN WS-CLOCK-DATE = WS-BDT-NEXT-DATE
005310             ADD 24000000            TO AUD-TS-TIME
005310         WHEN WS-CLOCK-DATE = WS-BDT-THIRD-DATE
005310             ADD 48000000            TO AUD-TS-TIME
005310         WHEN OTHER
005310             ADD 72000000            TO AUD-TS-TIME
005310     END-EVALUATE.
005310 9050-EXIT.
005310     EXIT.
005320*
005330*=============================================================
005340* 9800-BACK-ONE-DAY  -  STEP WS-CUTOFF-DATE BACK ONE CALENDAR
