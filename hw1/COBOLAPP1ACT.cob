000296*               THIS SWEEP DOES NOT RUN FROM A KEYED BATCH, SO
000298*               ITS ENTRIES CARRY THE FIXED SOURCE TAG
000299*               ACTSWEEP.
000299* 20261015 DB   THE RUN DATE (THE ACTIVATION CUTOFF) NOW COMES
000299*               FROM THE HW1DATE BUSINESS-DATE CONTROL RECORD
000299*               (COBDD22) INSTEAD OF THE SYSTEM CLOCK, SO A
000299*               WINDOW FINISHING PAST MIDNIGHT NO LONGER
000299*               ACTIVATES RECORDS A DAY EARLY. AUDIT ENTRIES
000299*               CARRY THE BUSINESS DATE (SEE 9050).
000300*-------------------------------------------------------------
000310*
000320 ENVIRONMENT DIVISION.
000400*    HW1AUDIT  -  BEFORE/AFTER AUDIT TRAIL (SAME FILE THE
000410*                 COBOLAPP1 AND COBOLAPP1MNT JOBS APPEND TO)
000420*    ACTRPT    -  PRINTED ACTIVATION SWEEP REPORT
000425*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000430*-------------------------------------------------------------
000440     SELECT HW1 ASSIGN TO COBDD
000450         ORGANIZATION IS INDEXED
000540     SELECT ACTRPT ASSIGN TO COBDD4
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RPT-STATUS.
000562*
000564     SELECT HW1DATE ASSIGN TO COBDD22
000566         ORGANIZATION IS SEQUENTIAL
000568         FILE STATUS IS WS-DATE-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000880     LABEL RECORDS ARE STANDARD.
000890 01  ACTRPT-LINE                     PIC X(132).
000900*
000901 FD  HW1DATE
000902     LABEL RECORDS ARE STANDARD.
000903 01  HW1-DATE-RECORD.
000904     COPY HW1DATERC
000905         REPLACING ==:PREFIX:== BY ==BDT==.
000906*
000910 WORKING-STORAGE SECTION.
000920*-------------------------------------------------------------
000930*    END-OF-FILE AND FILE STATUS SWITCHES
001030     88  WS-AUDIT-STATUS-OK              VALUE '00'.
001040 01  WS-RPT-STATUS                   PIC X(02).
001050     88  WS-RPT-STATUS-OK                VALUE '00'.
001053 01  WS-DATE-STATUS                  PIC X(02).
001056     88  WS-DATE-STATUS-OK               VALUE '00'.
001060*
001070*-------------------------------------------------------------
001080*    WS-RUN-DATE  -  ACTIVATION CUTOFF FOR THIS SWEEP
001090*-------------------------------------------------------------
001100 01  WS-RUN-DATE                 PIC 9(08).
001100*
001100*-------------------------------------------------------------
001100*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001100*        READ BY 1010-READ-BUSINESS-DATE. WS-CLOCK-DATE IS THE
001100*        SYSTEM DATE, USED ONLY BY 9050-STAMP-AUDIT-TIME.
001100*-------------------------------------------------------------
001100 01  WS-BDT-IMAGE.
001100     COPY HW1DATERC
001100         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001100 01  WS-CLOCK-DATE                   PIC 9(08).
001110*
001120*-------------------------------------------------------------
001130*    WS-AUDIT-BEFORE / WS-AUDIT-AFTER  -  BEFORE AND AFTER
002050*     POSITION THE MASTER AT ITS FIRST RECORD.
002060*=============================================================
002070 1000-INITIALIZE.
002076     PERFORM 1010-READ-BUSINESS-DATE
002082         THRU 1010-EXIT.
002090     OPEN I-O HW1.
002100     IF NOT WS-HW1-FILE-STATUS-OK
002110         DISPLAY 'OPEN I-O HW1 FAILED - FILE STATUS = '
002480     END-IF.
002490 1000-EXIT.
002500     EXIT.
002500*
002500*=============================================================
002500* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
002500*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
002500*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
002500*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
002500*=============================================================
002500 1010-READ-BUSINESS-DATE.
002500     OPEN INPUT HW1DATE.
002500     IF NOT WS-DATE-STATUS-OK
002500         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
002500             WS-DATE-STATUS
002500         PERFORM 9900-ABEND
002500             THRU 9900-EXIT
002500     END-IF.
002500     READ HW1DATE INTO WS-BDT-IMAGE
002500         AT END
002500             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
002500             PERFORM 9900-ABEND
002500                 THRU 9900-EXIT
002500     END-READ.
002500     IF NOT WS-DATE-STATUS-OK
002500         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
002500             WS-DATE-STATUS
002500         PERFORM 9900-ABEND
002500             THRU 9900-EXIT
002500     END-IF.
002500     CLOSE HW1DATE.
002500     IF NOT WS-DATE-STATUS-OK
002500         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
002500             WS-DATE-STATUS
002500         PERFORM 9900-ABEND
002500             THRU 9900-EXIT
002500     END-IF.
002500     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
002500         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
002500         PERFORM 9900-ABEND
002500             THRU 9900-EXIT
002500     END-IF.
002500     MOVE WS-BDT-BUSINESS-DATE       TO WS-RUN-DATE.
002500 1010-EXIT.
002500     EXIT.
002510*
002520*=============================================================
002530* 1100-READ-NEXT-HW1  -  READ THE NEXT ROSTER RECORD IN KEY
004500*     SAME SHAPE AS COBOLAPP1MNT WRITES FOR A CHANGE.
004510*=============================================================
004520 9000-WRITE-AUDIT-RECORD.
004530     PERFORM 9050-STAMP-AUDIT-TIME
004540         THRU 9050-EXIT.
004550     SET AUD-OP-CHANGE TO TRUE.
004560     MOVE WS-AUDIT-BEFORE-ID         TO AUD-OLD-ID.
004570     MOVE WS-AUDIT-BEFORE-NAME       TO AUD-OLD-NAME.
004730     END-IF.
004740 9000-EXIT.
004750     EXIT.
004750*
004750*=============================================================
004750* 9050-STAMP-AUDIT-TIME  -  STAMP THE AUDIT ENTRY WITH THE
004750*     BUSINESS DATE AND THE CLOCK TIME. ONCE THE CLOCK HAS PASSED
004750*     MIDNIGHT THE TIME CARRIES ON PAST 24 HOURS (24-47 THE NEXT
004750*     DAY, 48-71 THE DAY AFTER, 72-95 BEYOND), SO ONE BUSINESS
004750*     DATE'S ENTRIES STILL SORT IN THE ORDER THEY WERE WRITTEN.
004750*     AN ENTRY WRITTEN BEFORE THE BUSINESS DATE HAS ARRIVED (A
004750*     JOB RUN AFTER THE WINDOW CLOSED BUT BEFORE MIDNIGHT) IS
004750*     STAMPED AT THE START OF THAT DATE.
004750*=============================================================
004750 9050-STAMP-AUDIT-TIME.
004750     MOVE WS-BDT-BUSINESS-DATE       TO AUD-TS-DATE.
004750     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
004750     ACCEPT AUD-TS-TIME FROM TIME.
004750     EVALUATE TRUE
004750         WHEN WS-CLOCK-DATE = WS-BDT-BUSINESS-DATE
004750             CONTINUE
004750         WHEN WS-CLOCK-DATE < WS-BDT-BUSINESS-DATE
004750             MOVE ZERO               TO AUD-TS-TIME
004750         WHEN WS-CLOCK-DATE = WS-BDT-NEXT-DATE
004750             ADD 24000000            TO AUD-TS-TIME
004750         WHEN WS-CLOCK-DATE = WS-BDT-THIRD-DATE
004750             ADD 48000000            TO AUD-TS-TIME
004750         WHEN OTHER
004750             ADD 72000000            TO AUD-TS-TIME
004750     END-EVALUATE.
004750 9050-EXIT.
004750     EXIT.
004760*
004770*=============================================================
004780* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
