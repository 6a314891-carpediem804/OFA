000360*               COUNT AGAINST THE TRAILER BEFORE LOADING.
000370*               NAMES AND TEAMS ARE TRIMMED AND QUOTED THE
000380*               SAME WAY COBOLAPP1EXT QUOTES THEM.
000382* 20261015 DB   THE HEADER ROW RUN DATE NOW COMES FROM THE
000384*               HW1DATE BUSINESS-DATE CONTROL RECORD (COBDD22)
000386*               INSTEAD OF THE SYSTEM CLOCK.
000390*-------------------------------------------------------------
000400*
000410 ENVIRONMENT DIVISION.
000480*    HW1OLD    -  LAST NIGHT'S HW1 SNAPSHOT, ASCENDING HW1-ID
000490*    HW1NEW    -  TONIGHT'S HW1 SNAPSHOT, ASCENDING HW1-ID
000500*    DLT-FILE  -  COMMA-DELIMITED DELTA FOR DOWNSTREAM USE
000505*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000510*-------------------------------------------------------------
000520     SELECT HW1OLD ASSIGN TO COBDD5
000530         ORGANIZATION IS SEQUENTIAL
000600     SELECT DLT-FILE ASSIGN TO COBDD10
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-DLT-STATUS.
000622*
000624     SELECT HW1DATE ASSIGN TO COBDD22
000626         ORGANIZATION IS SEQUENTIAL
000628         FILE STATUS IS WS-DATE-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000790     LABEL RECORDS ARE OMITTED.
000800 01  DLT-LINE                        PIC X(120).
000810*
000811 FD  HW1DATE
000812     LABEL RECORDS ARE STANDARD.
000813 01  HW1-DATE-RECORD.
000814     COPY HW1DATERC
000815         REPLACING ==:PREFIX:== BY ==BDT==.
000816*
000820 WORKING-STORAGE SECTION.
000830*-------------------------------------------------------------
000840*    END-OF-FILE AND STATUS SWITCHES
001010*
001020 01  WS-DLT-STATUS                   PIC X(02).
001030     88  WS-DLT-STATUS-OK                VALUE '00'.
001033 01  WS-DATE-STATUS                  PIC X(02).
001036     88  WS-DATE-STATUS-OK               VALUE '00'.
001040*
001050*-------------------------------------------------------------
001060*    WS-RUN-DATE  -  STAMPED ON THE HEADER ROW
001070*-------------------------------------------------------------
001080 01  WS-RUN-DATE                 PIC 9(08).
001081*
001082*-------------------------------------------------------------
001083*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001084*        READ BY 1010-READ-BUSINESS-DATE.
001085*-------------------------------------------------------------
001086 01  WS-BDT-IMAGE.
001087     COPY HW1DATERC
001088         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001090*
001100*-------------------------------------------------------------
001110*    ROW BUILD FIELDS  -  ONE DELTA'S COLUMN VALUES BEFORE
001510*     WRITE THE HEADER ROW, AND PRIME BOTH SNAPSHOTS.
001520*=============================================================
001530 1000-INITIALIZE.
001536     PERFORM 1010-READ-BUSINESS-DATE
001542         THRU 1010-EXIT.
001550     OPEN INPUT HW1OLD.
001560     IF NOT WS-OLD-STATUS-OK
001570         DISPLAY 'OPEN INPUT HW1OLD FAILED - FILE STATUS = '
001890         THRU 1200-EXIT.
001900 1000-EXIT.
001910     EXIT.
001910*
001910*=============================================================
001910* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
001910*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
001910*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
001910*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
001910*=============================================================
001910 1010-READ-BUSINESS-DATE.
001910     OPEN INPUT HW1DATE.
001910     IF NOT WS-DATE-STATUS-OK
001910         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
001910             WS-DATE-STATUS
001910         PERFORM 9900-ABEND
001910             THRU 9900-EXIT
001910     END-IF.
001910     READ HW1DATE INTO WS-BDT-IMAGE
001910         AT END
001910             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
001910             PERFORM 9900-ABEND
001910                 THRU 9900-EXIT
001910     END-READ.
001910     IF NOT WS-DATE-STATUS-OK
001910         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
001910             WS-DATE-STATUS
001910         PERFORM 9900-ABEND
001910             THRU 9900-EXIT
001910     END-IF.
001910     CLOSE HW1DATE.
001910     IF NOT WS-DATE-STATUS-OK
001910         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
001910             WS-DATE-STATUS
001910         PERFORM 9900-ABEND
001910             THRU 9900-EXIT
001910     END-IF.
001910     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
001910         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
001910         PERFORM 9900-ABEND
001910             THRU 9900-EXIT
001910     END-IF.
001910     MOVE WS-BDT-BUSINESS-DATE       TO WS-RUN-DATE.
001910 1010-EXIT.
001910     EXIT.
001920*
001930*=============================================================
001940* 1100-READ-OLD  -  READ THE NEXT LAST-NIGHT SNAPSHOT RECORD.
