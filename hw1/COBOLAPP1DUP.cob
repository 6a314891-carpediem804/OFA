000260*               ID, TEAM, STATUS AND EFFECTIVE DATE - SO THE
000270*               DUPLICATE ENROLLMENTS ALREADY ON THE FILE CAN
000280*               FINALLY BE WORKED OFF.
000282* 20261015 DB   THE HEADING RUN DATE NOW COMES FROM THE HW1DATE
000284*               BUSINESS-DATE CONTROL RECORD (COBDD22) INSTEAD OF
000286*               THE SYSTEM CLOCK.
000290*-------------------------------------------------------------
000300*
000310 ENVIRONMENT DIVISION.
000380*    HW1       -  ROSTER MASTER FILE, INDEXED BY HW1-ID
000390*    SORT-WORK -  WORK FILE FOR THE NAME/ID SORT
000400*    DUPRPT    -  PRINTED DUPLICATE-NAME REPORT
000405*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000410*-------------------------------------------------------------
000420     SELECT HW1 ASSIGN TO COBDD
000430         ORGANIZATION IS INDEXED
000500     SELECT DUPRPT ASSIGN TO COBDD4
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RPT-STATUS.
000522*
000524     SELECT HW1DATE ASSIGN TO COBDD22
000526         ORGANIZATION IS SEQUENTIAL
000528         FILE STATUS IS WS-DATE-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000710     LABEL RECORDS ARE STANDARD.
000720 01  DUPRPT-LINE                     PIC X(132).
000730*
000731 FD  HW1DATE
000732     LABEL RECORDS ARE STANDARD.
000733 01  HW1-DATE-RECORD.
000734     COPY HW1DATERC
000735         REPLACING ==:PREFIX:== BY ==BDT==.
000736*
000740 WORKING-STORAGE SECTION.
000750*-------------------------------------------------------------
000760*    END-OF-FILE AND FILE STATUS SWITCHES
000870     88  WS-HW1-FILE-STATUS-NOTFND       VALUE '23'.
000880 01  WS-RPT-STATUS                   PIC X(02).
000890     88  WS-RPT-STATUS-OK                VALUE '00'.
000893 01  WS-DATE-STATUS                  PIC X(02).
000896     88  WS-DATE-STATUS-OK               VALUE '00'.
000900*
000910*-------------------------------------------------------------
000920*    WS-HELD  -  ONE-RECORD LOOKAHEAD, SAME SHAPE AS IN
001080*    WS-RUN-DATE  -  FOR THE REPORT HEADINGS
001090*-------------------------------------------------------------
001100 01  WS-RUN-DATE                 PIC 9(08).
001101*
001102*-------------------------------------------------------------
001103*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001104*        READ BY 1010-READ-BUSINESS-DATE.
001105*-------------------------------------------------------------
001106 01  WS-BDT-IMAGE.
001107     COPY HW1DATERC
001108         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001110*
001120*-------------------------------------------------------------
001130*    RUN COUNTERS
001830* 1000-INITIALIZE  -  SET THE RUN DATE.
001840*=============================================================
001850 1000-INITIALIZE.
001856     PERFORM 1010-READ-BUSINESS-DATE
001862         THRU 1010-EXIT.
001870 1000-EXIT.
001880     EXIT.
001880*
001880*=============================================================
001880* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
001880*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
001880*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
001880*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
001880*=============================================================
001880 1010-READ-BUSINESS-DATE.
001880     OPEN INPUT HW1DATE.
001880     IF NOT WS-DATE-STATUS-OK
001880         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
001880             WS-DATE-STATUS
001880         PERFORM 9900-ABEND
001880             THRU 9900-EXIT
001880     END-IF.
001880     READ HW1DATE INTO WS-BDT-IMAGE
001880         AT END
001880             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
001880             PERFORM 9900-ABEND
001880                 THRU 9900-EXIT
001880     END-READ.
001880     IF NOT WS-DATE-STATUS-OK
001880         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
001880             WS-DATE-STATUS
001880         PERFORM 9900-ABEND
001880             THRU 9900-EXIT
001880     END-IF.
001880     CLOSE HW1DATE.
001880     IF NOT WS-DATE-STATUS-OK
001880         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
001880             WS-DATE-STATUS
001880         PERFORM 9900-ABEND
001880             THRU 9900-EXIT
001880     END-IF.
001880     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
001880         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
001880         PERFORM 9900-ABEND
001880             THRU 9900-EXIT
001880     END-IF.
001880     MOVE WS-BDT-BUSINESS-DATE       TO WS-RUN-DATE.
001880 1010-EXIT.
001880     EXIT.
001890*
001900*=============================================================
001910* 2000-SORT-IN  -  SCAN THE WHOLE MASTER IN KEY SEQUENCE AND
