000320*               WAREHOUSE ARRIVES IN EFFECTIVE-DATE ORDER, A
000330*               CONTROL-BREAK COUNT OF ITEMS STILL WAITING BY
000340*               DATE.
000341* 20261015 DB   THE RUN DATE (THE RELEASE CUTOFF) NOW COMES FROM
000342*               THE HW1DATE BUSINESS-DATE CONTROL RECORD
000343*               (COBDD22) INSTEAD OF THE SYSTEM CLOCK, SO A
000344*               WINDOW STARTED AFTER MIDNIGHT NO LONGER RELEASES
000345*               THE NEXT DAY'S ITEMS.
000350*-------------------------------------------------------------
000360*
000370 ENVIRONMENT DIVISION.
000470*                STREAM BY THE JOB
000480*    SUSWAIT  -  ITEMS STILL IN THE FUTURE, CARRIED FORWARD
000490*    SUSRPT   -  RELEASE LOG AND WAITING-BY-DATE COUNTS
000495*    HW1DATE  -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000500*-------------------------------------------------------------
000510     SELECT SUSPIN ASSIGN TO COBDD5
000520         ORGANIZATION IS SEQUENTIAL
000630     SELECT SUSRPT ASSIGN TO COBDD4
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RPT-STATUS.
000652*
000654     SELECT HW1DATE ASSIGN TO COBDD22
000656         ORGANIZATION IS SEQUENTIAL
000658         FILE STATUS IS WS-DATE-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000920     LABEL RECORDS ARE STANDARD.
000930 01  SUSRPT-LINE                     PIC X(80).
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
001090     88  WS-SUSWAIT-STATUS-OK            VALUE '00'.
001100 01  WS-RPT-STATUS                   PIC X(02).
001110     88  WS-RPT-STATUS-OK                VALUE '00'.
001113 01  WS-DATE-STATUS                  PIC X(02).
001116     88  WS-DATE-STATUS-OK               VALUE '00'.
001120*
001130*-------------------------------------------------------------
001140*    WS-RUN-DATE  -  RELEASE CUTOFF FOR THIS RUN
001150*-------------------------------------------------------------
001160 01  WS-RUN-DATE                 PIC 9(08).
001161*
001162*-------------------------------------------------------------
001163*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001164*        READ BY 1010-READ-BUSINESS-DATE.
001165*-------------------------------------------------------------
001166 01  WS-BDT-IMAGE.
001167     COPY HW1DATERC
001168         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001170*
001180*-------------------------------------------------------------
001190*    WAITING-BY-DATE CONTROL BREAK  -  THE WAREHOUSE ARRIVES
001760* 1000-INITIALIZE  -  OPEN THE FILES AND PRIME THE WAREHOUSE.
001770*=============================================================
001780 1000-INITIALIZE.
001786     PERFORM 1010-READ-BUSINESS-DATE
001792         THRU 1010-EXIT.
001800     OPEN INPUT SUSPIN.
001810     IF NOT WS-SUSPIN-STATUS-OK
001820         DISPLAY 'OPEN INPUT SUSPIN FAILED - FILE STATUS = '
002100         THRU 1100-EXIT.
002110 1000-EXIT.
002120     EXIT.
002120*
002120*=============================================================
002120* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
002120*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
002120*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
002120*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
002120*=============================================================
002120 1010-READ-BUSINESS-DATE.
002120     OPEN INPUT HW1DATE.
002120     IF NOT WS-DATE-STATUS-OK
002120         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
002120             WS-DATE-STATUS
002120         PERFORM 9900-ABEND
002120             THRU 9900-EXIT
002120     END-IF.
002120     READ HW1DATE INTO WS-BDT-IMAGE
002120         AT END
002120             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
002120             PERFORM 9900-ABEND
002120                 THRU 9900-EXIT
002120     END-READ.
002120     IF NOT WS-DATE-STATUS-OK
002120         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
002120             WS-DATE-STATUS
002120         PERFORM 9900-ABEND
002120             THRU 9900-EXIT
002120     END-IF.
002120     CLOSE HW1DATE.
002120     IF NOT WS-DATE-STATUS-OK
002120         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
002120             WS-DATE-STATUS
002120         PERFORM 9900-ABEND
002120             THRU 9900-EXIT
002120     END-IF.
002120     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
002120         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
002120         PERFORM 9900-ABEND
002120             THRU 9900-EXIT
002120     END-IF.
002120     MOVE WS-BDT-BUSINESS-DATE       TO WS-RUN-DATE.
002120 1010-EXIT.
002120     EXIT.
002130*
002140*=============================================================
002150* 1100-READ-SUSPENSE  -  READ THE NEXT WAREHOUSE ITEM.
