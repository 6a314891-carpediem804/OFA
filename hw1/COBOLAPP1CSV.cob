000379*               WHICH ALSO MEANS A REGISTRAR-FED DELETE CAN
000379*               NEVER APPROVE ITSELF UNDER THE TWO-STEP DELETE
000379*               RULE IN COBOLAPP1MNT.
000379* 20261015 DB   THE RUN DATE THAT KEYS THE BATCH ID AND THE
000379*               HEADER DATE NOW COMES FROM THE HW1DATE
000379*               BUSINESS-DATE CONTROL RECORD (COBDD22) INSTEAD OF
000379*               THE SYSTEM CLOCK, SO THE BATCH IS DATED FOR THE
000379*               WINDOW THAT WILL APPLY IT.
000380*-------------------------------------------------------------
000390*
000400 ENVIRONMENT DIVISION.
000480*    HW1TRANS  -  FIXED-FORMAT TRANSACTION OUTPUT FOR THE
000490*                 COBOLAPP1MNT COBDD8 INPUT
000500*    CSVRPT    -  PARSE RESULT / ERROR REPORT
000505*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000510*-------------------------------------------------------------
000520     SELECT REGCSV ASSIGN TO COBDD14
000530         ORGANIZATION IS LINE SEQUENTIAL
000600     SELECT CSVRPT ASSIGN TO COBDD9
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.
000622*
000624     SELECT HW1DATE ASSIGN TO COBDD22
000626         ORGANIZATION IS SEQUENTIAL
000628         FILE STATUS IS WS-DATE-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000840     LABEL RECORDS ARE STANDARD.
000850 01  CSVRPT-LINE                     PIC X(80).
000860*
000861 FD  HW1DATE
000862     LABEL RECORDS ARE STANDARD.
000863 01  HW1-DATE-RECORD.
000864     COPY HW1DATERC
000865         REPLACING ==:PREFIX:== BY ==BDT==.
000866*
000870 WORKING-STORAGE SECTION.
000880*-------------------------------------------------------------
000890*    END-OF-FILE AND FILE STATUS SWITCHES
000990     88  WS-TRANS-STATUS-OK              VALUE '00'.
001000 01  WS-RPT-STATUS                   PIC X(02).
001010     88  WS-RPT-STATUS-OK                VALUE '00'.
001013 01  WS-DATE-STATUS                  PIC X(02).
001016     88  WS-DATE-STATUS-OK               VALUE '00'.
001020*
001030*-------------------------------------------------------------
001040*    CSV PARSE CONTROLS  -  ONE ROW IS SPLIT INTO UP TO SIX
001510 01  WS-BATCH-ID.
001511     05  FILLER                  PIC X(02)   VALUE 'RC'.
001512     05  WS-BATCH-ID-DATE        PIC 9(06).
001512*
001512*-------------------------------------------------------------
001512*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001512*        READ BY 1010-READ-BUSINESS-DATE.
001512*-------------------------------------------------------------
001512 01  WS-BDT-IMAGE.
001512     COPY HW1DATERC
001512         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001513*
001520*-------------------------------------------------------------
001530*    CSVRPT LINE LAYOUTS
002060         PERFORM 9900-ABEND
002070             THRU 9900-EXIT
002080     END-IF.
002081     PERFORM 1010-READ-BUSINESS-DATE
002082         THRU 1010-EXIT.
002083     MOVE WS-RUN-DATE (3:6)          TO WS-BATCH-ID-DATE.
002084     MOVE SPACES                     TO HW1-BATCH-HEADER.
002085     MOVE 'H'                        TO BHDR-CODE.
002110         THRU 1100-EXIT.
002120 1000-EXIT.
002130     EXIT.
002130*
002130*=============================================================
002130* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
002130*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
002130*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
002130*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
002130*=============================================================
002130 1010-READ-BUSINESS-DATE.
002130     OPEN INPUT HW1DATE.
002130     IF NOT WS-DATE-STATUS-OK
002130         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
002130             WS-DATE-STATUS
002130         PERFORM 9900-ABEND
002130             THRU 9900-EXIT
002130     END-IF.
002130     READ HW1DATE INTO WS-BDT-IMAGE
002130         AT END
002130             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
002130             PERFORM 9900-ABEND
002130                 THRU 9900-EXIT
002130     END-READ.
002130     IF NOT WS-DATE-STATUS-OK
002130         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
002130             WS-DATE-STATUS
002130         PERFORM 9900-ABEND
002130             THRU 9900-EXIT
002130     END-IF.
002130     CLOSE HW1DATE.
002130     IF NOT WS-DATE-STATUS-OK
002130         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
002130             WS-DATE-STATUS
002130         PERFORM 9900-ABEND
002130             THRU 9900-EXIT
002130     END-IF.
002130     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
002130         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
002130         PERFORM 9900-ABEND
002130             THRU 9900-EXIT
002130     END-IF.
002130     MOVE WS-BDT-BUSINESS-DATE       TO WS-RUN-DATE.
002130 1010-EXIT.
002130     EXIT.
002140*
002150*=============================================================
002160* 1100-READ-CSV  -  READ THE NEXT REGISTRAR ROW.
