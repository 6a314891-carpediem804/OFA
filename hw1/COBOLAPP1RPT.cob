001494*               COBOLAPP1TRD TREND REPORT. HW1-STATUS NOW
001496*               TRAVELS THROUGH THE SORT RECORD TO MAKE THE
001498*               PER-STATUS COUNTS POSSIBLE.
001498* 20261015 DB   THE RUN DATE STAMPED ON EVERY HW1HIST RECORD NOW
001498*               COMES FROM THE HW1DATE BUSINESS-DATE CONTROL
001498*               RECORD (COBDD22) INSTEAD OF THE SYSTEM CLOCK, SO
001498*               A WINDOW FINISHING PAST MIDNIGHT NO LONGER DATES
001498*               THE HEADCOUNTS A DAY LATE.
001500*-------------------------------------------------------------
001600*
001700 ENVIRONMENT DIVISION.
003672     SELECT HW1HIST ASSIGN TO COBDD13
003674         ORGANIZATION IS SEQUENTIAL
003676         FILE STATUS IS WS-HIST-STATUS.
003678*
003680*-------------------------------------------------------------
003682*    HW1DATE  -  BUSINESS-DATE CONTROL RECORD (READ ONLY). THE
003684*                HW1HIST RECORDS ARE DATED FROM IT.
003686*-------------------------------------------------------------
003688     SELECT HW1DATE ASSIGN TO COBDD22
003690         ORGANIZATION IS SEQUENTIAL
003692         FILE STATUS IS WS-DATE-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
005550     COPY HW1HISTRC
005560         REPLACING ==:PREFIX:== BY ==HIST==.
005600*
005610 FD  HW1DATE
005620     LABEL RECORDS ARE STANDARD.
005630 01  HW1-DATE-RECORD.
005640     COPY HW1DATERC
005650         REPLACING ==:PREFIX:== BY ==BDT==.
005660*
005700 WORKING-STORAGE SECTION.
005800*-------------------------------------------------------------
005900*    WS-HW1-EOF-SW  -  END OF HW1 DURING THE SORT INPUT PASS
006580     88  WS-RPT-STATUS-OK                VALUE '00'.
006590 01  WS-HIST-STATUS                  PIC X(02).
006592     88  WS-HIST-STATUS-OK               VALUE '00'.
006594 01  WS-DATE-STATUS                  PIC X(02).
006596     88  WS-DATE-STATUS-OK               VALUE '00'.
006600*
006500*-------------------------------------------------------------
006600*    WS-SORT-EOF-SW  -  END OF THE SORTED FILE ON OUTPUT PASS
007900 01  WS-LINE-COUNT               PIC 9(03)   COMP VALUE ZERO.
008000 01  WS-MAX-LINES                PIC 9(03)   VALUE 50.
008100 01  WS-PAGE-COUNT               PIC 9(03)   COMP VALUE ZERO.
008110*
008120*-------------------------------------------------------------
008130*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
008140*        READ BY 1010-READ-BUSINESS-DATE.
008150*-------------------------------------------------------------
008160 01  WS-BDT-IMAGE.
008170     COPY HW1DATERC
008180         REPLACING ==:PREFIX:== BY ==WS-BDT==.
008200*
008300*-------------------------------------------------------------
008400*    PRINT LINE LAYOUTS
014500 1000-INITIALIZE.
014600     MOVE ZERO  TO WS-GRAND-COUNT.
014700     MOVE ZERO  TO WS-PAGE-COUNT.
014710     PERFORM 1010-READ-BUSINESS-DATE
014720         THRU 1010-EXIT.
014800     SET WS-FIRST-RECORD TO TRUE.
014900 1000-EXIT.
015000     EXIT.
015002*
015004*=============================================================
015006* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
015008*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
015010*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
015012*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
015014*=============================================================
015016 1010-READ-BUSINESS-DATE.
015018     OPEN INPUT HW1DATE.
015020     IF NOT WS-DATE-STATUS-OK
015022         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
015024             WS-DATE-STATUS
015026         PERFORM 9900-ABEND
015028             THRU 9900-EXIT
015030     END-IF.
015032     READ HW1DATE INTO WS-BDT-IMAGE
015034         AT END
015036             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
015038             PERFORM 9900-ABEND
015040                 THRU 9900-EXIT
015042     END-READ.
015044     IF NOT WS-DATE-STATUS-OK
015046         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
015048             WS-DATE-STATUS
015050         PERFORM 9900-ABEND
015052             THRU 9900-EXIT
015054     END-IF.
015056     CLOSE HW1DATE.
015058     IF NOT WS-DATE-STATUS-OK
015060         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
015062             WS-DATE-STATUS
015064         PERFORM 9900-ABEND
015066             THRU 9900-EXIT
015068     END-IF.
015070     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
015072         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
015074         PERFORM 9900-ABEND
015076             THRU 9900-EXIT
015078     END-IF.
015080     MOVE WS-BDT-BUSINESS-DATE       TO WS-RUN-DATE.
015082 1010-EXIT.
015084     EXIT.
015100*
015200*=============================================================
015300* 2000-SORT-IN  -  READ HW1 SEQUENTIALLY AND RELEASE EVERY
