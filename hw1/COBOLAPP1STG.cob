000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBOLAPP1STG.
000120 AUTHOR.        D BARRETT.
000130 INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000140 DATE-WRITTEN.  20261015.
000150 DATE-COMPILED.
000160*
000170*-------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-------------------------------------------------------------
000200* 20261015 DB   NEW PROGRAM - NIGHTLY ONLINE BATCH BUILD. READS
000210*               THE HW1STAGE STAGING CLUSTER THAT THE CICS ENTRY
000220*               SCREEN COBOLAPP1OLE FILLS DURING THE DAY AND
000230*               WRITES EVERY STAGED REQUEST AS ONE DETAIL OF A
000240*               SINGLE KEYED HW1TRANS BATCH - HEADER WITH ORIGIN
000250*               ONLINE, DETAILS IN KEYING ORDER, TRAILER WITH THE
000260*               DETAIL COUNT AND TRANS-ID HASH TOTAL - WHICH THE
000270*               JOB CONCATENATES INTO TONIGHT'S MNTSTEP COBDD8
000280*               STREAM. THE BATCH ID IS 'OL' PLUS THE BUSINESS
000290*               DATE AS YYMMDD, SO IT IS UNIQUE PER WINDOW. EACH
000300*               RECORD BATCHED IS MARKED 'B' WITH THE BATCH ID
000310*               AND BUSINESS DATE; A RERUN FOR THE SAME DATE PICKS
000320*               THE MARKED RECORDS UP AGAIN, SO A FAILED STEP CAN
000330*               SIMPLY BE RUN AGAIN. RECORDS MARKED FOR AN EARLIER
000340*               BUSINESS DATE HAVE BEEN THROUGH A WINDOW THAT
000350*               CLOSED CLEAN AND ARE REMOVED. NOTHING STAGED MEANS
000360*               AN EMPTY OUTPUT FILE, NOT AN EMPTY BATCH.
000370*-------------------------------------------------------------
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450*-------------------------------------------------------------
000460*    HW1STAGE -  ONLINE STAGING CLUSTER, INDEXED BY ENTRY KEY
000470*    HW1ONLN  -  TONIGHT'S ONLINE BATCH, HW1TRANS LAYOUT
000480*    STGRPT   -  BATCH BUILD LOG AND CONTROL TOTALS
000490*    HW1DATE  -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000500*-------------------------------------------------------------
000510     SELECT HW1STAGE ASSIGN TO COBDD28
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS STG-KEY
000550         FILE STATUS IS WS-STAGE-STATUS.
000560*
000570     SELECT HW1ONLN ASSIGN TO COBDD29
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-ONLN-STATUS.
000600*
000610     SELECT STGRPT ASSIGN TO COBDD4
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.
000640*
000650     SELECT HW1DATE ASSIGN TO COBDD22
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-DATE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  HW1STAGE
000720     LABEL RECORDS ARE STANDARD.
000730 01  HW1-STAGE-RECORD.
000740     COPY HW1STGRC
000750         REPLACING ==:PREFIX:== BY ==STG==.
000760*
000770 FD  HW1ONLN
000780     LABEL RECORDS ARE STANDARD.
000790 01  HW1-TRANS-RECORD.
000800     05  TRANS-CODE                  PIC X(01).
000810     05  TRANS-ID                    PIC 9(07).
000820     05  TRANS-NAME                  PIC X(25).
000830     05  TRANS-TEAM                  PIC X(20).
000840     05  TRANS-STATUS                PIC X(01).
000850     05  TRANS-EFFECTIVE-DATE        PIC 9(08).
000860     05  TRANS-RECYCLE-COUNT         PIC X(02).
000870     05  TRANS-PRIOR-REASON          PIC X(40).
000880     05  TRANS-PRIOR-REJ-DATE        PIC X(08).
000890     05  TRANS-OPERATOR              PIC X(08).
000900 01  HW1-BATCH-HEADER.
000910     05  BHDR-CODE                   PIC X(01).
000920     05  BHDR-BATCH-ID               PIC X(08).
000930     05  BHDR-ORIGIN                 PIC X(10).
000940     05  BHDR-DATE                   PIC 9(08).
000950     05  FILLER                      PIC X(93).
000960 01  HW1-BATCH-TRAILER.
000970     05  BTRL-CODE                   PIC X(01).
000980     05  BTRL-BATCH-ID               PIC X(08).
000990     05  BTRL-RECORD-COUNT           PIC 9(07).
001000     05  BTRL-ID-HASH                PIC 9(15).
001010     05  FILLER                      PIC X(89).
001020*
001030 FD  STGRPT
001040     LABEL RECORDS ARE STANDARD.
001050 01  STGRPT-LINE                     PIC X(80).
001060*
001070 FD  HW1DATE
001080     LABEL RECORDS ARE STANDARD.
001090 01  HW1-DATE-RECORD.
001100     COPY HW1DATERC
001110         REPLACING ==:PREFIX:== BY ==BDT==.
001120*
001130 WORKING-STORAGE SECTION.
001140*-------------------------------------------------------------
001150*    END-OF-FILE AND FILE STATUS SWITCHES
001160*-------------------------------------------------------------
001170 01  WS-STAGE-EOF-SW             PIC X(01).
001180     88  WS-STAGE-EOF                VALUE 'Y'.
001190     88  WS-STAGE-NOT-EOF            VALUE 'N'.
001200*
001210 01  WS-STAGE-STATUS                 PIC X(02).
001220     88  WS-STAGE-STATUS-OK              VALUE '00'.
001230     88  WS-STAGE-STATUS-EOF             VALUE '10'.
001240     88  WS-STAGE-STATUS-NOTFND          VALUE '23'.
001250 01  WS-ONLN-STATUS                  PIC X(02).
001260     88  WS-ONLN-STATUS-OK               VALUE '00'.
001270 01  WS-RPT-STATUS                   PIC X(02).
001280     88  WS-RPT-STATUS-OK                VALUE '00'.
001290 01  WS-DATE-STATUS                  PIC X(02).
001300     88  WS-DATE-STATUS-OK               VALUE '00'.
001310*
001320*-------------------------------------------------------------
001330*    WS-RUN-DATE  -  BUSINESS DATE OF THIS WINDOW. THE BATCH ID
001340*        IS 'OL' PLUS ITS YYMMDD PORTION.
001350*-------------------------------------------------------------
001360 01  WS-RUN-DATE                 PIC 9(08).
001370 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001380     05  FILLER                  PIC X(02).
001390     05  WS-RUN-YYMMDD           PIC X(06).
001400 01  WS-BATCH-ID.
001410     05  FILLER                  PIC X(02)   VALUE 'OL'.
001420     05  WS-BATCH-YYMMDD         PIC X(06).
001430 01  WS-BATCH-ORIGIN             PIC X(10)   VALUE 'ONLINE'.
001440*
001450*-------------------------------------------------------------
001460*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001470*        READ BY 1010-READ-BUSINESS-DATE.
001480*-------------------------------------------------------------
001490 01  WS-BDT-IMAGE.
001500     COPY HW1DATERC
001510         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001520*
001530*-------------------------------------------------------------
001540*    BATCH CONTROLS  -  THE HEADER GOES OUT WITH THE FIRST
001550*        DETAIL; THE TRAILER CARRIES THE DETAIL COUNT AND THE
001560*        TRANS-ID HASH TOTAL THAT COBOLAPP1MNT PROVES.
001570*-------------------------------------------------------------
001580 01  WS-HEADER-SW                PIC X(01)   VALUE 'N'.
001590     88  WS-HEADER-WRITTEN           VALUE 'Y'.
001600     88  WS-HEADER-NOT-WRITTEN       VALUE 'N'.
001610 01  WS-BATCH-HASH               PIC 9(15)   VALUE ZERO.
001620*
001630*-------------------------------------------------------------
001640*    RUN COUNTERS
001650*-------------------------------------------------------------
001660 01  WS-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
001670 01  WS-DETAIL-COUNT             PIC 9(07)   COMP VALUE ZERO.
001680 01  WS-NEW-COUNT                PIC 9(07)   COMP VALUE ZERO.
001690 01  WS-REBATCH-COUNT            PIC 9(07)   COMP VALUE ZERO.
001700 01  WS-CLEARED-COUNT            PIC 9(07)   COMP VALUE ZERO.
001710*
001720*-------------------------------------------------------------
001730*    STGRPT LINE LAYOUTS
001740*-------------------------------------------------------------
001750 01  WS-HEADING-LINE.
001760     05  FILLER                  PIC X(01)   VALUE SPACES.
001770     05  FILLER                  PIC X(32)
001780             VALUE 'COBOLAPP1STG ONLINE BATCH BUILD '.
001790     05  FILLER                  PIC X(14)
001800             VALUE 'BUSINESS DATE '.
001810     05  HL-RUN-DATE             PIC 9(08).
001820     05  FILLER                  PIC X(07)   VALUE ' BATCH '.
001830     05  HL-BATCH-ID             PIC X(08).
001840     05  FILLER                  PIC X(10)   VALUE SPACES.
001850*
001860 01  WS-DETAIL-LINE.
001870     05  FILLER                  PIC X(01)   VALUE SPACES.
001880     05  DL-CODE                 PIC X(01).
001890     05  FILLER                  PIC X(01)   VALUE SPACES.
001900     05  DL-ID                   PIC 9(07).
001910     05  FILLER                  PIC X(01)   VALUE SPACES.
001920     05  DL-OPERATOR             PIC X(08).
001930     05  FILLER                  PIC X(01)   VALUE SPACES.
001940     05  DL-KEY-DATE             PIC 9(08).
001950     05  FILLER                  PIC X(01)   VALUE SPACES.
001960     05  DL-KEY-TIME             PIC 9(06).
001970     05  FILLER                  PIC X(01)   VALUE SPACES.
001980     05  DL-KEY-TERM             PIC X(04).
001990     05  FILLER                  PIC X(01)   VALUE SPACES.
002000     05  DL-RESULT               PIC X(09).
002010     05  FILLER                  PIC X(01)   VALUE SPACES.
002020     05  DL-BATCH-ID             PIC X(08).
002030     05  FILLER                  PIC X(21)   VALUE SPACES.
002040*
002050 01  WS-TOTAL-LINE.
002060     05  FILLER                  PIC X(01)   VALUE SPACES.
002070     05  TOT-LABEL               PIC X(30).
002080     05  TOT-COUNT               PIC ZZZZZZ9.
002090     05  FILLER                  PIC X(42)   VALUE SPACES.
002100*
002110 PROCEDURE DIVISION.
002120*=============================================================
002130 0000-MAINLINE SECTION.
002140*=============================================================
002150     PERFORM 1000-INITIALIZE
002160         THRU 1000-EXIT.
002170     PERFORM 2000-PROCESS-STAGED-RECORD
002180         THRU 2000-EXIT
002190         UNTIL WS-STAGE-EOF.
002200     PERFORM 8000-TERMINATE
002210         THRU 8000-EXIT.
002220     STOP RUN.
002230*
002240*=============================================================
002250* 1000-INITIALIZE  -  TAKE THE BUSINESS DATE, FORM TONIGHT'S
002260*     BATCH ID, OPEN THE FILES AND POSITION AT THE FIRST
002270*     STAGED RECORD.
002280*=============================================================
002290 1000-INITIALIZE.
002300     PERFORM 1010-READ-BUSINESS-DATE
002310         THRU 1010-EXIT.
002320     MOVE WS-RUN-YYMMDD              TO WS-BATCH-YYMMDD.
002330     OPEN I-O HW1STAGE.
002340     IF NOT WS-STAGE-STATUS-OK
002350         DISPLAY 'OPEN I-O HW1STAGE FAILED - FILE STATUS = '
002360             WS-STAGE-STATUS
002370         PERFORM 9900-ABEND
002380             THRU 9900-EXIT
002390     END-IF.
002400     OPEN OUTPUT HW1ONLN.
002410     IF NOT WS-ONLN-STATUS-OK
002420         DISPLAY 'OPEN OUTPUT HW1ONLN FAILED - FILE STATUS = '
002430             WS-ONLN-STATUS
002440         PERFORM 9900-ABEND
002450             THRU 9900-EXIT
002460     END-IF.
002470     OPEN OUTPUT STGRPT.
002480     IF NOT WS-RPT-STATUS-OK
002490         DISPLAY 'OPEN OUTPUT STGRPT FAILED - FILE STATUS = '
002500             WS-RPT-STATUS
002510         PERFORM 9900-ABEND
002520             THRU 9900-EXIT
002530     END-IF.
002540     MOVE WS-RUN-DATE                TO HL-RUN-DATE.
002550     MOVE WS-BATCH-ID                TO HL-BATCH-ID.
002560     WRITE STGRPT-LINE FROM WS-HEADING-LINE.
002570     IF NOT WS-RPT-STATUS-OK
002580         DISPLAY 'WRITE STGRPT FAILED - FILE STATUS = '
002590             WS-RPT-STATUS
002600         PERFORM 9900-ABEND
002610             THRU 9900-EXIT
002620     END-IF.
002630     SET WS-STAGE-NOT-EOF TO TRUE.
002640     MOVE LOW-VALUES TO STG-KEY.
002650     START HW1STAGE KEY NOT < STG-KEY
002660         INVALID KEY
002670             SET WS-STAGE-EOF TO TRUE
002680     END-START.
002690     IF NOT WS-STAGE-STATUS-OK AND NOT WS-STAGE-STATUS-NOTFND
002700         DISPLAY 'START HW1STAGE FAILED - FILE STATUS = '
002710             WS-STAGE-STATUS
002720         PERFORM 9900-ABEND
002730             THRU 9900-EXIT
002740     END-IF.
002750     IF WS-STAGE-NOT-EOF
002760         PERFORM 1100-READ-STAGE
002770             THRU 1100-EXIT
002780     END-IF.
002790 1000-EXIT.
002800     EXIT.
002810*
002820*=============================================================
002830* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
002840*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
002850*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
002860*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
002870*=============================================================
002880 1010-READ-BUSINESS-DATE.
002890     OPEN INPUT HW1DATE.
002900     IF NOT WS-DATE-STATUS-OK
002910         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
002920             WS-DATE-STATUS
002930         PERFORM 9900-ABEND
002940             THRU 9900-EXIT
002950     END-IF.
002960     READ HW1DATE INTO WS-BDT-IMAGE
002970         AT END
002980             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
002990             PERFORM 9900-ABEND
003000                 THRU 9900-EXIT
003010     END-READ.
003020     IF NOT WS-DATE-STATUS-OK
003030         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
003040             WS-DATE-STATUS
003050         PERFORM 9900-ABEND
003060             THRU 9900-EXIT
003070     END-IF.
003080     CLOSE HW1DATE.
003090     IF NOT WS-DATE-STATUS-OK
003100         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
003110             WS-DATE-STATUS
003120         PERFORM 9900-ABEND
003130             THRU 9900-EXIT
003140     END-IF.
003150     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
003160         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
003170         PERFORM 9900-ABEND
003180             THRU 9900-EXIT
003190     END-IF.
003200     MOVE WS-BDT-BUSINESS-DATE       TO WS-RUN-DATE.
003210 1010-EXIT.
003220     EXIT.
003230*
003240*=============================================================
003250* 1100-READ-STAGE  -  READ THE NEXT STAGING RECORD IN KEY
003260*     (KEYING) ORDER.
003270*=============================================================
003280 1100-READ-STAGE.
003290     READ HW1STAGE NEXT RECORD
003300         AT END
003310             SET WS-STAGE-EOF        TO TRUE
003320     END-READ.
003330     IF NOT WS-STAGE-STATUS-OK AND NOT WS-STAGE-STATUS-EOF
003340         DISPLAY 'READ HW1STAGE FAILED - FILE STATUS = '
003350             WS-STAGE-STATUS
003360         PERFORM 9900-ABEND
003370             THRU 9900-EXIT
003380     END-IF.
003390     IF NOT WS-STAGE-EOF
003400         ADD 1 TO WS-READ-COUNT
003410     END-IF.
003420 1100-EXIT.
003430     EXIT.
003440*
003450*=============================================================
003460* 2000-PROCESS-STAGED-RECORD  -  A STAGED RECORD JOINS
003470*     TONIGHT'S BATCH AND IS MARKED BATCHED. ONE ALREADY MARKED
003480*     FOR TONIGHT (A RERUN) JOINS IT AGAIN UNCHANGED. ONE MARKED
003490*     FOR AN EARLIER DATE WENT THROUGH A CLOSED WINDOW AND IS
003500*     REMOVED. A BATCH DATE AHEAD OF THE BUSINESS DATE MEANS
003510*     HW1DATE IS WRONG AND STOPS THE RUN.
003520*=============================================================
003530 2000-PROCESS-STAGED-RECORD.
003540     EVALUATE TRUE
003550         WHEN STG-STAGED
003560             PERFORM 3000-BATCH-RECORD
003570                 THRU 3000-EXIT
003580             MOVE 'B'                TO STG-STATE
003590             MOVE WS-BATCH-ID        TO STG-BATCH-ID
003600             MOVE WS-RUN-DATE        TO STG-BATCH-DATE
003610             REWRITE HW1-STAGE-RECORD
003620             END-REWRITE
003630             IF NOT WS-STAGE-STATUS-OK
003640                 DISPLAY 'REWRITE HW1STAGE FAILED - FILE '
003650                     'STATUS = ' WS-STAGE-STATUS
003660                 PERFORM 9900-ABEND
003670                     THRU 9900-EXIT
003680             END-IF
003690             MOVE 'BATCHED'          TO DL-RESULT
003700             ADD 1                   TO WS-NEW-COUNT
003710         WHEN STG-BATCHED AND STG-BATCH-DATE = WS-RUN-DATE
003720             PERFORM 3000-BATCH-RECORD
003730                 THRU 3000-EXIT
003740             MOVE 'REBATCHED'        TO DL-RESULT
003750             ADD 1                   TO WS-REBATCH-COUNT
003760         WHEN STG-BATCHED AND STG-BATCH-DATE < WS-RUN-DATE
003770             DELETE HW1STAGE RECORD
003780             END-DELETE
003790             IF NOT WS-STAGE-STATUS-OK
003800                 DISPLAY 'DELETE HW1STAGE FAILED - FILE STATUS = '
003810                     WS-STAGE-STATUS
003820                 PERFORM 9900-ABEND
003830                     THRU 9900-EXIT
003840             END-IF
003850             MOVE 'CLEARED'          TO DL-RESULT
003860             ADD 1                   TO WS-CLEARED-COUNT
003870         WHEN OTHER
003880             DISPLAY 'COBOLAPP1STG - STAGING RECORD ' STG-KEY
003890                 ' STATE ' STG-STATE ' BATCH DATE ' STG-BATCH-DATE
003900             DISPLAY 'IS NOT VALID FOR BUSINESS DATE ' WS-RUN-DATE
003910             PERFORM 9900-ABEND
003920                 THRU 9900-EXIT
003930     END-EVALUATE.
003940     PERFORM 7000-WRITE-LOG-LINE
003950         THRU 7000-EXIT.
003960     PERFORM 1100-READ-STAGE
003970         THRU 1100-EXIT.
003980 2000-EXIT.
003990     EXIT.
004000*
004010*=============================================================
004020* 3000-BATCH-RECORD  -  WRITE THE STAGED REQUEST AS ONE DETAIL
004030*     OF TONIGHT'S BATCH, OPENING THE BATCH WITH ITS HEADER
004040*     FIRST WHEN THIS IS THE FIRST DETAIL. THE RECYCLE TRAILER
004050*     IS BLANK, AS ON ANY FRESHLY KEYED TRANSACTION.
004060*=============================================================
004070 3000-BATCH-RECORD.
004080     IF WS-HEADER-NOT-WRITTEN
004090         MOVE SPACES                 TO HW1-BATCH-HEADER
004100         MOVE 'H'                    TO BHDR-CODE
004110         MOVE WS-BATCH-ID            TO BHDR-BATCH-ID
004120         MOVE WS-BATCH-ORIGIN        TO BHDR-ORIGIN
004130         MOVE WS-RUN-DATE            TO BHDR-DATE
004140         WRITE HW1-BATCH-HEADER
004150         END-WRITE
004160         IF NOT WS-ONLN-STATUS-OK
004170             DISPLAY 'WRITE HW1ONLN FAILED - FILE STATUS = '
004180                 WS-ONLN-STATUS
004190             PERFORM 9900-ABEND
004200                 THRU 9900-EXIT
004210         END-IF
004220         SET WS-HEADER-WRITTEN TO TRUE
004230     END-IF.
004240     MOVE SPACES                     TO HW1-TRANS-RECORD.
004250     MOVE STG-CODE                   TO TRANS-CODE.
004260     MOVE STG-ID                     TO TRANS-ID.
004270     MOVE STG-NAME                   TO TRANS-NAME.
004280     MOVE STG-TEAM                   TO TRANS-TEAM.
004290     MOVE STG-STATUS                 TO TRANS-STATUS.
004300     MOVE STG-EFFECTIVE-DATE         TO TRANS-EFFECTIVE-DATE.
004310     MOVE STG-OPERATOR               TO TRANS-OPERATOR.
004320     WRITE HW1-TRANS-RECORD
004330     END-WRITE.
004340     IF NOT WS-ONLN-STATUS-OK
004350         DISPLAY 'WRITE HW1ONLN FAILED - FILE STATUS = '
004360             WS-ONLN-STATUS
004370         PERFORM 9900-ABEND
004380             THRU 9900-EXIT
004390     END-IF.
004400     ADD 1                           TO WS-DETAIL-COUNT.
004410     ADD STG-ID                      TO WS-BATCH-HASH.
004420 3000-EXIT.
004430     EXIT.
004440*
004450*=============================================================
004460* 7000-WRITE-LOG-LINE  -  ONE STGRPT LINE FOR THE STAGING RECORD
004470*     JUST HANDLED, RESULT ALREADY IN DL-RESULT.
004480*=============================================================
004490 7000-WRITE-LOG-LINE.
004500     MOVE STG-CODE                   TO DL-CODE.
004510     MOVE STG-ID                     TO DL-ID.
004520     MOVE STG-OPERATOR               TO DL-OPERATOR.
004530     MOVE STG-KEY-DATE               TO DL-KEY-DATE.
004540     MOVE STG-KEY-TIME               TO DL-KEY-TIME.
004550     MOVE STG-KEY-TERM               TO DL-KEY-TERM.
004560     MOVE STG-BATCH-ID               TO DL-BATCH-ID.
004570     WRITE STGRPT-LINE FROM WS-DETAIL-LINE.
004580     IF NOT WS-RPT-STATUS-OK
004590         DISPLAY 'WRITE STGRPT FAILED - FILE STATUS = '
004600             WS-RPT-STATUS
004610         PERFORM 9900-ABEND
004620             THRU 9900-EXIT
004630     END-IF.
004640 7000-EXIT.
004650     EXIT.
004660*
004670*=============================================================
004680* 8000-TERMINATE  -  CLOSE TONIGHT'S BATCH WITH ITS TRAILER
004690*     WHEN ANY DETAIL WENT OUT, PRINT THE RUN TOTALS AND CLOSE
004700*     THE FILES.
004710*=============================================================
004720 8000-TERMINATE.
004730     IF WS-HEADER-WRITTEN
004740         MOVE SPACES                 TO HW1-BATCH-TRAILER
004750         MOVE 'T'                    TO BTRL-CODE
004760         MOVE WS-BATCH-ID            TO BTRL-BATCH-ID
004770         MOVE WS-DETAIL-COUNT        TO BTRL-RECORD-COUNT
004780         MOVE WS-BATCH-HASH          TO BTRL-ID-HASH
004790         WRITE HW1-BATCH-TRAILER
004800         END-WRITE
004810         IF NOT WS-ONLN-STATUS-OK
004820             DISPLAY 'WRITE HW1ONLN FAILED - FILE STATUS = '
004830                 WS-ONLN-STATUS
004840             PERFORM 9900-ABEND
004850                 THRU 9900-EXIT
004860         END-IF
004870     END-IF.
004880     MOVE 'STAGING RECORDS READ        ='  TO TOT-LABEL.
004890     MOVE WS-READ-COUNT              TO TOT-COUNT.
004900     WRITE STGRPT-LINE FROM WS-TOTAL-LINE.
004910     MOVE 'NEWLY BATCHED               ='  TO TOT-LABEL.
004920     MOVE WS-NEW-COUNT               TO TOT-COUNT.
004930     WRITE STGRPT-LINE FROM WS-TOTAL-LINE.
004940     MOVE 'REBATCHED ON RERUN          ='  TO TOT-LABEL.
004950     MOVE WS-REBATCH-COUNT           TO TOT-COUNT.
004960     WRITE STGRPT-LINE FROM WS-TOTAL-LINE.
004970     MOVE 'BATCH DETAIL COUNT          ='  TO TOT-LABEL.
004980     MOVE WS-DETAIL-COUNT            TO TOT-COUNT.
004990     WRITE STGRPT-LINE FROM WS-TOTAL-LINE.
005000     MOVE 'CLEARED FROM EARLIER WINDOWS='  TO TOT-LABEL.
005010     MOVE WS-CLEARED-COUNT           TO TOT-COUNT.
005020     WRITE STGRPT-LINE FROM WS-TOTAL-LINE.
005030     CLOSE HW1STAGE.
005040     IF NOT WS-STAGE-STATUS-OK
005050         DISPLAY 'CLOSE HW1STAGE FAILED - FILE STATUS = '
005060             WS-STAGE-STATUS
005070         PERFORM 9900-ABEND
005080             THRU 9900-EXIT
005090     END-IF.
005100     CLOSE HW1ONLN.
005110     IF NOT WS-ONLN-STATUS-OK
005120         DISPLAY 'CLOSE HW1ONLN FAILED - FILE STATUS = '
005130             WS-ONLN-STATUS
005140         PERFORM 9900-ABEND
005150             THRU 9900-EXIT
005160     END-IF.
005170     CLOSE STGRPT.
005180     IF NOT WS-RPT-STATUS-OK
005190         DISPLAY 'CLOSE STGRPT FAILED - FILE STATUS = '
005200             WS-RPT-STATUS
005210         PERFORM 9900-ABEND
005220             THRU 9900-EXIT
005230     END-IF.
005240 8000-EXIT.
005250     EXIT.
005260*
005270*=============================================================
005280* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
005290*     CALLER) AND END THE RUN WITH A NON-ZERO RETURN CODE SO
005300*     THE JOB STEP CONDITION CODE REFLECTS THE FAILURE.
005310*=============================================================
005320 9900-ABEND.
005330     DISPLAY 'COBOLAPP1STG ABENDING - SEE FILE STATUS MESSAGE'.
005340     DISPLAY 'ABOVE'.
005350     MOVE 16 TO RETURN-CODE.
005360     STOP RUN.
005370 9900-EXIT.
005380     EXIT.
