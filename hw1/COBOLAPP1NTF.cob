000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBOLAPP1NTF.
000120 AUTHOR.        D BARRETT.
000130 INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000140 DATE-WRITTEN.  20261015.
000150 DATE-COMPILED.
000160*
000170*-------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-------------------------------------------------------------
000200* 20261015 DB   NEW PROGRAM - NIGHTLY STUDENT NOTIFICATION
000210*               EXTRACT FOR THE CAMPUS MAIL SYSTEM, SO STUDENTS
000220*               HEAR ABOUT A SEAT, AN ACTIVATION OR A DROP
000230*               WITHOUT THE OFFICE HAVING TO NOTICE IT FIRST.
000240*               READS THE HW1AUDIT ENTRIES STAMPED WITH THE
000250*               WINDOW'S BUSINESS DATE AND CLASSIFIES EACH ONE
000260*               BY OPERATION, SOURCE TAG AND BEFORE/AFTER IMAGE -
000270*                 ENRL  ENROLLED - AN ADD, OR A DROPPED RECORD
000280*                       REINSTATED
000290*                 ACTV  ACTIVATED - PENDING TO ACTIVE (ACTSWEEP
000300*                       OR A KEYED CHANGE)
000310*                 TMCH  TEAM CHANGED - A TRANSFER, A KEYED TEAM
000320*                       CHANGE OR A RECODE/MERGE
000330*                 DROP  DROPPED - A DROP OR AN APPROVED DELETE
000340*                 GRAD  GRADUATED - DROPPED AT ROLLOVER
000350*                 WSET  SEATED FROM THE WAITLIST (WAITLIST TAG)
000360*               AND ADDS A NOTICE FOR EVERY HW1WAIT ENTRY QUEUED
000370*               AND EVERY HW1HOLD DELETE REQUESTED THAT DATE -
000380*                 WAIT  PLACED ON THE WAITLIST, WITH POSITION
000390*                 HOLD  DELETE AWAITING SECOND APPROVAL
000400*               ENTRIES NEEDING NO NOTICE ARE SUPPRESSED - NAME
000410*               OR DATE CORRECTIONS, ROLLOVER CARRY-FORWARDS TO
000420*               PENDING (THE ACTIVATION ON DAY ONE IS NOTIFIED),
000430*               PURGES, AND ANY ENTRY FOR A RECORD ALREADY
000440*               DROPPED. THE EXTRACT IS FRAMED BY HDR/TRL
000450*               RECORDS (SEE HW1NTFRC) AND THE CONTROL REPORT
000460*               COUNTS NOTICES BY TYPE AND SUPPRESSIONS BY
000470*               REASON FOR BALANCING WITH THE MAIL SYSTEM.
000480*               READ-ONLY AGAINST EVERY HW1 FILE, SO A RERUN FOR
000490*               THE SAME BUSINESS DATE WRITES THE SAME NOTICES.
000491* 20261015 DB   AN 'R' ENTRY FROM THE COBOLAPP1XRF CLEANUP (A DEAD
000492*               HOLD OR WAITLIST ENTRY REMOVED) IS SUPPRESSED
000493*               UNDER ITS OWN REASON - THE STUDENT'S RECORD DID
000494*               NOT CHANGE.
000500*-------------------------------------------------------------
000510*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580*-------------------------------------------------------------
000590*    HW1AUDIT  -  BEFORE/AFTER AUDIT TRAIL (READ ONLY)
000600*    HW1WAIT   -  WAITLIST QUEUE, INDEXED BY TEAM AND ARRIVAL
000610*    HW1HOLD   -  PENDING-DELETE HOLDS, INDEXED BY STUDENT ID
000620*    NTFOUT    -  NOTIFICATION EXTRACT FOR THE MAIL SYSTEM
000630*    NTFRPT    -  PRINTED CONTROL REPORT
000640*    HW1DATE   -  BUSINESS-DATE CONTROL RECORD (READ ONLY)
000650*-------------------------------------------------------------
000660     SELECT HW1AUDIT ASSIGN TO COBDD2
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-AUDIT-STATUS.
000690*
000700     SELECT HW1WAIT ASSIGN TO COBDD16
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS WAIT-KEY
000740         FILE STATUS IS WS-WAIT-STATUS.
000750*
000760     SELECT HW1HOLD ASSIGN TO COBDD17
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS HOLD-ID
000800         FILE STATUS IS WS-HOLD-STATUS.
000810*
000820     SELECT NTFOUT ASSIGN TO COBDD25
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-NTF-STATUS.
000850*
000860     SELECT NTFRPT ASSIGN TO COBDD4
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-RPT-STATUS.
000890*
000900     SELECT HW1DATE ASSIGN TO COBDD22
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-DATE-STATUS.
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  HW1AUDIT
000970     LABEL RECORDS ARE STANDARD.
000980 01  HW1-AUDIT-FILE.
000990     COPY HW1AUDRC
001000         REPLACING ==:PREFIX:== BY ==AUD==.
001010*
001020 FD  HW1WAIT
001030     LABEL RECORDS ARE STANDARD.
001040 01  HW1-WAIT-FILE.
001050     COPY HW1WAITRC
001060         REPLACING ==:PREFIX:== BY ==WAIT==.
001070*
001080 FD  HW1HOLD
001090     LABEL RECORDS ARE STANDARD.
001100 01  HW1-HOLD-FILE.
001110     COPY HW1HOLDRC
001120         REPLACING ==:PREFIX:== BY ==HOLD==.
001130*
001140 FD  NTFOUT
001150     LABEL RECORDS ARE STANDARD.
001160 01  HW1-NTF-RECORD.
001170     COPY HW1NTFRC
001180         REPLACING ==:PREFIX:== BY ==NTF==.
001190*
001200 FD  NTFRPT
001210     LABEL RECORDS ARE STANDARD.
001220 01  NTFRPT-LINE                     PIC X(132).
001230*
001240 FD  HW1DATE
001250     LABEL RECORDS ARE STANDARD.
001260 01  HW1-DATE-RECORD.
001270     COPY HW1DATERC
001280         REPLACING ==:PREFIX:== BY ==BDT==.
001290*
001300 WORKING-STORAGE SECTION.
001310*-------------------------------------------------------------
001320*    END-OF-FILE AND FILE STATUS SWITCHES
001330*-------------------------------------------------------------
001340 01  WS-AUDIT-EOF-SW             PIC X(01).
001350     88  WS-AUDIT-EOF                VALUE 'Y'.
001360     88  WS-AUDIT-NOT-EOF            VALUE 'N'.
001370 01  WS-WAIT-EOF-SW              PIC X(01).
001380     88  WS-WAIT-EOF                 VALUE 'Y'.
001390     88  WS-WAIT-NOT-EOF             VALUE 'N'.
001400 01  WS-HOLD-EOF-SW              PIC X(01).
001410     88  WS-HOLD-EOF                 VALUE 'Y'.
001420     88  WS-HOLD-NOT-EOF             VALUE 'N'.
001430*
001440 01  WS-AUDIT-STATUS                 PIC X(02).
001450     88  WS-AUDIT-STATUS-OK              VALUE '00'.
001460     88  WS-AUDIT-STATUS-EOF             VALUE '10'.
001470 01  WS-WAIT-STATUS                  PIC X(02).
001480     88  WS-WAIT-STATUS-OK               VALUE '00'.
001490     88  WS-WAIT-STATUS-NOTFND           VALUE '23'.
001500 01  WS-HOLD-STATUS                  PIC X(02).
001510     88  WS-HOLD-STATUS-OK               VALUE '00'.
001520     88  WS-HOLD-STATUS-NOTFND           VALUE '23'.
001530 01  WS-NTF-STATUS                   PIC X(02).
001540     88  WS-NTF-STATUS-OK                VALUE '00'.
001550 01  WS-RPT-STATUS                   PIC X(02).
001560     88  WS-RPT-STATUS-OK                VALUE '00'.
001570 01  WS-DATE-STATUS                  PIC X(02).
001580     88  WS-DATE-STATUS-OK               VALUE '00'.
001590*
001600*-------------------------------------------------------------
001610*    WS-BDT-IMAGE  -  HW1DATE BUSINESS-DATE CONTROL RECORD AS
001620*        READ BY 1010-READ-BUSINESS-DATE. ITS BUSINESS DATE IS
001630*        THE WINDOW WHOSE ENTRIES ARE NOTIFIED.
001640*-------------------------------------------------------------
001650 01  WS-BDT-IMAGE.
001660     COPY HW1DATERC
001670         REPLACING ==:PREFIX:== BY ==WS-BDT==.
001680*
001690*-------------------------------------------------------------
001700*    NOTICE TYPES  -  CODE WRITTEN TO NTF-TYPE AND THE CONTROL
001710*        REPORT DESCRIPTION, IN REPORT ORDER. THE CLASSIFYING
001720*        PARAGRAPHS SET WS-NT-SUB TO THE ENTRY WANTED.
001730*-------------------------------------------------------------
001740 01  WS-NT-TABLE-DATA.
001750     05  FILLER                  PIC X(04)   VALUE 'ENRL'.
001760     05  FILLER                  PIC X(30)
001770             VALUE 'ENROLLED'.
001780     05  FILLER                  PIC X(04)   VALUE 'ACTV'.
001790     05  FILLER                  PIC X(30)
001800             VALUE 'ACTIVATED'.
001810     05  FILLER                  PIC X(04)   VALUE 'TMCH'.
001820     05  FILLER                  PIC X(30)
001830             VALUE 'TEAM CHANGED'.
001840     05  FILLER                  PIC X(04)   VALUE 'DROP'.
001850     05  FILLER                  PIC X(30)
001860             VALUE 'DROPPED'.
001870     05  FILLER                  PIC X(04)   VALUE 'GRAD'.
001880     05  FILLER                  PIC X(30)
001890             VALUE 'GRADUATED'.
001900     05  FILLER                  PIC X(04)   VALUE 'WSET'.
001910     05  FILLER                  PIC X(30)
001920             VALUE 'SEATED FROM WAITLIST'.
001930     05  FILLER                  PIC X(04)   VALUE 'WAIT'.
001940     05  FILLER                  PIC X(30)
001950             VALUE 'PLACED ON WAITLIST'.
001960     05  FILLER                  PIC X(04)   VALUE 'HOLD'.
001970     05  FILLER                  PIC X(30)
001980             VALUE 'DELETE AWAITING APPROVAL'.
001990 01  FILLER REDEFINES WS-NT-TABLE-DATA.
002000     05  WS-NT-ENTRY             OCCURS 8 TIMES.
002010         10  WS-NT-CODE          PIC X(04).
002020         10  WS-NT-DESC          PIC X(30).
002030 01  WS-NT-COUNTS.
002040     05  WS-NT-COUNT             OCCURS 8 TIMES
002050                                 PIC 9(07)   COMP.
002060 01  WS-NT-MAX                   PIC 9(03)   COMP VALUE 8.
002070 01  WS-NT-SUB                   PIC 9(03)   COMP.
002080*
002090*-------------------------------------------------------------
002100*    SUPPRESSION REASONS  -  AN AUDIT ENTRY IN THE WINDOW THAT
002110*        NEEDS NO NOTICE IS COUNTED AGAINST ONE OF THESE.
002120*-------------------------------------------------------------
002130 01  WS-SR-TABLE-DATA.
002140     05  FILLER                  PIC X(30)
002150             VALUE 'NAME OR DATE CHANGE ONLY'.
002160     05  FILLER                  PIC X(30)
002170             VALUE 'ROLLOVER CARRY-FORWARD'.
002180     05  FILLER                  PIC X(30)
002190             VALUE 'PURGE OF DROPPED RECORD'.
002200     05  FILLER                  PIC X(30)
002210             VALUE 'RECORD ALREADY DROPPED'.
002220     05  FILLER                  PIC X(30)
002230             VALUE 'INTEGRITY SWEEP CLEANUP'.
002231     05  FILLER                  PIC X(30)
002232             VALUE 'UNRECOGNIZED OPERATION'.
002240 01  FILLER REDEFINES WS-SR-TABLE-DATA.
002250     05  WS-SR-DESC              OCCURS 6 TIMES
002260                                 PIC X(30).
002270 01  WS-SR-COUNTS.
002280     05  WS-SR-COUNT             OCCURS 6 TIMES
002290                                 PIC 9(07)   COMP.
002300 01  WS-SR-MAX                   PIC 9(03)   COMP VALUE 6.
002310 01  WS-SR-SUB                   PIC 9(03)   COMP.
002320*
002330*-------------------------------------------------------------
002340*    QUEUE POSITION WORK  -  HW1WAIT IS BROWSED IN TEAM/ARRIVAL
002350*        ORDER, SO AN ENTRY'S POSITION IS ITS COUNT WITHIN THE
002360*        TEAM.
002370*-------------------------------------------------------------
002380 01  WS-WAIT-LAST-TEAM           PIC X(20).
002390 01  WS-WAIT-POSITION            PIC 9(05)   COMP.
002400*
002410*-------------------------------------------------------------
002420*    RUN COUNTERS
002430*-------------------------------------------------------------
002440 01  WS-AUDIT-READ-COUNT         PIC 9(07)   COMP VALUE ZERO.
002450 01  WS-AUDIT-WINDOW-COUNT       PIC 9(07)   COMP VALUE ZERO.
002460 01  WS-AUDIT-OTHER-COUNT        PIC 9(07)   COMP VALUE ZERO.
002470 01  WS-WAIT-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
002480 01  WS-HOLD-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
002490 01  WS-NOTICE-COUNT             PIC 9(07)   COMP VALUE ZERO.
002500 01  WS-SUPPRESS-COUNT           PIC 9(07)   COMP VALUE ZERO.
002510*
002520*-------------------------------------------------------------
002530*    PRINT LINE LAYOUTS
002540*-------------------------------------------------------------
002550 01  WS-HDG1-LINE.
002560     05  FILLER                  PIC X(01)   VALUE SPACE.
002570     05  FILLER                  PIC X(33)
002580             VALUE 'HW1 STUDENT NOTIFICATION EXTRACT'.
002590     05  FILLER                  PIC X(98)
002600             VALUE '- CONTROL REPORT'.
002610*
002620 01  WS-HDG2-LINE.
002630     05  FILLER                  PIC X(01)   VALUE SPACE.
002640     05  FILLER                  PIC X(16)
002650             VALUE 'BUSINESS DATE = '.
002660     05  HDG2-RUN-DATE           PIC 9(08).
002670     05  FILLER                  PIC X(107)  VALUE SPACES.
002680*
002690 01  WS-SECTION-LINE.
002700     05  FILLER                  PIC X(01)   VALUE SPACE.
002710     05  SEC-TEXT                PIC X(40).
002720     05  FILLER                  PIC X(91)   VALUE SPACES.
002730*
002740 01  WS-COUNT-LINE.
002750     05  FILLER                  PIC X(03)   VALUE SPACES.
002760     05  CL-CODE                 PIC X(04).
002770     05  FILLER                  PIC X(02)   VALUE SPACES.
002780     05  CL-DESC                 PIC X(30).
002790     05  FILLER                  PIC X(02)   VALUE SPACES.
002800     05  CL-COUNT                PIC ZZZZZZ9.
002810     05  FILLER                  PIC X(84)   VALUE SPACES.
002820*
002830 01  WS-TOTAL-LINE.
002840     05  FILLER                  PIC X(03)   VALUE SPACES.
002850     05  TOT-LABEL               PIC X(30).
002860     05  TOT-COUNT               PIC ZZZZZZ9.
002870     05  FILLER                  PIC X(92)   VALUE SPACES.
002880*
002890 PROCEDURE DIVISION.
002900*=============================================================
002910 0000-MAINLINE SECTION.
002920*=============================================================
002930     PERFORM 1000-INITIALIZE
002940         THRU 1000-EXIT.
002950     SET WS-AUDIT-NOT-EOF TO TRUE.
002960     PERFORM 2000-PROCESS-AUDIT-ENTRY
002970         THRU 2000-EXIT
002980         UNTIL WS-AUDIT-EOF.
002990     PERFORM 3000-SCAN-WAITLIST
003000         THRU 3000-EXIT.
003010     PERFORM 4000-SCAN-HOLDS
003020         THRU 4000-EXIT.
003030     PERFORM 8000-TERMINATE
003040         THRU 8000-EXIT.
003050     STOP RUN.
003060*
003070*=============================================================
003080* 1000-INITIALIZE  -  READ THE BUSINESS DATE, OPEN THE FILES
003090*     AND WRITE THE EXTRACT HEADER.
003100*=============================================================
003110 1000-INITIALIZE.
003120     PERFORM 1010-READ-BUSINESS-DATE
003130         THRU 1010-EXIT.
003140     INITIALIZE WS-NT-COUNTS.
003150     INITIALIZE WS-SR-COUNTS.
003160     OPEN INPUT HW1AUDIT.
003170     IF NOT WS-AUDIT-STATUS-OK
003180         DISPLAY 'OPEN INPUT HW1AUDIT FAILED - FILE STATUS = '
003190             WS-AUDIT-STATUS
003200         PERFORM 9900-ABEND
003210             THRU 9900-EXIT
003220     END-IF.
003230     OPEN INPUT HW1WAIT.
003240     IF NOT WS-WAIT-STATUS-OK
003250         DISPLAY 'OPEN INPUT HW1WAIT FAILED - FILE STATUS = '
003260             WS-WAIT-STATUS
003270         PERFORM 9900-ABEND
003280             THRU 9900-EXIT
003290     END-IF.
003300     OPEN INPUT HW1HOLD.
003310     IF NOT WS-HOLD-STATUS-OK
003320         DISPLAY 'OPEN INPUT HW1HOLD FAILED - FILE STATUS = '
003330             WS-HOLD-STATUS
003340         PERFORM 9900-ABEND
003350             THRU 9900-EXIT
003360     END-IF.
003370     OPEN OUTPUT NTFOUT.
003380     IF NOT WS-NTF-STATUS-OK
003390         DISPLAY 'OPEN OUTPUT NTFOUT FAILED - FILE STATUS = '
003400             WS-NTF-STATUS
003410         PERFORM 9900-ABEND
003420             THRU 9900-EXIT
003430     END-IF.
003440     OPEN OUTPUT NTFRPT.
003450     IF NOT WS-RPT-STATUS-OK
003460         DISPLAY 'OPEN OUTPUT NTFRPT FAILED - FILE STATUS = '
003470             WS-RPT-STATUS
003480         PERFORM 9900-ABEND
003490             THRU 9900-EXIT
003500     END-IF.
003510     MOVE SPACES                     TO HW1-NTF-RECORD.
003520     SET NTF-HEADER                  TO TRUE.
003530     MOVE WS-BDT-BUSINESS-DATE       TO NTF-CTL-DATE.
003540     MOVE ZERO                       TO NTF-CTL-COUNT.
003550     PERFORM 7000-WRITE-NTF
003560         THRU 7000-EXIT.
003570 1000-EXIT.
003580     EXIT.
003590*
003600*=============================================================
003610* 1010-READ-BUSINESS-DATE  -  TAKE THE PROCESSING DATE FROM THE
003620*     HW1DATE CONTROL RECORD KEPT BY COBOLAPP1BDT, NOT FROM THE
003630*     SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT OR IS
003640*     FINISHED NEXT MORNING STILL WORKS ON ITS OWN DAY.
003650*=============================================================
003660 1010-READ-BUSINESS-DATE.
003670     OPEN INPUT HW1DATE.
003680     IF NOT WS-DATE-STATUS-OK
003690         DISPLAY 'OPEN INPUT HW1DATE FAILED - FILE STATUS = '
003700             WS-DATE-STATUS
003710         PERFORM 9900-ABEND
003720             THRU 9900-EXIT
003730     END-IF.
003740     READ HW1DATE INTO WS-BDT-IMAGE
003750         AT END
003760             DISPLAY 'HW1DATE IS EMPTY - NO BUSINESS DATE SET'
003770             PERFORM 9900-ABEND
003780                 THRU 9900-EXIT
003790     END-READ.
003800     IF NOT WS-DATE-STATUS-OK
003810         DISPLAY 'READ HW1DATE FAILED - FILE STATUS = '
003820             WS-DATE-STATUS
003830         PERFORM 9900-ABEND
003840             THRU 9900-EXIT
003850     END-IF.
003860     CLOSE HW1DATE.
003870     IF NOT WS-DATE-STATUS-OK
003880         DISPLAY 'CLOSE HW1DATE FAILED - FILE STATUS = '
003890             WS-DATE-STATUS
003900         PERFORM 9900-ABEND
003910             THRU 9900-EXIT
003920     END-IF.
003930     IF WS-BDT-BUSINESS-DATE IS NOT NUMERIC
003940         DISPLAY 'HW1DATE BUSINESS DATE IS NOT NUMERIC'
003950         PERFORM 9900-ABEND
003960             THRU 9900-EXIT
003970     END-IF.
003980 1010-EXIT.
003990     EXIT.
004000*
004010*=============================================================
004020* 2000-PROCESS-AUDIT-ENTRY  -  READ ONE AUDIT ENTRY. ARCHIVE
004030*     CONTROL RECORDS AND ENTRIES FROM ANY OTHER BUSINESS DATE
004040*     ARE PASSED OVER; THE REST ARE CLASSIFIED BY OPERATION.
004050*=============================================================
004060 2000-PROCESS-AUDIT-ENTRY.
004070     READ HW1AUDIT
004080         AT END
004090             SET WS-AUDIT-EOF        TO TRUE
004100     END-READ.
004110     IF NOT WS-AUDIT-STATUS-OK AND NOT WS-AUDIT-STATUS-EOF
004120         DISPLAY 'READ HW1AUDIT FAILED - FILE STATUS = '
004130             WS-AUDIT-STATUS
004140         PERFORM 9900-ABEND
004150             THRU 9900-EXIT
004160     END-IF.
004170     IF WS-AUDIT-EOF
004180         GO TO 2000-EXIT
004190     END-IF.
004200     ADD 1 TO WS-AUDIT-READ-COUNT.
004210     IF AUD-OP-CONTROL
004220             OR AUD-TS-DATE NOT = WS-BDT-BUSINESS-DATE
004230         ADD 1 TO WS-AUDIT-OTHER-COUNT
004240         GO TO 2000-EXIT
004250     END-IF.
004260     ADD 1 TO WS-AUDIT-WINDOW-COUNT.
004270     MOVE ZERO TO WS-NT-SUB.
004280     MOVE ZERO TO WS-SR-SUB.
004290     EVALUATE TRUE
004300         WHEN AUD-OP-ADD
004310             PERFORM 2100-CLASSIFY-ADD
004320                 THRU 2100-EXIT
004330         WHEN AUD-OP-TRANSFER
004340             PERFORM 2200-CLASSIFY-TRANSFER
004350                 THRU 2200-EXIT
004360         WHEN AUD-OP-DELETE
004370             PERFORM 2300-CLASSIFY-DELETE
004380                 THRU 2300-EXIT
004390         WHEN AUD-OP-CHANGE
004400             PERFORM 2400-CLASSIFY-CHANGE
004410                 THRU 2400-EXIT
004415         WHEN AUD-OP-CLEANUP
004416             MOVE 5 TO WS-SR-SUB
004420         WHEN OTHER
004430             MOVE 6 TO WS-SR-SUB
004440     END-EVALUATE.
004450     IF WS-NT-SUB = ZERO
004460         ADD 1 TO WS-SR-COUNT (WS-SR-SUB)
004470         ADD 1 TO WS-SUPPRESS-COUNT
004480         GO TO 2000-EXIT
004490     END-IF.
004500     PERFORM 2900-WRITE-AUDIT-NOTICE
004510         THRU 2900-EXIT.
004520 2000-EXIT.
004530     EXIT.
004540*
004550*=============================================================
004560* 2100-CLASSIFY-ADD  -  AN ADD UNDER THE WAITLIST TAG IS A SEAT
004570*     FROM THE QUEUE; ANY OTHER ADD IS AN ENROLLMENT, UNLESS IT
004580*     WAS LOADED ALREADY DROPPED.
004590*=============================================================
004600 2100-CLASSIFY-ADD.
004610     EVALUATE TRUE
004620         WHEN AUD-BATCH-ID = 'WAITLIST'
004630             MOVE 6 TO WS-NT-SUB
004640         WHEN AUD-NEW-STATUS = 'D'
004650             MOVE 4 TO WS-SR-SUB
004660         WHEN OTHER
004670             MOVE 1 TO WS-NT-SUB
004680     END-EVALUATE.
004690 2100-EXIT.
004700     EXIT.
004710*
004720*=============================================================
004730* 2200-CLASSIFY-TRANSFER  -  A TRANSFER SEATED BY COBOLAPP1WLP
004740*     IS A SEAT FROM THE QUEUE; ONE APPLIED BY COBOLAPP1MNT IS
004750*     A TEAM CHANGE.
004760*=============================================================
004770 2200-CLASSIFY-TRANSFER.
004780     IF AUD-BATCH-ID = 'WAITLIST'
004790         MOVE 6 TO WS-NT-SUB
004800     ELSE
004810         MOVE 3 TO WS-NT-SUB
004820     END-IF.
004830 2200-EXIT.
004840     EXIT.
004850*
004860*=============================================================
004870* 2300-CLASSIFY-DELETE  -  AN APPROVED DELETE OF A LIVE RECORD
004880*     IS A DROP. A PURGE ONLY CLEARS RECORDS DROPPED LONG AGO,
004890*     AND A DELETE OF A DROPPED RECORD TELLS THE STUDENT
004900*     NOTHING NEW.
004910*=============================================================
004920 2300-CLASSIFY-DELETE.
004930     EVALUATE TRUE
004940         WHEN AUD-BATCH-ID = 'PURGE'
004950             MOVE 3 TO WS-SR-SUB
004960         WHEN AUD-OLD-STATUS = 'D'
004970             MOVE 4 TO WS-SR-SUB
004980         WHEN OTHER
004990             MOVE 4 TO WS-NT-SUB
005000     END-EVALUATE.
005010 2300-EXIT.
005020     EXIT.
005030*
005040*=============================================================
005050* 2400-CLASSIFY-CHANGE  -  COMPARE THE BEFORE AND AFTER IMAGES.
005060*     A DROP OUTRANKS A TEAM CHANGE, WHICH OUTRANKS AN
005070*     ACTIVATION. A DROP UNDER THE ROLLOVER TAG IS A
005080*     GRADUATION; A ROLLOVER CARRY-FORWARD TO PENDING IS
005090*     NOTIFIED WHEN IT ACTIVATES, NOT HERE.
005100*=============================================================
005110 2400-CLASSIFY-CHANGE.
005120     EVALUATE TRUE
005130         WHEN AUD-NEW-STATUS = 'D' AND AUD-OLD-STATUS NOT = 'D'
005140             IF AUD-BATCH-ID = 'ROLLOVER'
005150                 MOVE 5 TO WS-NT-SUB
005160             ELSE
005170                 MOVE 4 TO WS-NT-SUB
005180             END-IF
005190         WHEN AUD-OLD-STATUS = 'D' AND AUD-NEW-STATUS NOT = 'D'
005200             MOVE 1 TO WS-NT-SUB
005210         WHEN AUD-NEW-STATUS = 'D'
005220             MOVE 4 TO WS-SR-SUB
005230         WHEN AUD-NEW-TEAM NOT = AUD-OLD-TEAM
005240             MOVE 3 TO WS-NT-SUB
005250         WHEN AUD-OLD-STATUS = 'P' AND AUD-NEW-STATUS = 'A'
005260             MOVE 2 TO WS-NT-SUB
005270         WHEN AUD-BATCH-ID = 'ROLLOVER'
005280             MOVE 2 TO WS-SR-SUB
005290         WHEN OTHER
005300             MOVE 1 TO WS-SR-SUB
005310     END-EVALUATE.
005320 2400-EXIT.
005330     EXIT.
005340*
005350*=============================================================
005360* 2900-WRITE-AUDIT-NOTICE  -  BUILD THE NOTICE FROM THE AFTER
005370*     IMAGE (THE BEFORE IMAGE FOR A DELETE, WHICH HAS NO AFTER
005380*     IMAGE) AND WRITE IT.
005390*=============================================================
005400 2900-WRITE-AUDIT-NOTICE.
005410     MOVE SPACES                     TO HW1-NTF-RECORD.
005420     MOVE WS-NT-CODE (WS-NT-SUB)     TO NTF-TYPE.
005430     IF AUD-OP-DELETE
005440         MOVE AUD-OLD-ID             TO NTF-ID
005450         MOVE AUD-OLD-NAME           TO NTF-NAME
005460         MOVE AUD-OLD-TEAM           TO NTF-TEAM
005470         MOVE 'D'                    TO NTF-STATUS
005480         MOVE AUD-OLD-EFFECTIVE-DATE TO NTF-EFFECTIVE-DATE
005490     ELSE
005500         MOVE AUD-NEW-ID             TO NTF-ID
005510         MOVE AUD-NEW-NAME           TO NTF-NAME
005520         MOVE AUD-NEW-TEAM           TO NTF-TEAM
005530         MOVE AUD-NEW-STATUS         TO NTF-STATUS
005540         MOVE AUD-NEW-EFFECTIVE-DATE TO NTF-EFFECTIVE-DATE
005550     END-IF.
005560     IF (AUD-OP-CHANGE OR AUD-OP-TRANSFER)
005570             AND AUD-NEW-TEAM NOT = AUD-OLD-TEAM
005580         MOVE AUD-OLD-TEAM           TO NTF-OLD-TEAM
005590     END-IF.
005600     MOVE AUD-TS-DATE                TO NTF-EVENT-DATE.
005610     MOVE AUD-BATCH-ID               TO NTF-SOURCE.
005620     MOVE ZERO                       TO NTF-QUEUE-POSITION.
005630     PERFORM 7000-WRITE-NTF
005640         THRU 7000-EXIT.
005650     ADD 1 TO WS-NT-COUNT (WS-NT-SUB).
005660     ADD 1 TO WS-NOTICE-COUNT.
005670 2900-EXIT.
005680     EXIT.
005690*
005700*=============================================================
005710* 3000-SCAN-WAITLIST  -  BROWSE HW1WAIT IN TEAM/ARRIVAL ORDER
005720*     AND NOTIFY EVERY ENTRY QUEUED ON THE BUSINESS DATE WITH
005730*     ITS PLACE IN ITS TEAM'S QUEUE. AN ENTRY QUEUED AND SEATED
005740*     THE SAME NIGHT IS ALREADY OFF THE QUEUE AND IS NOTIFIED
005750*     AS A SEAT INSTEAD.
005760*=============================================================
005770 3000-SCAN-WAITLIST.
005780     SET WS-WAIT-NOT-EOF TO TRUE.
005790     MOVE SPACES TO WS-WAIT-LAST-TEAM.
005800     MOVE ZERO TO WS-WAIT-POSITION.
005810     MOVE LOW-VALUES TO WAIT-KEY.
005820     START HW1WAIT KEY NOT < WAIT-KEY
005830         INVALID KEY
005840             SET WS-WAIT-EOF TO TRUE
005850     END-START.
005860     IF NOT WS-WAIT-STATUS-OK
005870             AND NOT WS-WAIT-STATUS-NOTFND
005880         DISPLAY 'START HW1WAIT FAILED - FILE STATUS = '
005890             WS-WAIT-STATUS
005900         PERFORM 9900-ABEND
005910             THRU 9900-EXIT
005920     END-IF.
005930     PERFORM 3100-SCAN-WAIT-ENTRY
005940         THRU 3100-EXIT
005950         UNTIL WS-WAIT-EOF.
005960 3000-EXIT.
005970     EXIT.
005980*
005990*=============================================================
006000* 3100-SCAN-WAIT-ENTRY  -  READ ONE QUEUE ENTRY, KEEP ITS
006010*     POSITION AND NOTIFY IT IF IT WAS QUEUED TODAY.
006020*=============================================================
006030 3100-SCAN-WAIT-ENTRY.
006040     READ HW1WAIT NEXT RECORD
006050         AT END
006060             SET WS-WAIT-EOF TO TRUE
006070     END-READ.
006080     IF WS-WAIT-EOF
006090         GO TO 3100-EXIT
006100     END-IF.
006110     IF NOT WS-WAIT-STATUS-OK
006120         DISPLAY 'READ NEXT HW1WAIT FAILED - FILE STATUS = '
006130             WS-WAIT-STATUS
006140         PERFORM 9900-ABEND
006150             THRU 9900-EXIT
006160     END-IF.
006170     ADD 1 TO WS-WAIT-READ-COUNT.
006180     IF WAIT-TEAM NOT = WS-WAIT-LAST-TEAM
006190         MOVE WAIT-TEAM              TO WS-WAIT-LAST-TEAM
006200         MOVE ZERO                   TO WS-WAIT-POSITION
006210     END-IF.
006220     ADD 1 TO WS-WAIT-POSITION.
006230     IF WAIT-QUEUED-DATE NOT = WS-BDT-BUSINESS-DATE
006240         GO TO 3100-EXIT
006250     END-IF.
006260     MOVE 7                          TO WS-NT-SUB.
006270     MOVE SPACES                     TO HW1-NTF-RECORD.
006280     MOVE WS-NT-CODE (WS-NT-SUB)     TO NTF-TYPE.
006290     MOVE WAIT-ID                    TO NTF-ID.
006300     MOVE WAIT-NAME                  TO NTF-NAME.
006310     MOVE WAIT-TEAM                  TO NTF-TEAM.
006320     IF WAIT-QUEUED-TRANSFER
006330         MOVE WAIT-FROM-TEAM         TO NTF-OLD-TEAM
006340     END-IF.
006350     MOVE WAIT-STATUS                TO NTF-STATUS.
006360     MOVE WAIT-EFFECTIVE-DATE        TO NTF-EFFECTIVE-DATE.
006370     MOVE WAIT-QUEUED-DATE           TO NTF-EVENT-DATE.
006380     MOVE 'HW1WAIT'                  TO NTF-SOURCE.
006390     MOVE WS-WAIT-POSITION           TO NTF-QUEUE-POSITION.
006400     PERFORM 7000-WRITE-NTF
006410         THRU 7000-EXIT.
006420     ADD 1 TO WS-NT-COUNT (WS-NT-SUB).
006430     ADD 1 TO WS-NOTICE-COUNT.
006440 3100-EXIT.
006450     EXIT.
006460*
006470*=============================================================
006480* 4000-SCAN-HOLDS  -  BROWSE HW1HOLD AND NOTIFY EVERY DELETE
006490*     REQUESTED ON THE BUSINESS DATE THAT IS STILL AWAITING ITS
006500*     SECOND APPROVAL.
006510*=============================================================
006520 4000-SCAN-HOLDS.
006530     SET WS-HOLD-NOT-EOF TO TRUE.
006540     MOVE ZERO TO HOLD-ID.
006550     START HW1HOLD KEY NOT < HOLD-ID
006560         INVALID KEY
006570             SET WS-HOLD-EOF TO TRUE
006580     END-START.
006590     IF NOT WS-HOLD-STATUS-OK
006600             AND NOT WS-HOLD-STATUS-NOTFND
006610         DISPLAY 'START HW1HOLD FAILED - FILE STATUS = '
006620             WS-HOLD-STATUS
006630         PERFORM 9900-ABEND
006640             THRU 9900-EXIT
006650     END-IF.
006660     PERFORM 4100-SCAN-HOLD
006670         THRU 4100-EXIT
006680         UNTIL WS-HOLD-EOF.
006690 4000-EXIT.
006700     EXIT.
006710*
006720*=============================================================
006730* 4100-SCAN-HOLD  -  READ ONE HOLD AND NOTIFY IT IF IT WAS
006740*     REQUESTED TODAY.
006750*=============================================================
006760 4100-SCAN-HOLD.
006770     READ HW1HOLD NEXT RECORD
006780         AT END
006790             SET WS-HOLD-EOF TO TRUE
006800     END-READ.
006810     IF WS-HOLD-EOF
006820         GO TO 4100-EXIT
006830     END-IF.
006840     IF NOT WS-HOLD-STATUS-OK
006850         DISPLAY 'READ NEXT HW1HOLD FAILED - FILE STATUS = '
006860             WS-HOLD-STATUS
006870         PERFORM 9900-ABEND
006880             THRU 9900-EXIT
006890     END-IF.
006900     ADD 1 TO WS-HOLD-READ-COUNT.
006910     IF HOLD-REQ-DATE NOT = WS-BDT-BUSINESS-DATE
006920         GO TO 4100-EXIT
006930     END-IF.
006940     MOVE 8                          TO WS-NT-SUB.
006950     MOVE SPACES                     TO HW1-NTF-RECORD.
006960     MOVE WS-NT-CODE (WS-NT-SUB)     TO NTF-TYPE.
006970     MOVE HOLD-ID                    TO NTF-ID.
006980     MOVE HOLD-NAME                  TO NTF-NAME.
006990     MOVE HOLD-TEAM                  TO NTF-TEAM.
007000     MOVE HOLD-STATUS                TO NTF-STATUS.
007010     MOVE HOLD-EFFECTIVE-DATE        TO NTF-EFFECTIVE-DATE.
007020     MOVE HOLD-REQ-DATE              TO NTF-EVENT-DATE.
007030     MOVE HOLD-REQ-BATCH             TO NTF-SOURCE.
007040     MOVE ZERO                       TO NTF-QUEUE-POSITION.
007050     PERFORM 7000-WRITE-NTF
007060         THRU 7000-EXIT.
007070     ADD 1 TO WS-NT-COUNT (WS-NT-SUB).
007080     ADD 1 TO WS-NOTICE-COUNT.
007090 4100-EXIT.
007100     EXIT.
007110*
007120*=============================================================
007130* 7000-WRITE-NTF  -  WRITE ONE EXTRACT RECORD.
007140*=============================================================
007150 7000-WRITE-NTF.
007160     WRITE HW1-NTF-RECORD.
007170     IF NOT WS-NTF-STATUS-OK
007180         DISPLAY 'WRITE NTFOUT FAILED - FILE STATUS = '
007190             WS-NTF-STATUS
007200         PERFORM 9900-ABEND
007210             THRU 9900-EXIT
007220     END-IF.
007230 7000-EXIT.
007240     EXIT.
007250*
007260*=============================================================
007270* 7100-WRITE-REPORT  -  WRITE ONE CONTROL REPORT LINE FROM
007280*     NTFRPT-LINE, ALREADY BUILT BY THE CALLER.
007290*=============================================================
007300 7100-WRITE-REPORT.
007310     WRITE NTFRPT-LINE
007320         AFTER ADVANCING 1 LINE.
007330     IF NOT WS-RPT-STATUS-OK
007340         DISPLAY 'WRITE NTFRPT FAILED - FILE STATUS = '
007350             WS-RPT-STATUS
007360         PERFORM 9900-ABEND
007370             THRU 9900-EXIT
007380     END-IF.
007390 7100-EXIT.
007400     EXIT.
007410*
007420*=============================================================
007430* 7200-PRINT-TYPE-COUNT  -  ONE NOTICE TYPE ON THE REPORT.
007440*=============================================================
007450 7200-PRINT-TYPE-COUNT.
007460     ADD 1 TO WS-NT-SUB.
007470     MOVE WS-NT-CODE (WS-NT-SUB)     TO CL-CODE.
007480     MOVE WS-NT-DESC (WS-NT-SUB)     TO CL-DESC.
007490     MOVE WS-NT-COUNT (WS-NT-SUB)    TO CL-COUNT.
007500     MOVE WS-COUNT-LINE              TO NTFRPT-LINE.
007510     PERFORM 7100-WRITE-REPORT
007520         THRU 7100-EXIT.
007530 7200-EXIT.
007540     EXIT.
007550*
007560*=============================================================
007570* 7300-PRINT-REASON-COUNT  -  ONE SUPPRESSION REASON ON THE
007580*     REPORT.
007590*=============================================================
007600 7300-PRINT-REASON-COUNT.
007610     ADD 1 TO WS-SR-SUB.
007620     MOVE SPACES                     TO CL-CODE.
007630     MOVE WS-SR-DESC (WS-SR-SUB)     TO CL-DESC.
007640     MOVE WS-SR-COUNT (WS-SR-SUB)    TO CL-COUNT.
007650     MOVE WS-COUNT-LINE              TO NTFRPT-LINE.
007660     PERFORM 7100-WRITE-REPORT
007670         THRU 7100-EXIT.
007680 7300-EXIT.
007690     EXIT.
007700*
007710*=============================================================
007720* 8000-TERMINATE  -  WRITE THE EXTRACT TRAILER, PRINT THE
007730*     CONTROL REPORT AND CLOSE THE FILES.
007740*=============================================================
007750 8000-TERMINATE.
007760     MOVE SPACES                     TO HW1-NTF-RECORD.
007770     SET NTF-TRAILER                 TO TRUE.
007780     MOVE WS-BDT-BUSINESS-DATE       TO NTF-CTL-DATE.
007790     MOVE WS-NOTICE-COUNT            TO NTF-CTL-COUNT.
007800     PERFORM 7000-WRITE-NTF
007810         THRU 7000-EXIT.
007820     WRITE NTFRPT-LINE FROM WS-HDG1-LINE
007830         AFTER ADVANCING PAGE.
007840     IF NOT WS-RPT-STATUS-OK
007850         DISPLAY 'WRITE NTFRPT FAILED - FILE STATUS = '
007860             WS-RPT-STATUS
007870         PERFORM 9900-ABEND
007880             THRU 9900-EXIT
007890     END-IF.
007900     MOVE WS-BDT-BUSINESS-DATE       TO HDG2-RUN-DATE.
007910     MOVE WS-HDG2-LINE               TO NTFRPT-LINE.
007920     PERFORM 7100-WRITE-REPORT
007930         THRU 7100-EXIT.
007940     MOVE SPACES                     TO NTFRPT-LINE.
007950     PERFORM 7100-WRITE-REPORT
007960         THRU 7100-EXIT.
007970     MOVE 'NOTICES WRITTEN BY TYPE'  TO SEC-TEXT.
007980     MOVE WS-SECTION-LINE            TO NTFRPT-LINE.
007990     PERFORM 7100-WRITE-REPORT
008000         THRU 7100-EXIT.
008010     MOVE ZERO TO WS-NT-SUB.
008020     PERFORM 7200-PRINT-TYPE-COUNT
008030         THRU 7200-EXIT
008040         WS-NT-MAX TIMES.
008050     MOVE SPACES                     TO NTFRPT-LINE.
008060     PERFORM 7100-WRITE-REPORT
008070         THRU 7100-EXIT.
008080     MOVE 'AUDIT ENTRIES SUPPRESSED BY REASON'
008090         TO SEC-TEXT.
008100     MOVE WS-SECTION-LINE            TO NTFRPT-LINE.
008110     PERFORM 7100-WRITE-REPORT
008120         THRU 7100-EXIT.
008130     MOVE ZERO TO WS-SR-SUB.
008140     PERFORM 7300-PRINT-REASON-COUNT
008150         THRU 7300-EXIT
008160         WS-SR-MAX TIMES.
008170     MOVE 'AUDIT ENTRIES READ          =' TO TOT-LABEL.
008180     MOVE WS-AUDIT-READ-COUNT        TO TOT-COUNT.
008190     WRITE NTFRPT-LINE FROM WS-TOTAL-LINE
008200         AFTER ADVANCING 2 LINES.
008210     MOVE 'OTHER DATES / CONTROL       =' TO TOT-LABEL.
008220     MOVE WS-AUDIT-OTHER-COUNT       TO TOT-COUNT.
008230     WRITE NTFRPT-LINE FROM WS-TOTAL-LINE
008240         AFTER ADVANCING 1 LINE.
008250     MOVE 'ENTRIES IN THIS WINDOW      =' TO TOT-LABEL.
008260     MOVE WS-AUDIT-WINDOW-COUNT      TO TOT-COUNT.
008270     WRITE NTFRPT-LINE FROM WS-TOTAL-LINE
008280         AFTER ADVANCING 1 LINE.
008290     MOVE 'ENTRIES SUPPRESSED          =' TO TOT-LABEL.
008300     MOVE WS-SUPPRESS-COUNT          TO TOT-COUNT.
008310     WRITE NTFRPT-LINE FROM WS-TOTAL-LINE
008320         AFTER ADVANCING 1 LINE.
008330     MOVE 'QUEUE ENTRIES READ          =' TO TOT-LABEL.
008340     MOVE WS-WAIT-READ-COUNT         TO TOT-COUNT.
008350     WRITE NTFRPT-LINE FROM WS-TOTAL-LINE
008360         AFTER ADVANCING 1 LINE.
008370     MOVE 'DELETE HOLDS READ           =' TO TOT-LABEL.
008380     MOVE WS-HOLD-READ-COUNT         TO TOT-COUNT.
008390     WRITE NTFRPT-LINE FROM WS-TOTAL-LINE
008400         AFTER ADVANCING 1 LINE.
008410     MOVE 'NOTICES WRITTEN (TRL COUNT) =' TO TOT-LABEL.
008420     MOVE WS-NOTICE-COUNT            TO TOT-COUNT.
008430     WRITE NTFRPT-LINE FROM WS-TOTAL-LINE
008440         AFTER ADVANCING 1 LINE.
008450     IF NOT WS-RPT-STATUS-OK
008460         DISPLAY 'WRITE NTFRPT FAILED - FILE STATUS = '
008470             WS-RPT-STATUS
008480         PERFORM 9900-ABEND
008490             THRU 9900-EXIT
008500     END-IF.
008510     CLOSE HW1AUDIT.
008520     IF NOT WS-AUDIT-STATUS-OK
008530         DISPLAY 'CLOSE HW1AUDIT FAILED - FILE STATUS = '
008540             WS-AUDIT-STATUS
008550         PERFORM 9900-ABEND
008560             THRU 9900-EXIT
008570     END-IF.
008580     CLOSE HW1WAIT.
008590     IF NOT WS-WAIT-STATUS-OK
008600         DISPLAY 'CLOSE HW1WAIT FAILED - FILE STATUS = '
008610             WS-WAIT-STATUS
008620         PERFORM 9900-ABEND
008630             THRU 9900-EXIT
008640     END-IF.
008650     CLOSE HW1HOLD.
008660     IF NOT WS-HOLD-STATUS-OK
008670         DISPLAY 'CLOSE HW1HOLD FAILED - FILE STATUS = '
008680             WS-HOLD-STATUS
008690         PERFORM 9900-ABEND
008700             THRU 9900-EXIT
008710     END-IF.
008720     CLOSE NTFOUT.
008730     IF NOT WS-NTF-STATUS-OK
008740         DISPLAY 'CLOSE NTFOUT FAILED - FILE STATUS = '
008750             WS-NTF-STATUS
008760         PERFORM 9900-ABEND
008770             THRU 9900-EXIT
008780     END-IF.
008790     CLOSE NTFRPT.
008800     IF NOT WS-RPT-STATUS-OK
008810         DISPLAY 'CLOSE NTFRPT FAILED - FILE STATUS = '
008820             WS-RPT-STATUS
008830         PERFORM 9900-ABEND
008840             THRU 9900-EXIT
008850     END-IF.
008860 8000-EXIT.
008870     EXIT.
008880*
008890*=============================================================
008900* 9900-ABEND  -  DISPLAY THE FAILURE (ALREADY LOGGED BY THE
008910*     CALLER) AND END THE RUN WITH A NON-ZERO RETURN CODE SO
008920*     THE JOB STEP CONDITION CODE REFLECTS THE FAILURE.
008930*=============================================================
008940 9900-ABEND.
008950     DISPLAY 'COBOLAPP1NTF ABENDING - SEE FILE STATUS MESSAGE'.
008960     DISPLAY 'ABOVE'.
008970     MOVE 16 TO RETURN-CODE.
008980     STOP RUN.
008990 9900-EXIT.
009000     EXIT.
