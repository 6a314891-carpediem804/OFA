000366*               AHEAD OF THE LIVE TRAIL ON COBDD2 - CONTROL
000367*               RECORDS ARE SKIPPED AND COUNTED, SO THE DAY
000368*               TOTALS STILL CROSS-CHECK.
000368* 20261015 DB   TEAM TRANSFERS NOW AUDIT AS OPERATION 'T'
000368*               (COBOLAPP1MNT AND COBOLAPP1WLP). THEY ARE
000368*               COUNTED ON THEIR OWN IN THE DAY AND GRAND
000368*               TOTALS RATHER THAN AS CHANGES, SO THE
000368*               REGISTRAR CAN SEE HOW MANY MOVES WENT THROUGH.
000369*-------------------------------------------------------------
000370*
000380 ENVIRONMENT DIVISION.
001190 01  WS-DAY-ADD-COUNT            PIC 9(07)   COMP VALUE ZERO.
001200 01  WS-DAY-CHANGE-COUNT         PIC 9(07)   COMP VALUE ZERO.
001210 01  WS-DAY-DELETE-COUNT         PIC 9(07)   COMP VALUE ZERO.
001215 01  WS-DAY-TRANSFER-COUNT       PIC 9(07)   COMP VALUE ZERO.
001220 01  WS-TOT-ADD-COUNT            PIC 9(07)   COMP VALUE ZERO.
001230 01  WS-TOT-CHANGE-COUNT         PIC 9(07)   COMP VALUE ZERO.
001240 01  WS-TOT-DELETE-COUNT         PIC 9(07)   COMP VALUE ZERO.
001245 01  WS-TOT-TRANSFER-COUNT       PIC 9(07)   COMP VALUE ZERO.
001250 01  WS-SELECTED-COUNT           PIC 9(07)   COMP VALUE ZERO.
001260 01  WS-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
001265 01  WS-CONTROL-SKIP-COUNT       PIC 9(07)   COMP VALUE ZERO.
001990     05  FILLER                  PIC X(12)
002000             VALUE '  DELETES = '.
002010     05  DAY-TOT-DELETES         PIC ZZZZZZ9.
002012     05  FILLER                  PIC X(14)
002014             VALUE '  TRANSFERS = '.
002016     05  DAY-TOT-TRANSFERS       PIC ZZZZZZ9.
002020     05  FILLER                  PIC X(37)   VALUE SPACES.
002030*
002040 01  WS-TOTAL-LINE.
002050     05  FILLER                  PIC X(03)   VALUE SPACES.
003580         WHEN AUD-OP-DELETE
003590             ADD 1 TO WS-DAY-DELETE-COUNT
003600             ADD 1 TO WS-TOT-DELETE-COUNT
003602         WHEN AUD-OP-TRANSFER
003604             ADD 1 TO WS-DAY-TRANSFER-COUNT
003606             ADD 1 TO WS-TOT-TRANSFER-COUNT
003610     END-EVALUATE.
003620     IF WS-SELECT-BY-ID
003630             AND AUD-OLD-ID NOT = WS-SELECT-ID
004240     EXIT.
004250*
004260*=============================================================
004270* 3200-PRINT-DAY-TOTALS  -  PRINT THE ADD/CHANGE/DELETE/
004280*     TRANSFER CONTROL TOTALS FOR THE DAY JUST COMPLETED AND
004290*     RESET THE DAY COUNTERS.
004300*=============================================================
004310 3200-PRINT-DAY-TOTALS.
004320     IF WS-LINE-COUNT NOT < WS-MAX-LINES
004370     MOVE WS-DAY-ADD-COUNT           TO DAY-TOT-ADDS.
004380     MOVE WS-DAY-CHANGE-COUNT        TO DAY-TOT-CHANGES.
004390     MOVE WS-DAY-DELETE-COUNT        TO DAY-TOT-DELETES.
004395     MOVE WS-DAY-TRANSFER-COUNT      TO DAY-TOT-TRANSFERS.
004400     WRITE AUDRPT-LINE FROM WS-DAY-TOTAL-LINE
004410         AFTER ADVANCING 2 LINES.
004420     IF NOT WS-RPT-STATUS-OK
004490     MOVE ZERO                       TO WS-DAY-ADD-COUNT.
004500     MOVE ZERO                       TO WS-DAY-CHANGE-COUNT.
004510     MOVE ZERO                       TO WS-DAY-DELETE-COUNT.
004515     MOVE ZERO                       TO WS-DAY-TRANSFER-COUNT.
004520 3200-EXIT.
004530     EXIT.
004540*
005390     MOVE WS-TOT-DELETE-COUNT        TO TOT-COUNT.
005400     WRITE AUDRPT-LINE FROM WS-TOTAL-LINE
005410         AFTER ADVANCING 1 LINE.
005411     MOVE 'TOTAL TRANSFERS             =' TO TOT-LABEL.
005411     MOVE WS-TOT-TRANSFER-COUNT      TO TOT-COUNT.
005411     WRITE AUDRPT-LINE FROM WS-TOTAL-LINE
005411         AFTER ADVANCING 1 LINE.
005412     MOVE 'ARCHIVE CONTROLS SKIPPED    =' TO TOT-LABEL.
005414     MOVE WS-CONTROL-SKIP-COUNT      TO TOT-COUNT.
005416     WRITE AUDRPT-LINE FROM WS-TOTAL-LINE
