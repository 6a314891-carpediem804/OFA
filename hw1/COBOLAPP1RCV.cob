000465*               SKIPS AND COUNTS CONTROL RECORDS BEFORE THE
000465*               SEQUENCE CHECK, SO THEY NEVER FAKE AN OUT-OF-
000465*               ORDER ABEND.
000465* 20261015 DB   A TEAM TRANSFER APPLIED BY COBOLAPP1MNT OR SEATED
000465*               BY COBOLAPP1WLP NOW AUDITS AS OPERATION 'T'. IT
000465*               CARRIES A FULL BEFORE AND AFTER IMAGE OF THE
000465*               SAME RECORD AND IS REPLAYED EXACTLY LIKE A
000465*               CHANGE IN BOTH DIRECTIONS.
000465* 20261015 DB   THE COBOLAPP1XRF INTEGRITY SWEEP AUDITS EACH DEAD
000465*               HW1HOLD OR HW1WAIT ENTRY IT REMOVES AS OPERATION
000465*               'R'. THE MASTER IS NOT TOUCHED BY THOSE, SO 1400
000465*               SKIPS AND COUNTS THEM THE SAME WAY AS ARCHIVE
000465*               CONTROL RECORDS.
000466*-------------------------------------------------------------
000460*
000470 ENVIRONMENT DIVISION.
001630 01  WS-SKIPPED-COUNT            PIC 9(07)   COMP VALUE ZERO.
001635 01  WS-INSNAP-COUNT             PIC 9(07)   COMP VALUE ZERO.
001637 01  WS-CONTROL-SKIP-COUNT       PIC 9(07)   COMP VALUE ZERO.
001638 01  WS-CLEANUP-SKIP-COUNT       PIC 9(07)   COMP VALUE ZERO.
001640 01  WS-FINAL-COUNT              PIC 9(07)   COMP VALUE ZERO.
001650*
001660 01  WS-LINE-COUNT               PIC 9(03)   COMP VALUE ZERO.
003684         ADD 1 TO WS-CONTROL-SKIP-COUNT
003686         GO TO 1400-READ-AUDIT
003688     END-IF.
003688     IF AUD-OP-CLEANUP
003688         ADD 1 TO WS-CLEANUP-SKIP-COUNT
003688         GO TO 1400-READ-AUDIT
003688     END-IF.
003690     MOVE AUD-TIMESTAMP TO WS-ENTRY-TS.
003700     IF WS-PREV-TS-SET
003710         IF (WS-DIR-FORWARD AND WS-ENTRY-TS < WS-PREV-TS)
004530             WRITE HW1-FILE
004540             END-WRITE
004550             MOVE AUD-NEW-ID             TO DTL-ID
004560         WHEN AUD-OP-CHANGE OR AUD-OP-TRANSFER
004570             MOVE AUD-NEW-ID             TO HW1-ID
004580             MOVE AUD-NEW-NAME           TO HW1-NAME
004590             MOVE AUD-NEW-TEAM           TO HW1-TEAM
004812                 AND WS-HW1-FILE-STATUS-DUP
004814             MOVE 'IN SNAPSHOT'          TO DTL-ACTION
004816             ADD 1                       TO WS-INSNAP-COUNT
004818         WHEN (AUD-OP-CHANGE OR AUD-OP-TRANSFER
004819                 OR AUD-OP-DELETE)
004820                 AND WS-HW1-FILE-STATUS-NOTFND
004822             MOVE 'IN SNAPSHOT'          TO DTL-ACTION
004824             ADD 1                       TO WS-INSNAP-COUNT
004980             END-DELETE
004990             SUBTRACT 1                  FROM WS-FINAL-COUNT
005000             MOVE AUD-NEW-ID             TO DTL-ID
005010         WHEN AUD-OP-CHANGE OR AUD-OP-TRANSFER
005020             MOVE AUD-OLD-ID             TO HW1-ID
005030             MOVE AUD-OLD-NAME           TO HW1-NAME
005040             MOVE AUD-OLD-TEAM           TO HW1-TEAM
006184     MOVE WS-CONTROL-SKIP-COUNT      TO TOT-COUNT.
006185     WRITE RCVRPT-LINE FROM WS-TOTAL-LINE
006186         AFTER ADVANCING 1 LINE.
006186     MOVE 'CLEANUP ENTRIES SKIPPED     =' TO TOT-LABEL.
006186     MOVE WS-CLEANUP-SKIP-COUNT      TO TOT-COUNT.
006186     WRITE RCVRPT-LINE FROM WS-TOTAL-LINE
006186         AFTER ADVANCING 1 LINE.
006180     MOVE 'RECORDS ON REBUILT MASTER   =' TO TOT-LABEL.
006190     MOVE WS-FINAL-COUNT             TO TOT-COUNT.
006200     WRITE RCVRPT-LINE FROM WS-TOTAL-LINE
