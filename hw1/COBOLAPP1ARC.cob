000360*               REACHES BACK PAST THE RETENTION BOUNDARY. THE
000370*               TRAIL ARRIVES IN TIMESTAMP ORDER, SO THE CUT
000380*               IS A STRAIGHT ONE-PASS SPLIT.
000382* 20261015 DB   TEAM TRANSFERS NOW AUDIT AS OPERATION 'T'. THE
000384*               CONTROL RECORD CARRIES THEIR COUNT IN THE NEW
000386*               CTL-TRANSFER-COUNT, TAKEN FROM THE FILLER SO
000388*               THE RECORD LENGTH IS UNCHANGED, AND THE CUT
000389*               SUMMARY PRINTS IT.
000390*-------------------------------------------------------------
000400*
000410 ENVIRONMENT DIVISION.
000930     05  CTL-CHANGE-COUNT            PIC 9(07).
000940     05  CTL-DELETE-COUNT            PIC 9(07).
000950     05  CTL-PERIOD-CUTOFF           PIC 9(08).
000955     05  CTL-TRANSFER-COUNT          PIC 9(07).
000960     05  FILLER                      PIC X(78).
000970*
000980 FD  LIVEOUT
000990     LABEL RECORDS ARE STANDARD.
001430 01  WS-ARC-ADD-COUNT            PIC 9(07)   COMP VALUE ZERO.
001440 01  WS-ARC-CHANGE-COUNT         PIC 9(07)   COMP VALUE ZERO.
001450 01  WS-ARC-DELETE-COUNT         PIC 9(07)   COMP VALUE ZERO.
001455 01  WS-ARC-TRANSFER-COUNT       PIC 9(07)   COMP VALUE ZERO.
001460 01  WS-ARC-TOTAL-COUNT          PIC 9(07)   COMP VALUE ZERO.
001470 01  WS-LIVE-COUNT               PIC 9(07)   COMP VALUE ZERO.
001480 01  WS-CONTROL-IN-COUNT         PIC 9(07)   COMP VALUE ZERO.
003260             ADD 1 TO WS-ARC-CHANGE-COUNT
003270         WHEN AUD-OP-DELETE
003280             ADD 1 TO WS-ARC-DELETE-COUNT
003282         WHEN AUD-OP-TRANSFER
003284             ADD 1 TO WS-ARC-TRANSFER-COUNT
003290     END-EVALUATE.
003300     ADD 1 TO WS-ARC-TOTAL-COUNT.
003310 2100-EXIT.
003500     MOVE WS-ARC-CHANGE-COUNT        TO CTL-CHANGE-COUNT.
003510     MOVE WS-ARC-DELETE-COUNT        TO CTL-DELETE-COUNT.
003520     MOVE WS-CUTOFF-DATE             TO CTL-PERIOD-CUTOFF.
003525     MOVE WS-ARC-TRANSFER-COUNT      TO CTL-TRANSFER-COUNT.
003530     WRITE HW1-ARCH-CONTROL
003540     END-WRITE.
003550     IF NOT WS-ARC-STATUS-OK
003830     MOVE 'ARCHIVED DELETES            ='  TO TOT-LABEL.
003840     MOVE WS-ARC-DELETE-COUNT        TO TOT-COUNT.
003850     WRITE ARCRPT-LINE FROM WS-TOTAL-LINE.
003852     MOVE 'ARCHIVED TRANSFERS          ='  TO TOT-LABEL.
003854     MOVE WS-ARC-TRANSFER-COUNT      TO TOT-COUNT.
003856     WRITE ARCRPT-LINE FROM WS-TOTAL-LINE.
003860     MOVE 'ENTRIES LEFT ON LIVE TRAIL  ='  TO TOT-LABEL.
003870     MOVE WS-LIVE-COUNT              TO TOT-COUNT.
003880     WRITE ARCRPT-LINE FROM WS-TOTAL-LINE.
