       01  PC-POLLRPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY POLYCALL-CONSTANTS.

       01  WS-REGFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS      PIC X(2) VALUE SPACES.
       01  WS-STOP-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-SWEEP-DRAINED            PIC 9(8) COMP VALUE ZERO.
       01  WS-CONN-DRAINED             PIC 9(8) COMP VALUE ZERO.
       01  WS-TOTAL-DRAINED            PIC 9(8) COMP VALUE ZERO.
       01  WS-CONN-QUARANTINED         PIC 9(8) COMP VALUE ZERO.
       01  WS-TOTAL-QUARANTINED        PIC 9(8) COMP VALUE ZERO.
       01  WS-CONN-CHECKED             PIC 9(8) COMP VALUE ZERO.

      *    Wall-clock minute counter for the run limit, folded
       01  WS-CONN-ID-DISPLAY          PIC Z(7)9.
       01  WS-DRAINED-DISPLAY          PIC Z(7)9.
       01  WS-SWEEP-DISPLAY            PIC Z(7)9.
       01  WS-QUARANTINED-DISPLAY      PIC Z(7)9.

       01  WS-POLL-IO-AREA             PIC X(1024).
       01  WS-POLL-IO-R REDEFINES WS-POLL-IO-AREA.

           MOVE WS-SWEEP-COUNT   TO WS-SWEEP-DISPLAY
           MOVE WS-TOTAL-DRAINED TO WS-DRAINED-DISPLAY
           MOVE WS-TOTAL-QUARANTINED TO WS-QUARANTINED-DISPLAY
           MOVE SPACES TO PC-POLLRPT-LINE
           WRITE PC-POLLRPT-LINE
           STRING "SWEEPS=" DELIMITED BY SIZE
                  WS-SWEEP-DISPLAY DELIMITED BY SIZE
                  "  DRAINED=" DELIMITED BY SIZE
                  WS-DRAINED-DISPLAY DELIMITED BY SIZE
                  "  QUARANTINED=" DELIMITED BY SIZE
                  WS-QUARANTINED-DISPLAY DELIMITED BY SIZE
                  INTO PC-POLLRPT-LINE
           WRITE PC-POLLRPT-LINE
           CLOSE POLLER-REPORT-FILE

           DISPLAY "POLYCALL-RCVPOLL: " WS-SWEEP-COUNT " SWEEPS, "
                   WS-TOTAL-DRAINED " MESSAGES DRAINED, "
                   WS-TOTAL-QUARANTINED " QUARANTINED"
           STOP RUN.

       LOAD-POLLER-CONTROL.
      *    wait-and-retry cycle on every empty poll - an exhausted
      *    connection answers with one quick timeout instead of
      *    PC-MAX-SEND-RETRIES slept-through attempts.
      *    A body the field edit rules quarantined has still come
      *    off the wire and onto the spool - it does not mean the
      *    connection is dry, so the drain carries on past it.
           MOVE ZERO TO WS-CONN-DRAINED
           MOVE ZERO TO WS-CONN-QUARANTINED
           MOVE ZERO TO LNK-RESULT-CODE
           PERFORM UNTIL (LNK-RESULT-CODE NOT = ZERO
                      AND LNK-RESULT-CODE NOT = PC-ERROR-FIELD-EDIT)
                      OR WS-CONN-DRAINED > 9999
               PERFORM DRIVE-ONE-RECEIVE
               IF LNK-RESULT-CODE = ZERO
                   ADD 1 TO WS-CONN-DRAINED
               END-IF
               IF LNK-RESULT-CODE = PC-ERROR-FIELD-EDIT
                   ADD 1 TO WS-CONN-DRAINED
                   ADD 1 TO WS-CONN-QUARANTINED
               END-IF
           END-PERFORM
           ADD WS-CONN-DRAINED TO WS-SWEEP-DRAINED
           ADD WS-CONN-DRAINED TO WS-TOTAL-DRAINED
           ADD WS-CONN-QUARANTINED TO WS-TOTAL-QUARANTINED
           PERFORM WRITE-DRAIN-LINE.

       DRIVE-ONE-RECEIVE.
       WRITE-DRAIN-LINE.
           MOVE PC-RF-CONN-ID  TO WS-CONN-ID-DISPLAY
           MOVE WS-CONN-DRAINED TO WS-DRAINED-DISPLAY
           MOVE WS-CONN-QUARANTINED TO WS-QUARANTINED-DISPLAY
           MOVE WS-SWEEP-COUNT TO WS-SWEEP-DISPLAY
           MOVE SPACES TO PC-POLLRPT-LINE
           STRING "SWEEP=" DELIMITED BY SIZE
                  WS-CONN-ID-DISPLAY DELIMITED BY SIZE
                  " DRAINED=" DELIMITED BY SIZE
                  WS-DRAINED-DISPLAY DELIMITED BY SIZE
                  " QUARANTINED=" DELIMITED BY SIZE
                  WS-QUARANTINED-DISPLAY DELIMITED BY SIZE
                  " HOST=" DELIMITED BY SIZE
                  PC-RF-HOST DELIMITED BY SPACE
                  INTO PC-POLLRPT-LINE
