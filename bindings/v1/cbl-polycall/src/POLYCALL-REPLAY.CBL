      *    Same layout as the inbound dead-letter file - written
      *    FROM the inbound record once its result fields have been
      *    updated with this run's outcome.
       01  PC-DEAD-OUT-RECORD          PIC X(1089).

       WORKING-STORAGE SECTION.
           COPY POLYCALL-CONSTANTS.
           COPY POLYCALL-IOAREA.

       01  LNK-OPERATION               PIC X(20).
      *    The last byte of the operation carries the resend flag
      *    to the bridge's duplicate-send guard.
       01  LNK-OPERATION-R REDEFINES LNK-OPERATION.
           05  FILLER                  PIC X(19).
           05  LNK-RESEND-FLAG         PIC X(1).
       01  LNK-INPUT-DATA               PIC X(1024).
       01  LNK-OUTPUT-DATA              PIC X(1024).
       01  LNK-RESULT-CODE              PIC 9(4) COMP.
       DRIVE-ONE-REPLAY.
           ADD 1 TO WS-REPLAY-COUNT
           MOVE PC-DL-OPERATION    TO LNK-OPERATION
      *    A replayed send meets the duplicate-send guard like any
      *    other - only a dead-letter someone has flagged for
      *    resend goes out again over a copy the partner has.
           IF PC-DL-RESEND-REQUESTED
               MOVE "Y" TO LNK-RESEND-FLAG
           END-IF
           MOVE PC-DL-INPUT-DATA   TO WS-DEAD-INPUT-OVERLAY
           IF WS-ACTIVE-CONV-ID NOT = SPACES
              AND WS-CONV-CONNECTED
                                       LNK-INPUT-DATA,
                                       LNK-OUTPUT-DATA,
                                       LNK-RESULT-CODE
           MOVE SPACE TO LNK-RESEND-FLAG

           IF WS-ACTIVE-CONV-ID NOT = SPACES
               PERFORM UPDATE-CONVERSATION-STATE
