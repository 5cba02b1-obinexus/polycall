       01  WS-OUTCOME-TEXT             PIC X(6) VALUE SPACES.

       01  LNK-OPERATION               PIC X(20).
      *    The last byte of the operation carries the resend flag
      *    to the bridge's duplicate-send guard.
       01  LNK-OPERATION-R REDEFINES LNK-OPERATION.
           05  FILLER                  PIC X(19).
           05  LNK-RESEND-FLAG         PIC X(1).
       01  LNK-INPUT-DATA               PIC X(1024).
       01  LNK-OUTPUT-DATA              PIC X(1024).
       01  LNK-RESULT-CODE              PIC 9(4) COMP.
               DISPLAY "POLYCALL-OUTFWD: NO OUTBOUND QUEUE"
               STOP RUN
           END-IF
           IF WS-OUTQFILE-STATUS NOT = "00"
               DISPLAY "POLYCALL-OUTFWD: OUTBOUND QUEUE NOT USABLE - "
                       "STATUS " WS-OUTQFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FORWARD-REPORT-FILE

           MOVE "POLYCALL OUTBOUND QUEUE FORWARDING REPORT"
      *    schedule window, destination resolution) exactly as if
      *    the caller had driven SEND_MESSAGE itself.
           MOVE "SEND_MESSAGE"     TO LNK-OPERATION
           IF PC-OQ-RESEND-REQUESTED
               MOVE "Y" TO LNK-RESEND-FLAG
           END-IF
           MOVE PC-OQ-INPUT-DATA   TO LNK-INPUT-DATA
           MOVE SPACES             TO LNK-OUTPUT-DATA
           MOVE ZERO               TO LNK-RESULT-CODE
