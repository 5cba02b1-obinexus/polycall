      * checkpoint, instead of resending everything from message 1.
      * A class whose PRIOCTL cutoff time has passed when its turn
      * comes is spilled whole to the carry-over file rather than
      * overrunning the batch window. Each class's processed,
      * error and spill counts are displayed at the end of the run
      * and written to CLASSTOT for the handover report.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-BATCH.
           SELECT OVERRIDE-CONTROL-FILE ASSIGN TO "TRANOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT CLASS-TOTALS-FILE ASSIGN TO "CLASSTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
      *    Transaction-file layout, written FROM PC-TRAN-RECORD, so
      *    the next run in the right window reads it as its TRANIN.
       01  PC-CARRY-RECORD             PIC X(1067).

       FD  PRIORITY-CONTROL-FILE
           RECORDING MODE IS F.
           05  PC-OV-FILE-DATE         PIC 9(8).
           05  PC-OV-ORIGIN-SYSTEM     PIC X(8).

       FD  CLASS-TOTALS-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-CLASSTOT.

       WORKING-STORAGE SECTION.
           COPY POLYCALL-CONSTANTS.

       01  WS-PRIO-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-PROCREG-STATUS           PIC X(2) VALUE SPACES.
       01  WS-OVERRIDE-FILE-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CLASSTOT-FILE-STATUS     PIC X(2) VALUE SPACES.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-TRANSACTIONS          VALUE "Y".
       01  WS-PRIO-EOF-FLAG            PIC X(1) VALUE "N".
       01  WS-EXCEPTION-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  WS-DEFERRED-COUNT           PIC 9(8) COMP VALUE ZERO.
       01  WS-SPILLED-COUNT            PIC 9(8) COMP VALUE ZERO.
       01  WS-DUPLICATE-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  WS-RESUME-COUNT             PIC 9(8) COMP VALUE ZERO.
       01  WS-RESUME-PASS              PIC 9(1) VALUE 1.
       01  WS-LAST-SENT-SEQUENCE       PIC 9(8) COMP VALUE ZERO.
           05  WS-CW-CONV-ID           PIC X(8).
           05  WS-CW-CONV-STEP         PIC X(3).
           05  WS-CW-ORIGIN            PIC X(8).
           05  WS-CW-CARRY-NIGHTS      PIC X(2).
           05  WS-CW-RESEND-FLAG       PIC X(1).

      *    Conversation scripting state. A conversation is the run
      *    of adjacent records sharing PC-TRAN-CONV-ID; the CONNECT
           88  WS-CONV-CONNECTED                 VALUE "Y".
       01  WS-CONV-CONN-ID             PIC 9(8) COMP VALUE ZERO.
       01  WS-CONV-FAILED-STEP         PIC 9(3) VALUE ZERO.
      *    Set when the driver had to close the conversation's
      *    session itself. The outcome line says so, because that
      *    DISCONNECT result is the driver's, not a transaction's -
      *    the stream merge leaves it out when it balances a
      *    stream's results against the stream's trailer.
       01  WS-CONV-CLOSE-DRIVEN-FLAG   PIC X(1) VALUE "N".
           88  WS-CONV-CLOSE-DRIVEN              VALUE "Y".
       01  WS-OUTCOME-POINTER          PIC 9(4) COMP VALUE 1.

       01  WS-CONV-TOTAL-COUNT         PIC 9(8) COMP VALUE ZERO.
       01  WS-CONV-OK-COUNT            PIC 9(8) COMP VALUE ZERO.
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
           PERFORM CLOSE-BATCH-FILES
           PERFORM MARK-FILE-COMPLETED
           PERFORM DISPLAY-CLASS-TOTALS
           PERFORM WRITE-CLASS-TOTALS

           IF WS-CONV-TOTAL-COUNT > ZERO
               DISPLAY "  CONVERSATIONS " WS-CONV-TOTAL-COUNT
                   WS-EXCEPTION-COUNT " EXCEPTIONS, "
                   WS-DEFERRED-COUNT " DEFERRED, "
                   WS-SPILLED-COUNT " SPILLED"
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "  DUPLICATE SENDS SUPPRESSED "
                       WS-DUPLICATE-COUNT
           END-IF

           STOP RUN.

           MOVE SPACES TO WS-CW-CONV-ID
           MOVE SPACES TO WS-CW-CONV-STEP
           MOVE SPACES TO WS-CW-ORIGIN
           MOVE SPACES TO WS-CW-CARRY-NIGHTS
           MOVE SPACE TO WS-CW-RESEND-FLAG
           WRITE PC-CARRY-RECORD FROM WS-CARRY-WORK.

       WRITE-CARRYOVER-TRAILER.
           MOVE SPACES TO WS-CW-CONV-ID
           MOVE SPACES TO WS-CW-CONV-STEP
           MOVE SPACES TO WS-CW-ORIGIN
           MOVE SPACES TO WS-CW-CARRY-NIGHTS
           MOVE SPACE TO WS-CW-RESEND-FLAG
           WRITE PC-CARRY-RECORD FROM WS-CARRY-WORK.

       PROCESS-ONE-PASS.
               MOVE SPACES TO WS-ACTIVE-CONV-ID
               SET WS-CONV-ALIVE TO TRUE
               MOVE "N" TO WS-CONV-CONNECTED-FLAG
               MOVE "N" TO WS-CONV-CLOSE-DRIVEN-FLAG
               MOVE ZERO TO WS-CONV-CONN-ID
           END-IF.

                                       LNK-RESULT-CODE

           MOVE "N" TO WS-CONV-CONNECTED-FLAG
           SET WS-CONV-CLOSE-DRIVEN TO TRUE
           MOVE LNK-OPERATION   TO PC-RES-OPERATION
           MOVE LNK-OUTPUT-DATA TO PC-RES-OUTPUT-DATA
           MOVE LNK-RESULT-CODE TO PC-RES-RESULT-CODE
       WRITE-CONVERSATION-OUTCOME.
           MOVE "CONVERSATION" TO PC-RES-OPERATION
           MOVE SPACES TO PC-RES-OUTPUT-DATA
           MOVE 1 TO WS-OUTCOME-POINTER
           EVALUATE TRUE
               WHEN WS-CONV-FAILED
                   STRING "CONV " DELIMITED BY SIZE
                          " FAILED AT STEP " DELIMITED BY SIZE
                          WS-CONV-FAILED-STEP DELIMITED BY SIZE
                          INTO PC-RES-OUTPUT-DATA
                          WITH POINTER WS-OUTCOME-POINTER
                   MOVE PC-ERROR-GENERAL TO PC-RES-RESULT-CODE
               WHEN WS-CONV-DEFERRED
                   STRING "CONV " DELIMITED BY SIZE
                          " DEFERRED TO CARRY-OVER"
                                           DELIMITED BY SIZE
                          INTO PC-RES-OUTPUT-DATA
                          WITH POINTER WS-OUTCOME-POINTER
                   MOVE PC-ERROR-SCHEDULE TO PC-RES-RESULT-CODE
               WHEN OTHER
                   STRING "CONV " DELIMITED BY SIZE
                          WS-ACTIVE-CONV-ID DELIMITED BY SIZE
                          " COMPLETED" DELIMITED BY SIZE
                          INTO PC-RES-OUTPUT-DATA
                          WITH POINTER WS-OUTCOME-POINTER
                   MOVE ZERO TO PC-RES-RESULT-CODE
           END-EVALUATE
           IF WS-CONV-CLOSE-DRIVEN
               STRING " - SESSION CLOSED BY DRIVER" DELIMITED BY SIZE
                      INTO PC-RES-OUTPUT-DATA
                      WITH POINTER WS-OUTCOME-POINTER
           END-IF
           MOVE WS-CONV-ORIGIN TO PC-RES-ORIGIN
           WRITE PC-RESULT-RECORD.

           ADD 1 TO WS-TRAN-COUNT
           ADD 1 TO WS-CLASS-PROCESSED(WS-CURRENT-PASS)
           MOVE PC-TRAN-OPERATION  TO LNK-OPERATION
           IF PC-TRAN-RESEND-REQUESTED
               MOVE "Y" TO LNK-RESEND-FLAG
           END-IF
           MOVE PC-TRAN-INPUT-DATA TO WS-TRAN-INPUT-OVERLAY
           IF WS-ACTIVE-CONV-ID NOT = SPACES
              AND WS-CONV-CONNECTED
                                       LNK-INPUT-DATA,
                                       LNK-OUTPUT-DATA,
                                       LNK-RESULT-CODE
           MOVE SPACE TO LNK-RESEND-FLAG

           IF LNK-RESULT-CODE = PC-ERROR-SCHEDULE
              OR LNK-RESULT-CODE = PC-ERROR-PACING
           IF LNK-RESULT-CODE NOT = ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD 1 TO WS-CLASS-ERRORS(WS-CURRENT-PASS)
      *        A suppressed duplicate is dead-lettered like any
      *        refusal - that record, origin and all, is what the
      *        duplicate-send report lists - but counted apart.
               IF LNK-RESULT-CODE = PC-ERROR-DUPLICATE-SEND
                   ADD 1 TO WS-DUPLICATE-COUNT
               END-IF
               PERFORM WRITE-DEAD-LETTER-RECORD
           ELSE
               IF LNK-OPERATION = "SEND_MESSAGE"
           MOVE PC-TRAN-CONV-ID        TO PC-DL-CONV-ID
           MOVE PC-TRAN-CONV-STEP      TO PC-DL-CONV-STEP
           MOVE WS-RECORD-ORIGIN       TO PC-DL-ORIGIN
           MOVE PC-TRAN-RESEND-FLAG    TO PC-DL-RESEND-FLAG
           WRITE PC-DEAD-RECORD.

       TRANSLATE-RESULT-CATEGORY.
               END-IF
           END-PERFORM.

       WRITE-CLASS-TOTALS.
      *    The same figures as a file, for the handover report.
           OPEN OUTPUT CLASS-TOTALS-FILE
           PERFORM VARYING WS-RECORD-CLASS FROM 1 BY 1
                   UNTIL WS-RECORD-CLASS > 9
               IF WS-CLASS-PROCESSED(WS-RECORD-CLASS) > ZERO
                  OR WS-CLASS-SPILLED(WS-RECORD-CLASS) > ZERO
                   MOVE WS-RECORD-CLASS TO PC-CT-CLASS
                   MOVE WS-CLASS-PROCESSED(WS-RECORD-CLASS)
                                           TO PC-CT-PROCESSED
                   MOVE WS-CLASS-ERRORS(WS-RECORD-CLASS)
                                           TO PC-CT-ERRORS
                   MOVE WS-CLASS-SPILLED(WS-RECORD-CLASS)
                                           TO PC-CT-SPILLED
                   WRITE PC-CLASSTOT-RECORD
               END-IF
           END-PERFORM
           CLOSE CLASS-TOTALS-FILE.

       CLOSE-BATCH-FILES.
           PERFORM WRITE-CARRYOVER-TRAILER
           CLOSE RESULTS-FILE
