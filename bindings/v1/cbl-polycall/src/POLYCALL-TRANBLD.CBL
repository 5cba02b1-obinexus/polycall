      * Reads up to four department drop files (DROPIN1 through
      * DROPIN4, plain transaction-record images with no control
      * records), validates each record - known operation, numeric
      * priority, a resend flag only on a send, conversation steps
      * adjacent and in step order - merges the clean ones in file
      * order, and writes a balanced TRANIN complete with the
      * FILE_HEADER and the FILE_TRAILER record count and
      * modulo-10**12 sequence sum the batch driver's balance
      * check demands. The trailer math lives here, in one
      * program we own, instead of in five departments' hand
      * tools; everything rejected lands on the edit report with
      * a reason. A record rejected mid-conversation takes the
      * rest of that conversation with it, the same way the batch
      * driver abandons a failed one.
      *
      * Ahead of the drop files it feeds back the previous run's
      * CARRYOVER - the classes the batch driver spilled past their
      * PRIOCTL cutoff. The carry-over's own header and trailer are
      * proved in a first read-through; one that does not balance
      * is fed not at all and left for the operator (return code
      * 8). Each carried record has its carried-night count bumped
      * as it comes back in (fresh drop records are stamped zero).
      * One carried more nights than the limit given at run time
      * goes to the CARRYESC escalation file - a balanced
      * transaction file of its own, for whoever chases it - and
      * onto the CARRYESCRPT report instead of being fed yet again,
      * with the rest of its conversation alongside it. The edit
      * report closes with carried-in, escalated and fresh counts
      * by origin.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-TRANBLD.
           SELECT DROP-FILE-4 ASSIGN TO "DROPIN4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP4-STATUS.
           SELECT CARRYOVER-IN-FILE ASSIGN TO "CARRYOVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-IN-STATUS.
           SELECT ESCALATION-FILE ASSIGN TO "CARRYESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-FILE-STATUS.
           SELECT ESCALATION-REPORT-FILE ASSIGN TO "CARRYESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-REPORT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
       FILE SECTION.
       FD  DROP-FILE-1
           RECORDING MODE IS F.
       01  PC-DROP1-RECORD             PIC X(1067).

       FD  DROP-FILE-2
           RECORDING MODE IS F.
       01  PC-DROP2-RECORD             PIC X(1067).

       FD  DROP-FILE-3
           RECORDING MODE IS F.
       01  PC-DROP3-RECORD             PIC X(1067).

       FD  DROP-FILE-4
           RECORDING MODE IS F.
       01  PC-DROP4-RECORD             PIC X(1067).

       FD  CARRYOVER-IN-FILE
           RECORDING MODE IS F.
       01  PC-CARRY-IN-RECORD          PIC X(1067).

       FD  ESCALATION-FILE
           RECORDING MODE IS F.
       01  PC-ESCALATION-RECORD        PIC X(1067).

       FD  ESCALATION-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-ESCRPT-LINE              PIC X(132).

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  WS-DROP4-STATUS             PIC X(2) VALUE SPACES.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CARRY-IN-STATUS          PIC X(2) VALUE SPACES.
       01  WS-ESC-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-ESC-REPORT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DROP-EOF-FLAG            PIC X(1) VALUE "N".
           88  WS-NO-MORE-DROP-RECORDS          VALUE "Y".

      *    Input file in hand - the carry-over is file zero, read
      *    ahead of DROPIN1 through DROPIN4.
       01  WS-CURRENT-DROP-FILE        PIC 9(1) VALUE ZERO.
           88  WS-READING-CARRYOVER             VALUE 0.
       01  WS-READ-COUNT               PIC 9(8) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(8) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(8) COMP VALUE ZERO.
       01  WS-READ-DISPLAY             PIC Z(7)9.
       01  WS-WRITTEN-DISPLAY          PIC Z(7)9.
       01  WS-REJECTED-DISPLAY         PIC Z(7)9.
       01  WS-CARRIED-DISPLAY          PIC Z(7)9.
       01  WS-ESCALATED-DISPLAY        PIC Z(7)9.
       01  WS-NIGHTS-DISPLAY           PIC Z9.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-RECORD-OK-FLAG           PIC X(1) VALUE "Y".
           88  WS-RECORD-OK                     VALUE "Y".
           05  WS-DR-CONV-ID           PIC X(8).
           05  WS-DR-CONV-STEP         PIC X(3).
           05  WS-DR-ORIGIN            PIC X(8).
           05  WS-DR-CARRY-NIGHTS      PIC X(2).
           05  WS-DR-RESEND-FLAG       PIC X(1).
       01  WS-DR-CONV-STEP-NUM REDEFINES WS-DROP-WORK.
           05  FILLER                  PIC X(1053).
           05  WS-DR-STEP-NUMERIC      PIC 9(3).
           05  FILLER                  PIC X(8).
           05  WS-DR-NIGHTS-NUMERIC    PIC 9(2).

       01  WS-TRAN-INPUT-OVERLAY       PIC X(1024).
       01  WS-TRAN-IO-AREA REDEFINES WS-TRAN-INPUT-OVERLAY.
           88  WS-CONV-SEEN-BEFORE              VALUE "Y".
       01  WS-SCAN-SUB                 PIC 9(4) COMP VALUE ZERO.

      *    Carry-over proof. The first read-through counts and sums
      *    the data records against the file's own trailer; nothing
      *    is fed unless they agree.
       01  WS-CARRY-NIGHT-LIMIT        PIC 9(2) VALUE ZERO.
       01  WS-CARRY-STATE-FLAG         PIC X(1) VALUE "N".
           88  WS-CARRY-ABSENT                  VALUE "N".
           88  WS-CARRY-BALANCED                VALUE "B".
           88  WS-CARRY-OUT-OF-BALANCE          VALUE "U".
       01  WS-CARRY-TRAILER-SEEN-FLAG  PIC X(1) VALUE "N".
           88  WS-CARRY-TRAILER-SEEN            VALUE "Y".
       01  WS-CARRY-FILE-DATE          PIC 9(8) VALUE ZERO.
       01  WS-CARRY-FILE-ORIGIN        PIC X(8) VALUE SPACES.
       01  WS-CARRY-DATA-COUNT         PIC 9(8) COMP VALUE ZERO.
       01  WS-CARRY-SEQ-SUM            PIC 9(12) COMP VALUE ZERO.
       01  WS-CARRY-TRAILER-COUNT      PIC 9(8) COMP VALUE ZERO.
       01  WS-CARRY-TRAILER-SUM        PIC 9(12) COMP VALUE ZERO.
       01  WS-CARRY-PROBLEM            PIC X(40) VALUE SPACES.

      *    Carried records fed back in, and those escalated
      *    instead. A conversation escalates whole: the decision
      *    taken at its first carried step holds for the rest.
       01  WS-CARRIED-IN-COUNT         PIC 9(8) COMP VALUE ZERO.
       01  WS-ESCALATED-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  WS-ESC-SEQUENCE-SUM         PIC 9(12) COMP VALUE ZERO.
       01  WS-ESCALATE-FLAG            PIC X(1) VALUE "N".
           88  WS-RECORD-ESCALATED              VALUE "Y".
       01  WS-ESC-CONV-ID              PIC X(8) VALUE SPACES.
       01  WS-ESC-CONV-FLAG            PIC X(1) VALUE "N".
           88  WS-ESC-CONV-ESCALATED            VALUE "Y".

      *    Counts by origin for the closing section of the edit
      *    report - fresh drop records next to carried-in ones.
       01  WS-ORIGIN-TABLE.
           05  WS-ORG-ENTRY OCCURS 30 TIMES
                                   INDEXED BY WS-ORG-IDX.
               10  WS-ORG-NAME         PIC X(8).
               10  WS-ORG-FRESH        PIC 9(8) COMP.
               10  WS-ORG-CARRIED      PIC 9(8) COMP.
               10  WS-ORG-ESCALATED    PIC 9(8) COMP.
       01  WS-ORG-ENTRIES-USED         PIC 9(4) COMP VALUE ZERO.
       01  WS-LOOKUP-ORIGIN            PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "CARRY-OVER NIGHT LIMIT (ZERO FOR 3)?"
           ACCEPT WS-CARRY-NIGHT-LIMIT
           IF WS-CARRY-NIGHT-LIMIT = ZERO
               MOVE 3 TO WS-CARRY-NIGHT-LIMIT
           END-IF
           INITIALIZE WS-ORIGIN-TABLE

           OPEN OUTPUT EDIT-REPORT-FILE
           MOVE "POLYCALL TRANSACTION BUILD EDIT REPORT"
                                        TO PC-BLDRPT-LINE
           WRITE PC-BLDRPT-LINE

           OPEN OUTPUT ESCALATION-FILE
           OPEN OUTPUT ESCALATION-REPORT-FILE
           PERFORM WRITE-ESCALATION-HEADERS

           OPEN OUTPUT TRANSACTION-FILE
           PERFORM WRITE-FILE-HEADER

           PERFORM CHECK-CARRYOVER-BALANCE
           IF WS-CARRY-BALANCED
               MOVE ZERO TO WS-CURRENT-DROP-FILE
               PERFORM PROCESS-ONE-DROP-FILE
           END-IF

           PERFORM PROCESS-ONE-DROP-FILE
               VARYING WS-CURRENT-DROP-FILE FROM 1 BY 1
               UNTIL WS-CURRENT-DROP-FILE > 4
           PERFORM WRITE-FILE-TRAILER
           CLOSE TRANSACTION-FILE

           PERFORM WRITE-ESCALATION-TRAILERS
           CLOSE ESCALATION-FILE
           CLOSE ESCALATION-REPORT-FILE

           PERFORM WRITE-ORIGIN-LINES
           MOVE WS-READ-COUNT       TO WS-READ-DISPLAY
           MOVE WS-WRITTEN-COUNT    TO WS-WRITTEN-DISPLAY
           MOVE WS-REJECTED-COUNT   TO WS-REJECTED-DISPLAY
           MOVE WS-CARRIED-IN-COUNT TO WS-CARRIED-DISPLAY
           MOVE WS-ESCALATED-COUNT  TO WS-ESCALATED-DISPLAY
           MOVE SPACES TO PC-BLDRPT-LINE
           WRITE PC-BLDRPT-LINE
           STRING "READ=" DELIMITED BY SIZE
                  WS-WRITTEN-DISPLAY DELIMITED BY SIZE
                  "  REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-DISPLAY DELIMITED BY SIZE
                  "  CARRIED-IN=" DELIMITED BY SIZE
                  WS-CARRIED-DISPLAY DELIMITED BY SIZE
                  "  ESCALATED=" DELIMITED BY SIZE
                  WS-ESCALATED-DISPLAY DELIMITED BY SIZE
                  INTO PC-BLDRPT-LINE
           WRITE PC-BLDRPT-LINE
           CLOSE EDIT-REPORT-FILE
           DISPLAY "POLYCALL-TRANBLD: " WS-READ-COUNT " READ, "
                   WS-WRITTEN-COUNT " WRITTEN, "
                   WS-REJECTED-COUNT " REJECTED"
           DISPLAY "POLYCALL-TRANBLD: " WS-CARRIED-IN-COUNT
                   " CARRIED IN, " WS-ESCALATED-COUNT " ESCALATED"
           EVALUATE TRUE
               WHEN WS-CARRY-OUT-OF-BALANCE
      *            Last night's spill is still sitting unfed - the
      *            file built without it is balanced, but somebody
      *            has to sort the carry-over out before tonight.
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > ZERO
               WHEN WS-ESCALATED-COUNT > ZERO
      *            The built file is still balanced and usable - the
      *            warning code just makes sure somebody reads the
      *            edit and escalation reports before the night
      *            moves on.
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       WRITE-FILE-HEADER.
           MOVE SPACES TO WS-DR-CONV-ID
           MOVE SPACES TO WS-DR-CONV-STEP
           MOVE SPACES TO WS-DR-ORIGIN
           MOVE SPACES TO WS-DR-CARRY-NIGHTS
           MOVE SPACE TO WS-DR-RESEND-FLAG
           WRITE PC-TRAN-RECORD FROM WS-DROP-WORK.

       WRITE-FILE-TRAILER.
           MOVE SPACES TO WS-DR-CONV-ID
           MOVE SPACES TO WS-DR-CONV-STEP
           MOVE SPACES TO WS-DR-ORIGIN
           MOVE SPACES TO WS-DR-CARRY-NIGHTS
           MOVE SPACE TO WS-DR-RESEND-FLAG
           WRITE PC-TRAN-RECORD FROM WS-DROP-WORK.

       WRITE-ESCALATION-HEADERS.
      *    The escalation file opens like any transaction file, so
      *    once the cause is fixed it can be fed by hand as TRANIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO PC-TRAN-CONTROL-AREA
           MOVE WS-CURRENT-TIMESTAMP(1 : 8) TO PC-TH-FILE-DATE
           MOVE "TRANBLD" TO PC-TH-ORIGIN-SYSTEM
           MOVE SPACES TO WS-DROP-WORK
           MOVE "FILE_HEADER" TO WS-DR-OPERATION
           MOVE PC-TRAN-CONTROL-AREA TO WS-DR-INPUT-DATA
           WRITE PC-ESCALATION-RECORD FROM WS-DROP-WORK

           MOVE WS-CARRY-NIGHT-LIMIT TO WS-NIGHTS-DISPLAY
           MOVE SPACES TO PC-ESCRPT-LINE
           STRING "POLYCALL CARRY-OVER ESCALATION REPORT - CARRIED"
                      DELIMITED BY SIZE
                  " MORE THAN" DELIMITED BY SIZE
                  WS-NIGHTS-DISPLAY DELIMITED BY SIZE
                  " NIGHTS" DELIMITED BY SIZE
                  INTO PC-ESCRPT-LINE
           WRITE PC-ESCRPT-LINE.

       WRITE-ESCALATION-TRAILERS.
           MOVE SPACES TO PC-TRAN-CONTROL-AREA
           MOVE WS-ESCALATED-COUNT  TO PC-TT-RECORD-COUNT
           MOVE WS-ESC-SEQUENCE-SUM TO PC-TT-SEQUENCE-SUM
           MOVE SPACES TO WS-DROP-WORK
           MOVE "FILE_TRAILER" TO WS-DR-OPERATION
           MOVE PC-TRAN-CONTROL-AREA TO WS-DR-INPUT-DATA
           WRITE PC-ESCALATION-RECORD FROM WS-DROP-WORK

           MOVE WS-ESCALATED-COUNT TO WS-ESCALATED-DISPLAY
           MOVE SPACES TO PC-ESCRPT-LINE
           WRITE PC-ESCRPT-LINE
           STRING "ESCALATED=" DELIMITED BY SIZE
                  WS-ESCALATED-DISPLAY DELIMITED BY SIZE
                  INTO PC-ESCRPT-LINE
           WRITE PC-ESCRPT-LINE.

       CHECK-CARRYOVER-BALANCE.
      *    First read-through of the carry-over: it must open with
      *    FILE_HEADER, close with FILE_TRAILER, end there, and its
      *    data records must agree with the trailer's count and
      *    sequence sum - the same proof the batch driver puts
      *    TRANIN to. No carry-over at all is a quiet night.
           SET WS-CARRY-ABSENT TO TRUE
           MOVE SPACES TO WS-CARRY-PROBLEM
           MOVE "N" TO WS-DROP-EOF-FLAG
           OPEN INPUT CARRYOVER-IN-FILE
           IF WS-CARRY-IN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           SET WS-CARRY-OUT-OF-BALANCE TO TRUE
           PERFORM READ-CARRYOVER-RECORD
           IF WS-NO-MORE-DROP-RECORDS
              OR WS-DR-OPERATION NOT = "FILE_HEADER"
               MOVE "FILE_HEADER MISSING" TO WS-CARRY-PROBLEM
           ELSE
               MOVE WS-DR-INPUT-DATA TO PC-TRAN-CONTROL-AREA
               MOVE PC-TH-FILE-DATE TO WS-CARRY-FILE-DATE
               MOVE PC-TH-ORIGIN-SYSTEM TO WS-CARRY-FILE-ORIGIN
               PERFORM READ-CARRYOVER-RECORD
               PERFORM COUNT-CARRYOVER-RECORD
                   UNTIL WS-NO-MORE-DROP-RECORDS
                      OR WS-CARRY-TRAILER-SEEN
               EVALUATE TRUE
                   WHEN NOT WS-CARRY-TRAILER-SEEN
                       MOVE "FILE_TRAILER MISSING"
                                       TO WS-CARRY-PROBLEM
                   WHEN OTHER
                       PERFORM READ-CARRYOVER-RECORD
                       EVALUATE TRUE
                           WHEN NOT WS-NO-MORE-DROP-RECORDS
                               MOVE "RECORDS AFTER FILE_TRAILER"
                                       TO WS-CARRY-PROBLEM
                           WHEN WS-CARRY-TRAILER-COUNT
                                   NOT = WS-CARRY-DATA-COUNT
                               MOVE "RECORD COUNT OUT OF BALANCE"
                                       TO WS-CARRY-PROBLEM
                           WHEN WS-CARRY-TRAILER-SUM
                                   NOT = WS-CARRY-SEQ-SUM
                               MOVE "SEQUENCE SUM OUT OF BALANCE"
                                       TO WS-CARRY-PROBLEM
                           WHEN OTHER
                               SET WS-CARRY-BALANCED TO TRUE
                       END-EVALUATE
               END-EVALUATE
           END-IF
           CLOSE CARRYOVER-IN-FILE

           MOVE SPACES TO PC-BLDRPT-LINE
           IF WS-CARRY-BALANCED
               MOVE WS-CARRY-DATA-COUNT TO WS-READ-DISPLAY
               STRING "CARRYOVER BALANCED FILE-DATE=" DELIMITED BY SIZE
                      WS-CARRY-FILE-DATE DELIMITED BY SIZE
                      " ORIGIN=" DELIMITED BY SIZE
                      WS-CARRY-FILE-ORIGIN DELIMITED BY SIZE
                      " RECORDS=" DELIMITED BY SIZE
                      WS-READ-DISPLAY DELIMITED BY SIZE
                      INTO PC-BLDRPT-LINE
           ELSE
               STRING "CARRYOVER REJECTED - NOT FED: "
                          DELIMITED BY SIZE
                      WS-CARRY-PROBLEM DELIMITED BY SIZE
                      INTO PC-BLDRPT-LINE
               DISPLAY "POLYCALL-TRANBLD: CARRYOVER NOT FED - "
                       WS-CARRY-PROBLEM
           END-IF
           WRITE PC-BLDRPT-LINE.

       COUNT-CARRYOVER-RECORD.
           IF WS-DR-OPERATION = "FILE_TRAILER"
               SET WS-CARRY-TRAILER-SEEN TO TRUE
               MOVE WS-DR-INPUT-DATA TO PC-TRAN-CONTROL-AREA
               MOVE PC-TT-RECORD-COUNT TO WS-CARRY-TRAILER-COUNT
               MOVE PC-TT-SEQUENCE-SUM TO WS-CARRY-TRAILER-SUM
           ELSE
               ADD 1 TO WS-CARRY-DATA-COUNT
               MOVE WS-DR-INPUT-DATA TO WS-TRAN-INPUT-OVERLAY
               COMPUTE WS-CARRY-SEQ-SUM
                   = FUNCTION MOD(WS-CARRY-SEQ-SUM
                                  + PC-IO-MSG-SEQUENCE,
                                  1000000000000)
               PERFORM READ-CARRYOVER-RECORD
           END-IF.

       READ-CARRYOVER-RECORD.
           READ CARRYOVER-IN-FILE INTO WS-DROP-WORK
               AT END
                   SET WS-NO-MORE-DROP-RECORDS TO TRUE
           END-READ.

       PROCESS-ONE-DROP-FILE.
      *    Conversation scoping restarts per drop file - two
      *    departments reusing the same conversation id in their
           MOVE SPACES TO WS-BLD-CONV-ID
           MOVE "N" TO WS-BLD-CONV-REJECTED-FLAG
           MOVE ZERO TO WS-SEEN-CONV-COUNT
           MOVE SPACES TO WS-ESC-CONV-ID
           MOVE "N" TO WS-DROP-EOF-FLAG
           PERFORM OPEN-CURRENT-DROP-FILE
           IF NOT WS-NO-MORE-DROP-RECORDS
      *    A department with nothing to queue simply does not
      *    allocate its drop file - that is not an error.
           EVALUATE WS-CURRENT-DROP-FILE
               WHEN 0
                   OPEN INPUT CARRYOVER-IN-FILE
               WHEN 1
                   OPEN INPUT DROP-FILE-1
                   IF WS-DROP1-STATUS = "35"

       CLOSE-CURRENT-DROP-FILE.
           EVALUATE WS-CURRENT-DROP-FILE
               WHEN 0
                   CLOSE CARRYOVER-IN-FILE
               WHEN 1
                   CLOSE DROP-FILE-1
               WHEN 2

       READ-NEXT-DROP-RECORD.
           EVALUATE WS-CURRENT-DROP-FILE
               WHEN 0
      *            The carry-over's header and trailer were proved
      *            in the first read-through; only its data
      *            records are fed.
                   PERFORM READ-CARRYOVER-RECORD
                   PERFORM READ-CARRYOVER-RECORD
                       UNTIL WS-NO-MORE-DROP-RECORDS
                          OR (WS-DR-OPERATION NOT = "FILE_HEADER"
                          AND WS-DR-OPERATION NOT = "FILE_TRAILER")
               WHEN 1
                   READ DROP-FILE-1 INTO WS-DROP-WORK
                       AT END
           ADD 1 TO WS-READ-COUNT
           PERFORM VALIDATE-DROP-RECORD
           IF WS-RECORD-OK
               PERFORM STAMP-CARRIED-NIGHTS
               IF WS-RECORD-ESCALATED
                   PERFORM WRITE-ESCALATION-RECORD
               ELSE
                   PERFORM WRITE-TRANSACTION-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF

      *    The resend flag only means something to the bridge's
      *    duplicate-send guard - a Y on any other operation is a
      *    keying slip, not an instruction.
           IF WS-RECORD-OK
               IF WS-DR-RESEND-FLAG NOT = SPACE
                  AND WS-DR-RESEND-FLAG NOT = "Y"
                  AND WS-DR-RESEND-FLAG NOT = "N"
                   SET WS-RECORD-REJECTED TO TRUE
                   MOVE "RESEND FLAG NOT Y, N OR SPACE"
                                       TO WS-REJECT-REASON
               ELSE
               IF WS-DR-RESEND-FLAG = "Y"
                  AND WS-DR-OPERATION NOT = "SEND_MESSAGE"
                  AND WS-DR-OPERATION NOT = "QUEUE_MESSAGE"
                   SET WS-RECORD-REJECTED TO TRUE
                   MOVE "RESEND FLAG ON A NON-SEND OPERATION"
                                       TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF

           IF WS-RECORD-OK
               PERFORM VALIDATE-CONVERSATION-ORDER
           END-IF.
               END-IF
           END-IF.

       STAMP-CARRIED-NIGHTS.
      *    A fresh drop record has never been carried. A carried
      *    one has been through one more night than it says -
      *    blank on a record carried before the count existed,
      *    which counts as its first. Past the limit it escalates,
      *    and so does every later step of its conversation.
           MOVE "N" TO WS-ESCALATE-FLAG
           IF NOT WS-READING-CARRYOVER
               MOVE ZERO TO WS-DR-NIGHTS-NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-DR-CARRY-NIGHTS NOT NUMERIC
               MOVE ZERO TO WS-DR-NIGHTS-NUMERIC
           END-IF
           IF WS-DR-NIGHTS-NUMERIC < 99
               ADD 1 TO WS-DR-NIGHTS-NUMERIC
           END-IF
           IF WS-DR-CONV-ID NOT = SPACES
              AND WS-DR-CONV-ID = WS-ESC-CONV-ID
               MOVE WS-ESC-CONV-FLAG TO WS-ESCALATE-FLAG
           ELSE
               IF WS-DR-NIGHTS-NUMERIC > WS-CARRY-NIGHT-LIMIT
                   SET WS-RECORD-ESCALATED TO TRUE
               END-IF
               MOVE WS-DR-CONV-ID TO WS-ESC-CONV-ID
               MOVE WS-ESCALATE-FLAG TO WS-ESC-CONV-FLAG
           END-IF.

       DEFAULT-RECORD-ORIGIN.
      *    A department that does not stamp its own origin gets
      *    one named after its drop file, so the per-origin result
      *    split still lands its traffic on one desk. The batch
      *    driver stamps every record it carries, so a blank one
      *    on the carry-over is only a hand-built file.
           IF WS-DR-ORIGIN = SPACES
               IF WS-READING-CARRYOVER
                   MOVE "CARRYOVR" TO WS-DR-ORIGIN
               ELSE
                   STRING "DROP" DELIMITED BY SIZE
                          WS-CURRENT-DROP-FILE DELIMITED BY SIZE
                          INTO WS-DR-ORIGIN
               END-IF
           END-IF
           MOVE WS-DR-ORIGIN TO WS-LOOKUP-ORIGIN
           PERFORM FIND-OR-ADD-ORIGIN.

       WRITE-ESCALATION-RECORD.
           ADD 1 TO WS-ESCALATED-COUNT
           PERFORM DEFAULT-RECORD-ORIGIN
           ADD 1 TO WS-ORG-ESCALATED(WS-ORG-IDX)
           MOVE WS-DR-INPUT-DATA TO WS-TRAN-INPUT-OVERLAY
           COMPUTE WS-ESC-SEQUENCE-SUM
               = FUNCTION MOD(WS-ESC-SEQUENCE-SUM
                              + PC-IO-MSG-SEQUENCE,
                              1000000000000)
           WRITE PC-ESCALATION-RECORD FROM WS-DROP-WORK

           MOVE PC-IO-MSG-SEQUENCE TO WS-WRITTEN-DISPLAY
           MOVE WS-DR-NIGHTS-NUMERIC TO WS-NIGHTS-DISPLAY
           MOVE SPACES TO PC-ESCRPT-LINE
           STRING "ESCALATED ORIGIN=" DELIMITED BY SIZE
                  WS-DR-ORIGIN DELIMITED BY SIZE
                  " NIGHTS=" DELIMITED BY SIZE
                  WS-NIGHTS-DISPLAY DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  WS-DR-OPERATION DELIMITED BY SPACE
                  " PRIORITY=" DELIMITED BY SIZE
                  WS-DR-PRIORITY DELIMITED BY SIZE
                  " CONV=" DELIMITED BY SIZE
                  WS-DR-CONV-ID DELIMITED BY SIZE
                  " SEQ=" DELIMITED BY SIZE
                  WS-WRITTEN-DISPLAY DELIMITED BY SIZE
                  " HOST=" DELIMITED BY SIZE
                  PC-IO-HOST DELIMITED BY SPACE
                  INTO PC-ESCRPT-LINE
           WRITE PC-ESCRPT-LINE.

       WRITE-TRANSACTION-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM DEFAULT-RECORD-ORIGIN
           IF WS-READING-CARRYOVER
               ADD 1 TO WS-CARRIED-IN-COUNT
               ADD 1 TO WS-ORG-CARRIED(WS-ORG-IDX)
           ELSE
               ADD 1 TO WS-ORG-FRESH(WS-ORG-IDX)
           END-IF
           MOVE WS-DR-INPUT-DATA TO WS-TRAN-INPUT-OVERLAY
           COMPUTE WS-SEQUENCE-SUM
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO PC-BLDRPT-LINE
           WRITE PC-BLDRPT-LINE.

       FIND-OR-ADD-ORIGIN.
           SET WS-ORG-IDX TO 1
           SEARCH WS-ORG-ENTRY
               AT END
                   PERFORM ADD-ORIGIN-ENTRY
               WHEN WS-ORG-IDX > WS-ORG-ENTRIES-USED
                   PERFORM ADD-ORIGIN-ENTRY
               WHEN WS-ORG-NAME(WS-ORG-IDX) = WS-LOOKUP-ORIGIN
                   CONTINUE
           END-SEARCH.

       ADD-ORIGIN-ENTRY.
      *    Origin tags are raw transaction data - fold the overflow
      *    into the last slot so the totals still balance.
           IF WS-ORG-ENTRIES-USED < 30
               ADD 1 TO WS-ORG-ENTRIES-USED
               SET WS-ORG-IDX TO WS-ORG-ENTRIES-USED
               MOVE WS-LOOKUP-ORIGIN TO WS-ORG-NAME(WS-ORG-IDX)
           ELSE
               SET WS-ORG-IDX TO 30
               MOVE "OTHER" TO WS-ORG-NAME(WS-ORG-IDX)
           END-IF.

       WRITE-ORIGIN-LINES.
           MOVE SPACES TO PC-BLDRPT-LINE
           WRITE PC-BLDRPT-LINE
           MOVE "RECORDS BY ORIGIN" TO PC-BLDRPT-LINE
           WRITE PC-BLDRPT-LINE
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-ENTRIES-USED
               MOVE WS-ORG-FRESH(WS-ORG-IDX)     TO WS-WRITTEN-DISPLAY
               MOVE WS-ORG-CARRIED(WS-ORG-IDX)   TO WS-CARRIED-DISPLAY
               MOVE WS-ORG-ESCALATED(WS-ORG-IDX)
                                               TO WS-ESCALATED-DISPLAY
               MOVE SPACES TO PC-BLDRPT-LINE
               STRING "ORIGIN=" DELIMITED BY SIZE
                      WS-ORG-NAME(WS-ORG-IDX) DELIMITED BY SIZE
                      " FRESH=" DELIMITED BY SIZE
                      WS-WRITTEN-DISPLAY DELIMITED BY SIZE
                      " CARRIED-IN=" DELIMITED BY SIZE
                      WS-CARRIED-DISPLAY DELIMITED BY SIZE
                      " ESCALATED=" DELIMITED BY SIZE
                      WS-ESCALATED-DISPLAY DELIMITED BY SIZE
                      INTO PC-BLDRPT-LINE
               WRITE PC-BLDRPT-LINE
           END-PERFORM.
