      * CBLPolyCall End-Of-Schedule Handover Report v1.0
      * OBINexus Aegis Engineering - Shift Handover Status Sheet
      *
      * Run last in the schedule. Gathers what the night's jobs
      * left behind into one sheet for the incoming shift: one
      * GREEN/AMBER/RED line per area, the day's results broken
      * down by origin, then every exception worth a look, so
      * nobody has to open nine files to learn whether the night
      * went well.
      *
      *   BATCH    RESULTOUT, DEADLETTER and CARRYOVER - RED when
      *            there are no results or the carry-over file has
      *            no FILE_TRAILER (the driver did not finish),
      *            AMBER on any dead letter or carried-over record.
      *            Beneath it, one line per priority class from the
      *            driver's CLASSTOT totals, with the dead letters
      *            and carry-overs by priority - AMBER when any
      *            class was spilled past its PRIOCTL cutoff.
      *   RESDIST  the same results tallied by origin tag against
      *            ORIGROUTE, as the distribution step splits them
      *            - AMBER when records stayed in the combined
      *            files for want of a route.
      *   INTREC   the integrity report's one-sided and surplus
      *            lines - RED on any, AMBER when it did not run.
      *   RECON    the reconciliation report's FLAGGED lines -
      *            AMBER on any, or when it did not run.
      *   ERRMON   today's ERRALERT records - AMBER on a first
      *            breach, RED once any breach escalated.
      *   ORPHRPT  the orphan report's UNANSWERED lines - AMBER on
      *            any, or when it did not run.
      *   OUTMSGQ  queued sends the forwarder gave up on (status F)
      *            - AMBER on any, or when the queue cannot be opened.
      *
      * The worst area is the overall status and sets the return
      * code - 0 green, 4 amber, 8 red - so the scheduler can page
      * on it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-HANDOVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO "RESULTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT DEAD-LETTER-FILE ASSIGN TO "DEADLETTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAD-FILE-STATUS.
           SELECT CARRYOVER-FILE ASSIGN TO "CARRYOVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.
           SELECT CLASS-TOTALS-FILE ASSIGN TO "CLASSTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSTOT-FILE-STATUS.
           SELECT ORIGIN-ROUTE-FILE ASSIGN TO "ORIGROUTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRPT-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONRPT-FILE-STATUS.
           SELECT ORPHAN-REPORT-FILE ASSIGN TO "ORPHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORPHRPT-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ERRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT OUTBOUND-QUEUE-FILE ASSIGN TO "OUTMSGQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-OQ-KEY
               FILE STATUS IS WS-OUTQFILE-STATUS.
           SELECT HANDOVER-REPORT-FILE ASSIGN TO "HANDOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-RESULTREC.

       FD  DEAD-LETTER-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-DEADREC.

       FD  CARRYOVER-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-BATCHREC.

       FD  CLASS-TOTALS-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-CLASSTOT.

       FD  ORIGIN-ROUTE-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-ORIGROUTE.

       FD  INTEGRITY-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-INTRPT-LINE              PIC X(132).

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-RECON-LINE               PIC X(80).

       FD  ORPHAN-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-ORPHRPT-LINE             PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-ALERTREC.

       FD  OUTBOUND-QUEUE-FILE.
           COPY POLYCALL-OUTQREC.

       FD  HANDOVER-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-HANDOVR-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RESULT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-DEAD-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-CARRY-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CLASSTOT-FILE-STATUS     PIC X(2) VALUE SPACES.
       01  WS-ROUTE-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-INTRPT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RECONRPT-FILE-STATUS     PIC X(2) VALUE SPACES.
       01  WS-ORPHRPT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01  WS-ALERT-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-OUTQFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.

       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.

      *    Area status sheet, in report order.
       01  WS-AREA-TABLE.
           05  WS-AREA-ENTRY OCCURS 7 TIMES
                                   INDEXED BY WS-AREA-IDX.
               10  WS-AREA-NAME        PIC X(8).
               10  WS-AREA-LEVEL       PIC 9(1).
               10  WS-AREA-DETAIL      PIC X(100).
       01  WS-AREA-SLOT                PIC 9(1) VALUE ZERO.
       01  WS-RAISE-LEVEL              PIC 9(1) VALUE ZERO.
           88  WS-RAISE-GREEN                   VALUE 0.
           88  WS-RAISE-AMBER                   VALUE 1.
           88  WS-RAISE-RED                     VALUE 2.
       01  WS-OVERALL-LEVEL            PIC 9(1) VALUE ZERO.
       01  WS-LEVEL-NAMES.
           05  FILLER                  PIC X(5) VALUE "GREEN".
           05  FILLER                  PIC X(5) VALUE "AMBER".
           05  FILLER                  PIC X(5) VALUE "RED  ".
       01  WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAMES.
           05  WS-LEVEL-NAME           PIC X(5) OCCURS 3 TIMES.

      *    Exceptions are collected while the sources are read and
      *    printed after the status lines; past the table's end
      *    they are only counted.
       01  WS-EXCEPTION-TABLE.
           05  WS-EXC-LINE             PIC X(132) OCCURS 500 TIMES.
       01  WS-EXC-USED                 PIC 9(4) COMP VALUE ZERO.
       01  WS-EXC-OVERFLOW             PIC 9(8) COMP VALUE ZERO.
       01  WS-EXC-SLOT                 PIC 9(4) COMP VALUE ZERO.
       01  WS-EXC-WORK                 PIC X(132) VALUE SPACES.
       01  WS-EXC-TEXT                 PIC X(120) VALUE SPACES.

      *    Origin breakdown, with the ORIGROUTE table it is checked
      *    against.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-RT-ORIGIN            PIC X(8) OCCURS 20 TIMES
                                   INDEXED BY WS-RT-IDX.
       01  WS-ORIGIN-TABLE.
           05  WS-ORG-ENTRY OCCURS 30 TIMES
                                   INDEXED BY WS-ORG-IDX.
               10  WS-ORG-NAME         PIC X(8).
               10  WS-ORG-ROUTED-FLAG  PIC X(1).
               10  WS-ORG-RESULT-OK    PIC 9(8) COMP.
               10  WS-ORG-RESULT-FAIL  PIC 9(8) COMP.
               10  WS-ORG-DEAD         PIC 9(8) COMP.
               10  WS-ORG-CARRIED      PIC 9(8) COMP.
       01  WS-ORG-ENTRIES-USED         PIC 9(4) COMP VALUE ZERO.
       01  WS-LOOKUP-ORIGIN            PIC X(8) VALUE SPACES.
       01  WS-CARRY-ORIGIN             PIC X(8) VALUE SPACES.

      *    Priority-class breakdown of the BATCH area. Dead letters
      *    and carry-overs with no usable priority count as class 1,
      *    where the driver runs them.
       01  WS-CLASS-TABLE.
           05  WS-CLS-ENTRY OCCURS 9 TIMES.
               10  WS-CLS-PROCESSED    PIC 9(8) COMP.
               10  WS-CLS-ERRORS       PIC 9(8) COMP.
               10  WS-CLS-SPILLED      PIC 9(8) COMP.
               10  WS-CLS-DEAD         PIC 9(8) COMP.
               10  WS-CLS-CARRIED      PIC 9(8) COMP.
       01  WS-CLASS-SLOT               PIC 9(2) VALUE ZERO.

       01  WS-RESULT-COUNT             PIC 9(8) COMP VALUE ZERO.
       01  WS-RESULT-OK-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  WS-RESULT-FAIL-COUNT        PIC 9(8) COMP VALUE ZERO.
       01  WS-DEAD-COUNT               PIC 9(8) COMP VALUE ZERO.
       01  WS-CARRIED-COUNT            PIC 9(8) COMP VALUE ZERO.
       01  WS-CARRY-TRAILER-FLAG       PIC X(1) VALUE "N".
           88  WS-CARRY-TRAILER-SEEN            VALUE "Y".
       01  WS-UNROUTED-COUNT           PIC 9(8) COMP VALUE ZERO.
       01  WS-MISMATCH-COUNT           PIC 9(8) COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(8) COMP VALUE ZERO.
       01  WS-FIRST-ALERT-COUNT        PIC 9(8) COMP VALUE ZERO.
       01  WS-ESCALATED-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC 9(8) COMP VALUE ZERO.
       01  WS-QUEUE-FAILED-COUNT       PIC 9(8) COMP VALUE ZERO.
       01  WS-QUEUE-WAITING-COUNT      PIC 9(8) COMP VALUE ZERO.

       01  WS-COUNT-DISPLAY-1          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-3          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-4          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-5          PIC Z(7)9.
       01  WS-RESULT-DISPLAY           PIC Z(3)9.
       01  WS-CONN-ID-DISPLAY          PIC Z(7)9.
       01  WS-SEQ-DISPLAY              PIC Z(7)9.
       01  WS-ATTEMPT-DISPLAY          PIC Z(3)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1 : 8) TO WS-TODAY-DATE
           INITIALIZE WS-AREA-TABLE
           INITIALIZE WS-ORIGIN-TABLE
           INITIALIZE WS-CLASS-TABLE
           MOVE "BATCH"   TO WS-AREA-NAME(1)
           MOVE "RESDIST" TO WS-AREA-NAME(2)
           MOVE "INTREC"  TO WS-AREA-NAME(3)
           MOVE "RECON"   TO WS-AREA-NAME(4)
           MOVE "ERRMON"  TO WS-AREA-NAME(5)
           MOVE "ORPHRPT" TO WS-AREA-NAME(6)
           MOVE "OUTMSGQ" TO WS-AREA-NAME(7)

           PERFORM LOAD-ORIGIN-ROUTES
           PERFORM CHECK-BATCH-RESULTS
           PERFORM CHECK-DEAD-LETTERS
           PERFORM CHECK-CARRYOVER
           PERFORM CHECK-CLASS-TOTALS
           PERFORM ASSESS-BATCH-AREA
           PERFORM ASSESS-DISTRIBUTION-AREA
           PERFORM CHECK-INTEGRITY-REPORT
           PERFORM CHECK-RECON-REPORT
           PERFORM CHECK-ALERT-FILE
           PERFORM CHECK-ORPHAN-REPORT
           PERFORM CHECK-OUTBOUND-QUEUE

           OPEN OUTPUT HANDOVER-REPORT-FILE
           MOVE "POLYCALL END-OF-SCHEDULE HANDOVER REPORT"
                                        TO PC-HANDOVR-LINE
           WRITE PC-HANDOVR-LINE
           MOVE SPACES TO PC-HANDOVR-LINE
           STRING "RUN=" DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
                  INTO PC-HANDOVR-LINE
           WRITE PC-HANDOVR-LINE
           PERFORM WRITE-AREA-LINES
           PERFORM WRITE-ORIGIN-LINES
           PERFORM WRITE-EXCEPTION-LINES
           CLOSE HANDOVER-REPORT-FILE

           MOVE WS-EXC-USED TO WS-COUNT-DISPLAY-1
           DISPLAY "POLYCALL-HANDOVR: OVERALL="
                   WS-LEVEL-NAME(WS-OVERALL-LEVEL + 1)
                   " EXCEPTIONS=" WS-COUNT-DISPLAY-1
           MOVE WS-OVERALL-LEVEL TO RETURN-CODE
           MULTIPLY 4 BY RETURN-CODE
           STOP RUN.

       RAISE-AREA-LEVEL.
      *    An area only ever gets worse as evidence accumulates.
           IF WS-RAISE-LEVEL > WS-AREA-LEVEL(WS-AREA-SLOT)
               MOVE WS-RAISE-LEVEL TO WS-AREA-LEVEL(WS-AREA-SLOT)
           END-IF
           IF WS-RAISE-LEVEL > WS-OVERALL-LEVEL
               MOVE WS-RAISE-LEVEL TO WS-OVERALL-LEVEL
           END-IF.

       ADD-EXCEPTION.
      *    WS-EXC-TEXT is filed under the current area's name.
           IF WS-EXC-USED < 500
               ADD 1 TO WS-EXC-USED
               MOVE SPACES TO WS-EXC-WORK
               STRING WS-AREA-NAME(WS-AREA-SLOT) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EXC-TEXT DELIMITED BY SIZE
                      INTO WS-EXC-WORK
               MOVE WS-EXC-WORK TO WS-EXC-LINE(WS-EXC-USED)
           ELSE
               ADD 1 TO WS-EXC-OVERFLOW
           END-IF.

       LOAD-ORIGIN-ROUTES.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT ORIGIN-ROUTE-FILE
           IF WS-ROUTE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ ORIGIN-ROUTE-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF WS-ROUTE-COUNT < 20
                  AND PC-OR-APP-FILE NUMERIC
                  AND PC-OR-APP-FILE >= 1
                  AND PC-OR-APP-FILE <= 4
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE PC-OR-ORIGIN TO WS-RT-ORIGIN(WS-ROUTE-COUNT)
               END-IF
               READ ORIGIN-ROUTE-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE ORIGIN-ROUTE-FILE.

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
               MOVE "N" TO WS-ORG-ROUTED-FLAG(WS-ORG-IDX)
               SET WS-RT-IDX TO 1
               SEARCH WS-RT-ORIGIN
                   AT END
                       CONTINUE
                   WHEN WS-RT-IDX > WS-ROUTE-COUNT
                       CONTINUE
                   WHEN WS-RT-ORIGIN(WS-RT-IDX) = WS-LOOKUP-ORIGIN
                       MOVE "Y" TO WS-ORG-ROUTED-FLAG(WS-ORG-IDX)
               END-SEARCH
           ELSE
               SET WS-ORG-IDX TO 30
           END-IF.

       CHECK-BATCH-RESULTS.
           MOVE 1 TO WS-AREA-SLOT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT RESULTS-FILE
           IF WS-RESULT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ RESULTS-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RESULT-COUNT
               MOVE PC-RES-ORIGIN TO WS-LOOKUP-ORIGIN
               PERFORM FIND-OR-ADD-ORIGIN
               IF PC-RES-RESULT-CODE = ZERO
                   ADD 1 TO WS-RESULT-OK-COUNT
                   ADD 1 TO WS-ORG-RESULT-OK(WS-ORG-IDX)
               ELSE
                   ADD 1 TO WS-RESULT-FAIL-COUNT
                   ADD 1 TO WS-ORG-RESULT-FAIL(WS-ORG-IDX)
               END-IF
               IF WS-ORG-ROUTED-FLAG(WS-ORG-IDX) NOT = "Y"
                   ADD 1 TO WS-UNROUTED-COUNT
               END-IF
               READ RESULTS-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE RESULTS-FILE.

       CHECK-DEAD-LETTERS.
           MOVE 1 TO WS-AREA-SLOT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT DEAD-LETTER-FILE
           IF WS-DEAD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ DEAD-LETTER-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-DEAD-COUNT
               MOVE PC-DL-ORIGIN TO WS-LOOKUP-ORIGIN
               PERFORM FIND-OR-ADD-ORIGIN
               ADD 1 TO WS-ORG-DEAD(WS-ORG-IDX)
               IF PC-DL-PRIORITY NUMERIC
                  AND PC-DL-PRIORITY NOT = "0"
                   MOVE PC-DL-PRIORITY TO WS-CLASS-SLOT
               ELSE
                   MOVE 1 TO WS-CLASS-SLOT
               END-IF
               ADD 1 TO WS-CLS-DEAD(WS-CLASS-SLOT)
               IF WS-ORG-ROUTED-FLAG(WS-ORG-IDX) NOT = "Y"
                   ADD 1 TO WS-UNROUTED-COUNT
               END-IF
               MOVE PC-DL-RESULT-CODE TO WS-RESULT-DISPLAY
               MOVE SPACES TO WS-EXC-TEXT
               STRING "DEAD LETTER OP=" DELIMITED BY SIZE
                      PC-DL-OPERATION DELIMITED BY SPACE
                      " RESULT=" DELIMITED BY SIZE
                      WS-RESULT-DISPLAY DELIMITED BY SIZE
                      " CATEGORY=" DELIMITED BY SIZE
                      PC-DL-ERROR-CATEGORY DELIMITED BY SPACE
                      " CONV=" DELIMITED BY SIZE
                      PC-DL-CONV-ID DELIMITED BY SIZE
                      " ORIGIN=" DELIMITED BY SIZE
                      PC-DL-ORIGIN DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
               PERFORM ADD-EXCEPTION
               READ DEAD-LETTER-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE DEAD-LETTER-FILE.

       CHECK-CARRYOVER.
      *    Data records only; the driver writes the trailer as its
      *    very last act, so a header with no trailer means the run
      *    never finished.
           MOVE 1 TO WS-AREA-SLOT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CARRYOVER-FILE
           IF WS-CARRY-FILE-STATUS = "35"
               SET WS-CARRY-TRAILER-SEEN TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CARRY-ORIGIN
           READ CARRYOVER-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               EVALUATE PC-TRAN-OPERATION
                   WHEN "FILE_HEADER"
                       CONTINUE
                   WHEN "FILE_TRAILER"
                       SET WS-CARRY-TRAILER-SEEN TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-CARRIED-COUNT
                       MOVE PC-TRAN-ORIGIN TO WS-LOOKUP-ORIGIN
                       PERFORM FIND-OR-ADD-ORIGIN
                       ADD 1 TO WS-ORG-CARRIED(WS-ORG-IDX)
                       IF PC-TRAN-PRIORITY NUMERIC
                          AND PC-TRAN-PRIORITY > ZERO
                           MOVE PC-TRAN-PRIORITY TO WS-CLASS-SLOT
                       ELSE
                           MOVE 1 TO WS-CLASS-SLOT
                       END-IF
                       ADD 1 TO WS-CLS-CARRIED(WS-CLASS-SLOT)
               END-EVALUATE
               READ CARRYOVER-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE CARRYOVER-FILE.

       CHECK-CLASS-TOTALS.
      *    A streamed night has one record per class per stream.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CLASS-TOTALS-FILE
           IF WS-CLASSTOT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ CLASS-TOTALS-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF PC-CT-CLASS NUMERIC
                  AND PC-CT-CLASS > ZERO
                  AND PC-CT-PROCESSED NUMERIC
                  AND PC-CT-ERRORS NUMERIC
                  AND PC-CT-SPILLED NUMERIC
                   MOVE PC-CT-CLASS TO WS-CLASS-SLOT
                   ADD PC-CT-PROCESSED
                                   TO WS-CLS-PROCESSED(WS-CLASS-SLOT)
                   ADD PC-CT-ERRORS TO WS-CLS-ERRORS(WS-CLASS-SLOT)
                   ADD PC-CT-SPILLED TO WS-CLS-SPILLED(WS-CLASS-SLOT)
               END-IF
               READ CLASS-TOTALS-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE CLASS-TOTALS-FILE.

       ASSESS-BATCH-AREA.
           MOVE 1 TO WS-AREA-SLOT
           IF WS-RESULT-COUNT = ZERO
               SET WS-RAISE-RED TO TRUE
               PERFORM RAISE-AREA-LEVEL
               MOVE "NO BATCH RESULTS - DRIVER DID NOT RUN OR REJECTED"
                      & " ITS FILE" TO WS-EXC-TEXT
               PERFORM ADD-EXCEPTION
           END-IF
           IF NOT WS-CARRY-TRAILER-SEEN
               SET WS-RAISE-RED TO TRUE
               PERFORM RAISE-AREA-LEVEL
               MOVE "CARRY-OVER FILE HAS NO FILE_TRAILER - DRIVER DID"
                      & " NOT FINISH" TO WS-EXC-TEXT
               PERFORM ADD-EXCEPTION
           END-IF
           IF WS-DEAD-COUNT > ZERO OR WS-CARRIED-COUNT > ZERO
               SET WS-RAISE-AMBER TO TRUE
               PERFORM RAISE-AREA-LEVEL
           END-IF
           PERFORM VARYING WS-CLASS-SLOT FROM 1 BY 1
                   UNTIL WS-CLASS-SLOT > 9
               IF WS-CLS-SPILLED(WS-CLASS-SLOT) > ZERO
                   SET WS-RAISE-AMBER TO TRUE
                   PERFORM RAISE-AREA-LEVEL
                   MOVE WS-CLS-SPILLED(WS-CLASS-SLOT)
                                           TO WS-COUNT-DISPLAY-1
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "CLASS " DELIMITED BY SIZE
                          WS-CLASS-SLOT(2 : 1) DELIMITED BY SIZE
                          " SPILLED PAST ITS PRIOCTL CUTOFF - "
                                               DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                          " TRANSACTIONS CARRIED OVER"
                                               DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM
           MOVE WS-RESULT-COUNT      TO WS-COUNT-DISPLAY-1
           MOVE WS-RESULT-OK-COUNT   TO WS-COUNT-DISPLAY-2
           MOVE WS-RESULT-FAIL-COUNT TO WS-COUNT-DISPLAY-3
           MOVE WS-DEAD-COUNT        TO WS-COUNT-DISPLAY-4
           MOVE WS-CARRIED-COUNT     TO WS-COUNT-DISPLAY-5
           STRING "RESULTS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                  " OK=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " FAILED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                  " DEAD-LETTERS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
                  " CARRIED-OVER=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-5 DELIMITED BY SIZE
                  INTO WS-AREA-DETAIL(1).

       ASSESS-DISTRIBUTION-AREA.
           MOVE 2 TO WS-AREA-SLOT
           IF WS-ROUTE-COUNT = ZERO
               SET WS-RAISE-AMBER TO TRUE
               PERFORM RAISE-AREA-LEVEL
               MOVE "NO ORIGIN ROUTING TABLE - NOTHING WAS DISTRIBUTED"
                                        TO WS-EXC-TEXT
               PERFORM ADD-EXCEPTION
           END-IF
           IF WS-UNROUTED-COUNT > ZERO
               SET WS-RAISE-AMBER TO TRUE
               PERFORM RAISE-AREA-LEVEL
           END-IF
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-ENTRIES-USED
               IF WS-ORG-ROUTED-FLAG(WS-ORG-IDX) NOT = "Y"
                  AND WS-ROUTE-COUNT > ZERO
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "NO ROUTE FOR ORIGIN=" DELIMITED BY SIZE
                          WS-ORG-NAME(WS-ORG-IDX) DELIMITED BY SIZE
                          " - LEFT IN THE COMBINED FILES"
                                               DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM
           MOVE WS-ORG-ENTRIES-USED TO WS-COUNT-DISPLAY-1
           MOVE WS-ROUTE-COUNT      TO WS-COUNT-DISPLAY-2
           MOVE WS-UNROUTED-COUNT   TO WS-COUNT-DISPLAY-3
           STRING "ORIGINS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                  " ROUTES=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " UNROUTED-RECORDS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                  INTO WS-AREA-DETAIL(2).

       CHECK-INTEGRITY-REPORT.
           MOVE 3 TO WS-AREA-SLOT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT INTEGRITY-REPORT-FILE
           IF WS-INTRPT-FILE-STATUS = "35"
               SET WS-RAISE-AMBER TO TRUE
               PERFORM RAISE-AREA-LEVEL
               MOVE "NO INTEGRITY REPORT - CHECK DID NOT RUN"
                                        TO WS-AREA-DETAIL(3)
               EXIT PARAGRAPH
           END-IF
           READ INTEGRITY-REPORT-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF PC-INTRPT-LINE(1 : 21) = "ARCHIVE WITHOUT AUDIT"
                  OR PC-INTRPT-LINE(1 : 21) = "AUDIT WITHOUT ARCHIVE"
                  OR PC-INTRPT-LINE(1 : 5) = "  ***"
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE PC-INTRPT-LINE TO WS-EXC-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
               READ INTEGRITY-REPORT-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE INTEGRITY-REPORT-FILE
           IF WS-MISMATCH-COUNT > ZERO
               SET WS-RAISE-RED TO TRUE
               PERFORM RAISE-AREA-LEVEL
           END-IF
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY-1
           STRING "MISMATCHES=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                  INTO WS-AREA-DETAIL(3).

       CHECK-RECON-REPORT.
           MOVE 4 TO WS-AREA-SLOT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT RECON-REPORT-FILE
           IF WS-RECONRPT-FILE-STATUS = "35"
               SET WS-RAISE-AMBER TO TRUE
               PERFORM RAISE-AREA-LEVEL
               MOVE "NO RECONCILIATION REPORT - SWEEP DID NOT RUN"
                                        TO WS-AREA-DETAIL(4)
               EXIT PARAGRAPH
           END-IF
           READ RECON-REPORT-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF PC-RECON-LINE(1 : 15) = "FLAGGED CONNID="
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE PC-RECON-LINE TO WS-EXC-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
               READ RECON-REPORT-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE RECON-REPORT-FILE
           IF WS-FLAGGED-COUNT > ZERO
               SET WS-RAISE-AMBER TO TRUE
               PERFORM RAISE-AREA-LEVEL
           END-IF
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY-1
           STRING "STUCK-CONNECTIONS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                  INTO WS-AREA-DETAIL(4).

       CHECK-ALERT-FILE.
      *    The alert file accumulates; only today's alerts count.
           MOVE 5 TO WS-AREA-SLOT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS NOT = "35"
               READ ALERT-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   IF PC-ALR-TIMESTAMP(1 : 8) = WS-TODAY-DATE
                       PERFORM NOTE-ONE-ALERT
                   END-IF
                   READ ALERT-FILE
                       AT END
                           SET WS-NO-MORE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           IF WS-ESCALATED-COUNT > ZERO
               SET WS-RAISE-RED TO TRUE
               PERFORM RAISE-AREA-LEVEL
           ELSE
               IF WS-FIRST-ALERT-COUNT > ZERO
                   SET WS-RAISE-AMBER TO TRUE
                   PERFORM RAISE-AREA-LEVEL
               END-IF
           END-IF
           MOVE WS-FIRST-ALERT-COUNT TO WS-COUNT-DISPLAY-1
           MOVE WS-ESCALATED-COUNT   TO WS-COUNT-DISPLAY-2
           STRING "ALERTS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                  " ESCALATIONS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  INTO WS-AREA-DETAIL(5).

       NOTE-ONE-ALERT.
           IF PC-ALR-ALERT-TYPE = "ESCALATED"
               ADD 1 TO WS-ESCALATED-COUNT
           ELSE
               ADD 1 TO WS-FIRST-ALERT-COUNT
           END-IF
           MOVE PC-ALR-ERROR-COUNT TO WS-COUNT-DISPLAY-1
           MOVE PC-ALR-THRESHOLD   TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO WS-EXC-TEXT
           STRING PC-ALR-ALERT-TYPE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PC-ALR-CATEGORY DELIMITED BY SPACE
                  " ERRORS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                  " THRESHOLD=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " AT=" DELIMITED BY SIZE
                  PC-ALR-TIMESTAMP DELIMITED BY SIZE
                  INTO WS-EXC-TEXT
           PERFORM ADD-EXCEPTION.

       CHECK-ORPHAN-REPORT.
           MOVE 6 TO WS-AREA-SLOT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT ORPHAN-REPORT-FILE
           IF WS-ORPHRPT-FILE-STATUS = "35"
               SET WS-RAISE-AMBER TO TRUE
               PERFORM RAISE-AREA-LEVEL
               MOVE "NO ORPHAN REPORT - REPORT DID NOT RUN"
                                        TO WS-AREA-DETAIL(6)
               EXIT PARAGRAPH
           END-IF
           READ ORPHAN-REPORT-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF PC-ORPHRPT-LINE(1 : 18) = "UNANSWERED CONNID="
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE PC-ORPHRPT-LINE TO WS-EXC-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
               READ ORPHAN-REPORT-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE ORPHAN-REPORT-FILE
           IF WS-ORPHAN-COUNT > ZERO
               SET WS-RAISE-AMBER TO TRUE
               PERFORM RAISE-AREA-LEVEL
           END-IF
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY-1
           STRING "ORPHANED-REQUESTS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                  INTO WS-AREA-DETAIL(6).

       CHECK-OUTBOUND-QUEUE.
           MOVE 7 TO WS-AREA-SLOT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT OUTBOUND-QUEUE-FILE
           IF WS-OUTQFILE-STATUS NOT = "00"
              AND WS-OUTQFILE-STATUS NOT = "35"
               SET WS-RAISE-AMBER TO TRUE
               PERFORM RAISE-AREA-LEVEL
               MOVE SPACES TO WS-EXC-TEXT
               STRING "OUTBOUND QUEUE NOT USABLE - STATUS "
                                               DELIMITED BY SIZE
                      WS-OUTQFILE-STATUS DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
               PERFORM ADD-EXCEPTION
           END-IF
           IF WS-OUTQFILE-STATUS = "00"
               READ OUTBOUND-QUEUE-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   EVALUATE PC-OQ-STATUS
                       WHEN "Q"
                           ADD 1 TO WS-QUEUE-WAITING-COUNT
                       WHEN "F"
                           PERFORM NOTE-FAILED-QUEUE-ENTRY
                   END-EVALUATE
                   READ OUTBOUND-QUEUE-FILE NEXT RECORD
                       AT END
                           SET WS-NO-MORE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OUTBOUND-QUEUE-FILE
           END-IF
           IF WS-QUEUE-FAILED-COUNT > ZERO
               SET WS-RAISE-AMBER TO TRUE
               PERFORM RAISE-AREA-LEVEL
           END-IF
           MOVE WS-QUEUE-FAILED-COUNT  TO WS-COUNT-DISPLAY-1
           MOVE WS-QUEUE-WAITING-COUNT TO WS-COUNT-DISPLAY-2
           STRING "FAILED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                  " STILL-QUEUED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  INTO WS-AREA-DETAIL(7).

       NOTE-FAILED-QUEUE-ENTRY.
           ADD 1 TO WS-QUEUE-FAILED-COUNT
           MOVE PC-OQ-CONN-ID      TO WS-CONN-ID-DISPLAY
           MOVE PC-OQ-MSG-SEQUENCE TO WS-SEQ-DISPLAY
           MOVE PC-OQ-ATTEMPT-COUNT TO WS-ATTEMPT-DISPLAY
           MOVE PC-OQ-LAST-RESULT  TO WS-RESULT-DISPLAY
           MOVE SPACES TO WS-EXC-TEXT
           STRING "UNDELIVERABLE CONNID=" DELIMITED BY SIZE
                  WS-CONN-ID-DISPLAY DELIMITED BY SIZE
                  " SEQ=" DELIMITED BY SIZE
                  WS-SEQ-DISPLAY DELIMITED BY SIZE
                  " ATTEMPTS=" DELIMITED BY SIZE
                  WS-ATTEMPT-DISPLAY DELIMITED BY SIZE
                  " RESULT=" DELIMITED BY SIZE
                  WS-RESULT-DISPLAY DELIMITED BY SIZE
                  " HOST=" DELIMITED BY SIZE
                  PC-OQ-HOST DELIMITED BY SPACE
                  INTO WS-EXC-TEXT
           PERFORM ADD-EXCEPTION.

       WRITE-AREA-LINES.
           MOVE SPACES TO PC-HANDOVR-LINE
           WRITE PC-HANDOVR-LINE
           MOVE "STATUS BY AREA" TO PC-HANDOVR-LINE
           WRITE PC-HANDOVR-LINE
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
                   UNTIL WS-AREA-IDX > 7
               MOVE SPACES TO PC-HANDOVR-LINE
               STRING WS-AREA-NAME(WS-AREA-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LEVEL-NAME(WS-AREA-LEVEL(WS-AREA-IDX) + 1)
                                               DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-AREA-DETAIL(WS-AREA-IDX) DELIMITED BY SIZE
                      INTO PC-HANDOVR-LINE
               WRITE PC-HANDOVR-LINE
               IF WS-AREA-IDX = 1
                   PERFORM WRITE-CLASS-LINES
               END-IF
           END-PERFORM
           MOVE SPACES TO PC-HANDOVR-LINE
           STRING "OVERALL  " DELIMITED BY SIZE
                  WS-LEVEL-NAME(WS-OVERALL-LEVEL + 1)
                                               DELIMITED BY SIZE
                  INTO PC-HANDOVR-LINE
           WRITE PC-HANDOVR-LINE.

       WRITE-CLASS-LINES.
      *    Indented under the BATCH line; quiet classes are left out.
           PERFORM VARYING WS-CLASS-SLOT FROM 1 BY 1
                   UNTIL WS-CLASS-SLOT > 9
               IF WS-CLS-PROCESSED(WS-CLASS-SLOT) > ZERO
                  OR WS-CLS-SPILLED(WS-CLASS-SLOT) > ZERO
                  OR WS-CLS-DEAD(WS-CLASS-SLOT) > ZERO
                  OR WS-CLS-CARRIED(WS-CLASS-SLOT) > ZERO
                   MOVE WS-CLS-PROCESSED(WS-CLASS-SLOT)
                                           TO WS-COUNT-DISPLAY-1
                   MOVE WS-CLS-ERRORS(WS-CLASS-SLOT)
                                           TO WS-COUNT-DISPLAY-2
                   MOVE WS-CLS-SPILLED(WS-CLASS-SLOT)
                                           TO WS-COUNT-DISPLAY-3
                   MOVE WS-CLS-DEAD(WS-CLASS-SLOT)
                                           TO WS-COUNT-DISPLAY-4
                   MOVE WS-CLS-CARRIED(WS-CLASS-SLOT)
                                           TO WS-COUNT-DISPLAY-5
                   MOVE SPACES TO PC-HANDOVR-LINE
                   STRING "CLASS " DELIMITED BY SIZE
                          WS-CLASS-SLOT(2 : 1) DELIMITED BY SIZE
                          " PROCESSED=" DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                          " ERRORS=" DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                          " SPILLED=" DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                          " DEAD-LETTERS=" DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
                          " CARRIED-OVER=" DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-5 DELIMITED BY SIZE
                          INTO PC-HANDOVR-LINE(17 : 116)
                   WRITE PC-HANDOVR-LINE
               END-IF
           END-PERFORM.

       WRITE-ORIGIN-LINES.
           MOVE SPACES TO PC-HANDOVR-LINE
           WRITE PC-HANDOVR-LINE
           MOVE "RESULTS BY ORIGIN" TO PC-HANDOVR-LINE
           WRITE PC-HANDOVR-LINE
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-ENTRIES-USED
               MOVE WS-ORG-RESULT-OK(WS-ORG-IDX)
                                        TO WS-COUNT-DISPLAY-1
               MOVE WS-ORG-RESULT-FAIL(WS-ORG-IDX)
                                        TO WS-COUNT-DISPLAY-2
               MOVE WS-ORG-DEAD(WS-ORG-IDX) TO WS-COUNT-DISPLAY-3
               MOVE WS-ORG-CARRIED(WS-ORG-IDX) TO WS-COUNT-DISPLAY-4
               MOVE SPACES TO PC-HANDOVR-LINE
               STRING "ORIGIN=" DELIMITED BY SIZE
                      WS-ORG-NAME(WS-ORG-IDX) DELIMITED BY SIZE
                      " ROUTED=" DELIMITED BY SIZE
                      WS-ORG-ROUTED-FLAG(WS-ORG-IDX) DELIMITED BY SIZE
                      " OK=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                      " FAILED=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " DEAD-LETTERS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                      " CARRIED-OVER=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
                      INTO PC-HANDOVR-LINE
               WRITE PC-HANDOVR-LINE
           END-PERFORM.

       WRITE-EXCEPTION-LINES.
           MOVE SPACES TO PC-HANDOVR-LINE
           WRITE PC-HANDOVR-LINE
           MOVE "EXCEPTIONS" TO PC-HANDOVR-LINE
           WRITE PC-HANDOVR-LINE
           IF WS-EXC-USED = ZERO
               MOVE "NONE" TO PC-HANDOVR-LINE
               WRITE PC-HANDOVR-LINE
           END-IF
           PERFORM VARYING WS-EXC-SLOT FROM 1 BY 1
                   UNTIL WS-EXC-SLOT > WS-EXC-USED
               MOVE WS-EXC-LINE(WS-EXC-SLOT) TO PC-HANDOVR-LINE
               WRITE PC-HANDOVR-LINE
           END-PERFORM
           IF WS-EXC-OVERFLOW > ZERO
               MOVE WS-EXC-OVERFLOW TO WS-COUNT-DISPLAY-1
               MOVE SPACES TO PC-HANDOVR-LINE
               STRING "... " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                      " FURTHER EXCEPTIONS NOT LISTED"
                                               DELIMITED BY SIZE
                      INTO PC-HANDOVR-LINE
               WRITE PC-HANDOVR-LINE
           END-IF.
