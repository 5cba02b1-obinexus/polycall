      * CBLPolyCall Standing Order Generator v1.0
      * OBINexus Aegis Engineering - Nightly Recurring Send Build
      *
      * Reads the STORDERS standing-order file and writes one
      * transaction record to the STORDDROP drop file for every
      * order due on the run date - the drop file the nightly
      * schedule hands POLYCALL-TRANBLD as one of its DROPINn
      * inputs, so recurring sends are edited and merged exactly
      * like a department's. Each generated record is a standalone
      * SEND_MESSAGE (or QUEUE_MESSAGE) addressed by destination
      * name with a zero sequence, so the bridge resolves the
      * address and draws the sequence itself, and carries the
      * resend flag - an order that repeats its body night after
      * night is not a duplicate send.
      *
      * An order whose destination has no HOSTSCHED window open on
      * the run date is skipped - a send that can only come back
      * SCHEDULE is not worth a transaction record. A window counts
      * as open on a day when the day is masked Y, or when the
      * previous day's window runs across midnight into it; a
      * host/port with no schedule records is always open, as it
      * is to the bridge. A distribution list is generated when at
      * least one member is open. Orders that cannot be built (an
      * unknown destination, a missing body-source member, a bad
      * frequency or priority) are skipped with the reason. The
      * report lists every order generated and every order skipped;
      * orders simply not due that day are only counted. The run
      * date is entered at run time; zero means today.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-STORDGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT BODY-LIBRARY-FILE ASSIGN TO "STORDBODY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-FILE-STATUS.
           SELECT DEST-DIRECTORY-FILE ASSIGN TO "DESTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTFILE-STATUS.
           SELECT HOST-SCHEDULE-FILE ASSIGN TO "HOSTSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDFILE-STATUS.
           SELECT ORDER-DROP-FILE ASSIGN TO "STORDDROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-FILE-STATUS.
           SELECT ORDER-REPORT-FILE ASSIGN TO "STORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-STORDER.

       FD  BODY-LIBRARY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-SOBODY.

       FD  DEST-DIRECTORY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-DESTFILE.

       FD  HOST-SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-SCHEDFILE.

       FD  ORDER-DROP-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-BATCHREC.

       FD  ORDER-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-STORDRPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORDER-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-BODY-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-DESTFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-SCHEDFILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-DROP-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-ORDER-EOF-FLAG           PIC X(1) VALUE "N".
           88  WS-NO-MORE-ORDERS                VALUE "Y".
       01  WS-BODY-EOF-FLAG            PIC X(1) VALUE "N".
           88  WS-NO-MORE-BODIES                VALUE "Y".
       01  WS-DEST-EOF-FLAG            PIC X(1) VALUE "N".
           88  WS-NO-MORE-DEST-RECORDS          VALUE "Y".
       01  WS-SCHEDULE-EOF-FLAG        PIC X(1) VALUE "N".
           88  WS-NO-MORE-SCHEDULE-RECORDS      VALUE "Y".

      *    Run date and the calendar facts the frequencies test.
      *    Day-of-week 1-7 Monday-Sunday from the integer calendar,
      *    whose day 1 (1601-01-01) was a Monday, as the bridge
      *    derives it for HOSTSCHED.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 9(2).
           05  WS-RUN-DAY              PIC 9(2).
       01  WS-RUN-DATE-INTEGER         PIC 9(8) COMP VALUE ZERO.
       01  WS-RUN-DAY-NUM              PIC 9(1) VALUE ZERO.
       01  WS-PREV-DAY-NUM             PIC 9(1) VALUE ZERO.
       01  WS-MONTH-LAST-DAY           PIC 9(2) VALUE ZERO.
       01  WS-NEXT-MONTH-DATE          PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-DATE-R REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NEXT-YEAR            PIC 9(4).
           05  WS-NEXT-MONTH           PIC 9(2).
           05  WS-NEXT-DAY             PIC 9(2).
       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.

       01  WS-DEST-TABLE.
           05  WS-DEST-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-DD-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-DD-IDX.
               10  WS-DD-NAME          PIC X(20).
               10  WS-DD-HOST          PIC X(256).
               10  WS-DD-PORT          PIC 9(5).

       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-COUNT       PIC 9(4) COMP VALUE ZERO.
           05  WS-SC-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-SC-IDX.
               10  WS-SC-HOST          PIC X(256).
               10  WS-SC-PORT          PIC 9(5).
               10  WS-SC-DAY-MASK      PIC X(7).
               10  WS-SC-START-TIME    PIC 9(4).
               10  WS-SC-END-TIME      PIC 9(4).

       01  WS-BODY-TABLE.
           05  WS-BODY-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-SB-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-SB-IDX.
               10  WS-SB-SOURCE-NAME   PIC X(8).
               10  WS-SB-BODY-LENGTH   PIC 9(4) COMP.
               10  WS-SB-BODY          PIC X(646).
       01  WS-BODY-FOUND-SUB           PIC 9(4) COMP VALUE ZERO.

      *    Per-order working state.
       01  WS-ORDER-DUE-FLAG           PIC X(1) VALUE "N".
           88  WS-ORDER-DUE                     VALUE "Y".
       01  WS-ORDER-OK-FLAG            PIC X(1) VALUE "Y".
           88  WS-ORDER-OK                      VALUE "Y".
           88  WS-ORDER-SKIPPED                 VALUE "N".
       01  WS-SKIP-REASON              PIC X(40) VALUE SPACES.
       01  WS-ORDER-OPERATION          PIC X(20) VALUE SPACES.
       01  WS-MEMBER-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-OPEN-MEMBER-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-HOST-SCHEDULED-FLAG      PIC X(1) VALUE "N".
           88  WS-HOST-HAS-SCHEDULE             VALUE "Y".
       01  WS-HOST-OPEN-FLAG           PIC X(1) VALUE "N".
           88  WS-HOST-OPEN-TODAY               VALUE "Y".
       01  WS-BODY-WORK                PIC X(646) VALUE SPACES.
       01  WS-BODY-LENGTH              PIC 9(4) COMP VALUE ZERO.
       01  WS-TRAILING-SPACES          PIC 9(4) COMP VALUE ZERO.

       01  WS-ORDER-IO-OVERLAY         PIC X(1024).
       01  WS-ORDER-IO-AREA REDEFINES WS-ORDER-IO-OVERLAY.
           COPY POLYCALL-IOAREA.

       01  WS-ORDER-COUNT              PIC 9(8) COMP VALUE ZERO.
       01  WS-DUE-COUNT                PIC 9(8) COMP VALUE ZERO.
       01  WS-NOT-DUE-COUNT            PIC 9(8) COMP VALUE ZERO.
       01  WS-GENERATED-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(8) COMP VALUE ZERO.

       01  WS-LENGTH-DISPLAY           PIC Z(3)9.
       01  WS-COUNT-DISPLAY            PIC Z(7)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-3          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-4          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-5          PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "RUN DATE (YYYYMMDD, ZERO FOR TODAY)?"
           ACCEPT WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           IF WS-RUN-DATE = ZERO
               MOVE WS-CURRENT-TIMESTAMP(1 : 8) TO WS-RUN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = ZERO
               DISPLAY "POLYCALL-STORDGEN: INVALID RUN DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STANDING-ORDER-FILE
           IF WS-ORDER-FILE-STATUS = "35"
               DISPLAY "POLYCALL-STORDGEN: NO STANDING-ORDER FILE"
               STOP RUN
           END-IF

           PERFORM SET-RUN-CALENDAR
           PERFORM LOAD-DEST-DIRECTORY
           PERFORM LOAD-HOST-SCHEDULE
           PERFORM LOAD-BODY-LIBRARY

           OPEN OUTPUT ORDER-DROP-FILE
           OPEN OUTPUT ORDER-REPORT-FILE
           MOVE "POLYCALL STANDING ORDER GENERATION REPORT"
                                       TO PC-STORDRPT-LINE
           WRITE PC-STORDRPT-LINE
           MOVE SPACES TO PC-STORDRPT-LINE
           STRING "RUN DATE=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " DAY=" DELIMITED BY SIZE
                  WS-RUN-DAY-NUM DELIMITED BY SIZE
                  INTO PC-STORDRPT-LINE
           WRITE PC-STORDRPT-LINE
           MOVE SPACES TO PC-STORDRPT-LINE
           WRITE PC-STORDRPT-LINE

           PERFORM READ-NEXT-ORDER
           PERFORM PROCESS-ONE-ORDER UNTIL WS-NO-MORE-ORDERS

           PERFORM WRITE-SUMMARY-LINE

           CLOSE STANDING-ORDER-FILE
           CLOSE ORDER-DROP-FILE
           CLOSE ORDER-REPORT-FILE

           DISPLAY "POLYCALL-STORDGEN: " WS-DUE-COUNT " DUE, "
                   WS-GENERATED-COUNT " GENERATED, "
                   WS-SKIPPED-COUNT " SKIPPED"
           IF WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-RUN-CALENDAR.
      *    The last day of the month is the day before the first of
      *    the next, so a MONTHDAY order for the 31st still goes
      *    out in a 30-day month and at the end of February.
           COMPUTE WS-RUN-DATE-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-RUN-DAY-NUM
               = FUNCTION MOD(WS-RUN-DATE-INTEGER - 1, 7) + 1
           COMPUTE WS-PREV-DAY-NUM
               = FUNCTION MOD(WS-RUN-DATE-INTEGER - 2, 7) + 1
           MOVE WS-RUN-YEAR TO WS-NEXT-YEAR
           MOVE WS-RUN-MONTH TO WS-NEXT-MONTH
           MOVE 1 TO WS-NEXT-DAY
           IF WS-NEXT-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-MONTH-LAST-DAY
               = FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-RUN-DAY - 1.

       READ-NEXT-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   SET WS-NO-MORE-ORDERS TO TRUE
           END-READ.

       PROCESS-ONE-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           SET WS-ORDER-OK TO TRUE
           MOVE SPACES TO WS-SKIP-REASON
           PERFORM CHECK-ORDER-DUE
           IF WS-ORDER-DUE
               ADD 1 TO WS-DUE-COUNT
               PERFORM VALIDATE-ORDER
               IF WS-ORDER-OK
                   PERFORM CHECK-DESTINATION-OPEN
               END-IF
               IF WS-ORDER-OK
                   PERFORM STAGE-ORDER-BODY
               END-IF
               IF WS-ORDER-OK
                   PERFORM WRITE-ORDER-TRANSACTION
                   ADD 1 TO WS-GENERATED-COUNT
                   PERFORM WRITE-GENERATED-LINE
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM WRITE-SKIPPED-LINE
               END-IF
           ELSE
               IF WS-ORDER-OK
                   ADD 1 TO WS-NOT-DUE-COUNT
               ELSE
      *            A frequency the generator cannot read would
      *            never come due - say so rather than let the
      *            order fall silent.
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM WRITE-SKIPPED-LINE
               END-IF
           END-IF
           PERFORM READ-NEXT-ORDER.

       CHECK-ORDER-DUE.
           MOVE "N" TO WS-ORDER-DUE-FLAG
           EVALUATE PC-SO-FREQUENCY
               WHEN "DAILY   "
                   SET WS-ORDER-DUE TO TRUE
               WHEN "WEEKDAYS"
                   IF WS-RUN-DAY-NUM < 6
                       SET WS-ORDER-DUE TO TRUE
                   END-IF
               WHEN "DAYMASK "
                   IF PC-SO-DAY-MASK(WS-RUN-DAY-NUM : 1) = "Y"
                       SET WS-ORDER-DUE TO TRUE
                   END-IF
               WHEN "MONTHDAY"
                   IF PC-SO-MONTH-DAY NOT NUMERIC
                      OR PC-SO-MONTH-DAY = ZERO
                      OR PC-SO-MONTH-DAY > 31
                       SET WS-ORDER-SKIPPED TO TRUE
                       MOVE "MONTH DAY NOT 1-31" TO WS-SKIP-REASON
                   ELSE
                       IF PC-SO-MONTH-DAY = WS-RUN-DAY
                          OR (PC-SO-MONTH-DAY > WS-MONTH-LAST-DAY
                              AND WS-RUN-DAY = WS-MONTH-LAST-DAY)
                           SET WS-ORDER-DUE TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-ORDER-SKIPPED TO TRUE
                   MOVE "UNKNOWN FREQUENCY" TO WS-SKIP-REASON
           END-EVALUATE.

       VALIDATE-ORDER.
           IF PC-SO-OPERATION = SPACES
               MOVE "SEND_MESSAGE" TO WS-ORDER-OPERATION
           ELSE
               MOVE PC-SO-OPERATION TO WS-ORDER-OPERATION
           END-IF
           EVALUATE TRUE
               WHEN WS-ORDER-OPERATION NOT = "SEND_MESSAGE"
                AND WS-ORDER-OPERATION NOT = "QUEUE_MESSAGE"
                   SET WS-ORDER-SKIPPED TO TRUE
                   MOVE "OPERATION NOT SEND OR QUEUE"
                                       TO WS-SKIP-REASON
               WHEN PC-SO-DEST-NAME = SPACES
                   SET WS-ORDER-SKIPPED TO TRUE
                   MOVE "NO DESTINATION NAME" TO WS-SKIP-REASON
               WHEN PC-SO-MSG-TYPE = SPACES
                   SET WS-ORDER-SKIPPED TO TRUE
                   MOVE "NO MESSAGE TYPE" TO WS-SKIP-REASON
               WHEN PC-SO-PRIORITY NOT = SPACE
                AND (PC-SO-PRIORITY NOT NUMERIC
                     OR PC-SO-PRIORITY = "0")
                   SET WS-ORDER-SKIPPED TO TRUE
                   MOVE "PRIORITY NOT 1-9 OR SPACE"
                                       TO WS-SKIP-REASON
               WHEN PC-SO-BODY-LENGTH NOT NUMERIC
                 OR PC-SO-BODY-LENGTH > LENGTH OF PC-SO-BODY
                   SET WS-ORDER-SKIPPED TO TRUE
                   MOVE "BODY LENGTH OVER 646" TO WS-SKIP-REASON
           END-EVALUATE.

       CHECK-DESTINATION-OPEN.
      *    Every directory member under the name is one address;
      *    one open member is enough to send.
           MOVE ZERO TO WS-MEMBER-COUNT
           MOVE ZERO TO WS-OPEN-MEMBER-COUNT
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
                   UNTIL WS-DD-IDX > WS-DEST-COUNT
               IF WS-DD-NAME(WS-DD-IDX) = PC-SO-DEST-NAME
                   ADD 1 TO WS-MEMBER-COUNT
                   PERFORM CHECK-MEMBER-OPEN-TODAY
                   IF WS-HOST-OPEN-TODAY
                       ADD 1 TO WS-OPEN-MEMBER-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEMBER-COUNT = ZERO
               SET WS-ORDER-SKIPPED TO TRUE
               MOVE "UNKNOWN DESTINATION" TO WS-SKIP-REASON
           ELSE
               IF WS-OPEN-MEMBER-COUNT = ZERO
                   SET WS-ORDER-SKIPPED TO TRUE
                   MOVE "HOSTSCHED WINDOW CLOSED" TO WS-SKIP-REASON
               END-IF
           END-IF.

       CHECK-MEMBER-OPEN-TODAY.
           MOVE "N" TO WS-HOST-SCHEDULED-FLAG
           SET WS-HOST-OPEN-TODAY TO TRUE
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SCHEDULE-COUNT
               IF WS-SC-HOST(WS-SC-IDX) = WS-DD-HOST(WS-DD-IDX)
                  AND WS-SC-PORT(WS-SC-IDX) = WS-DD-PORT(WS-DD-IDX)
                   IF NOT WS-HOST-HAS-SCHEDULE
                       SET WS-HOST-HAS-SCHEDULE TO TRUE
                       MOVE "N" TO WS-HOST-OPEN-FLAG
                   END-IF
                   IF WS-SC-DAY-MASK(WS-SC-IDX)(WS-RUN-DAY-NUM : 1)
                                                               = "Y"
                       SET WS-HOST-OPEN-TODAY TO TRUE
                   END-IF
                   IF WS-SC-END-TIME(WS-SC-IDX)
                                     < WS-SC-START-TIME(WS-SC-IDX)
                      AND WS-SC-DAY-MASK(WS-SC-IDX)
                                     (WS-PREV-DAY-NUM : 1) = "Y"
                       SET WS-HOST-OPEN-TODAY TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       STAGE-ORDER-BODY.
           MOVE SPACES TO WS-BODY-WORK
           IF PC-SO-BODY-SOURCE = SPACES
               MOVE PC-SO-BODY TO WS-BODY-WORK
               MOVE PC-SO-BODY-LENGTH TO WS-BODY-LENGTH
           ELSE
               PERFORM FIND-BODY-SOURCE
               IF WS-BODY-FOUND-SUB = ZERO
                   SET WS-ORDER-SKIPPED TO TRUE
                   MOVE "BODY SOURCE NOT IN STORDBODY"
                                       TO WS-SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
               SET WS-SB-IDX TO WS-BODY-FOUND-SUB
               MOVE WS-SB-BODY(WS-SB-IDX) TO WS-BODY-WORK
               MOVE WS-SB-BODY-LENGTH(WS-SB-IDX) TO WS-BODY-LENGTH
           END-IF
           IF WS-BODY-LENGTH = ZERO
               MOVE ZERO TO WS-TRAILING-SPACES
               INSPECT FUNCTION REVERSE(WS-BODY-WORK)
                   TALLYING WS-TRAILING-SPACES FOR LEADING SPACES
               COMPUTE WS-BODY-LENGTH
                   = LENGTH OF WS-BODY-WORK - WS-TRAILING-SPACES
           END-IF
           IF WS-BODY-LENGTH = ZERO
               SET WS-ORDER-SKIPPED TO TRUE
               MOVE "EMPTY BODY" TO WS-SKIP-REASON
           END-IF.

       FIND-BODY-SOURCE.
      *    Searched from the end so a member written again later
      *    in the library replaces the earlier copy.
           MOVE ZERO TO WS-BODY-FOUND-SUB
           PERFORM VARYING WS-SB-IDX FROM WS-BODY-COUNT BY -1
                   UNTIL WS-SB-IDX < 1
                      OR WS-BODY-FOUND-SUB > ZERO
               IF WS-SB-SOURCE-NAME(WS-SB-IDX) = PC-SO-BODY-SOURCE
                   SET WS-BODY-FOUND-SUB TO WS-SB-IDX
               END-IF
           END-PERFORM.

       WRITE-ORDER-TRANSACTION.
      *    A standalone record: no conversation, connection id and
      *    sequence zero, addressed by name alone.
           MOVE SPACES TO WS-ORDER-IO-OVERLAY
           MOVE ZERO TO PC-IO-CONN-ID
           MOVE PC-SO-MSG-TYPE TO PC-IO-MSG-TYPE
           MOVE ZERO TO PC-IO-MSG-SEQUENCE
           MOVE ZERO TO PC-IO-MSG-TIMESTAMP
           MOVE WS-BODY-LENGTH TO PC-IO-MSG-LENGTH
           MOVE WS-BODY-LENGTH TO PC-IO-FRAG-LENGTH
           MOVE ZERO TO PC-IO-PORT
           MOVE WS-BODY-WORK TO PC-IO-BODY
           MOVE PC-SO-DEST-NAME TO PC-IO-DEST-NAME

           MOVE SPACES TO PC-TRAN-RECORD
           MOVE WS-ORDER-OPERATION TO PC-TRAN-OPERATION
           MOVE WS-ORDER-IO-OVERLAY TO PC-TRAN-INPUT-DATA
           IF PC-SO-PRIORITY = SPACE
               MOVE 1 TO PC-TRAN-PRIORITY
           ELSE
               MOVE PC-SO-PRIORITY TO PC-TRAN-PRIORITY
           END-IF
           MOVE SPACES TO PC-TRAN-CONV-ID
           MOVE ZERO TO PC-TRAN-CONV-STEP
           MOVE PC-SO-ORIGIN TO PC-TRAN-ORIGIN
           MOVE ZERO TO PC-TRAN-CARRY-NIGHTS
      *    A standing order repeats the same body by design - the
      *    order file is what says this send is meant, so it must
      *    not be refused as a copy of the last one it generated.
           MOVE "Y" TO PC-TRAN-RESEND-FLAG
           WRITE PC-TRAN-RECORD.

       WRITE-GENERATED-LINE.
           MOVE WS-BODY-LENGTH TO WS-LENGTH-DISPLAY
           MOVE SPACES TO PC-STORDRPT-LINE
           STRING "GENERATED ORDER=" DELIMITED BY SIZE
                  PC-SO-ORDER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ORDER-OPERATION DELIMITED BY SPACE
                  " TYPE=" DELIMITED BY SIZE
                  PC-SO-MSG-TYPE DELIMITED BY SIZE
                  " PRIORITY=" DELIMITED BY SIZE
                  PC-TRAN-PRIORITY DELIMITED BY SIZE
                  " ORIGIN=" DELIMITED BY SIZE
                  PC-SO-ORIGIN DELIMITED BY SIZE
                  " LENGTH=" DELIMITED BY SIZE
                  WS-LENGTH-DISPLAY DELIMITED BY SIZE
                  " DEST=" DELIMITED BY SIZE
                  PC-SO-DEST-NAME DELIMITED BY SPACE
                  INTO PC-STORDRPT-LINE
           WRITE PC-STORDRPT-LINE.

       WRITE-SKIPPED-LINE.
           MOVE SPACES TO PC-STORDRPT-LINE
           STRING "SKIPPED   ORDER=" DELIMITED BY SIZE
                  PC-SO-ORDER-ID DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  PC-SO-MSG-TYPE DELIMITED BY SIZE
                  " ORIGIN=" DELIMITED BY SIZE
                  PC-SO-ORIGIN DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
                  " DEST=" DELIMITED BY SIZE
                  PC-SO-DEST-NAME DELIMITED BY SPACE
                  INTO PC-STORDRPT-LINE
           WRITE PC-STORDRPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-ORDER-COUNT     TO WS-COUNT-DISPLAY
           MOVE WS-DUE-COUNT       TO WS-COUNT-DISPLAY-2
           MOVE WS-GENERATED-COUNT TO WS-COUNT-DISPLAY-3
           MOVE WS-SKIPPED-COUNT   TO WS-COUNT-DISPLAY-4
           MOVE WS-NOT-DUE-COUNT   TO WS-COUNT-DISPLAY-5
           MOVE SPACES TO PC-STORDRPT-LINE
           WRITE PC-STORDRPT-LINE
           STRING "SUMMARY ORDERS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " DUE=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " GENERATED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                  " SKIPPED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
                  " NOT-DUE=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-5 DELIMITED BY SIZE
                  INTO PC-STORDRPT-LINE
           WRITE PC-STORDRPT-LINE.

       LOAD-DEST-DIRECTORY.
           OPEN INPUT DEST-DIRECTORY-FILE
           IF WS-DESTFILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ DEST-DIRECTORY-FILE
               AT END
                   SET WS-NO-MORE-DEST-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-DEST-RECORDS
               IF WS-DEST-COUNT < 200
                   ADD 1 TO WS-DEST-COUNT
                   SET WS-DD-IDX TO WS-DEST-COUNT
                   MOVE PC-DD-DEST-NAME TO WS-DD-NAME(WS-DD-IDX)
                   MOVE PC-DD-HOST      TO WS-DD-HOST(WS-DD-IDX)
                   MOVE PC-DD-PORT      TO WS-DD-PORT(WS-DD-IDX)
               END-IF
               READ DEST-DIRECTORY-FILE
                   AT END
                       SET WS-NO-MORE-DEST-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE DEST-DIRECTORY-FILE.

       LOAD-HOST-SCHEDULE.
      *    No schedule file leaves every host unrestricted, as it
      *    does in the bridge.
           OPEN INPUT HOST-SCHEDULE-FILE
           IF WS-SCHEDFILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ HOST-SCHEDULE-FILE
               AT END
                   SET WS-NO-MORE-SCHEDULE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-SCHEDULE-RECORDS
               IF WS-SCHEDULE-COUNT < 200
                   ADD 1 TO WS-SCHEDULE-COUNT
                   SET WS-SC-IDX TO WS-SCHEDULE-COUNT
                   MOVE PC-SC-HOST       TO WS-SC-HOST(WS-SC-IDX)
                   MOVE PC-SC-PORT       TO WS-SC-PORT(WS-SC-IDX)
                   MOVE PC-SC-DAY-MASK   TO WS-SC-DAY-MASK(WS-SC-IDX)
                   MOVE PC-SC-START-TIME
                                       TO WS-SC-START-TIME(WS-SC-IDX)
                   MOVE PC-SC-END-TIME   TO WS-SC-END-TIME(WS-SC-IDX)
               END-IF
               READ HOST-SCHEDULE-FILE
                   AT END
                       SET WS-NO-MORE-SCHEDULE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE HOST-SCHEDULE-FILE.

       LOAD-BODY-LIBRARY.
      *    No library is fine so long as no due order names a
      *    body source - one that does is skipped with the reason.
           OPEN INPUT BODY-LIBRARY-FILE
           IF WS-BODY-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ BODY-LIBRARY-FILE
               AT END
                   SET WS-NO-MORE-BODIES TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-BODIES
               IF WS-BODY-COUNT < 50
                  AND PC-SB-SOURCE-NAME NOT = SPACES
                  AND PC-SB-BODY-LENGTH NUMERIC
                  AND PC-SB-BODY-LENGTH NOT > LENGTH OF PC-SB-BODY
                   ADD 1 TO WS-BODY-COUNT
                   SET WS-SB-IDX TO WS-BODY-COUNT
                   MOVE PC-SB-SOURCE-NAME
                                       TO WS-SB-SOURCE-NAME(WS-SB-IDX)
                   MOVE PC-SB-BODY-LENGTH
                                       TO WS-SB-BODY-LENGTH(WS-SB-IDX)
                   MOVE PC-SB-BODY     TO WS-SB-BODY(WS-SB-IDX)
               END-IF
               READ BODY-LIBRARY-FILE
                   AT END
                       SET WS-NO-MORE-BODIES TO TRUE
               END-READ
           END-PERFORM
           CLOSE BODY-LIBRARY-FILE.
