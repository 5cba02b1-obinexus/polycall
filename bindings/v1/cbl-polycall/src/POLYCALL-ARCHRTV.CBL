      * optionally narrowed to a sequence range - or a date range,
      * and every matching stored body is extracted to the ARCHRPT
      * file with its header details, ready to print for a content
      * dispute with a partner. Since that prints message bodies,
      * the operator signs on against the shared OPERATORS file
      * first and either selection needs operate authority; the
      * selection, allowed or refused, is journaled to CONSACT and
      * an extraction is followed by a record of what it covered.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-ARCHRTV.
           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT CONSOLE-ACTIVITY-FILE ASSIGN TO "CONSACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  PC-ARCHRPT-LINE             PIC X(132).

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-OPERFILE.

       FD  CONSOLE-ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-CONSACT.

       WORKING-STORAGE SECTION.
       01  WS-ARCHFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-BODY-OFFSET              PIC 9(8) COMP VALUE ZERO.
       01  WS-BODY-REMAINING           PIC S9(8) COMP VALUE ZERO.
       01  WS-SLICE-LENGTH             PIC 9(8) COMP VALUE ZERO.
       01  WS-FROM-DISPLAY             PIC 9(8).
       01  WS-TO-DISPLAY               PIC 9(8).

      *    Console sign-on and command authority.
       01  WS-OPERFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-CONSACT-STATUS           PIC X(2) VALUE SPACES.
       01  WS-OPERFILE-EOF-FLAG        PIC X(1) VALUE "N".
           88  WS-NO-MORE-OPERATORS             VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-PIN-INPUT                PIC X(8) VALUE SPACES.
       01  WS-PIN-WORK                 PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-LEVEL           PIC 9(1) VALUE ZERO.
           88  WS-OPERATOR-SIGNED-ON            VALUE 1 THRU 3.
       01  WS-SIGNON-ATTEMPTS          PIC 9(4) COMP VALUE ZERO.
       01  WS-REQUIRED-LEVEL           PIC 9(1) VALUE ZERO.
           88  WS-NEEDS-INQUIRY                 VALUE 1.
           88  WS-NEEDS-OPERATE                 VALUE 2.
           88  WS-NEEDS-SECURITY-ADMIN          VALUE 3.
           88  WS-COMMAND-UNKNOWN               VALUE 9.
       01  WS-COMMAND-ALLOWED-FLAG     PIC X(1) VALUE "N".
           88  WS-COMMAND-ALLOWED               VALUE "Y".
       01  WS-ACTIVITY-COMMAND         PIC X(8) VALUE SPACES.
       01  WS-ACTIVITY-OUTCOME         PIC X(9) VALUE SPACES.
       01  WS-ACTIVITY-DETAIL          PIC X(60) VALUE SPACES.
           COPY POLYCALL-CREDSCR.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON

           OPEN INPUT MESSAGE-ARCHIVE-FILE
           IF WS-ARCHFILE-STATUS = "35"
               CLOSE CONSOLE-ACTIVITY-FILE
               DISPLAY "POLYCALL-ARCHRTV: NO ARCHIVE FILE"
               STOP RUN
           END-IF
                  INTO PC-ARCHRPT-LINE
           WRITE PC-ARCHRPT-LINE

           IF WS-COMMAND-ALLOWED
               PERFORM JOURNAL-EXTRACTION
           END-IF

           CLOSE MESSAGE-ARCHIVE-FILE
           CLOSE ARCHIVE-REPORT-FILE
           CLOSE CONSOLE-ACTIVITY-FILE

           DISPLAY "POLYCALL-ARCHRTV: " WS-MATCH-COUNT " EXTRACTED"
           STOP RUN.
       ACCEPT-SELECTION.
           DISPLAY "SELECT BY C=CONN-ID OR D=DATE RANGE?"
           ACCEPT WS-SELECT-MODE
           PERFORM SET-COMMAND-AUTHORITY
           PERFORM AUTHORIZE-COMMAND
           IF WS-COMMAND-ALLOWED
               PERFORM ACCEPT-SELECTION-CRITERIA
           ELSE
               DISPLAY "EXTRACTING NOTHING"
               SET WS-NO-MORE-RECORDS TO TRUE
           END-IF.

       SET-COMMAND-AUTHORITY.
      *    Either selection prints message bodies, so both need
      *    operate authority.
           EVALUATE TRUE
               WHEN WS-SELECT-BY-CONN
               WHEN WS-SELECT-BY-DATE
                   SET WS-NEEDS-OPERATE TO TRUE
               WHEN OTHER
                   SET WS-COMMAND-UNKNOWN TO TRUE
           END-EVALUATE.

       ACCEPT-SELECTION-CRITERIA.
           EVALUATE TRUE
               WHEN WS-SELECT-BY-CONN
                   DISPLAY "CONN-ID?"
                   ACCEPT WS-DATE-FROM
                   DISPLAY "DATE TO (YYYYMMDD)?"
                   ACCEPT WS-DATE-TO
           END-EVALUATE.

       JOURNAL-EXTRACTION.
           MOVE SPACES TO WS-ACTIVITY-DETAIL
           IF WS-SELECT-BY-CONN
               MOVE WS-CONN-ID-INPUT TO WS-CONN-ID-DISPLAY
               MOVE WS-SEQ-FROM TO WS-FROM-DISPLAY
               MOVE WS-SEQ-TO TO WS-TO-DISPLAY
               STRING "CONNID=" DELIMITED BY SIZE
                      WS-CONN-ID-DISPLAY DELIMITED BY SIZE
                      " SEQ=" DELIMITED BY SIZE
                      WS-FROM-DISPLAY DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-TO-DISPLAY DELIMITED BY SIZE
                      " EXTRACTED=" DELIMITED BY SIZE
                      WS-MATCH-DISPLAY DELIMITED BY SIZE
                   INTO WS-ACTIVITY-DETAIL
               END-STRING
           ELSE
               MOVE WS-DATE-FROM TO WS-FROM-DISPLAY
               MOVE WS-DATE-TO TO WS-TO-DISPLAY
               STRING "DATES=" DELIMITED BY SIZE
                      WS-FROM-DISPLAY DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-TO-DISPLAY DELIMITED BY SIZE
                      " EXTRACTED=" DELIMITED BY SIZE
                      WS-MATCH-DISPLAY DELIMITED BY SIZE
                   INTO WS-ACTIVITY-DETAIL
               END-STRING
           END-IF
           PERFORM WRITE-COMPLETION-RECORD.

       READ-NEXT-RECORD.
           READ MESSAGE-ARCHIVE-FILE
               AT END
               ADD WS-SLICE-LENGTH TO WS-BODY-OFFSET
               SUBTRACT WS-SLICE-LENGTH FROM WS-BODY-REMAINING
           END-PERFORM.

       OPERATOR-SIGN-ON.
      *    Three tries at an operator id and PIN on the OPERATORS
      *    file. Every attempt goes on the activity journal, and a
      *    console nobody can sign on to ends here without touching
      *    anything else.
           OPEN EXTEND CONSOLE-ACTIVITY-FILE
           IF WS-CONSACT-STATUS = "35"
              OR WS-CONSACT-STATUS = "05"
               OPEN OUTPUT CONSOLE-ACTIVITY-FILE
           END-IF
           MOVE ZERO TO WS-SIGNON-ATTEMPTS
           PERFORM UNTIL WS-OPERATOR-SIGNED-ON
                      OR WS-SIGNON-ATTEMPTS >= 3
               ADD 1 TO WS-SIGNON-ATTEMPTS
               DISPLAY "OPERATOR ID?"
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               DISPLAY "PIN?"
               MOVE SPACES TO WS-PIN-INPUT
               ACCEPT WS-PIN-INPUT
               PERFORM CHECK-OPERATOR-PIN
               MOVE "SIGNON" TO WS-ACTIVITY-COMMAND
               MOVE ZERO TO WS-REQUIRED-LEVEL
               IF WS-OPERATOR-SIGNED-ON
                   MOVE "ALLOWED" TO WS-ACTIVITY-OUTCOME
                   MOVE SPACES TO WS-ACTIVITY-DETAIL
               ELSE
                   MOVE "REFUSED" TO WS-ACTIVITY-OUTCOME
                   MOVE "UNKNOWN OPERATOR OR WRONG PIN"
                                       TO WS-ACTIVITY-DETAIL
                   DISPLAY "SIGN-ON REFUSED"
               END-IF
               PERFORM WRITE-ACTIVITY-RECORD
           END-PERFORM
           IF NOT WS-OPERATOR-SIGNED-ON
               CLOSE CONSOLE-ACTIVITY-FILE
               DISPLAY "POLYCALL-ARCHRTV: SIGN-ON FAILED"
               STOP RUN
           END-IF.

       CHECK-OPERATOR-PIN.
      *    A blank id or PIN never signs on, and neither does a
      *    record whose authority level is not one of the three.
           MOVE ZERO TO WS-OPERATOR-LEVEL
           IF WS-OPERATOR-ID NOT = SPACES
              AND WS-PIN-INPUT NOT = SPACES
               MOVE "N" TO WS-OPERFILE-EOF-FLAG
               OPEN INPUT OPERATOR-FILE
               IF WS-OPERFILE-STATUS = "35"
                   SET WS-NO-MORE-OPERATORS TO TRUE
               ELSE
                   PERFORM READ-OPERATOR-RECORD
               END-IF
               PERFORM UNTIL WS-NO-MORE-OPERATORS
                   IF PC-OP-OPERATOR-ID = WS-OPERATOR-ID
                       MOVE PC-OP-PIN TO WS-PIN-WORK
                       IF PC-OP-ENCODED-FLAG = "Y"
                           INSPECT WS-PIN-WORK
                               CONVERTING PC-SCR-CLEAR-CHARS
                                       TO PC-SCR-CODED-CHARS
                       END-IF
                       IF WS-PIN-WORK = WS-PIN-INPUT
                          AND PC-OP-LEVEL-VALID
                           MOVE PC-OP-AUTHORITY-LEVEL
                                       TO WS-OPERATOR-LEVEL
                       END-IF
                       SET WS-NO-MORE-OPERATORS TO TRUE
                   ELSE
                       PERFORM READ-OPERATOR-RECORD
                   END-IF
               END-PERFORM
               IF WS-OPERFILE-STATUS NOT = "35"
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

       READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
               AT END
                   SET WS-NO-MORE-OPERATORS TO TRUE
           END-READ.

       AUTHORIZE-COMMAND.
      *    SET-COMMAND-AUTHORITY has put the level the selection
      *    needs in WS-REQUIRED-LEVEL. Allowed or refused, the command
      *    goes on the activity journal.
           MOVE "N" TO WS-COMMAND-ALLOWED-FLAG
           MOVE WS-SELECT-MODE TO WS-ACTIVITY-COMMAND
           MOVE SPACES TO WS-ACTIVITY-DETAIL
           EVALUATE TRUE
               WHEN WS-COMMAND-UNKNOWN
                   MOVE "REFUSED" TO WS-ACTIVITY-OUTCOME
                   MOVE "UNKNOWN COMMAND" TO WS-ACTIVITY-DETAIL
                   DISPLAY "UNKNOWN COMMAND"
               WHEN WS-OPERATOR-LEVEL >= WS-REQUIRED-LEVEL
                   SET WS-COMMAND-ALLOWED TO TRUE
                   MOVE "ALLOWED" TO WS-ACTIVITY-OUTCOME
               WHEN OTHER
                   MOVE "REFUSED" TO WS-ACTIVITY-OUTCOME
                   MOVE "AUTHORITY LEVEL TOO LOW"
                                       TO WS-ACTIVITY-DETAIL
                   DISPLAY "COMMAND REFUSED - AUTHORITY LEVEL"
           END-EVALUATE
           PERFORM WRITE-ACTIVITY-RECORD.

       WRITE-COMPLETION-RECORD.
      *    Follows a sensitive action with what was actually done,
      *    named in WS-ACTIVITY-DETAIL.
           MOVE "COMPLETED" TO WS-ACTIVITY-OUTCOME
           PERFORM WRITE-ACTIVITY-RECORD.

       WRITE-ACTIVITY-RECORD.
           MOVE SPACES TO PC-CONSACT-RECORD
           MOVE FUNCTION CURRENT-DATE TO PC-CX-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO PC-CX-OPERATOR-ID
           MOVE "ARCHRTV"             TO PC-CX-PROGRAM
           MOVE WS-ACTIVITY-COMMAND   TO PC-CX-COMMAND
           MOVE WS-REQUIRED-LEVEL     TO PC-CX-REQUIRED-LEVEL
           MOVE WS-OPERATOR-LEVEL     TO PC-CX-OPERATOR-LEVEL
           MOVE WS-ACTIVITY-OUTCOME   TO PC-CX-OUTCOME
           MOVE WS-ACTIVITY-DETAIL    TO PC-CX-DETAIL
           WRITE PC-CONSACT-RECORD.
