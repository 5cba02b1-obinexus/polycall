      * torn down and the action lands in the audit trail. The
      * registry record is then marked FORCE-CLOSED here, since the
      * bridge's in-storage registry belongs to the run unit that
      * opened the connection, not to this console. The operator
      * signs on against the shared OPERATORS file first: browsing
      * needs inquiry authority, a force-close needs operate, and
      * every command - refused ones included - is journaled to
      * CONSACT, with each force-close actually driven followed by
      * a record of its outcome.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-OPERCON.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-RF-CONN-ID
               FILE STATUS IS WS-REGFILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT CONSOLE-ACTIVITY-FILE ASSIGN TO "CONSACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONNECTION-REGISTRY-FILE.
           COPY POLYCALL-REGFILE.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-OPERFILE.

       FD  CONSOLE-ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-CONSACT.

       WORKING-STORAGE SECTION.
       01  WS-REGFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
       01  LNK-OUTPUT-DATA              PIC X(1024).
       01  LNK-RESULT-CODE              PIC 9(4) COMP.

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

           OPEN I-O CONNECTION-REGISTRY-FILE
           IF WS-REGFILE-STATUS = "35"
               CLOSE CONSOLE-ACTIVITY-FILE
               DISPLAY "POLYCALL-OPERCON: NO REGISTRY FILE"
               STOP RUN
           END-IF
           PERFORM CONSOLE-CYCLE UNTIL WS-CONSOLE-DONE

           CLOSE CONNECTION-REGISTRY-FILE
           CLOSE CONSOLE-ACTIVITY-FILE
           DISPLAY "POLYCALL-OPERCON: END OF SESSION"
           STOP RUN.

           MOVE SPACE TO WS-COMMAND
           ACCEPT WS-COMMAND

           PERFORM SET-COMMAND-AUTHORITY
           PERFORM AUTHORIZE-COMMAND
           IF WS-COMMAND-ALLOWED
               PERFORM RUN-CONSOLE-COMMAND
           END-IF.

       SET-COMMAND-AUTHORITY.
      *    Browsing the registry is inquiry; tearing a live
      *    connection down is operate.
           EVALUATE WS-COMMAND
               WHEN "L"
               WHEN "C"
               WHEN "H"
               WHEN "S"
               WHEN "Q"
                   SET WS-NEEDS-INQUIRY TO TRUE
               WHEN "F"
                   SET WS-NEEDS-OPERATE TO TRUE
               WHEN OTHER
                   SET WS-COMMAND-UNKNOWN TO TRUE
           END-EVALUATE.

       RUN-CONSOLE-COMMAND.
           EVALUATE WS-COMMAND
               WHEN "L"
                   MOVE SPACES TO WS-HOST-FILTER
                   PERFORM FORCE-CLOSE-CONNECTION
               WHEN "Q"
                   SET WS-CONSOLE-DONE TO TRUE
           END-EVALUATE.

       LIST-REGISTRY-ENTRIES.
                                       LNK-OUTPUT-DATA,
                                       LNK-RESULT-CODE

           MOVE PC-RF-CONN-ID TO WS-CONN-ID-DISPLAY
           IF LNK-RESULT-CODE = ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE "FORCE-CLOSED"        TO PC-RF-STATUS
               MOVE WS-CURRENT-TIMESTAMP  TO PC-RF-LAST-UPDATED
               REWRITE PC-REGFILE-RECORD
               DISPLAY "CONNECTION FORCE-CLOSED"
               MOVE SPACES TO WS-ACTIVITY-DETAIL
               STRING "CONNID=" DELIMITED BY SIZE
                      WS-CONN-ID-DISPLAY DELIMITED BY SIZE
                      " FORCE-CLOSED" DELIMITED BY SIZE
                   INTO WS-ACTIVITY-DETAIL
               END-STRING
           ELSE
               DISPLAY "FORCE-CLOSE FAILED: " LNK-OUTPUT-DATA (1 : 40)
               MOVE SPACES TO WS-ACTIVITY-DETAIL
               STRING "CONNID=" DELIMITED BY SIZE
                      WS-CONN-ID-DISPLAY DELIMITED BY SIZE
                      " FORCE-CLOSE FAILED: " DELIMITED BY SIZE
                      LNK-OUTPUT-DATA (1 : 20) DELIMITED BY SIZE
                   INTO WS-ACTIVITY-DETAIL
               END-STRING
           END-IF
           PERFORM WRITE-COMPLETION-RECORD.

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
               DISPLAY "POLYCALL-OPERCON: SIGN-ON FAILED"
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
      *    SET-COMMAND-AUTHORITY has put the level WS-COMMAND needs
      *    in WS-REQUIRED-LEVEL. Allowed or refused, the command
      *    goes on the activity journal.
           MOVE "N" TO WS-COMMAND-ALLOWED-FLAG
           MOVE WS-COMMAND TO WS-ACTIVITY-COMMAND
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
           MOVE "OPERCON"             TO PC-CX-PROGRAM
           MOVE WS-ACTIVITY-COMMAND   TO PC-CX-COMMAND
           MOVE WS-REQUIRED-LEVEL     TO PC-CX-REQUIRED-LEVEL
           MOVE WS-OPERATOR-LEVEL     TO PC-CX-OPERATOR-LEVEL
           MOVE WS-ACTIVITY-OUTCOME   TO PC-CX-OUTCOME
           MOVE WS-ACTIVITY-DETAIL    TO PC-CX-DETAIL
           WRITE PC-CONSACT-RECORD.
