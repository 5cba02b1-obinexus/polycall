      * clear-text records (no encoded flag) are accepted on load
      * and come out scrambled at the next rewrite, so one pass
      * through this program converts an old store.
      *
      * The same console keeps the OPERATORS file the console
      * programs sign on against - list operators (PINs never
      * displayed), add or replace one, remove one - with PINs
      * scrambled the same way and the file rewritten on exit.
      * Signing on here needs the OPERATORS file like any other
      * console: listing credential names needs operate authority,
      * every change to the vault and all operator upkeep need
      * security admin, and every command is journaled to CONSACT
      * with each change followed by a record naming the entry.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-CREDMNT.
           SELECT CREDENTIAL-STORE-FILE ASSIGN TO "CREDSTORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDFILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT CONSOLE-ACTIVITY-FILE ASSIGN TO "CONSACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY POLYCALL-CREDFILE.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-OPERFILE.

       FD  CONSOLE-ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-CONSACT.

       WORKING-STORAGE SECTION.
       01  WS-CREDFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-CREDSTORE-EOF-FLAG       PIC X(1) VALUE "N".
           88  WS-CONSOLE-DONE                  VALUE "Y".
       01  WS-CHANGED-FLAG             PIC X(1) VALUE "N".
           88  WS-STORE-CHANGED                 VALUE "Y".
       01  WS-OPERATORS-CHANGED-FLAG   PIC X(1) VALUE "N".
           88  WS-OPERATORS-CHANGED             VALUE "Y".

       01  WS-COMMAND                  PIC X(1) VALUE SPACE.
       01  WS-NAME-INPUT               PIC X(20) VALUE SPACES.
       01  WS-USERID-INPUT             PIC X(20) VALUE SPACES.
       01  WS-PASSWORD-INPUT           PIC X(20) VALUE SPACES.
       01  WS-OPER-ID-INPUT            PIC X(8) VALUE SPACES.
       01  WS-OPER-PIN-INPUT           PIC X(8) VALUE SPACES.
       01  WS-OPER-LEVEL-INPUT         PIC X(1) VALUE SPACE.
       01  WS-OPER-NAME-INPUT          PIC X(30) VALUE SPACES.

       01  WS-CREDENTIAL-TABLE.
           05  WS-CRED-COUNT           PIC 9(4) COMP VALUE ZERO.
               10  WS-CV-NAME          PIC X(20).
               10  WS-CV-USERID        PIC X(20).
               10  WS-CV-PASSWORD      PIC X(20).

      *    The OPERATORS file held whole, PINs in clear in storage
      *    only, like the credential table above.
       01  WS-OPERATOR-TABLE.
           05  WS-OPER-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-OP-ENTRY OCCURS 100 TIMES.
               10  WS-OP-ID            PIC X(8).
               10  WS-OP-PIN           PIC X(8).
               10  WS-OP-LEVEL         PIC 9(1).
               10  WS-OP-NAME          PIC X(30).
           COPY POLYCALL-CREDSCR.

       01  WS-SCRAMBLE-WORK            PIC X(20) VALUE SPACES.
       01  WS-FOUND-SUB                PIC 9(4) COMP VALUE ZERO.
       01  WS-COUNT-DISPLAY            PIC Z(3)9.

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

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON
           PERFORM LOAD-CREDENTIAL-STORE
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM CONSOLE-CYCLE UNTIL WS-CONSOLE-DONE
           IF WS-STORE-CHANGED
               PERFORM REWRITE-CREDENTIAL-STORE
           ELSE
               DISPLAY "POLYCALL-CREDMNT: NO CHANGES"
           END-IF
           IF WS-OPERATORS-CHANGED
               PERFORM REWRITE-OPERATOR-FILE
               DISPLAY "POLYCALL-CREDMNT: OPERATORS UPDATED"
           END-IF
           CLOSE CONSOLE-ACTIVITY-FILE
           STOP RUN.

       LOAD-CREDENTIAL-STORE.
       CONSOLE-CYCLE.
           DISPLAY " "
           DISPLAY "POLYCALL-CREDMNT  L=LIST A=ADD/REPLACE"
           DISPLAY "                  D=DELETE O=LIST OPERATORS"
           DISPLAY "                  P=ADD/REPLACE OPERATOR"
           DISPLAY "                  R=REMOVE OPERATOR Q=QUIT"
           MOVE SPACE TO WS-COMMAND
           ACCEPT WS-COMMAND

           PERFORM SET-COMMAND-AUTHORITY
           PERFORM AUTHORIZE-COMMAND
           IF WS-COMMAND-ALLOWED
               PERFORM RUN-CONSOLE-COMMAND
           END-IF.

       SET-COMMAND-AUTHORITY.
      *    Credential names and userids are shown to operate
      *    authority; changing the vault, and anything to do with
      *    who may sign on, is security admin's alone.
           EVALUATE WS-COMMAND
               WHEN "Q"
                   SET WS-NEEDS-INQUIRY TO TRUE
               WHEN "L"
                   SET WS-NEEDS-OPERATE TO TRUE
               WHEN "A"
               WHEN "D"
               WHEN "O"
               WHEN "P"
               WHEN "R"
                   SET WS-NEEDS-SECURITY-ADMIN TO TRUE
               WHEN OTHER
                   SET WS-COMMAND-UNKNOWN TO TRUE
           END-EVALUATE.

       RUN-CONSOLE-COMMAND.
           EVALUATE WS-COMMAND
               WHEN "L"
                   PERFORM LIST-ENTRIES
                   PERFORM ADD-OR-REPLACE-ENTRY
               WHEN "D"
                   PERFORM DELETE-ENTRY
               WHEN "O"
                   PERFORM LIST-OPERATORS
               WHEN "P"
                   PERFORM ADD-OR-REPLACE-OPERATOR
               WHEN "R"
                   PERFORM REMOVE-OPERATOR
               WHEN "Q"
                   SET WS-CONSOLE-DONE TO TRUE
           END-EVALUATE.

       LIST-ENTRIES.
                               TO WS-CV-PASSWORD(WS-FOUND-SUB)
                   SET WS-STORE-CHANGED TO TRUE
                   DISPLAY "ENTRY REPLACED"
                   MOVE SPACES TO WS-ACTIVITY-DETAIL
                   STRING "CREDENTIAL " DELIMITED BY SIZE
                          WS-NAME-INPUT DELIMITED BY SPACE
                          " REPLACED" DELIMITED BY SIZE
                       INTO WS-ACTIVITY-DETAIL
                   END-STRING
                   PERFORM WRITE-COMPLETION-RECORD
               ELSE
                   IF WS-CRED-COUNT < 100
                       ADD 1 TO WS-CRED-COUNT
                               TO WS-CV-PASSWORD(WS-CRED-COUNT)
                       SET WS-STORE-CHANGED TO TRUE
                       DISPLAY "ENTRY ADDED"
                       MOVE SPACES TO WS-ACTIVITY-DETAIL
                       STRING "CREDENTIAL " DELIMITED BY SIZE
                              WS-NAME-INPUT DELIMITED BY SPACE
                              " ADDED" DELIMITED BY SIZE
                           INTO WS-ACTIVITY-DETAIL
                       END-STRING
                       PERFORM WRITE-COMPLETION-RECORD
                   ELSE
                       DISPLAY "STORE FULL"
                   END-IF
               SUBTRACT 1 FROM WS-CRED-COUNT
               SET WS-STORE-CHANGED TO TRUE
               DISPLAY "ENTRY DELETED"
               MOVE SPACES TO WS-ACTIVITY-DETAIL
               STRING "CREDENTIAL " DELIMITED BY SIZE
                      WS-NAME-INPUT DELIMITED BY SPACE
                      " DELETED" DELIMITED BY SIZE
                   INTO WS-ACTIVITY-DETAIL
               END-STRING
               PERFORM WRITE-COMPLETION-RECORD
           ELSE
               DISPLAY "ENTRY NOT FOUND"
           END-IF.
           END-PERFORM
           CLOSE CREDENTIAL-STORE-FILE.

       LOAD-OPERATOR-TABLE.
           MOVE "N" TO WS-OPERFILE-EOF-FLAG
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERFILE-STATUS NOT = "35"
               PERFORM READ-OPERATOR-RECORD
               PERFORM UNTIL WS-NO-MORE-OPERATORS
                   IF WS-OPER-COUNT < 100
                       ADD 1 TO WS-OPER-COUNT
                       MOVE PC-OP-OPERATOR-ID
                                       TO WS-OP-ID(WS-OPER-COUNT)
                       MOVE PC-OP-PIN TO WS-PIN-WORK
                       IF PC-OP-ENCODED-FLAG = "Y"
                           INSPECT WS-PIN-WORK
                               CONVERTING PC-SCR-CLEAR-CHARS
                                       TO PC-SCR-CODED-CHARS
                       END-IF
                       MOVE WS-PIN-WORK TO WS-OP-PIN(WS-OPER-COUNT)
                       MOVE PC-OP-AUTHORITY-LEVEL
                                       TO WS-OP-LEVEL(WS-OPER-COUNT)
                       MOVE PC-OP-OPERATOR-NAME
                                       TO WS-OP-NAME(WS-OPER-COUNT)
                   END-IF
                   PERFORM READ-OPERATOR-RECORD
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       LIST-OPERATORS.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-OPER-COUNT
               DISPLAY "  " WS-OP-ID(WS-ENTRY-SUB)
                       " LEVEL=" WS-OP-LEVEL(WS-ENTRY-SUB)
                       " " WS-OP-NAME(WS-ENTRY-SUB)
                       " PIN=********"
           END-PERFORM
           MOVE WS-OPER-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "OPERATORS: " WS-COUNT-DISPLAY.

       FIND-OPERATOR-BY-ID.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-OPER-COUNT
                      OR WS-ENTRY-FOUND
               IF WS-OP-ID(WS-ENTRY-SUB) = WS-OPER-ID-INPUT
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-ENTRY-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       ADD-OR-REPLACE-OPERATOR.
           DISPLAY "OPERATOR ID?"
           MOVE SPACES TO WS-OPER-ID-INPUT
           ACCEPT WS-OPER-ID-INPUT
           DISPLAY "PIN?"
           MOVE SPACES TO WS-OPER-PIN-INPUT
           ACCEPT WS-OPER-PIN-INPUT
           DISPLAY "LEVEL? 1=INQUIRY 2=OPERATE 3=SECURITY ADMIN"
           MOVE SPACE TO WS-OPER-LEVEL-INPUT
           ACCEPT WS-OPER-LEVEL-INPUT
           DISPLAY "NAME?"
           MOVE SPACES TO WS-OPER-NAME-INPUT
           ACCEPT WS-OPER-NAME-INPUT
           EVALUATE TRUE
               WHEN WS-OPER-ID-INPUT = SPACES
                   DISPLAY "OPERATOR ID REQUIRED"
               WHEN WS-OPER-PIN-INPUT = SPACES
                   DISPLAY "PIN REQUIRED"
               WHEN WS-OPER-LEVEL-INPUT NOT = "1"
                AND WS-OPER-LEVEL-INPUT NOT = "2"
                AND WS-OPER-LEVEL-INPUT NOT = "3"
                   DISPLAY "LEVEL MUST BE 1, 2 OR 3"
      *        Nor can they take their own security authority away -
      *        the next sign-on would find no administrator, the
      *        same lock-out REMOVE-OPERATOR guards against.
               WHEN WS-OPER-ID-INPUT = WS-OPERATOR-ID
                AND WS-OPER-LEVEL-INPUT NOT = "3"
                   DISPLAY "CANNOT LOWER THE SIGNED-ON OPERATOR'S LEVEL"
               WHEN OTHER
                   PERFORM STORE-OPERATOR-ENTRY
           END-EVALUATE.

       STORE-OPERATOR-ENTRY.
           PERFORM FIND-OPERATOR-BY-ID
           IF NOT WS-ENTRY-FOUND
               IF WS-OPER-COUNT < 100
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-OPER-COUNT TO WS-FOUND-SUB
                   MOVE WS-OPER-ID-INPUT TO WS-OP-ID(WS-FOUND-SUB)
               ELSE
                   DISPLAY "OPERATOR FILE FULL"
               END-IF
           END-IF
           IF WS-FOUND-SUB > ZERO
               MOVE WS-OPER-PIN-INPUT   TO WS-OP-PIN(WS-FOUND-SUB)
               MOVE WS-OPER-LEVEL-INPUT TO WS-OP-LEVEL(WS-FOUND-SUB)
               MOVE WS-OPER-NAME-INPUT  TO WS-OP-NAME(WS-FOUND-SUB)
               SET WS-OPERATORS-CHANGED TO TRUE
               MOVE SPACES TO WS-ACTIVITY-DETAIL
               IF WS-ENTRY-FOUND
                   DISPLAY "OPERATOR REPLACED"
                   STRING "OPERATOR " DELIMITED BY SIZE
                          WS-OPER-ID-INPUT DELIMITED BY SPACE
                          " REPLACED LEVEL=" DELIMITED BY SIZE
                          WS-OPER-LEVEL-INPUT DELIMITED BY SIZE
                       INTO WS-ACTIVITY-DETAIL
                   END-STRING
               ELSE
                   DISPLAY "OPERATOR ADDED"
                   STRING "OPERATOR " DELIMITED BY SIZE
                          WS-OPER-ID-INPUT DELIMITED BY SPACE
                          " ADDED LEVEL=" DELIMITED BY SIZE
                          WS-OPER-LEVEL-INPUT DELIMITED BY SIZE
                       INTO WS-ACTIVITY-DETAIL
                   END-STRING
               END-IF
               PERFORM WRITE-COMPLETION-RECORD
           END-IF.

       REMOVE-OPERATOR.
           DISPLAY "OPERATOR ID?"
           MOVE SPACES TO WS-OPER-ID-INPUT
           ACCEPT WS-OPER-ID-INPUT
      *    The administrator signed on now cannot remove their own
      *    record - that is how an installation locks itself out.
           IF WS-OPER-ID-INPUT = WS-OPERATOR-ID
               DISPLAY "CANNOT REMOVE THE SIGNED-ON OPERATOR"
           ELSE
               PERFORM FIND-OPERATOR-BY-ID
               IF WS-ENTRY-FOUND
                   PERFORM VARYING WS-ENTRY-SUB FROM WS-FOUND-SUB BY 1
                           UNTIL WS-ENTRY-SUB >= WS-OPER-COUNT
                       MOVE WS-OP-ENTRY(WS-ENTRY-SUB + 1)
                                       TO WS-OP-ENTRY(WS-ENTRY-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-OPER-COUNT
                   SET WS-OPERATORS-CHANGED TO TRUE
                   DISPLAY "OPERATOR REMOVED"
                   MOVE SPACES TO WS-ACTIVITY-DETAIL
                   STRING "OPERATOR " DELIMITED BY SIZE
                          WS-OPER-ID-INPUT DELIMITED BY SPACE
                          " REMOVED" DELIMITED BY SIZE
                       INTO WS-ACTIVITY-DETAIL
                   END-STRING
                   PERFORM WRITE-COMPLETION-RECORD
               ELSE
                   DISPLAY "OPERATOR NOT FOUND"
               END-IF
           END-IF.

       REWRITE-OPERATOR-FILE.
      *    Scrambled and flagged on the way out, exactly as the
      *    credential store is.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-OPER-COUNT
               MOVE WS-OP-ID(WS-ENTRY-SUB)    TO PC-OP-OPERATOR-ID
               MOVE WS-OP-PIN(WS-ENTRY-SUB)   TO WS-PIN-WORK
               INSPECT WS-PIN-WORK
                   CONVERTING PC-SCR-CLEAR-CHARS
                           TO PC-SCR-CODED-CHARS
               MOVE WS-PIN-WORK               TO PC-OP-PIN
               MOVE WS-OP-LEVEL(WS-ENTRY-SUB) TO PC-OP-AUTHORITY-LEVEL
               MOVE WS-OP-NAME(WS-ENTRY-SUB)  TO PC-OP-OPERATOR-NAME
               MOVE "Y"                       TO PC-OP-ENCODED-FLAG
               WRITE PC-OPERATOR-RECORD
           END-PERFORM
           CLOSE OPERATOR-FILE.

       SCRAMBLE-WORK-VALUE.
      *    The POLYCALL-CREDSCR mapping is its own inverse, so this
      *    one paragraph both encodes a clear value and decodes a
      *    stored one.
           INSPECT WS-SCRAMBLE-WORK
               CONVERTING PC-SCR-CLEAR-CHARS TO PC-SCR-CODED-CHARS.

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
               DISPLAY "POLYCALL-CREDMNT: SIGN-ON FAILED"
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
           MOVE "CREDMNT"             TO PC-CX-PROGRAM
           MOVE WS-ACTIVITY-COMMAND   TO PC-CX-COMMAND
           MOVE WS-REQUIRED-LEVEL     TO PC-CX-REQUIRED-LEVEL
           MOVE WS-OPERATOR-LEVEL     TO PC-CX-OPERATOR-LEVEL
           MOVE WS-ACTIVITY-OUTCOME   TO PC-CX-OUTCOME
           MOVE WS-ACTIVITY-DETAIL    TO PC-CX-DETAIL
           WRITE PC-CONSACT-RECORD.
