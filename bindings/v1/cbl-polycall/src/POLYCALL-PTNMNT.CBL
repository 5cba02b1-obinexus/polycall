      * CBLPolyCall Partner Master Maintenance v1.0
      * OBINexus Aegis Engineering - Partner Record Upkeep
      *
      * Console maintenance over the keyed partner master (PARTNER)
      * the SLA, accounting, heartbeat and trend reports group by:
      * list the partners, view one in full, add or replace one,
      * delete one. Each change is written to the master as it is
      * confirmed. A replace re-keys every field, endpoints
      * included, so the operator always sees the whole record
      * being saved. A host/port may belong to one partner only -
      * an endpoint already claimed by another partner is refused,
      * since the reports would otherwise credit its traffic to
      * whichever partner happened to load first. The operator
      * signs on against the shared OPERATORS file: listing and
      * viewing need inquiry authority, an add, replace or delete
      * needs operate, and every command keyed - refused ones
      * included - is journaled to CONSACT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-PTNMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-MASTER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PT-CODE
               FILE STATUS IS WS-PTNFILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT CONSOLE-ACTIVITY-FILE ASSIGN TO "CONSACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-MASTER-FILE.
           COPY POLYCALL-PARTNER.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-OPERFILE.

       FD  CONSOLE-ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-CONSACT.

       WORKING-STORAGE SECTION.
       01  WS-PTNFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-PARTNERS              VALUE "Y".
       01  WS-CONSOLE-DONE-FLAG        PIC X(1) VALUE "N".
           88  WS-CONSOLE-DONE                  VALUE "Y".

       01  WS-COMMAND                  PIC X(1) VALUE SPACE.
       01  WS-CONFIRM                  PIC X(1) VALUE SPACE.
       01  WS-CODE-INPUT               PIC X(8) VALUE SPACES.
       01  WS-TARGET-INPUT             PIC 9(8) VALUE ZERO.
       01  WS-HOST-INPUT               PIC X(256) VALUE SPACES.
       01  WS-PORT-INPUT               PIC 9(5) VALUE ZERO.

      *    The record being keyed, held apart from the file area so
      *    the endpoint check can read the master underneath it,
      *    with its endpoints copied out for that check.
       01  WS-NEW-PARTNER              PIC X(2206) VALUE SPACES.
       01  WS-NEW-ENDPOINT-TABLE.
           05  WS-NEW-ENDPOINT-COUNT   PIC 9(4) COMP VALUE ZERO.
           05  WS-NEW-ENDPOINT OCCURS 8 TIMES.
               10  WS-NEW-HOST         PIC X(256).
               10  WS-NEW-PORT         PIC 9(5).
       01  WS-EXISTING-FLAG            PIC X(1) VALUE "N".
           88  WS-PARTNER-EXISTS                VALUE "Y".
       01  WS-ENTRY-OK-FLAG            PIC X(1) VALUE "Y".
           88  WS-ENTRY-OK                      VALUE "Y".
       01  WS-CLAIMED-BY               PIC X(8) VALUE SPACES.
       01  WS-ENDPOINTS-DONE-FLAG      PIC X(1) VALUE "N".
           88  WS-ENDPOINTS-DONE                VALUE "Y".

       01  WS-ENDPOINT-SUB             PIC 9(4) COMP VALUE ZERO.
       01  WS-CHECK-SUB                PIC 9(4) COMP VALUE ZERO.
       01  WS-LISTED-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-LISTED-DISPLAY           PIC Z(3)9.
       01  WS-TARGET-DISPLAY           PIC Z(7)9.
       01  WS-PORT-DISPLAY             PIC Z(4)9.
       01  WS-ENDPOINT-DISPLAY         PIC 9.

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
       01  WS-PARTNER-ACTION           PIC X(8) VALUE SPACES.
       01  WS-PARTNER-SAVE-FLAG        PIC X(1) VALUE "Y".
           88  WS-PARTNER-SAVED                 VALUE "Y".
           88  WS-PARTNER-SAVE-FAILED           VALUE "N".
           COPY POLYCALL-CREDSCR.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON

           OPEN I-O PARTNER-MASTER-FILE
           IF WS-PTNFILE-STATUS = "35"
      *        First use - create the master, then reopen it for
      *        update.
               OPEN OUTPUT PARTNER-MASTER-FILE
               CLOSE PARTNER-MASTER-FILE
               OPEN I-O PARTNER-MASTER-FILE
           END-IF

           PERFORM CONSOLE-CYCLE UNTIL WS-CONSOLE-DONE

           CLOSE PARTNER-MASTER-FILE
           CLOSE CONSOLE-ACTIVITY-FILE
           DISPLAY "POLYCALL-PTNMNT: END OF SESSION"
           STOP RUN.

       CONSOLE-CYCLE.
           DISPLAY " "
           DISPLAY "POLYCALL-PTNMNT  L=LIST V=VIEW A=ADD/REPLACE"
           DISPLAY "                 D=DELETE Q=QUIT"
           MOVE SPACE TO WS-COMMAND
           ACCEPT WS-COMMAND

           PERFORM SET-COMMAND-AUTHORITY
           PERFORM AUTHORIZE-COMMAND
           IF WS-COMMAND-ALLOWED
               PERFORM RUN-CONSOLE-COMMAND
           END-IF.

       SET-COMMAND-AUTHORITY.
      *    Reading the master is inquiry; changing who the reports
      *    credit traffic to is operate.
           EVALUATE WS-COMMAND
               WHEN "L"
               WHEN "V"
               WHEN "Q"
                   SET WS-NEEDS-INQUIRY TO TRUE
               WHEN "A"
               WHEN "D"
                   SET WS-NEEDS-OPERATE TO TRUE
               WHEN OTHER
                   SET WS-COMMAND-UNKNOWN TO TRUE
           END-EVALUATE.

       RUN-CONSOLE-COMMAND.
           EVALUATE WS-COMMAND
               WHEN "L"
                   PERFORM LIST-PARTNERS
               WHEN "V"
                   PERFORM VIEW-PARTNER
               WHEN "A"
                   PERFORM ADD-OR-REPLACE-PARTNER
               WHEN "D"
                   PERFORM DELETE-PARTNER
               WHEN "Q"
                   SET WS-CONSOLE-DONE TO TRUE
           END-EVALUATE.

       LIST-PARTNERS.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE "N" TO WS-END-OF-FILE
           MOVE LOW-VALUES TO PC-PT-CODE
           START PARTNER-MASTER-FILE KEY IS NOT LESS THAN PC-PT-CODE
               INVALID KEY
                   SET WS-NO-MORE-PARTNERS TO TRUE
           END-START
           IF NOT WS-NO-MORE-PARTNERS
               READ PARTNER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-PARTNERS TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-NO-MORE-PARTNERS
               ADD 1 TO WS-LISTED-COUNT
               MOVE PC-PT-TARGET-CS     TO WS-TARGET-DISPLAY
               MOVE PC-PT-ENDPOINT-COUNT TO WS-ENDPOINT-DISPLAY
               DISPLAY "  " PC-PT-CODE " " PC-PT-LEGAL-NAME
                       " CC=" PC-PT-COST-CENTRE
                       " TARGET-CS=" WS-TARGET-DISPLAY
                       " ENDPOINTS=" WS-ENDPOINT-DISPLAY
               READ PARTNER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-PARTNERS TO TRUE
               END-READ
           END-PERFORM
           MOVE WS-LISTED-COUNT TO WS-LISTED-DISPLAY
           DISPLAY "PARTNERS: " WS-LISTED-DISPLAY.

       VIEW-PARTNER.
           DISPLAY "PARTNER CODE?"
           MOVE SPACES TO WS-CODE-INPUT
           ACCEPT WS-CODE-INPUT
           MOVE WS-CODE-INPUT TO PC-PT-CODE
           READ PARTNER-MASTER-FILE
               INVALID KEY
                   DISPLAY "PARTNER NOT FOUND"
                   EXIT PARAGRAPH
           END-READ
           PERFORM SHOW-PARTNER-RECORD.

       SHOW-PARTNER-RECORD.
           MOVE PC-PT-TARGET-CS TO WS-TARGET-DISPLAY
           DISPLAY "  CODE        " PC-PT-CODE
           DISPLAY "  LEGAL NAME  " PC-PT-LEGAL-NAME
           DISPLAY "  CONTACT     " PC-PT-CONTACT-NAME
           DISPLAY "  PHONE       " PC-PT-CONTACT-PHONE
           DISPLAY "  TARGET-CS   " WS-TARGET-DISPLAY
           DISPLAY "  COST CENTRE " PC-PT-COST-CENTRE
           PERFORM VARYING WS-ENDPOINT-SUB FROM 1 BY 1
                   UNTIL WS-ENDPOINT-SUB > PC-PT-ENDPOINT-COUNT
                      OR WS-ENDPOINT-SUB > 8
               MOVE PC-PT-PORT(WS-ENDPOINT-SUB) TO WS-PORT-DISPLAY
               DISPLAY "  ENDPOINT    "
                       PC-PT-HOST(WS-ENDPOINT-SUB)(1 : 60)
                       " PORT=" WS-PORT-DISPLAY
           END-PERFORM.

       ADD-OR-REPLACE-PARTNER.
           DISPLAY "PARTNER CODE?"
           MOVE SPACES TO WS-CODE-INPUT
           ACCEPT WS-CODE-INPUT
           IF WS-CODE-INPUT = SPACES
               DISPLAY "CODE REQUIRED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODE-INPUT TO PC-PT-CODE
           MOVE "Y" TO WS-EXISTING-FLAG
           READ PARTNER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-EXISTING-FLAG
           END-READ
           IF WS-PARTNER-EXISTS
               DISPLAY "REPLACING:"
               PERFORM SHOW-PARTNER-RECORD
           END-IF

           MOVE SPACES TO PC-PARTNER-RECORD
           MOVE WS-CODE-INPUT TO PC-PT-CODE
           DISPLAY "LEGAL NAME?"
           ACCEPT PC-PT-LEGAL-NAME
           DISPLAY "ESCALATION CONTACT?"
           ACCEPT PC-PT-CONTACT-NAME
           DISPLAY "CONTACT PHONE?"
           ACCEPT PC-PT-CONTACT-PHONE
           DISPLAY "RESPONSE TARGET, HUNDREDTHS OF A SECOND (0=NONE)?"
           MOVE ZERO TO WS-TARGET-INPUT
           ACCEPT WS-TARGET-INPUT
           MOVE WS-TARGET-INPUT TO PC-PT-TARGET-CS
           DISPLAY "COST CENTRE?"
           ACCEPT PC-PT-COST-CENTRE
           MOVE ZERO TO PC-PT-ENDPOINT-COUNT
           PERFORM VARYING WS-ENDPOINT-SUB FROM 1 BY 1
                   UNTIL WS-ENDPOINT-SUB > 8
               MOVE ZERO TO PC-PT-PORT(WS-ENDPOINT-SUB)
           END-PERFORM
           MOVE "N" TO WS-ENDPOINTS-DONE-FLAG
           PERFORM ACCEPT-ONE-ENDPOINT
               UNTIL PC-PT-ENDPOINT-COUNT = 8
                  OR WS-ENDPOINTS-DONE
           IF PC-PT-ENDPOINT-COUNT = ZERO
               DISPLAY "AT LEAST ONE HOST REQUIRED - NOT SAVED"
               EXIT PARAGRAPH
           END-IF

      *    Hold the keyed record while the master is scanned for
      *    endpoints another partner already owns.
           MOVE PC-PARTNER-RECORD TO WS-NEW-PARTNER
           MOVE PC-PT-ENDPOINT-COUNT TO WS-NEW-ENDPOINT-COUNT
           PERFORM VARYING WS-ENDPOINT-SUB FROM 1 BY 1
                   UNTIL WS-ENDPOINT-SUB > 8
               MOVE PC-PT-HOST(WS-ENDPOINT-SUB)
                               TO WS-NEW-HOST(WS-ENDPOINT-SUB)
               MOVE PC-PT-PORT(WS-ENDPOINT-SUB)
                               TO WS-NEW-PORT(WS-ENDPOINT-SUB)
           END-PERFORM
           PERFORM CHECK-ENDPOINTS-UNCLAIMED
           MOVE WS-NEW-PARTNER TO PC-PARTNER-RECORD
           IF NOT WS-ENTRY-OK
               DISPLAY "HOST/PORT ALREADY BELONGS TO PARTNER "
                       WS-CLAIMED-BY " - NOT SAVED"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SAVE PARTNER " PC-PT-CODE " (Y/N)?"
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           IF WS-PARTNER-EXISTS
               MOVE "REPLACED" TO WS-PARTNER-ACTION
               REWRITE PC-PARTNER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED, STATUS "
                               WS-PTNFILE-STATUS
                       SET WS-PARTNER-SAVE-FAILED TO TRUE
                   NOT INVALID KEY
                       DISPLAY "PARTNER REPLACED"
                       SET WS-PARTNER-SAVED TO TRUE
               END-REWRITE
           ELSE
               MOVE "ADDED" TO WS-PARTNER-ACTION
               WRITE PC-PARTNER-RECORD
                   INVALID KEY
                       DISPLAY "WRITE FAILED, STATUS "
                               WS-PTNFILE-STATUS
                       SET WS-PARTNER-SAVE-FAILED TO TRUE
                   NOT INVALID KEY
                       DISPLAY "PARTNER ADDED"
                       SET WS-PARTNER-SAVED TO TRUE
               END-WRITE
           END-IF
           PERFORM WRITE-PARTNER-COMPLETION.

       ACCEPT-ONE-ENDPOINT.
           DISPLAY "HOST (BLANK TO END)?"
           MOVE SPACES TO WS-HOST-INPUT
           ACCEPT WS-HOST-INPUT
           IF WS-HOST-INPUT = SPACES
               SET WS-ENDPOINTS-DONE TO TRUE
           ELSE
               DISPLAY "PORT (0=ANY)?"
               MOVE ZERO TO WS-PORT-INPUT
               ACCEPT WS-PORT-INPUT
               ADD 1 TO PC-PT-ENDPOINT-COUNT
               MOVE WS-HOST-INPUT
                           TO PC-PT-HOST(PC-PT-ENDPOINT-COUNT)
               MOVE WS-PORT-INPUT
                           TO PC-PT-PORT(PC-PT-ENDPOINT-COUNT)
           END-IF.

       CHECK-ENDPOINTS-UNCLAIMED.
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           MOVE "N" TO WS-END-OF-FILE
           MOVE LOW-VALUES TO PC-PT-CODE
           START PARTNER-MASTER-FILE KEY IS NOT LESS THAN PC-PT-CODE
               INVALID KEY
                   SET WS-NO-MORE-PARTNERS TO TRUE
           END-START
           IF NOT WS-NO-MORE-PARTNERS
               READ PARTNER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-PARTNERS TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-NO-MORE-PARTNERS
                      OR NOT WS-ENTRY-OK
               IF PC-PT-CODE NOT = WS-CODE-INPUT
                   PERFORM COMPARE-PARTNER-ENDPOINTS
               END-IF
               READ PARTNER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-PARTNERS TO TRUE
               END-READ
           END-PERFORM.

       COMPARE-PARTNER-ENDPOINTS.
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > PC-PT-ENDPOINT-COUNT
                      OR WS-CHECK-SUB > 8
                      OR NOT WS-ENTRY-OK
               PERFORM VARYING WS-ENDPOINT-SUB FROM 1 BY 1
                       UNTIL WS-ENDPOINT-SUB > WS-NEW-ENDPOINT-COUNT
                          OR NOT WS-ENTRY-OK
                   PERFORM COMPARE-ONE-ENDPOINT
               END-PERFORM
           END-PERFORM.

       COMPARE-ONE-ENDPOINT.
      *    Ports overlap when they are equal or either side is
      *    zero (any port on the host).
           IF PC-PT-HOST(WS-CHECK-SUB) = WS-NEW-HOST(WS-ENDPOINT-SUB)
              AND (PC-PT-PORT(WS-CHECK-SUB) = ZERO
                OR WS-NEW-PORT(WS-ENDPOINT-SUB) = ZERO
                OR PC-PT-PORT(WS-CHECK-SUB)
                                    = WS-NEW-PORT(WS-ENDPOINT-SUB))
               MOVE "N" TO WS-ENTRY-OK-FLAG
               MOVE PC-PT-CODE TO WS-CLAIMED-BY
           END-IF.

       DELETE-PARTNER.
           DISPLAY "PARTNER CODE?"
           MOVE SPACES TO WS-CODE-INPUT
           ACCEPT WS-CODE-INPUT
           MOVE WS-CODE-INPUT TO PC-PT-CODE
           READ PARTNER-MASTER-FILE
               INVALID KEY
                   DISPLAY "PARTNER NOT FOUND"
                   EXIT PARAGRAPH
           END-READ
           PERFORM SHOW-PARTNER-RECORD
           DISPLAY "DELETE PARTNER " PC-PT-CODE " (Y/N)?"
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
               EXIT PARAGRAPH
           END-IF
           MOVE "DELETED" TO WS-PARTNER-ACTION
           DELETE PARTNER-MASTER-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED, STATUS " WS-PTNFILE-STATUS
                   SET WS-PARTNER-SAVE-FAILED TO TRUE
               NOT INVALID KEY
                   DISPLAY "PARTNER DELETED"
                   SET WS-PARTNER-SAVED TO TRUE
           END-DELETE
           PERFORM WRITE-PARTNER-COMPLETION.

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
               DISPLAY "POLYCALL-PTNMNT: SIGN-ON FAILED"
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

       WRITE-PARTNER-COMPLETION.
      *    The partner code and what became of it, or the file
      *    status the master refused it with. The code comes from
      *    the operator's input, not the record just written.
           MOVE SPACES TO WS-ACTIVITY-DETAIL
           IF WS-PARTNER-SAVED
               STRING "PARTNER=" DELIMITED BY SIZE
                      WS-CODE-INPUT DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-PARTNER-ACTION DELIMITED BY SPACE
                   INTO WS-ACTIVITY-DETAIL
               END-STRING
           ELSE
               STRING "PARTNER=" DELIMITED BY SIZE
                      WS-CODE-INPUT DELIMITED BY SPACE
                      " NOT " DELIMITED BY SIZE
                      WS-PARTNER-ACTION DELIMITED BY SPACE
                      " - STATUS " DELIMITED BY SIZE
                      WS-PTNFILE-STATUS DELIMITED BY SIZE
                   INTO WS-ACTIVITY-DETAIL
               END-STRING
           END-IF
           PERFORM WRITE-COMPLETION-RECORD.

       WRITE-COMPLETION-RECORD.
      *    Follows a sensitive action with what was actually done,
      *    named in WS-ACTIVITY-DETAIL.
           MOVE "COMPLETED" TO WS-ACTIVITY-OUTCOME
           PERFORM WRITE-ACTIVITY-RECORD.

       WRITE-ACTIVITY-RECORD.
           MOVE SPACES TO PC-CONSACT-RECORD
           MOVE FUNCTION CURRENT-DATE TO PC-CX-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO PC-CX-OPERATOR-ID
           MOVE "PTNMNT"              TO PC-CX-PROGRAM
           MOVE WS-ACTIVITY-COMMAND   TO PC-CX-COMMAND
           MOVE WS-REQUIRED-LEVEL     TO PC-CX-REQUIRED-LEVEL
           MOVE WS-OPERATOR-LEVEL     TO PC-CX-OPERATOR-LEVEL
           MOVE WS-ACTIVITY-OUTCOME   TO PC-CX-OUTCOME
           MOVE WS-ACTIVITY-DETAIL    TO PC-CX-DETAIL
           WRITE PC-CONSACT-RECORD.
