      * CBLPolyCall Outbound Queue Operator Console v1.0
      * OBINexus Aegis Engineering - Store-And-Forward Intervention
      *
      * Interactive console over the outbound message queue
      * (OUTMSGQ) the forwarder sweeps. An operator can list the
      * queue by status, by host, or by age - each line showing when
      * the message was queued, how many sweeps have tried it, and
      * its last result code with the PC-ERROR category name - and
      * show one entry's stored bridge I/O area. A message the
      * forwarder gave up on (F) can be requeued (back to Q with its
      * attempt count reset) once the partner problem is fixed - one
      * refused as a duplicate send only when the operator confirms
      * the partner wants it again, which flags it for resend - and
      * a queued or failed message nobody wants delivered any more
      * can be cancelled to status X, which the forwarder never
      * touches, with a reason. Every requeue and cancel is written
      * to the OUTQAUDIT action trail under the operator's id.
      * The operator signs on against the shared OPERATORS file:
      * the queue listings need inquiry authority, viewing an
      * entry (which shows the message body) and any requeue or
      * cancel need operate, and every command keyed - refused
      * ones included - is journaled to CONSACT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-OUTQCON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-QUEUE-FILE ASSIGN TO "OUTMSGQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-OQ-KEY
               FILE STATUS IS WS-OUTQFILE-STATUS.
           SELECT QUEUE-ACTION-AUDIT-FILE ASSIGN TO "OUTQAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QAUDIT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT CONSOLE-ACTIVITY-FILE ASSIGN TO "CONSACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-QUEUE-FILE.
           COPY POLYCALL-OUTQREC.

       FD  QUEUE-ACTION-AUDIT-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-OUTQAUD.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-OPERFILE.

       FD  CONSOLE-ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-CONSACT.

       WORKING-STORAGE SECTION.
           COPY POLYCALL-CONSTANTS.

       01  WS-OUTQFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-QAUDIT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-ENTRIES               VALUE "Y".
       01  WS-CONSOLE-DONE-FLAG        PIC X(1) VALUE "N".
           88  WS-CONSOLE-DONE                  VALUE "Y".

       01  WS-COMMAND                  PIC X(1) VALUE SPACE.
       01  WS-CONFIRM                  PIC X(1) VALUE SPACE.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-CONN-ID-INPUT            PIC 9(8) VALUE ZERO.
       01  WS-SEQ-INPUT                PIC 9(8) VALUE ZERO.
       01  WS-HOST-INPUT               PIC X(256) VALUE SPACES.
       01  WS-PORT-INPUT               PIC 9(5) VALUE ZERO.
       01  WS-REASON-INPUT             PIC X(40) VALUE SPACES.

      *    List selection - any filter left at spaces/zero passes.
       01  WS-STATUS-FILTER            PIC X(1) VALUE SPACE.
       01  WS-HOST-FILTER              PIC X(256) VALUE SPACES.
       01  WS-MIN-AGE-HOURS            PIC 9(4) VALUE ZERO.

       01  WS-LISTED-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-LISTED-DISPLAY           PIC Z(3)9.
       01  WS-CONN-ID-DISPLAY          PIC Z(7)9.
       01  WS-SEQ-DISPLAY              PIC Z(7)9.
       01  WS-ATTEMPT-DISPLAY          PIC Z(3)9.
       01  WS-AGE-DISPLAY              PIC Z(5)9.
       01  WS-LENGTH-DISPLAY           PIC Z(7)9.

       01  WS-RESULT-CATEGORY-NAME     PIC X(20) VALUE SPACES.
       01  WS-STATUS-BEFORE            PIC X(1) VALUE SPACE.
       01  WS-ATTEMPTS-BEFORE          PIC 9(4) VALUE ZERO.

      *    Ages are whole minutes on the intrinsic day calendar, so
      *    an entry queued before midnight ages correctly after it.
       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-NOW-MINUTES              PIC 9(12) COMP VALUE ZERO.
       01  WS-QUEUED-MINUTES           PIC 9(12) COMP VALUE ZERO.
       01  WS-AGE-HOURS                PIC 9(8) COMP VALUE ZERO.
       01  WS-STAMP-WORK               PIC X(21) VALUE SPACES.
       01  WS-STAMP-WORK-R REDEFINES WS-STAMP-WORK.
           05  WS-SW-DATE              PIC 9(8).
           05  WS-SW-HOUR              PIC 9(2).
           05  WS-SW-MINUTE            PIC 9(2).
           05  FILLER                  PIC X(9).
       01  WS-STAMP-MINUTES            PIC 9(12) COMP VALUE ZERO.

       01  WS-BODY-OFFSET              PIC 9(4) COMP VALUE ZERO.
       01  WS-BODY-REMAINING           PIC S9(8) COMP VALUE ZERO.
       01  WS-SLICE-LENGTH             PIC 9(4) COMP VALUE ZERO.

       01  WS-SHOW-IO-AREA             PIC X(1024).
       01  WS-SHOW-IO-R REDEFINES WS-SHOW-IO-AREA.
           COPY POLYCALL-IOAREA.

      *    Console sign-on and command authority.
       01  WS-OPERFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-CONSACT-STATUS           PIC X(2) VALUE SPACES.
       01  WS-OPERFILE-EOF-FLAG        PIC X(1) VALUE "N".
           88  WS-NO-MORE-OPERATORS             VALUE "Y".
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
       01  WS-QUEUE-ACTION             PIC X(8) VALUE SPACES.
       01  WS-REWRITE-FLAG             PIC X(1) VALUE "Y".
           88  WS-REWRITE-DONE                  VALUE "Y".
           88  WS-REWRITE-FAILED                VALUE "N".
           COPY POLYCALL-CREDSCR.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *    Every intervention is recorded against whoever made it -
      *    an anonymous session is not allowed to make one.
           PERFORM OPERATOR-SIGN-ON

           OPEN I-O OUTBOUND-QUEUE-FILE
           IF WS-OUTQFILE-STATUS = "35"
               CLOSE CONSOLE-ACTIVITY-FILE
               DISPLAY "POLYCALL-OUTQCON: NO OUTBOUND QUEUE"
               STOP RUN
           END-IF
           IF WS-OUTQFILE-STATUS NOT = "00"
               CLOSE CONSOLE-ACTIVITY-FILE
               DISPLAY "POLYCALL-OUTQCON: OUTBOUND QUEUE NOT USABLE - "
                       "STATUS " WS-OUTQFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND QUEUE-ACTION-AUDIT-FILE
           IF WS-QAUDIT-FILE-STATUS = "35"
              OR WS-QAUDIT-FILE-STATUS = "05"
               OPEN OUTPUT QUEUE-ACTION-AUDIT-FILE
           END-IF

           PERFORM CONSOLE-CYCLE UNTIL WS-CONSOLE-DONE

           CLOSE OUTBOUND-QUEUE-FILE
           CLOSE QUEUE-ACTION-AUDIT-FILE
           CLOSE CONSOLE-ACTIVITY-FILE
           DISPLAY "POLYCALL-OUTQCON: END OF SESSION"
           STOP RUN.

       CONSOLE-CYCLE.
           DISPLAY " "
           DISPLAY "POLYCALL-OUTQCON  L=LIST S=STATUS H=HOST A=AGE"
           DISPLAY "                  V=VIEW ENTRY R=REQUEUE"
           DISPLAY "                  X=CANCEL Q=QUIT"
           MOVE SPACE TO WS-COMMAND
           ACCEPT WS-COMMAND

           PERFORM SET-COMMAND-AUTHORITY
           PERFORM AUTHORIZE-COMMAND
           IF WS-COMMAND-ALLOWED
               PERFORM RUN-CONSOLE-COMMAND
           END-IF.

       SET-COMMAND-AUTHORITY.
      *    The listings are inquiry. Viewing an entry shows its
      *    message body and requeue/cancel change what the
      *    forwarder delivers, so those are operate.
           EVALUATE WS-COMMAND
               WHEN "L"
               WHEN "S"
               WHEN "H"
               WHEN "A"
               WHEN "Q"
                   SET WS-NEEDS-INQUIRY TO TRUE
               WHEN "V"
               WHEN "R"
               WHEN "X"
                   SET WS-NEEDS-OPERATE TO TRUE
               WHEN OTHER
                   SET WS-COMMAND-UNKNOWN TO TRUE
           END-EVALUATE.

       RUN-CONSOLE-COMMAND.
           MOVE SPACE TO WS-STATUS-FILTER
           MOVE SPACES TO WS-HOST-FILTER
           MOVE ZERO TO WS-MIN-AGE-HOURS
           EVALUATE WS-COMMAND
               WHEN "L"
                   PERFORM LIST-QUEUE-ENTRIES
               WHEN "S"
                   DISPLAY "STATUS (Q/S/F/X)?"
                   ACCEPT WS-STATUS-FILTER
                   PERFORM LIST-QUEUE-ENTRIES
               WHEN "H"
                   DISPLAY "HOST?"
                   ACCEPT WS-HOST-FILTER
                   PERFORM LIST-QUEUE-ENTRIES
               WHEN "A"
                   DISPLAY "MINIMUM AGE IN HOURS?"
                   ACCEPT WS-MIN-AGE-HOURS
                   PERFORM LIST-QUEUE-ENTRIES
               WHEN "V"
                   PERFORM VIEW-ONE-ENTRY
               WHEN "R"
                   PERFORM REQUEUE-ENTRY
               WHEN "X"
                   PERFORM CANCEL-ENTRY
               WHEN "Q"
                   SET WS-CONSOLE-DONE TO TRUE
           END-EVALUATE.

       LIST-QUEUE-ENTRIES.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE "N" TO WS-END-OF-FILE
           PERFORM GET-NOW-MINUTES
           MOVE LOW-VALUES TO PC-OQ-KEY
           START OUTBOUND-QUEUE-FILE
               KEY IS NOT LESS THAN PC-OQ-KEY
               INVALID KEY
                   SET WS-NO-MORE-ENTRIES TO TRUE
           END-START
           IF NOT WS-NO-MORE-ENTRIES
               PERFORM READ-NEXT-ENTRY
           END-IF
           PERFORM SHOW-MATCHING-ENTRY UNTIL WS-NO-MORE-ENTRIES
           MOVE WS-LISTED-COUNT TO WS-LISTED-DISPLAY
           DISPLAY "ENTRIES LISTED: " WS-LISTED-DISPLAY.

       READ-NEXT-ENTRY.
           READ OUTBOUND-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-ENTRIES TO TRUE
           END-READ.

       SHOW-MATCHING-ENTRY.
           PERFORM COMPUTE-ENTRY-AGE
           IF (WS-STATUS-FILTER = SPACE
                   OR PC-OQ-STATUS = WS-STATUS-FILTER)
              AND (WS-HOST-FILTER = SPACES
                   OR PC-OQ-HOST = WS-HOST-FILTER)
              AND WS-AGE-HOURS >= WS-MIN-AGE-HOURS
               ADD 1 TO WS-LISTED-COUNT
               PERFORM DISPLAY-QUEUE-ENTRY
           END-IF
           PERFORM READ-NEXT-ENTRY.

       GET-NOW-MINUTES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-STAMP-WORK
           PERFORM CONVERT-STAMP-TO-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES.

       CONVERT-STAMP-TO-MINUTES.
           MOVE ZERO TO WS-STAMP-MINUTES
           IF WS-SW-DATE NUMERIC AND WS-SW-DATE > ZERO
              AND WS-SW-HOUR NUMERIC AND WS-SW-MINUTE NUMERIC
               COMPUTE WS-STAMP-MINUTES
                   = FUNCTION INTEGER-OF-DATE(WS-SW-DATE) * 1440
                     + WS-SW-HOUR * 60 + WS-SW-MINUTE
           END-IF.

       COMPUTE-ENTRY-AGE.
           MOVE PC-OQ-QUEUED-TIMESTAMP TO WS-STAMP-WORK
           PERFORM CONVERT-STAMP-TO-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-QUEUED-MINUTES
           IF WS-QUEUED-MINUTES = ZERO
              OR WS-QUEUED-MINUTES > WS-NOW-MINUTES
               MOVE ZERO TO WS-AGE-HOURS
           ELSE
               COMPUTE WS-AGE-HOURS
                   = (WS-NOW-MINUTES - WS-QUEUED-MINUTES) / 60
           END-IF.

       TRANSLATE-RESULT-CATEGORY.
      *    Same code-to-category lookup POLYCALL-BRIDGE applies when
      *    it audits the call, so the console and the audit trail
      *    agree on what each failure is called.
           MOVE "UNCATEGORIZED" TO WS-RESULT-CATEGORY-NAME
           SET PC-ERR-NAME-IDX TO 1
           SEARCH PC-ERR-NAME-ENTRY
               AT END
                   MOVE "UNCATEGORIZED" TO WS-RESULT-CATEGORY-NAME
               WHEN PC-ERR-NAME-CODE(PC-ERR-NAME-IDX)
                                               = PC-OQ-LAST-RESULT
                   MOVE PC-ERR-NAME-TEXT(PC-ERR-NAME-IDX)
                                            TO WS-RESULT-CATEGORY-NAME
           END-SEARCH.

       DISPLAY-QUEUE-ENTRY.
           MOVE PC-OQ-CONN-ID       TO WS-CONN-ID-DISPLAY
           MOVE PC-OQ-MSG-SEQUENCE  TO WS-SEQ-DISPLAY
           MOVE PC-OQ-ATTEMPT-COUNT TO WS-ATTEMPT-DISPLAY
           MOVE WS-AGE-HOURS        TO WS-AGE-DISPLAY
           PERFORM TRANSLATE-RESULT-CATEGORY
           DISPLAY "CONNID=" WS-CONN-ID-DISPLAY
                   " SEQ=" WS-SEQ-DISPLAY
                   " STATUS=" PC-OQ-STATUS
                   " QUEUED=" PC-OQ-QUEUED-TIMESTAMP (1 : 14)
                   " AGE(H)=" WS-AGE-DISPLAY
           DISPLAY "  ATTEMPTS=" WS-ATTEMPT-DISPLAY
                   " LAST RESULT=" PC-OQ-LAST-RESULT
                   " " WS-RESULT-CATEGORY-NAME
           DISPLAY "  HOST=" PC-OQ-HOST (1 : 64)
                   " PORT=" PC-OQ-PORT.

       ACCEPT-QUEUE-KEY.
      *    The full queue key - sequences are per host, and
      *    connectionless queued sends share connection id zero.
           DISPLAY "CONN-ID?"
           MOVE ZERO TO WS-CONN-ID-INPUT
           ACCEPT WS-CONN-ID-INPUT
           DISPLAY "SEQUENCE?"
           MOVE ZERO TO WS-SEQ-INPUT
           ACCEPT WS-SEQ-INPUT
           DISPLAY "HOST?"
           MOVE SPACES TO WS-HOST-INPUT
           ACCEPT WS-HOST-INPUT
           DISPLAY "PORT?"
           MOVE ZERO TO WS-PORT-INPUT
           ACCEPT WS-PORT-INPUT
           MOVE WS-CONN-ID-INPUT TO PC-OQ-CONN-ID
           MOVE WS-SEQ-INPUT     TO PC-OQ-MSG-SEQUENCE
           MOVE WS-HOST-INPUT    TO PC-OQ-HOST
           MOVE WS-PORT-INPUT    TO PC-OQ-PORT.

       VIEW-ONE-ENTRY.
           PERFORM ACCEPT-QUEUE-KEY
           READ OUTBOUND-QUEUE-FILE
               INVALID KEY
                   DISPLAY "ENTRY NOT ON QUEUE"
               NOT INVALID KEY
                   PERFORM GET-NOW-MINUTES
                   PERFORM COMPUTE-ENTRY-AGE
                   PERFORM DISPLAY-QUEUE-ENTRY
                   PERFORM DISPLAY-QUEUED-IO-AREA
           END-READ.

       DISPLAY-QUEUED-IO-AREA.
      *    The caller's hand-off as the forwarder will re-drive it.
      *    Raw password fields are never shown - the credential
      *    name is enough to say which vault entry will be used.
           MOVE PC-OQ-INPUT-DATA TO WS-SHOW-IO-AREA
           MOVE PC-IO-MSG-SEQUENCE TO WS-SEQ-DISPLAY
           MOVE PC-IO-MSG-LENGTH   TO WS-LENGTH-DISPLAY
           DISPLAY "  SENT=" PC-OQ-SENT-TIMESTAMP (1 : 14)
           DISPLAY "  TYPE=" PC-IO-MSG-TYPE
                   " IO-SEQ=" WS-SEQ-DISPLAY
                   " LENGTH=" WS-LENGTH-DISPLAY
                   " PROTO=" PC-IO-PROTOCOL
           DISPLAY "  DEST=" PC-IO-DEST-NAME
                   " CRED=" PC-IO-CRED-NAME
                   " USERID=" PC-IO-CRED-USERID
           DISPLAY "  BODY:"
           MOVE 1 TO WS-BODY-OFFSET
           MOVE PC-IO-MSG-LENGTH TO WS-BODY-REMAINING
           IF WS-BODY-REMAINING > LENGTH OF PC-IO-BODY
               MOVE LENGTH OF PC-IO-BODY TO WS-BODY-REMAINING
           END-IF
           PERFORM UNTIL WS-BODY-REMAINING <= ZERO
               IF WS-BODY-REMAINING > 64
                   MOVE 64 TO WS-SLICE-LENGTH
               ELSE
                   MOVE WS-BODY-REMAINING TO WS-SLICE-LENGTH
               END-IF
               DISPLAY "    "
                       PC-IO-BODY(WS-BODY-OFFSET : WS-SLICE-LENGTH)
               ADD WS-SLICE-LENGTH TO WS-BODY-OFFSET
               SUBTRACT WS-SLICE-LENGTH FROM WS-BODY-REMAINING
           END-PERFORM.

       REQUEUE-ENTRY.
           PERFORM ACCEPT-QUEUE-KEY
           READ OUTBOUND-QUEUE-FILE
               INVALID KEY
                   DISPLAY "ENTRY NOT ON QUEUE"
                   EXIT PARAGRAPH
           END-READ
           IF PC-OQ-STATUS NOT = "F"
      *        Only a message the forwarder gave up on needs a
      *        requeue - a Q entry is already queued, and an S or X
      *        entry must never be sent again by accident.
               DISPLAY "ONLY A FAILED (F) ENTRY CAN BE REQUEUED"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NOW-MINUTES
           PERFORM COMPUTE-ENTRY-AGE
           PERFORM DISPLAY-QUEUE-ENTRY
           DISPLAY "REASON?"
           MOVE SPACES TO WS-REASON-INPUT
           ACCEPT WS-REASON-INPUT
           DISPLAY "CONFIRM REQUEUE (Y)?"
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "REQUEUE NOT CONFIRMED"
               EXIT PARAGRAPH
           END-IF
      *    Refused as a copy of a message already sent - requeued
      *    as it stands it would only be refused again, so the
      *    operator must say the partner wants it a second time.
           MOVE "REQUEUE" TO WS-QUEUE-ACTION
           IF PC-OQ-LAST-RESULT = PC-ERROR-DUPLICATE-SEND
              AND NOT PC-OQ-RESEND-REQUESTED
               DISPLAY "REFUSED AS A DUPLICATE SEND - PARTNER HAS"
                       " ASKED FOR IT AGAIN (Y)?"
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "REQUEUE NOT CONFIRMED"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO PC-OQ-RESEND-FLAG
               MOVE "RESEND" TO WS-QUEUE-ACTION
           END-IF

           MOVE PC-OQ-STATUS        TO WS-STATUS-BEFORE
           MOVE PC-OQ-ATTEMPT-COUNT TO WS-ATTEMPTS-BEFORE
      *    A fresh attempt budget - the forwarder's give-up count
      *    starts again from zero.
           MOVE "Q"  TO PC-OQ-STATUS
           MOVE ZERO TO PC-OQ-ATTEMPT-COUNT
           PERFORM BUILD-ACTION-AUDIT
           REWRITE PC-OUTQ-RECORD
               INVALID KEY
                   DISPLAY "REQUEUE FAILED - STATUS "
                           WS-OUTQFILE-STATUS
                   SET WS-REWRITE-FAILED TO TRUE
                   PERFORM WRITE-QUEUE-COMPLETION
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WRITE-ACTION-AUDIT
           SET WS-REWRITE-DONE TO TRUE
           PERFORM WRITE-QUEUE-COMPLETION
           DISPLAY "ENTRY REQUEUED".

       CANCEL-ENTRY.
           PERFORM ACCEPT-QUEUE-KEY
           READ OUTBOUND-QUEUE-FILE
               INVALID KEY
                   DISPLAY "ENTRY NOT ON QUEUE"
                   EXIT PARAGRAPH
           END-READ
           IF PC-OQ-STATUS NOT = "Q" AND PC-OQ-STATUS NOT = "F"
               DISPLAY "ONLY A QUEUED (Q) OR FAILED (F) ENTRY CAN BE"
                       " CANCELLED"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NOW-MINUTES
           PERFORM COMPUTE-ENTRY-AGE
           PERFORM DISPLAY-QUEUE-ENTRY
           DISPLAY "REASON?"
           MOVE SPACES TO WS-REASON-INPUT
           ACCEPT WS-REASON-INPUT
           IF WS-REASON-INPUT = SPACES
               DISPLAY "REASON REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRM CANCEL (Y)?"
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "CANCEL NOT CONFIRMED"
               EXIT PARAGRAPH
           END-IF

           MOVE PC-OQ-STATUS        TO WS-STATUS-BEFORE
           MOVE PC-OQ-ATTEMPT-COUNT TO WS-ATTEMPTS-BEFORE
           MOVE "X" TO PC-OQ-STATUS
           MOVE "CANCEL" TO WS-QUEUE-ACTION
           PERFORM BUILD-ACTION-AUDIT
           REWRITE PC-OUTQ-RECORD
               INVALID KEY
                   DISPLAY "CANCEL FAILED - STATUS "
                           WS-OUTQFILE-STATUS
                   SET WS-REWRITE-FAILED TO TRUE
                   PERFORM WRITE-QUEUE-COMPLETION
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WRITE-ACTION-AUDIT
           SET WS-REWRITE-DONE TO TRUE
           PERFORM WRITE-QUEUE-COMPLETION
           DISPLAY "ENTRY CANCELLED".

       BUILD-ACTION-AUDIT.
      *    Filled from the queue record before it is rewritten -
      *    the record area is not to be relied on afterwards - and
      *    written by WRITE-ACTION-AUDIT only once the REWRITE has
      *    gone through. WS-QUEUE-ACTION is already set; the queue
      *    record holds the entry as it will stand.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-QUEUE-ACTION      TO PC-QA-ACTION
           MOVE WS-CURRENT-TIMESTAMP TO PC-QA-TIMESTAMP
           MOVE WS-OPERATOR-ID       TO PC-QA-OPERATOR-ID
           MOVE PC-OQ-CONN-ID        TO PC-QA-CONN-ID
           MOVE PC-OQ-MSG-SEQUENCE   TO PC-QA-MSG-SEQUENCE
           MOVE PC-OQ-HOST           TO PC-QA-HOST
           MOVE PC-OQ-PORT           TO PC-QA-PORT
           MOVE WS-STATUS-BEFORE     TO PC-QA-STATUS-BEFORE
           MOVE PC-OQ-STATUS         TO PC-QA-STATUS-AFTER
           MOVE WS-ATTEMPTS-BEFORE   TO PC-QA-ATTEMPTS-BEFORE
           MOVE PC-OQ-LAST-RESULT    TO PC-QA-LAST-RESULT
           MOVE WS-REASON-INPUT      TO PC-QA-REASON.

       WRITE-ACTION-AUDIT.
           WRITE PC-OUTQAUD-RECORD.

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
               DISPLAY "POLYCALL-OUTQCON: SIGN-ON FAILED"
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

       WRITE-QUEUE-COMPLETION.
      *    What the REWRITE of the queue entry came to, on the
      *    console journal: the action and the key the operator
      *    gave, or the action and the file status it failed on.
           MOVE WS-CONN-ID-INPUT TO WS-CONN-ID-DISPLAY
           MOVE WS-SEQ-INPUT     TO WS-SEQ-DISPLAY
           MOVE SPACES TO WS-ACTIVITY-DETAIL
           IF WS-REWRITE-DONE
               STRING WS-QUEUE-ACTION DELIMITED BY SPACE
                      " CONNID=" DELIMITED BY SIZE
                      WS-CONN-ID-DISPLAY DELIMITED BY SIZE
                      " SEQ=" DELIMITED BY SIZE
                      WS-SEQ-DISPLAY DELIMITED BY SIZE
                      " HOST=" DELIMITED BY SIZE
                      WS-HOST-INPUT DELIMITED BY SPACE
                   INTO WS-ACTIVITY-DETAIL
               END-STRING
           ELSE
               STRING WS-QUEUE-ACTION DELIMITED BY SPACE
                      " FAILED STATUS " DELIMITED BY SIZE
                      WS-OUTQFILE-STATUS DELIMITED BY SIZE
                      " CONNID=" DELIMITED BY SIZE
                      WS-CONN-ID-DISPLAY DELIMITED BY SIZE
                      " SEQ=" DELIMITED BY SIZE
                      WS-SEQ-DISPLAY DELIMITED BY SIZE
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
           MOVE "OUTQCON"             TO PC-CX-PROGRAM
           MOVE WS-ACTIVITY-COMMAND   TO PC-CX-COMMAND
           MOVE WS-REQUIRED-LEVEL     TO PC-CX-REQUIRED-LEVEL
           MOVE WS-OPERATOR-LEVEL     TO PC-CX-OPERATOR-LEVEL
           MOVE WS-ACTIVITY-OUTCOME   TO PC-CX-OUTCOME
           MOVE WS-ACTIVITY-DETAIL    TO PC-CX-DETAIL
           WRITE PC-CONSACT-RECORD.
