      * CBLPolyCall Field Rule Violation Report v1.0
      * OBINexus Aegis Engineering - Quarantined Inbound Work List
      *
      * POLYCALL-BRIDGE spools an inbound body that breaks one of
      * the FLDRULES edit rules with status Q instead of P, so the
      * dispatcher never writes it to an application file. This
      * report is the work list for those messages. It walks the
      * INMSGQ spool in key order - connection id, then sequence -
      * so each partner conversation comes out together under a
      * heading naming the connection's host, the DESTDIR name that
      * address resolves to and the partner that owns it. Every
      * quarantined message is listed with each rule its body
      * breaks today, tested the way the bridge tests it and with
      * the offending bytes shown. A message that no longer breaks
      * any rule (the rule was relaxed after it arrived) is marked
      * as a release candidate. Nothing on the spool is changed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-FLDVRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-SPOOL-FILE ASSIGN TO "INMSGQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-SP-KEY
               FILE STATUS IS WS-SPOOLFILE-STATUS.
           SELECT CONNECTION-REGISTRY-FILE ASSIGN TO "CONNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-RF-CONN-ID
               FILE STATUS IS WS-REGFILE-STATUS.
           SELECT DEST-DIRECTORY-FILE ASSIGN TO "DESTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTFILE-STATUS.
           SELECT FIELD-RULE-FILE ASSIGN TO "FLDRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEFILE-STATUS.
           SELECT PARTNER-MASTER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PT-CODE
               FILE STATUS IS WS-PTNFILE-STATUS.
           SELECT VIOLATION-REPORT-FILE ASSIGN TO "FLDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-SPOOL-FILE.
           COPY POLYCALL-SPOOLREC.

       FD  CONNECTION-REGISTRY-FILE.
           COPY POLYCALL-REGFILE.

       FD  DEST-DIRECTORY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-DESTFILE.

       FD  FIELD-RULE-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-FLDRULE.

       FD  PARTNER-MASTER-FILE.
           COPY POLYCALL-PARTNER.

       FD  VIOLATION-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-FLDVRPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY POLYCALL-CONSTANTS.

       01  WS-SPOOLFILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-REGFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-DESTFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-RULEFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-PTNFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-SPOOL-EOF-FLAG           PIC X(1) VALUE "N".
           88  WS-NO-MORE-SPOOL-RECORDS         VALUE "Y".
       01  WS-DEST-EOF-FLAG            PIC X(1) VALUE "N".
           88  WS-NO-MORE-DEST-RECORDS          VALUE "Y".
       01  WS-RULE-EOF-FLAG            PIC X(1) VALUE "N".
           88  WS-NO-MORE-RULE-RECORDS          VALUE "Y".
       01  WS-PARTNER-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-NO-MORE-PARTNERS              VALUE "Y".
       01  WS-REGISTRY-OPEN-FLAG       PIC X(1) VALUE "N".
           88  WS-REGISTRY-OPEN                 VALUE "Y".

           COPY POLYCALL-PTNTBL.

      *    Destination directory, host/port to name - the same
      *    reverse walk the bridge makes before it applies the
      *    inbound rules, so destination-keyed rules match here
      *    exactly as they did on receipt.
       01  WS-DEST-TABLE.
           05  WS-DEST-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-DD-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-DD-IDX.
               10  WS-DD-NAME          PIC X(20).
               10  WS-DD-HOST          PIC X(256).
               10  WS-DD-PORT          PIC 9(5).

      *    Field edit rules, screened on load exactly as the bridge
      *    screens them.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-FR-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-FR-IDX.
               10  WS-FR-MSG-TYPE      PIC X(4).
               10  WS-FR-DEST-NAME     PIC X(20).
               10  WS-FR-POSITION      PIC 9(4) COMP.
               10  WS-FR-LENGTH        PIC 9(4) COMP.
               10  WS-FR-RULE          PIC X(8).
               10  WS-FR-VALUE-LIST    PIC X(60).

       01  WS-CURRENT-CONN-ID          PIC 9(8) VALUE ZERO.
       01  WS-CONVERSATION-FLAG        PIC X(1) VALUE "N".
           88  WS-CONVERSATION-OPEN             VALUE "Y".
       01  WS-CONN-HOST                PIC X(256) VALUE SPACES.
       01  WS-CONN-PORT                PIC 9(5) VALUE ZERO.
       01  WS-CONN-DEST-NAME           PIC X(20) VALUE SPACES.
       01  WS-PARTNER-LABEL            PIC X(8) VALUE SPACES.

       01  WS-EDIT-RESULT-FLAG         PIC X(1) VALUE "Y".
           88  WS-EDIT-PASSED                   VALUE "Y".
           88  WS-EDIT-FAILED                   VALUE "N".
       01  WS-EDIT-RULE-END            PIC 9(8) COMP VALUE ZERO.
       01  WS-EDIT-FIELD               PIC X(60) VALUE SPACES.
       01  WS-EDIT-VALUE               PIC X(60) VALUE SPACES.
       01  WS-EDIT-POINTER             PIC 9(4) COMP VALUE ZERO.
       01  WS-EDIT-MATCH-FLAG          PIC X(1) VALUE "N".
           88  WS-EDIT-VALUE-MATCHED            VALUE "Y".
       01  WS-EDIT-DATE                PIC 9(8) VALUE ZERO.
       01  WS-EDIT-SHOWN               PIC X(30) VALUE SPACES.
       01  WS-EDIT-SHOWN-LENGTH        PIC 9(4) COMP VALUE ZERO.
       01  WS-MESSAGE-VIOLATIONS       PIC 9(4) COMP VALUE ZERO.

       01  WS-SPOOL-READ-COUNT         PIC 9(8) COMP VALUE ZERO.
       01  WS-CONVERSATION-COUNT       PIC 9(8) COMP VALUE ZERO.
       01  WS-QUARANTINED-COUNT        PIC 9(8) COMP VALUE ZERO.
       01  WS-VIOLATION-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  WS-RELEASE-COUNT            PIC 9(8) COMP VALUE ZERO.
       01  WS-CONV-QUARANTINED         PIC 9(8) COMP VALUE ZERO.

       01  WS-CONN-ID-DISPLAY          PIC Z(7)9.
       01  WS-SEQ-DISPLAY              PIC Z(7)9.
       01  WS-LENGTH-DISPLAY           PIC Z(7)9.
       01  WS-POSITION-DISPLAY         PIC Z(3)9.
       01  WS-FIELD-LENGTH-DISPLAY     PIC Z(3)9.
       01  WS-COUNT-DISPLAY            PIC Z(7)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-3          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-4          PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           OPEN INPUT INBOUND-SPOOL-FILE
           IF WS-SPOOLFILE-STATUS = "35"
               DISPLAY "POLYCALL-FLDVRPT: NO INBOUND SPOOL FILE"
               STOP RUN
           END-IF
           OPEN INPUT CONNECTION-REGISTRY-FILE
           IF WS-REGFILE-STATUS NOT = "35"
               SET WS-REGISTRY-OPEN TO TRUE
           END-IF
           PERFORM LOAD-DEST-DIRECTORY
           PERFORM LOAD-FIELD-RULES
           PERFORM LOAD-PARTNER-MASTER

           OPEN OUTPUT VIOLATION-REPORT-FILE
           MOVE "POLYCALL FIELD RULE VIOLATION REPORT"
                                       TO PC-FLDVRPT-LINE
           WRITE PC-FLDVRPT-LINE
           MOVE SPACES TO PC-FLDVRPT-LINE
           WRITE PC-FLDVRPT-LINE

           PERFORM READ-NEXT-SPOOL-RECORD
           PERFORM REPORT-SPOOL-RECORD
               UNTIL WS-NO-MORE-SPOOL-RECORDS
           PERFORM CLOSE-CONVERSATION

           PERFORM WRITE-SUMMARY-LINE

           CLOSE INBOUND-SPOOL-FILE
           IF WS-REGISTRY-OPEN
               CLOSE CONNECTION-REGISTRY-FILE
           END-IF
           CLOSE VIOLATION-REPORT-FILE

           DISPLAY "POLYCALL-FLDVRPT: " WS-QUARANTINED-COUNT
                   " QUARANTINED IN " WS-CONVERSATION-COUNT
                   " CONVERSATIONS, " WS-VIOLATION-COUNT
                   " VIOLATIONS, " WS-RELEASE-COUNT
                   " RELEASE CANDIDATES"
           IF WS-QUARANTINED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-NEXT-SPOOL-RECORD.
           READ INBOUND-SPOOL-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-SPOOL-RECORDS TO TRUE
           END-READ.

       REPORT-SPOOL-RECORD.
           ADD 1 TO WS-SPOOL-READ-COUNT
           IF PC-SP-STATUS = "Q"
               IF NOT WS-CONVERSATION-OPEN
                  OR PC-SP-CONN-ID NOT = WS-CURRENT-CONN-ID
                   PERFORM CLOSE-CONVERSATION
                   PERFORM OPEN-CONVERSATION
               END-IF
               PERFORM REPORT-QUARANTINED-MESSAGE
           END-IF
           PERFORM READ-NEXT-SPOOL-RECORD.

       OPEN-CONVERSATION.
      *    The registry keeps a row for every connection it has
      *    handed out, closed or not, so the address behind an old
      *    conversation is still there to be named.
           SET WS-CONVERSATION-OPEN TO TRUE
           ADD 1 TO WS-CONVERSATION-COUNT
           MOVE ZERO TO WS-CONV-QUARANTINED
           MOVE PC-SP-CONN-ID TO WS-CURRENT-CONN-ID
           MOVE "UNREGISTERED" TO WS-CONN-HOST
           MOVE ZERO TO WS-CONN-PORT
           MOVE SPACES TO WS-CONN-DEST-NAME
           MOVE "NONE" TO WS-PARTNER-LABEL
           MOVE ZERO TO WS-PARTNER-FOUND-SUB
           IF WS-REGISTRY-OPEN
               MOVE PC-SP-CONN-ID TO PC-RF-CONN-ID
               READ CONNECTION-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-RF-HOST TO WS-CONN-HOST
                       MOVE PC-RF-PORT TO WS-CONN-PORT
                       PERFORM FIND-DEST-NAME-FOR-HOST
                       MOVE PC-RF-HOST TO WS-PARTNER-LOOKUP-HOST
                       MOVE PC-RF-PORT TO WS-PARTNER-LOOKUP-PORT
                       PERFORM FIND-PARTNER-FOR-HOST
                       IF WS-PARTNER-FOUND-SUB > ZERO
                           SET WS-PTN-IDX TO WS-PARTNER-FOUND-SUB
                           MOVE WS-PTN-CODE(WS-PTN-IDX)
                                           TO WS-PARTNER-LABEL
                       END-IF
               END-READ
           END-IF

           MOVE PC-SP-CONN-ID TO WS-CONN-ID-DISPLAY
           MOVE SPACES TO PC-FLDVRPT-LINE
           IF WS-CONN-DEST-NAME = SPACES
               MOVE "NONE" TO WS-CONN-DEST-NAME
           END-IF
           STRING "CONVERSATION CONNID=" DELIMITED BY SIZE
                  WS-CONN-ID-DISPLAY DELIMITED BY SIZE
                  " PARTNER=" DELIMITED BY SIZE
                  WS-PARTNER-LABEL DELIMITED BY SIZE
                  " DEST=" DELIMITED BY SIZE
                  WS-CONN-DEST-NAME DELIMITED BY SIZE
                  " HOST=" DELIMITED BY SIZE
                  WS-CONN-HOST DELIMITED BY SPACE
                  INTO PC-FLDVRPT-LINE
           WRITE PC-FLDVRPT-LINE
           IF WS-PARTNER-FOUND-SUB > ZERO
               MOVE SPACES TO PC-FLDVRPT-LINE
               STRING "  PARTNER NAME=" DELIMITED BY SIZE
                      WS-PTN-LEGAL-NAME(WS-PTN-IDX) DELIMITED BY SIZE
                      " CONTACT=" DELIMITED BY SIZE
                      WS-PTN-CONTACT-PHONE(WS-PTN-IDX)
                                               DELIMITED BY SPACE
                      INTO PC-FLDVRPT-LINE
               WRITE PC-FLDVRPT-LINE
           END-IF
           IF WS-CONN-DEST-NAME = "NONE"
               MOVE SPACES TO WS-CONN-DEST-NAME
           END-IF.

       CLOSE-CONVERSATION.
           IF NOT WS-CONVERSATION-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONV-QUARANTINED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PC-FLDVRPT-LINE
           STRING "  CONVERSATION TOTAL QUARANTINED="
                                               DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO PC-FLDVRPT-LINE
           WRITE PC-FLDVRPT-LINE
           MOVE SPACES TO PC-FLDVRPT-LINE
           WRITE PC-FLDVRPT-LINE
           MOVE "N" TO WS-CONVERSATION-FLAG.

       REPORT-QUARANTINED-MESSAGE.
           ADD 1 TO WS-QUARANTINED-COUNT
           ADD 1 TO WS-CONV-QUARANTINED
           MOVE PC-SP-MSG-SEQUENCE TO WS-SEQ-DISPLAY
           MOVE PC-SP-MSG-LENGTH   TO WS-LENGTH-DISPLAY
           MOVE SPACES TO PC-FLDVRPT-LINE
           STRING "  MESSAGE SEQ=" DELIMITED BY SIZE
                  WS-SEQ-DISPLAY DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  PC-SP-MSG-TYPE DELIMITED BY SIZE
                  " LENGTH=" DELIMITED BY SIZE
                  WS-LENGTH-DISPLAY DELIMITED BY SIZE
                  " RECEIVED=" DELIMITED BY SIZE
                  PC-SP-RECEIVED-TIMESTAMP(1 : 14) DELIMITED BY SIZE
                  INTO PC-FLDVRPT-LINE
           WRITE PC-FLDVRPT-LINE

           MOVE ZERO TO WS-MESSAGE-VIOLATIONS
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-RULE-COUNT
               IF WS-FR-MSG-TYPE(WS-FR-IDX) = PC-SP-MSG-TYPE
                  AND (WS-FR-DEST-NAME(WS-FR-IDX) = SPACES
                   OR WS-FR-DEST-NAME(WS-FR-IDX) = WS-CONN-DEST-NAME)
                   PERFORM CHECK-ONE-FIELD-RULE
                   IF WS-EDIT-FAILED
                       PERFORM WRITE-VIOLATION-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MESSAGE-VIOLATIONS = ZERO
               ADD 1 TO WS-RELEASE-COUNT
               MOVE "    NO CURRENT RULE FAILS - RELEASE CANDIDATE"
                                           TO PC-FLDVRPT-LINE
               WRITE PC-FLDVRPT-LINE
           END-IF.

       CHECK-ONE-FIELD-RULE.
      *    The same tests the bridge applies on receipt, against
      *    the body as it was spooled - already in our layout.
           SET WS-EDIT-PASSED TO TRUE
           EVALUATE WS-FR-RULE(WS-FR-IDX)
               WHEN "REQUIRED"
                   IF PC-SP-BODY
                      (WS-FR-POSITION(WS-FR-IDX) :
                       WS-FR-LENGTH(WS-FR-IDX)) = SPACES
                      OR PC-SP-BODY
                      (WS-FR-POSITION(WS-FR-IDX) :
                       WS-FR-LENGTH(WS-FR-IDX)) = LOW-VALUES
                       SET WS-EDIT-FAILED TO TRUE
                   END-IF
               WHEN "NUMERIC "
                   IF PC-SP-BODY
                      (WS-FR-POSITION(WS-FR-IDX) :
                       WS-FR-LENGTH(WS-FR-IDX)) NOT NUMERIC
                       SET WS-EDIT-FAILED TO TRUE
                   END-IF
               WHEN "DATEYMD "
                   IF PC-SP-BODY
                      (WS-FR-POSITION(WS-FR-IDX) : 8) NOT NUMERIC
                       SET WS-EDIT-FAILED TO TRUE
                   ELSE
                       MOVE PC-SP-BODY
                            (WS-FR-POSITION(WS-FR-IDX) : 8)
                                               TO WS-EDIT-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE)
                                               NOT = ZERO
                           SET WS-EDIT-FAILED TO TRUE
                       END-IF
                   END-IF
               WHEN "VALUES  "
                   MOVE SPACES TO WS-EDIT-FIELD
                   MOVE PC-SP-BODY
                        (WS-FR-POSITION(WS-FR-IDX) :
                         WS-FR-LENGTH(WS-FR-IDX)) TO WS-EDIT-FIELD
                   MOVE "N" TO WS-EDIT-MATCH-FLAG
                   MOVE 1 TO WS-EDIT-POINTER
                   PERFORM UNTIL WS-EDIT-VALUE-MATCHED
                              OR WS-EDIT-POINTER
                                       > LENGTH OF WS-EDIT-VALUE
                       MOVE SPACES TO WS-EDIT-VALUE
                       UNSTRING WS-FR-VALUE-LIST(WS-FR-IDX)
                           DELIMITED BY ","
                           INTO WS-EDIT-VALUE
                           WITH POINTER WS-EDIT-POINTER
                       END-UNSTRING
                       IF WS-EDIT-VALUE = WS-EDIT-FIELD
                           SET WS-EDIT-VALUE-MATCHED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-EDIT-VALUE-MATCHED
                       SET WS-EDIT-FAILED TO TRUE
                   END-IF
           END-EVALUATE.

       WRITE-VIOLATION-LINE.
      *    The offending bytes are shown up to 30 at a time - enough
      *    to see what the partner put there.
           ADD 1 TO WS-MESSAGE-VIOLATIONS
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE WS-FR-LENGTH(WS-FR-IDX) TO WS-EDIT-SHOWN-LENGTH
           IF WS-EDIT-SHOWN-LENGTH > LENGTH OF WS-EDIT-SHOWN
               MOVE LENGTH OF WS-EDIT-SHOWN TO WS-EDIT-SHOWN-LENGTH
           END-IF
           MOVE SPACES TO WS-EDIT-SHOWN
           MOVE PC-SP-BODY(WS-FR-POSITION(WS-FR-IDX) :
                           WS-EDIT-SHOWN-LENGTH) TO WS-EDIT-SHOWN
           INSPECT WS-EDIT-SHOWN REPLACING ALL LOW-VALUES BY "."
           MOVE WS-FR-POSITION(WS-FR-IDX) TO WS-POSITION-DISPLAY
           MOVE WS-FR-LENGTH(WS-FR-IDX)   TO WS-FIELD-LENGTH-DISPLAY
           MOVE SPACES TO PC-FLDVRPT-LINE
           STRING "    VIOLATION POS=" DELIMITED BY SIZE
                  WS-POSITION-DISPLAY DELIMITED BY SIZE
                  " LEN=" DELIMITED BY SIZE
                  WS-FIELD-LENGTH-DISPLAY DELIMITED BY SIZE
                  " RULE=" DELIMITED BY SIZE
                  WS-FR-RULE(WS-FR-IDX) DELIMITED BY SIZE
                  " FOUND='" DELIMITED BY SIZE
                  WS-EDIT-SHOWN(1 : WS-EDIT-SHOWN-LENGTH)
                                               DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO PC-FLDVRPT-LINE
           WRITE PC-FLDVRPT-LINE
           IF WS-FR-RULE(WS-FR-IDX) = "VALUES  "
               MOVE SPACES TO PC-FLDVRPT-LINE
               STRING "      ALLOWED=" DELIMITED BY SIZE
                      WS-FR-VALUE-LIST(WS-FR-IDX) DELIMITED BY SPACE
                      INTO PC-FLDVRPT-LINE
               WRITE PC-FLDVRPT-LINE
           END-IF.

       WRITE-SUMMARY-LINE.
           MOVE WS-CONVERSATION-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-QUARANTINED-COUNT  TO WS-COUNT-DISPLAY-2
           MOVE WS-VIOLATION-COUNT    TO WS-COUNT-DISPLAY-3
           MOVE WS-RELEASE-COUNT      TO WS-COUNT-DISPLAY-4
           MOVE SPACES TO PC-FLDVRPT-LINE
           STRING "SUMMARY CONVERSATIONS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " QUARANTINED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " VIOLATIONS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                  " RELEASE-CANDIDATES=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
                  INTO PC-FLDVRPT-LINE
           WRITE PC-FLDVRPT-LINE.

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

       FIND-DEST-NAME-FOR-HOST.
      *    First directory member naming this address wins, the
      *    order the bridge resolves in.
           MOVE SPACES TO WS-CONN-DEST-NAME
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
                   UNTIL WS-DD-IDX > WS-DEST-COUNT
                      OR WS-CONN-DEST-NAME NOT = SPACES
               IF WS-DD-HOST(WS-DD-IDX) = PC-RF-HOST
                  AND WS-DD-PORT(WS-DD-IDX) = PC-RF-PORT
                   MOVE WS-DD-NAME(WS-DD-IDX) TO WS-CONN-DEST-NAME
               END-IF
           END-PERFORM.

       LOAD-FIELD-RULES.
      *    No rule file means nothing can be reported against - every
      *    quarantined message then comes out a release candidate.
           OPEN INPUT FIELD-RULE-FILE
           IF WS-RULEFILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ FIELD-RULE-FILE
               AT END
                   SET WS-NO-MORE-RULE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RULE-RECORDS
               PERFORM TABLE-ONE-FIELD-RULE
               READ FIELD-RULE-FILE
                   AT END
                       SET WS-NO-MORE-RULE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE FIELD-RULE-FILE.

       TABLE-ONE-FIELD-RULE.
           IF WS-RULE-COUNT NOT < 200
              OR PC-FR-POSITION NOT NUMERIC
              OR PC-FR-LENGTH NOT NUMERIC
              OR PC-FR-POSITION = ZERO
              OR PC-FR-LENGTH = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EDIT-RULE-END
               = PC-FR-POSITION + PC-FR-LENGTH - 1
           IF WS-EDIT-RULE-END > PC-MAX-MESSAGE-SIZE
               EXIT PARAGRAPH
           END-IF
           EVALUATE PC-FR-RULE
               WHEN "REQUIRED"
               WHEN "NUMERIC "
                   CONTINUE
               WHEN "DATEYMD "
                   IF PC-FR-LENGTH NOT = 8
                       EXIT PARAGRAPH
                   END-IF
               WHEN "VALUES  "
                   IF PC-FR-LENGTH > LENGTH OF WS-EDIT-FIELD
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-RULE-COUNT
           SET WS-FR-IDX TO WS-RULE-COUNT
           MOVE PC-FR-MSG-TYPE   TO WS-FR-MSG-TYPE(WS-FR-IDX)
           MOVE PC-FR-DEST-NAME  TO WS-FR-DEST-NAME(WS-FR-IDX)
           MOVE PC-FR-POSITION   TO WS-FR-POSITION(WS-FR-IDX)
           MOVE PC-FR-LENGTH     TO WS-FR-LENGTH(WS-FR-IDX)
           MOVE PC-FR-RULE       TO WS-FR-RULE(WS-FR-IDX)
           MOVE PC-FR-VALUE-LIST TO WS-FR-VALUE-LIST(WS-FR-IDX).

       LOAD-PARTNER-MASTER.
      *    No partner master is not an error - every host then
      *    reports on its own, as it did before the master existed.
           MOVE "N" TO WS-PARTNER-EOF-FLAG
           OPEN INPUT PARTNER-MASTER-FILE
           IF WS-PTNFILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ PARTNER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-PARTNERS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-PARTNERS
               IF WS-PTN-COUNT < 100
                   PERFORM TABLE-ONE-PARTNER
               END-IF
               READ PARTNER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-PARTNERS TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARTNER-MASTER-FILE.

       TABLE-ONE-PARTNER.
           ADD 1 TO WS-PTN-COUNT
           SET WS-PTN-IDX TO WS-PTN-COUNT
           MOVE PC-PT-CODE          TO WS-PTN-CODE(WS-PTN-IDX)
           MOVE PC-PT-LEGAL-NAME    TO WS-PTN-LEGAL-NAME(WS-PTN-IDX)
           MOVE PC-PT-CONTACT-NAME  TO WS-PTN-CONTACT-NAME(WS-PTN-IDX)
           MOVE PC-PT-CONTACT-PHONE
                               TO WS-PTN-CONTACT-PHONE(WS-PTN-IDX)
           MOVE PC-PT-TARGET-CS     TO WS-PTN-TARGET-CS(WS-PTN-IDX)
           MOVE PC-PT-COST-CENTRE   TO WS-PTN-COST-CENTRE(WS-PTN-IDX)
           PERFORM VARYING WS-PTN-ENDPOINT-SUB FROM 1 BY 1
                   UNTIL WS-PTN-ENDPOINT-SUB > PC-PT-ENDPOINT-COUNT
                      OR WS-PTN-ENDPOINT-SUB > 8
               IF WS-PEP-COUNT < 400
                  AND PC-PT-HOST(WS-PTN-ENDPOINT-SUB) NOT = SPACES
                   ADD 1 TO WS-PEP-COUNT
                   MOVE PC-PT-HOST(WS-PTN-ENDPOINT-SUB)
                                   TO WS-PEP-HOST(WS-PEP-COUNT)
                   MOVE PC-PT-PORT(WS-PTN-ENDPOINT-SUB)
                                   TO WS-PEP-PORT(WS-PEP-COUNT)
                   MOVE WS-PTN-COUNT
                                   TO WS-PEP-PARTNER-SUB(WS-PEP-COUNT)
               END-IF
           END-PERFORM.

       FIND-PARTNER-FOR-HOST.
           MOVE ZERO TO WS-PARTNER-FOUND-SUB
           SET WS-PEP-IDX TO 1
           SEARCH WS-PEP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PEP-IDX > WS-PEP-COUNT
                   CONTINUE
               WHEN WS-PEP-HOST(WS-PEP-IDX) = WS-PARTNER-LOOKUP-HOST
                AND (WS-PEP-PORT(WS-PEP-IDX) = ZERO
                  OR WS-PARTNER-LOOKUP-PORT = ZERO
                  OR WS-PEP-PORT(WS-PEP-IDX) = WS-PARTNER-LOOKUP-PORT)
                   MOVE WS-PEP-PARTNER-SUB(WS-PEP-IDX)
                                        TO WS-PARTNER-FOUND-SUB
           END-SEARCH.
