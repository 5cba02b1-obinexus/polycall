      * their own schedule instead of having to be on the line at
      * the instant a message lands. Types with no route stay
      * pending and are reported.
      *
      * Partners that expect a reply are covered by the REPLYRULE
      * table (see POLYCALL-REPLYRULE.CPY): a delivered message
      * whose rule asks for one gets an ACK queued back to the
      * sending host through the bridge's QUEUE_MESSAGE, and a
      * message that cannot be routed, or whose application file
      * write fails, gets a NAK carrying the reason code and is
      * marked N (refused) so it is not refused again every night.
      * The sender is found through the CONNREG registry entry of
      * the connection the message arrived on. A message whose
      * type has no rule behaves exactly as before.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-INDISP.
           SELECT ROUTE-TABLE-FILE ASSIGN TO "TYPEROUTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.
           SELECT REPLY-RULE-FILE ASSIGN TO "REPLYRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT DEST-DIRECTORY-FILE ASSIGN TO "DESTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-FILE-STATUS.
           SELECT CONNECTION-REGISTRY-FILE ASSIGN TO "CONNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-RF-CONN-ID
               FILE STATUS IS WS-REGFILE-STATUS.
           SELECT APP-OUTPUT-FILE-1 ASSIGN TO "APPOUT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPOUT1-STATUS.
           RECORDING MODE IS F.
           COPY POLYCALL-ROUTEFILE.

       FD  REPLY-RULE-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-REPLYRULE.

       FD  DEST-DIRECTORY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-DESTFILE.

       FD  CONNECTION-REGISTRY-FILE.
           COPY POLYCALL-REGFILE.

       FD  APP-OUTPUT-FILE-1
           RECORDING MODE IS F.
       01  PC-APPOUT1-RECORD           PIC X(4145).
       01  PC-APPOUT4-RECORD           PIC X(4145).

       WORKING-STORAGE SECTION.
           COPY POLYCALL-CONSTANTS.

       01  WS-SPOOLFILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-ROUTE-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RULE-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-DEST-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-REGFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-APPOUT1-STATUS           PIC X(2) VALUE SPACES.
       01  WS-APPOUT2-STATUS           PIC X(2) VALUE SPACES.
       01  WS-APPOUT3-STATUS           PIC X(2) VALUE SPACES.
           88  WS-NO-MORE-SPOOL-RECORDS         VALUE "Y".
       01  WS-ROUTE-EOF-FLAG           PIC X(1) VALUE "N".
           88  WS-NO-MORE-ROUTE-RECORDS         VALUE "Y".
       01  WS-RULE-EOF-FLAG            PIC X(1) VALUE "N".
           88  WS-NO-MORE-RULE-RECORDS          VALUE "Y".
       01  WS-DEST-EOF-FLAG            PIC X(1) VALUE "N".
           88  WS-NO-MORE-DEST-RECORDS          VALUE "Y".
       01  WS-REGISTRY-OPEN-FLAG       PIC X(1) VALUE "N".
           88  WS-REGISTRY-OPEN                 VALUE "Y".
       01  WS-APP-WRITE-FLAG           PIC X(1) VALUE "Y".
           88  WS-APP-WRITE-OK                  VALUE "Y".
           88  WS-APP-WRITE-FAILED              VALUE "N".

       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-COUNT          PIC 9(4) COMP VALUE ZERO.
               10  WS-RT-APP-FILE      PIC 9(1).
       01  WS-ROUTE-APP-FILE           PIC 9(1) VALUE ZERO.

      *    Reply rules, and the DESTDIR members a rule's destination
      *    name qualifier is matched against.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-RR-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-RR-IDX.
               10  WS-RR-MSG-TYPE      PIC X(4).
               10  WS-RR-DEST-NAME     PIC X(20).
               10  WS-RR-ACK-FLAG      PIC X(1).
               10  WS-RR-ACK-TYPE      PIC X(4).
               10  WS-RR-NAK-TYPE      PIC X(4).
               10  WS-RR-BODY-TEMPLATE PIC X(80).
       01  WS-DEST-TABLE.
           05  WS-DEST-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-DD-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-DD-IDX.
               10  WS-DD-NAME          PIC X(20).
               10  WS-DD-HOST          PIC X(256).
               10  WS-DD-PORT          PIC 9(5).

       01  WS-RULE-FOUND-FLAG          PIC X(1) VALUE "N".
           88  WS-RULE-FOUND                    VALUE "Y".
       01  WS-MEMBER-FOUND-FLAG        PIC X(1) VALUE "N".
           88  WS-SENDER-IS-MEMBER              VALUE "Y".
       01  WS-RULE-SLOT                PIC 9(4) COMP VALUE ZERO.

      *    The sending host, from the registry entry of the
      *    connection the message arrived on - cached, since a
      *    connection's messages sit together on the spool key.
       01  WS-SENDER-LOOKUP-FLAG       PIC X(1) VALUE "N".
           88  WS-SENDER-LOOKUP-DONE            VALUE "Y".
       01  WS-SENDER-CONN-ID           PIC 9(8) VALUE ZERO.
       01  WS-SENDER-FOUND-FLAG        PIC X(1) VALUE "N".
           88  WS-SENDER-FOUND                  VALUE "Y".
       01  WS-SENDER-HOST              PIC X(256) VALUE SPACES.
       01  WS-SENDER-PORT              PIC 9(5) VALUE ZERO.
       01  WS-SENDER-PROTOCOL          PIC X(10) VALUE SPACES.

       01  WS-REPLY-TYPE               PIC X(4) VALUE SPACES.
       01  WS-REPLY-REASON             PIC 9(4) VALUE ZERO.
       01  WS-REPLY-QUEUED-FLAG        PIC X(1) VALUE "N".
           88  WS-REPLY-QUEUED                  VALUE "Y".
       01  WS-REPLY-BODY.
           05  WS-RB-INBOUND-SEQUENCE  PIC 9(8).
           05  WS-RB-INBOUND-TYPE      PIC X(4).
           05  WS-RB-REASON-CODE       PIC 9(4).
           05  WS-RB-TEXT              PIC X(80).
       01  WS-DEFAULT-ACK-TEXT         PIC X(80) VALUE
               "ACK SEQ=######## TYPE=@@@@".
       01  WS-DEFAULT-NAK-TEXT         PIC X(80) VALUE
               "NAK SEQ=######## TYPE=@@@@ REASON=%%%%".

       01  WS-REPLY-IO-AREA            PIC X(1024).
       01  WS-REPLY-IO-R REDEFINES WS-REPLY-IO-AREA.
           COPY POLYCALL-IOAREA.

       01  LNK-OPERATION               PIC X(20).
       01  LNK-INPUT-DATA              PIC X(1024).
       01  LNK-OUTPUT-DATA             PIC X(1024).
       01  LNK-RESULT-CODE             PIC 9(4) COMP.

       01  WS-DISPATCHED-COUNT         PIC 9(8) COMP VALUE ZERO.
       01  WS-UNROUTED-COUNT           PIC 9(8) COMP VALUE ZERO.
       01  WS-ALREADY-DONE-COUNT       PIC 9(8) COMP VALUE ZERO.
       01  WS-TEST-SKIPPED-COUNT       PIC 9(8) COMP VALUE ZERO.
       01  WS-QUARANTINED-COUNT        PIC 9(8) COMP VALUE ZERO.
       01  WS-REFUSED-EARLIER-COUNT    PIC 9(8) COMP VALUE ZERO.
       01  WS-WRITE-FAILED-COUNT       PIC 9(8) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(8) COMP VALUE ZERO.
       01  WS-ACK-QUEUED-COUNT         PIC 9(8) COMP VALUE ZERO.
       01  WS-NAK-QUEUED-COUNT         PIC 9(8) COMP VALUE ZERO.
       01  WS-REPLY-FAILED-COUNT       PIC 9(8) COMP VALUE ZERO.

       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.

               DISPLAY "POLYCALL-INDISP: NO ROUTING TABLE"
               STOP RUN
           END-IF
           PERFORM LOAD-REPLY-RULES
           PERFORM LOAD-DEST-DIRECTORY

           OPEN I-O INBOUND-SPOOL-FILE
           IF WS-SPOOLFILE-STATUS = "35"
               DISPLAY "POLYCALL-INDISP: NO SPOOL FILE"
               STOP RUN
           END-IF
           OPEN INPUT CONNECTION-REGISTRY-FILE
           IF WS-REGFILE-STATUS NOT = "35"
               SET WS-REGISTRY-OPEN TO TRUE
           END-IF
           OPEN EXTEND APP-OUTPUT-FILE-1
           IF WS-APPOUT1-STATUS = "35" OR WS-APPOUT1-STATUS = "05"
               OPEN OUTPUT APP-OUTPUT-FILE-1
               UNTIL WS-NO-MORE-SPOOL-RECORDS

           CLOSE INBOUND-SPOOL-FILE
           IF WS-REGISTRY-OPEN
               CLOSE CONNECTION-REGISTRY-FILE
           END-IF
           CLOSE APP-OUTPUT-FILE-1
           CLOSE APP-OUTPUT-FILE-2
           CLOSE APP-OUTPUT-FILE-3
           DISPLAY "POLYCALL-INDISP: " WS-DISPATCHED-COUNT
                   " DISPATCHED, " WS-UNROUTED-COUNT " UNROUTED, "
                   WS-ALREADY-DONE-COUNT " ALREADY DELIVERED, "
                   WS-TEST-SKIPPED-COUNT " TEST, "
                   WS-QUARANTINED-COUNT " QUARANTINED, "
                   WS-REFUSED-EARLIER-COUNT " REFUSED EARLIER"
           DISPLAY "POLYCALL-INDISP: " WS-WRITE-FAILED-COUNT
                   " WRITE FAILED, " WS-REFUSED-COUNT " REFUSED, "
                   WS-ACK-QUEUED-COUNT " ACK QUEUED, "
                   WS-NAK-QUEUED-COUNT " NAK QUEUED, "
                   WS-REPLY-FAILED-COUNT " REPLY FAILED"
           STOP RUN.

       LOAD-ROUTE-TABLE.

       DISPATCH-ONE-RECORD.
      *    Status T is a simulated run's rehearsal message - never
      *    dispatched to a live application file. Q is held in
      *    quarantine off the rule-violation report and N was
      *    refused on an earlier run; neither is dispatched here.
           EVALUATE PC-SP-STATUS
               WHEN "P"
                   PERFORM FIND-REPLY-RULE
                   PERFORM FIND-ROUTE-FOR-TYPE
                   IF WS-ROUTE-APP-FILE = ZERO
                       ADD 1 TO WS-UNROUTED-COUNT
                       MOVE PC-NAK-UNROUTABLE TO WS-REPLY-REASON
                       PERFORM REFUSE-SPOOL-RECORD
                   ELSE
                       PERFORM WRITE-TO-APP-FILE
                       IF WS-APP-WRITE-OK
                           MOVE FUNCTION CURRENT-DATE
                                           TO WS-CURRENT-TIMESTAMP
                           MOVE "D" TO PC-SP-STATUS
                           MOVE WS-CURRENT-TIMESTAMP
                                           TO PC-SP-DELIVERED-TIMESTAMP
                           REWRITE PC-SPOOL-RECORD
                           ADD 1 TO WS-DISPATCHED-COUNT
                           PERFORM ACKNOWLEDGE-SPOOL-RECORD
                       ELSE
      *                    Left pending for the next run unless the
      *                    sender is owed a refusal.
                           ADD 1 TO WS-WRITE-FAILED-COUNT
                           MOVE PC-NAK-DISPATCH-FAILED
                                       TO WS-REPLY-REASON
                           PERFORM REFUSE-SPOOL-RECORD
                       END-IF
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-ALREADY-DONE-COUNT
               WHEN "T"
                   ADD 1 TO WS-TEST-SKIPPED-COUNT
               WHEN "Q"
                   ADD 1 TO WS-QUARANTINED-COUNT
               WHEN "N"
                   ADD 1 TO WS-REFUSED-EARLIER-COUNT
           END-EVALUATE
           PERFORM READ-NEXT-SPOOL-RECORD.

       FIND-ROUTE-FOR-TYPE.
           END-SEARCH.

       WRITE-TO-APP-FILE.
           SET WS-APP-WRITE-OK TO TRUE
           MOVE PC-SP-RECEIVED-TIMESTAMP TO WS-DW-TIMESTAMP
           MOVE PC-SP-CONN-ID            TO WS-DW-CONN-ID
           MOVE PC-SP-MSG-SEQUENCE       TO WS-DW-MSG-SEQUENCE
           EVALUATE WS-ROUTE-APP-FILE
               WHEN 1
                   WRITE PC-APPOUT1-RECORD FROM WS-DISPATCH-WORK
                   IF WS-APPOUT1-STATUS NOT = "00"
                       SET WS-APP-WRITE-FAILED TO TRUE
                   END-IF
               WHEN 2
                   WRITE PC-APPOUT2-RECORD FROM WS-DISPATCH-WORK
                   IF WS-APPOUT2-STATUS NOT = "00"
                       SET WS-APP-WRITE-FAILED TO TRUE
                   END-IF
               WHEN 3
                   WRITE PC-APPOUT3-RECORD FROM WS-DISPATCH-WORK
                   IF WS-APPOUT3-STATUS NOT = "00"
                       SET WS-APP-WRITE-FAILED TO TRUE
                   END-IF
               WHEN 4
                   WRITE PC-APPOUT4-RECORD FROM WS-DISPATCH-WORK
                   IF WS-APPOUT4-STATUS NOT = "00"
                       SET WS-APP-WRITE-FAILED TO TRUE
                   END-IF
           END-EVALUATE.

       ACKNOWLEDGE-SPOOL-RECORD.
           IF NOT WS-RULE-FOUND
              OR WS-RR-ACK-FLAG(WS-RULE-SLOT) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RR-ACK-TYPE(WS-RULE-SLOT) TO WS-REPLY-TYPE
           IF WS-REPLY-TYPE = SPACES
               MOVE "ACK" TO WS-REPLY-TYPE
           END-IF
           MOVE ZERO TO WS-REPLY-REASON
           MOVE WS-RR-BODY-TEMPLATE(WS-RULE-SLOT) TO WS-RB-TEXT
           IF WS-RB-TEXT = SPACES
               MOVE WS-DEFAULT-ACK-TEXT TO WS-RB-TEXT
           END-IF
           PERFORM QUEUE-REPLY-MESSAGE
           IF WS-REPLY-QUEUED
               ADD 1 TO WS-ACK-QUEUED-COUNT
           END-IF.

       REFUSE-SPOOL-RECORD.
      *    Only a rule naming a NAK type earns the sender a refusal.
      *    The record is marked N once the NAK is safely queued; if
      *    it could not be, the record stays P and is retried (and
      *    refused again if still undeliverable) on the next run.
           IF NOT WS-RULE-FOUND
              OR WS-RR-NAK-TYPE(WS-RULE-SLOT) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RR-NAK-TYPE(WS-RULE-SLOT) TO WS-REPLY-TYPE
           MOVE WS-RR-BODY-TEMPLATE(WS-RULE-SLOT) TO WS-RB-TEXT
           IF WS-RB-TEXT = SPACES
               MOVE WS-DEFAULT-NAK-TEXT TO WS-RB-TEXT
           END-IF
           PERFORM QUEUE-REPLY-MESSAGE
           IF WS-REPLY-QUEUED
               ADD 1 TO WS-NAK-QUEUED-COUNT
               ADD 1 TO WS-REFUSED-COUNT
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE "N" TO PC-SP-STATUS
               MOVE WS-CURRENT-TIMESTAMP
                               TO PC-SP-DELIVERED-TIMESTAMP
               REWRITE PC-SPOOL-RECORD
           END-IF.

       QUEUE-REPLY-MESSAGE.
      *    Addressed to the sender's host and port, connectionless
      *    (connection id zero) like any other queued send, with a
      *    zero sequence so the bridge assigns the next one for that
      *    host. The inbound sequence travels in the body.
           MOVE "N" TO WS-REPLY-QUEUED-FLAG
           PERFORM LOOKUP-SENDER-CONNECTION
           IF NOT WS-SENDER-FOUND
               ADD 1 TO WS-REPLY-FAILED-COUNT
               DISPLAY "POLYCALL-INDISP: NO SENDER FOR REPLY TO CONN "
                       PC-SP-CONN-ID " SEQ " PC-SP-MSG-SEQUENCE
               EXIT PARAGRAPH
           END-IF

           MOVE PC-SP-MSG-SEQUENCE TO WS-RB-INBOUND-SEQUENCE
           MOVE PC-SP-MSG-TYPE     TO WS-RB-INBOUND-TYPE
           MOVE WS-REPLY-REASON    TO WS-RB-REASON-CODE
           INSPECT WS-RB-TEXT REPLACING
               ALL "########" BY WS-RB-INBOUND-SEQUENCE
               ALL "@@@@"     BY WS-RB-INBOUND-TYPE
               ALL "%%%%"     BY WS-RB-REASON-CODE

           MOVE SPACES TO WS-REPLY-IO-AREA
           MOVE ZERO               TO PC-IO-CONN-ID
           MOVE WS-REPLY-TYPE      TO PC-IO-MSG-TYPE
           MOVE ZERO               TO PC-IO-MSG-SEQUENCE
           MOVE ZERO               TO PC-IO-MSG-TIMESTAMP
           MOVE LENGTH OF WS-REPLY-BODY TO PC-IO-MSG-LENGTH
           MOVE LENGTH OF WS-REPLY-BODY TO PC-IO-FRAG-LENGTH
           MOVE WS-SENDER-HOST     TO PC-IO-HOST
           MOVE WS-SENDER-PORT     TO PC-IO-PORT
           MOVE WS-SENDER-PROTOCOL TO PC-IO-PROTOCOL
           MOVE WS-REPLY-BODY      TO PC-IO-BODY

           MOVE "QUEUE_MESSAGE"  TO LNK-OPERATION
           MOVE WS-REPLY-IO-AREA TO LNK-INPUT-DATA
           MOVE SPACES           TO LNK-OUTPUT-DATA
           MOVE ZERO             TO LNK-RESULT-CODE

           CALL "POLYCALL-BRIDGE" USING LNK-OPERATION,
                                        LNK-INPUT-DATA,
                                        LNK-OUTPUT-DATA,
                                        LNK-RESULT-CODE

           IF LNK-RESULT-CODE = ZERO
               SET WS-REPLY-QUEUED TO TRUE
           ELSE
               ADD 1 TO WS-REPLY-FAILED-COUNT
               DISPLAY "POLYCALL-INDISP: " WS-REPLY-TYPE
                       " NOT QUEUED FOR CONN " PC-SP-CONN-ID
                       " SEQ " PC-SP-MSG-SEQUENCE
                       " RESULT " LNK-RESULT-CODE
           END-IF.

       LOOKUP-SENDER-CONNECTION.
           IF WS-SENDER-LOOKUP-DONE
              AND PC-SP-CONN-ID = WS-SENDER-CONN-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-SENDER-LOOKUP-DONE TO TRUE
           MOVE PC-SP-CONN-ID TO WS-SENDER-CONN-ID
           MOVE "N" TO WS-SENDER-FOUND-FLAG
           MOVE SPACES TO WS-SENDER-HOST
           MOVE ZERO TO WS-SENDER-PORT
           MOVE SPACES TO WS-SENDER-PROTOCOL
           IF WS-REGISTRY-OPEN
               MOVE PC-SP-CONN-ID TO PC-RF-CONN-ID
               READ CONNECTION-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SENDER-FOUND TO TRUE
                       MOVE PC-RF-HOST     TO WS-SENDER-HOST
                       MOVE PC-RF-PORT     TO WS-SENDER-PORT
                       MOVE PC-RF-PROTOCOL TO WS-SENDER-PROTOCOL
               END-READ
           END-IF.

       FIND-REPLY-RULE.
      *    A rule qualified by a destination name the sender is
      *    listed under beats the type's catch-all rule.
           MOVE "N" TO WS-RULE-FOUND-FLAG
           MOVE ZERO TO WS-RULE-SLOT
           IF WS-RULE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RR-IDX FROM 1 BY 1
                   UNTIL WS-RR-IDX > WS-RULE-COUNT
                      OR WS-RULE-FOUND
               IF WS-RR-MSG-TYPE(WS-RR-IDX) = PC-SP-MSG-TYPE
                  AND WS-RR-DEST-NAME(WS-RR-IDX) NOT = SPACES
                   PERFORM CHECK-SENDER-IN-DESTINATION
                   IF WS-SENDER-IS-MEMBER
                       SET WS-RULE-FOUND TO TRUE
                       SET WS-RULE-SLOT TO WS-RR-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RULE-FOUND
               EXIT PARAGRAPH
           END-IF
           SET WS-RR-IDX TO 1
           SEARCH WS-RR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RR-IDX > WS-RULE-COUNT
                   CONTINUE
               WHEN WS-RR-MSG-TYPE(WS-RR-IDX) = PC-SP-MSG-TYPE
                AND WS-RR-DEST-NAME(WS-RR-IDX) = SPACES
                   SET WS-RULE-FOUND TO TRUE
                   SET WS-RULE-SLOT TO WS-RR-IDX
           END-SEARCH.

       CHECK-SENDER-IN-DESTINATION.
           MOVE "N" TO WS-MEMBER-FOUND-FLAG
           PERFORM LOOKUP-SENDER-CONNECTION
           IF NOT WS-SENDER-FOUND
               EXIT PARAGRAPH
           END-IF
           SET WS-DD-IDX TO 1
           SEARCH WS-DD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DD-IDX > WS-DEST-COUNT
                   CONTINUE
               WHEN WS-DD-NAME(WS-DD-IDX) = WS-RR-DEST-NAME(WS-RR-IDX)
                AND WS-DD-HOST(WS-DD-IDX) = WS-SENDER-HOST
                AND WS-DD-PORT(WS-DD-IDX) = WS-SENDER-PORT
                   SET WS-SENDER-IS-MEMBER TO TRUE
           END-SEARCH.

       LOAD-REPLY-RULES.
           OPEN INPUT REPLY-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "35"
               READ REPLY-RULE-FILE
                   AT END
                       SET WS-NO-MORE-RULE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-RULE-RECORDS
                   IF WS-RULE-COUNT < 50
                      AND PC-RR-MSG-TYPE NOT = SPACES
                       ADD 1 TO WS-RULE-COUNT
                       SET WS-RR-IDX TO WS-RULE-COUNT
                       MOVE PC-RR-MSG-TYPE
                               TO WS-RR-MSG-TYPE(WS-RR-IDX)
                       MOVE PC-RR-DEST-NAME
                               TO WS-RR-DEST-NAME(WS-RR-IDX)
                       MOVE PC-RR-ACK-FLAG
                               TO WS-RR-ACK-FLAG(WS-RR-IDX)
                       MOVE PC-RR-ACK-TYPE
                               TO WS-RR-ACK-TYPE(WS-RR-IDX)
                       MOVE PC-RR-NAK-TYPE
                               TO WS-RR-NAK-TYPE(WS-RR-IDX)
                       MOVE PC-RR-BODY-TEMPLATE
                               TO WS-RR-BODY-TEMPLATE(WS-RR-IDX)
                   END-IF
                   READ REPLY-RULE-FILE
                       AT END
                           SET WS-NO-MORE-RULE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REPLY-RULE-FILE
           END-IF.

       LOAD-DEST-DIRECTORY.
           OPEN INPUT DEST-DIRECTORY-FILE
           IF WS-DEST-FILE-STATUS NOT = "35"
               READ DEST-DIRECTORY-FILE
                   AT END
                       SET WS-NO-MORE-DEST-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-DEST-RECORDS
                   IF WS-DEST-COUNT < 100
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
               CLOSE DEST-DIRECTORY-FILE
           END-IF.
