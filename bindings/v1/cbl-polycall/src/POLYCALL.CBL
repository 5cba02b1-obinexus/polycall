           SELECT TRANSLATION-MAP-FILE ASSIGN TO "TRANSMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPFILE-STATUS.
           SELECT FIELD-RULE-FILE ASSIGN TO "FLDRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEFILE-STATUS.
           SELECT SIM-CONTROL-FILE ASSIGN TO "SIMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMCTL-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-SQ-KEY
               FILE STATUS IS WS-SEQFILE-STATUS.
           SELECT SENT-FINGERPRINT-FILE ASSIGN TO "SENTFP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPFILE-STATUS.
           SELECT DUP-CONTROL-FILE ASSIGN TO "DUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY POLYCALL-MAPFILE.

       FD  FIELD-RULE-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-FLDRULE.

       FD  SIM-CONTROL-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-SIMFILE.
       FD  SEQUENCE-COUNTER-FILE.
           COPY POLYCALL-SEQFILE.

       FD  SENT-FINGERPRINT-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-SENTFP.

       FD  DUP-CONTROL-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-DUPCTL.

       WORKING-STORAGE SECTION.
       01  WS-POLYCALL-VERSION     PIC X(10) VALUE "1.0.0".
       01  WS-BRIDGE-STATUS        PIC 9(4) COMP.
       01  WS-SEQFILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RATEFILE-STATUS      PIC X(2) VALUE SPACES.
       01  WS-MAPFILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RULEFILE-STATUS      PIC X(2) VALUE SPACES.
       01  WS-SIMCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-SIMRESP-STATUS       PIC X(2) VALUE SPACES.
       01  WS-FPFILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DUPCTL-STATUS        PIC X(2) VALUE SPACES.

      *    Credential vault, loaded once per run unit from
      *    CREDSTORE like the allow-list. Passwords live only here
       01  WS-MAP-DATE-WORK        PIC X(8) VALUE SPACES.
       01  WS-MAP-DATE-BUILT       PIC X(8) VALUE SPACES.

      *    Field edit rules, loaded once per run unit from FLDRULES
      *    like the translation maps. The caller stages the message
      *    type and destination name; the first rule the body in
      *    WS-PROTOCOL-BUFFER breaks is handed back in the failed
      *    fields for the result text.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT       PIC 9(4) COMP VALUE ZERO.
           05  WS-FR-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-FR-IDX.
               10  WS-FR-MSG-TYPE  PIC X(4).
               10  WS-FR-DEST-NAME PIC X(20).
               10  WS-FR-POSITION  PIC 9(4) COMP.
               10  WS-FR-LENGTH    PIC 9(4) COMP.
               10  WS-FR-RULE      PIC X(8).
               10  WS-FR-VALUE-LIST PIC X(60).
       01  WS-RULE-LOADED-FLAG     PIC X(1) VALUE "N".
           88  WS-RULE-LOADED                VALUE "Y".
       01  WS-RULE-EOF-FLAG        PIC X(1) VALUE "N".
           88  WS-NO-MORE-RULE-RECORDS        VALUE "Y".

       01  WS-EDIT-MSG-TYPE        PIC X(4) VALUE SPACES.
       01  WS-EDIT-DEST-NAME       PIC X(20) VALUE SPACES.
       01  WS-EDIT-DIRECTION       PIC X(1) VALUE "O".
           88  WS-EDIT-OUTBOUND              VALUE "O".
           88  WS-EDIT-INBOUND               VALUE "I".
       01  WS-EDIT-RESULT-FLAG     PIC X(1) VALUE "Y".
           88  WS-EDIT-PASSED                VALUE "Y".
           88  WS-EDIT-FAILED                VALUE "N".
       01  WS-EDIT-FAILED-POSITION PIC 9(4) VALUE ZERO.
       01  WS-EDIT-FAILED-RULE     PIC X(8) VALUE SPACES.
       01  WS-EDIT-RULE-END        PIC 9(8) COMP VALUE ZERO.
       01  WS-EDIT-FIELD           PIC X(60) VALUE SPACES.
       01  WS-EDIT-VALUE           PIC X(60) VALUE SPACES.
       01  WS-EDIT-POINTER         PIC 9(4) COMP VALUE ZERO.
       01  WS-EDIT-MATCH-FLAG      PIC X(1) VALUE "N".
           88  WS-EDIT-VALUE-MATCHED         VALUE "Y".
       01  WS-EDIT-DATE            PIC 9(8) VALUE ZERO.

      *    Duplicate-send guard. The per-type look-back periods
      *    come from DUPCTL and the fingerprints of everything sent
      *    inside the longest of them from SENTFP, both loaded once
      *    per run unit; each live send this run unit completes is
      *    added to the table as well as appended to the file. The
      *    table is a ring - when a look-back holds more sends than
      *    it has room for, the oldest fingerprint gives way.
       01  WS-LOOKBACK-TABLE.
           05  WS-LOOKBACK-COUNT   PIC 9(4) COMP VALUE ZERO.
           05  WS-LB-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-LB-IDX.
               10  WS-LB-MSG-TYPE  PIC X(4).
               10  WS-LB-DAYS      PIC 9(4) COMP.
       01  WS-LOOKBACK-DEFAULT     PIC 9(4) COMP VALUE ZERO.
       01  WS-LOOKBACK-LONGEST     PIC 9(4) COMP VALUE ZERO.
       01  WS-LOOKBACK-LOADED-FLAG PIC X(1) VALUE "N".
           88  WS-LOOKBACK-LOADED            VALUE "Y".
       01  WS-DUPCTL-EOF-FLAG      PIC X(1) VALUE "N".
           88  WS-NO-MORE-DUPCTL-RECORDS      VALUE "Y".

       01  WS-FINGERPRINT-TABLE.
           05  WS-FP-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-FP-NEXT-SLOT     PIC 9(4) COMP VALUE 1.
           05  WS-FP-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-FP-IDX.
               10  WS-FP-HOST      PIC X(256).
               10  WS-FP-PORT      PIC 9(5) COMP.
               10  WS-FP-MSG-TYPE  PIC X(4).
               10  WS-FP-CHECKSUM  PIC 9(8) COMP.
               10  WS-FP-LENGTH    PIC 9(8) COMP.
               10  WS-FP-SEND-DAY  PIC 9(8) COMP.
               10  WS-FP-SEND-DATE PIC 9(8).
               10  WS-FP-MSG-SEQUENCE PIC 9(8) COMP.
       01  WS-FP-LOADED-FLAG       PIC X(1) VALUE "N".
           88  WS-FP-LOADED                  VALUE "Y".
       01  WS-FP-EOF-FLAG          PIC X(1) VALUE "N".
           88  WS-NO-MORE-FP-RECORDS          VALUE "Y".

      *    The fingerprint in hand: host/port/type come from the
      *    PC-IO fields, the checksum and the length it covers are
      *    staged here by the caller of CHECK-DUPLICATE-SEND.
       01  WS-DUP-CHECKSUM         PIC 9(8) COMP VALUE ZERO.
       01  WS-DUP-LENGTH           PIC 9(8) COMP VALUE ZERO.
       01  WS-DUP-LOOKBACK-DAYS    PIC 9(4) COMP VALUE ZERO.
       01  WS-DUP-TODAY            PIC 9(8) VALUE ZERO.
       01  WS-DUP-TODAY-DAY        PIC 9(8) COMP VALUE ZERO.
       01  WS-DUP-OLDEST-DAY       PIC 9(8) COMP VALUE ZERO.
       01  WS-DUP-FOUND-FLAG       PIC X(1) VALUE "N".
           88  WS-DUPLICATE-FOUND            VALUE "Y".
       01  WS-DUP-ORIG-DATE        PIC 9(8) VALUE ZERO.
       01  WS-DUP-ORIG-SEQUENCE    PIC 9(8) VALUE ZERO.
       01  WS-DUP-QUEUED-FLAG      PIC X(1) VALUE "N".
           88  WS-DUP-WAS-QUEUED             VALUE "Y".
      *    A Q entry's stored I/O area, read under its own names so
      *    it can be set against the caller's.
       01  WS-QUEUED-IO-AREA       PIC X(1024).
       01  WS-QUEUED-IO-R REDEFINES WS-QUEUED-IO-AREA.
           COPY POLYCALL-IOAREA
               REPLACING LEADING ==PC-IO-== BY ==WS-QIO-==.
       01  WS-QUEUE-EOF-FLAG       PIC X(1) VALUE "N".
           88  WS-NO-MORE-QUEUE-ENTRIES      VALUE "Y".
       01  WS-QUEUE-WRITE-FLAG     PIC X(1) VALUE "N".
           88  WS-MESSAGE-QUEUED             VALUE "Y".
       01  WS-BROADCAST-DUPS       PIC 9(4) COMP VALUE ZERO.
       01  WS-BROADCAST-DUPS-DISPLAY PIC Z(3)9.

       01  WS-DEST-RESOLVE-FLAG    PIC X(1) VALUE "N".
           88  WS-DEST-NOT-NEEDED             VALUE "N".
           88  WS-DEST-RESOLVED               VALUE "Y".

       LINKAGE SECTION.
       01  LNK-OPERATION           PIC X(20).
      *    No operation name runs to 20 bytes - the last one is the
      *    caller's resend flag. Y lets a SEND_MESSAGE or
      *    QUEUE_MESSAGE through the duplicate-send guard; callers
      *    that only MOVE the name in leave it a space.
       01  LNK-OPERATION-R REDEFINES LNK-OPERATION.
           05  LNK-OPERATION-NAME  PIC X(19).
           05  LNK-RESEND-FLAG     PIC X(1).
               88  LNK-RESEND-REQUESTED      VALUE "Y".
       01  LNK-INPUT-DATA          PIC X(1024).
       01  LNK-IO-AREA REDEFINES LNK-INPUT-DATA.
           COPY POLYCALL-IOAREA.
               EXIT PROGRAM
           END-IF

           EVALUATE LNK-OPERATION-NAME
               WHEN "CONNECT"
                   PERFORM POLYCALL-CONNECT
                   PERFORM WRITE-AUDIT-RECORD
           MOVE WS-CURRENT-TIMESTAMP  TO PC-AUD-TIMESTAMP
           MOVE PC-IO-CONN-ID         TO PC-AUD-CONN-ID
           MOVE PC-IO-MSG-SEQUENCE    TO PC-AUD-MSG-SEQUENCE
           MOVE LNK-OPERATION-NAME    TO PC-AUD-OPERATION
           MOVE LNK-RESULT-CODE       TO PC-AUD-RESULT-CODE
           MOVE WS-ERROR-CATEGORY-NAME TO PC-AUD-ERROR-CATEGORY
           MOVE PC-IO-HOST            TO PC-AUD-HOST
           MOVE PC-RX-MSG-TYPE       TO PC-SP-MSG-TYPE
      *    Status T keeps a rehearsal message from being
      *    dispatched to a live application file as pending work.
      *    Status Q holds a body that broke a field edit rule
      *    back from the dispatcher the same way.
           IF WS-SIM-ACTIVE
               MOVE "T"              TO PC-SP-STATUS
           ELSE
               IF WS-EDIT-FAILED
                   MOVE "Q"          TO PC-SP-STATUS
               ELSE
                   MOVE "P"          TO PC-SP-STATUS
               END-IF
           END-IF
           MOVE WS-CURRENT-TIMESTAMP TO PC-SP-RECEIVED-TIMESTAMP
           MOVE SPACES               TO PC-SP-DELIVERED-TIMESTAMP
      *    Keyed and created-on-first-use exactly like the inbound
      *    spool. Re-queueing the same connection/sequence refreshes
      *    the existing record - its status drops back to Q so the
      *    forwarder picks it up again. Any other open status - a
      *    queue file defined for another record length among them
      *    - leaves WS-MESSAGE-QUEUED off for the caller to report.
           MOVE "N" TO WS-QUEUE-WRITE-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN I-O OUTBOUND-QUEUE-FILE
           IF WS-OUTQFILE-STATUS = "35"
               CLOSE OUTBOUND-QUEUE-FILE
               OPEN I-O OUTBOUND-QUEUE-FILE
           END-IF
           IF WS-OUTQFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE PC-IO-CONN-ID        TO PC-OQ-CONN-ID
           MOVE PC-IO-MSG-SEQUENCE   TO PC-OQ-MSG-SEQUENCE
           MOVE ZERO                 TO PC-OQ-ATTEMPT-COUNT
           MOVE ZERO                 TO PC-OQ-LAST-RESULT
           MOVE LNK-INPUT-DATA       TO PC-OQ-INPUT-DATA
           MOVE LNK-RESEND-FLAG      TO PC-OQ-RESEND-FLAG

           WRITE PC-OUTQ-RECORD
               INVALID KEY
                   REWRITE PC-OUTQ-RECORD
           END-WRITE
           IF WS-OUTQFILE-STATUS = "00"
               SET WS-MESSAGE-QUEUED TO TRUE
           END-IF

           CLOSE OUTBOUND-QUEUE-FILE.

                  AND WS-SF-PORT(WS-SF-IDX) = PC-IO-PORT
                  AND (WS-SF-OPERATION(WS-SF-IDX) = SPACES
                       OR WS-SF-OPERATION(WS-SF-IDX)
                                               = LNK-OPERATION-NAME)
                   MOVE WS-SF-RESULT-CODE(WS-SF-IDX)
                                       TO WS-SIM-INJECT-CODE
               END-IF
               END-IF
           END-PERFORM.

       LOAD-FIELD-RULES.
      *    Loaded once per run unit, like TRANSMAP. A missing file
      *    leaves the table empty, which passes every body. A rule
      *    that would read past the reassembly ceiling, or that
      *    names no check this bridge knows, is dropped here rather
      *    than left to misfire on every message of its type.
           IF NOT WS-RULE-LOADED
               SET WS-RULE-LOADED TO TRUE
               MOVE ZERO TO WS-RULE-COUNT
               OPEN INPUT FIELD-RULE-FILE
               IF WS-RULEFILE-STATUS NOT = "35"
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
                   CLOSE FIELD-RULE-FILE
               END-IF
           END-IF.

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

       CHECK-FIELD-EDIT-RULES.
      *    Every rule for WS-EDIT-MSG-TYPE that is either open to
      *    any destination or keyed to WS-EDIT-DEST-NAME is tested
      *    against WS-PROTOCOL-BUFFER; the first failure stops the
      *    walk. Padding past the true body length is spaces, so a
      *    field the body is too short to carry fails REQUIRED.
           PERFORM LOAD-FIELD-RULES
           SET WS-EDIT-PASSED TO TRUE
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-RULE-COUNT
                      OR WS-EDIT-FAILED
               IF WS-FR-MSG-TYPE(WS-FR-IDX) = WS-EDIT-MSG-TYPE
                  AND (WS-FR-DEST-NAME(WS-FR-IDX) = SPACES
                   OR WS-FR-DEST-NAME(WS-FR-IDX) = WS-EDIT-DEST-NAME)
                   PERFORM CHECK-ONE-FIELD-RULE
               END-IF
           END-PERFORM.

       CHECK-ONE-FIELD-RULE.
           EVALUATE WS-FR-RULE(WS-FR-IDX)
               WHEN "REQUIRED"
                   IF WS-PROTOCOL-BUFFER
                      (WS-FR-POSITION(WS-FR-IDX) :
                       WS-FR-LENGTH(WS-FR-IDX)) = SPACES
                      OR WS-PROTOCOL-BUFFER
                      (WS-FR-POSITION(WS-FR-IDX) :
                       WS-FR-LENGTH(WS-FR-IDX)) = LOW-VALUES
                       SET WS-EDIT-FAILED TO TRUE
                   END-IF
               WHEN "NUMERIC "
                   IF WS-PROTOCOL-BUFFER
                      (WS-FR-POSITION(WS-FR-IDX) :
                       WS-FR-LENGTH(WS-FR-IDX)) NOT NUMERIC
                       SET WS-EDIT-FAILED TO TRUE
                   END-IF
               WHEN "DATEYMD "
                   IF WS-PROTOCOL-BUFFER
                      (WS-FR-POSITION(WS-FR-IDX) : 8) NOT NUMERIC
                       SET WS-EDIT-FAILED TO TRUE
                   ELSE
                       MOVE WS-PROTOCOL-BUFFER
                            (WS-FR-POSITION(WS-FR-IDX) : 8)
                                               TO WS-EDIT-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE)
                                               NOT = ZERO
                           SET WS-EDIT-FAILED TO TRUE
                       END-IF
                   END-IF
               WHEN "VALUES  "
                   MOVE SPACES TO WS-EDIT-FIELD
                   MOVE WS-PROTOCOL-BUFFER
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
           END-EVALUATE
           IF WS-EDIT-FAILED
               MOVE WS-FR-POSITION(WS-FR-IDX) TO WS-EDIT-FAILED-POSITION
               MOVE WS-FR-RULE(WS-FR-IDX)     TO WS-EDIT-FAILED-RULE
           END-IF.

       EDIT-OUTBOUND-BODY.
      *    Outbound rules are keyed by the destination name the
      *    caller addressed - a raw host/port send only meets the
      *    rules open to any destination.
           SET WS-EDIT-OUTBOUND TO TRUE
           MOVE PC-IO-MSG-TYPE TO WS-EDIT-MSG-TYPE
           IF PC-IO-DEST-NAME = LOW-VALUES
               MOVE SPACES TO WS-EDIT-DEST-NAME
           ELSE
               MOVE PC-IO-DEST-NAME TO WS-EDIT-DEST-NAME
           END-IF
           PERFORM CHECK-FIELD-EDIT-RULES.

       SET-FIELD-EDIT-RESULT.
           MOVE SPACES TO LNK-OUTPUT-DATA
           IF WS-EDIT-INBOUND
               STRING "FIELD_EDIT_QUARANTINED POS=" DELIMITED BY SIZE
                      WS-EDIT-FAILED-POSITION DELIMITED BY SIZE
                      " RULE=" DELIMITED BY SIZE
                      WS-EDIT-FAILED-RULE DELIMITED BY SPACE
                      INTO LNK-OUTPUT-DATA
           ELSE
               STRING "FIELD_EDIT_FAILED POS=" DELIMITED BY SIZE
                      WS-EDIT-FAILED-POSITION DELIMITED BY SIZE
                      " RULE=" DELIMITED BY SIZE
                      WS-EDIT-FAILED-RULE DELIMITED BY SPACE
                      INTO LNK-OUTPUT-DATA
           END-IF
           MOVE PC-ERROR-FIELD-EDIT TO LNK-RESULT-CODE.

       LOAD-DUP-LOOKBACK.
      *    Loaded once per run unit, like the rate table. The spaces
      *    record overrides the shop default; the longest period of
      *    all bounds how much of SENTFP is worth holding in memory.
           IF NOT WS-LOOKBACK-LOADED
               SET WS-LOOKBACK-LOADED TO TRUE
               MOVE ZERO TO WS-LOOKBACK-COUNT
               MOVE PC-DUP-LOOKBACK-DAYS TO WS-LOOKBACK-DEFAULT
               OPEN INPUT DUP-CONTROL-FILE
               IF WS-DUPCTL-STATUS NOT = "35"
                   READ DUP-CONTROL-FILE
                       AT END
                           SET WS-NO-MORE-DUPCTL-RECORDS TO TRUE
                   END-READ
                   PERFORM UNTIL WS-NO-MORE-DUPCTL-RECORDS
                       IF PC-DC-MSG-TYPE = SPACES
                           MOVE PC-DC-LOOKBACK-DAYS
                                            TO WS-LOOKBACK-DEFAULT
                       ELSE
                           IF WS-LOOKBACK-COUNT < 50
                               ADD 1 TO WS-LOOKBACK-COUNT
                               SET WS-LB-IDX TO WS-LOOKBACK-COUNT
                               MOVE PC-DC-MSG-TYPE
                                       TO WS-LB-MSG-TYPE(WS-LB-IDX)
                               MOVE PC-DC-LOOKBACK-DAYS
                                       TO WS-LB-DAYS(WS-LB-IDX)
                           END-IF
                       END-IF
                       READ DUP-CONTROL-FILE
                           AT END
                               SET WS-NO-MORE-DUPCTL-RECORDS TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE DUP-CONTROL-FILE
               END-IF
               MOVE WS-LOOKBACK-DEFAULT TO WS-LOOKBACK-LONGEST
               PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                       UNTIL WS-LB-IDX > WS-LOOKBACK-COUNT
                   IF WS-LB-DAYS(WS-LB-IDX) > WS-LOOKBACK-LONGEST
                       MOVE WS-LB-DAYS(WS-LB-IDX)
                                            TO WS-LOOKBACK-LONGEST
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-SENT-FINGERPRINTS.
      *    Only fingerprints inside the longest look-back are kept -
      *    anything older cannot refuse a send whatever its type. A
      *    missing SENTFP just means nothing has been sent yet.
           PERFORM LOAD-DUP-LOOKBACK
           IF NOT WS-FP-LOADED
               SET WS-FP-LOADED TO TRUE
               MOVE ZERO TO WS-FP-COUNT
               MOVE 1 TO WS-FP-NEXT-SLOT
               PERFORM SET-DUP-TODAY
               COMPUTE WS-DUP-OLDEST-DAY
                   = WS-DUP-TODAY-DAY - WS-LOOKBACK-LONGEST
               OPEN INPUT SENT-FINGERPRINT-FILE
               IF WS-FPFILE-STATUS NOT = "35"
                   READ SENT-FINGERPRINT-FILE
                       AT END
                           SET WS-NO-MORE-FP-RECORDS TO TRUE
                   END-READ
                   PERFORM UNTIL WS-NO-MORE-FP-RECORDS
                       IF FUNCTION TEST-DATE-YYYYMMDD(PC-FP-SEND-DATE)
                                                             = ZERO
                           IF FUNCTION INTEGER-OF-DATE(PC-FP-SEND-DATE)
                                                 >= WS-DUP-OLDEST-DAY
                               PERFORM ADD-FINGERPRINT-ENTRY
                           END-IF
                       END-IF
                       READ SENT-FINGERPRINT-FILE
                           AT END
                               SET WS-NO-MORE-FP-RECORDS TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE SENT-FINGERPRINT-FILE
               END-IF
           END-IF.

       SET-DUP-TODAY.
      *    Taken afresh for every check and every record - an
      *    online region can stay up across midnight.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DUP-TODAY
           COMPUTE WS-DUP-TODAY-DAY
               = FUNCTION INTEGER-OF-DATE(WS-DUP-TODAY).

       ADD-FINGERPRINT-ENTRY.
      *    PC-SENTFP-RECORD holds the fingerprint - just read, or
      *    just written. Once the ring is full the oldest slot is
      *    overwritten; the file is read oldest first, so what
      *    survives a long look-back is always the most recent.
           SET WS-FP-IDX TO WS-FP-NEXT-SLOT
           MOVE PC-FP-HOST         TO WS-FP-HOST(WS-FP-IDX)
           MOVE PC-FP-PORT         TO WS-FP-PORT(WS-FP-IDX)
           MOVE PC-FP-MSG-TYPE     TO WS-FP-MSG-TYPE(WS-FP-IDX)
           MOVE PC-FP-CHECKSUM     TO WS-FP-CHECKSUM(WS-FP-IDX)
           MOVE PC-FP-LENGTH       TO WS-FP-LENGTH(WS-FP-IDX)
           MOVE PC-FP-SEND-DATE    TO WS-FP-SEND-DATE(WS-FP-IDX)
           COMPUTE WS-FP-SEND-DAY(WS-FP-IDX)
               = FUNCTION INTEGER-OF-DATE(PC-FP-SEND-DATE)
           MOVE PC-FP-MSG-SEQUENCE TO WS-FP-MSG-SEQUENCE(WS-FP-IDX)
           IF WS-FP-COUNT < 2000
               ADD 1 TO WS-FP-COUNT
           END-IF
           ADD 1 TO WS-FP-NEXT-SLOT
           IF WS-FP-NEXT-SLOT > 2000
               MOVE 1 TO WS-FP-NEXT-SLOT
           END-IF.

       CHECK-DUPLICATE-SEND.
      *    The caller stages the checksum and the length it covers
      *    in WS-DUP-CHECKSUM/WS-DUP-LENGTH; the destination and
      *    type are the staged PC-IO fields. A match inside this
      *    type's look-back refuses the send unless the caller set
      *    the resend flag. Where the same body went out more than
      *    once already (resends), the latest is the one named.
           MOVE "N" TO WS-DUP-FOUND-FLAG
           MOVE "N" TO WS-DUP-QUEUED-FLAG
           MOVE ZERO TO WS-DUP-ORIG-DATE
           MOVE ZERO TO WS-DUP-ORIG-SEQUENCE
           IF NOT LNK-RESEND-REQUESTED
               PERFORM LOAD-SENT-FINGERPRINTS
               PERFORM SET-DUP-TODAY
               MOVE WS-LOOKBACK-DEFAULT TO WS-DUP-LOOKBACK-DAYS
               SET WS-LB-IDX TO 1
               SEARCH WS-LB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LB-IDX > WS-LOOKBACK-COUNT
                       CONTINUE
                   WHEN WS-LB-MSG-TYPE(WS-LB-IDX) = PC-IO-MSG-TYPE
                       MOVE WS-LB-DAYS(WS-LB-IDX)
                                            TO WS-DUP-LOOKBACK-DAYS
               END-SEARCH
               IF WS-DUP-LOOKBACK-DAYS > ZERO
                   COMPUTE WS-DUP-OLDEST-DAY
                       = WS-DUP-TODAY-DAY - WS-DUP-LOOKBACK-DAYS
                   PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                           UNTIL WS-FP-IDX > WS-FP-COUNT
                       IF WS-FP-CHECKSUM(WS-FP-IDX) = WS-DUP-CHECKSUM
                          AND WS-FP-LENGTH(WS-FP-IDX) = WS-DUP-LENGTH
                          AND WS-FP-MSG-TYPE(WS-FP-IDX)
                                                    = PC-IO-MSG-TYPE
                          AND WS-FP-PORT(WS-FP-IDX) = PC-IO-PORT
                          AND WS-FP-HOST(WS-FP-IDX) = PC-IO-HOST
                          AND WS-FP-SEND-DAY(WS-FP-IDX)
                                                >= WS-DUP-OLDEST-DAY
                          AND WS-FP-SEND-DATE(WS-FP-IDX)
                                            NOT < WS-DUP-ORIG-DATE
                           SET WS-DUPLICATE-FOUND TO TRUE
                           MOVE WS-FP-SEND-DATE(WS-FP-IDX)
                                            TO WS-DUP-ORIG-DATE
                           MOVE WS-FP-MSG-SEQUENCE(WS-FP-IDX)
                                            TO WS-DUP-ORIG-SEQUENCE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       SET-DUPLICATE-SEND-RESULT.
      *    Name the original so the department can find it in the
      *    archive - or, not yet sent, on the queue - without a
      *    second lookup.
           MOVE SPACES TO LNK-OUTPUT-DATA
           IF WS-DUP-WAS-QUEUED
               STRING "DUPLICATE_SEND FIRST QUEUED=" DELIMITED BY SIZE
                      WS-DUP-ORIG-DATE DELIMITED BY SIZE
                      " SEQ=" DELIMITED BY SIZE
                      WS-DUP-ORIG-SEQUENCE DELIMITED BY SIZE
                      INTO LNK-OUTPUT-DATA
           ELSE
               STRING "DUPLICATE_SEND FIRST SENT=" DELIMITED BY SIZE
                      WS-DUP-ORIG-DATE DELIMITED BY SIZE
                      " SEQ=" DELIMITED BY SIZE
                      WS-DUP-ORIG-SEQUENCE DELIMITED BY SIZE
                      INTO LNK-OUTPUT-DATA
           END-IF
           MOVE PC-ERROR-DUPLICATE-SEND TO LNK-RESULT-CODE.

       RECORD-SENT-FINGERPRINT.
      *    Appended like the archive, created on first use, and
      *    added to the in-memory table so a second copy later in
      *    this same run unit is caught too.
           PERFORM LOAD-SENT-FINGERPRINTS
           PERFORM SET-DUP-TODAY
           OPEN EXTEND SENT-FINGERPRINT-FILE
           IF WS-FPFILE-STATUS = "35" OR WS-FPFILE-STATUS = "05"
               OPEN OUTPUT SENT-FINGERPRINT-FILE
           END-IF

           MOVE PC-IO-HOST            TO PC-FP-HOST
           MOVE PC-IO-PORT            TO PC-FP-PORT
           MOVE PC-IO-MSG-TYPE        TO PC-FP-MSG-TYPE
           MOVE WS-SEND-CHECKSUM      TO PC-FP-CHECKSUM
           MOVE PC-IO-MSG-LENGTH      TO PC-FP-LENGTH
           MOVE WS-DUP-TODAY          TO PC-FP-SEND-DATE
           MOVE PC-IO-MSG-SEQUENCE    TO PC-FP-MSG-SEQUENCE

           WRITE PC-SENTFP-RECORD
           PERFORM ADD-FINGERPRINT-ENTRY

           CLOSE SENT-FINGERPRINT-FILE.

       LOAD-CREDENTIAL-STORE.
      *    Loaded once per run unit - CREDSTORE is maintained by
      *    POLYCALL-CREDMNT, not something that changes mid-run. A
                   MOVE "FRAGMENT_OVERFLOW" TO LNK-OUTPUT-DATA
                   MOVE PC-ERROR-MESSAGE-SIZE TO LNK-RESULT-CODE
               ELSE
      *            A body the edit rules refuse would only be
      *            refused again when the forwarder sends it - turn
      *            it away now, while the caller is still here.
                   MOVE SPACES TO WS-PROTOCOL-BUFFER
                   MOVE PC-IO-BODY TO WS-PROTOCOL-BUFFER
                                          (1 : PC-IO-FRAG-LENGTH)
                   PERFORM EDIT-OUTBOUND-BODY
               END-IF
           END-IF
           IF WS-MESSAGE-VALID
              AND PC-IO-FRAG-LENGTH > ZERO
              AND PC-IO-FRAG-LENGTH NOT > LENGTH OF PC-IO-BODY
               IF WS-EDIT-FAILED
                   PERFORM SET-FIELD-EDIT-RESULT
               ELSE
                   PERFORM CHECK-QUEUED-DUPLICATE
                   IF NOT WS-DUPLICATE-FOUND
      *                Assigning at queue time (when the caller left
      *                the sequence zero) keeps the queue key unique
      *                and means the stored I/O area already carries
      *                the sequence the forwarder will send under.
                       IF PC-IO-MSG-SEQUENCE = ZERO
                           PERFORM ASSIGN-OUTBOUND-SEQUENCE
                       END-IF
                       PERFORM QUEUE-OUTBOUND-MESSAGE
                       IF WS-MESSAGE-QUEUED
                           MOVE "MESSAGE_QUEUED" TO LNK-OUTPUT-DATA
                           MOVE ZERO TO LNK-RESULT-CODE
                       ELSE
                           MOVE SPACES TO LNK-OUTPUT-DATA
                           STRING "QUEUE_UNAVAILABLE STATUS="
                                                  DELIMITED BY SIZE
                                  WS-OUTQFILE-STATUS DELIMITED BY SIZE
                                  INTO LNK-OUTPUT-DATA
                           MOVE PC-ERROR-GENERAL TO LNK-RESULT-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-QUEUED-DUPLICATE.
      *    A copy of something already sent is refused now, while
      *    the caller can still be told, rather than when the
      *    forwarder drives it overnight. The fingerprint is taken
      *    over the body as the partner would receive it, so the
      *    buffer is translated exactly as the send path will - but
      *    PC-IO-MSG-LENGTH is left alone, since the forwarder
      *    re-drives the untranslated I/O area. A distribution list
      *    is checked member by member when the forwarder sends it.
           MOVE "N" TO WS-DUP-FOUND-FLAG
           IF WS-DEST-MEMBER-COUNT NOT > 1
               MOVE PC-IO-MSG-LENGTH TO WS-MAP-BODY-LENGTH
               IF PC-IO-DEST-NAME NOT = SPACES
                  AND PC-IO-DEST-NAME NOT = LOW-VALUES
                   MOVE PC-IO-DEST-NAME TO WS-MAP-DEST-NAME
                   MOVE "O" TO WS-MAP-DIRECTION
                   PERFORM APPLY-TRANSLATION-MAP
                   IF NOT WS-MAP-APPLIED
                       MOVE PC-IO-MSG-LENGTH TO WS-MAP-BODY-LENGTH
                   END-IF
               END-IF
               MOVE WS-MAP-BODY-LENGTH TO WS-CHECKSUM-LENGTH
               PERFORM COMPUTE-BODY-CHECKSUM
               MOVE WS-BODY-CHECKSUM TO WS-DUP-CHECKSUM
               MOVE WS-MAP-BODY-LENGTH TO WS-DUP-LENGTH
               PERFORM CHECK-DUPLICATE-SEND
               IF NOT WS-DUPLICATE-FOUND
                  AND NOT LNK-RESEND-REQUESTED
                  AND WS-DUP-LOOKBACK-DAYS > ZERO
                   PERFORM CHECK-QUEUE-FOR-COPY
               END-IF
               IF WS-DUPLICATE-FOUND
                   PERFORM SET-DUPLICATE-SEND-RESULT
               END-IF
           END-IF.

       CHECK-QUEUE-FOR-COPY.
      *    Two copies handed off the same night both pass the
      *    fingerprint check, since neither has been sent yet. A
      *    body still waiting on OUTMSGQ (status Q) for the same
      *    partner and type is refused here, so the copy is dead-
      *    lettered at hand-off instead of failing unseen in the
      *    forwarder. Queueing the waiting entry's own key again is
      *    a refresh, not a copy.
           MOVE "N" TO WS-QUEUE-EOF-FLAG
           OPEN INPUT OUTBOUND-QUEUE-FILE
           IF WS-OUTQFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PC-OQ-KEY
           START OUTBOUND-QUEUE-FILE KEY IS NOT LESS THAN PC-OQ-KEY
               INVALID KEY
                   SET WS-NO-MORE-QUEUE-ENTRIES TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-QUEUE-ENTRIES
                      OR WS-DUPLICATE-FOUND
               READ OUTBOUND-QUEUE-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-QUEUE-ENTRIES TO TRUE
                   NOT AT END
                       PERFORM COMPARE-QUEUED-ENTRY
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-QUEUE-FILE.

       COMPARE-QUEUED-ENTRY.
      *    The stored I/O area is the caller's as handed off, so the
      *    bodies are set side by side untranslated.
           IF PC-OQ-STATUS = "Q"
              AND PC-OQ-HOST = PC-IO-HOST
              AND PC-OQ-PORT = PC-IO-PORT
              AND NOT (PC-OQ-CONN-ID = PC-IO-CONN-ID
                       AND PC-OQ-MSG-SEQUENCE = PC-IO-MSG-SEQUENCE)
               MOVE PC-OQ-INPUT-DATA TO WS-QUEUED-IO-AREA
               IF WS-QIO-MSG-TYPE = PC-IO-MSG-TYPE
                  AND WS-QIO-DEST-NAME = PC-IO-DEST-NAME
                  AND WS-QIO-FRAG-LENGTH = PC-IO-FRAG-LENGTH
                  AND WS-QIO-BODY(1 : PC-IO-FRAG-LENGTH)
                      = PC-IO-BODY(1 : PC-IO-FRAG-LENGTH)
                   SET WS-DUPLICATE-FOUND TO TRUE
                   SET WS-DUP-WAS-QUEUED TO TRUE
                   MOVE PC-OQ-QUEUED-TIMESTAMP(1 : 8)
                                            TO WS-DUP-ORIG-DATE
                   MOVE PC-OQ-MSG-SEQUENCE TO WS-DUP-ORIG-SEQUENCE
               END-IF
           END-IF.

      *    that member's host and result; the caller gets a summary.
           MOVE ZERO TO WS-BROADCAST-SENT
           MOVE ZERO TO WS-BROADCAST-FAILS
           MOVE ZERO TO WS-BROADCAST-DUPS
           IF PC-IO-FRAG-LENGTH = ZERO
              OR PC-IO-FRAG-LENGTH > LENGTH OF PC-IO-BODY
               MOVE "FRAGMENT_OVERFLOW" TO LNK-OUTPUT-DATA
               MOVE SPACES TO WS-PROTOCOL-BUFFER
               MOVE PC-IO-BODY TO WS-PROTOCOL-BUFFER
                                      (1 : PC-IO-FRAG-LENGTH)
      *        The edit rules see the body once, in our layout and
      *        under the list's name, before any member is tried.
               PERFORM EDIT-OUTBOUND-BODY
               IF WS-EDIT-FAILED
                   PERFORM SET-FIELD-EDIT-RESULT
               ELSE
      *            One shared buffer feeds every member - translate it
      *            once here, under the list's own name, rather than
      *            once per member inside the send path.
                   MOVE PC-IO-DEST-NAME TO WS-MAP-DEST-NAME
                   MOVE "O" TO WS-MAP-DIRECTION
                   MOVE PC-IO-MSG-LENGTH TO WS-MAP-BODY-LENGTH
                   PERFORM APPLY-TRANSLATION-MAP
                   IF WS-MAP-APPLIED
                       MOVE WS-MAP-BODY-LENGTH TO PC-IO-MSG-LENGTH
                   END-IF
                   SET WS-BROADCAST-ACTIVE TO TRUE
                   PERFORM VARYING WS-DD-IDX FROM 1 BY 1
                           UNTIL WS-DD-IDX > WS-DEST-COUNT
                       IF WS-DD-NAME(WS-DD-IDX) = PC-IO-DEST-NAME
                           PERFORM BROADCAST-ONE-MEMBER
                       END-IF
                   END-PERFORM
                   MOVE "N" TO WS-BROADCAST-ACTIVE-FLAG

      *            The members carried the bytes, durations, and
      *            addresses on their own audit records - zero the
      *            counters and blank the last member's staged address
      *            so the summary record the main line writes after
      *            this is not attributed to (and counted against)
      *            whichever member happened to be sent last, the same
      *            way DISCONNECT_ALL zeroes PC-IO-CONN-ID before its
      *            summary.
                   MOVE ZERO TO WS-CALL-BYTE-COUNT
                   MOVE ZERO TO WS-CALL-DURATION-CS
                   MOVE SPACES TO PC-IO-HOST
                   MOVE SPACES TO PC-IO-PROTOCOL

                   MOVE WS-BROADCAST-SENT TO WS-BROADCAST-SENT-DISPLAY
                   MOVE WS-BROADCAST-FAILS TO WS-BROADCAST-FAILS-DISPLAY
                   MOVE WS-BROADCAST-DUPS TO WS-BROADCAST-DUPS-DISPLAY
                   STRING "BROADCAST SENT=" DELIMITED BY SIZE
                          WS-BROADCAST-SENT-DISPLAY DELIMITED BY SIZE
                          " FAILED=" DELIMITED BY SIZE
                          WS-BROADCAST-FAILS-DISPLAY DELIMITED BY SIZE
                          " DUPLICATE=" DELIMITED BY SIZE
                          WS-BROADCAST-DUPS-DISPLAY DELIMITED BY SIZE
                          INTO LNK-OUTPUT-DATA
      *            A member that already had this body counts as
      *            delivered, so replaying a half-failed broadcast
      *            only retries the members that missed it. Only a
      *            list every member refused is itself a duplicate.
                   IF WS-BROADCAST-FAILS > ZERO
                       MOVE PC-ERROR-CONNECTION TO LNK-RESULT-CODE
                   ELSE
                       IF WS-BROADCAST-SENT = ZERO
                          AND WS-BROADCAST-DUPS > ZERO
                           MOVE PC-ERROR-DUPLICATE-SEND
                                            TO LNK-RESULT-CODE
                       ELSE
                           MOVE ZERO TO LNK-RESULT-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

               MOVE ZERO TO PC-IO-MSG-SEQUENCE
           END-IF
           PERFORM SEND-ASSEMBLED-MESSAGE
           EVALUATE LNK-RESULT-CODE
               WHEN ZERO
                   ADD 1 TO WS-BROADCAST-SENT
               WHEN PC-ERROR-DUPLICATE-SEND
                   ADD 1 TO WS-BROADCAST-DUPS
               WHEN OTHER
                   ADD 1 TO WS-BROADCAST-FAILS
           END-EVALUATE
           PERFORM WRITE-AUDIT-RECORD.

       VALIDATE-MESSAGE.
      *    distinct PACING code lets the batch driver defer the
      *    transaction and keep feeding other classes while the
      *    throttled host catches up.
      *    The field edit rules come ahead of even that: a body
      *    that is wrong will never be right on a retry, so it is
      *    refused before it can take a pacing slot. The broadcast
      *    fan-out edits its shared body once, before its loop.
           SET WS-EDIT-PASSED TO TRUE
           IF NOT WS-BROADCAST-ACTIVE
               PERFORM EDIT-OUTBOUND-BODY
           END-IF
           IF WS-EDIT-FAILED
               PERFORM SET-FIELD-EDIT-RESULT
           ELSE
               PERFORM CHECK-HOST-SEND-PACING
               IF WS-HOST-PACE-DENIED
                   MOVE "HOST_RATE_EXCEEDED" TO LNK-OUTPUT-DATA
                   MOVE PC-ERROR-PACING TO LNK-RESULT-CODE
               ELSE
                   PERFORM DRIVE-ASSEMBLED-SEND
               END-IF
           END-IF.

       DRIVE-ASSEMBLED-SEND.
      *    Reshape the assembled body into the partner's wire
      *    layout, when its destination has outbound map records.
      *    This runs before the checksum so the partner verifies
           PERFORM COMPUTE-BODY-CHECKSUM
           MOVE WS-BODY-CHECKSUM TO WS-SEND-CHECKSUM

      *    The same checksum is the message's fingerprint - a body
      *    this partner already had inside the look-back is refused
      *    here, before it can draw a sequence number.
           MOVE WS-SEND-CHECKSUM TO WS-DUP-CHECKSUM
           MOVE PC-IO-MSG-LENGTH TO WS-DUP-LENGTH
           PERFORM CHECK-DUPLICATE-SEND
           IF WS-DUPLICATE-FOUND
               PERFORM SET-DUPLICATE-SEND-RESULT
           ELSE
               PERFORM TRANSMIT-ASSEMBLED-MESSAGE
           END-IF.

       TRANSMIT-ASSEMBLED-MESSAGE.
      *    A zero sequence means "the bridge picks" - assign the
      *    next one off this host's persisted counter. A caller
      *    that staged its own nonzero sequence keeps it, exactly
      *    as before the counters existed.
           IF PC-IO-MSG-SEQUENCE = ZERO
               PERFORM ASSIGN-OUTBOUND-SEQUENCE
           END-IF

           MOVE ZERO TO WS-SEND-RETRY-COUNT
           PERFORM POLYCALL-SEND-ATTEMPT

               MOVE PC-IO-MSG-LENGTH TO WS-ARCHIVE-LENGTH
               MOVE PC-IO-MSG-LENGTH TO WS-CALL-BYTE-COUNT
               PERFORM ARCHIVE-MESSAGE-BODY
      *        A rehearsal proves nothing reached the partner, so
      *        it leaves no fingerprint to refuse the live run by.
               IF NOT WS-SIM-ACTIVE
                   PERFORM RECORD-SENT-FINGERPRINT
               END-IF
           ELSE
               STRING "SEND_FAILED RETRIES=" DELIMITED BY SIZE
                      WS-RETRY-COUNT-DISPLAY DELIMITED BY SIZE
                       MOVE WS-MAP-BODY-LENGTH TO PC-RX-MSG-LENGTH
                   END-IF
               END-IF
      *        Edit rules run on the body in our layout, keyed by
      *        the name the connection's address resolves to. A
      *        body that breaks one is still spooled - the partner
      *        has handed it over and will not send it again - but
      *        as Q rather than P, and it is not delivered.
               SET WS-EDIT-INBOUND TO TRUE
               MOVE PC-RX-MSG-TYPE   TO WS-EDIT-MSG-TYPE
               MOVE WS-MAP-DEST-NAME TO WS-EDIT-DEST-NAME
               PERFORM CHECK-FIELD-EDIT-RULES
               PERFORM SPOOL-INBOUND-MESSAGE
               IF WS-EDIT-FAILED
                   PERFORM SET-FIELD-EDIT-RESULT
               END-IF
           END-IF
           IF LNK-RESULT-CODE = ZERO
               IF PC-RX-MSG-LENGTH > LENGTH OF LNK-OUTPUT-DATA
