      * OBINexus Aegis Engineering - Partner Chargeback Statement
      *
      * Rolls the month's audit trail up into message counts and
      * total bytes moved - by partner, by protocol, and by
      * operation - and produces a chargeback statement section per
      * partner (broken down by operation, headed with the cost
      * centre from the partner master) plus a grand-total control
      * page, so line costs are allocated from measured volume
      * instead of guesswork. A host no partner claims gets a
      * statement of its own. Run against the month's concatenated
      * audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-CHGBACK.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PARTNER-MASTER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PT-CODE
               FILE STATUS IS WS-PTNFILE-STATUS.
           SELECT CHARGEBACK-REPORT-FILE ASSIGN TO "CHGBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY POLYCALL-AUDIT.

       FD  PARTNER-MASTER-FILE.
           COPY POLYCALL-PARTNER.

       FD  CHARGEBACK-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-CHGBACK-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-PTNFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-PARTNER-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-NO-MORE-PARTNERS              VALUE "Y".
           COPY POLYCALL-PTNTBL.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".

       01  WS-TOTAL-MESSAGES           PIC 9(8) COMP VALUE ZERO.
       01  WS-TOTAL-BYTES              PIC 9(12) COMP VALUE ZERO.

      *    Statement table: each partner (or each host no partner
      *    claims - partner subscript zero, host filled in) with an
      *    operation breakdown beneath it.
       01  WS-GROUP-HOST               PIC X(256) VALUE SPACES.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-GRP-IDX.
               10  WS-GRP-PARTNER-SUB  PIC 9(4) COMP VALUE ZERO.
               10  WS-GRP-HOST         PIC X(256) VALUE SPACES.
               10  WS-GRP-COUNT        PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-BYTES        PIC 9(12) COMP VALUE ZERO.
               10  WS-GRP-OP-ENTRY OCCURS 10 TIMES.
                   15  WS-GRP-OP-NAME  PIC X(20) VALUE SPACES.
                   15  WS-GRP-OP-COUNT PIC 9(8) COMP VALUE ZERO.
                   15  WS-GRP-OP-BYTES PIC 9(12) COMP VALUE ZERO.
       01  WS-GRP-ENTRIES-USED         PIC 9(4) COMP VALUE ZERO.
       01  WS-GRP-OP-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-GRP-OP-FOUND-SUB         PIC 9(4) COMP VALUE ZERO.

       01  WS-PROTOCOL-TABLE.
           05  WS-PRO-ENTRY OCCURS 10 TIMES
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LOAD-PARTNER-MASTER
           OPEN INPUT AUDIT-LOG-FILE
           OPEN OUTPUT CHARGEBACK-REPORT-FILE

           PERFORM READ-NEXT-RECORD
           PERFORM TALLY-RECORD UNTIL WS-NO-MORE-RECORDS

           PERFORM WRITE-PARTNER-STATEMENTS
           PERFORM WRITE-PROTOCOL-SECTION
           PERFORM WRITE-OPERATION-SECTION
           PERFORM WRITE-CONTROL-PAGE
           ADD PC-AUD-BYTE-COUNT TO WS-TOTAL-BYTES

           IF PC-AUD-HOST NOT = SPACES
               MOVE PC-AUD-HOST TO WS-PARTNER-LOOKUP-HOST
               MOVE ZERO        TO WS-PARTNER-LOOKUP-PORT
               PERFORM FIND-PARTNER-FOR-HOST
               PERFORM FIND-OR-ADD-GROUP
               ADD 1 TO WS-GRP-COUNT(WS-GRP-IDX)
               ADD PC-AUD-BYTE-COUNT TO WS-GRP-BYTES(WS-GRP-IDX)
               PERFORM FIND-OR-ADD-GROUP-OPERATION
               ADD 1 TO WS-GRP-OP-COUNT(WS-GRP-IDX,
                                        WS-GRP-OP-FOUND-SUB)
               ADD PC-AUD-BYTE-COUNT
                     TO WS-GRP-OP-BYTES(WS-GRP-IDX,
                                        WS-GRP-OP-FOUND-SUB)
           END-IF

           IF PC-AUD-PROTOCOL NOT = SPACES

           PERFORM READ-NEXT-RECORD.

       FIND-OR-ADD-GROUP.
      *    A partner's hosts share one statement; an unclaimed host
      *    keeps a statement of its own.
           IF WS-PARTNER-FOUND-SUB > ZERO
               MOVE SPACES TO WS-GROUP-HOST
           ELSE
               MOVE PC-AUD-HOST TO WS-GROUP-HOST
           END-IF
           SET WS-GRP-IDX TO 1
           SEARCH WS-GRP-ENTRY
               AT END
                   PERFORM ADD-GROUP-ENTRY
               WHEN WS-GRP-IDX > WS-GRP-ENTRIES-USED
                   PERFORM ADD-GROUP-ENTRY
               WHEN WS-GRP-PARTNER-SUB(WS-GRP-IDX)
                                        = WS-PARTNER-FOUND-SUB
                AND WS-GRP-HOST(WS-GRP-IDX) = WS-GROUP-HOST
                   CONTINUE
           END-SEARCH.

       ADD-GROUP-ENTRY.
      *    Hosts are raw caller data and can outnumber the table -
      *    fold the overflow into the last slot so the totals still
      *    balance instead of indexing past the OCCURS bound.
           IF WS-GRP-ENTRIES-USED < 50
               ADD 1 TO WS-GRP-ENTRIES-USED
               SET WS-GRP-IDX TO WS-GRP-ENTRIES-USED
               MOVE WS-PARTNER-FOUND-SUB
                                   TO WS-GRP-PARTNER-SUB(WS-GRP-IDX)
               MOVE WS-GROUP-HOST  TO WS-GRP-HOST(WS-GRP-IDX)
           ELSE
               SET WS-GRP-IDX TO 50
           END-IF.

       FIND-OR-ADD-GROUP-OPERATION.
           MOVE ZERO TO WS-GRP-OP-FOUND-SUB
           PERFORM VARYING WS-GRP-OP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-OP-SUB > 10
                      OR WS-GRP-OP-FOUND-SUB > ZERO
               IF WS-GRP-OP-NAME(WS-GRP-IDX, WS-GRP-OP-SUB)
                                               = PC-AUD-OPERATION
                   MOVE WS-GRP-OP-SUB TO WS-GRP-OP-FOUND-SUB
               ELSE
                   IF WS-GRP-OP-NAME(WS-GRP-IDX, WS-GRP-OP-SUB)
                                               = SPACES
                       MOVE PC-AUD-OPERATION
                           TO WS-GRP-OP-NAME(WS-GRP-IDX,
                                             WS-GRP-OP-SUB)
                       MOVE WS-GRP-OP-SUB TO WS-GRP-OP-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GRP-OP-FOUND-SUB = ZERO
      *        More distinct operations against one host than the
      *        breakdown holds - fold the overflow into slot 10 so
      *        the host totals still balance.
               MOVE 10 TO WS-GRP-OP-FOUND-SUB
           END-IF.

       FIND-OR-ADD-PROTOCOL.
               SET WS-OP-IDX TO 20
           END-IF.

       WRITE-PARTNER-STATEMENTS.
           SET WS-GRP-IDX TO 1
           PERFORM WS-GRP-ENTRIES-USED TIMES
               PERFORM WRITE-ONE-STATEMENT
               SET WS-GRP-IDX UP BY 1
           END-PERFORM.

       WRITE-ONE-STATEMENT.
           MOVE SPACES TO PC-CHGBACK-LINE
           WRITE PC-CHGBACK-LINE
           MOVE SPACES TO PC-CHGBACK-LINE
           IF WS-GRP-PARTNER-SUB(WS-GRP-IDX) > ZERO
               SET WS-PTN-IDX TO WS-GRP-PARTNER-SUB(WS-GRP-IDX)
               STRING "STATEMENT FOR PARTNER " DELIMITED BY SIZE
                      WS-PTN-CODE(WS-PTN-IDX) DELIMITED BY SIZE
                      " COST CENTRE " DELIMITED BY SIZE
                      WS-PTN-COST-CENTRE(WS-PTN-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PTN-LEGAL-NAME(WS-PTN-IDX) DELIMITED BY SIZE
                      INTO PC-CHGBACK-LINE
           ELSE
               STRING "STATEMENT FOR HOST (NO PARTNER) "
                                               DELIMITED BY SIZE
                      WS-GRP-HOST(WS-GRP-IDX) DELIMITED BY SPACE
                      INTO PC-CHGBACK-LINE
           END-IF
           WRITE PC-CHGBACK-LINE
           PERFORM VARYING WS-GRP-OP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-OP-SUB > 10
               IF WS-GRP-OP-NAME(WS-GRP-IDX, WS-GRP-OP-SUB)
                                               NOT = SPACES
                   MOVE WS-GRP-OP-COUNT(WS-GRP-IDX, WS-GRP-OP-SUB)
                                           TO WS-COUNT-DISPLAY
                   MOVE WS-GRP-OP-BYTES(WS-GRP-IDX, WS-GRP-OP-SUB)
                                           TO WS-BYTES-DISPLAY
                   MOVE SPACES TO PC-CHGBACK-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-GRP-OP-NAME(WS-GRP-IDX, WS-GRP-OP-SUB)
                                           DELIMITED BY SIZE
                          " COUNT=" DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                   WRITE PC-CHGBACK-LINE
               END-IF
           END-PERFORM
           MOVE WS-GRP-COUNT(WS-GRP-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-GRP-BYTES(WS-GRP-IDX) TO WS-BYTES-DISPLAY
           MOVE SPACES TO PC-CHGBACK-LINE
           STRING "  STATEMENT TOTAL COUNT=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " BYTES=" DELIMITED BY SIZE
                  WS-BYTES-DISPLAY DELIMITED BY SIZE
                  INTO PC-CHGBACK-LINE
           WRITE PC-CHGBACK-LINE.

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

       WRITE-PROTOCOL-SECTION.
           MOVE SPACES TO PC-CHGBACK-LINE
           WRITE PC-CHGBACK-LINE
