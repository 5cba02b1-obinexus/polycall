      *
      * Reads the audit log (which now carries the elapsed time
      * POLYCALL-BRIDGE measured around each external polycall_*
      * call) and reports per-operation and per-partner call counts
      * with average and maximum durations, plus a detail line for
      * every call that ran past its partner's contracted response
      * target - the evidence needed to hold the remote teams to
      * their response-time commitments. Each partner on the
      * partner master is measured against its own target and
      * shown with the share of its calls that met it; a host no
      * partner claims, or a partner with no agreed target, is
      * held to PC-TIMEOUT-SECONDS as before.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-SLARPT.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PARTNER-MASTER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PT-CODE
               FILE STATUS IS WS-PTNFILE-STATUS.
           SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY POLYCALL-AUDIT.

       FD  PARTNER-MASTER-FILE.
           COPY POLYCALL-PARTNER.

       FD  SLA-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-SLARPT-LINE              PIC X(132).

       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-PTNFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-PARTNER-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-NO-MORE-PARTNERS              VALUE "Y".
           COPY POLYCALL-PTNTBL.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".

       01  WS-TOTAL-RECORDS            PIC 9(8) COMP VALUE ZERO.
       01  WS-BREACH-COUNT             PIC 9(8) COMP VALUE ZERO.
       01  WS-TIMEOUT-LIMIT-CS         PIC 9(8) COMP VALUE ZERO.
       01  WS-TARGET-CS                PIC 9(8) COMP VALUE ZERO.
       01  WS-GROUP-HOST               PIC X(256) VALUE SPACES.
       01  WS-BREACH-PARTNER           PIC X(8) VALUE SPACES.

       01  WS-OPERATION-TABLE.
           05  WS-OP-ENTRY OCCURS 20 TIMES
               10  WS-OP-MAX-CS        PIC 9(8) COMP VALUE ZERO.
       01  WS-OP-ENTRIES-USED          PIC 9(4) COMP VALUE ZERO.

      *    One entry per partner, or per host no partner claims
      *    (partner subscript zero, host filled in).
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-GRP-IDX.
               10  WS-GRP-PARTNER-SUB  PIC 9(4) COMP VALUE ZERO.
               10  WS-GRP-HOST         PIC X(256) VALUE SPACES.
               10  WS-GRP-TARGET-CS    PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-COUNT        PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-WITHIN-COUNT PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-TOTAL-CS     PIC 9(12) COMP VALUE ZERO.
               10  WS-GRP-MAX-CS       PIC 9(8) COMP VALUE ZERO.
       01  WS-GRP-ENTRIES-USED         PIC 9(4) COMP VALUE ZERO.

       01  WS-AVG-CS                   PIC 9(8) COMP VALUE ZERO.
       01  WS-COUNT-DISPLAY            PIC Z(7)9.
       01  WS-DUR-DISPLAY              PIC Z(7)9.
       01  WS-BREACH-DISPLAY           PIC Z(7)9.
       01  WS-TOTAL-DISPLAY            PIC Z(7)9.
       01  WS-TARGET-DISPLAY           PIC Z(7)9.
       01  WS-WITHIN-DISPLAY           PIC Z(7)9.
       01  WS-COMPLIANCE-PCT           PIC 9(3)V9 VALUE ZERO.
       01  WS-COMPLIANCE-DISPLAY       PIC ZZ9.9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           COMPUTE WS-TIMEOUT-LIMIT-CS = PC-TIMEOUT-SECONDS * 100
           PERFORM LOAD-PARTNER-MASTER

           OPEN INPUT AUDIT-LOG-FILE
           OPEN OUTPUT SLA-REPORT-FILE
           PERFORM TALLY-RECORD UNTIL WS-NO-MORE-RECORDS

           PERFORM WRITE-OPERATION-LINES
           PERFORM WRITE-PARTNER-LINES
           PERFORM WRITE-SUMMARY-LINE

           CLOSE AUDIT-LOG-FILE
           CLOSE SLA-REPORT-FILE

           DISPLAY "POLYCALL-SLARPT: " WS-TOTAL-RECORDS " RECORDS, "
                   WS-BREACH-COUNT " OVER TARGET"

           STOP RUN.

               MOVE PC-AUD-DURATION-CS TO WS-OP-MAX-CS(WS-OP-IDX)
           END-IF

      *    The audit log records no port, so a host resolves to
      *    the partner owning any of its endpoints.
           MOVE WS-TIMEOUT-LIMIT-CS TO WS-TARGET-CS
           MOVE ZERO TO WS-PARTNER-FOUND-SUB
           IF PC-AUD-HOST NOT = SPACES
               MOVE PC-AUD-HOST TO WS-PARTNER-LOOKUP-HOST
               MOVE ZERO        TO WS-PARTNER-LOOKUP-PORT
               PERFORM FIND-PARTNER-FOR-HOST
           END-IF
           IF WS-PARTNER-FOUND-SUB > ZERO
               IF WS-PTN-TARGET-CS(WS-PARTNER-FOUND-SUB) > ZERO
                   MOVE WS-PTN-TARGET-CS(WS-PARTNER-FOUND-SUB)
                                        TO WS-TARGET-CS
               END-IF
           END-IF

      *    Operations that never name a host (DISCONNECT_ALL
      *    summaries and the like) stay out of the per-partner
      *    rollup.
           IF PC-AUD-HOST NOT = SPACES
               PERFORM FIND-OR-ADD-GROUP
               ADD 1 TO WS-GRP-COUNT(WS-GRP-IDX)
               ADD PC-AUD-DURATION-CS TO WS-GRP-TOTAL-CS(WS-GRP-IDX)
               IF PC-AUD-DURATION-CS > WS-GRP-MAX-CS(WS-GRP-IDX)
                   MOVE PC-AUD-DURATION-CS TO WS-GRP-MAX-CS(WS-GRP-IDX)
               END-IF
               IF PC-AUD-DURATION-CS NOT > WS-TARGET-CS
                   ADD 1 TO WS-GRP-WITHIN-COUNT(WS-GRP-IDX)
               END-IF
           END-IF

           IF PC-AUD-DURATION-CS > WS-TARGET-CS
               ADD 1 TO WS-BREACH-COUNT
               PERFORM WRITE-BREACH-LINE
           END-IF
               SET WS-OP-IDX TO 20
           END-IF.

       FIND-OR-ADD-GROUP.
      *    A partner's hosts share one entry; an unclaimed host
      *    keeps an entry of its own.
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
               MOVE WS-TARGET-CS   TO WS-GRP-TARGET-CS(WS-GRP-IDX)
           ELSE
               SET WS-GRP-IDX TO 50
           END-IF.

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

       WRITE-BREACH-LINE.
           MOVE PC-AUD-DURATION-CS TO WS-DUR-DISPLAY
           MOVE SPACES TO PC-SLARPT-LINE
           MOVE WS-TARGET-CS       TO WS-TARGET-DISPLAY
           MOVE "NONE"             TO WS-BREACH-PARTNER
           IF WS-PARTNER-FOUND-SUB > ZERO
               MOVE WS-PTN-CODE(WS-PARTNER-FOUND-SUB)
                                        TO WS-BREACH-PARTNER
           END-IF
           MOVE SPACES TO PC-SLARPT-LINE
           STRING "TARGET EXCEEDED " DELIMITED BY SIZE
                  PC-AUD-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PC-AUD-OPERATION DELIMITED BY SIZE
                  " CS=" DELIMITED BY SIZE
                  WS-DUR-DISPLAY DELIMITED BY SIZE
                  " TARGET-CS=" DELIMITED BY SIZE
                  WS-TARGET-DISPLAY DELIMITED BY SIZE
                  " PARTNER=" DELIMITED BY SIZE
                  WS-BREACH-PARTNER DELIMITED BY SIZE
                  " HOST=" DELIMITED BY SIZE
                  PC-AUD-HOST DELIMITED BY SPACE
                  INTO PC-SLARPT-LINE
           WRITE PC-SLARPT-LINE.

               SET WS-OP-IDX UP BY 1
           END-PERFORM.

       WRITE-PARTNER-LINES.
           MOVE SPACES TO PC-SLARPT-LINE
           WRITE PC-SLARPT-LINE
           MOVE "BY PARTNER" TO PC-SLARPT-LINE
           WRITE PC-SLARPT-LINE
           SET WS-GRP-IDX TO 1
           PERFORM WS-GRP-ENTRIES-USED TIMES
               PERFORM WRITE-ONE-PARTNER
               SET WS-GRP-IDX UP BY 1
           END-PERFORM.

       WRITE-ONE-PARTNER.
           MOVE SPACES TO PC-SLARPT-LINE
           IF WS-GRP-PARTNER-SUB(WS-GRP-IDX) > ZERO
               SET WS-PTN-IDX TO WS-GRP-PARTNER-SUB(WS-GRP-IDX)
               STRING "PARTNER " DELIMITED BY SIZE
                      WS-PTN-CODE(WS-PTN-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PTN-LEGAL-NAME(WS-PTN-IDX) DELIMITED BY SIZE
                      INTO PC-SLARPT-LINE
           ELSE
               STRING "HOST (NO PARTNER) " DELIMITED BY SIZE
                      WS-GRP-HOST(WS-GRP-IDX) DELIMITED BY SPACE
                      INTO PC-SLARPT-LINE
           END-IF
           WRITE PC-SLARPT-LINE

           MOVE ZERO TO WS-AVG-CS
           MOVE ZERO TO WS-COMPLIANCE-PCT
           IF WS-GRP-COUNT(WS-GRP-IDX) > ZERO
               COMPUTE WS-AVG-CS = WS-GRP-TOTAL-CS(WS-GRP-IDX)
                                 / WS-GRP-COUNT(WS-GRP-IDX)
               COMPUTE WS-COMPLIANCE-PCT
                   = WS-GRP-WITHIN-COUNT(WS-GRP-IDX) * 100
                   / WS-GRP-COUNT(WS-GRP-IDX)
           END-IF
           MOVE WS-GRP-COUNT(WS-GRP-IDX)  TO WS-COUNT-DISPLAY
           MOVE WS-AVG-CS                 TO WS-AVG-DISPLAY
           MOVE WS-GRP-MAX-CS(WS-GRP-IDX) TO WS-MAX-DISPLAY
           MOVE WS-GRP-TARGET-CS(WS-GRP-IDX) TO WS-TARGET-DISPLAY
           MOVE WS-GRP-WITHIN-COUNT(WS-GRP-IDX) TO WS-WITHIN-DISPLAY
           MOVE WS-COMPLIANCE-PCT         TO WS-COMPLIANCE-DISPLAY
           MOVE SPACES TO PC-SLARPT-LINE
           STRING "  COUNT=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " AVG-CS=" DELIMITED BY SIZE
                  WS-AVG-DISPLAY DELIMITED BY SIZE
                  " MAX-CS=" DELIMITED BY SIZE
                  WS-MAX-DISPLAY DELIMITED BY SIZE
                  " TARGET-CS=" DELIMITED BY SIZE
                  WS-TARGET-DISPLAY DELIMITED BY SIZE
                  " WITHIN=" DELIMITED BY SIZE
                  WS-WITHIN-DISPLAY DELIMITED BY SIZE
                  " COMPLIANCE=" DELIMITED BY SIZE
                  WS-COMPLIANCE-DISPLAY DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO PC-SLARPT-LINE
           WRITE PC-SLARPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-TOTAL-RECORDS TO WS-TOTAL-DISPLAY
           MOVE WS-BREACH-COUNT  TO WS-BREACH-DISPLAY
           WRITE PC-SLARPT-LINE
           STRING "TOTAL=" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  "  OVER-TARGET=" DELIMITED BY SIZE
                  WS-BREACH-DISPLAY DELIMITED BY SIZE
                  INTO PC-SLARPT-LINE
           WRITE PC-SLARPT-LINE.
