      * business message. A failed PING flips the registry entry to
      * UNREACHABLE (the nightly reconciliation flags that status
      * as not cleanly closed), and every probe lands in the
      * availability report under the partner that owns the
      * host/port on the partner master. A failed PING is followed
      * by the partner's escalation contact and phone, so the
      * operator reading the report knows who to call, and the
      * report closes with availability totals per partner.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-HBMON.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-RF-CONN-ID
               FILE STATUS IS WS-REGFILE-STATUS.
           SELECT PARTNER-MASTER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PT-CODE
               FILE STATUS IS WS-PTNFILE-STATUS.
           SELECT HEARTBEAT-REPORT-FILE ASSIGN TO "HBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD  CONNECTION-REGISTRY-FILE.
           COPY POLYCALL-REGFILE.

       FD  PARTNER-MASTER-FILE.
           COPY POLYCALL-PARTNER.

       FD  HEARTBEAT-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-HBRPT-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-REGFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-PTNFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-PARTNER-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-NO-MORE-PARTNERS              VALUE "Y".
           COPY POLYCALL-PTNTBL.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-ENTRIES               VALUE "Y".

       01  WS-CHECKED-DISPLAY          PIC Z(7)9.
       01  WS-ALIVE-DISPLAY            PIC Z(7)9.
       01  WS-DEAD-DISPLAY             PIC Z(7)9.
       01  WS-PROBE-PARTNER            PIC X(8) VALUE SPACES.

      *    Availability per partner, or per host no partner claims
      *    (partner subscript zero, host filled in).
       01  WS-GROUP-HOST               PIC X(256) VALUE SPACES.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-GRP-IDX.
               10  WS-GRP-PARTNER-SUB  PIC 9(4) COMP VALUE ZERO.
               10  WS-GRP-HOST         PIC X(256) VALUE SPACES.
               10  WS-GRP-CHECKED      PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-ALIVE        PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-DEAD         PIC 9(8) COMP VALUE ZERO.
       01  WS-GRP-ENTRIES-USED         PIC 9(4) COMP VALUE ZERO.

       01  WS-PING-IO-AREA             PIC X(1024).
       01  WS-PING-IO-R REDEFINES WS-PING-IO-AREA.
               DISPLAY "POLYCALL-HBMON: NO REGISTRY FILE"
               STOP RUN
           END-IF
           PERFORM LOAD-PARTNER-MASTER
           OPEN OUTPUT HEARTBEAT-REPORT-FILE

           MOVE "POLYCALL CONNECTION AVAILABILITY REPORT"

           PERFORM READ-NEXT-ENTRY
           PERFORM PROBE-ENTRY UNTIL WS-NO-MORE-ENTRIES
           PERFORM WRITE-PARTNER-AVAILABILITY

           MOVE WS-CHECKED-COUNT TO WS-CHECKED-DISPLAY
           MOVE WS-ALIVE-COUNT   TO WS-ALIVE-DISPLAY
       PROBE-ENTRY.
           IF PC-RF-STATUS = "CONNECTED"
               ADD 1 TO WS-CHECKED-COUNT
               MOVE PC-RF-HOST TO WS-PARTNER-LOOKUP-HOST
               MOVE PC-RF-PORT TO WS-PARTNER-LOOKUP-PORT
               PERFORM FIND-PARTNER-FOR-HOST
               PERFORM FIND-OR-ADD-GROUP
               ADD 1 TO WS-GRP-CHECKED(WS-GRP-IDX)
               PERFORM DRIVE-ONE-PING
           END-IF
           PERFORM READ-NEXT-ENTRY.
           MOVE PC-RF-CONN-ID TO WS-CONN-ID-DISPLAY
           IF LNK-RESULT-CODE = ZERO
               ADD 1 TO WS-ALIVE-COUNT
               ADD 1 TO WS-GRP-ALIVE(WS-GRP-IDX)
               PERFORM WRITE-PROBE-LINE
           ELSE
               ADD 1 TO WS-DEAD-COUNT
               ADD 1 TO WS-GRP-DEAD(WS-GRP-IDX)
      *        Flip the registry entry so the rest of the day's
      *        tooling (operator console, reconciliation) sees the
      *        connection as dead, not CONNECTED.
               MOVE WS-CURRENT-TIMESTAMP  TO PC-RF-LAST-UPDATED
               REWRITE PC-REGFILE-RECORD
               PERFORM WRITE-PROBE-LINE
               PERFORM WRITE-ESCALATION-LINE
           END-IF.

       WRITE-PROBE-LINE.
           MOVE "NONE" TO WS-PROBE-PARTNER
           IF WS-PARTNER-FOUND-SUB > ZERO
               MOVE WS-PTN-CODE(WS-PARTNER-FOUND-SUB)
                                        TO WS-PROBE-PARTNER
           END-IF
           MOVE SPACES TO PC-HBRPT-LINE
           STRING "CONNID=" DELIMITED BY SIZE
                  WS-CONN-ID-DISPLAY DELIMITED BY SIZE
                  " STATUS=" DELIMITED BY SIZE
                  PC-RF-STATUS DELIMITED BY SIZE
                  " PARTNER=" DELIMITED BY SIZE
                  WS-PROBE-PARTNER DELIMITED BY SIZE
                  " HOST=" DELIMITED BY SIZE
                  PC-RF-HOST DELIMITED BY SPACE
                  " RESULT=" DELIMITED BY SIZE
                  LNK-OUTPUT-DATA(1 : 30) DELIMITED BY SIZE
                  INTO PC-HBRPT-LINE
           WRITE PC-HBRPT-LINE.

       WRITE-ESCALATION-LINE.
      *    Who to call, straight under the failed probe.
           MOVE SPACES TO PC-HBRPT-LINE
           IF WS-PARTNER-FOUND-SUB > ZERO
               SET WS-PTN-IDX TO WS-PARTNER-FOUND-SUB
               STRING "  CALL " DELIMITED BY SIZE
                      WS-PTN-CONTACT-NAME(WS-PTN-IDX)
                                               DELIMITED BY SIZE
                      " ON " DELIMITED BY SIZE
                      WS-PTN-CONTACT-PHONE(WS-PTN-IDX)
                                               DELIMITED BY SIZE
                      " FOR " DELIMITED BY SIZE
                      WS-PTN-LEGAL-NAME(WS-PTN-IDX) DELIMITED BY SIZE
                      INTO PC-HBRPT-LINE
           ELSE
               STRING "  NO ESCALATION CONTACT - HOST/PORT IS NOT"
                                               DELIMITED BY SIZE
                      " ON THE PARTNER MASTER" DELIMITED BY SIZE
                      INTO PC-HBRPT-LINE
           END-IF
           WRITE PC-HBRPT-LINE.

       FIND-OR-ADD-GROUP.
      *    A partner's hosts share one entry; an unclaimed host
      *    keeps an entry of its own.
           IF WS-PARTNER-FOUND-SUB > ZERO
               MOVE SPACES TO WS-GROUP-HOST
           ELSE
               MOVE PC-RF-HOST TO WS-GROUP-HOST
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
      *    Fold the overflow into the last slot so the totals still
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

       WRITE-PARTNER-AVAILABILITY.
           MOVE SPACES TO PC-HBRPT-LINE
           WRITE PC-HBRPT-LINE
           MOVE "AVAILABILITY BY PARTNER" TO PC-HBRPT-LINE
           WRITE PC-HBRPT-LINE
           SET WS-GRP-IDX TO 1
           PERFORM WS-GRP-ENTRIES-USED TIMES
               MOVE SPACES TO PC-HBRPT-LINE
               IF WS-GRP-PARTNER-SUB(WS-GRP-IDX) > ZERO
                   SET WS-PTN-IDX TO WS-GRP-PARTNER-SUB(WS-GRP-IDX)
                   STRING "PARTNER " DELIMITED BY SIZE
                          WS-PTN-CODE(WS-PTN-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PTN-LEGAL-NAME(WS-PTN-IDX)
                                               DELIMITED BY SIZE
                          INTO PC-HBRPT-LINE
               ELSE
                   STRING "HOST (NO PARTNER) " DELIMITED BY SIZE
                          WS-GRP-HOST(WS-GRP-IDX) DELIMITED BY SPACE
                          INTO PC-HBRPT-LINE
               END-IF
               WRITE PC-HBRPT-LINE
               MOVE WS-GRP-CHECKED(WS-GRP-IDX) TO WS-CHECKED-DISPLAY
               MOVE WS-GRP-ALIVE(WS-GRP-IDX)   TO WS-ALIVE-DISPLAY
               MOVE WS-GRP-DEAD(WS-GRP-IDX)    TO WS-DEAD-DISPLAY
               MOVE SPACES TO PC-HBRPT-LINE
               STRING "  CHECKED=" DELIMITED BY SIZE
                      WS-CHECKED-DISPLAY DELIMITED BY SIZE
                      " ALIVE=" DELIMITED BY SIZE
                      WS-ALIVE-DISPLAY DELIMITED BY SIZE
                      " UNREACHABLE=" DELIMITED BY SIZE
                      WS-DEAD-DISPLAY DELIMITED BY SIZE
                      INTO PC-HBRPT-LINE
               WRITE PC-HBRPT-LINE
               SET WS-GRP-IDX UP BY 1
           END-PERFORM.

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
