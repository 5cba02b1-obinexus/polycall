      * CBLPolyCall Daily Audit-Log Cut-Over v1.0
      * OBINexus Aegis Engineering - Dated Audit Generations
      *
      * Run once a day, after the day's bridge traffic has stopped.
      * Copies the live audit log (AUDITLOG) to a fresh generation
      * (AUDITGEN), which the job scheduler catalogues under the
      * generation date, then empties AUDITLOG for the next day.
      * A control record goes on the AUDCTL ledger with the
      * generation's record count and a chained hash total over
      * every record, carried on from the previous generation's
      * closing total (see POLYCALL-AUDCTL.CPY), so
      * POLYCALL-AUDVFY can later prove that nothing billed,
      * disputed or reconciled from the log was edited or removed
      * after the cut. The ERRMONPOS cursor is reset to the top of
      * the fresh log; categories already in breach keep their
      * escalation level. A generation date not after the last one
      * on the ledger is refused, so a rerun cannot chain the same
      * day twice.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-AUDCUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-GENERATION-FILE ASSIGN TO "AUDITGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITGEN-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCTL-STATUS.
           SELECT MONITOR-STATE-FILE ASSIGN TO "ERRMONPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-AUDIT.

       FD  AUDIT-GENERATION-FILE
           RECORDING MODE IS F.
       01  PC-AUDITGEN-RECORD          PIC X(367).

       FD  AUDIT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-AUDCTL.

       FD  MONITOR-STATE-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-MONPOS.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AUDITGEN-STATUS          PIC X(2) VALUE SPACES.
       01  WS-AUDCTL-STATUS            PIC X(2) VALUE SPACES.
       01  WS-STATE-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-GEN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-LAST-GEN-DATE            PIC 9(8) VALUE ZERO.
       01  WS-LEDGER-COUNT             PIC 9(8) COMP VALUE ZERO.

      *    Running chain: opens at the previous generation's
      *    closing total and folds in one record at a time.
       01  WS-CHAIN-HASH               PIC 9(18) COMP VALUE ZERO.
       01  WS-OPENING-HASH             PIC 9(9) VALUE ZERO.
       01  WS-RECORD-SUM               PIC 9(18) COMP VALUE ZERO.
       01  WS-HASH-POS                 PIC 9(4) COMP VALUE ZERO.
       01  WS-HASH-RECORD              PIC X(367) VALUE SPACES.
       01  WS-RECORD-COUNT             PIC 9(8) COMP VALUE ZERO.

      *    ERRMONPOS breach records carried across the reset.
       01  WS-STATE-TABLE.
           05  WS-STATE-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-STATE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-STATE-IDX.
               10  WS-STATE-RECORD     PIC X(33).

       01  WS-COUNT-DISPLAY            PIC Z(7)9.
       01  WS-HASH-DISPLAY             PIC 9(9).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           DISPLAY "GENERATION DATE (YYYYMMDD, ZERO FOR TODAY)?"
           ACCEPT WS-GEN-DATE
           IF WS-GEN-DATE = ZERO
               MOVE WS-CURRENT-TIMESTAMP(1 : 8) TO WS-GEN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-GEN-DATE) NOT = ZERO
               DISPLAY "POLYCALL-AUDCUT: INVALID GENERATION DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FIND-LAST-GENERATION
           IF WS-LEDGER-COUNT > ZERO
              AND WS-GEN-DATE NOT > WS-LAST-GEN-DATE
               DISPLAY "POLYCALL-AUDCUT: GENERATION " WS-GEN-DATE
                       " NOT AFTER LAST CUT-OVER " WS-LAST-GEN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-OPENING-HASH TO WS-CHAIN-HASH
           PERFORM COPY-LOG-TO-GENERATION
           PERFORM APPEND-CONTROL-RECORD

      *    Only once the generation and its control record are
      *    safely written is the live log emptied.
           OPEN OUTPUT AUDIT-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           PERFORM RESET-MONITOR-CURSOR

           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CHAIN-HASH   TO WS-HASH-DISPLAY
           DISPLAY "POLYCALL-AUDCUT: GENERATION " WS-GEN-DATE
                   " RECORDS=" WS-COUNT-DISPLAY
                   " HASH=" WS-HASH-DISPLAY
           STOP RUN.

       FIND-LAST-GENERATION.
      *    The ledger is in date order; its last record is the
      *    generation this one chains on from.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT AUDIT-CONTROL-FILE
           IF WS-AUDCTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ AUDIT-CONTROL-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-LEDGER-COUNT
               MOVE PC-AC-GEN-DATE     TO WS-LAST-GEN-DATE
               MOVE PC-AC-CLOSING-HASH TO WS-OPENING-HASH
               READ AUDIT-CONTROL-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDIT-CONTROL-FILE.

       COPY-LOG-TO-GENERATION.
      *    No audit log at all is a day with no bridge traffic - it
      *    still gets an empty generation, so the chain has no gap.
           MOVE "N" TO WS-END-OF-FILE
           OPEN OUTPUT AUDIT-GENERATION-FILE
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-GENERATION-FILE
               EXIT PARAGRAPH
           END-IF
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-RECORD-COUNT
               PERFORM HASH-ONE-RECORD
               WRITE PC-AUDITGEN-RECORD FROM PC-AUDIT-RECORD
               READ AUDIT-LOG-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           CLOSE AUDIT-GENERATION-FILE.

       HASH-ONE-RECORD.
      *    Position-weighted sum of the record's character
      *    ordinals - the weighting the bridge uses for
      *    PC-MSG-CHECKSUM, so a transposed pair of bytes still
      *    shows - folded into the running chain total.
      *    POLYCALL-AUDVFY repeats this paragraph exactly.
           MOVE PC-AUDIT-RECORD TO WS-HASH-RECORD
           MOVE ZERO TO WS-RECORD-SUM
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > LENGTH OF WS-HASH-RECORD
               COMPUTE WS-RECORD-SUM
                   = FUNCTION MOD(WS-RECORD-SUM
                       + WS-HASH-POS
                       * FUNCTION ORD(WS-HASH-RECORD
                                      (WS-HASH-POS : 1)),
                       100000000)
           END-PERFORM
           COMPUTE WS-CHAIN-HASH
               = FUNCTION MOD(WS-CHAIN-HASH * 131 + WS-RECORD-SUM
                              + 1, 999999937).

       APPEND-CONTROL-RECORD.
           OPEN EXTEND AUDIT-CONTROL-FILE
           IF WS-AUDCTL-STATUS = "35" OR WS-AUDCTL-STATUS = "05"
               OPEN OUTPUT AUDIT-CONTROL-FILE
           END-IF
           MOVE WS-GEN-DATE          TO PC-AC-GEN-DATE
           MOVE WS-CURRENT-TIMESTAMP TO PC-AC-CUT-TIMESTAMP
           MOVE WS-RECORD-COUNT      TO PC-AC-RECORD-COUNT
           MOVE WS-OPENING-HASH      TO PC-AC-OPENING-HASH
           MOVE WS-CHAIN-HASH        TO PC-AC-CLOSING-HASH
           WRITE PC-AUDCTL-RECORD
           CLOSE AUDIT-CONTROL-FILE.

       RESET-MONITOR-CURSOR.
      *    No cursor file yet means the monitor has never run; it
      *    will start from the top of the fresh log by itself.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT MONITOR-STATE-FILE
           IF WS-STATE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ MONITOR-STATE-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF PC-MP-RECORD-TYPE = "C"
                  AND WS-STATE-COUNT < 50
                   ADD 1 TO WS-STATE-COUNT
                   MOVE PC-MONPOS-RECORD
                               TO WS-STATE-RECORD(WS-STATE-COUNT)
               END-IF
               READ MONITOR-STATE-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE MONITOR-STATE-FILE

           OPEN OUTPUT MONITOR-STATE-FILE
           MOVE SPACES TO PC-MONPOS-RECORD
           MOVE "P"  TO PC-MP-RECORD-TYPE
           MOVE ZERO TO PC-MP-POSITION
           MOVE ZERO TO PC-MP-BREACH-LEVEL
           WRITE PC-MONPOS-RECORD
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               MOVE WS-STATE-RECORD(WS-STATE-IDX) TO PC-MONPOS-RECORD
               WRITE PC-MONPOS-RECORD
           END-PERFORM
           CLOSE MONITOR-STATE-FILE.
