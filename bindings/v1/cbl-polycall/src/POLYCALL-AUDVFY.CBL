      * CBLPolyCall Audit Hash-Chain Verifier v1.0
      * OBINexus Aegis Engineering - Proof Of An Unaltered Audit Trail
      *
      * Proves that a range of dated audit-log generations is as
      * POLYCALL-AUDCUT closed it. Reads the AUDCTL control ledger
      * and, alongside it, AUDITGENS - the generations for the
      * range concatenated in date order, the way the monthly
      * reports are run against a concatenated audit log. For each
      * ledger record in the range it checks that the record's
      * opening hash is the previous generation's closing hash
      * (zero for the very first generation), then recomputes the
      * chain over exactly PC-AC-RECORD-COUNT audit records and
      * compares the result with the closing hash on the ledger.
      *
      * Every generation checked gets an OK or BROKEN line on
      * AUDVFYRPT; verification stops at the first break, since
      * every generation after it is chained from the broken one.
      * Audit records left over after the last generation in the
      * range are a break as well. Return code 8 when the chain is
      * broken, 4 when no generation fell in the range, else 0.
      * The range is entered at run time; zero means from the
      * first generation on the ledger, or up to the last.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-AUDVFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCTL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITGENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-AUDCTL.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-AUDIT.

       FD  VERIFY-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-AUDVFY-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDCTL-STATUS            PIC X(2) VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-LEDGER-EOF-FLAG          PIC X(1) VALUE "N".
           88  WS-NO-MORE-LEDGER                VALUE "Y".
       01  WS-AUDIT-EOF-FLAG           PIC X(1) VALUE "N".
           88  WS-NO-MORE-AUDIT                 VALUE "Y".
       01  WS-BREAK-FLAG               PIC X(1) VALUE "N".
           88  WS-CHAIN-BROKEN                  VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(8) VALUE ZERO.

      *    Where the chain stood after the previous ledger record.
       01  WS-PREV-CLOSING-HASH        PIC 9(9) VALUE ZERO.
       01  WS-PREV-GEN-DATE            PIC 9(8) VALUE ZERO.

       01  WS-CHAIN-HASH               PIC 9(18) COMP VALUE ZERO.
       01  WS-RECORD-SUM               PIC 9(18) COMP VALUE ZERO.
       01  WS-HASH-POS                 PIC 9(4) COMP VALUE ZERO.
       01  WS-HASH-RECORD              PIC X(367) VALUE SPACES.
       01  WS-RECORDS-READ             PIC 9(8) COMP VALUE ZERO.
       01  WS-LEFTOVER-COUNT           PIC 9(8) COMP VALUE ZERO.

       01  WS-GEN-CHECKED-COUNT        PIC 9(8) COMP VALUE ZERO.
       01  WS-RECORD-TOTAL             PIC 9(8) COMP VALUE ZERO.
       01  WS-BREAK-REASON             PIC X(40) VALUE SPACES.

       01  WS-COUNT-DISPLAY            PIC Z(7)9.
       01  WS-READ-DISPLAY             PIC Z(7)9.
       01  WS-EXPECTED-HASH-DISPLAY    PIC 9(9).
       01  WS-COMPUTED-HASH-DISPLAY    PIC 9(9).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           DISPLAY "FROM GENERATION DATE (YYYYMMDD, ZERO FOR FIRST)?"
           ACCEPT WS-FROM-DATE
           DISPLAY "TO GENERATION DATE (YYYYMMDD, ZERO FOR LAST)?"
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "POLYCALL-AUDVFY: INVALID GENERATION RANGE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-CONTROL-FILE
           IF WS-AUDCTL-STATUS = "35"
               DISPLAY "POLYCALL-AUDVFY: NO AUDIT CONTROL LEDGER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               SET WS-NO-MORE-AUDIT TO TRUE
           END-IF
           OPEN OUTPUT VERIFY-REPORT-FILE

           MOVE "POLYCALL AUDIT HASH-CHAIN VERIFICATION"
                                       TO PC-AUDVFY-LINE
           WRITE PC-AUDVFY-LINE
           MOVE SPACES TO PC-AUDVFY-LINE
           STRING "FROM=" DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO=" DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  " RUN=" DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP(1 : 14) DELIMITED BY SIZE
                  INTO PC-AUDVFY-LINE
           WRITE PC-AUDVFY-LINE
           MOVE SPACES TO PC-AUDVFY-LINE
           WRITE PC-AUDVFY-LINE

           IF NOT WS-NO-MORE-AUDIT
               PERFORM READ-NEXT-AUDIT
           END-IF
           PERFORM READ-NEXT-LEDGER
           PERFORM CHECK-LEDGER-RECORD
               UNTIL WS-NO-MORE-LEDGER OR WS-CHAIN-BROKEN

           IF NOT WS-CHAIN-BROKEN
               PERFORM CHECK-FOR-LEFTOVERS
           END-IF
           PERFORM WRITE-SUMMARY-LINE

           CLOSE AUDIT-CONTROL-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE VERIFY-REPORT-FILE

           MOVE WS-GEN-CHECKED-COUNT TO WS-COUNT-DISPLAY
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN
                   DISPLAY "POLYCALL-AUDVFY: CHAIN BROKEN AT "
                           "GENERATION " WS-COUNT-DISPLAY
                           " IN RANGE - "
                           WS-BREAK-REASON
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GEN-CHECKED-COUNT = ZERO
                   DISPLAY "POLYCALL-AUDVFY: NO GENERATIONS IN RANGE"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "POLYCALL-AUDVFY: " WS-COUNT-DISPLAY
                           " GENERATIONS VERIFIED, CHAIN INTACT"
           END-EVALUATE
           STOP RUN.

       READ-NEXT-LEDGER.
           READ AUDIT-CONTROL-FILE
               AT END
                   SET WS-NO-MORE-LEDGER TO TRUE
           END-READ.

       READ-NEXT-AUDIT.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-NO-MORE-AUDIT TO TRUE
           END-READ.

       CHECK-LEDGER-RECORD.
      *    Generations before the range only move the chain
      *    forward; the first one inside the range is still linked
      *    to the closing hash of the one before it.
           IF PC-AC-GEN-DATE < WS-FROM-DATE
               MOVE PC-AC-GEN-DATE     TO WS-PREV-GEN-DATE
               MOVE PC-AC-CLOSING-HASH TO WS-PREV-CLOSING-HASH
               PERFORM READ-NEXT-LEDGER
               EXIT PARAGRAPH
           END-IF
           IF PC-AC-GEN-DATE > WS-TO-DATE
               SET WS-NO-MORE-LEDGER TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GEN-CHECKED-COUNT
           MOVE ZERO TO WS-RECORDS-READ
           MOVE PC-AC-OPENING-HASH TO WS-CHAIN-HASH
           EVALUATE TRUE
               WHEN PC-AC-GEN-DATE NOT > WS-PREV-GEN-DATE
                   MOVE "GENERATION DATE OUT OF SEQUENCE"
                                       TO WS-BREAK-REASON
                   SET WS-CHAIN-BROKEN TO TRUE
               WHEN PC-AC-OPENING-HASH NOT = WS-PREV-CLOSING-HASH
                   MOVE "OPENING HASH NOT PREVIOUS CLOSING HASH"
                                       TO WS-BREAK-REASON
                   SET WS-CHAIN-BROKEN TO TRUE
               WHEN OTHER
                   PERFORM HASH-GENERATION-RECORDS
           END-EVALUATE

           IF NOT WS-CHAIN-BROKEN
               IF WS-RECORDS-READ < PC-AC-RECORD-COUNT
                   MOVE "GENERATION SHORT OF LEDGER COUNT"
                                       TO WS-BREAK-REASON
                   SET WS-CHAIN-BROKEN TO TRUE
               ELSE
                   IF WS-CHAIN-HASH NOT = PC-AC-CLOSING-HASH
                       MOVE "CLOSING HASH MISMATCH"
                                       TO WS-BREAK-REASON
                       SET WS-CHAIN-BROKEN TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-GENERATION-LINE
           ADD WS-RECORDS-READ TO WS-RECORD-TOTAL
           MOVE PC-AC-GEN-DATE     TO WS-PREV-GEN-DATE
           MOVE PC-AC-CLOSING-HASH TO WS-PREV-CLOSING-HASH
           IF NOT WS-CHAIN-BROKEN
               PERFORM READ-NEXT-LEDGER
           END-IF.

       HASH-GENERATION-RECORDS.
           PERFORM UNTIL WS-RECORDS-READ = PC-AC-RECORD-COUNT
                      OR WS-NO-MORE-AUDIT
               ADD 1 TO WS-RECORDS-READ
               PERFORM HASH-ONE-RECORD
               PERFORM READ-NEXT-AUDIT
           END-PERFORM.

       HASH-ONE-RECORD.
      *    Must stay exactly as POLYCALL-AUDCUT computes it.
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

       CHECK-FOR-LEFTOVERS.
      *    Records past the last generation checked mean something
      *    was inserted, or the wrong generations were supplied.
           PERFORM UNTIL WS-NO-MORE-AUDIT
               ADD 1 TO WS-LEFTOVER-COUNT
               PERFORM READ-NEXT-AUDIT
           END-PERFORM
           IF WS-LEFTOVER-COUNT > ZERO
               MOVE "RECORDS BEYOND LAST GENERATION"
                                       TO WS-BREAK-REASON
               SET WS-CHAIN-BROKEN TO TRUE
               MOVE WS-LEFTOVER-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO PC-AUDVFY-LINE
               STRING "BROKEN UNACCOUNTED RECORDS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " REASON=" DELIMITED BY SIZE
                      WS-BREAK-REASON DELIMITED BY SIZE
                      INTO PC-AUDVFY-LINE
               WRITE PC-AUDVFY-LINE
           END-IF.

       WRITE-GENERATION-LINE.
           MOVE PC-AC-RECORD-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-RECORDS-READ    TO WS-READ-DISPLAY
           MOVE PC-AC-CLOSING-HASH TO WS-EXPECTED-HASH-DISPLAY
           MOVE WS-CHAIN-HASH      TO WS-COMPUTED-HASH-DISPLAY
           MOVE SPACES TO PC-AUDVFY-LINE
           IF WS-CHAIN-BROKEN
               STRING "BROKEN GEN=" DELIMITED BY SIZE
                      PC-AC-GEN-DATE DELIMITED BY SIZE
                      " COUNT=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " READ=" DELIMITED BY SIZE
                      WS-READ-DISPLAY DELIMITED BY SIZE
                      " HASH=" DELIMITED BY SIZE
                      WS-EXPECTED-HASH-DISPLAY DELIMITED BY SIZE
                      " COMPUTED=" DELIMITED BY SIZE
                      WS-COMPUTED-HASH-DISPLAY DELIMITED BY SIZE
                      " REASON=" DELIMITED BY SIZE
                      WS-BREAK-REASON DELIMITED BY SIZE
                      INTO PC-AUDVFY-LINE
           ELSE
               STRING "OK     GEN=" DELIMITED BY SIZE
                      PC-AC-GEN-DATE DELIMITED BY SIZE
                      " COUNT=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " READ=" DELIMITED BY SIZE
                      WS-READ-DISPLAY DELIMITED BY SIZE
                      " HASH=" DELIMITED BY SIZE
                      WS-EXPECTED-HASH-DISPLAY DELIMITED BY SIZE
                      INTO PC-AUDVFY-LINE
           END-IF
           WRITE PC-AUDVFY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO PC-AUDVFY-LINE
           WRITE PC-AUDVFY-LINE
           MOVE WS-GEN-CHECKED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-RECORD-TOTAL      TO WS-READ-DISPLAY
           MOVE SPACES TO PC-AUDVFY-LINE
           IF WS-CHAIN-BROKEN
               STRING "SUMMARY GENERATIONS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " RECORDS=" DELIMITED BY SIZE
                      WS-READ-DISPLAY DELIMITED BY SIZE
                      " CHAIN=BROKEN" DELIMITED BY SIZE
                      INTO PC-AUDVFY-LINE
           ELSE
               STRING "SUMMARY GENERATIONS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " RECORDS=" DELIMITED BY SIZE
                      WS-READ-DISPLAY DELIMITED BY SIZE
                      " CHAIN=INTACT" DELIMITED BY SIZE
                      INTO PC-AUDVFY-LINE
           END-IF
           WRITE PC-AUDVFY-LINE.
