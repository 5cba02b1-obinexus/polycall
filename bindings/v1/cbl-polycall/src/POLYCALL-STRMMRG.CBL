      * CBLPolyCall Batch Stream Merge v1.0
      * OBINexus Aegis Engineering - Parallel Batch Stream Merge
      *
      * Puts the output of the parallel batch streams cut by
      * POLYCALL-STRMSPL back together: each stream's results
      * (STRMRES1-4), dead letters (STRMDLT1-4) and carry-over
      * (STRMCRY1-4) are appended, stream by stream, to the single
      * RESULTOUT, DEADLETTER and CARRYOVER files POLYCALL-RESDIST
      * and POLYCALL-REPLAY read. A conversation ran whole inside
      * one stream, so it stays whole and in order on the merged
      * files. The merged carry-over gets one header and a trailer
      * recomputed from the records actually copied, so the next
      * run balances it like any carry-over of the batch driver's.
      *
      * The merge then proves nothing was lost. Every transaction
      * a stream's batch run was given ends up either as one
      * result record or, when its class was spilled past the
      * PRIOCTL cutoff, as a carry-over record alone. So a stream's
      * transaction count is its result records, less the driver's
      * own CONVERSATION outcome lines and the sessions it closed
      * itself (flagged on those outcome lines), plus its
      * carry-over records that no deferral result accounts for.
      * That count must equal the stream's trailer count on the
      * STRMCTL control file, each stream's carry-over must balance
      * against its own trailer, and the streams together must
      * equal the original TRANIN trailer. Any failure is reported
      * against its stream and ends the job with return code 16,
      * so the distribution and replay steps do not run on a short
      * merge. The STRMMRPT report shows the proof.
      *
      * Each stream's class totals (STRMCLS1-4) are appended to
      * CLASSTOT as they stand for the handover report. They
      * play no part in the proof, and a stream without one is
      * not an error.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-STRMMRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-CONTROL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT STREAM-RESULTS-1 ASSIGN TO "STRMRES1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-RESULTS-2 ASSIGN TO "STRMRES2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-RESULTS-3 ASSIGN TO "STRMRES3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-RESULTS-4 ASSIGN TO "STRMRES4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-DEAD-1 ASSIGN TO "STRMDLT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-DEAD-2 ASSIGN TO "STRMDLT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-DEAD-3 ASSIGN TO "STRMDLT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-DEAD-4 ASSIGN TO "STRMDLT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-CARRY-1 ASSIGN TO "STRMCRY1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-CARRY-2 ASSIGN TO "STRMCRY2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-CARRY-3 ASSIGN TO "STRMCRY3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-CARRY-4 ASSIGN TO "STRMCRY4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-CLASS-1 ASSIGN TO "STRMCLS1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-CLASS-2 ASSIGN TO "STRMCLS2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-CLASS-3 ASSIGN TO "STRMCLS3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-CLASS-4 ASSIGN TO "STRMCLS4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT DEAD-LETTER-FILE ASSIGN TO "DEADLETTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAD-FILE-STATUS.
           SELECT CARRYOVER-FILE ASSIGN TO "CARRYOVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.
           SELECT CLASS-TOTALS-FILE ASSIGN TO "CLASSTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSTOT-FILE-STATUS.
           SELECT MERGE-REPORT-FILE ASSIGN TO "STRMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-CONTROL-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-STRMCTL.

       FD  STREAM-RESULTS-1
           RECORDING MODE IS F.
       01  PC-STREAM-RESULT-1          PIC X(1056).

       FD  STREAM-RESULTS-2
           RECORDING MODE IS F.
       01  PC-STREAM-RESULT-2          PIC X(1056).

       FD  STREAM-RESULTS-3
           RECORDING MODE IS F.
       01  PC-STREAM-RESULT-3          PIC X(1056).

       FD  STREAM-RESULTS-4
           RECORDING MODE IS F.
       01  PC-STREAM-RESULT-4          PIC X(1056).

       FD  STREAM-DEAD-1
           RECORDING MODE IS F.
       01  PC-STREAM-DEAD-1            PIC X(1089).

       FD  STREAM-DEAD-2
           RECORDING MODE IS F.
       01  PC-STREAM-DEAD-2            PIC X(1089).

       FD  STREAM-DEAD-3
           RECORDING MODE IS F.
       01  PC-STREAM-DEAD-3            PIC X(1089).

       FD  STREAM-DEAD-4
           RECORDING MODE IS F.
       01  PC-STREAM-DEAD-4            PIC X(1089).

       FD  STREAM-CARRY-1
           RECORDING MODE IS F.
       01  PC-STREAM-CARRY-1           PIC X(1067).

       FD  STREAM-CARRY-2
           RECORDING MODE IS F.
       01  PC-STREAM-CARRY-2           PIC X(1067).

       FD  STREAM-CARRY-3
           RECORDING MODE IS F.
       01  PC-STREAM-CARRY-3           PIC X(1067).

       FD  STREAM-CARRY-4
           RECORDING MODE IS F.
       01  PC-STREAM-CARRY-4           PIC X(1067).

       FD  STREAM-CLASS-1
           RECORDING MODE IS F.
       01  PC-STREAM-CLASS-1           PIC X(25).

       FD  STREAM-CLASS-2
           RECORDING MODE IS F.
       01  PC-STREAM-CLASS-2           PIC X(25).

       FD  STREAM-CLASS-3
           RECORDING MODE IS F.
       01  PC-STREAM-CLASS-3           PIC X(25).

       FD  STREAM-CLASS-4
           RECORDING MODE IS F.
       01  PC-STREAM-CLASS-4           PIC X(25).

       FD  RESULTS-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-RESULTREC.

       FD  DEAD-LETTER-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-DEADREC.

       FD  CARRYOVER-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-BATCHREC.

       FD  CLASS-TOTALS-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-CLASSTOT.

       FD  MERGE-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-STRMMRPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY POLYCALL-CONSTANTS.

       01  WS-CONTROL-FILE-STATUS      PIC X(2) VALUE SPACES.
       01  WS-STREAM-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RESULT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-DEAD-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-CARRY-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CLASSTOT-FILE-STATUS     PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-STREAM-EOF-FLAG          PIC X(1) VALUE "N".
           88  WS-NO-MORE-STREAM-RECORDS        VALUE "Y".
       01  WS-STREAM-MISSING-FLAG      PIC X(1) VALUE "N".
           88  WS-STREAM-FILE-MISSING           VALUE "Y".

           COPY POLYCALL-TRANHDR.

       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-CURRENT-STREAM           PIC 9(1) VALUE ZERO.
       01  WS-MERGE-BALANCED-FLAG      PIC X(1) VALUE "Y".
           88  WS-MERGE-BALANCED                VALUE "Y".
       01  WS-STREAM-BALANCED-FLAG     PIC X(1) VALUE "Y".
           88  WS-STREAM-BALANCED               VALUE "Y".
       01  WS-STREAM-PROBLEM           PIC X(40) VALUE SPACES.

       01  WS-RESULT-WORK.
           05  WS-RW-OPERATION         PIC X(20).
           05  WS-RW-OUTPUT-DATA       PIC X(1024).
           05  WS-RW-RESULT-CODE       PIC 9(4).
           05  WS-RW-ORIGIN            PIC X(8).
       01  WS-DEAD-WORK                PIC X(1089).
       01  WS-CLASS-WORK               PIC X(25).
       01  WS-CARRY-WORK.
           05  WS-CW-OPERATION         PIC X(20).
           05  WS-CW-INPUT-DATA        PIC X(1024).
           05  WS-CW-PRIORITY          PIC X(1).
           05  WS-CW-CONV-ID           PIC X(8).
           05  WS-CW-CONV-STEP         PIC X(3).
           05  WS-CW-ORIGIN            PIC X(8).
           05  WS-CW-CARRY-NIGHTS      PIC X(2).
           05  WS-CW-RESEND-FLAG       PIC X(1).

       01  WS-TRAN-INPUT-OVERLAY       PIC X(1024).
       01  WS-TRAN-IO-AREA REDEFINES WS-TRAN-INPUT-OVERLAY.
           COPY POLYCALL-IOAREA.

      *    One stream's dispositions, cleared per stream.
       01  WS-ST-RESULTS               PIC 9(8) COMP VALUE ZERO.
       01  WS-ST-CONV-LINES            PIC 9(8) COMP VALUE ZERO.
       01  WS-ST-CLOSES                PIC 9(8) COMP VALUE ZERO.
       01  WS-ST-DEFERRED              PIC 9(8) COMP VALUE ZERO.
       01  WS-ST-DEAD                  PIC 9(8) COMP VALUE ZERO.
       01  WS-ST-CARRIED               PIC 9(8) COMP VALUE ZERO.
       01  WS-ST-CARRY-SUM             PIC 9(12) COMP VALUE ZERO.
       01  WS-ST-CARRY-TRAILER-COUNT   PIC 9(8) COMP VALUE ZERO.
       01  WS-ST-CARRY-TRAILER-SUM     PIC 9(12) COMP VALUE ZERO.
       01  WS-ST-SPILLED               PIC S9(8) COMP VALUE ZERO.
       01  WS-ST-ACCOUNTED             PIC S9(8) COMP VALUE ZERO.
       01  WS-CARRY-HEADER-FLAG        PIC X(1) VALUE "N".
           88  WS-CARRY-HEADER-SEEN             VALUE "Y".
       01  WS-CARRY-TRAILER-FLAG       PIC X(1) VALUE "N".
           88  WS-CARRY-TRAILER-SEEN            VALUE "Y".
       01  WS-CLOSE-TALLY              PIC 9(4) COMP VALUE ZERO.

      *    Whole-merge totals.
       01  WS-SPLIT-RECORDS            PIC 9(8) COMP VALUE ZERO.
       01  WS-SPLIT-SUM                PIC 9(12) COMP VALUE ZERO.
       01  WS-TOTAL-ACCOUNTED          PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-RESULTS            PIC 9(8) COMP VALUE ZERO.
       01  WS-TOTAL-DEAD               PIC 9(8) COMP VALUE ZERO.
       01  WS-MERGED-CARRY-COUNT       PIC 9(8) COMP VALUE ZERO.
       01  WS-MERGED-CARRY-SUM         PIC 9(12) COMP VALUE ZERO.

       01  WS-COUNT-DISPLAY            PIC Z(7)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-3          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-4          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-5          PIC Z(7)9.
       01  WS-SIGNED-DISPLAY           PIC -(7)9.
       01  WS-SIGNED-DISPLAY-2         PIC -(7)9.
       01  WS-SUM-DISPLAY              PIC Z(11)9.
       01  WS-SUM-DISPLAY-2            PIC Z(11)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           OPEN INPUT STREAM-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               DISPLAY "POLYCALL-STRMMRG: NO STREAM CONTROL FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ STREAM-CONTROL-FILE
               AT END
                   DISPLAY "POLYCALL-STRMMRG: STREAM CONTROL FILE "
                           "EMPTY"
                   CLOSE STREAM-CONTROL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE STREAM-CONTROL-FILE

           OPEN OUTPUT RESULTS-FILE
           OPEN OUTPUT DEAD-LETTER-FILE
           OPEN OUTPUT CARRYOVER-FILE
           OPEN OUTPUT CLASS-TOTALS-FILE
           OPEN OUTPUT MERGE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-CARRYOVER-HEADER

           PERFORM MERGE-ONE-STREAM
               VARYING WS-CURRENT-STREAM FROM 1 BY 1
               UNTIL WS-CURRENT-STREAM > 4

           PERFORM WRITE-CARRYOVER-TRAILER
           PERFORM PROVE-MERGE-TOTALS

           CLOSE RESULTS-FILE
           CLOSE DEAD-LETTER-FILE
           CLOSE CARRYOVER-FILE
           CLOSE CLASS-TOTALS-FILE
           CLOSE MERGE-REPORT-FILE

           DISPLAY "POLYCALL-STRMMRG: " WS-TOTAL-RESULTS " RESULTS, "
                   WS-TOTAL-DEAD " DEAD LETTERS, "
                   WS-MERGED-CARRY-COUNT " CARRIED"
           IF WS-MERGE-BALANCED
               DISPLAY "POLYCALL-STRMMRG: MERGE BALANCED"
           ELSE
               DISPLAY "POLYCALL-STRMMRG: MERGE OUT OF BALANCE"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE "POLYCALL BATCH STREAM MERGE REPORT"
                                       TO PC-STRMMRPT-LINE
           WRITE PC-STRMMRPT-LINE
           MOVE PC-SX-RECORD-COUNT TO WS-COUNT-DISPLAY
           MOVE PC-SX-SEQUENCE-SUM TO WS-SUM-DISPLAY
           MOVE SPACES TO PC-STRMMRPT-LINE
           STRING "FILE DATE=" DELIMITED BY SIZE
                  PC-SX-FILE-DATE DELIMITED BY SIZE
                  " ORIGIN=" DELIMITED BY SIZE
                  PC-SX-ORIGIN-SYSTEM DELIMITED BY SIZE
                  " RECORDS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " SEQSUM=" DELIMITED BY SIZE
                  WS-SUM-DISPLAY DELIMITED BY SIZE
                  " STREAMS=" DELIMITED BY SIZE
                  PC-SX-STREAM-COUNT DELIMITED BY SIZE
                  INTO PC-STRMMRPT-LINE
           WRITE PC-STRMMRPT-LINE
           MOVE SPACES TO PC-STRMMRPT-LINE
           WRITE PC-STRMMRPT-LINE.

       MERGE-ONE-STREAM.
           MOVE ZERO TO WS-ST-RESULTS
           MOVE ZERO TO WS-ST-CONV-LINES
           MOVE ZERO TO WS-ST-CLOSES
           MOVE ZERO TO WS-ST-DEFERRED
           MOVE ZERO TO WS-ST-DEAD
           MOVE ZERO TO WS-ST-CARRIED
           MOVE ZERO TO WS-ST-CARRY-SUM
           MOVE "Y" TO WS-STREAM-BALANCED-FLAG
           MOVE SPACES TO WS-STREAM-PROBLEM

           PERFORM COPY-STREAM-RESULTS
           PERFORM COPY-STREAM-DEAD-LETTERS
           PERFORM COPY-STREAM-CARRYOVER
           PERFORM COPY-STREAM-CLASS-TOTALS

           ADD PC-SX-STREAM-RECORDS(WS-CURRENT-STREAM)
                                       TO WS-SPLIT-RECORDS
           COMPUTE WS-SPLIT-SUM
               = FUNCTION MOD(WS-SPLIT-SUM
                       + PC-SX-STREAM-SEQ-SUM(WS-CURRENT-STREAM),
                       1000000000000)

           COMPUTE WS-ST-SPILLED = WS-ST-CARRIED - WS-ST-DEFERRED
           COMPUTE WS-ST-ACCOUNTED
               = WS-ST-RESULTS - WS-ST-CONV-LINES - WS-ST-CLOSES
           ADD WS-ST-SPILLED TO WS-ST-ACCOUNTED
           ADD WS-ST-ACCOUNTED TO WS-TOTAL-ACCOUNTED

           IF WS-STREAM-BALANCED
              AND WS-ST-ACCOUNTED
                  NOT = PC-SX-STREAM-RECORDS(WS-CURRENT-STREAM)
               MOVE "N" TO WS-STREAM-BALANCED-FLAG
               MOVE "TRANSACTIONS NOT ALL ACCOUNTED FOR"
                                       TO WS-STREAM-PROBLEM
           END-IF
           IF NOT WS-STREAM-BALANCED
               MOVE "N" TO WS-MERGE-BALANCED-FLAG
           END-IF
           PERFORM WRITE-STREAM-LINES.

       COPY-STREAM-RESULTS.
           PERFORM OPEN-STREAM-RESULTS
           IF WS-STREAM-FILE-MISSING
               PERFORM NOTE-MISSING-STREAM-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-STREAM-RESULT
           PERFORM UNTIL WS-NO-MORE-STREAM-RECORDS
               ADD 1 TO WS-ST-RESULTS
               EVALUATE TRUE
                   WHEN WS-RW-OPERATION = "CONVERSATION"
                       ADD 1 TO WS-ST-CONV-LINES
                       MOVE ZERO TO WS-CLOSE-TALLY
                       INSPECT WS-RW-OUTPUT-DATA TALLYING
                           WS-CLOSE-TALLY
                           FOR ALL "SESSION CLOSED BY DRIVER"
                       IF WS-CLOSE-TALLY > ZERO
                           ADD 1 TO WS-ST-CLOSES
                       END-IF
                   WHEN WS-RW-RESULT-CODE = PC-ERROR-SCHEDULE
                     OR WS-RW-RESULT-CODE = PC-ERROR-PACING
                       ADD 1 TO WS-ST-DEFERRED
               END-EVALUATE
               WRITE PC-RESULT-RECORD FROM WS-RESULT-WORK
               PERFORM READ-STREAM-RESULT
           END-PERFORM
           PERFORM CLOSE-STREAM-RESULTS
           ADD WS-ST-RESULTS TO WS-TOTAL-RESULTS.

       COPY-STREAM-DEAD-LETTERS.
           PERFORM OPEN-STREAM-DEAD
           IF WS-STREAM-FILE-MISSING
               PERFORM NOTE-MISSING-STREAM-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-STREAM-DEAD
           PERFORM UNTIL WS-NO-MORE-STREAM-RECORDS
               ADD 1 TO WS-ST-DEAD
               WRITE PC-DEAD-RECORD FROM WS-DEAD-WORK
               PERFORM READ-STREAM-DEAD
           END-PERFORM
           PERFORM CLOSE-STREAM-DEAD
           ADD WS-ST-DEAD TO WS-TOTAL-DEAD.

       COPY-STREAM-CLASS-TOTALS.
           PERFORM OPEN-STREAM-CLASS
           IF WS-STREAM-FILE-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-STREAM-CLASS
           PERFORM UNTIL WS-NO-MORE-STREAM-RECORDS
               WRITE PC-CLASSTOT-RECORD FROM WS-CLASS-WORK
               PERFORM READ-STREAM-CLASS
           END-PERFORM
           PERFORM CLOSE-STREAM-CLASS.

       COPY-STREAM-CARRYOVER.
      *    The stream's carry-over is balanced against its own
      *    header and trailer before its records are counted as
      *    merged; the control records themselves stay behind.
           MOVE "N" TO WS-CARRY-HEADER-FLAG
           MOVE "N" TO WS-CARRY-TRAILER-FLAG
           PERFORM OPEN-STREAM-CARRY
           IF WS-STREAM-FILE-MISSING
               PERFORM NOTE-MISSING-STREAM-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-STREAM-CARRY
           IF NOT WS-NO-MORE-STREAM-RECORDS
              AND WS-CW-OPERATION = "FILE_HEADER"
               SET WS-CARRY-HEADER-SEEN TO TRUE
               PERFORM READ-STREAM-CARRY
           END-IF
           PERFORM UNTIL WS-NO-MORE-STREAM-RECORDS
                      OR WS-CARRY-TRAILER-SEEN
               IF WS-CW-OPERATION = "FILE_TRAILER"
                   SET WS-CARRY-TRAILER-SEEN TO TRUE
                   MOVE WS-CW-INPUT-DATA TO PC-TRAN-CONTROL-AREA
                   MOVE PC-TT-RECORD-COUNT
                                   TO WS-ST-CARRY-TRAILER-COUNT
                   MOVE PC-TT-SEQUENCE-SUM
                                   TO WS-ST-CARRY-TRAILER-SUM
               ELSE
                   ADD 1 TO WS-ST-CARRIED
                   MOVE WS-CW-INPUT-DATA TO WS-TRAN-INPUT-OVERLAY
                   COMPUTE WS-ST-CARRY-SUM
                       = FUNCTION MOD(WS-ST-CARRY-SUM
                                      + PC-IO-MSG-SEQUENCE,
                                      1000000000000)
                   ADD 1 TO WS-MERGED-CARRY-COUNT
                   COMPUTE WS-MERGED-CARRY-SUM
                       = FUNCTION MOD(WS-MERGED-CARRY-SUM
                                      + PC-IO-MSG-SEQUENCE,
                                      1000000000000)
                   WRITE PC-TRAN-RECORD FROM WS-CARRY-WORK
                   PERFORM READ-STREAM-CARRY
               END-IF
           END-PERFORM
           PERFORM CLOSE-STREAM-CARRY

           EVALUATE TRUE
               WHEN NOT WS-CARRY-HEADER-SEEN
                   MOVE "N" TO WS-STREAM-BALANCED-FLAG
                   MOVE "CARRY-OVER FILE_HEADER MISSING"
                                       TO WS-STREAM-PROBLEM
               WHEN NOT WS-CARRY-TRAILER-SEEN
                   MOVE "N" TO WS-STREAM-BALANCED-FLAG
                   MOVE "CARRY-OVER FILE_TRAILER MISSING"
                                       TO WS-STREAM-PROBLEM
               WHEN WS-ST-CARRY-TRAILER-COUNT NOT = WS-ST-CARRIED
                 OR WS-ST-CARRY-TRAILER-SUM NOT = WS-ST-CARRY-SUM
                   MOVE "N" TO WS-STREAM-BALANCED-FLAG
                   MOVE "CARRY-OVER OUT OF BALANCE"
                                       TO WS-STREAM-PROBLEM
           END-EVALUATE.

       NOTE-MISSING-STREAM-FILE.
      *    An unused stream slot may have had no batch run at all;
      *    a stream that was given records must have all three.
           IF PC-SX-STREAM-RECORDS(WS-CURRENT-STREAM) > ZERO
               MOVE "N" TO WS-STREAM-BALANCED-FLAG
               MOVE "STREAM OUTPUT FILE MISSING" TO WS-STREAM-PROBLEM
           END-IF.

       OPEN-STREAM-RESULTS.
           MOVE "N" TO WS-STREAM-EOF-FLAG
           MOVE "N" TO WS-STREAM-MISSING-FLAG
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   OPEN INPUT STREAM-RESULTS-1
               WHEN 2
                   OPEN INPUT STREAM-RESULTS-2
               WHEN 3
                   OPEN INPUT STREAM-RESULTS-3
               WHEN 4
                   OPEN INPUT STREAM-RESULTS-4
           END-EVALUATE
           IF WS-STREAM-FILE-STATUS = "35"
               SET WS-STREAM-FILE-MISSING TO TRUE
           END-IF.

       READ-STREAM-RESULT.
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   READ STREAM-RESULTS-1 INTO WS-RESULT-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 2
                   READ STREAM-RESULTS-2 INTO WS-RESULT-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 3
                   READ STREAM-RESULTS-3 INTO WS-RESULT-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 4
                   READ STREAM-RESULTS-4 INTO WS-RESULT-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
           END-EVALUATE.

       CLOSE-STREAM-RESULTS.
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   CLOSE STREAM-RESULTS-1
               WHEN 2
                   CLOSE STREAM-RESULTS-2
               WHEN 3
                   CLOSE STREAM-RESULTS-3
               WHEN 4
                   CLOSE STREAM-RESULTS-4
           END-EVALUATE.

       OPEN-STREAM-DEAD.
           MOVE "N" TO WS-STREAM-EOF-FLAG
           MOVE "N" TO WS-STREAM-MISSING-FLAG
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   OPEN INPUT STREAM-DEAD-1
               WHEN 2
                   OPEN INPUT STREAM-DEAD-2
               WHEN 3
                   OPEN INPUT STREAM-DEAD-3
               WHEN 4
                   OPEN INPUT STREAM-DEAD-4
           END-EVALUATE
           IF WS-STREAM-FILE-STATUS = "35"
               SET WS-STREAM-FILE-MISSING TO TRUE
           END-IF.

       READ-STREAM-DEAD.
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   READ STREAM-DEAD-1 INTO WS-DEAD-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 2
                   READ STREAM-DEAD-2 INTO WS-DEAD-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 3
                   READ STREAM-DEAD-3 INTO WS-DEAD-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 4
                   READ STREAM-DEAD-4 INTO WS-DEAD-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
           END-EVALUATE.

       CLOSE-STREAM-DEAD.
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   CLOSE STREAM-DEAD-1
               WHEN 2
                   CLOSE STREAM-DEAD-2
               WHEN 3
                   CLOSE STREAM-DEAD-3
               WHEN 4
                   CLOSE STREAM-DEAD-4
           END-EVALUATE.

       OPEN-STREAM-CLASS.
           MOVE "N" TO WS-STREAM-EOF-FLAG
           MOVE "N" TO WS-STREAM-MISSING-FLAG
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   OPEN INPUT STREAM-CLASS-1
               WHEN 2
                   OPEN INPUT STREAM-CLASS-2
               WHEN 3
                   OPEN INPUT STREAM-CLASS-3
               WHEN 4
                   OPEN INPUT STREAM-CLASS-4
           END-EVALUATE
           IF WS-STREAM-FILE-STATUS = "35"
               SET WS-STREAM-FILE-MISSING TO TRUE
           END-IF.

       READ-STREAM-CLASS.
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   READ STREAM-CLASS-1 INTO WS-CLASS-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 2
                   READ STREAM-CLASS-2 INTO WS-CLASS-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 3
                   READ STREAM-CLASS-3 INTO WS-CLASS-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 4
                   READ STREAM-CLASS-4 INTO WS-CLASS-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
           END-EVALUATE.

       CLOSE-STREAM-CLASS.
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   CLOSE STREAM-CLASS-1
               WHEN 2
                   CLOSE STREAM-CLASS-2
               WHEN 3
                   CLOSE STREAM-CLASS-3
               WHEN 4
                   CLOSE STREAM-CLASS-4
           END-EVALUATE.

       OPEN-STREAM-CARRY.
           MOVE "N" TO WS-STREAM-EOF-FLAG
           MOVE "N" TO WS-STREAM-MISSING-FLAG
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   OPEN INPUT STREAM-CARRY-1
               WHEN 2
                   OPEN INPUT STREAM-CARRY-2
               WHEN 3
                   OPEN INPUT STREAM-CARRY-3
               WHEN 4
                   OPEN INPUT STREAM-CARRY-4
           END-EVALUATE
           IF WS-STREAM-FILE-STATUS = "35"
               SET WS-STREAM-FILE-MISSING TO TRUE
           END-IF.

       READ-STREAM-CARRY.
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   READ STREAM-CARRY-1 INTO WS-CARRY-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 2
                   READ STREAM-CARRY-2 INTO WS-CARRY-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 3
                   READ STREAM-CARRY-3 INTO WS-CARRY-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
               WHEN 4
                   READ STREAM-CARRY-4 INTO WS-CARRY-WORK
                       AT END
                           SET WS-NO-MORE-STREAM-RECORDS TO TRUE
                   END-READ
           END-EVALUATE.

       CLOSE-STREAM-CARRY.
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   CLOSE STREAM-CARRY-1
               WHEN 2
                   CLOSE STREAM-CARRY-2
               WHEN 3
                   CLOSE STREAM-CARRY-3
               WHEN 4
                   CLOSE STREAM-CARRY-4
           END-EVALUATE.

       WRITE-CARRYOVER-HEADER.
      *    Same header the batch driver writes on its own
      *    carry-over, so the next run cannot tell the difference.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO PC-TRAN-CONTROL-AREA
           MOVE WS-CURRENT-TIMESTAMP(1 : 8) TO PC-TH-FILE-DATE
           MOVE "POLYBTCH" TO PC-TH-ORIGIN-SYSTEM
           MOVE SPACES TO PC-TRAN-RECORD
           MOVE "FILE_HEADER" TO PC-TRAN-OPERATION
           MOVE PC-TRAN-CONTROL-AREA TO PC-TRAN-INPUT-DATA
           WRITE PC-TRAN-RECORD.

       WRITE-CARRYOVER-TRAILER.
           MOVE SPACES TO PC-TRAN-CONTROL-AREA
           MOVE WS-MERGED-CARRY-COUNT TO PC-TT-RECORD-COUNT
           MOVE WS-MERGED-CARRY-SUM   TO PC-TT-SEQUENCE-SUM
           MOVE SPACES TO PC-TRAN-RECORD
           MOVE "FILE_TRAILER" TO PC-TRAN-OPERATION
           MOVE PC-TRAN-CONTROL-AREA TO PC-TRAN-INPUT-DATA
           WRITE PC-TRAN-RECORD.

       WRITE-STREAM-LINES.
           MOVE PC-SX-STREAM-RECORDS(WS-CURRENT-STREAM)
                                       TO WS-COUNT-DISPLAY
           MOVE WS-ST-RESULTS TO WS-COUNT-DISPLAY-2
           MOVE WS-ST-DEAD TO WS-COUNT-DISPLAY-3
           MOVE WS-ST-CARRIED TO WS-COUNT-DISPLAY-4
           MOVE WS-ST-ACCOUNTED TO WS-SIGNED-DISPLAY
           MOVE SPACES TO PC-STRMMRPT-LINE
           STRING "STREAM " DELIMITED BY SIZE
                  WS-CURRENT-STREAM DELIMITED BY SIZE
                  " ORIGIN=" DELIMITED BY SIZE
                  PC-SX-STREAM-ORIGIN(WS-CURRENT-STREAM)
                                       DELIMITED BY SIZE
                  " TRAILER=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " RESULTS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " DEAD=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                  " CARRIED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
                  " ACCOUNTED=" DELIMITED BY SIZE
                  WS-SIGNED-DISPLAY DELIMITED BY SIZE
                  INTO PC-STRMMRPT-LINE
           WRITE PC-STRMMRPT-LINE

           MOVE WS-ST-CONV-LINES TO WS-COUNT-DISPLAY
           MOVE WS-ST-CLOSES TO WS-COUNT-DISPLAY-2
           MOVE WS-ST-DEFERRED TO WS-COUNT-DISPLAY-3
           MOVE WS-ST-SPILLED TO WS-SIGNED-DISPLAY-2
           MOVE SPACES TO PC-STRMMRPT-LINE
           IF WS-STREAM-BALANCED
               STRING "  CONV-LINES=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " CLOSES=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " DEFERRED=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                      " SPILLED=" DELIMITED BY SIZE
                      WS-SIGNED-DISPLAY-2 DELIMITED BY SIZE
                      " BALANCED" DELIMITED BY SIZE
                      INTO PC-STRMMRPT-LINE
           ELSE
               STRING "  CONV-LINES=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " CLOSES=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " DEFERRED=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                      " SPILLED=" DELIMITED BY SIZE
                      WS-SIGNED-DISPLAY-2 DELIMITED BY SIZE
                      " OUT OF BALANCE - " DELIMITED BY SIZE
                      WS-STREAM-PROBLEM DELIMITED BY SIZE
                      INTO PC-STRMMRPT-LINE
           END-IF
           WRITE PC-STRMMRPT-LINE.

       PROVE-MERGE-TOTALS.
      *    The streams must add back up to the file that was split,
      *    and what the streams accounted for to that same total.
           IF WS-SPLIT-RECORDS NOT = PC-SX-RECORD-COUNT
              OR WS-SPLIT-SUM NOT = PC-SX-SEQUENCE-SUM
              OR WS-TOTAL-ACCOUNTED NOT = PC-SX-RECORD-COUNT
               MOVE "N" TO WS-MERGE-BALANCED-FLAG
           END-IF

           MOVE PC-SX-RECORD-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SPLIT-RECORDS TO WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-ACCOUNTED TO WS-SIGNED-DISPLAY
           MOVE PC-SX-SEQUENCE-SUM TO WS-SUM-DISPLAY
           MOVE WS-SPLIT-SUM TO WS-SUM-DISPLAY-2
           MOVE SPACES TO PC-STRMMRPT-LINE
           WRITE PC-STRMMRPT-LINE
           STRING "ORIGINAL RECORDS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " SEQSUM=" DELIMITED BY SIZE
                  WS-SUM-DISPLAY DELIMITED BY SIZE
                  " STREAM RECORDS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " SEQSUM=" DELIMITED BY SIZE
                  WS-SUM-DISPLAY-2 DELIMITED BY SIZE
                  " ACCOUNTED=" DELIMITED BY SIZE
                  WS-SIGNED-DISPLAY DELIMITED BY SIZE
                  INTO PC-STRMMRPT-LINE
           WRITE PC-STRMMRPT-LINE

           MOVE WS-TOTAL-RESULTS TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-DEAD TO WS-COUNT-DISPLAY-2
           MOVE WS-MERGED-CARRY-COUNT TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO PC-STRMMRPT-LINE
           IF WS-MERGE-BALANCED
               STRING "MERGE BALANCED RESULTOUT=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " DEADLETTER=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " CARRYOVER=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                      INTO PC-STRMMRPT-LINE
           ELSE
               STRING "MERGE OUT OF BALANCE RESULTOUT="
                                       DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " DEADLETTER=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " CARRYOVER=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                      INTO PC-STRMMRPT-LINE
           END-IF
           WRITE PC-STRMMRPT-LINE.
