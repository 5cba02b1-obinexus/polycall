      * CBLPolyCall Suppressed Duplicate Send Report v1.0
      * OBINexus Aegis Engineering - Duplicate Feed Work List
      *
      * POLYCALL-BRIDGE refuses a SEND_MESSAGE or QUEUE_MESSAGE whose
      * body it already delivered to the same partner inside the
      * look-back, or - for QUEUE_MESSAGE - still holds queued for
      * it on OUTMSGQ (DUPLICATE_SEND), and the batch driver and the
      * replay driver dead-letter the refusal like any other. This
      * report lists those refusals from the night's DEADLETTER and
      * the replay's DEADOUT, grouped under the originating system
      * that fed them, so each department can see which of its
      * transactions went in twice. Either file may be absent.
      * Nothing on them is changed - a refusal the partner really
      * does want again is replayed with its resend flag set.
      *
      * The same run ages the SENTFP fingerprint file: every
      * fingerprint older than the longest look-back DUPCTL gives
      * any message type is dropped on the way to SENTFPNEW, which
      * the job scheduler swaps in as the next day's SENTFP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-DUPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAD-LETTER-FILE ASSIGN TO "DEADLETTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADFILE-STATUS.
           SELECT DEAD-LETTER-OUT-FILE ASSIGN TO "DEADOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADOUT-FILE-STATUS.
           SELECT DUP-CONTROL-FILE ASSIGN TO "DUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPCTL-STATUS.
           SELECT SENT-FINGERPRINT-FILE ASSIGN TO "SENTFP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPFILE-STATUS.
           SELECT FINGERPRINT-NEW-FILE ASSIGN TO "SENTFPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPNEW-STATUS.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEAD-LETTER-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-DEADREC.

       FD  DEAD-LETTER-OUT-FILE
           RECORDING MODE IS F.
       01  PC-DEAD-OUT-RECORD          PIC X(1089).

       FD  DUP-CONTROL-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-DUPCTL.

       FD  SENT-FINGERPRINT-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-SENTFP.

       FD  FINGERPRINT-NEW-FILE
           RECORDING MODE IS F.
       01  PC-SENTFP-NEW-RECORD        PIC X(297).

       FD  DUPLICATE-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-DUPRPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY POLYCALL-CONSTANTS.

       01  WS-DEADFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-DEADOUT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01  WS-DUPCTL-STATUS            PIC X(2) VALUE SPACES.
       01  WS-FPFILE-STATUS            PIC X(2) VALUE SPACES.
       01  WS-FPNEW-STATUS             PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".

      *    Which dead-letter file is being walked - DEADLETTER for
      *    the night's batch, DEADOUT for the replay's leftovers.
       01  WS-SOURCE-FLAG              PIC X(1) VALUE "B".
           88  WS-SOURCE-BATCH                  VALUE "B".
           88  WS-SOURCE-REPLAY                 VALUE "R".
       01  WS-SOURCE-NAME              PIC X(10) VALUE SPACES.

      *    Which pass: counting refusals per origin, or listing the
      *    refusals of one origin.
       01  WS-PASS-FLAG                PIC X(1) VALUE "C".
           88  WS-COUNTING-PASS                 VALUE "C".
           88  WS-LISTING-PASS                  VALUE "L".

       01  WS-DEAD-INPUT-OVERLAY       PIC X(1024).
       01  WS-DEAD-IO-AREA REDEFINES WS-DEAD-INPUT-OVERLAY.
           COPY POLYCALL-IOAREA.

       01  WS-ORIGIN-TABLE.
           05  WS-ORG-ENTRY OCCURS 30 TIMES
                                   INDEXED BY WS-ORG-IDX.
               10  WS-ORG-NAME         PIC X(8).
               10  WS-ORG-SUPPRESSED   PIC 9(8) COMP.
               10  WS-ORG-BATCH        PIC 9(8) COMP.
               10  WS-ORG-REPLAY       PIC 9(8) COMP.
       01  WS-ORG-ENTRIES-USED         PIC 9(4) COMP VALUE ZERO.
       01  WS-LOOKUP-ORIGIN            PIC X(8) VALUE SPACES.
       01  WS-LISTING-SUB              PIC 9(4) COMP VALUE ZERO.

      *    Look-back periods, read as the bridge reads them - only
      *    the longest matters here.
       01  WS-LOOKBACK-DEFAULT         PIC 9(4) COMP VALUE ZERO.
       01  WS-LOOKBACK-LONGEST         PIC 9(4) COMP VALUE ZERO.
       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-INTEGER           PIC 9(8) COMP VALUE ZERO.
       01  WS-CUTOFF-DATE              PIC 9(8) VALUE ZERO.

       01  WS-BODY-SHOWN               PIC X(40) VALUE SPACES.
       01  WS-BODY-SHOWN-LENGTH        PIC 9(4) COMP VALUE ZERO.
       01  WS-DEST-SHOWN               PIC X(60) VALUE SPACES.

       01  WS-DEAD-READ-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  WS-SUPPRESSED-COUNT         PIC 9(8) COMP VALUE ZERO.
       01  WS-RESEND-PENDING-COUNT     PIC 9(8) COMP VALUE ZERO.
       01  WS-FP-KEPT-COUNT            PIC 9(8) COMP VALUE ZERO.
       01  WS-FP-DROPPED-COUNT         PIC 9(8) COMP VALUE ZERO.

       01  WS-SEQ-DISPLAY              PIC Z(7)9.
       01  WS-LENGTH-DISPLAY           PIC Z(7)9.
       01  WS-PORT-DISPLAY             PIC 9(5).
       01  WS-DAYS-DISPLAY             PIC Z(3)9.
       01  WS-COUNT-DISPLAY            PIC Z(7)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-3          PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-ORIGIN-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1 : 8) TO WS-TODAY-DATE

           OPEN OUTPUT DUPLICATE-REPORT-FILE
           MOVE SPACES TO PC-DUPRPT-LINE
           STRING "POLYCALL SUPPRESSED DUPLICATE SEND REPORT "
                                               DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO PC-DUPRPT-LINE
           WRITE PC-DUPRPT-LINE
           MOVE SPACES TO PC-DUPRPT-LINE
           WRITE PC-DUPRPT-LINE

           SET WS-COUNTING-PASS TO TRUE
           PERFORM SCAN-DEAD-LETTER-FILES

           IF WS-ORG-ENTRIES-USED = ZERO
               MOVE "NO DUPLICATE SENDS SUPPRESSED"
                                           TO PC-DUPRPT-LINE
               WRITE PC-DUPRPT-LINE
               MOVE SPACES TO PC-DUPRPT-LINE
               WRITE PC-DUPRPT-LINE
           END-IF
           SET WS-LISTING-PASS TO TRUE
           PERFORM VARYING WS-LISTING-SUB FROM 1 BY 1
                   UNTIL WS-LISTING-SUB > WS-ORG-ENTRIES-USED
               PERFORM REPORT-ONE-ORIGIN
           END-PERFORM

           PERFORM WRITE-SUMMARY-LINE

           PERFORM LOAD-DUP-LOOKBACK
           PERFORM AGE-FINGERPRINT-FILE
           PERFORM WRITE-AGEING-LINE

           CLOSE DUPLICATE-REPORT-FILE

           DISPLAY "POLYCALL-DUPRPT: " WS-SUPPRESSED-COUNT
                   " SUPPRESSED FROM " WS-ORG-ENTRIES-USED
                   " ORIGINS, " WS-FP-KEPT-COUNT
                   " FINGERPRINTS KEPT, " WS-FP-DROPPED-COUNT
                   " DROPPED, CUTOFF " WS-CUTOFF-DATE
           IF WS-SUPPRESSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SCAN-DEAD-LETTER-FILES.
      *    The same walk serves both passes: the counting pass
      *    tallies each origin, the listing pass prints the
      *    refusals belonging to the origin in WS-LISTING-SUB.
           SET WS-SOURCE-BATCH TO TRUE
           MOVE "DEADLETTER" TO WS-SOURCE-NAME
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT DEAD-LETTER-FILE
           IF WS-DEADFILE-STATUS NOT = "35"
               READ DEAD-LETTER-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   PERFORM EXAMINE-DEAD-RECORD
                   READ DEAD-LETTER-FILE
                       AT END
                           SET WS-NO-MORE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEAD-LETTER-FILE
           END-IF

           SET WS-SOURCE-REPLAY TO TRUE
           MOVE "DEADOUT" TO WS-SOURCE-NAME
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT DEAD-LETTER-OUT-FILE
           IF WS-DEADOUT-FILE-STATUS NOT = "35"
               READ DEAD-LETTER-OUT-FILE INTO PC-DEAD-RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   PERFORM EXAMINE-DEAD-RECORD
                   READ DEAD-LETTER-OUT-FILE INTO PC-DEAD-RECORD
                       AT END
                           SET WS-NO-MORE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEAD-LETTER-OUT-FILE
           END-IF.

       EXAMINE-DEAD-RECORD.
           IF WS-COUNTING-PASS
               ADD 1 TO WS-DEAD-READ-COUNT
           END-IF
           IF PC-DL-RESULT-CODE NOT = PC-ERROR-DUPLICATE-SEND
               EXIT PARAGRAPH
           END-IF
           MOVE PC-DL-ORIGIN TO WS-LOOKUP-ORIGIN
           IF WS-LOOKUP-ORIGIN = SPACES
               MOVE "NONE" TO WS-LOOKUP-ORIGIN
           END-IF
           PERFORM FIND-OR-ADD-ORIGIN
           IF WS-COUNTING-PASS
               ADD 1 TO WS-SUPPRESSED-COUNT
               ADD 1 TO WS-ORG-SUPPRESSED(WS-ORG-IDX)
               IF WS-SOURCE-BATCH
                   ADD 1 TO WS-ORG-BATCH(WS-ORG-IDX)
               ELSE
                   ADD 1 TO WS-ORG-REPLAY(WS-ORG-IDX)
               END-IF
               IF PC-DL-RESEND-REQUESTED
                   ADD 1 TO WS-RESEND-PENDING-COUNT
               END-IF
           ELSE
               IF WS-ORG-IDX = WS-LISTING-SUB
                   PERFORM WRITE-DUPLICATE-LINES
               END-IF
           END-IF.

       FIND-OR-ADD-ORIGIN.
           SET WS-ORG-IDX TO 1
           SEARCH WS-ORG-ENTRY
               AT END
                   PERFORM ADD-ORIGIN-ENTRY
               WHEN WS-ORG-IDX > WS-ORG-ENTRIES-USED
                   PERFORM ADD-ORIGIN-ENTRY
               WHEN WS-ORG-NAME(WS-ORG-IDX) = WS-LOOKUP-ORIGIN
                   CONTINUE
           END-SEARCH.

       ADD-ORIGIN-ENTRY.
      *    Origin tags are raw transaction data - fold the overflow
      *    into the last slot so the totals still balance.
           IF WS-ORG-ENTRIES-USED < 30
               ADD 1 TO WS-ORG-ENTRIES-USED
               SET WS-ORG-IDX TO WS-ORG-ENTRIES-USED
               MOVE WS-LOOKUP-ORIGIN TO WS-ORG-NAME(WS-ORG-IDX)
           ELSE
               SET WS-ORG-IDX TO 30
               MOVE "OTHER" TO WS-ORG-NAME(WS-ORG-IDX)
           END-IF.

       REPORT-ONE-ORIGIN.
           SET WS-ORG-IDX TO WS-LISTING-SUB
           MOVE WS-ORG-SUPPRESSED(WS-ORG-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-ORG-BATCH(WS-ORG-IDX)      TO WS-COUNT-DISPLAY-2
           MOVE WS-ORG-REPLAY(WS-ORG-IDX)     TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO PC-DUPRPT-LINE
           STRING "ORIGIN=" DELIMITED BY SIZE
                  WS-ORG-NAME(WS-ORG-IDX) DELIMITED BY SIZE
                  " SUPPRESSED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " BATCH=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " REPLAY=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                  INTO PC-DUPRPT-LINE
           WRITE PC-DUPRPT-LINE

           PERFORM SCAN-DEAD-LETTER-FILES

           MOVE SPACES TO PC-DUPRPT-LINE
           WRITE PC-DUPRPT-LINE.

       WRITE-DUPLICATE-LINES.
      *    The destination is shown as the caller named it - the
      *    directory name when there was one, else the raw address.
      *    The body excerpt is what the department needs to find
      *    the transaction in its own feed.
           MOVE PC-DL-INPUT-DATA TO WS-DEAD-INPUT-OVERLAY
           MOVE PC-IO-MSG-SEQUENCE TO WS-SEQ-DISPLAY
           MOVE PC-IO-MSG-LENGTH   TO WS-LENGTH-DISPLAY
           MOVE SPACES TO WS-DEST-SHOWN
           IF PC-IO-DEST-NAME NOT = SPACES
              AND PC-IO-DEST-NAME NOT = LOW-VALUES
               MOVE PC-IO-DEST-NAME TO WS-DEST-SHOWN
           ELSE
               MOVE PC-IO-PORT TO WS-PORT-DISPLAY
               STRING PC-IO-HOST DELIMITED BY SPACE
                      ":" DELIMITED BY SIZE
                      WS-PORT-DISPLAY DELIMITED BY SIZE
                      INTO WS-DEST-SHOWN
           END-IF
           MOVE SPACES TO PC-DUPRPT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-SOURCE-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PC-DL-OPERATION DELIMITED BY SIZE
                  " SEQ=" DELIMITED BY SIZE
                  WS-SEQ-DISPLAY DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  PC-IO-MSG-TYPE DELIMITED BY SIZE
                  " LENGTH=" DELIMITED BY SIZE
                  WS-LENGTH-DISPLAY DELIMITED BY SIZE
                  " DEST=" DELIMITED BY SIZE
                  WS-DEST-SHOWN DELIMITED BY SPACE
                  INTO PC-DUPRPT-LINE
           WRITE PC-DUPRPT-LINE

           MOVE PC-IO-FRAG-LENGTH TO WS-BODY-SHOWN-LENGTH
           IF WS-BODY-SHOWN-LENGTH > LENGTH OF WS-BODY-SHOWN
              OR WS-BODY-SHOWN-LENGTH = ZERO
               MOVE LENGTH OF WS-BODY-SHOWN TO WS-BODY-SHOWN-LENGTH
           END-IF
           MOVE SPACES TO WS-BODY-SHOWN
           MOVE PC-IO-BODY(1 : WS-BODY-SHOWN-LENGTH) TO WS-BODY-SHOWN
           INSPECT WS-BODY-SHOWN REPLACING ALL LOW-VALUES BY "."
           MOVE SPACES TO PC-DUPRPT-LINE
           STRING "    BODY='" DELIMITED BY SIZE
                  WS-BODY-SHOWN(1 : WS-BODY-SHOWN-LENGTH)
                                               DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO PC-DUPRPT-LINE
           IF PC-DL-RESEND-REQUESTED
               MOVE "RESEND=Y" TO PC-DUPRPT-LINE(60 : 8)
           END-IF
           WRITE PC-DUPRPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-DEAD-READ-COUNT      TO WS-COUNT-DISPLAY
           MOVE WS-SUPPRESSED-COUNT     TO WS-COUNT-DISPLAY-2
           MOVE WS-RESEND-PENDING-COUNT TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO PC-DUPRPT-LINE
           STRING "SUMMARY DEAD-LETTERS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " SUPPRESSED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " MARKED-FOR-RESEND=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                  INTO PC-DUPRPT-LINE
           WRITE PC-DUPRPT-LINE.

       LOAD-DUP-LOOKBACK.
      *    A missing DUPCTL means every type runs on the shop
      *    default, exactly as in the bridge.
           MOVE PC-DUP-LOOKBACK-DAYS TO WS-LOOKBACK-DEFAULT
           MOVE ZERO TO WS-LOOKBACK-LONGEST
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT DUP-CONTROL-FILE
           IF WS-DUPCTL-STATUS NOT = "35"
               READ DUP-CONTROL-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   IF PC-DC-MSG-TYPE = SPACES
                       MOVE PC-DC-LOOKBACK-DAYS
                                            TO WS-LOOKBACK-DEFAULT
                   ELSE
                       IF PC-DC-LOOKBACK-DAYS > WS-LOOKBACK-LONGEST
                           MOVE PC-DC-LOOKBACK-DAYS
                                            TO WS-LOOKBACK-LONGEST
                       END-IF
                   END-IF
                   READ DUP-CONTROL-FILE
                       AT END
                           SET WS-NO-MORE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DUP-CONTROL-FILE
           END-IF
           IF WS-LOOKBACK-DEFAULT > WS-LOOKBACK-LONGEST
               MOVE WS-LOOKBACK-DEFAULT TO WS-LOOKBACK-LONGEST
           END-IF
           COMPUTE WS-CUTOFF-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-LOOKBACK-LONGEST
           COMPUTE WS-CUTOFF-DATE
               = FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).

       AGE-FINGERPRINT-FILE.
      *    SENTFPNEW is always written, empty when nothing has been
      *    sent yet, so the scheduler's swap never has to ask. A
      *    fingerprint with an unreadable date is dropped - the
      *    bridge would never match it either.
           OPEN OUTPUT FINGERPRINT-NEW-FILE
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT SENT-FINGERPRINT-FILE
           IF WS-FPFILE-STATUS NOT = "35"
               READ SENT-FINGERPRINT-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   IF FUNCTION TEST-DATE-YYYYMMDD(PC-FP-SEND-DATE)
                                                         = ZERO
                      AND PC-FP-SEND-DATE NOT < WS-CUTOFF-DATE
                       ADD 1 TO WS-FP-KEPT-COUNT
                       WRITE PC-SENTFP-NEW-RECORD
                                       FROM PC-SENTFP-RECORD
                   ELSE
                       ADD 1 TO WS-FP-DROPPED-COUNT
                   END-IF
                   READ SENT-FINGERPRINT-FILE
                       AT END
                           SET WS-NO-MORE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SENT-FINGERPRINT-FILE
           END-IF
           CLOSE FINGERPRINT-NEW-FILE.

       WRITE-AGEING-LINE.
           MOVE WS-LOOKBACK-LONGEST TO WS-DAYS-DISPLAY
           MOVE WS-FP-KEPT-COUNT    TO WS-COUNT-DISPLAY
           MOVE WS-FP-DROPPED-COUNT TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO PC-DUPRPT-LINE
           STRING "FINGERPRINTS LOOK-BACK DAYS=" DELIMITED BY SIZE
                  WS-DAYS-DISPLAY DELIMITED BY SIZE
                  " CUTOFF=" DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  " KEPT=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " DROPPED=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  INTO PC-DUPRPT-LINE
           WRITE PC-DUPRPT-LINE.
