      * CBLPolyCall Inbound Spool Housekeeping v1.0
      * OBINexus Aegis Engineering - Spool Retention And Ageing
      *
      * Nightly sweep of the inbound message spool (INMSGQ). Spool
      * records already delivered (D), refused with a NAK by the
      * dispatcher (N), or written by a simulated rehearsal (T) are
      * purged once they are older than the retention period the
      * operator enters at run time, so the spool holds live work
      * instead of growing without bound. A delivered or refused
      * record ages from the day it was delivered or refused, a
      * rehearsal record from the day it was received. Every record
      * still pending (P) is left alone but aged into the ageing
      * report - under an hour, earlier the same day, one to three
      * days, or older - broken down by message type and by the
      * host of the connection it arrived on (joined through the
      * CONNREG registry), so a type with no route or an
      * application that has stopped collecting shows up the next
      * morning instead of when the spool fills.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-INQSWP.

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
           SELECT AGEING-REPORT-FILE ASSIGN TO "INQAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-SPOOL-FILE.
           COPY POLYCALL-SPOOLREC.

       FD  CONNECTION-REGISTRY-FILE.
           COPY POLYCALL-REGFILE.

       FD  AGEING-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-INQAGE-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SPOOLFILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-REGFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-SPOOL-EOF-FLAG           PIC X(1) VALUE "N".
           88  WS-NO-MORE-SPOOL-RECORDS         VALUE "Y".
       01  WS-REGISTRY-OPEN-FLAG       PIC X(1) VALUE "N".
           88  WS-REGISTRY-OPEN                 VALUE "Y".

       01  WS-RETENTION-DAYS           PIC 9(4) VALUE ZERO.
       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(8) COMP VALUE ZERO.
       01  WS-CUTOFF-INTEGER           PIC 9(8) COMP VALUE ZERO.
       01  WS-CUTOFF-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RECORD-DATE              PIC 9(8) VALUE ZERO.

      *    Ages are whole minutes on the intrinsic day calendar, so
      *    a message received before midnight ages correctly after.
       01  WS-NOW-MINUTES              PIC 9(12) COMP VALUE ZERO.
       01  WS-AGE-MINUTES              PIC 9(12) COMP VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(8) COMP VALUE ZERO.
       01  WS-STAMP-WORK               PIC X(21) VALUE SPACES.
       01  WS-STAMP-WORK-R REDEFINES WS-STAMP-WORK.
           05  WS-SW-DATE              PIC 9(8).
           05  WS-SW-HOUR              PIC 9(2).
           05  WS-SW-MINUTE            PIC 9(2).
           05  FILLER                  PIC X(9).
       01  WS-STAMP-MINUTES            PIC 9(12) COMP VALUE ZERO.
       01  WS-AGE-BUCKET               PIC 9(1) VALUE ZERO.

       01  WS-PURGED-DELIVERED-COUNT   PIC 9(8) COMP VALUE ZERO.
       01  WS-PURGED-TEST-COUNT        PIC 9(8) COMP VALUE ZERO.
       01  WS-PURGED-REFUSED-COUNT     PIC 9(8) COMP VALUE ZERO.
       01  WS-RETAINED-COUNT           PIC 9(8) COMP VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(8) COMP VALUE ZERO.

      *    Host of the connection a pending message arrived on. The
      *    spool is in connection-id order, so the last lookup is
      *    kept and reused for the run of records behind it.
       01  WS-LOOKUP-CONN-ID           PIC 9(8) VALUE ZERO.
       01  WS-LOOKUP-DONE-FLAG         PIC X(1) VALUE "N".
           88  WS-LOOKUP-DONE                   VALUE "Y".
       01  WS-CONN-HOST                PIC X(256) VALUE SPACES.

      *    Pending-message ageing by type and host. Bucket 1 is
      *    under an hour, 2 earlier the same day, 3 one to three
      *    days, 4 older.
       01  WS-AGEING-TABLE.
           05  WS-AGE-ENTRIES-USED     PIC 9(4) COMP VALUE ZERO.
           05  WS-AGE-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-AGE-IDX.
               10  WS-AGE-MSG-TYPE     PIC X(4).
               10  WS-AGE-HOST         PIC X(256).
               10  WS-AGE-COUNT        PIC 9(8) COMP
                                       OCCURS 4 TIMES.
       01  WS-AGE-TOTALS.
           05  WS-AGE-TOTAL            PIC 9(8) COMP
                                       OCCURS 4 TIMES.

       01  WS-RETENTION-DISPLAY        PIC Z(3)9.
       01  WS-PURGED-D-DISPLAY         PIC Z(7)9.
       01  WS-PURGED-T-DISPLAY         PIC Z(7)9.
       01  WS-PURGED-N-DISPLAY         PIC Z(7)9.
       01  WS-RETAINED-DISPLAY         PIC Z(7)9.
       01  WS-PENDING-DISPLAY          PIC Z(7)9.
       01  WS-BUCKET-1-DISPLAY         PIC Z(7)9.
       01  WS-BUCKET-2-DISPLAY         PIC Z(7)9.
       01  WS-BUCKET-3-DISPLAY         PIC Z(7)9.
       01  WS-BUCKET-4-DISPLAY         PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "RETENTION DAYS?"
           ACCEPT WS-RETENTION-DAYS
           IF WS-RETENTION-DAYS = ZERO
               DISPLAY "POLYCALL-INQSWP: RETENTION DAYS REQUIRED"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1 : 8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-CUTOFF-INTEGER
               = WS-TODAY-INTEGER - WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE
               = FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           MOVE WS-CURRENT-TIMESTAMP TO WS-STAMP-WORK
           PERFORM CONVERT-STAMP-TO-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES

           OPEN I-O INBOUND-SPOOL-FILE
           IF WS-SPOOLFILE-STATUS = "35"
               DISPLAY "POLYCALL-INQSWP: NO SPOOL FILE"
               STOP RUN
           END-IF
      *    A missing registry only costs the host breakdown - the
      *    purge and the ageing still run.
           OPEN INPUT CONNECTION-REGISTRY-FILE
           IF WS-REGFILE-STATUS NOT = "35"
               SET WS-REGISTRY-OPEN TO TRUE
           END-IF
           OPEN OUTPUT AGEING-REPORT-FILE
           MOVE "POLYCALL INBOUND SPOOL HOUSEKEEPING REPORT"
                                        TO PC-INQAGE-LINE
           WRITE PC-INQAGE-LINE

           PERFORM READ-NEXT-SPOOL-RECORD
           PERFORM SWEEP-SPOOL-RECORD UNTIL WS-NO-MORE-SPOOL-RECORDS

           CLOSE INBOUND-SPOOL-FILE
           IF WS-REGISTRY-OPEN
               CLOSE CONNECTION-REGISTRY-FILE
           END-IF

           PERFORM WRITE-PURGE-SUMMARY
           PERFORM WRITE-AGEING-LINES
           CLOSE AGEING-REPORT-FILE

           DISPLAY "POLYCALL-INQSWP: " WS-PURGED-DELIVERED-COUNT
                   " DELIVERED PURGED, " WS-PURGED-REFUSED-COUNT
                   " REFUSED PURGED, " WS-PURGED-TEST-COUNT
                   " TEST PURGED, " WS-PENDING-COUNT " PENDING, "
                   "CUTOFF " WS-CUTOFF-DATE
           STOP RUN.

       READ-NEXT-SPOOL-RECORD.
           READ INBOUND-SPOOL-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-SPOOL-RECORDS TO TRUE
           END-READ.

       SWEEP-SPOOL-RECORD.
           EVALUATE PC-SP-STATUS
               WHEN "D"
               WHEN "N"
               WHEN "T"
                   PERFORM PURGE-IF-EXPIRED
               WHEN "P"
                   PERFORM AGE-PENDING-RECORD
               WHEN OTHER
                   ADD 1 TO WS-RETAINED-COUNT
           END-EVALUATE
           PERFORM READ-NEXT-SPOOL-RECORD.

       PURGE-IF-EXPIRED.
           MOVE PC-SP-RECEIVED-TIMESTAMP(1 : 8) TO WS-RECORD-DATE
           IF (PC-SP-STATUS = "D" OR PC-SP-STATUS = "N")
              AND PC-SP-DELIVERED-TIMESTAMP(1 : 8) NUMERIC
               MOVE PC-SP-DELIVERED-TIMESTAMP(1 : 8)
                                           TO WS-RECORD-DATE
           END-IF
           IF WS-RECORD-DATE NUMERIC
              AND WS-RECORD-DATE < WS-CUTOFF-DATE
               DELETE INBOUND-SPOOL-FILE RECORD
               EVALUATE PC-SP-STATUS
                   WHEN "D"
                       ADD 1 TO WS-PURGED-DELIVERED-COUNT
                   WHEN "N"
                       ADD 1 TO WS-PURGED-REFUSED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-PURGED-TEST-COUNT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-RETAINED-COUNT
           END-IF.

       AGE-PENDING-RECORD.
           ADD 1 TO WS-PENDING-COUNT
           ADD 1 TO WS-RETAINED-COUNT
           MOVE PC-SP-RECEIVED-TIMESTAMP TO WS-STAMP-WORK
           PERFORM CONVERT-STAMP-TO-MINUTES
           IF WS-STAMP-MINUTES = ZERO
      *        An unreadable receipt stamp is as old as it gets -
      *        somebody has to look at it.
               MOVE 4 TO WS-AGE-BUCKET
           ELSE
               IF WS-STAMP-MINUTES > WS-NOW-MINUTES
                   MOVE ZERO TO WS-AGE-MINUTES
               ELSE
                   COMPUTE WS-AGE-MINUTES
                       = WS-NOW-MINUTES - WS-STAMP-MINUTES
               END-IF
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-SW-DATE)
               EVALUATE TRUE
                   WHEN WS-AGE-MINUTES < 60
                       MOVE 1 TO WS-AGE-BUCKET
                   WHEN WS-SW-DATE = WS-TODAY-DATE
                       MOVE 2 TO WS-AGE-BUCKET
                   WHEN WS-AGE-DAYS <= 3
                       MOVE 3 TO WS-AGE-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-BUCKET
               END-EVALUATE
           END-IF

           PERFORM LOOKUP-CONNECTION-HOST
           PERFORM FIND-OR-ADD-AGE-ENTRY
           ADD 1 TO WS-AGE-COUNT(WS-AGE-IDX, WS-AGE-BUCKET)
           ADD 1 TO WS-AGE-TOTAL(WS-AGE-BUCKET).

       CONVERT-STAMP-TO-MINUTES.
           MOVE ZERO TO WS-STAMP-MINUTES
           IF WS-SW-DATE NUMERIC AND WS-SW-DATE > ZERO
              AND WS-SW-HOUR NUMERIC AND WS-SW-MINUTE NUMERIC
               COMPUTE WS-STAMP-MINUTES
                   = FUNCTION INTEGER-OF-DATE(WS-SW-DATE) * 1440
                     + WS-SW-HOUR * 60 + WS-SW-MINUTE
           END-IF.

       LOOKUP-CONNECTION-HOST.
           IF WS-LOOKUP-DONE
              AND PC-SP-CONN-ID = WS-LOOKUP-CONN-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-LOOKUP-DONE TO TRUE
           MOVE PC-SP-CONN-ID TO WS-LOOKUP-CONN-ID
           MOVE "UNREGISTERED" TO WS-CONN-HOST
           IF WS-REGISTRY-OPEN
               MOVE PC-SP-CONN-ID TO PC-RF-CONN-ID
               READ CONNECTION-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-RF-HOST TO WS-CONN-HOST
               END-READ
           END-IF.

       FIND-OR-ADD-AGE-ENTRY.
           SET WS-AGE-IDX TO 1
           SEARCH WS-AGE-ENTRY
               AT END
                   PERFORM ADD-AGE-ENTRY
               WHEN WS-AGE-IDX > WS-AGE-ENTRIES-USED
                   PERFORM ADD-AGE-ENTRY
               WHEN WS-AGE-MSG-TYPE(WS-AGE-IDX) = PC-SP-MSG-TYPE
                AND WS-AGE-HOST(WS-AGE-IDX) = WS-CONN-HOST
                   CONTINUE
           END-SEARCH.

       ADD-AGE-ENTRY.
      *    Type/host pairs are raw traffic and can outnumber the
      *    table - fold the overflow into the last slot so the
      *    totals still balance.
           IF WS-AGE-ENTRIES-USED < 200
               ADD 1 TO WS-AGE-ENTRIES-USED
               SET WS-AGE-IDX TO WS-AGE-ENTRIES-USED
               MOVE PC-SP-MSG-TYPE TO WS-AGE-MSG-TYPE(WS-AGE-IDX)
               MOVE WS-CONN-HOST   TO WS-AGE-HOST(WS-AGE-IDX)
               MOVE ZERO TO WS-AGE-COUNT(WS-AGE-IDX, 1)
               MOVE ZERO TO WS-AGE-COUNT(WS-AGE-IDX, 2)
               MOVE ZERO TO WS-AGE-COUNT(WS-AGE-IDX, 3)
               MOVE ZERO TO WS-AGE-COUNT(WS-AGE-IDX, 4)
           ELSE
               SET WS-AGE-IDX TO 200
           END-IF.

       WRITE-PURGE-SUMMARY.
           MOVE WS-RETENTION-DAYS         TO WS-RETENTION-DISPLAY
           MOVE WS-PURGED-DELIVERED-COUNT TO WS-PURGED-D-DISPLAY
           MOVE WS-PURGED-TEST-COUNT      TO WS-PURGED-T-DISPLAY
           MOVE WS-PURGED-REFUSED-COUNT   TO WS-PURGED-N-DISPLAY
           MOVE WS-RETAINED-COUNT         TO WS-RETAINED-DISPLAY
           MOVE SPACES TO PC-INQAGE-LINE
           STRING "RETENTION DAYS=" DELIMITED BY SIZE
                  WS-RETENTION-DISPLAY DELIMITED BY SIZE
                  "  PURGING BEFORE " DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  INTO PC-INQAGE-LINE
           WRITE PC-INQAGE-LINE
           MOVE SPACES TO PC-INQAGE-LINE
           STRING "PURGED DELIVERED=" DELIMITED BY SIZE
                  WS-PURGED-D-DISPLAY DELIMITED BY SIZE
                  "  PURGED REFUSED=" DELIMITED BY SIZE
                  WS-PURGED-N-DISPLAY DELIMITED BY SIZE
                  "  PURGED TEST=" DELIMITED BY SIZE
                  WS-PURGED-T-DISPLAY DELIMITED BY SIZE
                  "  RETAINED=" DELIMITED BY SIZE
                  WS-RETAINED-DISPLAY DELIMITED BY SIZE
                  INTO PC-INQAGE-LINE
           WRITE PC-INQAGE-LINE.

       WRITE-AGEING-LINES.
           MOVE SPACES TO PC-INQAGE-LINE
           WRITE PC-INQAGE-LINE
           MOVE "PENDING MESSAGE AGEING BY TYPE AND HOST"
                                        TO PC-INQAGE-LINE
           WRITE PC-INQAGE-LINE
           SET WS-AGE-IDX TO 1
           PERFORM WS-AGE-ENTRIES-USED TIMES
               MOVE WS-AGE-COUNT(WS-AGE-IDX, 1) TO WS-BUCKET-1-DISPLAY
               MOVE WS-AGE-COUNT(WS-AGE-IDX, 2) TO WS-BUCKET-2-DISPLAY
               MOVE WS-AGE-COUNT(WS-AGE-IDX, 3) TO WS-BUCKET-3-DISPLAY
               MOVE WS-AGE-COUNT(WS-AGE-IDX, 4) TO WS-BUCKET-4-DISPLAY
               MOVE SPACES TO PC-INQAGE-LINE
               STRING "TYPE=" DELIMITED BY SIZE
                      WS-AGE-MSG-TYPE(WS-AGE-IDX) DELIMITED BY SIZE
                      " UNDER-1H=" DELIMITED BY SIZE
                      WS-BUCKET-1-DISPLAY DELIMITED BY SIZE
                      " SAME-DAY=" DELIMITED BY SIZE
                      WS-BUCKET-2-DISPLAY DELIMITED BY SIZE
                      " 1-3-DAYS=" DELIMITED BY SIZE
                      WS-BUCKET-3-DISPLAY DELIMITED BY SIZE
                      " OLDER=" DELIMITED BY SIZE
                      WS-BUCKET-4-DISPLAY DELIMITED BY SIZE
                      " HOST=" DELIMITED BY SIZE
                      WS-AGE-HOST(WS-AGE-IDX) DELIMITED BY SPACE
                      INTO PC-INQAGE-LINE
               WRITE PC-INQAGE-LINE
               SET WS-AGE-IDX UP BY 1
           END-PERFORM

           MOVE WS-PENDING-COUNT TO WS-PENDING-DISPLAY
           MOVE WS-AGE-TOTAL(1)  TO WS-BUCKET-1-DISPLAY
           MOVE WS-AGE-TOTAL(2)  TO WS-BUCKET-2-DISPLAY
           MOVE WS-AGE-TOTAL(3)  TO WS-BUCKET-3-DISPLAY
           MOVE WS-AGE-TOTAL(4)  TO WS-BUCKET-4-DISPLAY
           MOVE SPACES TO PC-INQAGE-LINE
           WRITE PC-INQAGE-LINE
           STRING "PENDING=" DELIMITED BY SIZE
                  WS-PENDING-DISPLAY DELIMITED BY SIZE
                  " UNDER-1H=" DELIMITED BY SIZE
                  WS-BUCKET-1-DISPLAY DELIMITED BY SIZE
                  " SAME-DAY=" DELIMITED BY SIZE
                  WS-BUCKET-2-DISPLAY DELIMITED BY SIZE
                  " 1-3-DAYS=" DELIMITED BY SIZE
                  WS-BUCKET-3-DISPLAY DELIMITED BY SIZE
                  " OLDER=" DELIMITED BY SIZE
                  WS-BUCKET-4-DISPLAY DELIMITED BY SIZE
                  INTO PC-INQAGE-LINE
           WRITE PC-INQAGE-LINE.
