      * CBLPolyCall Request Round-Trip Report v1.0
      * OBINexus Aegis Engineering - REQ/Response Latency By Host
      *
      * Reads the pending-request file POLYCALL-BRIDGE maintains
      * and, for every request CLOSED on the report date, takes the
      * round trip as the closed timestamp minus the sent timestamp
      * (to the hundredth of a second, across midnight). Per
      * PC-PQ-HOST, and for all hosts together, it reports the
      * count, average, maximum and the 90th and 95th percentiles,
      * then the spread across fixed time bands - under 1 second,
      * 1-5, 5-10, 10-30, 30-60 and over 60 seconds - and finally
      * the slowest requests of the day with their connection id
      * and sequence, so a partner that is answering but answering
      * slowly is visible long before its requests start to orphan.
      *
      * Percentiles come from a per-host histogram kept in tenths
      * of a second up to 300 seconds; the percentile printed is
      * the top of the tenth it falls in (never more than the
      * host's true maximum), and anything beyond 300 seconds
      * reports as the maximum. The report date is entered at run
      * time; zero means today.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-RTTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-REQUEST-FILE ASSIGN TO "PENDREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PQ-KEY
               FILE STATUS IS WS-PENDFILE-STATUS.
           SELECT ROUND-TRIP-REPORT-FILE ASSIGN TO "RTTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-REQUEST-FILE.
           COPY POLYCALL-PENDREQ.

       FD  ROUND-TRIP-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-RTTRPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PENDFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-ENTRIES               VALUE "Y".

       01  WS-REPORT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.

       01  WS-TOTAL-COUNT              PIC 9(8) COMP VALUE ZERO.
       01  WS-MEASURED-COUNT           PIC 9(8) COMP VALUE ZERO.
       01  WS-OPEN-COUNT               PIC 9(8) COMP VALUE ZERO.
       01  WS-UNREADABLE-COUNT         PIC 9(8) COMP VALUE ZERO.

      *    Stamps are YYYYMMDDHHMMSScc plus the zone; hundredths
      *    since the intrinsic integer-calendar epoch difference
      *    cleanly across midnight.
       01  WS-STAMP-WORK               PIC X(21) VALUE SPACES.
       01  WS-STAMP-WORK-R REDEFINES WS-STAMP-WORK.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-HH             PIC 9(2).
           05  WS-STAMP-MM             PIC 9(2).
           05  WS-STAMP-SS             PIC 9(2).
           05  WS-STAMP-CC             PIC 9(2).
           05  FILLER                  PIC X(5).
       01  WS-STAMP-VALID-FLAG         PIC X(1) VALUE "N".
           88  WS-STAMP-VALID                   VALUE "Y".
       01  WS-STAMP-HUNDREDTHS         PIC 9(14) COMP VALUE ZERO.
       01  WS-SENT-HUNDREDTHS          PIC 9(14) COMP VALUE ZERO.
       01  WS-CLOSED-HUNDREDTHS        PIC 9(14) COMP VALUE ZERO.
       01  WS-ROUND-TRIP               PIC 9(8) COMP VALUE ZERO.

      *    One entry per host plus a last entry for all hosts
      *    together. Histogram slot n holds round trips in the
      *    tenth of a second ending at n tenths; slot 3001 holds
      *    everything past 300 seconds.
       01  WS-ALL-HOSTS-SLOT           PIC 9(4) COMP VALUE 51.
       01  WS-HOST-TABLE.
           05  WS-HST-ENTRY OCCURS 51 TIMES
                                   INDEXED BY WS-HST-IDX.
               10  WS-HST-NAME         PIC X(256).
               10  WS-HST-COUNT        PIC 9(8) COMP.
               10  WS-HST-SUM          PIC 9(14) COMP.
               10  WS-HST-MAX          PIC 9(8) COMP.
               10  WS-HST-BAND         PIC 9(8) COMP OCCURS 6 TIMES.
               10  WS-HST-HIST         PIC 9(8) COMP OCCURS 3001 TIMES.
       01  WS-HST-ENTRIES-USED         PIC 9(4) COMP VALUE ZERO.
       01  WS-HOST-SLOT                PIC 9(4) COMP VALUE ZERO.
       01  WS-HIST-SLOT                PIC 9(4) COMP VALUE ZERO.
       01  WS-BAND-SLOT                PIC 9(1) VALUE ZERO.

      *    Slowest requests of the day, longest first.
       01  WS-SLOW-TABLE.
           05  WS-SLOW-ENTRY OCCURS 10 TIMES
                                   INDEXED BY WS-SLOW-IDX.
               10  WS-SLOW-ROUND-TRIP  PIC 9(8) COMP.
               10  WS-SLOW-CONN-ID     PIC 9(8).
               10  WS-SLOW-MSG-SEQUENCE PIC 9(8).
               10  WS-SLOW-SENT        PIC X(21).
               10  WS-SLOW-HOST        PIC X(256).
       01  WS-SLOW-USED                PIC 9(4) COMP VALUE ZERO.
       01  WS-SLOW-SLOT                PIC 9(4) COMP VALUE ZERO.
       01  WS-SHIFT-SLOT               PIC 9(4) COMP VALUE ZERO.

       01  WS-PERCENTILE               PIC 9(3) VALUE ZERO.
       01  WS-PERCENTILE-RANK          PIC 9(8) COMP VALUE ZERO.
       01  WS-CUMULATIVE-COUNT         PIC 9(8) COMP VALUE ZERO.
       01  WS-PERCENTILE-VALUE         PIC 9(8) COMP VALUE ZERO.
       01  WS-P90-VALUE                PIC 9(8) COMP VALUE ZERO.
       01  WS-P95-VALUE                PIC 9(8) COMP VALUE ZERO.
       01  WS-AVERAGE-VALUE            PIC 9(8) COMP VALUE ZERO.

       01  WS-SECONDS-WORK             PIC 9(6)V99 VALUE ZERO.
       01  WS-COUNT-DISPLAY            PIC Z(7)9.
       01  WS-AVG-DISPLAY              PIC Z(5)9.99.
       01  WS-MAX-DISPLAY              PIC Z(5)9.99.
       01  WS-P90-DISPLAY              PIC Z(5)9.99.
       01  WS-P95-DISPLAY              PIC Z(5)9.99.
       01  WS-SECS-DISPLAY             PIC Z(5)9.99.
       01  WS-BAND-1-DISPLAY           PIC Z(7)9.
       01  WS-BAND-2-DISPLAY           PIC Z(7)9.
       01  WS-BAND-3-DISPLAY           PIC Z(7)9.
       01  WS-BAND-4-DISPLAY           PIC Z(7)9.
       01  WS-BAND-5-DISPLAY           PIC Z(7)9.
       01  WS-BAND-6-DISPLAY           PIC Z(7)9.
       01  WS-CONN-ID-DISPLAY          PIC Z(7)9.
       01  WS-SEQ-DISPLAY              PIC Z(7)9.
       01  WS-TOTAL-DISPLAY            PIC Z(7)9.
       01  WS-MEASURED-DISPLAY         PIC Z(7)9.
       01  WS-OPEN-DISPLAY             PIC Z(7)9.
       01  WS-UNREADABLE-DISPLAY       PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "REPORT DATE (YYYYMMDD, ZERO FOR TODAY)?"
           ACCEPT WS-REPORT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           IF WS-REPORT-DATE = ZERO
               MOVE WS-CURRENT-TIMESTAMP(1 : 8) TO WS-REPORT-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE) NOT = ZERO
               DISPLAY "POLYCALL-RTTRPT: INVALID REPORT DATE"
               STOP RUN
           END-IF

           OPEN INPUT PENDING-REQUEST-FILE
           IF WS-PENDFILE-STATUS = "35"
               DISPLAY "POLYCALL-RTTRPT: NO PENDING-REQUEST FILE"
               STOP RUN
           END-IF
           OPEN OUTPUT ROUND-TRIP-REPORT-FILE

           MOVE "POLYCALL REQUEST ROUND-TRIP REPORT" TO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE
           MOVE SPACES TO PC-RTTRPT-LINE
           STRING "REPORT DATE=" DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  INTO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE

           INITIALIZE WS-HOST-TABLE
           INITIALIZE WS-SLOW-TABLE
           MOVE "ALL-HOSTS" TO WS-HST-NAME(WS-ALL-HOSTS-SLOT)

           PERFORM READ-NEXT-ENTRY
           PERFORM MEASURE-ENTRY UNTIL WS-NO-MORE-ENTRIES

           PERFORM WRITE-HOST-STATISTICS
           PERFORM WRITE-BAND-LINES
           PERFORM WRITE-SLOWEST-LINES
           PERFORM WRITE-SUMMARY-LINE

           CLOSE PENDING-REQUEST-FILE
           CLOSE ROUND-TRIP-REPORT-FILE

           DISPLAY "POLYCALL-RTTRPT: " WS-MEASURED-COUNT
                   " MEASURED, " WS-OPEN-COUNT " STILL OPEN, "
                   WS-UNREADABLE-COUNT " UNREADABLE"
           STOP RUN.

       READ-NEXT-ENTRY.
           READ PENDING-REQUEST-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-ENTRIES TO TRUE
           END-READ.

       MEASURE-ENTRY.
           ADD 1 TO WS-TOTAL-COUNT
           IF PC-PQ-STATUS = "OPEN"
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           IF PC-PQ-STATUS = "CLOSED"
              AND PC-PQ-CLOSED-TIMESTAMP(1 : 8) = WS-REPORT-DATE
               PERFORM COMPUTE-ROUND-TRIP
           END-IF
           PERFORM READ-NEXT-ENTRY.

       COMPUTE-ROUND-TRIP.
           MOVE PC-PQ-SENT-TIMESTAMP TO WS-STAMP-WORK
           PERFORM STAMP-TO-HUNDREDTHS
           IF NOT WS-STAMP-VALID
               ADD 1 TO WS-UNREADABLE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP-HUNDREDTHS TO WS-SENT-HUNDREDTHS
           MOVE PC-PQ-CLOSED-TIMESTAMP TO WS-STAMP-WORK
           PERFORM STAMP-TO-HUNDREDTHS
           IF NOT WS-STAMP-VALID
              OR WS-STAMP-HUNDREDTHS < WS-SENT-HUNDREDTHS
               ADD 1 TO WS-UNREADABLE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP-HUNDREDTHS TO WS-CLOSED-HUNDREDTHS
           COMPUTE WS-ROUND-TRIP
               = WS-CLOSED-HUNDREDTHS - WS-SENT-HUNDREDTHS
           ADD 1 TO WS-MEASURED-COUNT

           EVALUATE TRUE
               WHEN WS-ROUND-TRIP < 100
                   MOVE 1 TO WS-BAND-SLOT
               WHEN WS-ROUND-TRIP < 500
                   MOVE 2 TO WS-BAND-SLOT
               WHEN WS-ROUND-TRIP < 1000
                   MOVE 3 TO WS-BAND-SLOT
               WHEN WS-ROUND-TRIP < 3000
                   MOVE 4 TO WS-BAND-SLOT
               WHEN WS-ROUND-TRIP < 6000
                   MOVE 5 TO WS-BAND-SLOT
               WHEN OTHER
                   MOVE 6 TO WS-BAND-SLOT
           END-EVALUATE
           COMPUTE WS-HIST-SLOT = WS-ROUND-TRIP / 10 + 1
           IF WS-ROUND-TRIP >= 30000
               MOVE 3001 TO WS-HIST-SLOT
           END-IF

           PERFORM FIND-OR-ADD-HOST-ENTRY
           PERFORM ACCUMULATE-ROUND-TRIP
           MOVE WS-ALL-HOSTS-SLOT TO WS-HOST-SLOT
           PERFORM ACCUMULATE-ROUND-TRIP
           PERFORM RANK-SLOWEST-REQUEST.

       STAMP-TO-HUNDREDTHS.
           MOVE "N" TO WS-STAMP-VALID-FLAG
           MOVE ZERO TO WS-STAMP-HUNDREDTHS
           IF WS-STAMP-DATE NUMERIC AND WS-STAMP-DATE > ZERO
              AND WS-STAMP-HH NUMERIC AND WS-STAMP-MM NUMERIC
              AND WS-STAMP-SS NUMERIC AND WS-STAMP-CC NUMERIC
               SET WS-STAMP-VALID TO TRUE
               COMPUTE WS-STAMP-HUNDREDTHS
                   = FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 8640000
                   + WS-STAMP-HH * 360000
                   + WS-STAMP-MM * 6000
                   + WS-STAMP-SS * 100
                   + WS-STAMP-CC
           END-IF.

       FIND-OR-ADD-HOST-ENTRY.
           SET WS-HST-IDX TO 1
           SEARCH WS-HST-ENTRY
               AT END
                   PERFORM ADD-HOST-ENTRY
               WHEN WS-HST-IDX > WS-HST-ENTRIES-USED
                   PERFORM ADD-HOST-ENTRY
               WHEN WS-HST-NAME(WS-HST-IDX) = PC-PQ-HOST
                   CONTINUE
           END-SEARCH
           SET WS-HOST-SLOT TO WS-HST-IDX.

       ADD-HOST-ENTRY.
      *    Hosts are raw caller data and can outnumber the table -
      *    fold the overflow into the last host slot so the totals
      *    still balance instead of landing on the all-hosts line.
           IF WS-HST-ENTRIES-USED < 50
               ADD 1 TO WS-HST-ENTRIES-USED
               SET WS-HST-IDX TO WS-HST-ENTRIES-USED
               MOVE PC-PQ-HOST TO WS-HST-NAME(WS-HST-IDX)
           ELSE
               SET WS-HST-IDX TO 50
           END-IF.

       ACCUMULATE-ROUND-TRIP.
           ADD 1 TO WS-HST-COUNT(WS-HOST-SLOT)
           ADD WS-ROUND-TRIP TO WS-HST-SUM(WS-HOST-SLOT)
           IF WS-ROUND-TRIP > WS-HST-MAX(WS-HOST-SLOT)
               MOVE WS-ROUND-TRIP TO WS-HST-MAX(WS-HOST-SLOT)
           END-IF
           ADD 1 TO WS-HST-BAND(WS-HOST-SLOT, WS-BAND-SLOT)
           ADD 1 TO WS-HST-HIST(WS-HOST-SLOT, WS-HIST-SLOT).

       RANK-SLOWEST-REQUEST.
      *    Insertion into the descending top-ten list: find where
      *    this round trip belongs, shuffle the slower-listed ones
      *    down a place (the tenth drops off), and drop it in.
           IF WS-SLOW-USED = 10
              AND WS-ROUND-TRIP <= WS-SLOW-ROUND-TRIP(10)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SLOW-SLOT
           PERFORM UNTIL WS-SLOW-SLOT > WS-SLOW-USED
                      OR WS-ROUND-TRIP >
                                 WS-SLOW-ROUND-TRIP(WS-SLOW-SLOT)
               ADD 1 TO WS-SLOW-SLOT
           END-PERFORM
           IF WS-SLOW-USED < 10
               ADD 1 TO WS-SLOW-USED
           END-IF
           PERFORM VARYING WS-SHIFT-SLOT FROM WS-SLOW-USED BY -1
                   UNTIL WS-SHIFT-SLOT <= WS-SLOW-SLOT
               MOVE WS-SLOW-ENTRY(WS-SHIFT-SLOT - 1)
                               TO WS-SLOW-ENTRY(WS-SHIFT-SLOT)
           END-PERFORM
           MOVE WS-ROUND-TRIP
                           TO WS-SLOW-ROUND-TRIP(WS-SLOW-SLOT)
           MOVE PC-PQ-CONN-ID
                           TO WS-SLOW-CONN-ID(WS-SLOW-SLOT)
           MOVE PC-PQ-MSG-SEQUENCE
                           TO WS-SLOW-MSG-SEQUENCE(WS-SLOW-SLOT)
           MOVE PC-PQ-SENT-TIMESTAMP
                           TO WS-SLOW-SENT(WS-SLOW-SLOT)
           MOVE PC-PQ-HOST
                           TO WS-SLOW-HOST(WS-SLOW-SLOT).

       FIND-PERCENTILE.
      *    Smallest histogram tenth whose running count reaches the
      *    rank (rounded up) - its upper edge, capped at the true
      *    maximum, is the percentile.
           COMPUTE WS-PERCENTILE-RANK
               = (WS-HST-COUNT(WS-HOST-SLOT) * WS-PERCENTILE + 99)
                 / 100
           IF WS-PERCENTILE-RANK = ZERO
               MOVE 1 TO WS-PERCENTILE-RANK
           END-IF
           MOVE ZERO TO WS-CUMULATIVE-COUNT
           MOVE ZERO TO WS-HIST-SLOT
           PERFORM UNTIL WS-CUMULATIVE-COUNT >= WS-PERCENTILE-RANK
                      OR WS-HIST-SLOT >= 3001
               ADD 1 TO WS-HIST-SLOT
               ADD WS-HST-HIST(WS-HOST-SLOT, WS-HIST-SLOT)
                               TO WS-CUMULATIVE-COUNT
           END-PERFORM
           COMPUTE WS-PERCENTILE-VALUE = WS-HIST-SLOT * 10
           IF WS-HIST-SLOT >= 3001
              OR WS-PERCENTILE-VALUE > WS-HST-MAX(WS-HOST-SLOT)
               MOVE WS-HST-MAX(WS-HOST-SLOT) TO WS-PERCENTILE-VALUE
           END-IF.

       WRITE-HOST-STATISTICS.
           MOVE SPACES TO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE
           MOVE "ROUND TRIP BY HOST (SECONDS)" TO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE
           PERFORM VARYING WS-HOST-SLOT FROM 1 BY 1
                   UNTIL WS-HOST-SLOT > WS-HST-ENTRIES-USED
               PERFORM WRITE-ONE-HOST-STATISTIC
           END-PERFORM
           MOVE WS-ALL-HOSTS-SLOT TO WS-HOST-SLOT
           PERFORM WRITE-ONE-HOST-STATISTIC.

       WRITE-ONE-HOST-STATISTIC.
           MOVE ZERO TO WS-AVERAGE-VALUE
           MOVE ZERO TO WS-P90-VALUE
           MOVE ZERO TO WS-P95-VALUE
           IF WS-HST-COUNT(WS-HOST-SLOT) > ZERO
               COMPUTE WS-AVERAGE-VALUE ROUNDED
                   = WS-HST-SUM(WS-HOST-SLOT)
                     / WS-HST-COUNT(WS-HOST-SLOT)
               MOVE 90 TO WS-PERCENTILE
               PERFORM FIND-PERCENTILE
               MOVE WS-PERCENTILE-VALUE TO WS-P90-VALUE
               MOVE 95 TO WS-PERCENTILE
               PERFORM FIND-PERCENTILE
               MOVE WS-PERCENTILE-VALUE TO WS-P95-VALUE
           END-IF
           MOVE WS-HST-COUNT(WS-HOST-SLOT) TO WS-COUNT-DISPLAY
           COMPUTE WS-SECONDS-WORK = WS-AVERAGE-VALUE / 100
           MOVE WS-SECONDS-WORK TO WS-AVG-DISPLAY
           COMPUTE WS-SECONDS-WORK = WS-HST-MAX(WS-HOST-SLOT) / 100
           MOVE WS-SECONDS-WORK TO WS-MAX-DISPLAY
           COMPUTE WS-SECONDS-WORK = WS-P90-VALUE / 100
           MOVE WS-SECONDS-WORK TO WS-P90-DISPLAY
           COMPUTE WS-SECONDS-WORK = WS-P95-VALUE / 100
           MOVE WS-SECONDS-WORK TO WS-P95-DISPLAY
           MOVE SPACES TO PC-RTTRPT-LINE
           STRING "COUNT=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " AVG=" DELIMITED BY SIZE
                  WS-AVG-DISPLAY DELIMITED BY SIZE
                  " MAX=" DELIMITED BY SIZE
                  WS-MAX-DISPLAY DELIMITED BY SIZE
                  " P90=" DELIMITED BY SIZE
                  WS-P90-DISPLAY DELIMITED BY SIZE
                  " P95=" DELIMITED BY SIZE
                  WS-P95-DISPLAY DELIMITED BY SIZE
                  " HOST=" DELIMITED BY SIZE
                  WS-HST-NAME(WS-HOST-SLOT) DELIMITED BY SPACE
                  INTO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE.

       WRITE-BAND-LINES.
           MOVE SPACES TO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE
           MOVE "ROUND TRIP DISTRIBUTION BY HOST" TO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE
           PERFORM VARYING WS-HOST-SLOT FROM 1 BY 1
                   UNTIL WS-HOST-SLOT > WS-HST-ENTRIES-USED
               PERFORM WRITE-ONE-BAND-LINE
           END-PERFORM
           MOVE WS-ALL-HOSTS-SLOT TO WS-HOST-SLOT
           PERFORM WRITE-ONE-BAND-LINE.

       WRITE-ONE-BAND-LINE.
           MOVE WS-HST-BAND(WS-HOST-SLOT, 1) TO WS-BAND-1-DISPLAY
           MOVE WS-HST-BAND(WS-HOST-SLOT, 2) TO WS-BAND-2-DISPLAY
           MOVE WS-HST-BAND(WS-HOST-SLOT, 3) TO WS-BAND-3-DISPLAY
           MOVE WS-HST-BAND(WS-HOST-SLOT, 4) TO WS-BAND-4-DISPLAY
           MOVE WS-HST-BAND(WS-HOST-SLOT, 5) TO WS-BAND-5-DISPLAY
           MOVE WS-HST-BAND(WS-HOST-SLOT, 6) TO WS-BAND-6-DISPLAY
           MOVE SPACES TO PC-RTTRPT-LINE
           STRING "UNDER-1S=" DELIMITED BY SIZE
                  WS-BAND-1-DISPLAY DELIMITED BY SIZE
                  " 1-5S=" DELIMITED BY SIZE
                  WS-BAND-2-DISPLAY DELIMITED BY SIZE
                  " 5-10S=" DELIMITED BY SIZE
                  WS-BAND-3-DISPLAY DELIMITED BY SIZE
                  " 10-30S=" DELIMITED BY SIZE
                  WS-BAND-4-DISPLAY DELIMITED BY SIZE
                  " 30-60S=" DELIMITED BY SIZE
                  WS-BAND-5-DISPLAY DELIMITED BY SIZE
                  " OVER-60S=" DELIMITED BY SIZE
                  WS-BAND-6-DISPLAY DELIMITED BY SIZE
                  " HOST=" DELIMITED BY SIZE
                  WS-HST-NAME(WS-HOST-SLOT) DELIMITED BY SPACE
                  INTO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE.

       WRITE-SLOWEST-LINES.
           MOVE SPACES TO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE
           MOVE "SLOWEST REQUESTS" TO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE
           PERFORM VARYING WS-SLOW-SLOT FROM 1 BY 1
                   UNTIL WS-SLOW-SLOT > WS-SLOW-USED
               COMPUTE WS-SECONDS-WORK
                   = WS-SLOW-ROUND-TRIP(WS-SLOW-SLOT) / 100
               MOVE WS-SECONDS-WORK TO WS-SECS-DISPLAY
               MOVE WS-SLOW-CONN-ID(WS-SLOW-SLOT)
                               TO WS-CONN-ID-DISPLAY
               MOVE WS-SLOW-MSG-SEQUENCE(WS-SLOW-SLOT)
                               TO WS-SEQ-DISPLAY
               MOVE SPACES TO PC-RTTRPT-LINE
               STRING "SECS=" DELIMITED BY SIZE
                      WS-SECS-DISPLAY DELIMITED BY SIZE
                      " CONNID=" DELIMITED BY SIZE
                      WS-CONN-ID-DISPLAY DELIMITED BY SIZE
                      " SEQ=" DELIMITED BY SIZE
                      WS-SEQ-DISPLAY DELIMITED BY SIZE
                      " SENT=" DELIMITED BY SIZE
                      WS-SLOW-SENT(WS-SLOW-SLOT) DELIMITED BY SIZE
                      " HOST=" DELIMITED BY SIZE
                      WS-SLOW-HOST(WS-SLOW-SLOT) DELIMITED BY SPACE
                      INTO PC-RTTRPT-LINE
               WRITE PC-RTTRPT-LINE
           END-PERFORM.

       WRITE-SUMMARY-LINE.
           MOVE WS-TOTAL-COUNT      TO WS-TOTAL-DISPLAY
           MOVE WS-MEASURED-COUNT   TO WS-MEASURED-DISPLAY
           MOVE WS-OPEN-COUNT       TO WS-OPEN-DISPLAY
           MOVE WS-UNREADABLE-COUNT TO WS-UNREADABLE-DISPLAY
           MOVE SPACES TO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE
           STRING "TRACKED=" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  "  MEASURED=" DELIMITED BY SIZE
                  WS-MEASURED-DISPLAY DELIMITED BY SIZE
                  "  STILL-OPEN=" DELIMITED BY SIZE
                  WS-OPEN-DISPLAY DELIMITED BY SIZE
                  "  UNREADABLE=" DELIMITED BY SIZE
                  WS-UNREADABLE-DISPLAY DELIMITED BY SIZE
                  INTO PC-RTTRPT-LINE
           WRITE PC-RTTRPT-LINE.
