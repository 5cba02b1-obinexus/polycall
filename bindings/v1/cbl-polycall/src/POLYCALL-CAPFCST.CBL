      * CBLPolyCall Capacity Forecast v1.0
      * OBINexus Aegis Engineering - Pacing And Registry Headroom
      *
      * Monthly capacity-planning report off the keyed traffic
      * history POLYCALL-STATEXT maintains. For every host it fits
      * a straight-line trend through the trailing
      * PC-CAP-HISTORY-DAYS of daily SEND_MESSAGE volume (the sends
      * the bridge paces) and daily call time, and projects both
      * 30, 60 and 90 days past the newest date on the history.
      *
      * Pacing: the projected day is raised by the host's own
      * peak-day factor (its busiest day over its average day in
      * the window) and spread over the minutes its HOSTSCHED
      * window allows (the whole day for an unrestricted host),
      * giving a peak per-minute demand to set against the
      * HOSTRATE PC-HR-MAX-PER-MINUTE ceiling. A host paced on
      * more than one port is measured against the ports' combined
      * ceiling, since the history does not split a host by port.
      *
      * Registry: a host's call time over its window is the number
      * of registry slots it keeps busy on average; raised by the
      * same peak-day factor and summed over all hosts (as if every
      * window were open at once) it is set against
      * PC-MAX-CONNECTIONS.
      *
      * A host whose projection reaches its pacing ceiling inside
      * the 90-day horizon, or a registry total that reaches the
      * slot ceiling, is flagged with the date the trend line gets
      * there - raising a partner's rate limit takes a contract
      * change, so the warning has to come weeks ahead. Return
      * code 4 when anything is flagged.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-CAPFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-SH-KEY
               FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT HOST-RATE-FILE ASSIGN TO "HOSTRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEFILE-STATUS.
           SELECT HOST-SCHEDULE-FILE ASSIGN TO "HOSTSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDFILE-STATUS.
           SELECT PARTNER-MASTER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PT-CODE
               FILE STATUS IS WS-PTNFILE-STATUS.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPFCST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-HISTORY-FILE.
           COPY POLYCALL-STATHIST.

       FD  HOST-RATE-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-RATEFILE.

       FD  HOST-SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-SCHEDFILE.

       FD  PARTNER-MASTER-FILE.
           COPY POLYCALL-PARTNER.

       FD  CAPACITY-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-CAPFCST-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY POLYCALL-CONSTANTS.
       01  WS-HISTFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-RATEFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-SCHEDFILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-PTNFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-PARTNER-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-NO-MORE-PARTNERS              VALUE "Y".
           COPY POLYCALL-PTNTBL.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".

       01  WS-ASOF-DATE                PIC 9(8) VALUE ZERO.
       01  WS-ASOF-INTEGER             PIC 9(8) COMP VALUE ZERO.
       01  WS-WINDOW-START-INTEGER     PIC 9(8) COMP VALUE ZERO.
       01  WS-DAY-OFFSET               PIC 9(4) COMP VALUE ZERO.

      *    One host-day at a time: the history is keyed date, host,
      *    operation, so a host's operations for a date arrive
      *    together and are folded into one daily figure.
       01  WS-DAY-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-DAY-HOST                 PIC X(256) VALUE SPACES.
       01  WS-DAY-SENDS                PIC 9(9) COMP VALUE ZERO.
       01  WS-DAY-BUSY-CS              PIC 9(10) COMP VALUE ZERO.

      *    Per-host sums for the least-squares fit; x is the day
      *    offset into the history window.
       01  WS-HOST-TABLE.
           05  WS-HST-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-HST-IDX.
               10  WS-HST-NAME         PIC X(256) VALUE SPACES.
               10  WS-HST-FIRST-X      PIC 9(4) COMP VALUE ZERO.
               10  WS-HST-SUM-SENDS    PIC 9(11) COMP VALUE ZERO.
               10  WS-HST-SUM-X-SENDS  PIC 9(13) COMP VALUE ZERO.
               10  WS-HST-MAX-SENDS    PIC 9(9) COMP VALUE ZERO.
               10  WS-HST-SUM-BUSY     PIC 9(11) COMP VALUE ZERO.
               10  WS-HST-SUM-X-BUSY   PIC 9(13) COMP VALUE ZERO.
               10  WS-HST-MAX-BUSY     PIC 9(10) COMP VALUE ZERO.
               10  WS-HST-RATE-LIMIT   PIC 9(6) COMP VALUE ZERO.
               10  WS-HST-WINDOW-MIN   PIC 9(4) COMP VALUE ZERO.
       01  WS-HST-ENTRIES-USED         PIC 9(4) COMP VALUE ZERO.

      *    Least-squares working fields, shared by the volume and
      *    the call-time fits.
       01  WS-FIT-N                    PIC 9(4) COMP VALUE ZERO.
       01  WS-FIT-LAST-X               PIC S9(4) COMP VALUE ZERO.
       01  WS-FIT-SUM-Y                PIC 9(11) COMP VALUE ZERO.
       01  WS-FIT-SUM-XY               PIC S9(13) COMP VALUE ZERO.
       01  WS-FIT-MAX-Y                PIC 9(10) COMP VALUE ZERO.
       01  WS-FIT-SUM-X                PIC 9(5) COMP VALUE ZERO.
       01  WS-FIT-SUM-XX               PIC 9(7) COMP VALUE ZERO.
       01  WS-FIT-DENOMINATOR          PIC S9(9) COMP VALUE ZERO.
       01  WS-FIT-NUMERATOR            PIC S9(16) VALUE ZERO.
       01  WS-FIT-WORK                 PIC S9(11)V9(2) VALUE ZERO.
       01  WS-FIT-SLOPE                PIC S9(9)V9(4) VALUE ZERO.
       01  WS-FIT-BASE                 PIC S9(11)V9(2) VALUE ZERO.
       01  WS-FIT-PEAK-FACTOR          PIC 9(2)V9(2) VALUE ZERO.

      *    Pacing projection for the host in hand: per-minute
      *    demand now and at each horizon.
       01  WS-SEND-SLOPE               PIC S9(9)V9(4) VALUE ZERO.
       01  WS-SEND-BASE                PIC S9(11)V9(2) VALUE ZERO.
       01  WS-SEND-PEAK-FACTOR         PIC 9(2)V9(2) VALUE ZERO.
       01  WS-HORIZON-DAYS             PIC 9(3) VALUE ZERO.
       01  WS-PROJECTED-DAY            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-PER-MINUTE               PIC 9(8)V9 VALUE ZERO.
       01  WS-PER-MINUTE-NOW           PIC 9(8)V9 VALUE ZERO.
       01  WS-PER-MINUTE-D30           PIC 9(8)V9 VALUE ZERO.
       01  WS-PER-MINUTE-D60           PIC 9(8)V9 VALUE ZERO.
       01  WS-PER-MINUTE-D90           PIC 9(8)V9 VALUE ZERO.
       01  WS-CEILING-DAY              PIC S9(11)V9(2) VALUE ZERO.

      *    Registry slots kept busy: this host's share, and the
      *    straight line for all hosts together.
       01  WS-BUSY-SLOPE               PIC S9(9)V9(4) VALUE ZERO.
       01  WS-BUSY-BASE                PIC S9(11)V9(2) VALUE ZERO.
       01  WS-WINDOW-CS                PIC 9(9) COMP VALUE ZERO.
       01  WS-SLOTS-NOW                PIC S9(6)V9(4) VALUE ZERO.
       01  WS-SLOTS-PER-DAY            PIC S9(6)V9(6) VALUE ZERO.
       01  WS-SLOTS                    PIC S9(6)V9(4) VALUE ZERO.
       01  WS-TOTAL-SLOTS-NOW          PIC S9(8)V9(4) VALUE ZERO.
       01  WS-TOTAL-SLOTS-PER-DAY      PIC S9(8)V9(6) VALUE ZERO.
       01  WS-TOTAL-SLOTS              PIC S9(8)V9(4) VALUE ZERO.

      *    Where the trend line meets a ceiling, in days past the
      *    as-of date; 999 means not inside the horizon.
       01  WS-CROSS-DAYS               PIC 9(5) COMP VALUE ZERO.
       01  WS-CROSS-WORK               PIC S9(9)V9(4) VALUE ZERO.
       01  WS-CROSS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-CROSS-INTEGER            PIC 9(8) COMP VALUE ZERO.

       01  WS-RATE-HOST                PIC X(256) VALUE SPACES.
       01  WS-SCHED-MINUTES            PIC 9(4) COMP VALUE ZERO.
       01  WS-START-MINUTE             PIC 9(4) COMP VALUE ZERO.
       01  WS-END-MINUTE               PIC 9(4) COMP VALUE ZERO.

       01  WS-HOSTS-FLAGGED            PIC 9(4) COMP VALUE ZERO.
       01  WS-REGISTRY-FLAG            PIC X(1) VALUE "N".
           88  WS-REGISTRY-FLAGGED              VALUE "Y".

       01  WS-PARTNER-LABEL            PIC X(8) VALUE SPACES.
       01  WS-RATE-DISPLAY             PIC Z(5)9.
       01  WS-WINDOW-DISPLAY           PIC Z(3)9.
       01  WS-NOW-DISPLAY              PIC Z(7)9.9.
       01  WS-D30-DISPLAY              PIC Z(7)9.9.
       01  WS-D60-DISPLAY              PIC Z(7)9.9.
       01  WS-D90-DISPLAY              PIC Z(7)9.9.
       01  WS-COUNT-DISPLAY            PIC Z(7)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM FIND-AS-OF-DATE
           IF WS-ASOF-DATE = ZERO
               DISPLAY "POLYCALL-CAPFCST: NO HISTORY ON FILE"
               STOP RUN
           END-IF
           COMPUTE WS-ASOF-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           COMPUTE WS-WINDOW-START-INTEGER
               = WS-ASOF-INTEGER - PC-CAP-HISTORY-DAYS + 1

           PERFORM LOAD-PARTNER-MASTER
           PERFORM ACCUMULATE-HOST-HISTORY
           PERFORM APPLY-HOST-RATES
           PERFORM APPLY-HOST-WINDOWS

           OPEN OUTPUT CAPACITY-REPORT-FILE
           MOVE "POLYCALL CAPACITY FORECAST" TO PC-CAPFCST-LINE
           WRITE PC-CAPFCST-LINE
           MOVE PC-CAP-HISTORY-DAYS TO WS-WINDOW-DISPLAY
           MOVE SPACES TO PC-CAPFCST-LINE
           STRING "AS OF " DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  "  HISTORY DAYS=" DELIMITED BY SIZE
                  WS-WINDOW-DISPLAY DELIMITED BY SIZE
                  "  PROJECTED 30/60/90 DAYS" DELIMITED BY SIZE
                  INTO PC-CAPFCST-LINE
           WRITE PC-CAPFCST-LINE

           MOVE SPACES TO PC-CAPFCST-LINE
           WRITE PC-CAPFCST-LINE
           MOVE "PACING BY HOST (PEAK MESSAGES PER MINUTE)"
                                       TO PC-CAPFCST-LINE
           WRITE PC-CAPFCST-LINE
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-ENTRIES-USED
               PERFORM FORECAST-HOST-PACING
           END-PERFORM

           MOVE SPACES TO PC-CAPFCST-LINE
           WRITE PC-CAPFCST-LINE
           MOVE "REGISTRY SLOTS (PROJECTED CONCURRENT CONNECTIONS)"
                                       TO PC-CAPFCST-LINE
           WRITE PC-CAPFCST-LINE
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-ENTRIES-USED
               PERFORM FORECAST-HOST-SLOTS
           END-PERFORM
           PERFORM FORECAST-REGISTRY-TOTAL

           PERFORM WRITE-SUMMARY-LINE
           CLOSE CAPACITY-REPORT-FILE

           MOVE WS-HST-ENTRIES-USED TO WS-COUNT-DISPLAY
           MOVE WS-HOSTS-FLAGGED    TO WS-COUNT-DISPLAY-2
           IF WS-REGISTRY-FLAGGED
               DISPLAY "POLYCALL-CAPFCST: " WS-COUNT-DISPLAY
                       " HOSTS, " WS-COUNT-DISPLAY-2
                       " PACING FLAGGED, REGISTRY FLAGGED"
           ELSE
               DISPLAY "POLYCALL-CAPFCST: " WS-COUNT-DISPLAY
                       " HOSTS, " WS-COUNT-DISPLAY-2
                       " PACING FLAGGED"
           END-IF
           IF WS-HOSTS-FLAGGED > ZERO OR WS-REGISTRY-FLAGGED
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       FIND-AS-OF-DATE.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT STAT-HISTORY-FILE
           IF WS-HISTFILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ STAT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF PC-SH-DATE > WS-ASOF-DATE
                   MOVE PC-SH-DATE TO WS-ASOF-DATE
               END-IF
               READ STAT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE STAT-HISTORY-FILE.

       ACCUMULATE-HOST-HISTORY.
           MOVE "N" TO WS-END-OF-FILE
           MOVE ZERO   TO WS-DAY-DATE
           MOVE SPACES TO WS-DAY-HOST
           OPEN INPUT STAT-HISTORY-FILE
           READ STAT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               PERFORM TAKE-ONE-HISTORY-RECORD
               READ STAT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           PERFORM POST-HOST-DAY
           CLOSE STAT-HISTORY-FILE.

       TAKE-ONE-HISTORY-RECORD.
      *    Summary rows with no host (DISCONNECT_ALL sweeps and
      *    the like) load no partner's pacing or slots.
           IF PC-SH-HOST = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(PC-SH-DATE)
                   < WS-WINDOW-START-INTEGER
               EXIT PARAGRAPH
           END-IF
           IF PC-SH-DATE NOT = WS-DAY-DATE
              OR PC-SH-HOST NOT = WS-DAY-HOST
               PERFORM POST-HOST-DAY
               MOVE PC-SH-DATE TO WS-DAY-DATE
               MOVE PC-SH-HOST TO WS-DAY-HOST
               MOVE ZERO TO WS-DAY-SENDS
               MOVE ZERO TO WS-DAY-BUSY-CS
           END-IF
           IF PC-SH-OPERATION = "SEND_MESSAGE"
               ADD PC-SH-CALL-COUNT TO WS-DAY-SENDS
           END-IF
           ADD PC-SH-DURATION-CS TO WS-DAY-BUSY-CS.

       POST-HOST-DAY.
           IF WS-DAY-HOST = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-OFFSET
               = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
               - WS-WINDOW-START-INTEGER
           PERFORM FIND-OR-ADD-HOST
           ADD WS-DAY-SENDS TO WS-HST-SUM-SENDS(WS-HST-IDX)
           COMPUTE WS-HST-SUM-X-SENDS(WS-HST-IDX)
               = WS-HST-SUM-X-SENDS(WS-HST-IDX)
               + WS-DAY-OFFSET * WS-DAY-SENDS
           IF WS-DAY-SENDS > WS-HST-MAX-SENDS(WS-HST-IDX)
               MOVE WS-DAY-SENDS TO WS-HST-MAX-SENDS(WS-HST-IDX)
           END-IF
           ADD WS-DAY-BUSY-CS TO WS-HST-SUM-BUSY(WS-HST-IDX)
           COMPUTE WS-HST-SUM-X-BUSY(WS-HST-IDX)
               = WS-HST-SUM-X-BUSY(WS-HST-IDX)
               + WS-DAY-OFFSET * WS-DAY-BUSY-CS
           IF WS-DAY-BUSY-CS > WS-HST-MAX-BUSY(WS-HST-IDX)
               MOVE WS-DAY-BUSY-CS TO WS-HST-MAX-BUSY(WS-HST-IDX)
           END-IF.

       FIND-OR-ADD-HOST.
      *    History arrives in date order, so the day a host is
      *    first added is the first day it has history in the
      *    window - its own fit starts there, not at the window
      *    start, or a new partner would look like steep growth.
           SET WS-HST-IDX TO 1
           SEARCH WS-HST-ENTRY
               AT END
                   PERFORM ADD-HOST-ENTRY
               WHEN WS-HST-IDX > WS-HST-ENTRIES-USED
                   PERFORM ADD-HOST-ENTRY
               WHEN WS-HST-NAME(WS-HST-IDX) = WS-DAY-HOST
                   CONTINUE
           END-SEARCH.

       ADD-HOST-ENTRY.
      *    Hosts can outnumber the table - fold the overflow into
      *    the last slot so the totals still balance instead of
      *    indexing past the OCCURS bound.
           IF WS-HST-ENTRIES-USED < 50
               ADD 1 TO WS-HST-ENTRIES-USED
               SET WS-HST-IDX TO WS-HST-ENTRIES-USED
               MOVE WS-DAY-HOST   TO WS-HST-NAME(WS-HST-IDX)
               MOVE WS-DAY-OFFSET TO WS-HST-FIRST-X(WS-HST-IDX)
           ELSE
               SET WS-HST-IDX TO 50
           END-IF.

       APPLY-HOST-RATES.
      *    No HOSTRATE, or no record for a host, leaves it unpaced.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT HOST-RATE-FILE
           IF WS-RATEFILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ HOST-RATE-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-RECORDS
               MOVE PC-HR-HOST TO WS-RATE-HOST
               PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                       UNTIL WS-HST-IDX > WS-HST-ENTRIES-USED
                   IF WS-HST-NAME(WS-HST-IDX) = WS-RATE-HOST
                       ADD PC-HR-MAX-PER-MINUTE
                               TO WS-HST-RATE-LIMIT(WS-HST-IDX)
                   END-IF
               END-PERFORM
               READ HOST-RATE-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE HOST-RATE-FILE.

       APPLY-HOST-WINDOWS.
      *    The widest window a host has on any day is the most
      *    minutes its traffic can be spread over; a host with no
      *    window at all may be sent to around the clock.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT HOST-SCHEDULE-FILE
           IF WS-SCHEDFILE-STATUS NOT = "35"
               READ HOST-SCHEDULE-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   PERFORM TAKE-ONE-WINDOW
                   READ HOST-SCHEDULE-FILE
                       AT END
                           SET WS-NO-MORE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOST-SCHEDULE-FILE
           END-IF
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-ENTRIES-USED
               IF WS-HST-WINDOW-MIN(WS-HST-IDX) = ZERO
                   MOVE 1440 TO WS-HST-WINDOW-MIN(WS-HST-IDX)
               END-IF
           END-PERFORM.

       TAKE-ONE-WINDOW.
           COMPUTE WS-START-MINUTE
               = (PC-SC-START-TIME / 100) * 60
               + FUNCTION MOD(PC-SC-START-TIME, 100)
           COMPUTE WS-END-MINUTE
               = (PC-SC-END-TIME / 100) * 60
               + FUNCTION MOD(PC-SC-END-TIME, 100)
           EVALUATE TRUE
               WHEN WS-END-MINUTE > WS-START-MINUTE
                   COMPUTE WS-SCHED-MINUTES
                       = WS-END-MINUTE - WS-START-MINUTE
               WHEN WS-END-MINUTE < WS-START-MINUTE
                   COMPUTE WS-SCHED-MINUTES
                       = 1440 - WS-START-MINUTE + WS-END-MINUTE
               WHEN OTHER
                   MOVE 1440 TO WS-SCHED-MINUTES
           END-EVALUATE
           MOVE PC-SC-HOST TO WS-RATE-HOST
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-ENTRIES-USED
               IF WS-HST-NAME(WS-HST-IDX) = WS-RATE-HOST
                  AND WS-SCHED-MINUTES > WS-HST-WINDOW-MIN(WS-HST-IDX)
                   MOVE WS-SCHED-MINUTES
                               TO WS-HST-WINDOW-MIN(WS-HST-IDX)
               END-IF
           END-PERFORM.

       FIT-TREND-LINE.
      *    Least-squares line through the host's daily figures,
      *    with x counted from the host's first day of history so
      *    the days before it do not drag the line. Days inside
      *    that span with no traffic are real zero days. Leaves
      *    the fitted value at the as-of date in WS-FIT-BASE, the
      *    daily change in WS-FIT-SLOPE, and the busiest day over
      *    the average day in WS-FIT-PEAK-FACTOR (1 to 99).
           COMPUTE WS-FIT-N
               = PC-CAP-HISTORY-DAYS - WS-HST-FIRST-X(WS-HST-IDX)
           COMPUTE WS-FIT-SUM-XY
               = WS-FIT-SUM-XY
               - WS-HST-FIRST-X(WS-HST-IDX) * WS-FIT-SUM-Y
           COMPUTE WS-FIT-LAST-X = WS-FIT-N - 1
           COMPUTE WS-FIT-SUM-X = WS-FIT-N * WS-FIT-LAST-X / 2
           COMPUTE WS-FIT-SUM-XX
               = WS-FIT-LAST-X * WS-FIT-N
               * (WS-FIT-N + WS-FIT-LAST-X) / 6
           MOVE ZERO TO WS-FIT-SLOPE
           IF WS-FIT-N > 1
               COMPUTE WS-FIT-DENOMINATOR
                   = WS-FIT-N * WS-FIT-SUM-XX
                   - WS-FIT-SUM-X * WS-FIT-SUM-X
               COMPUTE WS-FIT-NUMERATOR
                   = WS-FIT-N * WS-FIT-SUM-XY
                   - WS-FIT-SUM-X * WS-FIT-SUM-Y
               COMPUTE WS-FIT-SLOPE ROUNDED
                   = WS-FIT-NUMERATOR / WS-FIT-DENOMINATOR
           END-IF
           COMPUTE WS-FIT-WORK ROUNDED = WS-FIT-SLOPE * WS-FIT-SUM-X
           COMPUTE WS-FIT-WORK ROUNDED
               = (WS-FIT-SUM-Y - WS-FIT-WORK) / WS-FIT-N
           COMPUTE WS-FIT-BASE ROUNDED
               = WS-FIT-WORK + WS-FIT-SLOPE * WS-FIT-LAST-X
           MOVE 1 TO WS-FIT-PEAK-FACTOR
           IF WS-FIT-SUM-Y > ZERO
               COMPUTE WS-FIT-WORK ROUNDED
                   = WS-FIT-MAX-Y * WS-FIT-N / WS-FIT-SUM-Y
               EVALUATE TRUE
                   WHEN WS-FIT-WORK < 1
                       MOVE 1 TO WS-FIT-PEAK-FACTOR
                   WHEN WS-FIT-WORK > 99
                       MOVE 99 TO WS-FIT-PEAK-FACTOR
                   WHEN OTHER
                       MOVE WS-FIT-WORK TO WS-FIT-PEAK-FACTOR
               END-EVALUATE
           END-IF.

       FORECAST-HOST-PACING.
           MOVE WS-HST-SUM-SENDS(WS-HST-IDX)   TO WS-FIT-SUM-Y
           MOVE WS-HST-SUM-X-SENDS(WS-HST-IDX) TO WS-FIT-SUM-XY
           MOVE WS-HST-MAX-SENDS(WS-HST-IDX)   TO WS-FIT-MAX-Y
           PERFORM FIT-TREND-LINE
           MOVE WS-FIT-SLOPE       TO WS-SEND-SLOPE
           MOVE WS-FIT-BASE        TO WS-SEND-BASE
           MOVE WS-FIT-PEAK-FACTOR TO WS-SEND-PEAK-FACTOR

           MOVE ZERO TO WS-HORIZON-DAYS
           PERFORM PROJECT-PER-MINUTE
           MOVE WS-PER-MINUTE TO WS-PER-MINUTE-NOW
           MOVE 30 TO WS-HORIZON-DAYS
           PERFORM PROJECT-PER-MINUTE
           MOVE WS-PER-MINUTE TO WS-PER-MINUTE-D30
           MOVE 60 TO WS-HORIZON-DAYS
           PERFORM PROJECT-PER-MINUTE
           MOVE WS-PER-MINUTE TO WS-PER-MINUTE-D60
           MOVE 90 TO WS-HORIZON-DAYS
           PERFORM PROJECT-PER-MINUTE
           MOVE WS-PER-MINUTE TO WS-PER-MINUTE-D90

           PERFORM FIND-HOST-PARTNER-LABEL
           MOVE WS-PER-MINUTE-NOW TO WS-NOW-DISPLAY
           MOVE WS-PER-MINUTE-D30 TO WS-D30-DISPLAY
           MOVE WS-PER-MINUTE-D60 TO WS-D60-DISPLAY
           MOVE WS-PER-MINUTE-D90 TO WS-D90-DISPLAY
           MOVE WS-HST-WINDOW-MIN(WS-HST-IDX) TO WS-WINDOW-DISPLAY
           MOVE SPACES TO PC-CAPFCST-LINE
           IF WS-HST-RATE-LIMIT(WS-HST-IDX) > ZERO
               MOVE WS-HST-RATE-LIMIT(WS-HST-IDX) TO WS-RATE-DISPLAY
               STRING "  NOW=" DELIMITED BY SIZE
                      WS-NOW-DISPLAY DELIMITED BY SIZE
                      " D30=" DELIMITED BY SIZE
                      WS-D30-DISPLAY DELIMITED BY SIZE
                      " D60=" DELIMITED BY SIZE
                      WS-D60-DISPLAY DELIMITED BY SIZE
                      " D90=" DELIMITED BY SIZE
                      WS-D90-DISPLAY DELIMITED BY SIZE
                      " LIMIT=" DELIMITED BY SIZE
                      WS-RATE-DISPLAY DELIMITED BY SIZE
                      " WINDOW-MIN=" DELIMITED BY SIZE
                      WS-WINDOW-DISPLAY DELIMITED BY SIZE
                      " PARTNER=" DELIMITED BY SIZE
                      WS-PARTNER-LABEL DELIMITED BY SIZE
                      " HOST=" DELIMITED BY SIZE
                      WS-HST-NAME(WS-HST-IDX) DELIMITED BY SPACE
                      INTO PC-CAPFCST-LINE
           ELSE
               STRING "  NOW=" DELIMITED BY SIZE
                      WS-NOW-DISPLAY DELIMITED BY SIZE
                      " D30=" DELIMITED BY SIZE
                      WS-D30-DISPLAY DELIMITED BY SIZE
                      " D60=" DELIMITED BY SIZE
                      WS-D60-DISPLAY DELIMITED BY SIZE
                      " D90=" DELIMITED BY SIZE
                      WS-D90-DISPLAY DELIMITED BY SIZE
                      " LIMIT=  NONE" DELIMITED BY SIZE
                      " WINDOW-MIN=" DELIMITED BY SIZE
                      WS-WINDOW-DISPLAY DELIMITED BY SIZE
                      " PARTNER=" DELIMITED BY SIZE
                      WS-PARTNER-LABEL DELIMITED BY SIZE
                      " HOST=" DELIMITED BY SIZE
                      WS-HST-NAME(WS-HST-IDX) DELIMITED BY SPACE
                      INTO PC-CAPFCST-LINE
           END-IF
           WRITE PC-CAPFCST-LINE

           IF WS-HST-RATE-LIMIT(WS-HST-IDX) > ZERO
               PERFORM FIND-PACING-CROSSING
               IF WS-CROSS-DAYS NOT > PC-CAP-HORIZON-DAYS
                   ADD 1 TO WS-HOSTS-FLAGGED
                   PERFORM DERIVE-CROSSING-DATE
                   MOVE SPACES TO PC-CAPFCST-LINE
                   STRING "  *** PACING CEILING EXPECTED "
                                           DELIMITED BY SIZE
                          WS-CROSS-DATE DELIMITED BY SIZE
                          " HOST=" DELIMITED BY SIZE
                          WS-HST-NAME(WS-HST-IDX) DELIMITED BY SPACE
                          INTO PC-CAPFCST-LINE
                   WRITE PC-CAPFCST-LINE
               END-IF
           END-IF.

       PROJECT-PER-MINUTE.
           COMPUTE WS-PROJECTED-DAY
               = WS-SEND-BASE + WS-SEND-SLOPE * WS-HORIZON-DAYS
           COMPUTE WS-PROJECTED-DAY
               = WS-PROJECTED-DAY * WS-SEND-PEAK-FACTOR
           IF WS-PROJECTED-DAY < ZERO
               MOVE ZERO TO WS-PROJECTED-DAY
           END-IF
           COMPUTE WS-PER-MINUTE ROUNDED
               = WS-PROJECTED-DAY / WS-HST-WINDOW-MIN(WS-HST-IDX).

       FIND-PACING-CROSSING.
      *    The fitted day that, peaked and spread over the window,
      *    fills the ceiling - and how many days the line takes to
      *    climb to it. Already there counts as today.
           MOVE 999 TO WS-CROSS-DAYS
           COMPUTE WS-CEILING-DAY
               = WS-HST-RATE-LIMIT(WS-HST-IDX)
               * WS-HST-WINDOW-MIN(WS-HST-IDX)
               / WS-SEND-PEAK-FACTOR
           IF WS-SEND-BASE >= WS-CEILING-DAY
               MOVE ZERO TO WS-CROSS-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-SEND-SLOPE > ZERO
               COMPUTE WS-CROSS-WORK
                   = (WS-CEILING-DAY - WS-SEND-BASE) / WS-SEND-SLOPE
               IF WS-CROSS-WORK < 999
                   COMPUTE WS-CROSS-DAYS = WS-CROSS-WORK + 0.9999
               END-IF
           END-IF.

       DERIVE-CROSSING-DATE.
           COMPUTE WS-CROSS-INTEGER = WS-ASOF-INTEGER + WS-CROSS-DAYS
           COMPUTE WS-CROSS-DATE
               = FUNCTION DATE-OF-INTEGER(WS-CROSS-INTEGER).

       FORECAST-HOST-SLOTS.
           MOVE WS-HST-SUM-BUSY(WS-HST-IDX)   TO WS-FIT-SUM-Y
           MOVE WS-HST-SUM-X-BUSY(WS-HST-IDX) TO WS-FIT-SUM-XY
           MOVE WS-HST-MAX-BUSY(WS-HST-IDX)   TO WS-FIT-MAX-Y
           PERFORM FIT-TREND-LINE
           MOVE WS-FIT-SLOPE TO WS-BUSY-SLOPE
           MOVE WS-FIT-BASE  TO WS-BUSY-BASE
           COMPUTE WS-WINDOW-CS = WS-HST-WINDOW-MIN(WS-HST-IDX) * 6000
           COMPUTE WS-SLOTS-NOW ROUNDED
               = WS-BUSY-BASE * WS-FIT-PEAK-FACTOR / WS-WINDOW-CS
           COMPUTE WS-SLOTS-PER-DAY ROUNDED
               = WS-BUSY-SLOPE * WS-FIT-PEAK-FACTOR / WS-WINDOW-CS
           ADD WS-SLOTS-NOW     TO WS-TOTAL-SLOTS-NOW
           ADD WS-SLOTS-PER-DAY TO WS-TOTAL-SLOTS-PER-DAY

           MOVE ZERO TO WS-HORIZON-DAYS
           PERFORM PROJECT-HOST-SLOTS
           MOVE WS-SLOTS TO WS-NOW-DISPLAY
           MOVE 30 TO WS-HORIZON-DAYS
           PERFORM PROJECT-HOST-SLOTS
           MOVE WS-SLOTS TO WS-D30-DISPLAY
           MOVE 60 TO WS-HORIZON-DAYS
           PERFORM PROJECT-HOST-SLOTS
           MOVE WS-SLOTS TO WS-D60-DISPLAY
           MOVE 90 TO WS-HORIZON-DAYS
           PERFORM PROJECT-HOST-SLOTS
           MOVE WS-SLOTS TO WS-D90-DISPLAY

           PERFORM FIND-HOST-PARTNER-LABEL
           MOVE SPACES TO PC-CAPFCST-LINE
           STRING "  NOW=" DELIMITED BY SIZE
                  WS-NOW-DISPLAY DELIMITED BY SIZE
                  " D30=" DELIMITED BY SIZE
                  WS-D30-DISPLAY DELIMITED BY SIZE
                  " D60=" DELIMITED BY SIZE
                  WS-D60-DISPLAY DELIMITED BY SIZE
                  " D90=" DELIMITED BY SIZE
                  WS-D90-DISPLAY DELIMITED BY SIZE
                  " PARTNER=" DELIMITED BY SIZE
                  WS-PARTNER-LABEL DELIMITED BY SIZE
                  " HOST=" DELIMITED BY SIZE
                  WS-HST-NAME(WS-HST-IDX) DELIMITED BY SPACE
                  INTO PC-CAPFCST-LINE
           WRITE PC-CAPFCST-LINE.

       PROJECT-HOST-SLOTS.
           COMPUTE WS-SLOTS
               = WS-SLOTS-NOW + WS-SLOTS-PER-DAY * WS-HORIZON-DAYS
           IF WS-SLOTS < ZERO
               MOVE ZERO TO WS-SLOTS
           END-IF.

       FORECAST-REGISTRY-TOTAL.
           MOVE ZERO TO WS-HORIZON-DAYS
           PERFORM PROJECT-TOTAL-SLOTS
           MOVE WS-TOTAL-SLOTS TO WS-NOW-DISPLAY
           MOVE 30 TO WS-HORIZON-DAYS
           PERFORM PROJECT-TOTAL-SLOTS
           MOVE WS-TOTAL-SLOTS TO WS-D30-DISPLAY
           MOVE 60 TO WS-HORIZON-DAYS
           PERFORM PROJECT-TOTAL-SLOTS
           MOVE WS-TOTAL-SLOTS TO WS-D60-DISPLAY
           MOVE 90 TO WS-HORIZON-DAYS
           PERFORM PROJECT-TOTAL-SLOTS
           MOVE WS-TOTAL-SLOTS TO WS-D90-DISPLAY
           MOVE PC-MAX-CONNECTIONS TO WS-RATE-DISPLAY
           MOVE SPACES TO PC-CAPFCST-LINE
           STRING "  TOTAL NOW=" DELIMITED BY SIZE
                  WS-NOW-DISPLAY DELIMITED BY SIZE
                  " D30=" DELIMITED BY SIZE
                  WS-D30-DISPLAY DELIMITED BY SIZE
                  " D60=" DELIMITED BY SIZE
                  WS-D60-DISPLAY DELIMITED BY SIZE
                  " D90=" DELIMITED BY SIZE
                  WS-D90-DISPLAY DELIMITED BY SIZE
                  " LIMIT=" DELIMITED BY SIZE
                  WS-RATE-DISPLAY DELIMITED BY SIZE
                  INTO PC-CAPFCST-LINE
           WRITE PC-CAPFCST-LINE

           MOVE 999 TO WS-CROSS-DAYS
           IF WS-TOTAL-SLOTS-NOW >= PC-MAX-CONNECTIONS
               MOVE ZERO TO WS-CROSS-DAYS
           ELSE
               IF WS-TOTAL-SLOTS-PER-DAY > ZERO
                   COMPUTE WS-CROSS-WORK
                       = (PC-MAX-CONNECTIONS - WS-TOTAL-SLOTS-NOW)
                       / WS-TOTAL-SLOTS-PER-DAY
                   IF WS-CROSS-WORK < 999
                       COMPUTE WS-CROSS-DAYS = WS-CROSS-WORK + 0.9999
                   END-IF
               END-IF
           END-IF
           IF WS-CROSS-DAYS NOT > PC-CAP-HORIZON-DAYS
               SET WS-REGISTRY-FLAGGED TO TRUE
               PERFORM DERIVE-CROSSING-DATE
               MOVE SPACES TO PC-CAPFCST-LINE
               STRING "  *** REGISTRY SLOTS EXHAUSTED EXPECTED "
                                       DELIMITED BY SIZE
                      WS-CROSS-DATE DELIMITED BY SIZE
                      INTO PC-CAPFCST-LINE
               WRITE PC-CAPFCST-LINE
           END-IF.

       PROJECT-TOTAL-SLOTS.
           COMPUTE WS-TOTAL-SLOTS
               = WS-TOTAL-SLOTS-NOW
               + WS-TOTAL-SLOTS-PER-DAY * WS-HORIZON-DAYS
           IF WS-TOTAL-SLOTS < ZERO
               MOVE ZERO TO WS-TOTAL-SLOTS
           END-IF.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO PC-CAPFCST-LINE
           WRITE PC-CAPFCST-LINE
           MOVE WS-HST-ENTRIES-USED TO WS-COUNT-DISPLAY
           MOVE WS-HOSTS-FLAGGED    TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO PC-CAPFCST-LINE
           IF WS-REGISTRY-FLAGGED
               STRING "SUMMARY HOSTS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " PACING-FLAGGED=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " REGISTRY=FLAGGED" DELIMITED BY SIZE
                      INTO PC-CAPFCST-LINE
           ELSE
               STRING "SUMMARY HOSTS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " PACING-FLAGGED=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " REGISTRY=OK" DELIMITED BY SIZE
                      INTO PC-CAPFCST-LINE
           END-IF
           WRITE PC-CAPFCST-LINE.

       FIND-HOST-PARTNER-LABEL.
           MOVE WS-HST-NAME(WS-HST-IDX) TO WS-PARTNER-LOOKUP-HOST
           MOVE ZERO                    TO WS-PARTNER-LOOKUP-PORT
           PERFORM FIND-PARTNER-FOR-HOST
           IF WS-PARTNER-FOUND-SUB > ZERO
               SET WS-PTN-IDX TO WS-PARTNER-FOUND-SUB
               MOVE WS-PTN-CODE(WS-PTN-IDX) TO WS-PARTNER-LABEL
           ELSE
               MOVE "NONE" TO WS-PARTNER-LABEL
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
