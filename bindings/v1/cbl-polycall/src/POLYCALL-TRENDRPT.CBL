      * OBINexus Aegis Engineering - Period-Over-Period Movement
      *
      * Reads the keyed traffic history POLYCALL-STATEXT maintains
      * and reports, per partner on the partner master (or per
      * host, for a host no partner claims), day-over-day and
      * month-over-month movement in call volume and error rate -
      * with a deterioration flag wherever the error rate has
      * climbed by PC-TREND-FLAG-POINTS percentage points or more,
      * so "is partner X trending up over the quarter" is one page
      * instead of months of replayed audit logs. The latest date
      * on the history anchors the comparison: that day against
      * the calendar day before it, and that month to date against
      * the whole prior month.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-TRENDRPT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-SH-KEY
               FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT PARTNER-MASTER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PT-CODE
               FILE STATUS IS WS-PTNFILE-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD  STAT-HISTORY-FILE.
           COPY POLYCALL-STATHIST.

       FD  PARTNER-MASTER-FILE.
           COPY POLYCALL-PARTNER.

       FD  TREND-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-TRENDRPT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-HISTFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-PTNFILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-PARTNER-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-NO-MORE-PARTNERS              VALUE "Y".
           COPY POLYCALL-PTNTBL.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".

       01  WS-RECORD-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-DATE-INTEGER             PIC 9(8) COMP VALUE ZERO.

      *    Per-partner accumulation into the four comparison
      *    buckets; a host no partner claims has an entry of its own
      *    (partner subscript zero, host filled in).
       01  WS-GROUP-HOST               PIC X(256) VALUE SPACES.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-GRP-IDX.
               10  WS-GRP-PARTNER-SUB  PIC 9(4) COMP VALUE ZERO.
               10  WS-GRP-HOST         PIC X(256) VALUE SPACES.
               10  WS-GRP-D0-CALLS     PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-D0-ERRORS    PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-D1-CALLS     PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-D1-ERRORS    PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-M0-CALLS     PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-M0-ERRORS    PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-M1-CALLS     PIC 9(8) COMP VALUE ZERO.
               10  WS-GRP-M1-ERRORS    PIC 9(8) COMP VALUE ZERO.
       01  WS-GRP-ENTRIES-USED         PIC 9(4) COMP VALUE ZERO.

       01  WS-RATE-NEW                 PIC 9(3) VALUE ZERO.
       01  WS-RATE-OLD                 PIC 9(3) VALUE ZERO.
               STOP RUN
           END-IF
           PERFORM DERIVE-COMPARISON-PERIODS
           PERFORM LOAD-PARTNER-MASTER
           PERFORM ACCUMULATE-PARTNER-BUCKETS

           OPEN OUTPUT TREND-REPORT-FILE
           MOVE "POLYCALL TRAFFIC TREND REPORT" TO PC-TRENDRPT-LINE
                  INTO PC-TRENDRPT-LINE
           WRITE PC-TRENDRPT-LINE

           PERFORM WRITE-PARTNER-TRENDS

           CLOSE TREND-REPORT-FILE
           DISPLAY "POLYCALL-TRENDRPT: " WS-GRP-ENTRIES-USED
                   " PARTNERS, " WS-FLAGGED-COUNT " FLAGGED"
           STOP RUN.

       FIND-AS-OF-DATE.
               SUBTRACT 1 FROM WS-PREV-MM
           END-IF.

       ACCUMULATE-PARTNER-BUCKETS.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT STAT-HISTORY-FILE
           READ STAT-HISTORY-FILE NEXT RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE PC-SH-HOST TO WS-PARTNER-LOOKUP-HOST
           MOVE ZERO       TO WS-PARTNER-LOOKUP-PORT
           PERFORM FIND-PARTNER-FOR-HOST
           PERFORM FIND-OR-ADD-GROUP
           IF PC-SH-DATE = WS-ASOF-DATE
               ADD PC-SH-CALL-COUNT TO WS-GRP-D0-CALLS(WS-GRP-IDX)
               ADD PC-SH-ERROR-COUNT TO WS-GRP-D0-ERRORS(WS-GRP-IDX)
           END-IF
           IF PC-SH-DATE = WS-PREV-DATE
               ADD PC-SH-CALL-COUNT TO WS-GRP-D1-CALLS(WS-GRP-IDX)
               ADD PC-SH-ERROR-COUNT TO WS-GRP-D1-ERRORS(WS-GRP-IDX)
           END-IF
           IF WS-RECORD-MONTH = WS-ASOF-MONTH
               ADD PC-SH-CALL-COUNT TO WS-GRP-M0-CALLS(WS-GRP-IDX)
               ADD PC-SH-ERROR-COUNT TO WS-GRP-M0-ERRORS(WS-GRP-IDX)
           END-IF
           IF WS-RECORD-MONTH = WS-PREV-MONTH
               ADD PC-SH-CALL-COUNT TO WS-GRP-M1-CALLS(WS-GRP-IDX)
               ADD PC-SH-ERROR-COUNT TO WS-GRP-M1-ERRORS(WS-GRP-IDX)
           END-IF.

       FIND-OR-ADD-GROUP.
      *    A partner's hosts trend together; an unclaimed host
      *    keeps an entry of its own.
           IF WS-PARTNER-FOUND-SUB > ZERO
               MOVE SPACES TO WS-GROUP-HOST
           ELSE
               MOVE PC-SH-HOST TO WS-GROUP-HOST
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
      *    Hosts can outnumber the table - fold the overflow into
      *    the last slot so the totals still balance instead of
      *    indexing past the OCCURS bound.
           IF WS-GRP-ENTRIES-USED < 50
               ADD 1 TO WS-GRP-ENTRIES-USED
               SET WS-GRP-IDX TO WS-GRP-ENTRIES-USED
               MOVE WS-PARTNER-FOUND-SUB
                                   TO WS-GRP-PARTNER-SUB(WS-GRP-IDX)
               MOVE WS-GROUP-HOST  TO WS-GRP-HOST(WS-GRP-IDX)
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

       WRITE-PARTNER-TRENDS.
           SET WS-GRP-IDX TO 1
           PERFORM WS-GRP-ENTRIES-USED TIMES
               PERFORM WRITE-ONE-PARTNER-TREND
               SET WS-GRP-IDX UP BY 1
           END-PERFORM.

       WRITE-ONE-PARTNER-TREND.
           MOVE SPACES TO PC-TRENDRPT-LINE
           WRITE PC-TRENDRPT-LINE
           MOVE SPACES TO PC-TRENDRPT-LINE
           IF WS-GRP-PARTNER-SUB(WS-GRP-IDX) > ZERO
               SET WS-PTN-IDX TO WS-GRP-PARTNER-SUB(WS-GRP-IDX)
               STRING "PARTNER " DELIMITED BY SIZE
                      WS-PTN-CODE(WS-PTN-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PTN-LEGAL-NAME(WS-PTN-IDX) DELIMITED BY SIZE
                      INTO PC-TRENDRPT-LINE
           ELSE
               STRING "HOST (NO PARTNER) " DELIMITED BY SIZE
                      WS-GRP-HOST(WS-GRP-IDX) DELIMITED BY SPACE
                      INTO PC-TRENDRPT-LINE
           END-IF
           WRITE PC-TRENDRPT-LINE

      *    Day over day.
           MOVE ZERO TO WS-RATE-NEW
           IF WS-GRP-D0-CALLS(WS-GRP-IDX) > ZERO
               COMPUTE WS-RATE-NEW
                   = WS-GRP-D0-ERRORS(WS-GRP-IDX) * 100
                   / WS-GRP-D0-CALLS(WS-GRP-IDX)
           END-IF
           MOVE ZERO TO WS-RATE-OLD
           IF WS-GRP-D1-CALLS(WS-GRP-IDX) > ZERO
               COMPUTE WS-RATE-OLD
                   = WS-GRP-D1-ERRORS(WS-GRP-IDX) * 100
                   / WS-GRP-D1-CALLS(WS-GRP-IDX)
           END-IF
           MOVE "  DAY  " TO PC-TRENDRPT-LINE
           PERFORM WRITE-PERIOD-LINE

      *    Month over month.
           MOVE ZERO TO WS-RATE-NEW
           IF WS-GRP-M0-CALLS(WS-GRP-IDX) > ZERO
               COMPUTE WS-RATE-NEW
                   = WS-GRP-M0-ERRORS(WS-GRP-IDX) * 100
                   / WS-GRP-M0-CALLS(WS-GRP-IDX)
           END-IF
           MOVE ZERO TO WS-RATE-OLD
           IF WS-GRP-M1-CALLS(WS-GRP-IDX) > ZERO
               COMPUTE WS-RATE-OLD
                   = WS-GRP-M1-ERRORS(WS-GRP-IDX) * 100
                   / WS-GRP-M1-CALLS(WS-GRP-IDX)
           END-IF
           MOVE "  MONTH" TO PC-TRENDRPT-LINE
           PERFORM WRITE-MONTH-LINE.

       WRITE-PERIOD-LINE.
           MOVE WS-GRP-D0-CALLS(WS-GRP-IDX) TO WS-CALLS-DISPLAY
           MOVE WS-GRP-D1-CALLS(WS-GRP-IDX) TO WS-CALLS-DISPLAY-2
           PERFORM APPEND-TREND-FIGURES.

       WRITE-MONTH-LINE.
           MOVE WS-GRP-M0-CALLS(WS-GRP-IDX) TO WS-CALLS-DISPLAY
           MOVE WS-GRP-M1-CALLS(WS-GRP-IDX) TO WS-CALLS-DISPLAY-2
           PERFORM APPEND-TREND-FIGURES.

       APPEND-TREND-FIGURES.
