      * CBLPolyCall Control-File Maintenance Console v1.0
      * OBINexus Aegis Engineering - Routing/Host Table Upkeep
      *
      * Console maintenance over the hand-edited control files the
      * bridge and the batch suite route by - HOSTALLOW, HOSTSCHED,
      * HOSTRATE, DESTDIR, TYPEROUTE and ORIGROUTE. The operator
      * picks a file, then lists, adds, changes or deletes entries
      * by key: host/port (a HOSTSCHED window is host/port plus its
      * start time, since one partner may have several windows), a
      * DESTDIR member by destination name plus host/port (a name
      * with several members is a distribution list), a TYPEROUTE
      * entry by message type, an ORIGROUTE entry by origin. Every
      * entry passes the same edits POLYCALL-CFGVAL applies before
      * it is saved, so a change made here cannot hold the next
      * batch run; an allow-list entry still named by HOSTRATE or
      * DESTDIR cannot be deleted out from under them. The file is
      * rewritten as each change is confirmed, and every change is
      * appended to the CFGJRNL change journal with its before and
      * after images, the operator id and a timestamp. The
      * operator signs on against the shared OPERATORS file:
      * selecting and listing a file needs inquiry authority, any
      * change needs operate, and every command keyed - refused
      * ones included - is journaled to CONSACT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-CFGMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-ALLOWLIST-FILE ASSIGN TO "HOSTALLOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOWFILE-STATUS.
           SELECT HOST-SCHEDULE-FILE ASSIGN TO "HOSTSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDFILE-STATUS.
           SELECT HOST-RATE-FILE ASSIGN TO "HOSTRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEFILE-STATUS.
           SELECT DEST-DIRECTORY-FILE ASSIGN TO "DESTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTFILE-STATUS.
           SELECT ROUTE-TABLE-FILE ASSIGN TO "TYPEROUTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.
           SELECT ORIGIN-ROUTE-FILE ASSIGN TO "ORIGROUTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGIN-FILE-STATUS.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CFGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT CONSOLE-ACTIVITY-FILE ASSIGN TO "CONSACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The control files are read and written through plain
      *    record areas; the named layouts are kept in working
      *    storage, where the edits can reach them whichever file
      *    happens to be open.
       FD  HOST-ALLOWLIST-FILE
           RECORDING MODE IS F.
       01  PC-ALLOW-FILE-LINE          PIC X(261).

       FD  HOST-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  PC-SCHED-FILE-LINE          PIC X(276).

       FD  HOST-RATE-FILE
           RECORDING MODE IS F.
       01  PC-RATE-FILE-LINE           PIC X(265).

       FD  DEST-DIRECTORY-FILE
           RECORDING MODE IS F.
       01  PC-DEST-FILE-LINE           PIC X(291).

       FD  ROUTE-TABLE-FILE
           RECORDING MODE IS F.
       01  PC-ROUTE-FILE-LINE          PIC X(5).

       FD  ORIGIN-ROUTE-FILE
           RECORDING MODE IS F.
       01  PC-ORIGROUTE-FILE-LINE      PIC X(9).

       FD  CHANGE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-CFGJRNL.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-OPERFILE.

       FD  CONSOLE-ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-CONSACT.

       WORKING-STORAGE SECTION.
           COPY POLYCALL-ALLOWFILE.
           COPY POLYCALL-SCHEDFILE.
           COPY POLYCALL-RATEFILE.
           COPY POLYCALL-DESTFILE.
           COPY POLYCALL-ROUTEFILE.
           COPY POLYCALL-ORIGROUTE.

       01  WS-ALLOWFILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-SCHEDFILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-RATEFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-DESTFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-ROUTE-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ORIGIN-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS      PIC X(2) VALUE SPACES.

       01  WS-FILE-EOF-FLAG            PIC X(1) VALUE "N".
           88  WS-NO-MORE-FILE-RECORDS         VALUE "Y".
       01  WS-CONSOLE-DONE-FLAG        PIC X(1) VALUE "N".
           88  WS-CONSOLE-DONE                  VALUE "Y".
       01  WS-TABLE-OVERFLOW-FLAG      PIC X(1) VALUE "N".
           88  WS-TABLE-OVERFLOWED              VALUE "Y".

       01  WS-COMMAND                  PIC X(1) VALUE SPACE.
       01  WS-FILE-CHOICE              PIC X(1) VALUE SPACE.
       01  WS-CONFIRM                  PIC X(1) VALUE SPACE.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

      *    The control file currently under maintenance.
       01  WS-SELECTED-FILE            PIC 9(1) VALUE ZERO.
           88  WS-NO-FILE-SELECTED              VALUE 0.
           88  WS-EDITING-ALLOWLIST             VALUE 1.
           88  WS-EDITING-SCHEDULE              VALUE 2.
           88  WS-EDITING-RATES                 VALUE 3.
           88  WS-EDITING-DESTINATIONS          VALUE 4.
           88  WS-EDITING-TYPE-ROUTES           VALUE 5.
           88  WS-EDITING-ORIGIN-ROUTES         VALUE 6.
       01  WS-SELECTED-NAME            PIC X(10) VALUE SPACES.

      *    The selected file held whole, one record image per entry,
      *    and rewritten from here after every confirmed change.
       01  WS-CONTROL-TABLE.
           05  WS-CT-COUNT             PIC 9(4) COMP VALUE ZERO.
           05  WS-CT-IMAGE OCCURS 500 TIMES
                                       PIC X(300).
       01  WS-ENTRY-IMAGE              PIC X(300) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(300) VALUE SPACES.

      *    Entry key, built the same way from an operator's answers
      *    and from each loaded record so the two compare directly.
       01  WS-KEY-WORK.
           05  WS-KW-NAME              PIC X(20).
           05  WS-KW-HOST              PIC X(256).
           05  WS-KW-PORT              PIC 9(5).
           05  WS-KW-START-TIME        PIC 9(4).
       01  WS-WANTED-KEY               PIC X(285) VALUE SPACES.
       01  WS-KEY-OK-FLAG              PIC X(1) VALUE "Y".
           88  WS-KEY-OK                        VALUE "Y".

       01  WS-FOUND-FLAG               PIC X(1) VALUE "N".
           88  WS-ENTRY-FOUND                   VALUE "Y".
       01  WS-ENTRY-SUB                PIC 9(4) COMP VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(4) COMP VALUE ZERO.
       01  WS-COUNT-DISPLAY            PIC Z(3)9.

       01  WS-ALLOWLIST-TABLE.
           05  WS-ALLOWLIST-COUNT      PIC 9(4) COMP VALUE ZERO.
           05  WS-AL-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-AL-IDX.
               10  WS-AL-HOST          PIC X(256).
               10  WS-AL-PORT          PIC 9(5) COMP.
       01  WS-HOST-ON-ALLOWLIST-FLAG   PIC X(1) VALUE "N".
           88  WS-HOST-ON-ALLOWLIST             VALUE "Y".
       01  WS-LOOKUP-HOST              PIC X(256) VALUE SPACES.
       01  WS-LOOKUP-PORT              PIC 9(5) VALUE ZERO.
       01  WS-REFERENCE-COUNT          PIC 9(4) COMP VALUE ZERO.

       01  WS-EDIT-ERROR-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-MASK-SUB                 PIC 9(1) VALUE ZERO.
       01  WS-MASK-BAD-FLAG            PIC X(1) VALUE "N".
           88  WS-MASK-BAD                      VALUE "Y".
       01  WS-HHMM-CHECK               PIC 9(4) VALUE ZERO.
       01  WS-HHMM-CHECK-R REDEFINES WS-HHMM-CHECK.
           05  WS-HHMM-HH              PIC 9(2).
           05  WS-HHMM-MM              PIC 9(2).
       01  WS-HHMM-OK-FLAG             PIC X(1) VALUE "Y".
           88  WS-HHMM-OK                       VALUE "Y".
           88  WS-HHMM-BAD                      VALUE "N".

       01  WS-CURRENT-TIMESTAMP        PIC X(21) VALUE SPACES.

      *    Console sign-on and command authority.
       01  WS-OPERFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-CONSACT-STATUS           PIC X(2) VALUE SPACES.
       01  WS-OPERFILE-EOF-FLAG        PIC X(1) VALUE "N".
           88  WS-NO-MORE-OPERATORS             VALUE "Y".
       01  WS-PIN-INPUT                PIC X(8) VALUE SPACES.
       01  WS-PIN-WORK                 PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-LEVEL           PIC 9(1) VALUE ZERO.
           88  WS-OPERATOR-SIGNED-ON            VALUE 1 THRU 3.
       01  WS-SIGNON-ATTEMPTS          PIC 9(4) COMP VALUE ZERO.
       01  WS-REQUIRED-LEVEL           PIC 9(1) VALUE ZERO.
           88  WS-NEEDS-INQUIRY                 VALUE 1.
           88  WS-NEEDS-OPERATE                 VALUE 2.
           88  WS-NEEDS-SECURITY-ADMIN          VALUE 3.
           88  WS-COMMAND-UNKNOWN               VALUE 9.
       01  WS-COMMAND-ALLOWED-FLAG     PIC X(1) VALUE "N".
           88  WS-COMMAND-ALLOWED               VALUE "Y".
       01  WS-ACTIVITY-COMMAND         PIC X(8) VALUE SPACES.
       01  WS-ACTIVITY-OUTCOME         PIC X(9) VALUE SPACES.
       01  WS-ACTIVITY-DETAIL          PIC X(60) VALUE SPACES.
       01  WS-DETAIL-POINTER           PIC 9(4) COMP VALUE ZERO.
       01  WS-JOURNAL-ACTION           PIC X(1) VALUE SPACE.
           COPY POLYCALL-CREDSCR.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *    Every change is journaled against whoever made it - an
      *    anonymous session is not allowed to make one.
           PERFORM OPERATOR-SIGN-ON

           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
              OR WS-JOURNAL-FILE-STATUS = "05"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           PERFORM LOAD-HOST-ALLOWLIST

           PERFORM CONSOLE-CYCLE UNTIL WS-CONSOLE-DONE

           CLOSE CHANGE-JOURNAL-FILE
           CLOSE CONSOLE-ACTIVITY-FILE
           DISPLAY "POLYCALL-CFGMNT: END OF SESSION"
           STOP RUN.

       CONSOLE-CYCLE.
           DISPLAY " "
           DISPLAY "POLYCALL-CFGMNT  FILE=" WS-SELECTED-NAME
           DISPLAY "                  F=SELECT FILE L=LIST A=ADD"
           DISPLAY "                  C=CHANGE D=DELETE Q=QUIT"
           MOVE SPACE TO WS-COMMAND
           ACCEPT WS-COMMAND

           PERFORM SET-COMMAND-AUTHORITY
           PERFORM AUTHORIZE-COMMAND
           IF WS-COMMAND-ALLOWED
               PERFORM RUN-CONSOLE-COMMAND
           END-IF.

       SET-COMMAND-AUTHORITY.
      *    Looking at a control file is inquiry; changing what the
      *    bridge routes by is operate.
           EVALUATE WS-COMMAND
               WHEN "F"
               WHEN "L"
               WHEN "Q"
                   SET WS-NEEDS-INQUIRY TO TRUE
               WHEN "A"
               WHEN "C"
               WHEN "D"
                   SET WS-NEEDS-OPERATE TO TRUE
               WHEN OTHER
                   SET WS-COMMAND-UNKNOWN TO TRUE
           END-EVALUATE.

       RUN-CONSOLE-COMMAND.
           EVALUATE WS-COMMAND
               WHEN "F"
                   PERFORM SELECT-CONTROL-FILE
               WHEN "L"
               WHEN "A"
               WHEN "C"
               WHEN "D"
                   IF WS-NO-FILE-SELECTED
                       DISPLAY "SELECT A FILE FIRST (F)"
                   ELSE
                       PERFORM RUN-ENTRY-COMMAND
                   END-IF
               WHEN "Q"
                   SET WS-CONSOLE-DONE TO TRUE
           END-EVALUATE.

       RUN-ENTRY-COMMAND.
           EVALUATE WS-COMMAND
               WHEN "L"
                   PERFORM LIST-ENTRIES
               WHEN "A"
                   PERFORM ADD-ENTRY
               WHEN "C"
                   PERFORM CHANGE-ENTRY
               WHEN "D"
                   PERFORM DELETE-ENTRY
           END-EVALUATE.

       SELECT-CONTROL-FILE.
           DISPLAY "FILE?  1=HOSTALLOW 2=HOSTSCHED 3=HOSTRATE"
           DISPLAY "       4=DESTDIR 5=TYPEROUTE 6=ORIGROUTE"
           MOVE SPACE TO WS-FILE-CHOICE
           ACCEPT WS-FILE-CHOICE
           IF WS-FILE-CHOICE < "1" OR WS-FILE-CHOICE > "6"
               DISPLAY "UNKNOWN FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILE-CHOICE TO WS-SELECTED-FILE
           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   MOVE "HOSTALLOW" TO WS-SELECTED-NAME
               WHEN WS-EDITING-SCHEDULE
                   MOVE "HOSTSCHED" TO WS-SELECTED-NAME
               WHEN WS-EDITING-RATES
                   MOVE "HOSTRATE" TO WS-SELECTED-NAME
               WHEN WS-EDITING-DESTINATIONS
                   MOVE "DESTDIR" TO WS-SELECTED-NAME
               WHEN WS-EDITING-TYPE-ROUTES
                   MOVE "TYPEROUTE" TO WS-SELECTED-NAME
               WHEN WS-EDITING-ORIGIN-ROUTES
                   MOVE "ORIGROUTE" TO WS-SELECTED-NAME
           END-EVALUATE
           PERFORM LOAD-CONTROL-FILE
           IF WS-TABLE-OVERFLOWED
      *        Rewriting a file this console could only half hold
      *        would silently drop the rest of it.
               DISPLAY WS-SELECTED-NAME
                       " TOO LARGE FOR CONSOLE - EDIT BY HAND"
               MOVE ZERO TO WS-SELECTED-FILE
               MOVE SPACES TO WS-SELECTED-NAME
           ELSE
               MOVE WS-CT-COUNT TO WS-COUNT-DISPLAY
               DISPLAY WS-SELECTED-NAME " LOADED, ENTRIES: "
                       WS-COUNT-DISPLAY
           END-IF.

       LOAD-CONTROL-FILE.
           MOVE ZERO TO WS-CT-COUNT
           MOVE "N" TO WS-TABLE-OVERFLOW-FLAG
           MOVE "N" TO WS-FILE-EOF-FLAG
           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   OPEN INPUT HOST-ALLOWLIST-FILE
                   IF WS-ALLOWFILE-STATUS = "35"
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-EDITING-SCHEDULE
                   OPEN INPUT HOST-SCHEDULE-FILE
                   IF WS-SCHEDFILE-STATUS = "35"
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-EDITING-RATES
                   OPEN INPUT HOST-RATE-FILE
                   IF WS-RATEFILE-STATUS = "35"
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-EDITING-DESTINATIONS
                   OPEN INPUT DEST-DIRECTORY-FILE
                   IF WS-DESTFILE-STATUS = "35"
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-EDITING-TYPE-ROUTES
                   OPEN INPUT ROUTE-TABLE-FILE
                   IF WS-ROUTE-FILE-STATUS = "35"
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-EDITING-ORIGIN-ROUTES
                   OPEN INPUT ORIGIN-ROUTE-FILE
                   IF WS-ORIGIN-FILE-STATUS = "35"
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE

           PERFORM READ-CONTROL-RECORD
           PERFORM UNTIL WS-NO-MORE-FILE-RECORDS
               IF WS-CT-COUNT < 500
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-ENTRY-IMAGE TO WS-CT-IMAGE(WS-CT-COUNT)
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
               PERFORM READ-CONTROL-RECORD
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   CLOSE HOST-ALLOWLIST-FILE
               WHEN WS-EDITING-SCHEDULE
                   CLOSE HOST-SCHEDULE-FILE
               WHEN WS-EDITING-RATES
                   CLOSE HOST-RATE-FILE
               WHEN WS-EDITING-DESTINATIONS
                   CLOSE DEST-DIRECTORY-FILE
               WHEN WS-EDITING-TYPE-ROUTES
                   CLOSE ROUTE-TABLE-FILE
               WHEN WS-EDITING-ORIGIN-ROUTES
                   CLOSE ORIGIN-ROUTE-FILE
           END-EVALUATE.

       READ-CONTROL-RECORD.
           MOVE SPACES TO WS-ENTRY-IMAGE
           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   READ HOST-ALLOWLIST-FILE INTO WS-ENTRY-IMAGE
                       AT END
                           SET WS-NO-MORE-FILE-RECORDS TO TRUE
                   END-READ
               WHEN WS-EDITING-SCHEDULE
                   READ HOST-SCHEDULE-FILE INTO WS-ENTRY-IMAGE
                       AT END
                           SET WS-NO-MORE-FILE-RECORDS TO TRUE
                   END-READ
               WHEN WS-EDITING-RATES
                   READ HOST-RATE-FILE INTO WS-ENTRY-IMAGE
                       AT END
                           SET WS-NO-MORE-FILE-RECORDS TO TRUE
                   END-READ
               WHEN WS-EDITING-DESTINATIONS
                   READ DEST-DIRECTORY-FILE INTO WS-ENTRY-IMAGE
                       AT END
                           SET WS-NO-MORE-FILE-RECORDS TO TRUE
                   END-READ
               WHEN WS-EDITING-TYPE-ROUTES
                   READ ROUTE-TABLE-FILE INTO WS-ENTRY-IMAGE
                       AT END
                           SET WS-NO-MORE-FILE-RECORDS TO TRUE
                   END-READ
               WHEN WS-EDITING-ORIGIN-ROUTES
                   READ ORIGIN-ROUTE-FILE INTO WS-ENTRY-IMAGE
                       AT END
                           SET WS-NO-MORE-FILE-RECORDS TO TRUE
                   END-READ
           END-EVALUATE.

       SAVE-CONTROL-FILE.
      *    The whole file is rewritten from the table - these are
      *    small files, and a rewrite per change keeps the file on
      *    disk and the journal in step if the session is dropped.
           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   OPEN OUTPUT HOST-ALLOWLIST-FILE
               WHEN WS-EDITING-SCHEDULE
                   OPEN OUTPUT HOST-SCHEDULE-FILE
               WHEN WS-EDITING-RATES
                   OPEN OUTPUT HOST-RATE-FILE
               WHEN WS-EDITING-DESTINATIONS
                   OPEN OUTPUT DEST-DIRECTORY-FILE
               WHEN WS-EDITING-TYPE-ROUTES
                   OPEN OUTPUT ROUTE-TABLE-FILE
               WHEN WS-EDITING-ORIGIN-ROUTES
                   OPEN OUTPUT ORIGIN-ROUTE-FILE
           END-EVALUATE
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-CT-COUNT
               EVALUATE TRUE
                   WHEN WS-EDITING-ALLOWLIST
                       MOVE WS-CT-IMAGE(WS-ENTRY-SUB)
                                           TO PC-ALLOW-FILE-LINE
                       WRITE PC-ALLOW-FILE-LINE
                   WHEN WS-EDITING-SCHEDULE
                       MOVE WS-CT-IMAGE(WS-ENTRY-SUB)
                                           TO PC-SCHED-FILE-LINE
                       WRITE PC-SCHED-FILE-LINE
                   WHEN WS-EDITING-RATES
                       MOVE WS-CT-IMAGE(WS-ENTRY-SUB)
                                           TO PC-RATE-FILE-LINE
                       WRITE PC-RATE-FILE-LINE
                   WHEN WS-EDITING-DESTINATIONS
                       MOVE WS-CT-IMAGE(WS-ENTRY-SUB)
                                           TO PC-DEST-FILE-LINE
                       WRITE PC-DEST-FILE-LINE
                   WHEN WS-EDITING-TYPE-ROUTES
                       MOVE WS-CT-IMAGE(WS-ENTRY-SUB)
                                           TO PC-ROUTE-FILE-LINE
                       WRITE PC-ROUTE-FILE-LINE
                   WHEN WS-EDITING-ORIGIN-ROUTES
                       MOVE WS-CT-IMAGE(WS-ENTRY-SUB)
                                           TO PC-ORIGROUTE-FILE-LINE
                       WRITE PC-ORIGROUTE-FILE-LINE
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   CLOSE HOST-ALLOWLIST-FILE
      *            The cross-checks for HOSTRATE and DESTDIR must
      *            see the allow-list as it now stands.
                   PERFORM LOAD-HOST-ALLOWLIST
               WHEN WS-EDITING-SCHEDULE
                   CLOSE HOST-SCHEDULE-FILE
               WHEN WS-EDITING-RATES
                   CLOSE HOST-RATE-FILE
               WHEN WS-EDITING-DESTINATIONS
                   CLOSE DEST-DIRECTORY-FILE
               WHEN WS-EDITING-TYPE-ROUTES
                   CLOSE ROUTE-TABLE-FILE
               WHEN WS-EDITING-ORIGIN-ROUTES
                   CLOSE ORIGIN-ROUTE-FILE
           END-EVALUATE.

       LOAD-HOST-ALLOWLIST.
           MOVE ZERO TO WS-ALLOWLIST-COUNT
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT HOST-ALLOWLIST-FILE
           IF WS-ALLOWFILE-STATUS NOT = "35"
               READ HOST-ALLOWLIST-FILE INTO PC-ALLOW-RECORD
                   AT END
                       SET WS-NO-MORE-FILE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-FILE-RECORDS
                   IF WS-ALLOWLIST-COUNT < 200
                       ADD 1 TO WS-ALLOWLIST-COUNT
                       SET WS-AL-IDX TO WS-ALLOWLIST-COUNT
                       MOVE PC-AL-HOST TO WS-AL-HOST(WS-AL-IDX)
                       MOVE PC-AL-PORT TO WS-AL-PORT(WS-AL-IDX)
                   END-IF
                   READ HOST-ALLOWLIST-FILE INTO PC-ALLOW-RECORD
                       AT END
                           SET WS-NO-MORE-FILE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOST-ALLOWLIST-FILE
           END-IF.

       FIND-HOST-ON-ALLOWLIST.
      *    An empty allow-list passes every host, as it does in the
      *    bridge and in POLYCALL-CFGVAL.
           MOVE "Y" TO WS-HOST-ON-ALLOWLIST-FLAG
           IF WS-ALLOWLIST-COUNT > ZERO
               MOVE "N" TO WS-HOST-ON-ALLOWLIST-FLAG
               PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                       UNTIL WS-AL-IDX > WS-ALLOWLIST-COUNT
                          OR WS-HOST-ON-ALLOWLIST
                   IF WS-AL-HOST(WS-AL-IDX) = WS-LOOKUP-HOST
                      AND WS-AL-PORT(WS-AL-IDX) = WS-LOOKUP-PORT
                       MOVE "Y" TO WS-HOST-ON-ALLOWLIST-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       LIST-ENTRIES.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-CT-COUNT
               MOVE WS-CT-IMAGE(WS-ENTRY-SUB) TO WS-ENTRY-IMAGE
               PERFORM UNPACK-ENTRY
               PERFORM DISPLAY-WORKING-RECORD
           END-PERFORM
           MOVE WS-CT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "ENTRIES: " WS-COUNT-DISPLAY.

       DISPLAY-WORKING-RECORD.
           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   DISPLAY "  HOST=" PC-AL-HOST (1 : 64)
                           " PORT=" PC-AL-PORT
               WHEN WS-EDITING-SCHEDULE
                   DISPLAY "  HOST=" PC-SC-HOST (1 : 64)
                           " PORT=" PC-SC-PORT
                   DISPLAY "    DAYS=" PC-SC-DAY-MASK
                           " START=" PC-SC-START-TIME
                           " END=" PC-SC-END-TIME
               WHEN WS-EDITING-RATES
                   DISPLAY "  HOST=" PC-HR-HOST (1 : 64)
                           " PORT=" PC-HR-PORT
                           " MAX/MIN=" PC-HR-MAX-PER-MINUTE
               WHEN WS-EDITING-DESTINATIONS
                   DISPLAY "  NAME=" PC-DD-DEST-NAME
                           " PROTO=" PC-DD-PROTOCOL
                   DISPLAY "    HOST=" PC-DD-HOST (1 : 64)
                           " PORT=" PC-DD-PORT
               WHEN WS-EDITING-TYPE-ROUTES
                   DISPLAY "  TYPE=" PC-RT-MSG-TYPE
                           " APP FILE=" PC-RT-APP-FILE
               WHEN WS-EDITING-ORIGIN-ROUTES
                   DISPLAY "  ORIGIN=" PC-OR-ORIGIN
                           " APP FILE=" PC-OR-APP-FILE
           END-EVALUATE.

       UNPACK-ENTRY.
           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   MOVE WS-ENTRY-IMAGE TO PC-ALLOW-RECORD
               WHEN WS-EDITING-SCHEDULE
                   MOVE WS-ENTRY-IMAGE TO PC-SCHED-RECORD
               WHEN WS-EDITING-RATES
                   MOVE WS-ENTRY-IMAGE TO PC-RATE-RECORD
               WHEN WS-EDITING-DESTINATIONS
                   MOVE WS-ENTRY-IMAGE TO PC-DEST-RECORD
               WHEN WS-EDITING-TYPE-ROUTES
                   MOVE WS-ENTRY-IMAGE TO PC-ROUTE-RECORD
               WHEN WS-EDITING-ORIGIN-ROUTES
                   MOVE WS-ENTRY-IMAGE TO PC-ORIGROUTE-RECORD
           END-EVALUATE.

       PACK-ENTRY.
           MOVE SPACES TO WS-ENTRY-IMAGE
           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   MOVE PC-ALLOW-RECORD TO WS-ENTRY-IMAGE
               WHEN WS-EDITING-SCHEDULE
                   MOVE PC-SCHED-RECORD TO WS-ENTRY-IMAGE
               WHEN WS-EDITING-RATES
                   MOVE PC-RATE-RECORD TO WS-ENTRY-IMAGE
               WHEN WS-EDITING-DESTINATIONS
                   MOVE PC-DEST-RECORD TO WS-ENTRY-IMAGE
               WHEN WS-EDITING-TYPE-ROUTES
                   MOVE PC-ROUTE-RECORD TO WS-ENTRY-IMAGE
               WHEN WS-EDITING-ORIGIN-ROUTES
                   MOVE PC-ORIGROUTE-RECORD TO WS-ENTRY-IMAGE
           END-EVALUATE.

       BUILD-ENTRY-KEY.
      *    Key of the entry in the working record.
           INITIALIZE WS-KEY-WORK
           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   MOVE PC-AL-HOST TO WS-KW-HOST
                   MOVE PC-AL-PORT TO WS-KW-PORT
               WHEN WS-EDITING-SCHEDULE
                   MOVE PC-SC-HOST TO WS-KW-HOST
                   MOVE PC-SC-PORT TO WS-KW-PORT
                   MOVE PC-SC-START-TIME TO WS-KW-START-TIME
               WHEN WS-EDITING-RATES
                   MOVE PC-HR-HOST TO WS-KW-HOST
                   MOVE PC-HR-PORT TO WS-KW-PORT
               WHEN WS-EDITING-DESTINATIONS
                   MOVE PC-DD-DEST-NAME TO WS-KW-NAME
                   MOVE PC-DD-HOST TO WS-KW-HOST
                   MOVE PC-DD-PORT TO WS-KW-PORT
               WHEN WS-EDITING-TYPE-ROUTES
                   MOVE PC-RT-MSG-TYPE TO WS-KW-NAME
               WHEN WS-EDITING-ORIGIN-ROUTES
                   MOVE PC-OR-ORIGIN TO WS-KW-NAME
           END-EVALUATE.

       PROMPT-FOR-KEY.
           INITIALIZE WS-KEY-WORK
           SET WS-KEY-OK TO TRUE
           IF WS-EDITING-DESTINATIONS
               DISPLAY "DESTINATION NAME?"
               ACCEPT WS-KW-NAME
           END-IF
           IF WS-EDITING-TYPE-ROUTES
               DISPLAY "MESSAGE TYPE?"
               ACCEPT WS-KW-NAME
           END-IF
           IF WS-EDITING-ORIGIN-ROUTES
               DISPLAY "ORIGIN?"
               ACCEPT WS-KW-NAME
           END-IF
           IF WS-EDITING-DESTINATIONS OR WS-EDITING-TYPE-ROUTES
              OR WS-EDITING-ORIGIN-ROUTES
               IF WS-KW-NAME = SPACES
                   DISPLAY "KEY REQUIRED"
                   MOVE "N" TO WS-KEY-OK-FLAG
               END-IF
           END-IF
           IF WS-EDITING-ALLOWLIST OR WS-EDITING-SCHEDULE
              OR WS-EDITING-RATES OR WS-EDITING-DESTINATIONS
               DISPLAY "HOST?"
               ACCEPT WS-KW-HOST
               DISPLAY "PORT?"
               ACCEPT WS-KW-PORT
               IF WS-KW-HOST = SPACES
                   DISPLAY "HOST REQUIRED"
                   MOVE "N" TO WS-KEY-OK-FLAG
               END-IF
           END-IF
           IF WS-EDITING-SCHEDULE
               DISPLAY "WINDOW START TIME (HHMM)?"
               ACCEPT WS-KW-START-TIME
           END-IF
           MOVE WS-KEY-WORK TO WS-WANTED-KEY.

       STORE-KEY-IN-RECORD.
      *    A new entry starts from its key alone.
           EVALUATE TRUE
               WHEN WS-EDITING-ALLOWLIST
                   INITIALIZE PC-ALLOW-RECORD
                   MOVE WS-KW-HOST TO PC-AL-HOST
                   MOVE WS-KW-PORT TO PC-AL-PORT
               WHEN WS-EDITING-SCHEDULE
                   INITIALIZE PC-SCHED-RECORD
                   MOVE WS-KW-HOST TO PC-SC-HOST
                   MOVE WS-KW-PORT TO PC-SC-PORT
                   MOVE WS-KW-START-TIME TO PC-SC-START-TIME
               WHEN WS-EDITING-RATES
                   INITIALIZE PC-RATE-RECORD
                   MOVE WS-KW-HOST TO PC-HR-HOST
                   MOVE WS-KW-PORT TO PC-HR-PORT
               WHEN WS-EDITING-DESTINATIONS
                   INITIALIZE PC-DEST-RECORD
                   MOVE WS-KW-NAME TO PC-DD-DEST-NAME
                   MOVE WS-KW-HOST TO PC-DD-HOST
                   MOVE WS-KW-PORT TO PC-DD-PORT
               WHEN WS-EDITING-TYPE-ROUTES
                   INITIALIZE PC-ROUTE-RECORD
                   MOVE WS-KW-NAME TO PC-RT-MSG-TYPE
               WHEN WS-EDITING-ORIGIN-ROUTES
                   INITIALIZE PC-ORIGROUTE-RECORD
                   MOVE WS-KW-NAME TO PC-OR-ORIGIN
           END-EVALUATE.

       PROMPT-FOR-DETAIL.
      *    The non-key fields, asked afresh on an add or a change.
           EVALUATE TRUE
               WHEN WS-EDITING-SCHEDULE
                   DISPLAY "DAY MASK (7 Y/N, MONDAY FIRST)?"
                   ACCEPT PC-SC-DAY-MASK
                   DISPLAY "WINDOW END TIME (HHMM)?"
                   ACCEPT PC-SC-END-TIME
               WHEN WS-EDITING-RATES
                   DISPLAY "MAXIMUM SENDS PER MINUTE?"
                   ACCEPT PC-HR-MAX-PER-MINUTE
               WHEN WS-EDITING-DESTINATIONS
                   DISPLAY "PROTOCOL?"
                   ACCEPT PC-DD-PROTOCOL
               WHEN WS-EDITING-TYPE-ROUTES
                   DISPLAY "APPLICATION FILE (1-4)?"
                   ACCEPT PC-RT-APP-FILE
               WHEN WS-EDITING-ORIGIN-ROUTES
                   DISPLAY "APPLICATION FILE (1-4)?"
                   ACCEPT PC-OR-APP-FILE
           END-EVALUATE.

       FIND-ENTRY-BY-KEY.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-CT-COUNT
                      OR WS-ENTRY-FOUND
               MOVE WS-CT-IMAGE(WS-ENTRY-SUB) TO WS-ENTRY-IMAGE
               PERFORM UNPACK-ENTRY
               PERFORM BUILD-ENTRY-KEY
               IF WS-KEY-WORK = WS-WANTED-KEY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-ENTRY-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       VALIDATE-WORKING-RECORD.
      *    The POLYCALL-CFGVAL edits, applied to the one entry about
      *    to be saved, with its wording.
           MOVE ZERO TO WS-EDIT-ERROR-COUNT
           EVALUATE TRUE
               WHEN WS-EDITING-SCHEDULE
                   PERFORM VALIDATE-SCHEDULE-ENTRY
               WHEN WS-EDITING-RATES
                   MOVE PC-HR-HOST TO WS-LOOKUP-HOST
                   MOVE PC-HR-PORT TO WS-LOOKUP-PORT
                   PERFORM FIND-HOST-ON-ALLOWLIST
                   IF NOT WS-HOST-ON-ALLOWLIST
                       DISPLAY "HOSTRATE: HOST NOT ON HOSTALLOW"
                       ADD 1 TO WS-EDIT-ERROR-COUNT
                   END-IF
                   IF PC-HR-MAX-PER-MINUTE NOT NUMERIC
                      OR PC-HR-MAX-PER-MINUTE = ZERO
                       DISPLAY "HOSTRATE: RATE NOT 1-9999"
                       ADD 1 TO WS-EDIT-ERROR-COUNT
                   END-IF
               WHEN WS-EDITING-DESTINATIONS
                   MOVE PC-DD-HOST TO WS-LOOKUP-HOST
                   MOVE PC-DD-PORT TO WS-LOOKUP-PORT
                   PERFORM FIND-HOST-ON-ALLOWLIST
                   IF NOT WS-HOST-ON-ALLOWLIST
                       DISPLAY "DESTDIR: MEMBER NOT ON HOSTALLOW"
                       ADD 1 TO WS-EDIT-ERROR-COUNT
                   END-IF
               WHEN WS-EDITING-TYPE-ROUTES
                   IF PC-RT-APP-FILE NOT NUMERIC
                      OR PC-RT-APP-FILE < 1
                      OR PC-RT-APP-FILE > 4
                       DISPLAY "TYPEROUTE: APP FILE NOT 1-4"
                       ADD 1 TO WS-EDIT-ERROR-COUNT
                   END-IF
               WHEN WS-EDITING-ORIGIN-ROUTES
                   IF PC-OR-APP-FILE NOT NUMERIC
                      OR PC-OR-APP-FILE < 1
                      OR PC-OR-APP-FILE > 4
                       DISPLAY "ORIGROUTE: APP FILE NOT 1-4"
                       ADD 1 TO WS-EDIT-ERROR-COUNT
                   END-IF
           END-EVALUATE.

       VALIDATE-SCHEDULE-ENTRY.
           MOVE "N" TO WS-MASK-BAD-FLAG
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > 7
               IF PC-SC-DAY-MASK(WS-MASK-SUB : 1) NOT = "Y"
                  AND PC-SC-DAY-MASK(WS-MASK-SUB : 1) NOT = "N"
                   SET WS-MASK-BAD TO TRUE
               END-IF
           END-PERFORM
           IF WS-MASK-BAD
               DISPLAY "HOSTSCHED: DAY MASK NOT Y/N <"
                       PC-SC-DAY-MASK ">"
               ADD 1 TO WS-EDIT-ERROR-COUNT
           END-IF

           IF PC-SC-START-TIME NUMERIC
               MOVE PC-SC-START-TIME TO WS-HHMM-CHECK
               PERFORM CHECK-HHMM-TIME
           ELSE
               SET WS-HHMM-BAD TO TRUE
           END-IF
           IF WS-HHMM-BAD
               DISPLAY "HOSTSCHED: BAD START TIME"
               ADD 1 TO WS-EDIT-ERROR-COUNT
           END-IF

           IF PC-SC-END-TIME NUMERIC
               MOVE PC-SC-END-TIME TO WS-HHMM-CHECK
               PERFORM CHECK-HHMM-TIME
           ELSE
               SET WS-HHMM-BAD TO TRUE
           END-IF
           IF WS-HHMM-BAD
               DISPLAY "HOSTSCHED: BAD END TIME"
               ADD 1 TO WS-EDIT-ERROR-COUNT
           END-IF.

       CHECK-HHMM-TIME.
           SET WS-HHMM-OK TO TRUE
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               SET WS-HHMM-BAD TO TRUE
           END-IF.

       ADD-ENTRY.
           PERFORM PROMPT-FOR-KEY
           IF NOT WS-KEY-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ENTRY-BY-KEY
           IF WS-ENTRY-FOUND
               DISPLAY "ENTRY ALREADY ON FILE - USE C=CHANGE"
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-COUNT NOT < 500
               DISPLAY "FILE FULL"
               EXIT PARAGRAPH
           END-IF
           PERFORM STORE-KEY-IN-RECORD
           PERFORM PROMPT-FOR-DETAIL
           PERFORM VALIDATE-WORKING-RECORD
           IF WS-EDIT-ERROR-COUNT > ZERO
               DISPLAY "ENTRY NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-WORKING-RECORD
           DISPLAY "CONFIRM ADD (Y)?"
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "ADD NOT CONFIRMED"
               EXIT PARAGRAPH
           END-IF

           PERFORM PACK-ENTRY
           ADD 1 TO WS-CT-COUNT
           MOVE WS-ENTRY-IMAGE TO WS-CT-IMAGE(WS-CT-COUNT)
           PERFORM SAVE-CONTROL-FILE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE "A" TO WS-JOURNAL-ACTION
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM WRITE-ENTRY-COMPLETION
           DISPLAY "ENTRY ADDED".

       CHANGE-ENTRY.
           IF WS-EDITING-ALLOWLIST
      *        An allow-list entry is nothing but its key.
               DISPLAY "HOSTALLOW HAS NO FIELDS TO CHANGE - "
                       "USE A=ADD AND D=DELETE"
               EXIT PARAGRAPH
           END-IF
           PERFORM PROMPT-FOR-KEY
           IF NOT WS-KEY-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ENTRY-BY-KEY
           IF NOT WS-ENTRY-FOUND
               DISPLAY "ENTRY NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
           DISPLAY "CURRENT ENTRY:"
           PERFORM DISPLAY-WORKING-RECORD
           PERFORM PROMPT-FOR-DETAIL
           PERFORM VALIDATE-WORKING-RECORD
           IF WS-EDIT-ERROR-COUNT > ZERO
               DISPLAY "ENTRY NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-WORKING-RECORD
           DISPLAY "CONFIRM CHANGE (Y)?"
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "CHANGE NOT CONFIRMED"
               EXIT PARAGRAPH
           END-IF

           PERFORM PACK-ENTRY
           MOVE WS-ENTRY-IMAGE TO WS-CT-IMAGE(WS-FOUND-SUB)
           PERFORM SAVE-CONTROL-FILE
           MOVE "C" TO WS-JOURNAL-ACTION
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM WRITE-ENTRY-COMPLETION
           DISPLAY "ENTRY CHANGED".

       DELETE-ENTRY.
           PERFORM PROMPT-FOR-KEY
           IF NOT WS-KEY-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ENTRY-BY-KEY
           IF NOT WS-ENTRY-FOUND
               DISPLAY "ENTRY NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           IF WS-EDITING-ALLOWLIST AND WS-CT-COUNT > 1
               PERFORM COUNT-ALLOWLIST-REFERENCES
               IF WS-REFERENCE-COUNT > ZERO
                   MOVE WS-REFERENCE-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "HOST STILL NAMED BY " WS-COUNT-DISPLAY
                           " HOSTRATE/DESTDIR ENTRIES - NOT DELETED"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CT-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
           PERFORM DISPLAY-WORKING-RECORD
           DISPLAY "CONFIRM DELETE (Y)?"
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "DELETE NOT CONFIRMED"
               EXIT PARAGRAPH
           END-IF

      *    Close the gap by pulling the entries above it down one
      *    slot.
           PERFORM VARYING WS-ENTRY-SUB FROM WS-FOUND-SUB BY 1
                   UNTIL WS-ENTRY-SUB >= WS-CT-COUNT
               MOVE WS-CT-IMAGE(WS-ENTRY-SUB + 1)
                               TO WS-CT-IMAGE(WS-ENTRY-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-CT-COUNT
           PERFORM SAVE-CONTROL-FILE
           MOVE SPACES TO WS-ENTRY-IMAGE
           MOVE "D" TO WS-JOURNAL-ACTION
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM WRITE-ENTRY-COMPLETION
           DISPLAY "ENTRY DELETED".

       COUNT-ALLOWLIST-REFERENCES.
      *    POLYCALL-CFGVAL fails any HOSTRATE or DESTDIR entry whose
      *    host/port is missing from a non-empty allow-list, so the
      *    allow-list entry has to outlive every such reference.
           MOVE ZERO TO WS-REFERENCE-COUNT
           MOVE PC-AL-HOST TO WS-LOOKUP-HOST
           MOVE PC-AL-PORT TO WS-LOOKUP-PORT

           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT HOST-RATE-FILE
           IF WS-RATEFILE-STATUS NOT = "35"
               READ HOST-RATE-FILE INTO PC-RATE-RECORD
                   AT END
                       SET WS-NO-MORE-FILE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-FILE-RECORDS
                   IF PC-HR-HOST = WS-LOOKUP-HOST
                      AND PC-HR-PORT = WS-LOOKUP-PORT
                       ADD 1 TO WS-REFERENCE-COUNT
                   END-IF
                   READ HOST-RATE-FILE INTO PC-RATE-RECORD
                       AT END
                           SET WS-NO-MORE-FILE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOST-RATE-FILE
           END-IF

           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT DEST-DIRECTORY-FILE
           IF WS-DESTFILE-STATUS NOT = "35"
               READ DEST-DIRECTORY-FILE INTO PC-DEST-RECORD
                   AT END
                       SET WS-NO-MORE-FILE-RECORDS TO TRUE
               END-READ
               PERFORM UNTIL WS-NO-MORE-FILE-RECORDS
                   IF PC-DD-HOST = WS-LOOKUP-HOST
                      AND PC-DD-PORT = WS-LOOKUP-PORT
                       ADD 1 TO WS-REFERENCE-COUNT
                   END-IF
                   READ DEST-DIRECTORY-FILE INTO PC-DEST-RECORD
                       AT END
                           SET WS-NO-MORE-FILE-RECORDS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEST-DIRECTORY-FILE
           END-IF.

       WRITE-JOURNAL-RECORD.
      *    WS-BEFORE-IMAGE holds the entry as it was and
      *    WS-ENTRY-IMAGE as it now is; WS-JOURNAL-ACTION is
      *    already set.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-JOURNAL-ACTION    TO PC-CJ-ACTION
           MOVE WS-CURRENT-TIMESTAMP TO PC-CJ-TIMESTAMP
           MOVE WS-OPERATOR-ID       TO PC-CJ-OPERATOR-ID
           MOVE WS-SELECTED-NAME     TO PC-CJ-CONTROL-FILE
           MOVE WS-BEFORE-IMAGE      TO PC-CJ-BEFORE-IMAGE
           MOVE WS-ENTRY-IMAGE       TO PC-CJ-AFTER-IMAGE
           WRITE PC-CFGJRNL-RECORD.

       OPERATOR-SIGN-ON.
      *    Three tries at an operator id and PIN on the OPERATORS
      *    file. Every attempt goes on the activity journal, and a
      *    console nobody can sign on to ends here without touching
      *    anything else.
           OPEN EXTEND CONSOLE-ACTIVITY-FILE
           IF WS-CONSACT-STATUS = "35"
              OR WS-CONSACT-STATUS = "05"
               OPEN OUTPUT CONSOLE-ACTIVITY-FILE
           END-IF
           MOVE ZERO TO WS-SIGNON-ATTEMPTS
           PERFORM UNTIL WS-OPERATOR-SIGNED-ON
                      OR WS-SIGNON-ATTEMPTS >= 3
               ADD 1 TO WS-SIGNON-ATTEMPTS
               DISPLAY "OPERATOR ID?"
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               DISPLAY "PIN?"
               MOVE SPACES TO WS-PIN-INPUT
               ACCEPT WS-PIN-INPUT
               PERFORM CHECK-OPERATOR-PIN
               MOVE "SIGNON" TO WS-ACTIVITY-COMMAND
               MOVE ZERO TO WS-REQUIRED-LEVEL
               IF WS-OPERATOR-SIGNED-ON
                   MOVE "ALLOWED" TO WS-ACTIVITY-OUTCOME
                   MOVE SPACES TO WS-ACTIVITY-DETAIL
               ELSE
                   MOVE "REFUSED" TO WS-ACTIVITY-OUTCOME
                   MOVE "UNKNOWN OPERATOR OR WRONG PIN"
                                       TO WS-ACTIVITY-DETAIL
                   DISPLAY "SIGN-ON REFUSED"
               END-IF
               PERFORM WRITE-ACTIVITY-RECORD
           END-PERFORM
           IF NOT WS-OPERATOR-SIGNED-ON
               CLOSE CONSOLE-ACTIVITY-FILE
               DISPLAY "POLYCALL-CFGMNT: SIGN-ON FAILED"
               STOP RUN
           END-IF.

       CHECK-OPERATOR-PIN.
      *    A blank id or PIN never signs on, and neither does a
      *    record whose authority level is not one of the three.
           MOVE ZERO TO WS-OPERATOR-LEVEL
           IF WS-OPERATOR-ID NOT = SPACES
              AND WS-PIN-INPUT NOT = SPACES
               MOVE "N" TO WS-OPERFILE-EOF-FLAG
               OPEN INPUT OPERATOR-FILE
               IF WS-OPERFILE-STATUS = "35"
                   SET WS-NO-MORE-OPERATORS TO TRUE
               ELSE
                   PERFORM READ-OPERATOR-RECORD
               END-IF
               PERFORM UNTIL WS-NO-MORE-OPERATORS
                   IF PC-OP-OPERATOR-ID = WS-OPERATOR-ID
                       MOVE PC-OP-PIN TO WS-PIN-WORK
                       IF PC-OP-ENCODED-FLAG = "Y"
                           INSPECT WS-PIN-WORK
                               CONVERTING PC-SCR-CLEAR-CHARS
                                       TO PC-SCR-CODED-CHARS
                       END-IF
                       IF WS-PIN-WORK = WS-PIN-INPUT
                          AND PC-OP-LEVEL-VALID
                           MOVE PC-OP-AUTHORITY-LEVEL
                                       TO WS-OPERATOR-LEVEL
                       END-IF
                       SET WS-NO-MORE-OPERATORS TO TRUE
                   ELSE
                       PERFORM READ-OPERATOR-RECORD
                   END-IF
               END-PERFORM
               IF WS-OPERFILE-STATUS NOT = "35"
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

       READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
               AT END
                   SET WS-NO-MORE-OPERATORS TO TRUE
           END-READ.

       AUTHORIZE-COMMAND.
      *    SET-COMMAND-AUTHORITY has put the level WS-COMMAND needs
      *    in WS-REQUIRED-LEVEL. Allowed or refused, the command
      *    goes on the activity journal.
           MOVE "N" TO WS-COMMAND-ALLOWED-FLAG
           MOVE WS-COMMAND TO WS-ACTIVITY-COMMAND
           MOVE SPACES TO WS-ACTIVITY-DETAIL
           EVALUATE TRUE
               WHEN WS-COMMAND-UNKNOWN
                   MOVE "REFUSED" TO WS-ACTIVITY-OUTCOME
                   MOVE "UNKNOWN COMMAND" TO WS-ACTIVITY-DETAIL
                   DISPLAY "UNKNOWN COMMAND"
               WHEN WS-OPERATOR-LEVEL >= WS-REQUIRED-LEVEL
                   SET WS-COMMAND-ALLOWED TO TRUE
                   MOVE "ALLOWED" TO WS-ACTIVITY-OUTCOME
               WHEN OTHER
                   MOVE "REFUSED" TO WS-ACTIVITY-OUTCOME
                   MOVE "AUTHORITY LEVEL TOO LOW"
                                       TO WS-ACTIVITY-DETAIL
                   DISPLAY "COMMAND REFUSED - AUTHORITY LEVEL"
           END-EVALUATE
           PERFORM WRITE-ACTIVITY-RECORD.

       WRITE-ENTRY-COMPLETION.
      *    The file saved, what was done to it and the key of the
      *    entry, as the operator gave it - WS-KEY-WORK itself has
      *    been walked over the table since.
           MOVE WS-WANTED-KEY TO WS-KEY-WORK
           MOVE SPACES TO WS-ACTIVITY-DETAIL
           MOVE 1 TO WS-DETAIL-POINTER
           STRING WS-SELECTED-NAME DELIMITED BY SPACE
               INTO WS-ACTIVITY-DETAIL
               WITH POINTER WS-DETAIL-POINTER
           END-STRING
           EVALUATE WS-JOURNAL-ACTION
               WHEN "A"
                   STRING " ADDED " DELIMITED BY SIZE
                       INTO WS-ACTIVITY-DETAIL
                       WITH POINTER WS-DETAIL-POINTER
                   END-STRING
               WHEN "C"
                   STRING " CHANGED " DELIMITED BY SIZE
                       INTO WS-ACTIVITY-DETAIL
                       WITH POINTER WS-DETAIL-POINTER
                   END-STRING
               WHEN OTHER
                   STRING " DELETED " DELIMITED BY SIZE
                       INTO WS-ACTIVITY-DETAIL
                       WITH POINTER WS-DETAIL-POINTER
                   END-STRING
           END-EVALUATE
           IF WS-KW-NAME NOT = SPACES
               STRING WS-KW-NAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                   INTO WS-ACTIVITY-DETAIL
                   WITH POINTER WS-DETAIL-POINTER
               END-STRING
           END-IF
           IF WS-KW-HOST NOT = SPACES
               STRING WS-KW-HOST DELIMITED BY SPACE
                      ":" DELIMITED BY SIZE
                      WS-KW-PORT DELIMITED BY SIZE
                   INTO WS-ACTIVITY-DETAIL
                   WITH POINTER WS-DETAIL-POINTER
               END-STRING
           END-IF
           IF WS-EDITING-SCHEDULE
               STRING " START=" DELIMITED BY SIZE
                      WS-KW-START-TIME DELIMITED BY SIZE
                   INTO WS-ACTIVITY-DETAIL
                   WITH POINTER WS-DETAIL-POINTER
               END-STRING
           END-IF
           PERFORM WRITE-COMPLETION-RECORD.

       WRITE-COMPLETION-RECORD.
      *    Follows a sensitive action with what was actually done,
      *    named in WS-ACTIVITY-DETAIL.
           MOVE "COMPLETED" TO WS-ACTIVITY-OUTCOME
           PERFORM WRITE-ACTIVITY-RECORD.

       WRITE-ACTIVITY-RECORD.
           MOVE SPACES TO PC-CONSACT-RECORD
           MOVE FUNCTION CURRENT-DATE TO PC-CX-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO PC-CX-OPERATOR-ID
           MOVE "CFGMNT"              TO PC-CX-PROGRAM
           MOVE WS-ACTIVITY-COMMAND   TO PC-CX-COMMAND
           MOVE WS-REQUIRED-LEVEL     TO PC-CX-REQUIRED-LEVEL
           MOVE WS-OPERATOR-LEVEL     TO PC-CX-OPERATOR-LEVEL
           MOVE WS-ACTIVITY-OUTCOME   TO PC-CX-OUTCOME
           MOVE WS-ACTIVITY-DETAIL    TO PC-CX-DETAIL
           WRITE PC-CONSACT-RECORD.
