      * CBLPolyCall Batch Stream Splitter v1.0
      * OBINexus Aegis Engineering - Parallel Batch Stream Split
      *
      * Divides a balanced TRANIN into up to four stream files,
      * STRMTRN1 through STRMTRN4, by destination host, so the
      * batch driver can run one copy per stream side by side and
      * one slow partner no longer holds every other partner's
      * traffic past its PRIOCTL cutoff. Each stream copy of
      * POLYCALL-BATCH runs with TRANIN allocated to its STRMTRNn
      * and with its own CHKPTFILE (STRMCKPn), RESULTOUT (STRMRESn),
      * DEADLETTER (STRMDLTn), CARRYOVER (STRMCRYn) and CLASSTOT
      * (STRMCLSn); POLYCALL-STRMMRG then puts the streams' output
      * back together for POLYCALL-RESDIST, POLYCALL-REPLAY and
      * POLYCALL-HANDOVR.
      *
      * The input is balanced against its trailer exactly as the
      * batch driver would before anything is written - an
      * unbalanced file is refused here rather than split into
      * streams that each look balanced. A record's host is its
      * DESTDIR destination's (the first member of a distribution
      * list), else its raw PC-IO-HOST/PC-IO-PORT; records with
      * neither (connection-id traffic, PING, DISCONNECT_ALL) form
      * one group of their own. A conversation goes whole to the
      * stream of the first of its steps that names a host. Host
      * groups are dealt out largest first, each to the stream
      * with the fewest records so far, and every record keeps its
      * original order within its stream.
      *
      * Every stream file gets its own FILE_HEADER and
      * FILE_TRAILER. The header keeps the original file date; its
      * origin is the original origin with the stream number in
      * the eighth byte, so the processed-file register holds one
      * entry per stream. Because that header origin is no longer
      * the department's, an origin the record left as spaces is
      * stamped into it from the original header, as the batch
      * driver does for its carry-over. All four stream files are
      * written even when fewer streams are used - an unused one
      * is a header and a zero trailer, which its batch copy
      * processes as an empty file. The original and per-stream
      * totals go to the STRMCTL control file for the merge, and
      * the STRMSRPT report shows which host went to which stream.
      * The stream count is entered at run time; zero means four.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-STRMSPL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT DEST-DIRECTORY-FILE ASSIGN TO "DESTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTFILE-STATUS.
           SELECT STREAM-FILE-1 ASSIGN TO "STRMTRN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-FILE-2 ASSIGN TO "STRMTRN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-FILE-3 ASSIGN TO "STRMTRN3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-FILE-4 ASSIGN TO "STRMTRN4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-CONTROL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SPLIT-REPORT-FILE ASSIGN TO "STRMSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-BATCHREC.

       FD  DEST-DIRECTORY-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-DESTFILE.

       FD  STREAM-FILE-1
           RECORDING MODE IS F.
       01  PC-STREAM-RECORD-1          PIC X(1067).

       FD  STREAM-FILE-2
           RECORDING MODE IS F.
       01  PC-STREAM-RECORD-2          PIC X(1067).

       FD  STREAM-FILE-3
           RECORDING MODE IS F.
       01  PC-STREAM-RECORD-3          PIC X(1067).

       FD  STREAM-FILE-4
           RECORDING MODE IS F.
       01  PC-STREAM-RECORD-4          PIC X(1067).

       FD  STREAM-CONTROL-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-STRMCTL.

       FD  SPLIT-REPORT-FILE
           RECORDING MODE IS F.
       01  PC-STRMSRPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-DESTFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-STREAM-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS      PIC X(2) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-TRANSACTIONS          VALUE "Y".
       01  WS-DEST-EOF-FLAG            PIC X(1) VALUE "N".
           88  WS-NO-MORE-DEST-RECORDS          VALUE "Y".

      *    Control-total validation of TRANIN, the same checks the
      *    batch driver applies before it drives a single call.
           COPY POLYCALL-TRANHDR.

       01  WS-FILE-BALANCED-FLAG       PIC X(1) VALUE "N".
           88  WS-FILE-BALANCED                  VALUE "Y".
       01  WS-TABLE-FULL-FLAG          PIC X(1) VALUE "N".
           88  WS-TABLE-FULL                     VALUE "Y".
       01  WS-TRAILER-SEEN-FLAG        PIC X(1) VALUE "N".
           88  WS-TRAILER-SEEN                   VALUE "Y".
       01  WS-DATA-RECORD-COUNT        PIC 9(8) COMP VALUE ZERO.
       01  WS-SEQUENCE-SUM             PIC 9(12) COMP VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(8) COMP VALUE ZERO.
       01  WS-TRAILER-SUM              PIC 9(12) COMP VALUE ZERO.
       01  WS-FILE-DATE                PIC 9(8) VALUE ZERO.
       01  WS-FILE-ORIGIN              PIC X(8) VALUE SPACES.

       01  WS-STREAM-COUNT             PIC 9(1) VALUE ZERO.
       01  WS-CURRENT-STREAM           PIC 9(1) VALUE ZERO.
       01  WS-LIGHTEST-STREAM          PIC 9(1) VALUE ZERO.
       01  WS-STREAM-TOTALS.
           05  WS-ST-ENTRY OCCURS 4 TIMES.
               10  WS-ST-ORIGIN        PIC X(8).
               10  WS-ST-RECORDS       PIC 9(8) COMP.
               10  WS-ST-SEQ-SUM       PIC 9(12) COMP.
               10  WS-ST-LOAD          PIC 9(8) COMP.
               10  WS-ST-HOSTS         PIC 9(4) COMP.
               10  WS-ST-CONVS         PIC 9(4) COMP.

       01  WS-DEST-TABLE.
           05  WS-DEST-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-DD-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-DD-IDX.
               10  WS-DD-NAME          PIC X(20).
               10  WS-DD-HOST          PIC X(256).
               10  WS-DD-PORT          PIC 9(5).

      *    One entry per destination host/port found on the file;
      *    the host-less group is the entry with spaces and zero.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-GR-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-GR-IDX.
               10  WS-GR-HOST          PIC X(256).
               10  WS-GR-PORT          PIC 9(5).
               10  WS-GR-RECORDS       PIC 9(8) COMP.
               10  WS-GR-CONVS         PIC 9(4) COMP.
               10  WS-GR-STREAM        PIC 9(1).
       01  WS-GROUP-FOUND-SUB          PIC 9(4) COMP VALUE ZERO.
       01  WS-HEAVIEST-SUB             PIC 9(4) COMP VALUE ZERO.
       01  WS-ASSIGN-COUNT             PIC 9(4) COMP VALUE ZERO.

      *    One entry per conversation; its group is fixed by the
      *    first step that names a host (zero until then).
       01  WS-CONV-TABLE.
           05  WS-CONV-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-CV-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-CV-IDX.
               10  WS-CV-ID            PIC X(8).
               10  WS-CV-GROUP         PIC 9(4) COMP.
               10  WS-CV-RECORDS       PIC 9(8) COMP.
       01  WS-CONV-FOUND-SUB           PIC 9(4) COMP VALUE ZERO.

       01  WS-RECORD-HOST              PIC X(256) VALUE SPACES.
       01  WS-RECORD-PORT              PIC 9(5) VALUE ZERO.
       01  WS-RECORD-HOST-FLAG         PIC X(1) VALUE "N".
           88  WS-RECORD-HAS-HOST               VALUE "Y".

       01  WS-TRAN-INPUT-OVERLAY       PIC X(1024).
       01  WS-TRAN-IO-AREA REDEFINES WS-TRAN-INPUT-OVERLAY.
           COPY POLYCALL-IOAREA.

       01  WS-STREAM-WORK              PIC X(1067).

       01  WS-SPLIT-COUNT              PIC 9(8) COMP VALUE ZERO.
       01  WS-SPLIT-SUM                PIC 9(12) COMP VALUE ZERO.

       01  WS-COUNT-DISPLAY            PIC Z(7)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(7)9.
       01  WS-COUNT-DISPLAY-3          PIC Z(7)9.
       01  WS-SUM-DISPLAY              PIC Z(11)9.
       01  WS-SUM-DISPLAY-2            PIC Z(11)9.
       01  WS-PORT-DISPLAY             PIC Z(4)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "STREAM COUNT (1-4, ZERO FOR 4)?"
           ACCEPT WS-STREAM-COUNT
           IF WS-STREAM-COUNT = ZERO
               MOVE 4 TO WS-STREAM-COUNT
           END-IF
           IF WS-STREAM-COUNT > 4
               DISPLAY "POLYCALL-STRMSPL: STREAM COUNT NOT 1-4"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-DEST-DIRECTORY
           PERFORM SURVEY-TRANSACTION-FILE
           IF NOT WS-FILE-BALANCED
      *        Nothing is written for a file the batch driver would
      *        refuse - four balanced-looking streams cut from it
      *        would hide the fault.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TABLE-FULL
               DISPLAY "POLYCALL-STRMSPL: MORE THAN 200 HOSTS OR "
                       "500 CONVERSATIONS - FILE NOT SPLIT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SETTLE-PENDING-CONVERSATIONS
           PERFORM INITIALIZE-STREAM-TOTALS
           PERFORM ASSIGN-HEAVIEST-GROUP
               VARYING WS-ASSIGN-COUNT FROM 1 BY 1
               UNTIL WS-ASSIGN-COUNT > WS-GROUP-COUNT

           PERFORM WRITE-STREAM-FILES
           PERFORM WRITE-STREAM-CONTROL
           PERFORM WRITE-SPLIT-REPORT

           DISPLAY "POLYCALL-STRMSPL: " WS-DATA-RECORD-COUNT
                   " RECORDS, " WS-GROUP-COUNT " HOSTS, "
                   WS-CONV-COUNT " CONVERSATIONS IN "
                   WS-STREAM-COUNT " STREAMS"
           IF WS-SPLIT-COUNT NOT = WS-TRAILER-COUNT
              OR WS-SPLIT-SUM NOT = WS-TRAILER-SUM
               DISPLAY "POLYCALL-STRMSPL: SPLIT OUT OF BALANCE"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       SURVEY-TRANSACTION-FILE.
      *    First read-through: the balance check, and the host and
      *    conversation tables the streams are dealt from.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               DISPLAY "POLYCALL-STRMSPL: NO TRANSACTION FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-TRANSACTION

           IF WS-NO-MORE-TRANSACTIONS
              OR PC-TRAN-OPERATION NOT = "FILE_HEADER"
               DISPLAY "POLYCALL-STRMSPL: FILE_HEADER MISSING - "
                       "FILE REJECTED"
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PC-TRAN-INPUT-DATA TO PC-TRAN-CONTROL-AREA
           MOVE PC-TH-FILE-DATE TO WS-FILE-DATE
           MOVE PC-TH-ORIGIN-SYSTEM TO WS-FILE-ORIGIN
           PERFORM READ-NEXT-TRANSACTION

           PERFORM SURVEY-ONE-RECORD
               UNTIL WS-NO-MORE-TRANSACTIONS OR WS-TRAILER-SEEN

           IF NOT WS-TRAILER-SEEN
               DISPLAY "POLYCALL-STRMSPL: FILE_TRAILER MISSING - "
                       "FILE REJECTED"
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           IF NOT WS-NO-MORE-TRANSACTIONS
               DISPLAY "POLYCALL-STRMSPL: RECORDS AFTER FILE_TRAILER"
                       " - FILE REJECTED"
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE TRANSACTION-FILE

           IF WS-TRAILER-COUNT NOT = WS-DATA-RECORD-COUNT
               DISPLAY "POLYCALL-STRMSPL: RECORD COUNT OUT OF "
                       "BALANCE EXPECTED " WS-TRAILER-COUNT
                       " READ " WS-DATA-RECORD-COUNT
                       " - FILE REJECTED"
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-SUM NOT = WS-SEQUENCE-SUM
               DISPLAY "POLYCALL-STRMSPL: SEQUENCE SUM OUT OF "
                       "BALANCE EXPECTED " WS-TRAILER-SUM
                       " READ " WS-SEQUENCE-SUM
                       " - FILE REJECTED"
               EXIT PARAGRAPH
           END-IF

           SET WS-FILE-BALANCED TO TRUE.

       SURVEY-ONE-RECORD.
           IF PC-TRAN-OPERATION = "FILE_TRAILER"
               SET WS-TRAILER-SEEN TO TRUE
               MOVE PC-TRAN-INPUT-DATA TO PC-TRAN-CONTROL-AREA
               MOVE PC-TT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE PC-TT-SEQUENCE-SUM TO WS-TRAILER-SUM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DATA-RECORD-COUNT
           MOVE PC-TRAN-INPUT-DATA TO WS-TRAN-INPUT-OVERLAY
           COMPUTE WS-SEQUENCE-SUM
               = FUNCTION MOD(WS-SEQUENCE-SUM
                              + PC-IO-MSG-SEQUENCE,
                              1000000000000)
           PERFORM RESOLVE-RECORD-HOST
           IF PC-TRAN-CONV-ID = SPACES
               PERFORM FIND-OR-ADD-GROUP
               IF WS-GROUP-FOUND-SUB > ZERO
                   SET WS-GR-IDX TO WS-GROUP-FOUND-SUB
                   ADD 1 TO WS-GR-RECORDS(WS-GR-IDX)
               END-IF
           ELSE
               PERFORM FIND-OR-ADD-CONVERSATION
               IF WS-CONV-FOUND-SUB > ZERO
                   SET WS-CV-IDX TO WS-CONV-FOUND-SUB
                   ADD 1 TO WS-CV-RECORDS(WS-CV-IDX)
                   IF WS-CV-GROUP(WS-CV-IDX) = ZERO
                      AND WS-RECORD-HAS-HOST
                       PERFORM FIND-OR-ADD-GROUP
                       MOVE WS-GROUP-FOUND-SUB
                                       TO WS-CV-GROUP(WS-CV-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-TRANSACTION.

       READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET WS-NO-MORE-TRANSACTIONS TO TRUE
           END-READ.

       RESOLVE-RECORD-HOST.
      *    The destination name wins over the raw address, as it
      *    does in the bridge. A name missing from DESTDIR is kept
      *    as its own group so its records still travel together.
           MOVE SPACES TO WS-RECORD-HOST
           MOVE ZERO TO WS-RECORD-PORT
           SET WS-RECORD-HAS-HOST TO TRUE
           IF PC-IO-DEST-NAME NOT = SPACES
              AND PC-IO-DEST-NAME NOT = LOW-VALUES
               MOVE PC-IO-DEST-NAME TO WS-RECORD-HOST
               PERFORM VARYING WS-DD-IDX FROM 1 BY 1
                       UNTIL WS-DD-IDX > WS-DEST-COUNT
                   IF WS-DD-NAME(WS-DD-IDX) = PC-IO-DEST-NAME
                       MOVE WS-DD-HOST(WS-DD-IDX) TO WS-RECORD-HOST
                       MOVE WS-DD-PORT(WS-DD-IDX) TO WS-RECORD-PORT
                       SET WS-DD-IDX TO WS-DEST-COUNT
                   END-IF
               END-PERFORM
           ELSE
               IF PC-IO-HOST NOT = SPACES
                  AND PC-IO-HOST NOT = LOW-VALUES
                   MOVE PC-IO-HOST TO WS-RECORD-HOST
                   MOVE PC-IO-PORT TO WS-RECORD-PORT
               ELSE
                   MOVE "N" TO WS-RECORD-HOST-FLAG
               END-IF
           END-IF.

       FIND-OR-ADD-GROUP.
           PERFORM FIND-GROUP
           IF WS-GROUP-FOUND-SUB = ZERO
               IF WS-GROUP-COUNT < 200
                   ADD 1 TO WS-GROUP-COUNT
                   SET WS-GR-IDX TO WS-GROUP-COUNT
                   MOVE WS-RECORD-HOST TO WS-GR-HOST(WS-GR-IDX)
                   MOVE WS-RECORD-PORT TO WS-GR-PORT(WS-GR-IDX)
                   MOVE ZERO TO WS-GR-RECORDS(WS-GR-IDX)
                   MOVE ZERO TO WS-GR-CONVS(WS-GR-IDX)
                   MOVE ZERO TO WS-GR-STREAM(WS-GR-IDX)
                   MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND-SUB
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       FIND-GROUP.
           MOVE ZERO TO WS-GROUP-FOUND-SUB
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GROUP-COUNT
                      OR WS-GROUP-FOUND-SUB > ZERO
               IF WS-GR-HOST(WS-GR-IDX) = WS-RECORD-HOST
                  AND WS-GR-PORT(WS-GR-IDX) = WS-RECORD-PORT
                   SET WS-GROUP-FOUND-SUB TO WS-GR-IDX
               END-IF
           END-PERFORM.

       FIND-OR-ADD-CONVERSATION.
           PERFORM FIND-CONVERSATION
           IF WS-CONV-FOUND-SUB = ZERO
               IF WS-CONV-COUNT < 500
                   ADD 1 TO WS-CONV-COUNT
                   SET WS-CV-IDX TO WS-CONV-COUNT
                   MOVE PC-TRAN-CONV-ID TO WS-CV-ID(WS-CV-IDX)
                   MOVE ZERO TO WS-CV-GROUP(WS-CV-IDX)
                   MOVE ZERO TO WS-CV-RECORDS(WS-CV-IDX)
                   MOVE WS-CONV-COUNT TO WS-CONV-FOUND-SUB
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       FIND-CONVERSATION.
           MOVE ZERO TO WS-CONV-FOUND-SUB
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CONV-COUNT
                      OR WS-CONV-FOUND-SUB > ZERO
               IF WS-CV-ID(WS-CV-IDX) = PC-TRAN-CONV-ID
                   SET WS-CONV-FOUND-SUB TO WS-CV-IDX
               END-IF
           END-PERFORM.

       SETTLE-PENDING-CONVERSATIONS.
      *    A conversation none of whose steps named a host joins
      *    the host-less group; each conversation's records then
      *    weigh on its group as a block.
           MOVE SPACES TO WS-RECORD-HOST
           MOVE ZERO TO WS-RECORD-PORT
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CONV-COUNT
               IF WS-CV-GROUP(WS-CV-IDX) = ZERO
                   PERFORM FIND-OR-ADD-GROUP
                   MOVE WS-GROUP-FOUND-SUB TO WS-CV-GROUP(WS-CV-IDX)
               END-IF
               IF WS-CV-GROUP(WS-CV-IDX) > ZERO
                   SET WS-GR-IDX TO WS-CV-GROUP(WS-CV-IDX)
                   ADD WS-CV-RECORDS(WS-CV-IDX)
                                       TO WS-GR-RECORDS(WS-GR-IDX)
                   ADD 1 TO WS-GR-CONVS(WS-GR-IDX)
               END-IF
           END-PERFORM.

       INITIALIZE-STREAM-TOTALS.
           PERFORM VARYING WS-CURRENT-STREAM FROM 1 BY 1
                   UNTIL WS-CURRENT-STREAM > 4
               MOVE WS-FILE-ORIGIN TO WS-ST-ORIGIN(WS-CURRENT-STREAM)
               MOVE WS-CURRENT-STREAM
                       TO WS-ST-ORIGIN(WS-CURRENT-STREAM)(8 : 1)
               MOVE ZERO TO WS-ST-RECORDS(WS-CURRENT-STREAM)
               MOVE ZERO TO WS-ST-SEQ-SUM(WS-CURRENT-STREAM)
               MOVE ZERO TO WS-ST-LOAD(WS-CURRENT-STREAM)
               MOVE ZERO TO WS-ST-HOSTS(WS-CURRENT-STREAM)
               MOVE ZERO TO WS-ST-CONVS(WS-CURRENT-STREAM)
           END-PERFORM.

       ASSIGN-HEAVIEST-GROUP.
      *    Largest unassigned host group to the lightest stream so
      *    far - a greedy deal that keeps the streams' record
      *    counts as even as whole hosts allow.
           MOVE ZERO TO WS-HEAVIEST-SUB
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GROUP-COUNT
               IF WS-GR-STREAM(WS-GR-IDX) = ZERO
                   IF WS-HEAVIEST-SUB = ZERO
                       SET WS-HEAVIEST-SUB TO WS-GR-IDX
                   ELSE
                       IF WS-GR-RECORDS(WS-GR-IDX)
                               > WS-GR-RECORDS(WS-HEAVIEST-SUB)
                           SET WS-HEAVIEST-SUB TO WS-GR-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HEAVIEST-SUB = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-LIGHTEST-STREAM
           PERFORM VARYING WS-CURRENT-STREAM FROM 2 BY 1
                   UNTIL WS-CURRENT-STREAM > WS-STREAM-COUNT
               IF WS-ST-LOAD(WS-CURRENT-STREAM)
                       < WS-ST-LOAD(WS-LIGHTEST-STREAM)
                   MOVE WS-CURRENT-STREAM TO WS-LIGHTEST-STREAM
               END-IF
           END-PERFORM

           SET WS-GR-IDX TO WS-HEAVIEST-SUB
           MOVE WS-LIGHTEST-STREAM TO WS-GR-STREAM(WS-GR-IDX)
           ADD WS-GR-RECORDS(WS-GR-IDX)
                                   TO WS-ST-LOAD(WS-LIGHTEST-STREAM)
           ADD 1 TO WS-ST-HOSTS(WS-LIGHTEST-STREAM)
           ADD WS-GR-CONVS(WS-GR-IDX)
                                   TO WS-ST-CONVS(WS-LIGHTEST-STREAM).

       WRITE-STREAM-FILES.
      *    Second read-through: every data record to its group's
      *    stream, in file order, between the stream's own header
      *    and trailer.
           OPEN OUTPUT STREAM-FILE-1
           OPEN OUTPUT STREAM-FILE-2
           OPEN OUTPUT STREAM-FILE-3
           OPEN OUTPUT STREAM-FILE-4
           PERFORM VARYING WS-CURRENT-STREAM FROM 1 BY 1
                   UNTIL WS-CURRENT-STREAM > 4
               PERFORM BUILD-STREAM-HEADER
               PERFORM WRITE-STREAM-RECORD
           END-PERFORM

           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT TRANSACTION-FILE
           PERFORM READ-NEXT-TRANSACTION
           PERFORM ROUTE-ONE-RECORD UNTIL WS-NO-MORE-TRANSACTIONS
           CLOSE TRANSACTION-FILE

           PERFORM VARYING WS-CURRENT-STREAM FROM 1 BY 1
                   UNTIL WS-CURRENT-STREAM > 4
               PERFORM BUILD-STREAM-TRAILER
               PERFORM WRITE-STREAM-RECORD
               ADD WS-ST-RECORDS(WS-CURRENT-STREAM) TO WS-SPLIT-COUNT
               COMPUTE WS-SPLIT-SUM
                   = FUNCTION MOD(WS-SPLIT-SUM
                                  + WS-ST-SEQ-SUM(WS-CURRENT-STREAM),
                                  1000000000000)
           END-PERFORM
           CLOSE STREAM-FILE-1
           CLOSE STREAM-FILE-2
           CLOSE STREAM-FILE-3
           CLOSE STREAM-FILE-4.

       ROUTE-ONE-RECORD.
           IF PC-TRAN-OPERATION = "FILE_HEADER"
              OR PC-TRAN-OPERATION = "FILE_TRAILER"
               PERFORM READ-NEXT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE PC-TRAN-INPUT-DATA TO WS-TRAN-INPUT-OVERLAY
           IF PC-TRAN-CONV-ID = SPACES
               PERFORM RESOLVE-RECORD-HOST
               PERFORM FIND-GROUP
           ELSE
               PERFORM FIND-CONVERSATION
               SET WS-CV-IDX TO WS-CONV-FOUND-SUB
               MOVE WS-CV-GROUP(WS-CV-IDX) TO WS-GROUP-FOUND-SUB
           END-IF
           SET WS-GR-IDX TO WS-GROUP-FOUND-SUB
           MOVE WS-GR-STREAM(WS-GR-IDX) TO WS-CURRENT-STREAM

           ADD 1 TO WS-ST-RECORDS(WS-CURRENT-STREAM)
           COMPUTE WS-ST-SEQ-SUM(WS-CURRENT-STREAM)
               = FUNCTION MOD(WS-ST-SEQ-SUM(WS-CURRENT-STREAM)
                              + PC-IO-MSG-SEQUENCE,
                              1000000000000)
           IF PC-TRAN-ORIGIN = SPACES
               MOVE WS-FILE-ORIGIN TO PC-TRAN-ORIGIN
           END-IF
           MOVE PC-TRAN-RECORD TO WS-STREAM-WORK
           PERFORM WRITE-STREAM-RECORD
           PERFORM READ-NEXT-TRANSACTION.

       BUILD-STREAM-HEADER.
           MOVE SPACES TO PC-TRAN-CONTROL-AREA
           MOVE WS-FILE-DATE TO PC-TH-FILE-DATE
           MOVE WS-ST-ORIGIN(WS-CURRENT-STREAM) TO PC-TH-ORIGIN-SYSTEM
           MOVE SPACES TO PC-TRAN-RECORD
           MOVE "FILE_HEADER" TO PC-TRAN-OPERATION
           MOVE PC-TRAN-CONTROL-AREA TO PC-TRAN-INPUT-DATA
           MOVE PC-TRAN-RECORD TO WS-STREAM-WORK.

       BUILD-STREAM-TRAILER.
           MOVE SPACES TO PC-TRAN-CONTROL-AREA
           MOVE WS-ST-RECORDS(WS-CURRENT-STREAM) TO PC-TT-RECORD-COUNT
           MOVE WS-ST-SEQ-SUM(WS-CURRENT-STREAM) TO PC-TT-SEQUENCE-SUM
           MOVE SPACES TO PC-TRAN-RECORD
           MOVE "FILE_TRAILER" TO PC-TRAN-OPERATION
           MOVE PC-TRAN-CONTROL-AREA TO PC-TRAN-INPUT-DATA
           MOVE PC-TRAN-RECORD TO WS-STREAM-WORK.

       WRITE-STREAM-RECORD.
           EVALUATE WS-CURRENT-STREAM
               WHEN 1
                   WRITE PC-STREAM-RECORD-1 FROM WS-STREAM-WORK
               WHEN 2
                   WRITE PC-STREAM-RECORD-2 FROM WS-STREAM-WORK
               WHEN 3
                   WRITE PC-STREAM-RECORD-3 FROM WS-STREAM-WORK
               WHEN 4
                   WRITE PC-STREAM-RECORD-4 FROM WS-STREAM-WORK
           END-EVALUATE.

       WRITE-STREAM-CONTROL.
           MOVE SPACES TO PC-STRMCTL-RECORD
           MOVE WS-FILE-DATE     TO PC-SX-FILE-DATE
           MOVE WS-FILE-ORIGIN   TO PC-SX-ORIGIN-SYSTEM
           MOVE WS-TRAILER-COUNT TO PC-SX-RECORD-COUNT
           MOVE WS-TRAILER-SUM   TO PC-SX-SEQUENCE-SUM
           MOVE WS-STREAM-COUNT  TO PC-SX-STREAM-COUNT
           PERFORM VARYING WS-CURRENT-STREAM FROM 1 BY 1
                   UNTIL WS-CURRENT-STREAM > 4
               MOVE WS-ST-ORIGIN(WS-CURRENT-STREAM)
                       TO PC-SX-STREAM-ORIGIN(WS-CURRENT-STREAM)
               MOVE WS-ST-RECORDS(WS-CURRENT-STREAM)
                       TO PC-SX-STREAM-RECORDS(WS-CURRENT-STREAM)
               MOVE WS-ST-SEQ-SUM(WS-CURRENT-STREAM)
                       TO PC-SX-STREAM-SEQ-SUM(WS-CURRENT-STREAM)
               MOVE WS-ST-HOSTS(WS-CURRENT-STREAM)
                       TO PC-SX-STREAM-HOSTS(WS-CURRENT-STREAM)
               MOVE WS-ST-CONVS(WS-CURRENT-STREAM)
                       TO PC-SX-STREAM-CONVS(WS-CURRENT-STREAM)
           END-PERFORM
           OPEN OUTPUT STREAM-CONTROL-FILE
           WRITE PC-STRMCTL-RECORD
           CLOSE STREAM-CONTROL-FILE.

       WRITE-SPLIT-REPORT.
           OPEN OUTPUT SPLIT-REPORT-FILE
           MOVE "POLYCALL BATCH STREAM SPLIT REPORT"
                                       TO PC-STRMSRPT-LINE
           WRITE PC-STRMSRPT-LINE
           MOVE WS-TRAILER-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TRAILER-SUM TO WS-SUM-DISPLAY
           MOVE SPACES TO PC-STRMSRPT-LINE
           STRING "FILE DATE=" DELIMITED BY SIZE
                  WS-FILE-DATE DELIMITED BY SIZE
                  " ORIGIN=" DELIMITED BY SIZE
                  WS-FILE-ORIGIN DELIMITED BY SIZE
                  " RECORDS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " SEQSUM=" DELIMITED BY SIZE
                  WS-SUM-DISPLAY DELIMITED BY SIZE
                  " STREAMS=" DELIMITED BY SIZE
                  WS-STREAM-COUNT DELIMITED BY SIZE
                  INTO PC-STRMSRPT-LINE
           WRITE PC-STRMSRPT-LINE
           MOVE SPACES TO PC-STRMSRPT-LINE
           WRITE PC-STRMSRPT-LINE

           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GROUP-COUNT
               PERFORM WRITE-GROUP-LINE
           END-PERFORM
           MOVE SPACES TO PC-STRMSRPT-LINE
           WRITE PC-STRMSRPT-LINE

           PERFORM VARYING WS-CURRENT-STREAM FROM 1 BY 1
                   UNTIL WS-CURRENT-STREAM > 4
               PERFORM WRITE-STREAM-LINE
           END-PERFORM

           MOVE WS-SPLIT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TRAILER-COUNT TO WS-COUNT-DISPLAY-2
           MOVE WS-SPLIT-SUM TO WS-SUM-DISPLAY
           MOVE WS-TRAILER-SUM TO WS-SUM-DISPLAY-2
           MOVE SPACES TO PC-STRMSRPT-LINE
           WRITE PC-STRMSRPT-LINE
           IF WS-SPLIT-COUNT = WS-TRAILER-COUNT
              AND WS-SPLIT-SUM = WS-TRAILER-SUM
               STRING "SPLIT BALANCED RECORDS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " SEQSUM=" DELIMITED BY SIZE
                      WS-SUM-DISPLAY DELIMITED BY SIZE
                      INTO PC-STRMSRPT-LINE
           ELSE
               STRING "SPLIT OUT OF BALANCE RECORDS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " EXPECTED=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " SEQSUM=" DELIMITED BY SIZE
                      WS-SUM-DISPLAY DELIMITED BY SIZE
                      " EXPECTED=" DELIMITED BY SIZE
                      WS-SUM-DISPLAY-2 DELIMITED BY SIZE
                      INTO PC-STRMSRPT-LINE
           END-IF
           WRITE PC-STRMSRPT-LINE
           CLOSE SPLIT-REPORT-FILE.

       WRITE-GROUP-LINE.
           MOVE WS-GR-RECORDS(WS-GR-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-GR-CONVS(WS-GR-IDX) TO WS-COUNT-DISPLAY-2
           MOVE WS-GR-PORT(WS-GR-IDX) TO WS-PORT-DISPLAY
           MOVE SPACES TO PC-STRMSRPT-LINE
           IF WS-GR-HOST(WS-GR-IDX) = SPACES
               STRING "HOST STREAM=" DELIMITED BY SIZE
                      WS-GR-STREAM(WS-GR-IDX) DELIMITED BY SIZE
                      " RECORDS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " CONVS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " NO HOST (CONNECTION/CONTROL TRAFFIC)"
                                       DELIMITED BY SIZE
                      INTO PC-STRMSRPT-LINE
           ELSE
               STRING "HOST STREAM=" DELIMITED BY SIZE
                      WS-GR-STREAM(WS-GR-IDX) DELIMITED BY SIZE
                      " RECORDS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " CONVS=" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " PORT=" DELIMITED BY SIZE
                      WS-PORT-DISPLAY DELIMITED BY SIZE
                      " HOST=" DELIMITED BY SIZE
                      WS-GR-HOST(WS-GR-IDX) DELIMITED BY SPACE
                      INTO PC-STRMSRPT-LINE
           END-IF
           WRITE PC-STRMSRPT-LINE.

       WRITE-STREAM-LINE.
           MOVE WS-ST-RECORDS(WS-CURRENT-STREAM) TO WS-COUNT-DISPLAY
           MOVE WS-ST-SEQ-SUM(WS-CURRENT-STREAM) TO WS-SUM-DISPLAY
           MOVE WS-ST-HOSTS(WS-CURRENT-STREAM) TO WS-COUNT-DISPLAY-2
           MOVE WS-ST-CONVS(WS-CURRENT-STREAM) TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO PC-STRMSRPT-LINE
           STRING "STREAM " DELIMITED BY SIZE
                  WS-CURRENT-STREAM DELIMITED BY SIZE
                  " FILE=STRMTRN" DELIMITED BY SIZE
                  WS-CURRENT-STREAM DELIMITED BY SIZE
                  " ORIGIN=" DELIMITED BY SIZE
                  WS-ST-ORIGIN(WS-CURRENT-STREAM) DELIMITED BY SIZE
                  " RECORDS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " SEQSUM=" DELIMITED BY SIZE
                  WS-SUM-DISPLAY DELIMITED BY SIZE
                  " HOSTS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " CONVS=" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                  INTO PC-STRMSRPT-LINE
           WRITE PC-STRMSRPT-LINE.

       LOAD-DEST-DIRECTORY.
           OPEN INPUT DEST-DIRECTORY-FILE
           IF WS-DESTFILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ DEST-DIRECTORY-FILE
               AT END
                   SET WS-NO-MORE-DEST-RECORDS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-DEST-RECORDS
               IF WS-DEST-COUNT < 200
                   ADD 1 TO WS-DEST-COUNT
                   SET WS-DD-IDX TO WS-DEST-COUNT
                   MOVE PC-DD-DEST-NAME TO WS-DD-NAME(WS-DD-IDX)
                   MOVE PC-DD-HOST      TO WS-DD-HOST(WS-DD-IDX)
                   MOVE PC-DD-PORT      TO WS-DD-PORT(WS-DD-IDX)
               END-IF
               READ DEST-DIRECTORY-FILE
                   AT END
                       SET WS-NO-MORE-DEST-RECORDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE DEST-DIRECTORY-FILE.
