      * CBLPolyCall Outbound Queue Reload v1.0
      * OBINexus Aegis Engineering - OUTMSGQ Record Conversion
      *
      * Run once, with the forwarder stopped and no QUEUE_MESSAGE
      * callers active, before a bridge that carries the resend
      * flag on the queue record is used against an OUTMSGQ
      * defined for the older 1352-byte record. The old file,
      * renamed OUTMSGQOLD, is read in key order and every entry
      * reloaded unchanged onto a newly defined OUTMSGQ with the
      * resend flag set to N - nothing queued before the flag
      * existed asked for a resend. Entries in every status are
      * carried so delivered and cancelled history survives. Any
      * failure, or a written count that does not match the read
      * count, ends with return code 16; OUTMSGQOLD is never
      * updated and is renamed back to OUTMSGQ to recover.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYCALL-OUTQCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-QUEUE-FILE ASSIGN TO "OUTMSGQOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-OLDQ-KEY
               FILE STATUS IS WS-OLDQFILE-STATUS.
           SELECT OUTBOUND-QUEUE-FILE ASSIGN TO "OUTMSGQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-OQ-KEY
               FILE STATUS IS WS-OUTQFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The queue record as it stood before the resend flag: the
      *    same key and fields as POLYCALL-OUTQREC, one byte shorter.
       FD  OLD-QUEUE-FILE.
       01  PC-OLDQ-RECORD.
           05  PC-OLDQ-KEY             PIC X(277).
           05  PC-OLDQ-DATA            PIC X(1075).

       FD  OUTBOUND-QUEUE-FILE.
           COPY POLYCALL-OUTQREC.

       WORKING-STORAGE SECTION.
       01  WS-OLDQFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-OUTQFILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-END-OF-FILE              PIC X(1) VALUE "N".
           88  WS-NO-MORE-ENTRIES               VALUE "Y".
       01  WS-RELOAD-FLAG              PIC X(1) VALUE "N".
           88  WS-RELOAD-FAILED                 VALUE "Y".

       01  WS-READ-COUNT               PIC 9(8) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(8) COMP VALUE ZERO.
       01  WS-READ-DISPLAY             PIC Z(7)9.
       01  WS-WRITTEN-DISPLAY          PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT OLD-QUEUE-FILE
           IF WS-OLDQFILE-STATUS NOT = "00"
               DISPLAY "POLYCALL-OUTQCNV: OUTMSGQOLD NOT OPENED - "
                       "STATUS " WS-OLDQFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT OUTBOUND-QUEUE-FILE
           IF WS-OUTQFILE-STATUS NOT = "00"
               DISPLAY "POLYCALL-OUTQCNV: OUTMSGQ NOT CREATED - "
                       "STATUS " WS-OUTQFILE-STATUS
               CLOSE OLD-QUEUE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-OLD-ENTRY
           PERFORM UNTIL WS-NO-MORE-ENTRIES OR WS-RELOAD-FAILED
               PERFORM RELOAD-QUEUE-ENTRY
               IF NOT WS-RELOAD-FAILED
                   PERFORM READ-OLD-ENTRY
               END-IF
           END-PERFORM

           CLOSE OLD-QUEUE-FILE
           CLOSE OUTBOUND-QUEUE-FILE

           MOVE WS-READ-COUNT TO WS-READ-DISPLAY
           MOVE WS-WRITTEN-COUNT TO WS-WRITTEN-DISPLAY
           DISPLAY "POLYCALL-OUTQCNV: READ " WS-READ-DISPLAY
                   " RELOADED " WS-WRITTEN-DISPLAY

           IF WS-RELOAD-FAILED
              OR WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               DISPLAY "POLYCALL-OUTQCNV: RELOAD INCOMPLETE - "
                       "RESTORE OUTMSGQOLD AS OUTMSGQ"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-OLD-ENTRY.
           READ OLD-QUEUE-FILE
               AT END
                   SET WS-NO-MORE-ENTRIES TO TRUE
           END-READ
           IF NOT WS-NO-MORE-ENTRIES
              AND WS-OLDQFILE-STATUS NOT = "00"
               DISPLAY "POLYCALL-OUTQCNV: OUTMSGQOLD READ FAILED - "
                       "STATUS " WS-OLDQFILE-STATUS
               SET WS-RELOAD-FAILED TO TRUE
           END-IF.

      *    The old record lines up field for field with the front of
      *    the new one, so a straight move carries every field and
      *    only the flag on the end needs a value of its own.
       RELOAD-QUEUE-ENTRY.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO PC-OUTQ-RECORD
           MOVE PC-OLDQ-RECORD TO PC-OUTQ-RECORD
           MOVE "N" TO PC-OQ-RESEND-FLAG
           WRITE PC-OUTQ-RECORD
               INVALID KEY
                   DISPLAY "POLYCALL-OUTQCNV: OUTMSGQ WRITE FAILED - "
                           "STATUS " WS-OUTQFILE-STATUS
                   SET WS-RELOAD-FAILED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
