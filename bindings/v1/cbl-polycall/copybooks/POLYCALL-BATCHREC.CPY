      *    dead-letter records so each department's traffic can be
      *    split back out to its own desk.
           05  PC-TRAN-ORIGIN          PIC X(8).
      *    Nights this transaction has been spilled to CARRYOVER
      *    and fed back in by POLYCALL-TRANBLD - zero for a fresh
      *    record. Trailing like the origin; a record written
      *    before the field existed reads it as spaces, which
      *    counts as zero.
           05  PC-TRAN-CARRY-NIGHTS    PIC 9(2).
      *    Y sends the message even when its fingerprint matches
      *    one the bridge sent inside the DUPCTL look-back - for a
      *    SEND_MESSAGE or QUEUE_MESSAGE the partner has asked to
      *    have again. Anything else (legacy files read spaces) is
      *    refused as DUPLICATE_SEND on a match.
           05  PC-TRAN-RESEND-FLAG     PIC X(1).
               88  PC-TRAN-RESEND-REQUESTED       VALUE "Y".
