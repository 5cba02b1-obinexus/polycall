      * and inside its window. PC-OQ-STATUS is Q until the
      * forwarder delivers the message (S) or gives it up as
      * undeliverable (F); callers check status here instead of
      * babysitting their own retries. An operator can requeue an F
      * record to Q, or cancel a Q or F record to X, through the
      * POLYCALL-OUTQCON console; the forwarder never sweeps X.
      *
      * The record is 1353 bytes. An OUTMSGQ defined for the older
      * 1352-byte record, before PC-OQ-RESEND-FLAG, will not open
      * against this layout: rename it OUTMSGQOLD and reload it
      * through POLYCALL-OUTQCNV - or let the forwarder drain it
      * and define it afresh - before the bridge, forwarder,
      * console or handover report is run against it.

       01  PC-OUTQ-RECORD.
           05  PC-OQ-KEY.
           05  PC-OQ-ATTEMPT-COUNT     PIC 9(4).
           05  PC-OQ-LAST-RESULT       PIC 9(4).
           05  PC-OQ-INPUT-DATA        PIC X(1024).
      *    Resend flag the QUEUE_MESSAGE caller passed, kept so the
      *    forwarder's SEND_MESSAGE passes the duplicate-send guard
      *    the same way the hand-off did.
           05  PC-OQ-RESEND-FLAG       PIC X(1).
               88  PC-OQ-RESEND-REQUESTED         VALUE "Y".
