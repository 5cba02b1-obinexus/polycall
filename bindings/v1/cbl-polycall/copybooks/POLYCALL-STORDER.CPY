      * CBLPolyCall Standing Order Record Copybook v1.0
      * OBINexus Aegis Engineering - Recurring Outbound Messages
      *
      * One record per recurring outbound message, maintained as a
      * plain text file the way TRANSMAP is. POLYCALL-STORDGEN reads
      * it nightly and turns every order due on the run date into a
      * transaction record on its drop file for POLYCALL-TRANBLD.
      * PC-SO-OPERATION is SEND_MESSAGE or QUEUE_MESSAGE (spaces
      * mean SEND_MESSAGE). PC-SO-FREQUENCY is one of:
      *   DAILY    - every day
      *   WEEKDAYS - Monday through Friday
      *   DAYMASK  - the days marked Y in PC-SO-DAY-MASK, one
      *              Y/N per day Monday through Sunday as HOSTSCHED
      *   MONTHDAY - day PC-SO-MONTH-DAY of the month; a day the
      *              month does not have falls on its last day
      * The body is either carried here (PC-SO-BODY-SOURCE spaces)
      * or taken from the STORDBODY library member the source
      * names, which the job producing that body refreshes. A
      * PC-SO-BODY-LENGTH of zero sends the body up to its last
      * non-space byte. PC-SO-PRIORITY and PC-SO-ORIGIN are copied
      * onto the transaction record as a department would set them.

       01  PC-STORDER-RECORD.
           05  PC-SO-ORDER-ID          PIC X(8).
           05  PC-SO-DEST-NAME         PIC X(20).
           05  PC-SO-MSG-TYPE          PIC X(4).
           05  PC-SO-OPERATION         PIC X(20).
           05  PC-SO-FREQUENCY         PIC X(8).
           05  PC-SO-DAY-MASK          PIC X(7).
           05  PC-SO-MONTH-DAY         PIC 9(2).
           05  PC-SO-PRIORITY          PIC X(1).
           05  PC-SO-ORIGIN            PIC X(8).
           05  PC-SO-BODY-SOURCE       PIC X(8).
           05  PC-SO-BODY-LENGTH       PIC 9(4).
           05  PC-SO-BODY              PIC X(646).
