      * CBLPolyCall Duplicate-Send Look-Back Record Copybook v1.0
      * OBINexus Aegis Engineering - Duplicate-Send Guard Control
      *
      * How many days back POLYCALL-BRIDGE looks on the SENTFP
      * fingerprint file before it refuses a SEND_MESSAGE or
      * QUEUE_MESSAGE as DUPLICATE_SEND. One record per message
      * type that needs its own period; a record with spaces for
      * the type sets the period for every other type. A period
      * of zero turns the guard off for that type - polling
      * requests and heartbeats that legitimately repeat the same
      * body belong here. With no DUPCTL allocated, or no spaces
      * record in it, every type gets PC-DUP-LOOKBACK-DAYS. The
      * look-back counts the send date itself as day zero, so a
      * period of 1 covers today and yesterday. Maintained as a
      * plain text file, like the allow-list.

       01  PC-DUPCTL-RECORD.
           05  PC-DC-MSG-TYPE          PIC X(4).
           05  PC-DC-LOOKBACK-DAYS     PIC 9(3).
