      * CBLPolyCall Error-Monitor Cursor Record Copybook v1.0
      * OBINexus Aegis Engineering - ERRMON State Between Runs
      *
      * Cursor/state POLYCALL-ERRMON keeps in ERRMONPOS between
      * invocations: one P record carrying the audit-log position
      * already consumed, then one C record per category currently
      * in breach with its consecutive-interval count. The daily
      * audit-log cut-over (POLYCALL-AUDCUT) rewrites the P record
      * with a zero position for the fresh log and keeps the C
      * records, so a breach that spans the cut-over keeps
      * escalating instead of alerting afresh.

       01  PC-MONPOS-RECORD.
           05  PC-MP-RECORD-TYPE       PIC X(1).
           05  PC-MP-POSITION          PIC 9(8).
           05  PC-MP-CATEGORY          PIC X(20).
           05  PC-MP-BREACH-LEVEL      PIC 9(4).
