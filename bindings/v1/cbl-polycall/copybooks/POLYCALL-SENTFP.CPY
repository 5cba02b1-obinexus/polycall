      * CBLPolyCall Sent-Message Fingerprint Record Copybook v1.0
      * OBINexus Aegis Engineering - Duplicate-Send Guard History
      *
      * One record per message POLYCALL-BRIDGE has sent successfully
      * on a live run, appended to SENTFP as the send completes - a
      * rehearsal (SIMCTL) send is never recorded. The fingerprint
      * is the destination host/port, the message type and the
      * body checksum the wire header carried (PC-MSG-CHECKSUM)
      * with the length it was taken over; the send date and the
      * sequence the message went under identify the original
      * when a later SEND_MESSAGE or QUEUE_MESSAGE is refused as a
      * copy of it. The sequence is not part of the fingerprint -
      * the same business message dropped twice draws two
      * different sequences. POLYCALL-DUPRPT ages the file down to
      * the look-back period each day.

       01  PC-SENTFP-RECORD.
           05  PC-FP-HOST              PIC X(256).
           05  PC-FP-PORT              PIC 9(5).
           05  PC-FP-MSG-TYPE          PIC X(4).
           05  PC-FP-CHECKSUM          PIC 9(8).
           05  PC-FP-LENGTH            PIC 9(8).
           05  PC-FP-SEND-DATE         PIC 9(8).
           05  PC-FP-MSG-SEQUENCE      PIC 9(8).
