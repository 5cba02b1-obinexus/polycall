      * CBLPolyCall Outbound Queue Action Audit Record Copybook v1.0
      * OBINexus Aegis Engineering - Queue Intervention Trail
      *
      * One record appended to OUTQAUDIT for every requeue or
      * cancel an operator makes through the POLYCALL-OUTQCON
      * console - who touched which queued message, when, what its
      * status and attempt count were before, what they became, and
      * the reason given. Kept apart from AUDITLOG because these are
      * not bridge calls: the accounting, statistics and integrity
      * jobs that read AUDITLOG would otherwise bill and reconcile
      * them as traffic.

       01  PC-OUTQAUD-RECORD.
           05  PC-QA-TIMESTAMP         PIC X(21).
           05  PC-QA-OPERATOR-ID       PIC X(8).
           05  PC-QA-ACTION            PIC X(8).
           05  PC-QA-CONN-ID           PIC 9(8).
           05  PC-QA-MSG-SEQUENCE      PIC 9(8).
           05  PC-QA-HOST              PIC X(256).
           05  PC-QA-PORT              PIC 9(5).
           05  PC-QA-STATUS-BEFORE     PIC X(1).
           05  PC-QA-STATUS-AFTER      PIC X(1).
           05  PC-QA-ATTEMPTS-BEFORE   PIC 9(4).
           05  PC-QA-LAST-RESULT       PIC 9(4).
           05  PC-QA-REASON            PIC X(40).
