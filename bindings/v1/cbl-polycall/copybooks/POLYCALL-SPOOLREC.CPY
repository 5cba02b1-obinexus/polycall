      * receive wanted it. Unsolicited EVT traffic lands here
      * instead of vanishing. PC-SP-STATUS is P until the
      * dispatcher routes the message to its application file and
      * marks it D, or - when a reply rule owes the sender a NAK
      * for a message it cannot deliver - queues the NAK and marks
      * it N, stamping PC-SP-DELIVERED-TIMESTAMP either way. A body
      * that breaks a FLDRULES edit rule is spooled Q instead of P
      * - quarantined, never dispatched - and stays that way until
      * it is dealt with off the rule-violation report.

       01  PC-SPOOL-RECORD.
           05  PC-SP-KEY.
