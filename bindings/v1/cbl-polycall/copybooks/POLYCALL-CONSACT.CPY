      * CBLPolyCall Console Activity Record Copybook v1.0
      * OBINexus Aegis Engineering - Operator Command Trail
      *
      * One record appended to CONSACT for every sign-on attempt
      * and every command keyed at a console program, whether it
      * was allowed or refused, so any console action can be
      * traced to the operator who keyed it. PC-CX-COMMAND is the
      * command letter, or SIGNON for a sign-on attempt. The
      * required level is the authority the command needed (zero
      * for a sign-on, 9 for a key that is no command at all) and
      * the operator level what the operator held (zero before a
      * successful sign-on). A sensitive action - a force-close, a
      * credential or operator change, an archive extraction - is
      * followed by a COMPLETED record naming what was actually
      * done. Kept apart from AUDITLOG for the same reason as
      * OUTQAUDIT: these are not bridge calls.

       01  PC-CONSACT-RECORD.
           05  PC-CX-TIMESTAMP         PIC X(21).
           05  PC-CX-OPERATOR-ID       PIC X(8).
           05  PC-CX-PROGRAM           PIC X(8).
           05  PC-CX-COMMAND           PIC X(8).
           05  PC-CX-REQUIRED-LEVEL    PIC 9(1).
           05  PC-CX-OPERATOR-LEVEL    PIC 9(1).
           05  PC-CX-OUTCOME           PIC X(9).
               88  PC-CX-ALLOWED                VALUE "ALLOWED".
               88  PC-CX-REFUSED                VALUE "REFUSED".
               88  PC-CX-COMPLETED              VALUE "COMPLETED".
           05  PC-CX-DETAIL            PIC X(60).
