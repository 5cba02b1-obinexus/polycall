      * CBLPolyCall Field Edit Rule Record Copybook v1.0
      * OBINexus Aegis Engineering - Message Body Edit Rules
      *
      * One record per field check on a message body, keyed by
      * message type and maintained as a plain text file the way
      * TRANSMAP is - tightening what a partner may send is a rule
      * edit, not a program change. PC-FR-DEST-NAME narrows a rule
      * to one DESTDIR name; spaces apply it to the message type
      * whatever the destination. Rules are checked against our
      * internal layout: outbound before the TRANSMAP direction O
      * reshape, inbound after the direction I map has brought the
      * partner's body back. Each rule tests PC-FR-LENGTH bytes at
      * PC-FR-POSITION of the body per PC-FR-RULE:
      *   REQUIRED - not all spaces
      *   NUMERIC  - digits only
      *   DATEYMD  - a valid YYYYMMDD calendar date (length 8)
      *   VALUES   - one of the comma-separated PC-FR-VALUE-LIST
      *              entries (a field of at most 60 bytes)
      * An outbound body that breaks a rule is refused with the
      * FIELD_EDIT result before anything is sent or queued; an
      * inbound one is spooled with status Q (quarantined) so the
      * dispatcher leaves it alone until someone has looked at it.

       01  PC-FLDRULE-RECORD.
           05  PC-FR-MSG-TYPE          PIC X(4).
           05  PC-FR-DEST-NAME         PIC X(20).
           05  PC-FR-POSITION          PIC 9(4).
           05  PC-FR-LENGTH            PIC 9(4).
           05  PC-FR-RULE              PIC X(8).
           05  PC-FR-VALUE-LIST        PIC X(60).
