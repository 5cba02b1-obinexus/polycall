      * CBLPolyCall Inbound Reply Rule Record Copybook v1.0
      * OBINexus Aegis Engineering - Automatic ACK/NAK Rules
      *
      * One record per inbound message type a partner expects a
      * reply to. POLYCALL-INDISP reads the table at the start of
      * each run: when it dispatches a message whose type has a
      * rule with PC-RR-ACK-FLAG "Y", it queues an acknowledgement
      * of type PC-RR-ACK-TYPE back to the sending host through
      * QUEUE_MESSAGE; when the message cannot be routed or its
      * application file write fails, and the rule names a
      * PC-RR-NAK-TYPE, it queues a refusal of that type carrying a
      * reason code instead. PC-RR-DEST-NAME optionally narrows a
      * rule to senders listed under that name in DESTDIR - a rule
      * naming the sender's destination wins over the type's
      * catch-all rule (destination name spaces). A type with no
      * rule gets no reply, as before.
      *
      * Every reply body opens with the inbound sequence, inbound
      * type and reason code (zero on an ACK) so the partner can
      * correlate it; PC-RR-BODY-TEMPLATE follows as free text, in
      * which "########" is replaced by the inbound sequence,
      * "@@@@" by the inbound type and "%%%%" by the reason code.
      * Maintained as a plain text file, like the routing table.

       01  PC-REPLYRULE-RECORD.
           05  PC-RR-MSG-TYPE          PIC X(4).
           05  PC-RR-DEST-NAME         PIC X(20).
           05  PC-RR-ACK-FLAG          PIC X(1).
           05  PC-RR-ACK-TYPE          PIC X(4).
           05  PC-RR-NAK-TYPE          PIC X(4).
           05  PC-RR-BODY-TEMPLATE     PIC X(80).
