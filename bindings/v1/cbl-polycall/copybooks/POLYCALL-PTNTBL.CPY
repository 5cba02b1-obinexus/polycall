      * CBLPolyCall Partner Lookup Table Copybook v1.0
      * OBINexus Aegis Engineering - In-Storage Partner Master
      *
      * WORKING-STORAGE copy of the partner master (see
      * POLYCALL-PARTNER.CPY) for the reports that group by partner:
      * one entry per partner, and one entry per endpoint pointing
      * back at its partner. A report loads the master once, then
      * resolves each host (and port, where its input carries one)
      * to a partner subscript; zero means no partner claims it.
      * A lookup port of zero matches any endpoint on the host, for
      * inputs such as the audit log that record no port.

       01  WS-PARTNER-TABLE.
           05  WS-PTN-COUNT            PIC 9(4) COMP VALUE ZERO.
           05  WS-PTN-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-PTN-IDX.
               10  WS-PTN-CODE         PIC X(8).
               10  WS-PTN-LEGAL-NAME   PIC X(40).
               10  WS-PTN-CONTACT-NAME PIC X(30).
               10  WS-PTN-CONTACT-PHONE PIC X(20).
               10  WS-PTN-TARGET-CS    PIC 9(8) COMP.
               10  WS-PTN-COST-CENTRE  PIC X(10).
       01  WS-PARTNER-ENDPOINT-TABLE.
           05  WS-PEP-COUNT            PIC 9(4) COMP VALUE ZERO.
           05  WS-PEP-ENTRY OCCURS 400 TIMES
                                   INDEXED BY WS-PEP-IDX.
               10  WS-PEP-HOST         PIC X(256).
               10  WS-PEP-PORT         PIC 9(5).
               10  WS-PEP-PARTNER-SUB  PIC 9(4) COMP.
       01  WS-PTN-ENDPOINT-SUB         PIC 9(4) COMP VALUE ZERO.
       01  WS-PARTNER-LOOKUP-HOST      PIC X(256) VALUE SPACES.
       01  WS-PARTNER-LOOKUP-PORT      PIC 9(5) VALUE ZERO.
       01  WS-PARTNER-FOUND-SUB        PIC 9(4) COMP VALUE ZERO.
