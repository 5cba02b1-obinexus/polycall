      * CBLPolyCall Partner Master Record Copybook v1.0
      * OBINexus Aegis Engineering - Partner Commitments And Contacts
      *
      * One record per trading partner, keyed by PC-PT-CODE: the
      * legal name, the host/port endpoints that belong to the
      * partner, who to call when it stops answering, the response
      * time it has contracted to, and the cost centre its traffic
      * is charged to. The SLA, accounting, heartbeat and trend
      * reports group by this record instead of the raw 256-byte
      * host string; a host no partner claims still reports on its
      * own. An endpoint port of zero covers every port on that
      * host. PC-PT-TARGET-CS is in hundredths of a second, like
      * PC-AUD-DURATION-CS; zero means no target was agreed and the
      * SLA report falls back to PC-TIMEOUT-SECONDS. Maintained
      * through the POLYCALL-PTNMNT console.

       01  PC-PARTNER-RECORD.
           05  PC-PT-CODE              PIC X(8).
           05  PC-PT-LEGAL-NAME        PIC X(40).
           05  PC-PT-CONTACT-NAME      PIC X(30).
           05  PC-PT-CONTACT-PHONE     PIC X(20).
           05  PC-PT-TARGET-CS         PIC 9(8).
           05  PC-PT-COST-CENTRE       PIC X(10).
           05  PC-PT-ENDPOINT-COUNT    PIC 9(2).
           05  PC-PT-ENDPOINT OCCURS 8 TIMES.
               10  PC-PT-HOST          PIC X(256).
               10  PC-PT-PORT          PIC 9(5).
