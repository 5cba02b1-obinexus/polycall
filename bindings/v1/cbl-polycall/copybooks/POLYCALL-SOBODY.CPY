      * CBLPolyCall Standing Order Body Library Copybook v1.0
      * OBINexus Aegis Engineering - Generated Message Bodies
      *
      * One record per named body a standing order may take its
      * text from instead of carrying it. The job that produces a
      * recurring body (the morning position extract, the weekly
      * settlement summary) writes or replaces its member here, so
      * the order itself never changes from night to night. A
      * PC-SB-BODY-LENGTH of zero means up to the last non-space
      * byte; the last member of a name in the file wins.

       01  PC-SOBODY-RECORD.
           05  PC-SB-SOURCE-NAME       PIC X(8).
           05  PC-SB-BODY-LENGTH       PIC 9(4).
           05  PC-SB-BODY              PIC X(646).
