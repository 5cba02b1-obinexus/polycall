      * CBLPolyCall Control-File Change Journal Record Copybook v1.0
      * OBINexus Aegis Engineering - Configuration Change Trail
      *
      * One record per add, change or delete made to a control file
      * (HOSTALLOW, HOSTSCHED, HOSTRATE, DESTDIR, TYPEROUTE,
      * ORIGROUTE) through the POLYCALL-CFGMNT console, appended to
      * the CFGJRNL file. PC-CJ-ACTION is A, C or D. The before and
      * after images are the control-file record exactly as it sat
      * on disk - spaces for the before image of an add and the
      * after image of a delete - so any edit can be traced to the
      * operator who made it and backed out by hand.

       01  PC-CFGJRNL-RECORD.
           05  PC-CJ-TIMESTAMP         PIC X(21).
           05  PC-CJ-OPERATOR-ID       PIC X(8).
           05  PC-CJ-CONTROL-FILE      PIC X(10).
           05  PC-CJ-ACTION            PIC X(1).
           05  PC-CJ-BEFORE-IMAGE      PIC X(300).
           05  PC-CJ-AFTER-IMAGE       PIC X(300).
