      * CBLPolyCall Console Operator Record Copybook v1.0
      * OBINexus Aegis Engineering - Operator Sign-On File
      *
      * One record per operator allowed to sign on to the console
      * programs (OPERCON, CREDMNT, ARCHRTV, CFGMNT, OUTQCON,
      * PTNMNT), on the shared OPERATORS file. The authority level
      * decides which console commands the operator may run - each
      * level includes the ones below it:
      *   1  inquiry only   - list, browse and view
      *   2  operate        - change control data, requeue/cancel,
      *                       force-close, archive body extraction
      *   3  security admin - the credential vault and this file
      * The PIN is held scrambled through the POLYCALL-CREDSCR
      * alphabet. Maintained through POLYCALL-CREDMNT; a record
      * keyed in by hand (no encoded flag) is read as a clear-text
      * PIN, which is how the first security administrator is set
      * up, and comes out scrambled at CREDMNT's next rewrite.

       01  PC-OPERATOR-RECORD.
           05  PC-OP-OPERATOR-ID       PIC X(8).
           05  PC-OP-PIN               PIC X(8).
           05  PC-OP-AUTHORITY-LEVEL   PIC 9(1).
               88  PC-OP-INQUIRY-ONLY           VALUE 1.
               88  PC-OP-OPERATE                VALUE 2.
               88  PC-OP-SECURITY-ADMIN         VALUE 3.
               88  PC-OP-LEVEL-VALID            VALUE 1 THRU 3.
           05  PC-OP-OPERATOR-NAME     PIC X(30).
      *    Y means PC-OP-PIN is stored scrambled - trailing for the
      *    same reason as PC-CV-ENCODED-FLAG on the credential
      *    store.
           05  PC-OP-ENCODED-FLAG      PIC X(1).
