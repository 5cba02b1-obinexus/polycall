           05  PC-ERROR-SCHEDULE       PIC 9(4) COMP VALUE 600.
           05  PC-ERROR-CHECKSUM       PIC 9(4) COMP VALUE 700.
           05  PC-ERROR-PACING         PIC 9(4) COMP VALUE 800.
           05  PC-ERROR-FIELD-EDIT     PIC 9(4) COMP VALUE 900.
           05  PC-ERROR-DUPLICATE-SEND PIC 9(4) COMP VALUE 950.
           
       01  POLYCALL-LIMITS.
           05  PC-MAX-MESSAGE-SIZE     PIC 9(8) COMP VALUE 4096.
           05  PC-RETRY-DELAY-SECONDS  PIC 9(4) COMP VALUE 2.
           05  PC-CHECKPOINT-INTERVAL  PIC 9(8) COMP VALUE 100.
           05  PC-MAX-FORWARD-ATTEMPTS PIC 9(4) COMP VALUE 10.
           05  PC-DUP-LOOKBACK-DAYS    PIC 9(4) COMP VALUE 7.
           05  PC-CAP-HISTORY-DAYS     PIC 9(4) COMP VALUE 90.
           05  PC-CAP-HORIZON-DAYS     PIC 9(4) COMP VALUE 90.

      *    Reason codes carried on the NAK POLYCALL-INDISP queues
      *    back to a sender whose message it could not deliver.
       01  POLYCALL-NAK-REASONS.
           05  PC-NAK-UNROUTABLE       PIC 9(4) COMP VALUE 1.
           05  PC-NAK-DISPATCH-FAILED  PIC 9(4) COMP VALUE 2.

       01  POLYCALL-ERROR-NAMES.
           05  FILLER   PIC X(24) VALUE "0000SUCCESS             ".
           05  FILLER   PIC X(24) VALUE "0600SCHEDULE            ".
           05  FILLER   PIC X(24) VALUE "0700CHECKSUM            ".
           05  FILLER   PIC X(24) VALUE "0800PACING              ".
           05  FILLER   PIC X(24) VALUE "0900FIELD_EDIT          ".
           05  FILLER   PIC X(24) VALUE "0950DUPLICATE_SEND      ".
           05  FILLER   PIC X(24) VALUE "0999UNKNOWN_OPERATION   ".
       01  POLYCALL-ERROR-NAME-TABLE REDEFINES POLYCALL-ERROR-NAMES.
           05  PC-ERR-NAME-ENTRY OCCURS 14 TIMES
                                   INDEXED BY PC-ERR-NAME-IDX.
               10  PC-ERR-NAME-CODE   PIC 9(4).
               10  PC-ERR-NAME-TEXT   PIC X(20).
