      * CBLPolyCall Audit Generation Control Record Copybook v1.0
      * OBINexus Aegis Engineering - Tamper-Evident Audit Totals
      *
      * One record per dated audit-log generation, appended to the
      * AUDCTL control ledger by the daily cut-over
      * (POLYCALL-AUDCUT) and read back by the chain verifier
      * (POLYCALL-AUDVFY). PC-AC-RECORD-COUNT is the number of
      * audit records closed into the generation. The hash is
      * chained: PC-AC-OPENING-HASH is the previous generation's
      * PC-AC-CLOSING-HASH, and each audit record in turn folds
      * its position-weighted character sum into the running total
      * that ends as PC-AC-CLOSING-HASH - so an edited, removed or
      * inserted audit record, or a ledger record dropped or
      * altered, breaks the chain from that generation onwards.
      * The very first generation opens from zero.

       01  PC-AUDCTL-RECORD.
           05  PC-AC-GEN-DATE          PIC 9(8).
           05  PC-AC-CUT-TIMESTAMP     PIC X(21).
           05  PC-AC-RECORD-COUNT      PIC 9(8).
           05  PC-AC-OPENING-HASH      PIC 9(9).
           05  PC-AC-CLOSING-HASH      PIC 9(9).
