      * CBLPolyCall Stream Split Control Record Copybook v1.0
      * OBINexus Aegis Engineering - Parallel Batch Stream Totals
      *
      * Single-record file POLYCALL-STRMSPL writes when it divides
      * a balanced TRANIN into batch streams, and POLYCALL-STRMMRG
      * reads to prove the merged results back against. It carries
      * the original file's identity and trailer totals, and for
      * each of the four stream slots the FILE_HEADER origin the
      * stream was written under and the stream's own trailer
      * totals. A slot beyond PC-SX-STREAM-COUNT was written empty
      * (header and zero trailer only).

       01  PC-STRMCTL-RECORD.
           05  PC-SX-FILE-DATE         PIC 9(8).
           05  PC-SX-ORIGIN-SYSTEM     PIC X(8).
           05  PC-SX-RECORD-COUNT      PIC 9(8).
           05  PC-SX-SEQUENCE-SUM      PIC 9(12).
           05  PC-SX-STREAM-COUNT      PIC 9(1).
           05  PC-SX-STREAM-ENTRY OCCURS 4 TIMES.
               10  PC-SX-STREAM-ORIGIN PIC X(8).
               10  PC-SX-STREAM-RECORDS
                                       PIC 9(8).
               10  PC-SX-STREAM-SEQ-SUM
                                       PIC 9(12).
               10  PC-SX-STREAM-HOSTS  PIC 9(4).
               10  PC-SX-STREAM-CONVS  PIC 9(4).
