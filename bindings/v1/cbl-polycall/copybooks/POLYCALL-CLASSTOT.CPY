      * CBLPolyCall Priority-Class Totals Record Copybook v1.0
      * OBINexus Aegis Engineering - Batch Run Class Totals
      *
      * One record per priority class the batch driver processed
      * or spilled in the run, with the same counts it displays at
      * the end of the job. Streamed runs each write their own,
      * appended together by POLYCALL-STRMMRG, so a reader adds up
      * every record it finds for a class. The handover report
      * shows them under the BATCH area.

       01  PC-CLASSTOT-RECORD.
           05  PC-CT-CLASS             PIC 9(1).
           05  PC-CT-PROCESSED         PIC 9(8).
           05  PC-CT-ERRORS            PIC 9(8).
           05  PC-CT-SPILLED           PIC 9(8).
