
       FD  DEAD-OUT-FILE-1
           RECORDING MODE IS F.
       01  PC-DLOUT1-RECORD            PIC X(1089).

       FD  DEAD-OUT-FILE-2
           RECORDING MODE IS F.
       01  PC-DLOUT2-RECORD            PIC X(1089).

       FD  DEAD-OUT-FILE-3
           RECORDING MODE IS F.
       01  PC-DLOUT3-RECORD            PIC X(1089).

       FD  DEAD-OUT-FILE-4
           RECORDING MODE IS F.
       01  PC-DLOUT4-RECORD            PIC X(1089).

       WORKING-STORAGE SECTION.
       01  WS-RESULT-FILE-STATUS       PIC X(2) VALUE SPACES.
