
       FD  MONITOR-STATE-FILE
           RECORDING MODE IS F.
           COPY POLYCALL-MONPOS.

       FD  ALERT-FILE
           RECORDING MODE IS F.
