       FD  TRAN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY DPTTRAN.

       FD  AUDIT-FILE
           RECORDING MODE F
