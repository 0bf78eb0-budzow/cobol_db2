       FD  TRAN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY PRJTRAN.

       FD  AUDIT-FILE
           RECORDING MODE F
