
       FD  SALESPERSON-MASTER-FILE.
       01  SALESPERSON-MASTER-RECORD.
           COPY "spmast.cpy".

       FD  COMMISSION-RATE-FILE.
       01  COMMISSION-RATE-RECORD.
