       01  CHKPT-REC.
           05  CHKPT-STAGE                          PIC X(02).
           05  CHKPT-WEEK                           PIC X(08).
           05  CHKPT-ROWS                           PIC X(06).
      *
       FD  RUN-CONTROL RECORDING MODE F.
       01  RUNCTL-REC.
