               88  MIR-HEADER-ROW                   VALUE 'HD'.
           05  MIR-HDR-LOADED-THRU                  PIC X(08).
           05  MIR-HDR-RUN-DATE                     PIC X(08).
           05  FILLER                               PIC X(847).
      *
       FD  WINDOW-STATUS RECORDING MODE F.
       01  WNDSTAT-REC.
