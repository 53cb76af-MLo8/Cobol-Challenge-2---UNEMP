       01  WS-TRIM-SUB                  PIC 9(02)   VALUE 0.
      *
       01  WS-LABORFORCE-VALUE          PIC 9(09)   VALUE 0.
       01  WS-TOTAL-UNEMP-VALUE         PIC 9(09)   VALUE 0.
       01  WS-TOTAL-RATE-EDIT           PIC 99.99.
       01  WS-CONTINUED-VALUE           PIC 9(06)   VALUE 0.
       01  WS-BEN-DOLLARS-CENTS         PIC 9(11)   VALUE 0.
       01  WS-BEN-PAYMENTS              PIC 9(06)   VALUE 0.
           WRITE OUT-CBEDU-REC.
      *
      * CLMLABOR is monthly: one row the first time each month
      * appears in the span, with the total unemployed and total
      * unemployment rate after the labor force.
       WRITE-CBLBR-ROW.
           IF WS-WEEK-YYYYMMDD (1:6) = WS-PRIOR-MONTH
              CONTINUE
                 WITH POINTER WS-CSV-POINTER
              MOVE WS-LABORFORCE-VALUE TO WS-NUM-EDIT
              PERFORM APPEND-TRIMMED-NUMBER
              COMPUTE WS-TOTAL-UNEMP-VALUE = WS-WEEK-INA * 6
              IF WS-TOTAL-UNEMP-VALUE > 0
                 STRING ',' DELIMITED BY SIZE INTO WS-CSV-BUFFER
                    WITH POINTER WS-CSV-POINTER
                 MOVE WS-TOTAL-UNEMP-VALUE TO WS-NUM-EDIT
                 PERFORM APPEND-TRIMMED-NUMBER
                 COMPUTE WS-TOTAL-RATE-EDIT ROUNDED =
                    (WS-TOTAL-UNEMP-VALUE / WS-LABORFORCE-VALUE) * 100
                 STRING ',' WS-TOTAL-RATE-EDIT DELIMITED BY SIZE
                    INTO WS-CSV-BUFFER WITH POINTER WS-CSV-POINTER
              END-IF
              MOVE WS-CSV-BUFFER TO OUT-CBLBR-REC
              WRITE OUT-CBLBR-REC
           END-IF.
