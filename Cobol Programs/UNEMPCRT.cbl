      *       corrections counted by operator
      *     - exceptions: EXCPLOG rows raised in the quarter and
      *       how many are still open
      *     - federal benchmark: the UNEMPQBM result kept on QTRBMK
      *       for the quarter, weekly sums against the federal
      *       administrative totals
      *  and prints the certification package with an overall
      *  attestation line: PASS when every expected week is on
      *  file, no window step failed, nothing raised in the
      *  quarter is still open and the quarter was not found
      *  outside tolerance by the benchmark; FAIL otherwise, with
      *  RETURN-CODE 8.  A quarter not yet benchmarked is shown as
      *  such and does not fail the package.
      *
      *  CRTPARM keyword cards (see UNEMPKWP):
      *     YEAR=YYYY       calendar year (required)
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EXC-SEQUENCE
                  FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL QUARTER-BENCHMARK ASSIGN TO QTRBMK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS QB-QUARTER-KEY
                  FILE STATUS IS WS-QB-STATUS.
           SELECT CLAIMS-DATABASE ASSIGN TO CLMSDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
           05  CAUD-REASON                          PIC X(50).
           05  CAUD-DATE-PROCESSED                  PIC X(08).
           05  CAUD-OPERATOR-ID                     PIC X(08).
           05  CAUD-APPROVER-ID                     PIC X(08).
      *
       FD  EXCEPTION-LOG.
       01  EXCEPTION-REC.
           05  EXC-RESOLVED-DATE                    PIC X(08).
           05  EXC-RESOLVED-OPER                    PIC X(08).
           05  FILLER                               PIC X(06).
      *
       FD  QUARTER-BENCHMARK.
       01  QB-BENCHMARK-REC.
           05  QB-QUARTER-KEY.
               10  QB-YEAR                          PIC X(04).
               10  QB-QUARTER                       PIC X(01).
           05  QB-FED-INITIAL                       PIC 9(09).
           05  QB-FED-CONTINUED                     PIC 9(09).
           05  QB-WEEKLY-INITIAL                    PIC 9(09).
           05  QB-WEEKLY-CONTINUED                  PIC 9(09).
           05  QB-INITIAL-VAR-PCT                   PIC S9(03)V99.
           05  QB-CONTINUED-VAR-PCT                 PIC S9(03)V99.
           05  QB-WEEKS-SUMMED                      PIC 9(02).
           05  QB-TOLERANCE-PCT                     PIC 9(03)V99.
           05  QB-RESULT                            PIC X(01).
               88  QB-WITHIN-TOLERANCE              VALUE 'P'.
               88  QB-OUTSIDE-TOLERANCE             VALUE 'F'.
           05  QB-DATE-FILED                        PIC X(08).
           05  QB-DATE-RUN                          PIC X(08).
           05  FILLER                               PIC X(25).
      *
      * Only the key is needed from the live record; the coverage
      * check just proves the expected week exists.
       FD  CLAIMS-DATABASE.
       01  CLAIMSDB-RECORD.
           05  RECORD-KEY                           PIC X(08).
           05  FILLER                               PIC X(855).
      *
       WORKING-STORAGE SECTION.
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-EXC-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-EXC-SUCCESS                        VALUE '00'.
           88 WS-EXC-EOF                            VALUE '10'.
       01  WS-QB-STATUS                 PIC X(02)   VALUE SPACES.
           88 WS-QB-SUCCESS                         VALUE '00'.
      *
       01  WS-YEAR                      PIC X(04)   VALUE SPACES.
       01  WS-QUARTER                   PIC 9(01)   VALUE 0.
       01  WS-CORRECTIONS-APPLIED       PIC 9(06)   VALUE 0.
       01  WS-EXC-RAISED                PIC 9(06)   VALUE 0.
       01  WS-EXC-STILL-OPEN            PIC 9(06)   VALUE 0.
       01  WS-BENCH-SW                  PIC X(01)   VALUE 'N'.
           88 WS-BENCH-NOT-RUN                      VALUE 'N'.
           88 WS-BENCH-WITHIN                       VALUE 'P'.
           88 WS-BENCH-OUTSIDE                      VALUE 'F'.
      *
      * Corrections tallied by the operator who submitted them.
       01  WS-OPER-COUNT                PIC 9(02)   VALUE 0.
       01  WS-DETAIL-LINE.
           05  WS-DT-LABEL              PIC X(32).
           05  WS-DT-VALUE              PIC ZZZ,ZZ9.
       01  WS-BENCH-LINE.
           05  WS-BL-LABEL              PIC X(32).
           05  WS-BL-VALUE              PIC ZZZ,ZZZ,ZZ9.
       01  WS-BENCH-PCT-LINE.
           05  WS-BP-LABEL              PIC X(32).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-BP-PCT                PIC -ZZ9.99.
       01  WS-BENCH-TEXT-LINE.
           05  WS-BT-LABEL              PIC X(32).
           05  WS-BT-TEXT               PIC X(40).
       01  WS-OPER-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-OP-ID                 PIC X(08).
           PERFORM COUNT-LOAD-ACTIVITY.
           PERFORM COUNT-CORRECTIONS.
           PERFORM SCAN-EXCEPTIONS.
           PERFORM READ-QUARTER-BENCHMARK.
           PERFORM PRINT-CERTIFICATION.
           GO TO CLOSE-STOP.
      *
              END-PERFORM
              CLOSE EXCEPTION-LOG
           END-IF.
      *
      * The benchmark is kept by UNEMPQBM keyed by year and
      * quarter; no row means the quarter has not been benchmarked.
       READ-QUARTER-BENCHMARK.
           OPEN INPUT QUARTER-BENCHMARK.
           IF NOT WS-QB-SUCCESS
              DISPLAY 'NO QTRBMK AVAILABLE, STATUS ' WS-QB-STATUS
           ELSE
              MOVE WS-YEAR TO QB-YEAR
              MOVE WS-QUARTER TO QB-QUARTER
              READ QUARTER-BENCHMARK
              IF WS-QB-SUCCESS
                 MOVE QB-RESULT TO WS-BENCH-SW
              END-IF
              CLOSE QUARTER-BENCHMARK
           END-IF.
      *
       PRINT-CERTIFICATION.
           MOVE 'WEEK COVERAGE' TO WS-SECTION-LINE.
           MOVE 'STILL OPEN' TO WS-DT-LABEL.
           MOVE WS-EXC-STILL-OPEN TO WS-DT-VALUE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE 'FEDERAL QUARTERLY BENCHMARK' TO WS-SECTION-LINE.
           PERFORM PRINT-SECTION-TITLE.
           IF WS-BENCH-NOT-RUN
              MOVE 'BENCHMARK RESULT' TO WS-BT-LABEL
              MOVE 'NOT BENCHMARKED, RUN UNEMPQBM' TO WS-BT-TEXT
              MOVE WS-BENCH-TEXT-LINE TO PRINT-REC
              WRITE PRINT-REC
           ELSE
              PERFORM PRINT-BENCHMARK-LINES
           END-IF.
           WRITE PRINT-REC FROM WS-DIVIDER-LINE.
           PERFORM PRINT-ATTESTATION.
      *
       PRINT-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
      *
       PRINT-BENCHMARK-LINES.
           MOVE 'FEDERAL INITIAL CLAIMS' TO WS-BL-LABEL.
           MOVE QB-FED-INITIAL TO WS-BL-VALUE.
           PERFORM PRINT-BENCH-LINE.
           MOVE 'WEEKLY INITIAL CLAIMS' TO WS-BL-LABEL.
           MOVE QB-WEEKLY-INITIAL TO WS-BL-VALUE.
           PERFORM PRINT-BENCH-LINE.
           MOVE 'INITIAL CLAIMS VARIANCE PCT' TO WS-BP-LABEL.
           MOVE QB-INITIAL-VAR-PCT TO WS-BP-PCT.
           PERFORM PRINT-BENCH-PCT-LINE.
           MOVE 'FEDERAL CONTINUED CLAIMS' TO WS-BL-LABEL.
           MOVE QB-FED-CONTINUED TO WS-BL-VALUE.
           PERFORM PRINT-BENCH-LINE.
           MOVE 'WEEKLY CONTINUED CLAIMS' TO WS-BL-LABEL.
           MOVE QB-WEEKLY-CONTINUED TO WS-BL-VALUE.
           PERFORM PRINT-BENCH-LINE.
           MOVE 'CONTINUED CLAIMS VARIANCE PCT' TO WS-BP-LABEL.
           MOVE QB-CONTINUED-VAR-PCT TO WS-BP-PCT.
           PERFORM PRINT-BENCH-PCT-LINE.
           MOVE 'TOLERANCE PCT' TO WS-BP-LABEL.
           MOVE QB-TOLERANCE-PCT TO WS-BP-PCT.
           PERFORM PRINT-BENCH-PCT-LINE.
           MOVE 'BENCHMARK RESULT' TO WS-BT-LABEL.
           MOVE SPACES TO WS-BT-TEXT.
           IF WS-BENCH-OUTSIDE
              STRING 'OUTSIDE TOLERANCE, RUN ' QB-DATE-RUN
                     DELIMITED BY SIZE INTO WS-BT-TEXT
           ELSE
              STRING 'WITHIN TOLERANCE, RUN ' QB-DATE-RUN
                     DELIMITED BY SIZE INTO WS-BT-TEXT
           END-IF.
           MOVE WS-BENCH-TEXT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
      *
       PRINT-BENCH-LINE.
           MOVE WS-BENCH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
      *
       PRINT-BENCH-PCT-LINE.
           MOVE WS-BENCH-PCT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
      *
       PRINT-OPERATOR-TALLIES.
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
           IF WS-WEEKS-MISSING = 0
              AND WS-RUNS-FAILED = 0
              AND WS-EXC-STILL-OPEN = 0
              AND NOT WS-BENCH-OUTSIDE
              MOVE 'PASS' TO WS-AT-VERDICT
              MOVE 'DATABASE COMPLETE AND CONTROLLED FOR THE QUARTER'
                 TO WS-AT-TEXT
              MOVE 'FAIL' TO WS-AT-VERDICT
              MOVE 'SEE MISSING WEEKS, FAILED RUNS OR OPEN EXCEPTIONS'
                 TO WS-AT-TEXT
              IF WS-BENCH-OUTSIDE
                 MOVE 'SEE FEDERAL QUARTERLY BENCHMARK AND ABOVE'
                    TO WS-AT-TEXT
              END-IF
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-ATTEST-LINE TO PRINT-REC.
