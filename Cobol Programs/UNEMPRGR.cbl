      *  statewide value.  Any mismatch ends the run with
      *  RETURN-CODE 8 so the batch window can stop publication.
      *  Region 000 is the rollup, not a region, and stays out of
      *  the sums.  Continued claims are checked the other way
      *  round: region 000's CONTINUED-CLAIMS, which UNEMPRGN rolls
      *  up from the regional continued-claims file, must equal the
      *  statewide CONTINUED-CLAIMS for the week.  A week whose
      *  region 000 row has no continued claims loaded yet is not
      *  compared.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *
      * The regional row's six category count groups, viewed as six
      * generic date-plus-counts images so one loop sums any of
      * them; of everything after education only the continued
      * claims count is named.
       FD  REGIONAL-DATABASE.
       01  REGIONAL-RECORD.
           05  RG-RECORD-KEY.
           05  RG-EDU-IMAGE.
               10  RG-EDU-DATE                       PIC X(10).
               10  RG-EDU-CNT    PIC 9(06) OCCURS 5 TIMES.
           05  FILLER                                PIC X(29).
           05  RG-CONTINUED-CLAIMS                   PIC 9(06).
           05  FILLER                                PIC X(41).
      *
       FD  CLAIMS-DATABASE.
       01  CLAIMSDB-RECORD.
               10  TF-DATE                               PIC X(10).
               10  TF-ENDING-BALANCE                     PIC 9(11)V99.
               10  TF-CONTRIBUTIONS                      PIC 9(09)V99.
           05  CLMDB-CBPGM-FIELDS.
               10  CBPGM-DATE                            PIC X(10).
               10  CBPGM-INA                             PIC 9(06).
               10  CBPGM-STATE-UI-INTRA                  PIC 9(06).
               10  CBPGM-STATE-UI-INTER                  PIC 9(06).
               10  CBPGM-UCFE-INTRA                      PIC 9(06).
               10  CBPGM-UCFE-INTER                      PIC 9(06).
               10  CBPGM-UCX-INTRA                       PIC 9(06).
               10  CBPGM-UCX-INTER                       PIC 9(06).
               10  CBPGM-CONT-TOTAL                      PIC 9(06).
               10  CBPGM-CONT-STATE-UI-INTRA             PIC 9(06).
               10  CBPGM-CONT-STATE-UI-INTER             PIC 9(06).
               10  CBPGM-CONT-UCFE-INTRA                 PIC 9(06).
               10  CBPGM-CONT-UCFE-INTER                 PIC 9(06).
               10  CBPGM-CONT-UCX-INTRA                  PIC 9(06).
               10  CBPGM-CONT-UCX-INTER                  PIC 9(06).
           05  CLMDB-CBPGM-PCT-FIELDS.
               10  CBPGM-PCT-STATE-UI-INTRA              PIC 9(03)V99.
               10  CBPGM-PCT-STATE-UI-INTER              PIC 9(03)V99.
               10  CBPGM-PCT-UCFE-INTRA                  PIC 9(03)V99.
               10  CBPGM-PCT-UCFE-INTER                  PIC 9(03)V99.
               10  CBPGM-PCT-UCX-INTRA                   PIC 9(03)V99.
               10  CBPGM-PCT-UCX-INTER                   PIC 9(03)V99.
           05  CLMDB-CATEGORY-STATUS-FIELDS.
               10  CATEGORY-LOADED OCCURS 12 TIMES       PIC X(01).
           05  CLMDB-LAYOUT-VERSION                      PIC 9(02).
      *
       WORKING-STORAGE SECTION.
           05  WS-WEEK-ENTRY OCCURS 600 TIMES.
               10  WS-WK-DATE               PIC X(08).
               10  WS-WK-COL    PIC 9(08) OCCURS 47 TIMES.
               10  WS-WK-ROLLUP-CONTINUED   PIC 9(08).
      *
       01  WS-COL-SUB                   PIC 9(02)   VALUE 0.
       01  WS-CAT-BASE                  PIC 9(02)   VALUE 0.
           05  WS-EX-REGION             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE ' STATEWIDE='.
           05  WS-EX-STATE              PIC ZZ,ZZZ,ZZ9.
      *
       01  WS-CONTINUED-LINE.
           05  FILLER                   PIC X(11)
               VALUE 'EXCEPTION: '.
           05  WS-CL-DATE               PIC X(08).
           05  FILLER                   PIC X(30)
               VALUE ' CONTINUED CLAIMS REGION 000='.
           05  WS-CL-ROLLUP             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE ' STATEWIDE='.
           05  WS-CL-STATE              PIC ZZ,ZZZ,ZZ9.
      *
       01  WS-MISSING-LINE.
           05  FILLER                   PIC X(11)
           PERFORM UNTIL WS-RGDB-EOF
              IF RG-REGION NOT = '000'
                 PERFORM ADD-ROW-TO-WEEK
              ELSE
                 PERFORM TAKE-ROLLUP-CONTINUED
              END-IF
              PERFORM READ-REGIONAL-NEXT
           END-PERFORM.
                         UNTIL WS-COL-SUB > 47
                    MOVE 0 TO WS-WK-COL (WS-WEEK-HIT WS-COL-SUB)
                 END-PERFORM
                 MOVE 0 TO WS-WK-ROLLUP-CONTINUED (WS-WEEK-HIT)
                 MOVE 'Y' TO WS-WEEK-FOUND-SW
              ELSE
                 DISPLAY 'MORE THAN 600 WEEKS ON CLMRGDB, EXTRAS '
              MOVE 5 TO WS-CAT-COUNT
              PERFORM ADD-CATEGORY-COLUMNS
           END-IF.
      *
       TAKE-ROLLUP-CONTINUED.
           PERFORM FIND-WEEK-ENTRY.
           IF WS-WEEK-FOUND
              AND RG-CONTINUED-CLAIMS NUMERIC
              MOVE RG-CONTINUED-CLAIMS
                 TO WS-WK-ROLLUP-CONTINUED (WS-WEEK-HIT)
           END-IF.
      *
       ADD-CATEGORY-COLUMNS.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              MOVE 42 TO WS-CAT-BASE
              MOVE 5 TO WS-CAT-COUNT
              PERFORM COMPARE-CATEGORY-COLUMNS
              PERFORM COMPARE-CONTINUED-CLAIMS
           END-IF.
      *
       LOAD-STATEWIDE-COLUMNS.
                 DISPLAY WS-EXCEPTION-LINE
              END-IF
           END-PERFORM.
      *
       COMPARE-CONTINUED-CLAIMS.
           IF WS-WK-ROLLUP-CONTINUED (WS-WEEK-SUB) = 0
              CONTINUE
           ELSE
              IF CONTINUED-CLAIMS NOT NUMERIC
                 MOVE 0 TO CONTINUED-CLAIMS
              END-IF
              IF WS-WK-ROLLUP-CONTINUED (WS-WEEK-SUB)
                 NOT = CONTINUED-CLAIMS
                 ADD 1 TO WS-MISMATCH-COUNT
                 MOVE WS-WK-DATE (WS-WEEK-SUB) TO WS-CL-DATE
                 MOVE WS-WK-ROLLUP-CONTINUED (WS-WEEK-SUB)
                    TO WS-CL-ROLLUP
                 MOVE CONTINUED-CLAIMS TO WS-CL-STATE
                 MOVE WS-CONTINUED-LINE TO PRINT-REC
                 WRITE PRINT-REC
                 DISPLAY WS-CONTINUED-LINE
              END-IF
           END-IF.
      *
       PRINT-SUMMARY.
           MOVE WS-WEEKS-CHECKED TO WS-SUM-CHECKED.
