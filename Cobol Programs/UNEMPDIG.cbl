      *  Reads a target date from DIGPARM, looks up that date's record
      *  in CLMSDB, and prints a one-page digest of all five
      *  demographic breakdowns (age, ethnicity, industry, race,
      *  gender) side by side with labels, followed by continued
      *  claims by duration, initial and continued claims by program
      *  type (state UI, UCFE, UCX) and benefits paid, instead of
      *  the raw 350-plus character flat record line.  Under the
      *  headers a load-status line names any category file the
      *  week is still waiting on after a partial load; a blocked
      *  week shows the same line so the reason can be seen.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
               88  MIR-HEADER-ROW                   VALUE 'HD'.
               88  MIR-DATA-ROW                     VALUE 'DR'.
               88  MIR-TRAILER-ROW                  VALUE 'TR'.
           05  MIR-DATA                             PIC X(863).
       01  MIRROR-HEADER-REC REDEFINES MIRROR-REC.
           05  FILLER                               PIC X(02).
           05  MIR-HDR-LOADED-THRU                  PIC X(08).
           05  MIR-HDR-RUN-DATE                     PIC X(08).
           05  FILLER                               PIC X(847).
      *
       WORKING-STORAGE SECTION.
      * CLAIMSDB-RECORD keeps its name and columns, but is now
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
                   88  CATEGORY-OUTSTANDING              VALUE 'N'.
           05  CLMDB-LAYOUT-VERSION                      PIC 9(02).
      *
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
           05  WS-MN-LABEL              PIC X(31).
           05  WS-MN-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(87) VALUE SPACES.
      *
       01  WS-CAT-SUB                   PIC 9(02)   VALUE 0.
       01  WS-OC-PTR                    PIC 9(03)   VALUE 0.
       01  WS-CATEGORY-FILE-NAMES.
           05  FILLER                   PIC X(08)   VALUE 'CLMAGE'.
           05  FILLER                   PIC X(08)   VALUE 'CLMETH'.
           05  FILLER                   PIC X(08)   VALUE 'CLMIND'.
           05  FILLER                   PIC X(08)   VALUE 'CLMRAC'.
           05  FILLER                   PIC X(08)   VALUE 'CLMGEN'.
           05  FILLER                   PIC X(08)   VALUE 'CLMEDU'.
           05  FILLER                   PIC X(08)   VALUE 'CLMCONT'.
           05  FILLER                   PIC X(08)   VALUE 'CLMBEN'.
           05  FILLER                   PIC X(08)   VALUE 'CLMFLOW'.
           05  FILLER                   PIC X(08)   VALUE 'CLMDUR'.
           05  FILLER                   PIC X(08)   VALUE 'CLMTRF'.
           05  FILLER                   PIC X(08)   VALUE 'CLMPGM'.
       01  WS-CAT-NAME-TABLE REDEFINES WS-CATEGORY-FILE-NAMES.
           05  WS-CAT-FILE-NAME         PIC X(08)   OCCURS 12 TIMES.
       01  WS-LOAD-STATUS-LINE.
           05  FILLER                   PIC X(24)   VALUE
               'CATEGORIES OUTSTANDING: '.
           05  WS-LS-FILES              PIC X(108).
       01  WS-ALL-LOADED-LINE           PIC X(21)   VALUE
           'ALL CATEGORIES LOADED'.
      *
      *
      * Loaded-through banner: every report says which load its
              PERFORM CHECK-WEEK-APPROVAL
              IF WS-WEEK-APPROVED
                 PERFORM PRINT-REPORT-HEADERS
                 PERFORM PRINT-CATEGORY-STATUS
                 PERFORM PRINT-ALL-SECTIONS
              ELSE
                 PERFORM REPORT-BLOCKED-WEEK
                 PERFORM PRINT-CATEGORY-STATUS
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
           MOVE WS-REPORT-HEADER-LINE3 TO WS-RPW-LINE
           PERFORM COPY-LINE-TO-REPOSITORY
           WRITE PRINT-REC FROM WS-REPORT-HEADER-LINE3.
      *
       PRINT-CATEGORY-STATUS.
           MOVE SPACES TO WS-LS-FILES.
           MOVE 1 TO WS-OC-PTR.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 12
              IF CATEGORY-OUTSTANDING (WS-CAT-SUB)
                 STRING WS-CAT-FILE-NAME (WS-CAT-SUB)
                        DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        INTO WS-LS-FILES
                        WITH POINTER WS-OC-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           IF WS-OC-PTR > 1
              MOVE WS-LOAD-STATUS-LINE TO PRINT-REC
           ELSE
              MOVE WS-ALL-LOADED-LINE TO PRINT-REC
           END-IF.
           MOVE PRINT-REC TO WS-RPW-LINE
           PERFORM COPY-LINE-TO-REPOSITORY
           WRITE PRINT-REC.
           DISPLAY PRINT-REC.
      *
       PRINT-SECTION-TITLE.
           MOVE WS-SEC-TITLE TO PRINT-REC.
           PERFORM PRINT-CBRAC-SECTION.
           PERFORM PRINT-CBGEN-SECTION.
           PERFORM PRINT-CBDUR-SECTION.
           PERFORM PRINT-CBPGM-SECTION.
           PERFORM PRINT-BENEFIT-SECTION.
      *
       PRINT-CBAGE-SECTION.
           MOVE 0 TO WS-DG-VALUE2.
           PERFORM PRINT-DIGEST-LINE.
      *
      * Initial and continued claims split by program -- state UI,
      * UCFE and UCX, intrastate beside interstate -- the CLMPGM
      * category loaded as its own stage.
       PRINT-CBPGM-SECTION.
           MOVE 'CLAIMS BY PROGRAM TYPE' TO WS-SEC-TITLE.
           PERFORM PRINT-SECTION-TITLE.
           MOVE 'INITIAL CLAIMS TOTAL' TO WS-DG-LABEL1.
           MOVE CBPGM-INA TO WS-DG-VALUE1.
           MOVE SPACES TO WS-DG-LABEL2.
           MOVE 0 TO WS-DG-VALUE2.
           PERFORM PRINT-DIGEST-LINE.
           MOVE 'STATE UI INTRASTATE' TO WS-DG-LABEL1.
           MOVE CBPGM-STATE-UI-INTRA TO WS-DG-VALUE1.
           MOVE 'STATE UI INTERSTATE' TO WS-DG-LABEL2.
           MOVE CBPGM-STATE-UI-INTER TO WS-DG-VALUE2.
           PERFORM PRINT-DIGEST-LINE.
           MOVE 'UCFE INTRASTATE' TO WS-DG-LABEL1.
           MOVE CBPGM-UCFE-INTRA TO WS-DG-VALUE1.
           MOVE 'UCFE INTERSTATE' TO WS-DG-LABEL2.
           MOVE CBPGM-UCFE-INTER TO WS-DG-VALUE2.
           PERFORM PRINT-DIGEST-LINE.
           MOVE 'UCX INTRASTATE' TO WS-DG-LABEL1.
           MOVE CBPGM-UCX-INTRA TO WS-DG-VALUE1.
           MOVE 'UCX INTERSTATE' TO WS-DG-LABEL2.
           MOVE CBPGM-UCX-INTER TO WS-DG-VALUE2.
           PERFORM PRINT-DIGEST-LINE.
           MOVE 'CONTINUED CLAIMS TOTAL' TO WS-DG-LABEL1.
           MOVE CBPGM-CONT-TOTAL TO WS-DG-VALUE1.
           MOVE SPACES TO WS-DG-LABEL2.
           MOVE 0 TO WS-DG-VALUE2.
           PERFORM PRINT-DIGEST-LINE.
           MOVE 'CONT STATE UI INTRASTATE' TO WS-DG-LABEL1.
           MOVE CBPGM-CONT-STATE-UI-INTRA TO WS-DG-VALUE1.
           MOVE 'CONT STATE UI INTERSTATE' TO WS-DG-LABEL2.
           MOVE CBPGM-CONT-STATE-UI-INTER TO WS-DG-VALUE2.
           PERFORM PRINT-DIGEST-LINE.
           MOVE 'CONT UCFE INTRASTATE' TO WS-DG-LABEL1.
           MOVE CBPGM-CONT-UCFE-INTRA TO WS-DG-VALUE1.
           MOVE 'CONT UCFE INTERSTATE' TO WS-DG-LABEL2.
           MOVE CBPGM-CONT-UCFE-INTER TO WS-DG-VALUE2.
           PERFORM PRINT-DIGEST-LINE.
           MOVE 'CONT UCX INTRASTATE' TO WS-DG-LABEL1.
           MOVE CBPGM-CONT-UCX-INTRA TO WS-DG-VALUE1.
           MOVE 'CONT UCX INTERSTATE' TO WS-DG-LABEL2.
           MOVE CBPGM-CONT-UCX-INTER TO WS-DG-VALUE2.
           PERFORM PRINT-DIGEST-LINE.
      *
      * Dollars beside the counts: the weekly benefits-paid figures
      * loaded from CLMBEN ride the same record.
       PRINT-BENEFIT-SECTION.
