      *  'TR' trailer with the record count.  The read-only report
      *  fleet reads the mirror instead of the live file, so the
      *  reports stop hammering CLMSDB and can run while
      *  corrections are applied to it.  Each 'DR' row carries the
      *  week's per-category load flags, and every week that still
      *  has a category outstanding from a partial load is listed
      *  on the run report with the files it is waiting for.
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
       01  MIRROR-TRAILER-REC REDEFINES MIRROR-REC.
           05  FILLER                               PIC X(02).
           05  MIR-TRL-RECORD-COUNT                 PIC 9(09).
           05  FILLER                               PIC X(854).
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
           05  FILLER                   PIC X(25) VALUE
               'LOADED THROUGH          :'.
           05  WS-SUM-LOADED            PIC X(08).
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(25) VALUE
               'WEEKS STILL INCOMPLETE  :'.
           05  WS-SUM-INCOMPLETE        PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-INCOMPLETE-COUNT          PIC 9(09)   VALUE 0.
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
       01  WS-OUTSTANDING-LINE.
           05  FILLER                   PIC X(05)   VALUE 'WEEK '.
           05  WS-OC-KEY                PIC X(08).
           05  FILLER                   PIC X(25)   VALUE
               ' CATEGORIES OUTSTANDING: '.
           05  WS-OC-FILES              PIC X(94).
      *
      * Restart gate: when UNEMPRSC's restart card says this step
      * already completed in today's window, the run ends cleanly
           MOVE WS-RECORD-COUNT TO WS-SUM-RECORDS.
           MOVE WS-LOADED-THRU TO WS-SUM-LOADED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           MOVE WS-INCOMPLETE-COUNT TO WS-SUM-INCOMPLETE.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           DISPLAY WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE3.
           GO TO CLOSE-STOP.
      *
       FIND-LOADED-THRU.
                 MOVE '10' TO WS-CLMDB-STATUS
              ELSE
                 ADD 1 TO WS-RECORD-COUNT
                 PERFORM NOTE-OUTSTANDING-CATEGORIES
              END-IF
              PERFORM READ-CLAIMSDB-NEXT
           END-PERFORM.
      *
      * Weeks written before the load flags existed were converted
      * with every flag set, so only a partial load shows up here.
       NOTE-OUTSTANDING-CATEGORIES.
           MOVE SPACES TO WS-OC-FILES.
           MOVE 1 TO WS-OC-PTR.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 12
              IF CATEGORY-LOADED (WS-CAT-SUB) = 'N'
                 STRING WS-CAT-FILE-NAME (WS-CAT-SUB)
                        DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        INTO WS-OC-FILES
                        WITH POINTER WS-OC-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           IF WS-OC-PTR > 1
              ADD 1 TO WS-INCOMPLETE-COUNT
              MOVE RECORD-KEY TO WS-OC-KEY
              WRITE PRINT-REC FROM WS-OUTSTANDING-LINE
              DISPLAY WS-OUTSTANDING-LINE
           END-IF.
      *
       WRITE-MIRROR-TRAILER.
           MOVE SPACES TO MIRROR-REC.
