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
           05  CLMDB-LAYOUT-VERSION                      PIC 9(02).
      *
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
