           05  CAUD-REASON                          PIC X(50).
           05  CAUD-DATE-PROCESSED                  PIC X(08).
           05  CAUD-OPERATOR-ID                     PIC X(08).
           05  CAUD-APPROVER-ID                     PIC X(08).
      *
       FD  ASF-CONTROL-PARM RECORDING MODE F.
       01  ASFPARM-REC.
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
                    WHEN 'TRF '
                       MOVE WS-TRL-OLD (WS-TRAIL-SUB)
                          TO CLMDB-TRUSTFUND-FIELDS
                    WHEN 'PGM '
                       MOVE WS-TRL-OLD (WS-TRAIL-SUB)
                          TO CLMDB-CBPGM-FIELDS
                    WHEN OTHER
                       DISPLAY 'UNKNOWN AUDIT CATEGORY '
                               WS-TRL-CAT (WS-TRAIL-SUB)
           PERFORM COMPUTE-CBGEN-PERCENTAGES.
           PERFORM COMPUTE-CBEDU-PERCENTAGES.
           PERFORM COMPUTE-CBDUR-PERCENTAGES.
           PERFORM COMPUTE-CBPGM-PERCENTAGES.
           PERFORM COMPUTE-INSURED-RATE.
      *
       PRINT-RECONSTRUCTED-RECORD.
              COMPUTE CBDUR-PCT-GRTR-THAN-26 ROUNDED =
                 (CBDUR-GRTR-THAN-26 / CBDUR-TOTAL) * 100
           END-IF.
      *
       COMPUTE-CBPGM-PERCENTAGES.
           IF CBPGM-INA = 0
              MOVE 0 TO CBPGM-PCT-STATE-UI-INTRA
                        CBPGM-PCT-STATE-UI-INTER
                        CBPGM-PCT-UCFE-INTRA
                        CBPGM-PCT-UCFE-INTER
                        CBPGM-PCT-UCX-INTRA
                        CBPGM-PCT-UCX-INTER
           ELSE
              COMPUTE CBPGM-PCT-STATE-UI-INTRA ROUNDED =
                 (CBPGM-STATE-UI-INTRA / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-STATE-UI-INTER ROUNDED =
                 (CBPGM-STATE-UI-INTER / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCFE-INTRA ROUNDED =
                 (CBPGM-UCFE-INTRA / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCFE-INTER ROUNDED =
                 (CBPGM-UCFE-INTER / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCX-INTRA ROUNDED =
                 (CBPGM-UCX-INTRA / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCX-INTER ROUNDED =
                 (CBPGM-UCX-INTER / CBPGM-INA) * 100
           END-IF.
      *
      *
       CLOSE-DB-STOP.
