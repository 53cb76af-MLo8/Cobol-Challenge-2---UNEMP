      *  instead of restoring the file from a week-old copy.  A
      *  backout changes counts the CLMMSUM monthly summary has
      *  already absorbed, so run UNEMPMSB afterwards to rebuild
      *  it from the database.  A row for a week in a quarter
      *  UNEMPPCM has closed is not backed out (UNEMPPCL logs the
      *  refusal); a backout in a reopened quarter is logged to
      *  PRDLOG as a change.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
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
       01  WS-DELETED-COUNT             PIC 9(06)   VALUE 0.
       01  WS-NOTFOUND-COUNT            PIC 9(06)   VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(06)   VALUE 0.
       01  WS-PERIOD-CLOSED-COUNT       PIC 9(06)   VALUE 0.
      *
       01  WS-ACTION-LINE.
           05  FILLER                   PIC X(09) VALUE 'BACKOUT: '.
           05  FILLER                   PIC X(30) VALUE
               'DATABASE UPDATES FAILED     :'.
           05  WS-SUM-FAILED            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER                   PIC X(30) VALUE
               'ROWS REFUSED, PERIOD CLOSED :'.
           05  WS-SUM-PERIOD-CLOSED     PIC ZZZ,ZZ9.
      *
       01  WS-LOCK-SUBROUTINE           PIC X(08)   VALUE 'UNEMPLCK'.
       01  WS-LCK-FUNCTION              PIC X(01)   VALUE SPACE.
      *
       01  WS-VER-SUBROUTINE            PIC X(08)   VALUE 'UNEMPVER'.
       01  WS-VER-RESULT                PIC X(01)   VALUE SPACE.
      *
       01  WS-PCL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPPCL'.
       01  WS-PCL-DATA.
           05  WS-PCL-FUNCTION          PIC X(01)   VALUE SPACE.
           05  WS-PCL-PROGRAM           PIC X(08)   VALUE 'UNEMPBKO'.
           05  WS-PCL-OPERATOR          PIC X(08)   VALUE SPACES.
           05  WS-PCL-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-PCL-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-PCL-EVENT             PIC X(02)   VALUE SPACES.
           05  WS-PCL-DETAIL            PIC X(40)   VALUE SPACES.
           05  WS-PCL-QUARTER           PIC X(05)   VALUE SPACES.
           05  WS-PCL-PERIOD-STATE      PIC X(01)   VALUE SPACE.
               88 WS-PCL-PERIOD-CLOSED              VALUE 'C'.
               88 WS-PCL-PERIOD-REOPENED            VALUE 'R'.
           05  WS-PCL-RESULT            PIC X(01)   VALUE SPACE.
      *------------------
       PROCEDURE DIVISION.
      *------------------
              DISPLAY 'BACKOUT KEY NOT FOUND IN CLMSDB ' RECORD-KEY
              ADD 1 TO WS-NOTFOUND-COUNT
           ELSE
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 DISPLAY 'BACKOUT REFUSED, PERIOD ' WS-PCL-QUARTER
                         ' CLOSED FOR KEY ' RECORD-KEY
                 ADD 1 TO WS-PERIOD-CLOSED-COUNT
              ELSE
                 IF WS-AUD-TBL-OLD (WS-AUD-SUB) = SPACES
                    PERFORM DELETE-NEW-RECORD
                 ELSE
                    PERFORM RESTORE-OLD-VALUES
                 END-IF
              END-IF
           END-IF.
      *
      * The week's quarter must not be closed; UNEMPPCL logs the
      * refusal itself.
       CHECK-PERIOD-OPEN.
           MOVE 'C' TO WS-PCL-FUNCTION.
           MOVE RECORD-KEY TO WS-PCL-WEEK-ENDING.
           MOVE RECORD-KEY TO WS-PCL-RECORD-KEY.
           MOVE SPACES TO WS-PCL-DETAIL.
           STRING 'BACKOUT OF ' WS-TARGET-DATE ' CATEGORY '
                  WS-AC-CAT DELIMITED BY SIZE
                  INTO WS-PCL-DETAIL
           END-STRING.
           CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA.
      *
       DELETE-NEW-RECORD.
           DELETE CLAIMS-DATABASE RECORD.
              WHEN 'TRF '
                 MOVE WS-AUD-TBL-OLD (WS-AUD-SUB)
                    TO CLMDB-TRUSTFUND-FIELDS
              WHEN 'PGM '
                 MOVE WS-AUD-TBL-OLD (WS-AUD-SUB)
                    TO CLMDB-CBPGM-FIELDS
                 PERFORM COMPUTE-CBPGM-PERCENTAGES
              WHEN OTHER
                 DISPLAY 'UNKNOWN AUDIT CATEGORY '
                         WS-AUD-TBL-CAT (WS-AUD-SUB)
           END-EVALUATE.
           IF WS-AUD-TBL-CAT (WS-AUD-SUB) = 'AGE ' OR 'ETH ' OR
              'IND ' OR 'RAC ' OR 'GEN ' OR 'EDU ' OR 'CNT ' OR
              'BEN ' OR 'FLOW' OR 'DUR ' OR 'TRF ' OR 'PGM '
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-RESTORED-COUNT
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
       COMPUTE-CBEDU-PERCENTAGES.
           IF CBEDU-INA = 0
       PRINT-ACTION-LINE.
           MOVE WS-ACTION-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-PCL-PERIOD-REOPENED
              MOVE 'L' TO WS-PCL-FUNCTION
              MOVE 'CH' TO WS-PCL-EVENT
              MOVE SPACES TO WS-PCL-DETAIL
              STRING 'BACKOUT ' WS-AC-ACTION ' CATEGORY '
                     WS-AC-CAT DELIMITED BY SIZE
                     INTO WS-PCL-DETAIL
              END-STRING
              CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA
           END-IF.
      *
       COMPUTE-INSURED-RATE.
           IF LABORFORCE-COUNT = 0
           MOVE WS-DELETED-COUNT TO WS-SUM-DELETED.
           MOVE WS-NOTFOUND-COUNT TO WS-SUM-NOTFOUND.
           MOVE WS-FAILED-COUNT TO WS-SUM-FAILED.
           MOVE WS-PERIOD-CLOSED-COUNT TO WS-SUM-PERIOD-CLOSED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE6.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
