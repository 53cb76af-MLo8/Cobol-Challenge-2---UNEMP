      *  category's date field against the record key, and prints an
      *  exception report.  With CHKPARM mode R it also rewrites any
      *  record whose derived fields disagreed with its counts; date
      *  mismatches are reported only, never patched.  A record in
      *  a quarter UNEMPPCM has closed is reported but not repaired
      *  (UNEMPPCL logs the refusal); a repair in a reopened quarter
      *  is logged to PRDLOG as a change.
      *
      *  CHKPARM:  COL 1  MODE (R = repair, anything else = report)
      ****************************************************************
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
       01  WS-EXCEPTION-RECORDS         PIC 9(06)   VALUE 0.
       01  WS-REPAIRED-COUNT            PIC 9(06)   VALUE 0.
       01  WS-EXCEPTION-LINES           PIC 9(06)   VALUE 0.
       01  WS-PERIOD-CLOSED-COUNT       PIC 9(06)   VALUE 0.
      *
       01  WS-EXCEPTION-LINE.
           05  FILLER                   PIC X(11)
           05  FILLER                   PIC X(25) VALUE
               'RECORDS REPAIRED        :'.
           05  WS-SUM-REPAIRED          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(25) VALUE
               'NOT REPAIRED, CLOSED    :'.
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
           05  WS-PCL-PROGRAM           PIC X(08)   VALUE 'UNEMPCHK'.
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
      *
      * Exceptions also land on the central EXCPLOG repository
      * through UNEMPEXL, so the history survives the spool purge.
              ADD 1 TO WS-EXCEPTION-RECORDS
           END-IF.
           IF WS-RECORD-DIRTY AND WS-REPAIR-MODE
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 ADD 1 TO WS-PERIOD-CLOSED-COUNT
                 DISPLAY 'REPAIR REFUSED, PERIOD ' WS-PCL-QUARTER
                         ' CLOSED FOR KEY ' RECORD-KEY
              ELSE
                 PERFORM REPAIR-RECORD
              END-IF
           END-IF.
      *
       REPAIR-RECORD.
           REWRITE CLAIMSDB-RECORD.
           IF WS-CLMDB-SUCCESS
              ADD 1 TO WS-REPAIRED-COUNT
              IF WS-PCL-PERIOD-REOPENED
                 MOVE 'L' TO WS-PCL-FUNCTION
                 MOVE 'CH' TO WS-PCL-EVENT
                 MOVE 'DERIVED FIELDS REPAIRED' TO WS-PCL-DETAIL
                 CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA
              END-IF
           ELSE
              DISPLAY 'REPAIR REWRITE FAILED FOR KEY ' RECORD-KEY
                      ' STATUS ' WS-CLMDB-STATUS
           END-IF.
      *
      * The week's quarter must not be closed; UNEMPPCL logs the
      * refusal itself.
       CHECK-PERIOD-OPEN.
           MOVE 'C' TO WS-PCL-FUNCTION.
           MOVE RECORD-KEY TO WS-PCL-WEEK-ENDING.
           MOVE RECORD-KEY TO WS-PCL-RECORD-KEY.
           MOVE 'DERIVED FIELDS REPAIR' TO WS-PCL-DETAIL.
           CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA.
      *
      * Each percentage group is saved, recomputed from the stored
      * counts, and compared; a difference is an exception and (in
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           IF WS-REPAIR-MODE
              MOVE WS-PERIOD-CLOSED-COUNT TO WS-SUM-PERIOD-CLOSED
              WRITE PRINT-REC FROM WS-SUMMARY-LINE4
              DISPLAY WS-SUMMARY-LINE4
           END-IF.
           DISPLAY WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE3.
