      *  mode R it also rewrites any record whose derived fields
      *  disagreed with its counts; date mismatches are reported
      *  only, never patched.  Labor force and rate are statewide
      *  figures and are not judged on regional rows.  A record in
      *  a quarter UNEMPPCM has closed is reported but not repaired
      *  (UNEMPPCL logs the refusal); a repair in a reopened quarter
      *  is logged to PRDLOG as a change.
      *
      *  RGKPARM:  COL 1  MODE (R = repair, anything else = report)
      ****************************************************************
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
       01  WS-PCL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPPCL'.
       01  WS-PCL-DATA.
           05  WS-PCL-FUNCTION          PIC X(01)   VALUE SPACE.
           05  WS-PCL-PROGRAM           PIC X(08)   VALUE 'UNEMPRGK'.
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
       01  WS-STAT-SUBROUTINE           PIC X(08)   VALUE 'UNEMPWST'.
       01  WS-STAT-DATA.
              ADD 1 TO WS-EXCEPTION-RECORDS
           END-IF.
           IF WS-RECORD-DIRTY AND WS-REPAIR-MODE
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 ADD 1 TO WS-PERIOD-CLOSED-COUNT
                 DISPLAY 'REPAIR REFUSED, PERIOD ' WS-PCL-QUARTER
                         ' CLOSED FOR KEY ' RG-RECORD-KEY
              ELSE
                 PERFORM REPAIR-RECORD
              END-IF
           END-IF.
      *
       REPAIR-RECORD.
           REWRITE REGIONAL-RECORD.
           IF WS-RGDB-SUCCESS
              ADD 1 TO WS-REPAIRED-COUNT
              IF WS-PCL-PERIOD-REOPENED
                 MOVE 'L' TO WS-PCL-FUNCTION
                 MOVE 'CH' TO WS-PCL-EVENT
                 MOVE 'DERIVED FIELDS REPAIRED' TO WS-PCL-DETAIL
                 CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA
              END-IF
           ELSE
              DISPLAY 'REPAIR REWRITE FAILED FOR KEY '
                      RG-RECORD-KEY ' STATUS ' WS-RGDB-STATUS
           END-IF.
      *
      * The week's quarter must not be closed; UNEMPPCL logs the
      * refusal itself.
       CHECK-PERIOD-OPEN.
           MOVE 'C' TO WS-PCL-FUNCTION.
           MOVE RG-DATE TO WS-PCL-WEEK-ENDING.
           MOVE RG-RECORD-KEY TO WS-PCL-RECORD-KEY.
           MOVE 'DERIVED FIELDS REPAIR' TO WS-PCL-DETAIL.
           CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA.
      *
      * Each percentage group is saved, recomputed from the stored
      * counts, and compared, the same way UNEMPCHK treats the
      * statewide records; report mode puts the stored values back.
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
