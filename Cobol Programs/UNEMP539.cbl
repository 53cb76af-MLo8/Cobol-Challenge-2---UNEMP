      *  fixed line format on ETAXMIT: an ST header line, a WK line
      *  per week with the four figures, and a TOT trailer.  A
      *  comparison week not on file is transmitted as a WK line of
      *  zeroes flagged NA, the way the form allows.  An EB line
      *  ahead of the trailer quotes the Extended Benefits trigger
      *  status UNEMPEBT recorded on EBTHIST for the week (13-week
      *  average rate, percent of prior years, ON or OFF and the
      *  date the period began); a week UNEMPEBT has not computed
      *  goes as an EB line flagged NA.  The transmitted week's
      *  initial and continued claims are also split by program on
      *  a PI and a PC line (state UI, UCFE and UCX, each
      *  intrastate then interstate) from the program type group
      *  UNEMP loads off CLMPGM; a week with no program type split
      *  on file goes as PI and PC lines of zeroes flagged NA.
      *
      *  ETAPARM keyword cards (see UNEMPKWP):
      *     WEEK-ENDING=YYYYMMDD  week to transmit (required)
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RECORD-KEY
                  FILE STATUS IS WS-CLMDB-STATUS.
           SELECT OPTIONAL TRIGGER-HISTORY ASSIGN TO EBTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EBT-WEEK-ENDING
                  FILE STATUS IS WS-EBT-STATUS.
      *
      *-------------
       DATA DIVISION.
      *
       FD  ETA-CONTROL-PARM RECORDING MODE F.
       01  ETAPARM-REC                              PIC X(80).
      *
       FD  TRIGGER-HISTORY.
       01  EBT-HISTORY-REC.
           05  EBT-WEEK-ENDING                        PIC X(08).
           05  EBT-AVG-RATE                           PIC 9(03)V99.
           05  EBT-WEEKS-HELD                         PIC 9(02).
           05  EBT-PRIOR1-RATE                        PIC 9(03)V99.
           05  EBT-PRIOR2-RATE                        PIC 9(03)V99.
           05  EBT-PRIOR-PCT                          PIC 9(04)V9.
           05  EBT-INDICATOR                          PIC X(01).
           05  EBT-STATUS                             PIC X(03).
           05  EBT-STATUS-CHANGE                      PIC X(01).
           05  EBT-PERIOD-BEGIN                       PIC X(08).
           05  EBT-PERIOD-WEEKS                       PIC 9(04).
           05  EBT-MINIMUM-HOLD                       PIC X(01).
           05  EBT-DATE-COMPUTED                      PIC X(08).
           05  FILLER                                 PIC X(24).
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
           88 WS-ETA-SUCCESS                        VALUE '00'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
       01  WS-EBT-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-EBT-SUCCESS                        VALUE '00'.
      *
       01  WS-WEEK-ENDING               PIC X(08)   VALUE SPACES.
       01  WS-PRIOR-WEEK                PIC X(08)   VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EW-STATUS             PIC X(02).
           05  FILLER                   PIC X(34) VALUE SPACES.
      * The PI and PC lines carry the six program type splits of
      * initial and continued claims for the transmitted week.
       01  WS-ETA-PROGRAM-LINE.
           05  WS-EP-TYPE               PIC X(03).
           05  WS-EP-WEEK               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EP-STATE-UI-INTRA     PIC 9(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EP-STATE-UI-INTER     PIC 9(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EP-UCFE-INTRA         PIC 9(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EP-UCFE-INTER         PIC 9(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EP-UCX-INTRA          PIC 9(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EP-UCX-INTER          PIC 9(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EP-STATUS             PIC X(02).
           05  FILLER                   PIC X(18) VALUE SPACES.
       01  WS-ETA-EB-LINE.
           05  FILLER                   PIC X(03) VALUE 'EB '.
           05  WS-EB-WEEK               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EB-AVG-RATE           PIC 9(03)V99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EB-PRIOR-PCT          PIC 9(04)V9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EB-STATUS             PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EB-PERIOD-BEGIN       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EB-FLAG               PIC X(02).
           05  FILLER                   PIC X(41) VALUE SPACES.
       01  WS-ETA-TRAILER-LINE.
           05  FILLER                   PIC X(04) VALUE 'TOT '.
           05  WS-ET-LINES              PIC 9(04).
           MOVE 'CW ' TO WS-EW-TYPE.
           MOVE WS-WEEK-ENDING TO RECORD-KEY.
           PERFORM WRITE-ONE-WEEK-LINE.
           PERFORM WRITE-PROGRAM-TYPE-LINES.
           MOVE 'PW ' TO WS-EW-TYPE.
           MOVE WS-PRIOR-WEEK TO RECORD-KEY.
           PERFORM WRITE-ONE-WEEK-LINE.
           MOVE 'YA ' TO WS-EW-TYPE.
           MOVE WS-YEAR-AGO-WEEK TO RECORD-KEY.
           PERFORM WRITE-ONE-WEEK-LINE.
           PERFORM WRITE-TRIGGER-STATUS-LINE.
           PERFORM WRITE-TRANSMITTAL-TRAILER.
           GO TO CLOSE-STOP.
      *
           MOVE WS-ETA-WEEK-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-LINES-WRITTEN.
      *
      * Runs straight after the CW line, while the transmitted week
      * is still the record in the buffer.  A week loaded before
      * CLMPGM was sent has no program type date and goes as NA.
       WRITE-PROGRAM-TYPE-LINES.
           MOVE WS-WEEK-ENDING TO WS-EP-WEEK.
           IF WS-WEEK-FOUND AND CBPGM-DATE NOT = SPACES
              MOVE SPACES TO WS-EP-STATUS
              MOVE 'PI ' TO WS-EP-TYPE
              MOVE CBPGM-STATE-UI-INTRA TO WS-EP-STATE-UI-INTRA
              MOVE CBPGM-STATE-UI-INTER TO WS-EP-STATE-UI-INTER
              MOVE CBPGM-UCFE-INTRA TO WS-EP-UCFE-INTRA
              MOVE CBPGM-UCFE-INTER TO WS-EP-UCFE-INTER
              MOVE CBPGM-UCX-INTRA TO WS-EP-UCX-INTRA
              MOVE CBPGM-UCX-INTER TO WS-EP-UCX-INTER
              PERFORM WRITE-ONE-PROGRAM-LINE
              MOVE 'PC ' TO WS-EP-TYPE
              MOVE CBPGM-CONT-STATE-UI-INTRA TO WS-EP-STATE-UI-INTRA
              MOVE CBPGM-CONT-STATE-UI-INTER TO WS-EP-STATE-UI-INTER
              MOVE CBPGM-CONT-UCFE-INTRA TO WS-EP-UCFE-INTRA
              MOVE CBPGM-CONT-UCFE-INTER TO WS-EP-UCFE-INTER
              MOVE CBPGM-CONT-UCX-INTRA TO WS-EP-UCX-INTRA
              MOVE CBPGM-CONT-UCX-INTER TO WS-EP-UCX-INTER
              PERFORM WRITE-ONE-PROGRAM-LINE
           ELSE
              MOVE 'NA' TO WS-EP-STATUS
              MOVE 0 TO WS-EP-STATE-UI-INTRA
              MOVE 0 TO WS-EP-STATE-UI-INTER
              MOVE 0 TO WS-EP-UCFE-INTRA
              MOVE 0 TO WS-EP-UCFE-INTER
              MOVE 0 TO WS-EP-UCX-INTRA
              MOVE 0 TO WS-EP-UCX-INTER
              DISPLAY 'NO PROGRAM TYPE SPLIT FOR ' WS-WEEK-ENDING
                      ', PI AND PC LINES TRANSMITTED AS NA'
              MOVE 'PI ' TO WS-EP-TYPE
              PERFORM WRITE-ONE-PROGRAM-LINE
              MOVE 'PC ' TO WS-EP-TYPE
              PERFORM WRITE-ONE-PROGRAM-LINE
           END-IF.
      *
       WRITE-ONE-PROGRAM-LINE.
           MOVE WS-ETA-PROGRAM-LINE TO ETA-REC.
           WRITE ETA-REC.
           MOVE WS-ETA-PROGRAM-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-LINES-WRITTEN.
      *
      * EBTHIST is optional here: without it, or without a row for
      * the week, the EB line still goes out, zeroed and flagged NA.
       WRITE-TRIGGER-STATUS-LINE.
           MOVE WS-WEEK-ENDING TO WS-EB-WEEK.
           MOVE 'N' TO WS-WEEK-FOUND-SW.
           OPEN INPUT TRIGGER-HISTORY.
           IF WS-EBT-SUCCESS
              MOVE WS-WEEK-ENDING TO EBT-WEEK-ENDING
              READ TRIGGER-HISTORY
              IF WS-EBT-SUCCESS
                 MOVE 'Y' TO WS-WEEK-FOUND-SW
              END-IF
              CLOSE TRIGGER-HISTORY
           END-IF.
           IF WS-WEEK-FOUND
              MOVE EBT-AVG-RATE TO WS-EB-AVG-RATE
              MOVE EBT-PRIOR-PCT TO WS-EB-PRIOR-PCT
              MOVE EBT-STATUS TO WS-EB-STATUS
              MOVE EBT-PERIOD-BEGIN TO WS-EB-PERIOD-BEGIN
              MOVE SPACES TO WS-EB-FLAG
           ELSE
              MOVE 0 TO WS-EB-AVG-RATE
              MOVE 0 TO WS-EB-PRIOR-PCT
              MOVE SPACES TO WS-EB-STATUS
              MOVE SPACES TO WS-EB-PERIOD-BEGIN
              MOVE 'NA' TO WS-EB-FLAG
              DISPLAY 'NO EBTHIST ROW FOR ' WS-WEEK-ENDING
                      ', EB LINE TRANSMITTED AS NA'
           END-IF.
           MOVE WS-ETA-EB-LINE TO ETA-REC.
           WRITE ETA-REC.
           MOVE WS-ETA-EB-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-LINES-WRITTEN.
      *
       WRITE-TRANSMITTAL-TRAILER.
           ADD 1 TO WS-LINES-WRITTEN.
