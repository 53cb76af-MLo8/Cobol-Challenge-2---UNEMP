      *  claims figure with the week-over-week change, the insured
      *  unemployment rate, the continued-claims figure with the
      *  year-over-year change, and the industry with the largest
      *  week-over-week movement from CLMDB-CBIND-FIELDS (followed,
      *  when that industry rose, by the WARN layoff notices UNEMPWNL
      *  finds for it in the four weeks to the week).  A missing
      *  comparison week drops its sentence rather than inventing a
      *  number.  Where UNEMPEBT has recorded the week on EBTHIST,
      *  a closing sentence quotes the Extended Benefits trigger
      *  status and the 13-week average rate behind it.  A status
      *  change takes effect on the period begin date, after the
      *  week, so until then the sentence quotes the status still
      *  in force and the change to come.
      *
      *  PRSPARM keyword cards (see UNEMPKWP):
      *     WEEK-ENDING=YYYYMMDD  week to draft (required)
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
       FD  PRS-CONTROL-PARM RECORDING MODE F.
       01  PRSPARM-REC                              PIC X(80).
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
           88 WS-PRS-SUCCESS                        VALUE '00'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
       01  WS-EBT-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-EBT-SUCCESS                        VALUE '00'.
      *
       01  WS-WEEK-ENDING               PIC X(08)   VALUE SPACES.
       01  WS-PRIOR-WEEK                PIC X(08)   VALUE SPACES.
       01  WS-TRIM-SUB                  PIC 9(02)   VALUE 0.
       01  WS-TRIM-START                PIC 9(02)   VALUE 0.
       01  WS-SENTENCE                  PIC X(120)  VALUE SPACES.
       01  WS-IN-FORCE-STATUS           PIC X(03)   VALUE SPACES.
       01  WS-WARN-NOTICE-TEXT          PIC X(08)   VALUE SPACES.
      *
       01  WS-WNL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPWNL'.
       01  WS-WNL-DATA.
           05  WS-WNL-MATCH-TYPE        PIC X(01)   VALUE SPACE.
           05  WS-WNL-IND-SLOT          PIC 9(02)   VALUE 0.
           05  WS-WNL-REGION            PIC X(03)   VALUE SPACES.
           05  WS-WNL-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-WNL-LOOKBACK-WEEKS    PIC 9(02)   VALUE 0.
           05  WS-WNL-NOTICES-FOUND     PIC 9(04)   VALUE 0.
           05  WS-WNL-WORKERS-TOTAL     PIC 9(08)   VALUE 0.
           05  WS-WNL-LARGEST-SUB       PIC 9(02)   VALUE 0.
           05  WS-WNL-NOTICE OCCURS 10 TIMES.
               10  WS-WNL-EMPLOYER      PIC X(40).
               10  WS-WNL-COUNTY        PIC X(20).
               10  WS-WNL-NTC-REGION    PIC X(03).
               10  WS-WNL-EFFECTIVE-DATE PIC X(08).
               10  WS-WNL-WORKERS       PIC 9(06).
           05  WS-WNL-RESULT            PIC X(01)   VALUE SPACE.
      *
       01  WS-KWP-SUBROUTINE            PIC X(08)   VALUE 'UNEMPKWP'.
       01  WS-KWP-CARD                  PIC X(80)   VALUE SPACES.
           IF WS-PRIOR-FOUND
              PERFORM WRITE-INDUSTRY-SENTENCE
           END-IF.
           PERFORM WRITE-TRIGGER-SENTENCE.
           GO TO CLOSE-STOP.
      *
      * PRSPARM is a KEYWORD=VALUE card deck parsed through
                     DELIMITED BY SIZE
                     INTO WS-SENTENCE
              PERFORM WRITE-SENTENCE
              IF WS-IND-BEST-DELTA > 0
                 PERFORM WRITE-WARN-SENTENCE
              END-IF
           END-IF.
      *
      * Dropped, like any other sentence, when no notice matches.
       WRITE-WARN-SENTENCE.
           MOVE 'I' TO WS-WNL-MATCH-TYPE.
           COMPUTE WS-WNL-IND-SLOT = WS-IND-BEST-SUB - 1.
           MOVE SPACES TO WS-WNL-REGION.
           MOVE WS-WEEK-ENDING TO WS-WNL-WEEK-ENDING.
           MOVE 4 TO WS-WNL-LOOKBACK-WEEKS.
           CALL WS-WNL-SUBROUTINE USING WS-WNL-DATA.
           IF WS-WNL-RESULT NOT = '0'
              OR WS-WNL-NOTICES-FOUND = 0
              DISPLAY 'NO MATCHING WARN NOTICES, WARN SENTENCE DROPPED'
           ELSE
              MOVE WS-WNL-NOTICES-FOUND TO WS-EDIT-COUNT
              PERFORM TRIM-COUNT-TEXT
              MOVE WS-NUM-TEXT TO WS-WARN-NOTICE-TEXT
              MOVE WS-WNL-WORKERS-TOTAL TO WS-EDIT-COUNT
              PERFORM TRIM-COUNT-TEXT
              MOVE SPACES TO WS-SENTENCE
              IF WS-WNL-NOTICES-FOUND = 1
                 STRING 'ONE WARN LAYOFF NOTICE IN THE INDUSTRY, '
                        'COVERING ' DELIMITED BY SIZE
                        WS-NUM-TEXT DELIMITED BY SPACE
                        ' WORKERS, TOOK EFFECT IN THE PAST FOUR WEEKS.'
                        DELIMITED BY SIZE
                        INTO WS-SENTENCE
              ELSE
                 STRING WS-WARN-NOTICE-TEXT DELIMITED BY SPACE
                        ' WARN LAYOFF NOTICES IN THE INDUSTRY, '
                        'COVERING ' DELIMITED BY SIZE
                        WS-NUM-TEXT DELIMITED BY SPACE
                        ' WORKERS, TOOK EFFECT IN THE PAST FOUR WEEKS.'
                        DELIMITED BY SIZE
                        INTO WS-SENTENCE
              END-IF
              PERFORM WRITE-SENTENCE
              MOVE WS-WNL-WORKERS (WS-WNL-LARGEST-SUB) TO WS-EDIT-COUNT
              PERFORM TRIM-COUNT-TEXT
              MOVE SPACES TO WS-SENTENCE
              STRING 'THE LARGEST WAS FILED BY ' DELIMITED BY SIZE
                     WS-WNL-EMPLOYER (WS-WNL-LARGEST-SUB)
                     DELIMITED BY '  '
                     ' FOR ' DELIMITED BY SIZE
                     WS-NUM-TEXT DELIMITED BY SPACE
                     ' WORKERS.' DELIMITED BY SIZE
                     INTO WS-SENTENCE
              PERFORM WRITE-SENTENCE
           END-IF.
      *
      * The trigger sentence is dropped, like any other, when
      * EBTHIST holds no row for the week.
       WRITE-TRIGGER-SENTENCE.
           OPEN INPUT TRIGGER-HISTORY.
           IF NOT WS-EBT-SUCCESS
              DISPLAY 'NO EBTHIST FILE, TRIGGER SENTENCE DROPPED'
           ELSE
              MOVE WS-WEEK-ENDING TO EBT-WEEK-ENDING
              READ TRIGGER-HISTORY
              IF WS-EBT-SUCCESS
                 PERFORM FORMAT-TRIGGER-SENTENCE
              ELSE
                 DISPLAY 'NO EBTHIST ROW FOR ' WS-WEEK-ENDING
                         ', TRIGGER SENTENCE DROPPED'
              END-IF
              CLOSE TRIGGER-HISTORY
           END-IF.
      *
       FORMAT-TRIGGER-SENTENCE.
           MOVE EBT-AVG-RATE TO WS-EDIT-RATE.
           MOVE SPACES TO WS-RATE-TEXT.
           MOVE 1 TO WS-TRIM-START.
           PERFORM VARYING WS-TRIM-SUB FROM 1 BY 1
                   UNTIL WS-TRIM-SUB > 2
              IF WS-EDIT-RATE (WS-TRIM-START:1) = SPACE
                 ADD 1 TO WS-TRIM-START
              END-IF
           END-PERFORM.
           MOVE WS-EDIT-RATE (WS-TRIM-START:) TO WS-RATE-TEXT.
           MOVE SPACES TO WS-SENTENCE.
           IF EBT-PERIOD-BEGIN NOT = SPACES
              AND EBT-PERIOD-BEGIN > WS-WEEK-ENDING
              PERFORM FORMAT-PENDING-TRIGGER
           ELSE
              STRING 'THE STATE IS ' DELIMITED BY SIZE
                     EBT-STATUS DELIMITED BY SPACE
                     ' THE EXTENDED BENEFITS PROGRAM; THE 13-WEEK '
                     'INSURED UNEMPLOYMENT RATE WAS '
                        DELIMITED BY SIZE
                     WS-RATE-TEXT DELIMITED BY SPACE
                     ' PERCENT.' DELIMITED BY SIZE
                     INTO WS-SENTENCE
              PERFORM WRITE-SENTENCE
           END-IF.
      *
      * EBTHIST carries the new status from the week the indicator
      * flips, but the program keeps the old one until the period
      * begin date, so the draft states both; the rate follows in a
      * sentence of its own to keep within the line.
       FORMAT-PENDING-TRIGGER.
           IF EBT-STATUS = 'ON '
              MOVE 'OFF' TO WS-IN-FORCE-STATUS
           ELSE
              MOVE 'ON ' TO WS-IN-FORCE-STATUS
           END-IF.
           MOVE EBT-PERIOD-BEGIN TO WS-KEY-NUM.
           PERFORM FORMAT-DATE-TEXT.
           STRING 'THE STATE IS ' DELIMITED BY SIZE
                  WS-IN-FORCE-STATUS DELIMITED BY SPACE
                  ' THE EXTENDED BENEFITS PROGRAM AND WILL TRIGGER '
                     DELIMITED BY SIZE
                  EBT-STATUS DELIMITED BY SPACE
                  ' EFFECTIVE ' DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  INTO WS-SENTENCE.
           PERFORM WRITE-SENTENCE.
           MOVE SPACES TO WS-SENTENCE.
           STRING 'THE 13-WEEK INSURED UNEMPLOYMENT RATE WAS '
                     DELIMITED BY SIZE
                  WS-RATE-TEXT DELIMITED BY SPACE
                  ' PERCENT.' DELIMITED BY SIZE
                  INTO WS-SENTENCE.
           PERFORM WRITE-SENTENCE.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
