      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPDUR.
      ****************************************************************
      *  Claim duration continuation rates and projected benefit
      *  exhaustions.  The CBDUR buckets (1-4, 5-14, 15-26 and over
      *  26 weeks claimed) are followed over time to estimate how
      *  much of one duration group is still claiming when it has
      *  aged into the next:
      *
      *     1-4 TO 5-14    the 5-14 group per week of duration,
      *                    over the 1-4 group per week of duration
      *                    7 weeks earlier (bucket middle to middle)
      *     5-14 TO 15-26  the 15-26 group per week of duration,
      *                    over the 5-14 group per week of duration
      *                    11 weeks earlier
      *
      *  each summed over the RATE-WEEKS weeks ending the base week
      *  and capped at 1.  Taken to the 1/7 and 1/11 power they give
      *  the share continuing from one week to the next.  The
      *  exhaustion factor is the actual FLOW-EXHAUSTIONS over the
      *  15-26 group per week of duration one week earlier, summed
      *  over the same weeks.
      *
      *  Exhaustions are projected for the 13 weeks after the base
      *  week: the claimants exhausting H weeks out are the one
      *  week of duration now 26-H weeks in, carried H-1 weeks at
      *  the weekly continuation share of the group they are in and
      *  multiplied by the exhaustion factor.  Horizons 1 to 11 come
      *  from the 15-26 group, 12 and 13 from the 5-14 group.
      *
      *  Every projection is kept on the keyed file EXHPROJ, one
      *  row per target week and horizon, and each run first scores
      *  the unscored rows whose target week has since loaded --
      *  the absolute percent error against the actual
      *  FLOW-EXHAUSTIONS -- then prints the running error summary
      *  by horizon over all scored projections and over those
      *  whose target fell in the 13 weeks ending the base week.
      *  A rerun for the same base week replaces its unscored rows;
      *  a scored row is never changed.
      *
      *  DURPARM keyword cards (see UNEMPKWP), all optional:
      *     WEEK-ENDING=YYYYMMDD  base week (default: latest week
      *                           on CLMSDB)
      *     RATE-WEEKS=13         weeks the rates are summed over,
      *                           4 to 26 (default 13)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL DUR-CONTROL-PARM ASSIGN TO DURPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL EXHAUSTION-PROJECTIONS ASSIGN TO EXHPROJ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EXP-KEY
                  FILE STATUS IS WS-EXP-STATUS.
           SELECT CLAIMS-DATABASE ASSIGN TO CLMSDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RECORD-KEY
                  FILE STATUS IS WS-CLMDB-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  DUR-CONTROL-PARM RECORDING MODE F.
       01  DURPARM-REC                              PIC X(80).
      *
       FD  EXHAUSTION-PROJECTIONS.
       01  EXP-HISTORY-REC.
           05  EXP-KEY.
               10  EXP-TARGET-WEEK                  PIC X(08).
               10  EXP-HORIZON                      PIC 9(02).
           05  EXP-BASE-WEEK                        PIC X(08).
           05  EXP-PROJECTED                        PIC 9(07).
           05  EXP-CONT-RATE-1                      PIC 9(01)V9(04).
           05  EXP-CONT-RATE-2                      PIC 9(01)V9(04).
           05  EXP-EXH-FACTOR                       PIC 9(01)V9(04).
           05  EXP-RATE-WEEKS                       PIC 9(02).
           05  EXP-SCORED                           PIC X(01).
               88  EXP-IS-SCORED                    VALUE 'Y'.
           05  EXP-ACTUAL                           PIC 9(07).
           05  EXP-ABS-PCT-ERROR                    PIC 9(05)V99.
           05  EXP-DATE-COMPUTED                    PIC X(08).
           05  EXP-DATE-SCORED                      PIC X(08).
           05  FILLER                               PIC X(17).
      *
      * Only the key and the flow and duration columns are named;
      * the rest of the CLMSDB record is carried as FILLER.
       FD  CLAIMS-DATABASE.
       01  CLAIMSDB-RECORD.
           05  RECORD-KEY                               PIC X(08).
           05  FILLER                                   PIC X(601).
           05  CLMDB-FLOW-FIELDS.
               10  FLOW-DATE                             PIC X(10).
               10  FLOW-FIRST-PAYMENTS                   PIC 9(06).
               10  FLOW-EXHAUSTIONS                      PIC 9(06).
           05  CLMDB-CBDUR-FIELDS.
               10  CBDUR-DATE                            PIC X(10).
               10  CBDUR-TOTAL                           PIC 9(06).
               10  CBDUR-1-TO-4-WEEKS                    PIC 9(06).
               10  CBDUR-5-TO-14-WEEKS                   PIC 9(06).
               10  CBDUR-15-TO-26-WEEKS                  PIC 9(06).
               10  CBDUR-GRTR-THAN-26                    PIC 9(06).
           05  FILLER                                   PIC X(192).
      *
       WORKING-STORAGE SECTION.
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
           88 WS-CLMDB-SUCCESS                      VALUE '00'.
       01  WS-EXP-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-EXP-OPEN-OK                        VALUES '00' '05'.
           88 WS-EXP-IO-OK                          VALUE '00'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
      *
       01  WS-WEEK-ENDING               PIC X(08)   VALUE SPACES.
       01  WS-RATE-WEEKS                PIC 9(02)   VALUE 13.
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
       01  WS-SCAN-EOF-SW               PIC X(01)   VALUE 'N'.
           88 WS-SCAN-EOF                           VALUE 'Y'.
      *
       01  WS-BASE-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-NUM                  PIC 9(08)   VALUE 0.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-RECENT-FROM               PIC X(08)   VALUE SPACES.
      *
      * The weeks the rates are taken from, oldest first: the
      * RATE-WEEKS weeks ending the base week and the 11 weeks
      * before them that the lagged groups are read from.  The
      * base week is the last entry.
       01  WS-WK-COUNT                  PIC 9(02)   VALUE 0.
       01  WS-WK-SUB                    PIC 9(02)   VALUE 0.
       01  WS-WK-FIRST-RATE             PIC 9(02)   VALUE 0.
       01  WS-WEEK-TABLE.
           05  WS-WK-ENTRY OCCURS 37 TIMES.
               10  WS-WK-PRESENT            PIC X(01).
               10  WS-WK-DATE               PIC X(08).
               10  WS-WK-DUR-1-4            PIC 9(06).
               10  WS-WK-DUR-5-14           PIC 9(06).
               10  WS-WK-DUR-15-26          PIC 9(06).
               10  WS-WK-DUR-OVER-26        PIC 9(06).
               10  WS-WK-EXHAUSTIONS        PIC 9(06).
      *
      * Sums behind the rates, in claimants per week of duration.
       01  WS-CR1-NUMER                 PIC 9(09)V9(04) VALUE 0.
       01  WS-CR1-DENOM                 PIC 9(09)V9(04) VALUE 0.
       01  WS-CR2-NUMER                 PIC 9(09)V9(04) VALUE 0.
       01  WS-CR2-DENOM                 PIC 9(09)V9(04) VALUE 0.
       01  WS-EXF-NUMER                 PIC 9(09)       VALUE 0.
       01  WS-EXF-DENOM                 PIC 9(09)V9(04) VALUE 0.
       01  WS-CR1-WEEKS                 PIC 9(02)   VALUE 0.
       01  WS-CR2-WEEKS                 PIC 9(02)   VALUE 0.
       01  WS-EXF-WEEKS                 PIC 9(02)   VALUE 0.
       01  WS-CONT-RATE-1               PIC 9(01)V9(04) VALUE 0.
       01  WS-CONT-RATE-2               PIC 9(01)V9(04) VALUE 0.
       01  WS-WEEKLY-SHARE-1            PIC 9(01)V9(06) VALUE 0.
       01  WS-WEEKLY-SHARE-2            PIC 9(01)V9(06) VALUE 0.
       01  WS-EXH-FACTOR                PIC 9(01)V9(04) VALUE 0.
       01  WS-RATES-OK-SW               PIC X(01)   VALUE 'N'.
           88 WS-RATES-OK                           VALUE 'Y'.
      *
       01  WS-HORIZON                   PIC 9(02)   VALUE 0.
       01  WS-DURATION-NOW              PIC 9(02)   VALUE 0.
       01  WS-WEEKS-IN-GROUP-2          PIC 9(02)   VALUE 0.
       01  WS-WEEKS-IN-GROUP-3          PIC 9(02)   VALUE 0.
       01  WS-DURATION-SLICE            PIC 9(07)V9(04) VALUE 0.
       01  WS-PROJECTED                 PIC 9(09)V9(04) VALUE 0.
       01  WS-PROJECTED-EXH             PIC 9(07)   VALUE 0.
       01  WS-PROJECTED-TOTAL           PIC 9(08)   VALUE 0.
       01  WS-TARGET-WEEK               PIC X(08)   VALUE SPACES.
       01  WS-PROJECTIONS-WRITTEN       PIC 9(02)   VALUE 0.
       01  WS-ROWS-SCORED               PIC 9(06)   VALUE 0.
       01  WS-ERROR-AMOUNT              PIC 9(07)   VALUE 0.
      *
       01  WS-ERROR-TOTALS.
           05  WS-ET-ENTRY OCCURS 13 TIMES.
               10  WS-ET-ALL-COUNT          PIC 9(06).
               10  WS-ET-ALL-SUM            PIC 9(09)V99.
               10  WS-ET-RECENT-COUNT       PIC 9(06).
               10  WS-ET-RECENT-SUM         PIC 9(09)V99.
       01  WS-MAPE                      PIC 9(05)V99 VALUE 0.
      *
       01  WS-VAL-BAD-SW                PIC X(01)   VALUE 'N'.
           88 WS-VAL-BAD                            VALUE 'Y'.
       01  WS-VAL-CHAR-SUB              PIC 9(02)   VALUE 0.
      *
       01  WS-KWP-SUBROUTINE            PIC X(08)   VALUE 'UNEMPKWP'.
       01  WS-KWP-CARD                  PIC X(80)   VALUE SPACES.
       01  WS-KWP-KEYWORD               PIC X(20)   VALUE SPACES.
       01  WS-KWP-VALUE                 PIC X(40)   VALUE SPACES.
       01  WS-KWP-RESULT                PIC X(01)   VALUE SPACE.
       01  WS-PARM-ERROR-SW             PIC X(01)   VALUE 'N'.
           88 WS-PARM-ERROR                         VALUE 'Y'.
       01  WS-PARM-EOF-SW               PIC X(01)   VALUE 'N'.
           88 WS-PARM-EOF                           VALUE 'Y'.
       01  WS-ECHO-LINE.
           05  FILLER                   PIC X(11) VALUE 'PARAMETER: '.
           05  WS-EC-KEYWORD            PIC X(20).
           05  FILLER                   PIC X(03) VALUE ' = '.
           05  WS-EC-VALUE              PIC X(40).
       01  WS-WEEKS-EDIT                PIC Z9.
      *
       01  WS-REPORT-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'CLAIM DURATION CONTINUATION AND EXHAUSTI'.
           05  FILLER  PIC X(19)
               VALUE 'ONS     BASE WEEK  '.
           05  WS-RH-BASE               PIC X(08).
       01  WS-REPORT-RULE               PIC X(72) VALUE ALL '-'.
       01  WS-BUCKET-HEADER.
           05  FILLER  PIC X(40)
               VALUE 'CLAIMANTS BY WEEKS CLAIMED, BASE WEEK   '.
       01  WS-BUCKET-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-BL-LABEL              PIC X(20).
           05  WS-BL-COUNT              PIC ZZZ,ZZ9.
      *
       01  WS-RATE-HEADER.
           05  FILLER  PIC X(40)
               VALUE 'CONTINUATION RATES                 RATE '.
           05  FILLER  PIC X(20) VALUE '  WEEKLY   WEEKS'.
       01  WS-RATE-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-RL-LABEL              PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-RATE               PIC 9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-WEEKLY             PIC 9.9999.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-RL-WEEKS              PIC Z9.
      *
       01  WS-PROJECTION-HEADER.
           05  FILLER  PIC X(10) VALUE 'TARGET    '.
           05  FILLER  PIC X(09) VALUE 'WEEKS    '.
           05  FILLER  PIC X(14) VALUE 'NOW CLAIMED   '.
           05  FILLER  PIC X(13) VALUE '    PROJECTED'.
       01  WS-PROJECTION-HEADER2.
           05  FILLER  PIC X(10) VALUE 'WEEK      '.
           05  FILLER  PIC X(09) VALUE 'AHEAD    '.
           05  FILLER  PIC X(14) VALUE '  (WEEKS)     '.
           05  FILLER  PIC X(13) VALUE '  EXHAUSTIONS'.
           05  FILLER  PIC X(06) VALUE '  NOTE'.
       01  WS-PROJECTION-LINE.
           05  WS-PL-TARGET             PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-PL-HORIZON            PIC Z9.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  WS-PL-DURATION           PIC Z9.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  WS-PL-PROJECTED          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-PL-NOTE               PIC X(10).
       01  WS-PROJECTION-TOTAL.
           05  FILLER  PIC X(33)
               VALUE 'PROJECTED EXHAUSTIONS, 13 WEEKS :'.
           05  WS-PT-TOTAL              PIC ZZ,ZZZ,ZZ9.
      *
       01  WS-SCORE-LINE.
           05  FILLER                   PIC X(08) VALUE 'SCORED  '.
           05  WS-SC-TARGET             PIC X(08).
           05  FILLER                   PIC X(03) VALUE ' H '.
           05  WS-SC-HORIZON            PIC Z9.
           05  FILLER                   PIC X(12) VALUE
               '  PROJECTED '.
           05  WS-SC-PROJECTED          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE '  ACTUAL '.
           05  WS-SC-ACTUAL             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE '  ERROR '.
           05  WS-SC-APE                PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
      *
       01  WS-ERROR-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'PROJECTION ACCURACY -- MEAN ABSOLUTE PCT'.
           05  FILLER  PIC X(07) VALUE ' ERROR '.
       01  WS-ERROR-HEADER2.
           05  FILLER  PIC X(10) VALUE 'WEEKS     '.
           05  FILLER  PIC X(12) VALUE '  ALL SCORED'.
           05  FILLER  PIC X(11) VALUE '       MAPE'.
           05  FILLER  PIC X(14) VALUE '  LAST 13 WKS '.
           05  FILLER  PIC X(11) VALUE '       MAPE'.
       01  WS-ERROR-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EL-HORIZON            PIC Z9.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-EL-ALL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-EL-ALL-MAPE           PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-EL-RECENT-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-EL-RECENT-MAPE        PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(28) VALUE
               'PROJECTIONS SCORED THIS RUN:'.
           05  WS-SUM-SCORED            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(28) VALUE
               'PROJECTIONS WRITTEN        :'.
           05  WS-SUM-WRITTEN           PIC ZZZ,ZZ9.
      *
       01  WS-VER-SUBROUTINE            PIC X(08)   VALUE 'UNEMPVER'.
       01  WS-VER-RESULT                PIC X(01)   VALUE SPACE.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           CALL WS-VER-SUBROUTINE USING WS-VER-RESULT.
           IF WS-VER-RESULT = '1'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           OPEN INPUT CLAIMS-DATABASE.
           IF NOT WS-CLMDB-SUCCESS
              DISPLAY "FILE OPENING ERROR"
              GO TO CLOSE-STOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM READ-CONTROL-PARM.
           IF WS-WEEK-ENDING = SPACES
              PERFORM FIND-LATEST-WEEK
           END-IF.
           IF WS-WEEK-ENDING = SPACES
              DISPLAY 'CLMSDB IS EMPTY, NO PROJECTION MADE'
              MOVE 4 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM PRINT-PARM-ECHO.
           OPEN I-O EXHAUSTION-PROJECTIONS.
           IF NOT WS-EXP-OPEN-OK
              DISPLAY 'EXHPROJ OPEN FAILED, STATUS ' WS-EXP-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE WS-WEEK-ENDING TO WS-KEY-NUM.
           COMPUTE WS-BASE-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           COMPUTE WS-WORK-INTEGER = WS-BASE-INTEGER - 84.
           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           MOVE WS-WORK-NUM TO WS-RECENT-FROM.
           MOVE WS-WEEK-ENDING TO WS-RH-BASE.
           WRITE PRINT-REC FROM WS-REPORT-HEADER1.
           PERFORM SCORE-LOADED-PROJECTIONS.
           PERFORM LOAD-WEEK-TABLE.
           IF WS-WK-PRESENT (WS-WK-COUNT) NOT = 'Y'
              DISPLAY 'BASE WEEK ' WS-WEEK-ENDING
                      ' NOT ON CLMSDB, NO PROJECTION MADE'
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM PRINT-DURATION-BUCKETS
              PERFORM COMPUTE-CONTINUATION-RATES
              PERFORM PRINT-CONTINUATION-RATES
              IF WS-RATES-OK
                 PERFORM WRITE-PROJECTIONS
              ELSE
                 DISPLAY 'TOO FEW WEEKS WITH DURATION DATA ENDING '
                         WS-WEEK-ENDING ', NO PROJECTION MADE'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM PRINT-ERROR-SUMMARY.
           MOVE WS-ROWS-SCORED TO WS-SUM-SCORED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE1.
           MOVE WS-PROJECTIONS-WRITTEN TO WS-SUM-WRITTEN.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE2.
           GO TO CLOSE-STOP.
      *
      * DURPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT DUR-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ DUR-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE DURPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-DURPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE DUR-CONTROL-PARM
           ELSE
              DISPLAY 'NO DURPARM CONTROL FILE, USING DEFAULTS'
           END-IF.
           IF WS-RATE-WEEKS < 4 OR WS-RATE-WEEKS > 26
              DISPLAY 'RATE-WEEKS MUST BE 4 TO 26: ' WS-RATE-WEEKS
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-WEEK-ENDING NOT = SPACES
              AND WS-WEEK-ENDING NOT NUMERIC
              DISPLAY 'WEEK-ENDING NOT A YYYYMMDD DATE: '
                      WS-WEEK-ENDING
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'DURPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-DURPARM-CARD.
           CALL WS-KWP-SUBROUTINE USING WS-KWP-CARD,
                                        WS-KWP-KEYWORD,
                                        WS-KWP-VALUE,
                                        WS-KWP-RESULT.
           EVALUATE TRUE
              WHEN WS-KWP-RESULT = '1'
                 CONTINUE
              WHEN WS-KWP-RESULT = '2'
                 DISPLAY 'MALFORMED CONTROL CARD: ' WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-KWP-KEYWORD = 'WEEK-ENDING'
                 MOVE WS-KWP-VALUE (1:8) TO WS-WEEK-ENDING
              WHEN WS-KWP-KEYWORD = 'RATE-WEEKS'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-RATE-WEEKS =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN DURPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       CHECK-NUMERIC-VALUE.
           MOVE 'N' TO WS-VAL-BAD-SW.
           PERFORM VARYING WS-VAL-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-VAL-CHAR-SUB > 40
              IF WS-KWP-VALUE (WS-VAL-CHAR-SUB:1) NOT = SPACE
                 AND WS-KWP-VALUE (WS-VAL-CHAR-SUB:1) NOT = '.'
                 AND WS-KWP-VALUE (WS-VAL-CHAR-SUB:1) NOT NUMERIC
                 MOVE 'Y' TO WS-VAL-BAD-SW
              END-IF
           END-PERFORM.
           IF WS-VAL-BAD OR WS-KWP-VALUE = SPACES
              DISPLAY WS-KWP-KEYWORD ' VALUE NOT NUMERIC: '
                      WS-KWP-VALUE
              MOVE 'Y' TO WS-VAL-BAD-SW
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
      *
       PRINT-PARM-ECHO.
           MOVE 'WEEK-ENDING' TO WS-EC-KEYWORD.
           MOVE WS-WEEK-ENDING TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'RATE-WEEKS' TO WS-EC-KEYWORD.
           MOVE WS-RATE-WEEKS TO WS-WEEKS-EDIT.
           MOVE WS-WEEKS-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
      * With no WEEK-ENDING card the base week is the newest week
      * on CLMSDB, found by reading the file through in key order.
       FIND-LATEST-WEEK.
           MOVE LOW-VALUES TO RECORD-KEY.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START CLAIMS-DATABASE KEY IS NOT LESS THAN RECORD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
              READ CLAIMS-DATABASE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SCAN-EOF-SW
                 NOT AT END
                    MOVE RECORD-KEY TO WS-WEEK-ENDING
              END-READ
           END-PERFORM.
      *
      * Every unscored projection whose target week is now on
      * CLMSDB is scored and rewritten; every scored row, old or
      * new, goes into the error totals by horizon.  A week loaded
      * with zero exhaustions cannot carry a percent error and is
      * left unscored.
       SCORE-LOADED-PROJECTIONS.
           INITIALIZE WS-ERROR-TOTALS.
           MOVE LOW-VALUES TO EXP-KEY.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START EXHAUSTION-PROJECTIONS KEY IS NOT LESS THAN EXP-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
              READ EXHAUSTION-PROJECTIONS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SCAN-EOF-SW
                 NOT AT END
                    IF NOT EXP-IS-SCORED
                       PERFORM SCORE-ONE-PROJECTION
                    END-IF
                    IF EXP-IS-SCORED
                       PERFORM ADD-ERROR-TOTALS
                    END-IF
              END-READ
           END-PERFORM.
      *
       SCORE-ONE-PROJECTION.
           MOVE EXP-TARGET-WEEK TO RECORD-KEY.
           READ CLAIMS-DATABASE.
           IF WS-CLMDB-SUCCESS
              AND FLOW-EXHAUSTIONS > 0
              MOVE FLOW-EXHAUSTIONS TO EXP-ACTUAL
              IF EXP-PROJECTED > FLOW-EXHAUSTIONS
                 COMPUTE WS-ERROR-AMOUNT =
                    EXP-PROJECTED - FLOW-EXHAUSTIONS
              ELSE
                 COMPUTE WS-ERROR-AMOUNT =
                    FLOW-EXHAUSTIONS - EXP-PROJECTED
              END-IF
              COMPUTE EXP-ABS-PCT-ERROR ROUNDED =
                 (WS-ERROR-AMOUNT / FLOW-EXHAUSTIONS) * 100
                 ON SIZE ERROR
                    MOVE 99999.99 TO EXP-ABS-PCT-ERROR
              END-COMPUTE
              MOVE 'Y' TO EXP-SCORED
              MOVE WS-TODAY TO EXP-DATE-SCORED
              REWRITE EXP-HISTORY-REC
              IF WS-EXP-IO-OK
                 ADD 1 TO WS-ROWS-SCORED
                 MOVE EXP-TARGET-WEEK TO WS-SC-TARGET
                 MOVE EXP-HORIZON TO WS-SC-HORIZON
                 MOVE EXP-PROJECTED TO WS-SC-PROJECTED
                 MOVE EXP-ACTUAL TO WS-SC-ACTUAL
                 MOVE EXP-ABS-PCT-ERROR TO WS-SC-APE
                 WRITE PRINT-REC FROM WS-SCORE-LINE
              ELSE
                 DISPLAY 'EXHPROJ REWRITE FAILED FOR '
                         EXP-TARGET-WEEK ', STATUS ' WS-EXP-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
       ADD-ERROR-TOTALS.
           IF EXP-HORIZON > 0 AND EXP-HORIZON < 14
              ADD 1 TO WS-ET-ALL-COUNT (EXP-HORIZON)
              ADD EXP-ABS-PCT-ERROR TO WS-ET-ALL-SUM (EXP-HORIZON)
              IF EXP-TARGET-WEEK > WS-RECENT-FROM
                 AND EXP-TARGET-WEEK NOT > WS-WEEK-ENDING
                 ADD 1 TO WS-ET-RECENT-COUNT (EXP-HORIZON)
                 ADD EXP-ABS-PCT-ERROR
                    TO WS-ET-RECENT-SUM (EXP-HORIZON)
              END-IF
           END-IF.
      *
      * The table runs from RATE-WEEKS + 10 weeks before the base
      * week up to the base week, stepped seven days at a time; a
      * week missing from CLMSDB, or loaded without its duration
      * section, is marked absent and drops out of the rates.
       LOAD-WEEK-TABLE.
           INITIALIZE WS-WEEK-TABLE.
           COMPUTE WS-WK-COUNT = WS-RATE-WEEKS + 11.
           COMPUTE WS-WK-FIRST-RATE = WS-WK-COUNT - WS-RATE-WEEKS + 1.
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-COUNT
              COMPUTE WS-WORK-INTEGER =
                 WS-BASE-INTEGER - ((WS-WK-COUNT - WS-WK-SUB) * 7)
              COMPUTE WS-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
              MOVE WS-WORK-NUM TO WS-WK-DATE (WS-WK-SUB)
              MOVE WS-WORK-NUM TO RECORD-KEY
              MOVE 'N' TO WS-WK-PRESENT (WS-WK-SUB)
              READ CLAIMS-DATABASE
              IF WS-CLMDB-SUCCESS
                 AND CBDUR-1-TO-4-WEEKS NUMERIC
                 AND CBDUR-5-TO-14-WEEKS NUMERIC
                 AND CBDUR-15-TO-26-WEEKS NUMERIC
                 AND CBDUR-GRTR-THAN-26 NUMERIC
                 AND FLOW-EXHAUSTIONS NUMERIC
                 AND CBDUR-TOTAL > 0
                 MOVE 'Y' TO WS-WK-PRESENT (WS-WK-SUB)
                 MOVE CBDUR-1-TO-4-WEEKS TO WS-WK-DUR-1-4 (WS-WK-SUB)
                 MOVE CBDUR-5-TO-14-WEEKS
                    TO WS-WK-DUR-5-14 (WS-WK-SUB)
                 MOVE CBDUR-15-TO-26-WEEKS
                    TO WS-WK-DUR-15-26 (WS-WK-SUB)
                 MOVE CBDUR-GRTR-THAN-26
                    TO WS-WK-DUR-OVER-26 (WS-WK-SUB)
                 MOVE FLOW-EXHAUSTIONS
                    TO WS-WK-EXHAUSTIONS (WS-WK-SUB)
              END-IF
           END-PERFORM.
      *
       PRINT-DURATION-BUCKETS.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           WRITE PRINT-REC FROM WS-BUCKET-HEADER.
           MOVE '1 TO 4 WEEKS' TO WS-BL-LABEL.
           MOVE WS-WK-DUR-1-4 (WS-WK-COUNT) TO WS-BL-COUNT.
           WRITE PRINT-REC FROM WS-BUCKET-LINE.
           MOVE '5 TO 14 WEEKS' TO WS-BL-LABEL.
           MOVE WS-WK-DUR-5-14 (WS-WK-COUNT) TO WS-BL-COUNT.
           WRITE PRINT-REC FROM WS-BUCKET-LINE.
           MOVE '15 TO 26 WEEKS' TO WS-BL-LABEL.
           MOVE WS-WK-DUR-15-26 (WS-WK-COUNT) TO WS-BL-COUNT.
           WRITE PRINT-REC FROM WS-BUCKET-LINE.
           MOVE 'OVER 26 WEEKS' TO WS-BL-LABEL.
           MOVE WS-WK-DUR-OVER-26 (WS-WK-COUNT) TO WS-BL-COUNT.
           WRITE PRINT-REC FROM WS-BUCKET-LINE.
           MOVE 'EXHAUSTIONS THIS WEEK' TO WS-BL-LABEL.
           MOVE WS-WK-EXHAUSTIONS (WS-WK-COUNT) TO WS-BL-COUNT.
           WRITE PRINT-REC FROM WS-BUCKET-LINE.
      *
      * Each group is divided by the weeks of duration it spans
      * (4, 10 and 12) so the groups compare one week of duration
      * against one week of duration.  A rate week counts only
      * when it and the week it is lagged against are both held.
       COMPUTE-CONTINUATION-RATES.
           MOVE 0 TO WS-CR1-NUMER WS-CR1-DENOM WS-CR2-NUMER
                     WS-CR2-DENOM WS-EXF-NUMER WS-EXF-DENOM.
           MOVE 0 TO WS-CR1-WEEKS WS-CR2-WEEKS WS-EXF-WEEKS.
           MOVE 0 TO WS-CONT-RATE-1 WS-CONT-RATE-2 WS-EXH-FACTOR
                     WS-WEEKLY-SHARE-1 WS-WEEKLY-SHARE-2.
           PERFORM VARYING WS-WK-SUB FROM WS-WK-FIRST-RATE BY 1
                   UNTIL WS-WK-SUB > WS-WK-COUNT
              IF WS-WK-PRESENT (WS-WK-SUB) = 'Y'
                 PERFORM ADD-RATE-WEEK
              END-IF
           END-PERFORM.
           IF WS-CR1-DENOM > 0
              COMPUTE WS-CONT-RATE-1 ROUNDED =
                 WS-CR1-NUMER / WS-CR1-DENOM
                 ON SIZE ERROR
                    MOVE 1 TO WS-CONT-RATE-1
              END-COMPUTE
           END-IF.
           IF WS-CR2-DENOM > 0
              COMPUTE WS-CONT-RATE-2 ROUNDED =
                 WS-CR2-NUMER / WS-CR2-DENOM
                 ON SIZE ERROR
                    MOVE 1 TO WS-CONT-RATE-2
              END-COMPUTE
           END-IF.
           IF WS-EXF-DENOM > 0
              COMPUTE WS-EXH-FACTOR ROUNDED =
                 WS-EXF-NUMER / WS-EXF-DENOM
                 ON SIZE ERROR
                    MOVE 9.9999 TO WS-EXH-FACTOR
              END-COMPUTE
           END-IF.
           IF WS-CONT-RATE-1 > 1
              MOVE 1 TO WS-CONT-RATE-1
           END-IF.
           IF WS-CONT-RATE-2 > 1
              MOVE 1 TO WS-CONT-RATE-2
           END-IF.
           COMPUTE WS-WEEKLY-SHARE-1 ROUNDED =
              WS-CONT-RATE-1 ** (1 / 7).
           COMPUTE WS-WEEKLY-SHARE-2 ROUNDED =
              WS-CONT-RATE-2 ** (1 / 11).
           IF WS-CR1-WEEKS < 4 OR WS-CR2-WEEKS < 4
              OR WS-EXF-WEEKS < 4
              MOVE 'N' TO WS-RATES-OK-SW
           ELSE
              MOVE 'Y' TO WS-RATES-OK-SW
           END-IF.
      *
       ADD-RATE-WEEK.
           IF WS-WK-PRESENT (WS-WK-SUB - 7) = 'Y'
              AND WS-WK-DUR-1-4 (WS-WK-SUB - 7) > 0
              ADD 1 TO WS-CR1-WEEKS
              COMPUTE WS-CR1-NUMER = WS-CR1-NUMER
                 + (WS-WK-DUR-5-14 (WS-WK-SUB) / 10)
              COMPUTE WS-CR1-DENOM = WS-CR1-DENOM
                 + (WS-WK-DUR-1-4 (WS-WK-SUB - 7) / 4)
           END-IF.
           IF WS-WK-PRESENT (WS-WK-SUB - 11) = 'Y'
              AND WS-WK-DUR-5-14 (WS-WK-SUB - 11) > 0
              ADD 1 TO WS-CR2-WEEKS
              COMPUTE WS-CR2-NUMER = WS-CR2-NUMER
                 + (WS-WK-DUR-15-26 (WS-WK-SUB) / 12)
              COMPUTE WS-CR2-DENOM = WS-CR2-DENOM
                 + (WS-WK-DUR-5-14 (WS-WK-SUB - 11) / 10)
           END-IF.
           IF WS-WK-PRESENT (WS-WK-SUB - 1) = 'Y'
              AND WS-WK-DUR-15-26 (WS-WK-SUB - 1) > 0
              ADD 1 TO WS-EXF-WEEKS
              ADD WS-WK-EXHAUSTIONS (WS-WK-SUB) TO WS-EXF-NUMER
              COMPUTE WS-EXF-DENOM = WS-EXF-DENOM
                 + (WS-WK-DUR-15-26 (WS-WK-SUB - 1) / 12)
           END-IF.
      *
       PRINT-CONTINUATION-RATES.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           WRITE PRINT-REC FROM WS-RATE-HEADER.
           MOVE '1-4 TO 5-14 WKS (7 WKS ON)' TO WS-RL-LABEL.
           MOVE WS-CONT-RATE-1 TO WS-RL-RATE.
           MOVE WS-WEEKLY-SHARE-1 TO WS-RL-WEEKLY.
           MOVE WS-CR1-WEEKS TO WS-RL-WEEKS.
           WRITE PRINT-REC FROM WS-RATE-LINE.
           MOVE '5-14 TO 15-26 WKS (11 WKS ON)' TO WS-RL-LABEL.
           MOVE WS-CONT-RATE-2 TO WS-RL-RATE.
           MOVE WS-WEEKLY-SHARE-2 TO WS-RL-WEEKLY.
           MOVE WS-CR2-WEEKS TO WS-RL-WEEKS.
           WRITE PRINT-REC FROM WS-RATE-LINE.
           MOVE 'EXHAUSTION FACTOR' TO WS-RL-LABEL.
           MOVE WS-EXH-FACTOR TO WS-RL-RATE.
           MOVE 0 TO WS-RL-WEEKLY.
           MOVE WS-EXF-WEEKS TO WS-RL-WEEKS.
           WRITE PRINT-REC FROM WS-RATE-LINE.
      *
      * The claimants exhausting H weeks out are now in week 26-H
      * of their claim.  They spend their remaining weeks before
      * week 15 at the 1-4 TO 5-14 weekly share and the rest at
      * the 5-14 TO 15-26 share, H-1 weeks in all; the exhaustion
      * factor covers the final week.
       WRITE-PROJECTIONS.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           WRITE PRINT-REC FROM WS-PROJECTION-HEADER.
           WRITE PRINT-REC FROM WS-PROJECTION-HEADER2.
           MOVE 0 TO WS-PROJECTED-TOTAL.
           PERFORM VARYING WS-HORIZON FROM 1 BY 1
                   UNTIL WS-HORIZON > 13
              COMPUTE WS-WORK-INTEGER =
                 WS-BASE-INTEGER + (WS-HORIZON * 7)
              COMPUTE WS-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
              MOVE WS-WORK-NUM TO WS-TARGET-WEEK
              COMPUTE WS-DURATION-NOW = 26 - WS-HORIZON
              IF WS-DURATION-NOW < 15
                 COMPUTE WS-DURATION-SLICE =
                    WS-WK-DUR-5-14 (WS-WK-COUNT) / 10
                 COMPUTE WS-WEEKS-IN-GROUP-2 = 15 - WS-DURATION-NOW
              ELSE
                 COMPUTE WS-DURATION-SLICE =
                    WS-WK-DUR-15-26 (WS-WK-COUNT) / 12
                 MOVE 0 TO WS-WEEKS-IN-GROUP-2
              END-IF
              COMPUTE WS-WEEKS-IN-GROUP-3 =
                 WS-HORIZON - 1 - WS-WEEKS-IN-GROUP-2
              COMPUTE WS-PROJECTED ROUNDED =
                 WS-DURATION-SLICE * WS-EXH-FACTOR
              IF WS-WEEKS-IN-GROUP-2 > 0
                 COMPUTE WS-PROJECTED ROUNDED = WS-PROJECTED
                    * (WS-WEEKLY-SHARE-1 ** WS-WEEKS-IN-GROUP-2)
              END-IF
              IF WS-WEEKS-IN-GROUP-3 > 0
                 COMPUTE WS-PROJECTED ROUNDED = WS-PROJECTED
                    * (WS-WEEKLY-SHARE-2 ** WS-WEEKS-IN-GROUP-3)
              END-IF
              COMPUTE WS-PROJECTED-EXH ROUNDED = WS-PROJECTED
              ADD WS-PROJECTED-EXH TO WS-PROJECTED-TOTAL
              PERFORM WRITE-PROJECTION-ROW
           END-PERFORM.
           MOVE WS-PROJECTED-TOTAL TO WS-PT-TOTAL.
           WRITE PRINT-REC FROM WS-PROJECTION-TOTAL.
           DISPLAY WS-PROJECTION-TOTAL.
      *
      * Target week and horizon fix the base week, so a row already
      * on file comes from an earlier run for this same base week.
      * It is replaced unless its target has already been scored,
      * which happens only when an old base week is rerun.
       WRITE-PROJECTION-ROW.
           MOVE WS-TARGET-WEEK TO WS-PL-TARGET.
           MOVE WS-HORIZON TO WS-PL-HORIZON.
           MOVE WS-DURATION-NOW TO WS-PL-DURATION.
           MOVE WS-PROJECTED-EXH TO WS-PL-PROJECTED.
           MOVE SPACES TO WS-PL-NOTE.
           MOVE WS-TARGET-WEEK TO EXP-TARGET-WEEK.
           MOVE WS-HORIZON TO EXP-HORIZON.
           READ EXHAUSTION-PROJECTIONS.
           IF WS-EXP-IO-OK
              IF EXP-IS-SCORED
                 MOVE 'SCORED' TO WS-PL-NOTE
              ELSE
                 PERFORM BUILD-PROJECTION-ROW
                 REWRITE EXP-HISTORY-REC
                 PERFORM CHECK-PROJECTION-WRITE
              END-IF
           ELSE
              PERFORM BUILD-PROJECTION-ROW
              WRITE EXP-HISTORY-REC
              PERFORM CHECK-PROJECTION-WRITE
           END-IF.
           WRITE PRINT-REC FROM WS-PROJECTION-LINE.
      *
       BUILD-PROJECTION-ROW.
           MOVE SPACES TO EXP-HISTORY-REC.
           MOVE WS-TARGET-WEEK TO EXP-TARGET-WEEK.
           MOVE WS-HORIZON TO EXP-HORIZON.
           MOVE WS-WEEK-ENDING TO EXP-BASE-WEEK.
           MOVE WS-PROJECTED-EXH TO EXP-PROJECTED.
           MOVE WS-CONT-RATE-1 TO EXP-CONT-RATE-1.
           MOVE WS-CONT-RATE-2 TO EXP-CONT-RATE-2.
           MOVE WS-EXH-FACTOR TO EXP-EXH-FACTOR.
           MOVE WS-RATE-WEEKS TO EXP-RATE-WEEKS.
           MOVE 'N' TO EXP-SCORED.
           MOVE 0 TO EXP-ACTUAL.
           MOVE 0 TO EXP-ABS-PCT-ERROR.
           MOVE WS-TODAY TO EXP-DATE-COMPUTED.
      *
       CHECK-PROJECTION-WRITE.
           IF WS-EXP-IO-OK
              ADD 1 TO WS-PROJECTIONS-WRITTEN
           ELSE
              DISPLAY 'EXHPROJ WRITE FAILED FOR ' WS-TARGET-WEEK
                      ', STATUS ' WS-EXP-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PRINT-ERROR-SUMMARY.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           WRITE PRINT-REC FROM WS-ERROR-HEADER1.
           WRITE PRINT-REC FROM WS-ERROR-HEADER2.
           PERFORM VARYING WS-HORIZON FROM 1 BY 1
                   UNTIL WS-HORIZON > 13
              MOVE WS-HORIZON TO WS-EL-HORIZON
              MOVE WS-ET-ALL-COUNT (WS-HORIZON) TO WS-EL-ALL-COUNT
              MOVE 0 TO WS-MAPE
              IF WS-ET-ALL-COUNT (WS-HORIZON) > 0
                 COMPUTE WS-MAPE ROUNDED =
                    WS-ET-ALL-SUM (WS-HORIZON)
                    / WS-ET-ALL-COUNT (WS-HORIZON)
              END-IF
              MOVE WS-MAPE TO WS-EL-ALL-MAPE
              MOVE WS-ET-RECENT-COUNT (WS-HORIZON)
                 TO WS-EL-RECENT-COUNT
              MOVE 0 TO WS-MAPE
              IF WS-ET-RECENT-COUNT (WS-HORIZON) > 0
                 COMPUTE WS-MAPE ROUNDED =
                    WS-ET-RECENT-SUM (WS-HORIZON)
                    / WS-ET-RECENT-COUNT (WS-HORIZON)
              END-IF
              MOVE WS-MAPE TO WS-EL-RECENT-MAPE
              WRITE PRINT-REC FROM WS-ERROR-LINE
              DISPLAY WS-ERROR-LINE
           END-PERFORM.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           CLOSE EXHAUSTION-PROJECTIONS.
           STOP RUN.
