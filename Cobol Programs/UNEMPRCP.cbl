      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPRCP.
      ****************************************************************
      *  UI recipiency rate report.  CLMSDB carries insured
      *  unemployment only; the question policymakers ask is what
      *  share of ALL unemployed people are drawing benefits.  The
      *  monthly total unemployed estimate arrives on CLMLABOR and
      *  is kept on TOTUNEM by UNEMPTUN; this report sets each
      *  month's average weekly continued claims and average weekly
      *  benefit payment count (from the CLMMIRR reporting mirror)
      *  against it:
      *
      *     recipiency = average weekly CONTINUED-CLAIMS
      *                  / total unemployed * 100
      *     (and the same for BENEFIT-PAYMENT-COUNT)
      *
      *  by month, then by quarter (quarter's weekly average over
      *  the average of its months' totals), with a least-squares
      *  trend line fitted to the monthly continued-claims rate,
      *  printed beside each month and as a chart.
      *
      *  The first time a month's rate is computed, the total it
      *  used is marked on the month's TOTUNEM row.  A month whose
      *  total unemployed figure has since been revised is flagged
      *  with the figure first used, since the rate published from
      *  it no longer matches.
      *
      *  RCPPARM keyword cards (see UNEMPKWP), all optional:
      *     FROM-MONTH=YYYYMM    first month to report
      *     TO-MONTH=YYYYMM      last month to report
      *  With neither card the latest 24 months on the mirror are
      *  reported; with one, 24 months from or to it.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL RCP-CONTROL-PARM ASSIGN TO RCPPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-MIRROR ASSIGN TO CLMMIRR
                  FILE STATUS IS WS-CLMDB-STATUS.
           SELECT OPTIONAL TOTAL-UNEMP-FILE ASSIGN TO TOTUNEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TOT-YYYYMM
                  FILE STATUS IS WS-TOT-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                PIC X(132).
      *
       FD  RCP-CONTROL-PARM RECORDING MODE F.
       01  RCPPARM-REC                              PIC X(80).
      *
       FD  REPORT-MIRROR RECORDING MODE F.
       01  MIRROR-REC.
           05  MIR-RECORD-TYPE                      PIC X(02).
               88  MIR-HEADER-ROW                   VALUE 'HD'.
               88  MIR-DATA-ROW                     VALUE 'DR'.
               88  MIR-TRAILER-ROW                  VALUE 'TR'.
           05  MIR-DATA                             PIC X(863).
      *
       FD  TOTAL-UNEMP-FILE.
       01  TOTAL-UNEMP-REC.
           05  TOT-YYYYMM                           PIC X(06).
           05  TOT-TOTAL-UNEMPLOYED                 PIC 9(09).
           05  TOT-TOTAL-RATE                       PIC 9(03)V99.
           05  TOT-LABORFORCE                       PIC 9(09).
           05  TOT-FIRST-LOAD-DATE                  PIC X(08).
           05  TOT-REVISED-DATE                     PIC X(08).
           05  TOT-PRIOR-TOTAL                      PIC 9(09).
           05  TOT-REVISION-COUNT                   PIC 9(03).
           05  TOT-RCP-FIRST-DATE                   PIC X(08).
           05  TOT-RCP-FIRST-TOTAL                  PIC 9(09).
           05  FILLER                               PIC X(26).
      *
       WORKING-STORAGE SECTION.
      * Thin view of CLAIMSDB-RECORD: only the key and the labor
      * force and benefit columns this report reads are named.
       01  CLAIMSDB-RECORD.
           05  RECORD-KEY                               PIC X(08).
           05  FILLER                                   PIC X(547).
           05  LABORFORCE-COUNT                         PIC 9(09).
           05  CONTINUED-CLAIMS                         PIC 9(06).
           05  INSURED-UNEMPLOYMENT-RATE                PIC 9(03)V99.
           05  BENEFIT-DATE                             PIC X(10).
           05  BENEFIT-DOLLARS-PAID                     PIC 9(09)V99.
           05  BENEFIT-PAYMENT-COUNT                    PIC 9(06).
           05  FILLER                                   PIC X(261).
      *
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
           88 WS-CLMDB-SUCCESS                      VALUE '00'.
           88 WS-CLMDB-EOF                          VALUE '10'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
       01  WS-TOT-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-TOT-OPEN-OK                        VALUES '00' '05'.
           88 WS-TOT-IO-OK                          VALUE '00'.
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
      *
       01  WS-FROM-MONTH                PIC X(06)   VALUE SPACES.
       01  WS-TO-MONTH                  PIC X(06)   VALUE SPACES.
       01  WS-MONTH-CHECK               PIC 9(02)   VALUE 0.
       01  WS-DEFAULT-MONTHS            PIC 9(03)   VALUE 24.
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
      *
      * One entry per month on the mirror, oldest first, with the
      * weekly claims summed as the mirror is read and the
      * recipiency figures filled in for the months reported.
       01  WS-MON-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-MON-SUB                   PIC 9(03)   VALUE 0.
       01  WS-MON-FIRST                 PIC 9(03)   VALUE 0.
       01  WS-MON-LAST                  PIC 9(03)   VALUE 0.
       01  WS-MON-OVERFLOW-SW           PIC X(01)   VALUE 'N'.
           88 WS-MON-OVERFLOW                       VALUE 'Y'.
       01  WS-MONTH-TABLE.
           05  WS-MON-ENTRY OCCURS 600 TIMES.
               10  WS-MON-YYYYMM            PIC X(06).
               10  WS-MON-WEEKS             PIC 9(02).
               10  WS-MON-SUM-CC            PIC 9(09).
               10  WS-MON-SUM-PAY           PIC 9(09).
               10  WS-MON-HAS-TOTAL         PIC X(01).
               10  WS-MON-TOTAL             PIC 9(09).
               10  WS-MON-TOTAL-RATE        PIC 9(03)V99.
               10  WS-MON-AVG-CC            PIC 9(07)V99.
               10  WS-MON-AVG-PAY           PIC 9(07)V99.
               10  WS-MON-RCP-CC            PIC 9(03)V99.
               10  WS-MON-RCP-PAY           PIC 9(03)V99.
               10  WS-MON-TREND             PIC S9(03)V99.
               10  WS-MON-REVISED           PIC X(01).
               10  WS-MON-FIRST-TOTAL       PIC 9(09).
      *
      * Least-squares fit of the monthly continued-claims rate
      * against the month's position in the report.
       01  WS-FIT-N                     PIC 9(03)   VALUE 0.
       01  WS-FIT-X                     PIC 9(03)   VALUE 0.
       01  WS-FIT-SUM-X                 PIC 9(07)   VALUE 0.
       01  WS-FIT-SUM-XX                PIC 9(09)   VALUE 0.
       01  WS-FIT-SUM-Y                 PIC 9(07)V99 VALUE 0.
       01  WS-FIT-SUM-XY                PIC 9(09)V99 VALUE 0.
       01  WS-FIT-DENOM                 PIC S9(11)  VALUE 0.
       01  WS-FIT-SLOPE                 PIC S9(03)V9(04) VALUE 0.
       01  WS-FIT-INTERCEPT             PIC S9(05)V9(04) VALUE 0.
       01  WS-FIT-YEARLY                PIC S9(03)V99 VALUE 0.
      *
      * Quarter accumulators: only months with a total count.
       01  WS-QTR-KEY                   PIC X(06)   VALUE SPACES.
       01  WS-PREV-QTR-KEY              PIC X(06)   VALUE SPACES.
       01  WS-QTR-NUM                   PIC 9(01)   VALUE 0.
       01  WS-QTR-MONTHS                PIC 9(02)   VALUE 0.
       01  WS-QTR-WEEKS                 PIC 9(03)   VALUE 0.
       01  WS-QTR-SUM-CC                PIC 9(09)   VALUE 0.
       01  WS-QTR-SUM-PAY               PIC 9(09)   VALUE 0.
       01  WS-QTR-SUM-TOTAL             PIC 9(10)   VALUE 0.
       01  WS-QTR-REVISED               PIC X(01)   VALUE 'N'.
       01  WS-QTR-AVG-TOTAL             PIC 9(09)V99 VALUE 0.
       01  WS-QTR-AVG-CC                PIC 9(07)V99 VALUE 0.
       01  WS-QTR-AVG-PAY               PIC 9(07)V99 VALUE 0.
      *
      * Chart scale: the top of the chart is the highest rate or
      * trend value rounded up to the next 10 percent.
       01  WS-CHART-TOP                 PIC 9(03)   VALUE 0.
       01  WS-CHART-POS                 PIC 9(03)   VALUE 0.
       01  WS-CHART-TREND-POS           PIC 9(03)   VALUE 0.
       01  WS-CHART-WIDTH               PIC 9(03)   VALUE 50.
      *
       01  WS-MONTHS-STAMPED            PIC 9(04)   VALUE 0.
       01  WS-MONTHS-REVISED            PIC 9(04)   VALUE 0.
       01  WS-MONTHS-NO-TOTAL           PIC 9(04)   VALUE 0.
       01  WS-STAMP-FAILURES            PIC 9(04)   VALUE 0.
       01  WS-KEY-NUM                   PIC 9(06)   VALUE 0.
      *
       01  WS-RCP-TITLE.
           05  FILLER                   PIC X(40) VALUE
               'UI RECIPIENCY RATE -- CLAIMANTS AS A SHA'.
           05  FILLER                   PIC X(31) VALUE
               'RE OF ALL UNEMPLOYED PERSONS'.
       01  WS-SECTION-LINE              PIC X(80)   VALUE SPACES.
       01  WS-MONTH-HEADER-1.
           05  FILLER                   PIC X(16) VALUE SPACES.
           05  FILLER                   PIC X(26) VALUE
               '  AVG WEEKLY  AVG WEEKLY'.
           05  FILLER                   PIC X(15) VALUE
               '       TOTAL'.
           05  FILLER                   PIC X(08) VALUE '   TOTAL'.
           05  FILLER                   PIC X(20) VALUE
               '  RECIPIENCY PCT'.
           05  FILLER                   PIC X(09) VALUE '   TREND'.
       01  WS-MONTH-HEADER-2.
           05  FILLER                   PIC X(16) VALUE
               'PERIOD     WEEKS'.
           05  FILLER                   PIC X(26) VALUE
               '  CONT CLAIMS    PAYMENTS'.
           05  FILLER                   PIC X(15) VALUE
               '  UNEMPLOYED'.
           05  FILLER                   PIC X(08) VALUE '    RATE'.
           05  FILLER                   PIC X(20) VALUE
               '   CONT CL  PAYMENTS'.
           05  FILLER                   PIC X(09) VALUE '  CONT CL'.
           05  FILLER                   PIC X(06) VALUE '  NOTE'.
       01  WS-DASH-LINE                 PIC X(132)  VALUE ALL '-'.
       01  WS-MONTH-LINE.
           05  WS-ML-PERIOD             PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-ML-WEEKS              PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-ML-AVG-CC             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-ML-AVG-PAY            PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-ML-TOTAL              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-ML-TOTAL-RATE         PIC ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-ML-RCP-CC             PIC ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-ML-RCP-PAY            PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-ML-TREND              PIC ---9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-ML-NOTE               PIC X(38).
       01  WS-NOTE-NUMBER               PIC ZZZ,ZZZ,ZZ9.
       01  WS-TREND-LINE.
           05  FILLER                   PIC X(24) VALUE
               'TREND (CONT CLAIMS RATE)'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  WS-TL-SLOPE              PIC +ZZ9.9999.
           05  FILLER                   PIC X(22) VALUE
               ' POINTS PER MONTH,  '.
           05  WS-TL-YEARLY             PIC +ZZ9.99.
           05  FILLER                   PIC X(20) VALUE
               ' POINTS PER YEAR,  '.
           05  WS-TL-MONTHS             PIC ZZ9.
           05  FILLER                   PIC X(16) VALUE
               ' MONTHS FITTED'.
       01  WS-CHART-LINE.
           05  WS-CL-PERIOD             PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CL-RATE               PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE ' |'.
           05  WS-CL-BAR                PIC X(50).
           05  FILLER                   PIC X(01) VALUE '|'.
       01  WS-CHART-SCALE-LINE.
           05  FILLER                   PIC X(16) VALUE
               '          PCT  0'.
           05  WS-CS-MARKS              PIC X(50)   VALUE SPACES.
           05  WS-CS-TOP                PIC ZZ9.
       01  WS-CHART-KEY-LINE            PIC X(60) VALUE
           '* = CONTINUED CLAIMS RECIPIENCY   + = TREND LINE'.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(34).
           05  WS-SUM-COUNT             PIC ZZZ,ZZ9.
       01  WS-MESSAGE-LINE              PIC X(80)   VALUE SPACES.
      *
      * Loaded-through banner: every report says which load its
      * numbers reflect, and ends with a warning return code when
      * the current window's load is not confirmed on WNDSTAT.
      *
      * Every print line is also handed to the UNEMPRPW repository
      * writer, so the report survives the spool purge and can be
      * reprinted by UNEMPRPR exactly as it went out.
       01  WS-RPW-SUBROUTINE            PIC X(08)   VALUE 'UNEMPRPW'.
       01  WS-RPW-FUNCTION              PIC X(01)   VALUE SPACE.
       01  WS-RPW-PROGRAM               PIC X(08)   VALUE 'UNEMPRCP'.
       01  WS-RPW-LINE                  PIC X(860)  VALUE SPACES.
       01  WS-RPW-RESULT                PIC X(01)   VALUE SPACE.
      *
       01  WS-LTD-SUBROUTINE            PIC X(08)   VALUE 'UNEMPLTD'.
       01  WS-LTD-DATA.
           05  WS-LTD-LOADED-THRU       PIC X(08)   VALUE SPACES.
           05  WS-LTD-MIRROR-DATE       PIC X(08)   VALUE SPACES.
           05  WS-LTD-WARNING           PIC X(01)   VALUE SPACE.
           05  WS-LTD-RESULT            PIC X(01)   VALUE SPACE.
       01  WS-BANNER-LINE.
           05  FILLER                   PIC X(21)
               VALUE 'DATA LOADED THROUGH '.
           05  WS-BN-LOADED             PIC X(08).
           05  FILLER                   PIC X(13)
               VALUE '  MIRRORED '.
           05  WS-BN-MIRRORED           PIC X(08).
       01  WS-STALE-LINE                PIC X(53) VALUE
           'WARNING: CURRENT WINDOW LOAD NOT CONFIRMED ON WNDSTAT'.
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
           PERFORM PRINT-LOADED-THRU-BANNER.
           PERFORM READ-CONTROL-PARM.
           OPEN INPUT REPORT-MIRROR.
           IF WS-CLMDB-SUCCESS
              DISPLAY "FILE OPEN SUCCESSFUL"
           ELSE
              DISPLAY "FILE OPENING ERROR"
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE SPACES TO WS-TOT-STATUS.
           OPEN I-O TOTAL-UNEMP-FILE.
           IF NOT WS-TOT-OPEN-OK
              DISPLAY 'TOTUNEM OPEN FAILED, STATUS ' WS-TOT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM SUM-MIRROR-MONTHS.
           PERFORM SET-REPORT-MONTHS.
           IF WS-MON-FIRST = 0
              MOVE 'NO MIRROR WEEKS FALL IN THE MONTHS REQUESTED'
                 TO WS-MESSAGE-LINE
              MOVE WS-MESSAGE-LINE TO PRINT-REC
              PERFORM WRITE-REPORT-LINE
              DISPLAY WS-MESSAGE-LINE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM VARYING WS-MON-SUB FROM WS-MON-FIRST BY 1
                   UNTIL WS-MON-SUB > WS-MON-LAST
              PERFORM COMPUTE-MONTH-RECIPIENCY
           END-PERFORM.
           PERFORM FIT-RECIPIENCY-TREND.
           PERFORM PRINT-MONTHLY-SECTION.
           PERFORM PRINT-QUARTERLY-SECTION.
           PERFORM PRINT-TREND-CHART.
           PERFORM PRINT-RUN-SUMMARY.
           IF (WS-STAMP-FAILURES > 0 OR WS-MON-OVERFLOW)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
      * RCPPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run.
       READ-CONTROL-PARM.
           OPEN INPUT RCP-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ RCP-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE RCPPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-RCPPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE RCP-CONTROL-PARM
           ELSE
              DISPLAY 'NO RCPPARM CONTROL FILE, USING DEFAULTS'
           END-IF.
           IF WS-FROM-MONTH NOT = SPACES AND WS-TO-MONTH NOT = SPACES
              AND WS-FROM-MONTH > WS-TO-MONTH
              DISPLAY 'FROM-MONTH IS AFTER TO-MONTH'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'RCPPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM PRINT-PARM-ECHO.
      *
       PARSE-RCPPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'FROM-MONTH'
                 MOVE WS-KWP-VALUE (1:6) TO WS-FROM-MONTH
                 PERFORM CHECK-MONTH-VALUE
              WHEN WS-KWP-KEYWORD = 'TO-MONTH'
                 MOVE WS-KWP-VALUE (1:6) TO WS-TO-MONTH
                 PERFORM CHECK-MONTH-VALUE
              WHEN OTHER
                 DISPLAY 'UNKNOWN RCPPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       CHECK-MONTH-VALUE.
           IF WS-KWP-VALUE (1:6) NOT NUMERIC
              OR WS-KWP-VALUE (7:34) NOT = SPACES
              DISPLAY WS-KWP-KEYWORD ' MUST BE YYYYMM'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           ELSE
              MOVE WS-KWP-VALUE (5:2) TO WS-MONTH-CHECK
              IF WS-MONTH-CHECK < 1 OR WS-MONTH-CHECK > 12
                 DISPLAY WS-KWP-KEYWORD ' MUST BE YYYYMM'
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              END-IF
           END-IF.
      *
       PRINT-PARM-ECHO.
           MOVE 'FROM-MONTH' TO WS-EC-KEYWORD.
           MOVE WS-FROM-MONTH TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'TO-MONTH' TO WS-EC-KEYWORD.
           MOVE WS-TO-MONTH TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY WS-ECHO-LINE.
      *
      * The mirror is in week-ending order, so each new month
      * simply opens the next table entry.
       SUM-MIRROR-MONTHS.
           PERFORM READ-MIRROR-NEXT.
           PERFORM UNTIL WS-CLMDB-EOF
              IF WS-MON-COUNT = 0
                 OR RECORD-KEY (1:6) NOT = WS-MON-YYYYMM (WS-MON-COUNT)
                 IF WS-MON-COUNT < 600
                    ADD 1 TO WS-MON-COUNT
                    INITIALIZE WS-MON-ENTRY (WS-MON-COUNT)
                    MOVE RECORD-KEY (1:6)
                       TO WS-MON-YYYYMM (WS-MON-COUNT)
                 ELSE
                    MOVE 'Y' TO WS-MON-OVERFLOW-SW
                 END-IF
              END-IF
              IF NOT WS-MON-OVERFLOW
                 ADD 1 TO WS-MON-WEEKS (WS-MON-COUNT)
                 ADD CONTINUED-CLAIMS TO WS-MON-SUM-CC (WS-MON-COUNT)
                 ADD BENEFIT-PAYMENT-COUNT
                    TO WS-MON-SUM-PAY (WS-MON-COUNT)
              END-IF
              PERFORM READ-MIRROR-NEXT
           END-PERFORM.
      *
       READ-MIRROR-NEXT.
           READ REPORT-MIRROR
              AT END MOVE '10' TO WS-CLMDB-STATUS
           END-READ.
           IF NOT WS-CLMDB-EOF
              IF NOT MIR-DATA-ROW
                 GO TO READ-MIRROR-NEXT
              ELSE
                 MOVE MIR-DATA TO CLAIMSDB-RECORD
              END-IF
           END-IF.
      *
       SET-REPORT-MONTHS.
           MOVE 0 TO WS-MON-FIRST WS-MON-LAST.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-COUNT
              IF (WS-FROM-MONTH = SPACES
                  OR WS-MON-YYYYMM (WS-MON-SUB) NOT < WS-FROM-MONTH)
                 AND (WS-TO-MONTH = SPACES
                  OR WS-MON-YYYYMM (WS-MON-SUB) NOT > WS-TO-MONTH)
                 IF WS-MON-FIRST = 0
                    MOVE WS-MON-SUB TO WS-MON-FIRST
                 END-IF
                 MOVE WS-MON-SUB TO WS-MON-LAST
              END-IF
           END-PERFORM.
           IF WS-MON-FIRST > 0
              EVALUATE TRUE
                 WHEN WS-FROM-MONTH = SPACES
                    IF WS-MON-LAST > WS-DEFAULT-MONTHS
                       COMPUTE WS-MON-FIRST =
                          WS-MON-LAST - WS-DEFAULT-MONTHS + 1
                    END-IF
                 WHEN WS-TO-MONTH = SPACES
                    IF WS-MON-LAST - WS-MON-FIRST + 1
                       > WS-DEFAULT-MONTHS
                       COMPUTE WS-MON-LAST =
                          WS-MON-FIRST + WS-DEFAULT-MONTHS - 1
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      * A month without a total unemployed figure on TOTUNEM gets
      * no rate.  The first computation marks the total it used;
      * later runs compare the current total with that mark.
       COMPUTE-MONTH-RECIPIENCY.
           MOVE 'N' TO WS-MON-HAS-TOTAL (WS-MON-SUB)
                       WS-MON-REVISED (WS-MON-SUB).
           COMPUTE WS-MON-AVG-CC (WS-MON-SUB) ROUNDED =
              WS-MON-SUM-CC (WS-MON-SUB) / WS-MON-WEEKS (WS-MON-SUB).
           COMPUTE WS-MON-AVG-PAY (WS-MON-SUB) ROUNDED =
              WS-MON-SUM-PAY (WS-MON-SUB) / WS-MON-WEEKS (WS-MON-SUB).
           MOVE WS-MON-YYYYMM (WS-MON-SUB) TO TOT-YYYYMM.
           READ TOTAL-UNEMP-FILE.
           IF WS-TOT-IO-OK AND TOT-TOTAL-UNEMPLOYED > 0
              MOVE 'Y' TO WS-MON-HAS-TOTAL (WS-MON-SUB)
              MOVE TOT-TOTAL-UNEMPLOYED TO WS-MON-TOTAL (WS-MON-SUB)
              MOVE TOT-TOTAL-RATE TO WS-MON-TOTAL-RATE (WS-MON-SUB)
              COMPUTE WS-MON-RCP-CC (WS-MON-SUB) ROUNDED =
                 (WS-MON-AVG-CC (WS-MON-SUB) / TOT-TOTAL-UNEMPLOYED)
                 * 100
              COMPUTE WS-MON-RCP-PAY (WS-MON-SUB) ROUNDED =
                 (WS-MON-AVG-PAY (WS-MON-SUB) / TOT-TOTAL-UNEMPLOYED)
                 * 100
              IF TOT-RCP-FIRST-DATE = SPACES
                 MOVE WS-TODAY TO TOT-RCP-FIRST-DATE
                 MOVE TOT-TOTAL-UNEMPLOYED TO TOT-RCP-FIRST-TOTAL
                 REWRITE TOTAL-UNEMP-REC
                 IF WS-TOT-IO-OK
                    ADD 1 TO WS-MONTHS-STAMPED
                 ELSE
                    ADD 1 TO WS-STAMP-FAILURES
                    DISPLAY 'TOTUNEM REWRITE FAILED FOR MONTH '
                            TOT-YYYYMM ' STATUS ' WS-TOT-STATUS
                 END-IF
              ELSE
                 IF TOT-RCP-FIRST-TOTAL NOT = TOT-TOTAL-UNEMPLOYED
                    MOVE 'Y' TO WS-MON-REVISED (WS-MON-SUB)
                    MOVE TOT-RCP-FIRST-TOTAL
                       TO WS-MON-FIRST-TOTAL (WS-MON-SUB)
                    ADD 1 TO WS-MONTHS-REVISED
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-MONTHS-NO-TOTAL
           END-IF.
      *
      * The trend is fitted to the continued-claims rate with x the
      * month's position in the report, so it is a line through the
      * months shown.  Fewer than two rated months give no trend.
       FIT-RECIPIENCY-TREND.
           MOVE 0 TO WS-FIT-N WS-FIT-SUM-X WS-FIT-SUM-XX
                     WS-FIT-SUM-Y WS-FIT-SUM-XY.
           MOVE 0 TO WS-FIT-SLOPE WS-FIT-INTERCEPT.
           PERFORM VARYING WS-MON-SUB FROM WS-MON-FIRST BY 1
                   UNTIL WS-MON-SUB > WS-MON-LAST
              IF WS-MON-HAS-TOTAL (WS-MON-SUB) = 'Y'
                 COMPUTE WS-FIT-X = WS-MON-SUB - WS-MON-FIRST + 1
                 ADD 1 TO WS-FIT-N
                 ADD WS-FIT-X TO WS-FIT-SUM-X
                 COMPUTE WS-FIT-SUM-XX = WS-FIT-SUM-XX
                    + (WS-FIT-X * WS-FIT-X)
                 ADD WS-MON-RCP-CC (WS-MON-SUB) TO WS-FIT-SUM-Y
                 COMPUTE WS-FIT-SUM-XY = WS-FIT-SUM-XY
                    + (WS-FIT-X * WS-MON-RCP-CC (WS-MON-SUB))
              END-IF
           END-PERFORM.
           IF WS-FIT-N > 1
              COMPUTE WS-FIT-DENOM =
                 (WS-FIT-N * WS-FIT-SUM-XX)
                 - (WS-FIT-SUM-X * WS-FIT-SUM-X)
              IF WS-FIT-DENOM NOT = 0
                 COMPUTE WS-FIT-SLOPE ROUNDED =
                    ((WS-FIT-N * WS-FIT-SUM-XY)
                    - (WS-FIT-SUM-X * WS-FIT-SUM-Y)) / WS-FIT-DENOM
              END-IF
              COMPUTE WS-FIT-INTERCEPT ROUNDED =
                 (WS-FIT-SUM-Y - (WS-FIT-SLOPE * WS-FIT-SUM-X))
                 / WS-FIT-N
              PERFORM VARYING WS-MON-SUB FROM WS-MON-FIRST BY 1
                      UNTIL WS-MON-SUB > WS-MON-LAST
                 COMPUTE WS-MON-TREND (WS-MON-SUB) ROUNDED =
                    WS-FIT-INTERCEPT
                    + (WS-FIT-SLOPE * (WS-MON-SUB - WS-MON-FIRST + 1))
              END-PERFORM
           END-IF.
      *
       PRINT-MONTHLY-SECTION.
           MOVE SPACES TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RCP-TITLE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'BY MONTH' TO WS-SECTION-LINE.
           MOVE WS-SECTION-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-COLUMN-HEADERS.
           PERFORM VARYING WS-MON-SUB FROM WS-MON-FIRST BY 1
                   UNTIL WS-MON-SUB > WS-MON-LAST
              PERFORM PRINT-MONTH-LINE
           END-PERFORM.
           IF WS-FIT-N > 1
              MOVE SPACES TO PRINT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE WS-FIT-SLOPE TO WS-TL-SLOPE
              COMPUTE WS-FIT-YEARLY ROUNDED = WS-FIT-SLOPE * 12
              MOVE WS-FIT-YEARLY TO WS-TL-YEARLY
              MOVE WS-FIT-N TO WS-TL-MONTHS
              MOVE WS-TREND-LINE TO PRINT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       PRINT-COLUMN-HEADERS.
           MOVE WS-MONTH-HEADER-1 TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MONTH-HEADER-2 TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DASH-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
      *
       PRINT-MONTH-LINE.
           MOVE SPACES TO WS-ML-PERIOD.
           STRING WS-MON-YYYYMM (WS-MON-SUB) (5:2) '/'
                  WS-MON-YYYYMM (WS-MON-SUB) (1:4)
              DELIMITED BY SIZE INTO WS-ML-PERIOD.
           MOVE WS-MON-WEEKS (WS-MON-SUB) TO WS-ML-WEEKS.
           MOVE WS-MON-AVG-CC (WS-MON-SUB) TO WS-ML-AVG-CC.
           MOVE WS-MON-AVG-PAY (WS-MON-SUB) TO WS-ML-AVG-PAY.
           MOVE WS-MON-TOTAL (WS-MON-SUB) TO WS-ML-TOTAL.
           MOVE WS-MON-TOTAL-RATE (WS-MON-SUB) TO WS-ML-TOTAL-RATE.
           MOVE WS-MON-RCP-CC (WS-MON-SUB) TO WS-ML-RCP-CC.
           MOVE WS-MON-RCP-PAY (WS-MON-SUB) TO WS-ML-RCP-PAY.
           MOVE WS-MON-TREND (WS-MON-SUB) TO WS-ML-TREND.
           MOVE SPACES TO WS-ML-NOTE.
           EVALUATE TRUE
              WHEN WS-MON-HAS-TOTAL (WS-MON-SUB) NOT = 'Y'
                 MOVE 'NO TOTAL UNEMPLOYED FIGURE' TO WS-ML-NOTE
              WHEN WS-MON-REVISED (WS-MON-SUB) = 'Y'
                 MOVE WS-MON-FIRST-TOTAL (WS-MON-SUB)
                    TO WS-NOTE-NUMBER
                 STRING 'REVISED, FIRST USED ' WS-NOTE-NUMBER
                    DELIMITED BY SIZE INTO WS-ML-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE WS-MONTH-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
      *
      * Quarters are built from the months reported; a quarter cut
      * off by the first or last month shows the months it has.
       PRINT-QUARTERLY-SECTION.
           MOVE SPACES TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'BY QUARTER' TO WS-SECTION-LINE.
           MOVE WS-SECTION-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-COLUMN-HEADERS.
           MOVE SPACES TO WS-PREV-QTR-KEY.
           PERFORM CLEAR-QUARTER-TOTALS.
           PERFORM VARYING WS-MON-SUB FROM WS-MON-FIRST BY 1
                   UNTIL WS-MON-SUB > WS-MON-LAST
              MOVE WS-MON-YYYYMM (WS-MON-SUB) (5:2) TO WS-MONTH-CHECK
              COMPUTE WS-QTR-NUM = (WS-MONTH-CHECK + 2) / 3
              MOVE SPACES TO WS-QTR-KEY
              STRING WS-MON-YYYYMM (WS-MON-SUB) (1:4) 'Q' WS-QTR-NUM
                 DELIMITED BY SIZE INTO WS-QTR-KEY
              IF WS-QTR-KEY NOT = WS-PREV-QTR-KEY
                 AND WS-PREV-QTR-KEY NOT = SPACES
                 PERFORM PRINT-QUARTER-LINE
                 PERFORM CLEAR-QUARTER-TOTALS
              END-IF
              MOVE WS-QTR-KEY TO WS-PREV-QTR-KEY
              IF WS-MON-HAS-TOTAL (WS-MON-SUB) = 'Y'
                 ADD 1 TO WS-QTR-MONTHS
                 ADD WS-MON-WEEKS (WS-MON-SUB) TO WS-QTR-WEEKS
                 ADD WS-MON-SUM-CC (WS-MON-SUB) TO WS-QTR-SUM-CC
                 ADD WS-MON-SUM-PAY (WS-MON-SUB) TO WS-QTR-SUM-PAY
                 ADD WS-MON-TOTAL (WS-MON-SUB) TO WS-QTR-SUM-TOTAL
                 IF WS-MON-REVISED (WS-MON-SUB) = 'Y'
                    MOVE 'Y' TO WS-QTR-REVISED
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM PRINT-QUARTER-LINE.
      *
       CLEAR-QUARTER-TOTALS.
           MOVE 0 TO WS-QTR-MONTHS WS-QTR-WEEKS WS-QTR-SUM-CC
                     WS-QTR-SUM-PAY WS-QTR-SUM-TOTAL.
           MOVE 'N' TO WS-QTR-REVISED.
      *
       PRINT-QUARTER-LINE.
           MOVE SPACES TO WS-ML-PERIOD.
           STRING WS-PREV-QTR-KEY (1:4) ' ' WS-PREV-QTR-KEY (5:2)
              DELIMITED BY SIZE INTO WS-ML-PERIOD.
           MOVE WS-QTR-WEEKS TO WS-ML-WEEKS.
           MOVE 0 TO WS-ML-TOTAL-RATE WS-ML-TREND.
           MOVE SPACES TO WS-ML-NOTE.
           IF WS-QTR-MONTHS = 0 OR WS-QTR-WEEKS = 0
              MOVE 0 TO WS-ML-AVG-CC WS-ML-AVG-PAY WS-ML-TOTAL
                        WS-ML-RCP-CC WS-ML-RCP-PAY
              MOVE 'NO TOTAL UNEMPLOYED FIGURE' TO WS-ML-NOTE
           ELSE
              COMPUTE WS-QTR-AVG-CC ROUNDED =
                 WS-QTR-SUM-CC / WS-QTR-WEEKS
              COMPUTE WS-QTR-AVG-PAY ROUNDED =
                 WS-QTR-SUM-PAY / WS-QTR-WEEKS
              COMPUTE WS-QTR-AVG-TOTAL ROUNDED =
                 WS-QTR-SUM-TOTAL / WS-QTR-MONTHS
              MOVE WS-QTR-AVG-CC TO WS-ML-AVG-CC
              MOVE WS-QTR-AVG-PAY TO WS-ML-AVG-PAY
              MOVE WS-QTR-AVG-TOTAL TO WS-ML-TOTAL
              COMPUTE WS-ML-RCP-CC ROUNDED =
                 (WS-QTR-AVG-CC / WS-QTR-AVG-TOTAL) * 100
              COMPUTE WS-ML-RCP-PAY ROUNDED =
                 (WS-QTR-AVG-PAY / WS-QTR-AVG-TOTAL) * 100
              IF WS-QTR-MONTHS < 3
                 MOVE 'PARTIAL QUARTER' TO WS-ML-NOTE
              END-IF
              IF WS-QTR-REVISED = 'Y'
                 MOVE 'INCLUDES A REVISED MONTH' TO WS-ML-NOTE
              END-IF
           END-IF.
           MOVE WS-MONTH-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
      *
      * One row per month: '*' where the continued-claims rate
      * falls on the scale, '+' where the trend line does.
       PRINT-TREND-CHART.
           MOVE 0 TO WS-CHART-TOP.
           PERFORM VARYING WS-MON-SUB FROM WS-MON-FIRST BY 1
                   UNTIL WS-MON-SUB > WS-MON-LAST
              IF WS-MON-RCP-CC (WS-MON-SUB) > WS-CHART-TOP
                 COMPUTE WS-CHART-TOP = WS-MON-RCP-CC (WS-MON-SUB)
              END-IF
              IF WS-MON-TREND (WS-MON-SUB) > WS-CHART-TOP
                 COMPUTE WS-CHART-TOP = WS-MON-TREND (WS-MON-SUB)
              END-IF
           END-PERFORM.
           COMPUTE WS-CHART-TOP = ((WS-CHART-TOP / 10) + 1) * 10.
           IF WS-CHART-TOP > 100
              MOVE 100 TO WS-CHART-TOP
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RECIPIENCY TREND CHART' TO WS-SECTION-LINE.
           MOVE WS-SECTION-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CHART-KEY-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-CS-MARKS.
           MOVE WS-CHART-TOP TO WS-CS-TOP.
           MOVE WS-CHART-SCALE-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-MON-SUB FROM WS-MON-FIRST BY 1
                   UNTIL WS-MON-SUB > WS-MON-LAST
              PERFORM PRINT-CHART-ROW
           END-PERFORM.
      *
       PRINT-CHART-ROW.
           MOVE SPACES TO WS-CL-PERIOD WS-CL-BAR.
           STRING WS-MON-YYYYMM (WS-MON-SUB) (5:2) '/'
                  WS-MON-YYYYMM (WS-MON-SUB) (1:4)
              DELIMITED BY SIZE INTO WS-CL-PERIOD.
           MOVE WS-MON-RCP-CC (WS-MON-SUB) TO WS-CL-RATE.
           IF WS-FIT-N > 1 AND WS-MON-TREND (WS-MON-SUB) > 0
              COMPUTE WS-CHART-TREND-POS ROUNDED =
                 (WS-MON-TREND (WS-MON-SUB) / WS-CHART-TOP)
                 * WS-CHART-WIDTH
              IF WS-CHART-TREND-POS < 1
                 MOVE 1 TO WS-CHART-TREND-POS
              END-IF
              IF WS-CHART-TREND-POS > WS-CHART-WIDTH
                 MOVE WS-CHART-WIDTH TO WS-CHART-TREND-POS
              END-IF
              MOVE '+' TO WS-CL-BAR (WS-CHART-TREND-POS:1)
           END-IF.
           IF WS-MON-HAS-TOTAL (WS-MON-SUB) = 'Y'
              COMPUTE WS-CHART-POS ROUNDED =
                 (WS-MON-RCP-CC (WS-MON-SUB) / WS-CHART-TOP)
                 * WS-CHART-WIDTH
              IF WS-CHART-POS < 1
                 MOVE 1 TO WS-CHART-POS
              END-IF
              IF WS-CHART-POS > WS-CHART-WIDTH
                 MOVE WS-CHART-WIDTH TO WS-CHART-POS
              END-IF
              MOVE '*' TO WS-CL-BAR (WS-CHART-POS:1)
           END-IF.
           MOVE WS-CHART-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
      *
       PRINT-RUN-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-MON-OVERFLOW
              MOVE 'MORE THAN 600 MONTHS ON THE MIRROR, LATER MONTHS '
                 TO WS-MESSAGE-LINE
              MOVE 'LEFT OUT' TO WS-MESSAGE-LINE (50:8)
              MOVE WS-MESSAGE-LINE TO PRINT-REC
              PERFORM WRITE-REPORT-LINE
              DISPLAY WS-MESSAGE-LINE
           END-IF.
           MOVE 'MONTHS REPORTED                  :' TO WS-SUM-LABEL.
           COMPUTE WS-SUM-COUNT = WS-MON-LAST - WS-MON-FIRST + 1.
           MOVE WS-SUMMARY-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'MONTHS WITHOUT A TOTAL FIGURE    :' TO WS-SUM-LABEL.
           MOVE WS-MONTHS-NO-TOTAL TO WS-SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'MONTHS FIRST COMPUTED THIS RUN   :' TO WS-SUM-LABEL.
           MOVE WS-MONTHS-STAMPED TO WS-SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'MONTHS REVISED SINCE FIRST RATE  :' TO WS-SUM-LABEL.
           MOVE WS-MONTHS-REVISED TO WS-SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY WS-SUMMARY-LINE.
      *
       WRITE-REPORT-LINE.
           MOVE PRINT-REC TO WS-RPW-LINE
           PERFORM COPY-LINE-TO-REPOSITORY
           WRITE PRINT-REC.
      *
       PRINT-LOADED-THRU-BANNER.
           CALL WS-LTD-SUBROUTINE USING WS-LTD-DATA.
           MOVE WS-LTD-LOADED-THRU TO WS-BN-LOADED.
           MOVE WS-LTD-MIRROR-DATE TO WS-BN-MIRRORED.
           MOVE WS-BANNER-LINE TO PRINT-REC.
           MOVE PRINT-REC TO WS-RPW-LINE
           PERFORM COPY-LINE-TO-REPOSITORY
           WRITE PRINT-REC.
           DISPLAY WS-BANNER-LINE.
           IF WS-LTD-WARNING = 'Y'
              MOVE WS-STALE-LINE TO PRINT-REC
              MOVE PRINT-REC TO WS-RPW-LINE
              PERFORM COPY-LINE-TO-REPOSITORY
              WRITE PRINT-REC
              DISPLAY WS-STALE-LINE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       COPY-LINE-TO-REPOSITORY.
           MOVE 'W' TO WS-RPW-FUNCTION.
           CALL WS-RPW-SUBROUTINE USING WS-RPW-FUNCTION,
                                        WS-RPW-PROGRAM,
                                        WS-RPW-LINE,
                                        WS-RPW-RESULT.
      *
       CLOSE-REPORT-REPOSITORY.
           MOVE 'C' TO WS-RPW-FUNCTION.
           CALL WS-RPW-SUBROUTINE USING WS-RPW-FUNCTION,
                                        WS-RPW-PROGRAM,
                                        WS-RPW-LINE,
                                        WS-RPW-RESULT.
      *
       CLOSE-STOP.
           PERFORM CLOSE-REPORT-REPOSITORY.
           CLOSE PRINT-LINE.
           CLOSE REPORT-MIRROR.
           CLOSE TOTAL-UNEMP-FILE.
           STOP RUN.
