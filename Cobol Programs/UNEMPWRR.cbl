      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPWRR.
      ****************************************************************
      *  Wage replacement ratio report.  Sets the average weekly
      *  benefit on CLMSDB against the state average weekly covered
      *  wage and the statutory maximum weekly benefit amount that
      *  UNEMPWGL keeps on WAGEREF, for the benefits policy unit's
      *  adequacy questions:
      *
      *     replacement ratio = average weekly benefit
      *                         / statewide average weekly wage
      *     share of maximum  = average weekly benefit
      *                         / maximum weekly benefit in effect
      *
      *  by week (the week's BENEFIT-AVG-WEEKLY) and by calendar
      *  quarter (benefit dollars over payments for the quarter's
      *  weeks, against the maximum in effect on the quarter's last
      *  week).  Wages are published a quarter or two behind, so a
      *  quarter with no wage figure yet uses the latest earlier
      *  quarter on file and the line names the quarter used.  A
      *  closing section sets the latest quarter's average benefit
      *  and the maximum against each industry's average weekly
      *  wage where WAGEREF carries one.  Weeks loaded without the
      *  benefit section are left out and counted.
      *
      *  WRRPARM keyword cards (see UNEMPKWP), all optional:
      *     FROM-WEEK=YYYYMMDD   first week reported (default: 51
      *                          weeks before TO-WEEK)
      *     TO-WEEK=YYYYMMDD     last week reported (default: the
      *                          latest week on CLMSDB)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL WRR-CONTROL-PARM ASSIGN TO WRRPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL WAGE-REFERENCE-FILE ASSIGN TO WAGEREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WGR-RECORD-KEY
                  FILE STATUS IS WS-WGR-STATUS.
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
       FD  WRR-CONTROL-PARM RECORDING MODE F.
       01  WRRPARM-REC                              PIC X(80).
      *
       FD  WAGE-REFERENCE-FILE.
       01  WAGE-REFERENCE-REC.
           05  WGR-RECORD-KEY.
               10  WGR-TYPE                         PIC X(01).
                   88  WGR-AVERAGE-WAGE             VALUE 'W'.
                   88  WGR-MAXIMUM-BENEFIT          VALUE 'M'.
               10  WGR-PERIOD                       PIC X(08).
               10  WGR-IND-SLOT                     PIC 9(02).
           05  WGR-AMOUNT                           PIC 9(05)V99.
           05  WGR-SECTOR                           PIC X(02).
           05  WGR-LOAD-DATE                        PIC X(08).
           05  WGR-PRIOR-AMOUNT                     PIC 9(05)V99.
           05  FILLER                               PIC X(15).
      *
      * Only the key and the benefit columns are named; the rest of
      * the CLMSDB record is carried as FILLER.
       FD  CLAIMS-DATABASE.
       01  CLAIMSDB-RECORD.
           05  RECORD-KEY                               PIC X(08).
           05  FILLER                                   PIC X(567).
           05  CLMDB-BENEFIT-FIELDS.
               10  BENEFIT-DATE                          PIC X(10).
               10  BENEFIT-DOLLARS-PAID                  PIC 9(09)V99.
               10  BENEFIT-PAYMENT-COUNT                 PIC 9(06).
               10  BENEFIT-AVG-WEEKLY                    PIC 9(05)V99.
           05  FILLER                                   PIC X(254).
      *
       WORKING-STORAGE SECTION.
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
           88 WS-CLMDB-SUCCESS                      VALUE '00'.
       01  WS-WGR-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-WGR-OPEN-OK                        VALUES '00' '05'.
           88 WS-WGR-EOF                            VALUE '10'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
      *
       01  WS-FROM-WEEK                 PIC X(08)   VALUE SPACES.
       01  WS-TO-WEEK                   PIC X(08)   VALUE SPACES.
       01  WS-SCAN-EOF-SW               PIC X(01)   VALUE 'N'.
           88 WS-SCAN-EOF                           VALUE 'Y'.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-WORK-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-NUM                  PIC 9(08)   VALUE 0.
      *
      * WAGEREF is read whole: the wage figures in quarter and
      * industry order, the maximums in effective-date order.
       01  WS-WG-COUNT                  PIC 9(03)   VALUE 0.
       01  WS-WG-SUB                    PIC 9(03)   VALUE 0.
       01  WS-WAGE-TABLE.
           05  WS-WG-ENTRY OCCURS 600 TIMES.
               10  WS-WG-QUARTER            PIC X(06).
               10  WS-WG-SLOT               PIC 9(02).
               10  WS-WG-AMOUNT             PIC 9(05)V99.
       01  WS-MX-COUNT                  PIC 9(03)   VALUE 0.
       01  WS-MX-SUB                    PIC 9(03)   VALUE 0.
       01  WS-MAXIMUM-TABLE.
           05  WS-MX-ENTRY OCCURS 200 TIMES.
               10  WS-MX-EFFECTIVE          PIC X(08).
               10  WS-MX-AMOUNT             PIC 9(05)V99.
       01  WS-REF-DROPPED               PIC 9(04)   VALUE 0.
      *
      * The week's calendar quarter and the wage and maximum found
      * for it.
       01  WS-WEEK-QUARTER.
           05  WS-WQ-YYYY               PIC X(04).
           05  FILLER                   PIC X(01)   VALUE 'Q'.
           05  WS-WQ-NUM                PIC 9(01).
       01  WS-MONTH-NUM                 PIC 9(02)   VALUE 0.
       01  WS-LOOKUP-QUARTER            PIC X(06)   VALUE SPACES.
       01  WS-LOOKUP-DATE               PIC X(08)   VALUE SPACES.
       01  WS-FOUND-QUARTER             PIC X(06)   VALUE SPACES.
       01  WS-FOUND-WAGE                PIC 9(05)V99 VALUE 0.
       01  WS-FOUND-MAXIMUM             PIC 9(05)V99 VALUE 0.
       01  WS-AVG-BENEFIT               PIC 9(05)V99 VALUE 0.
       01  WS-RATIO                     PIC 9(05)V99 VALUE 0.
      *
       01  WS-QT-COUNT                  PIC 9(03)   VALUE 0.
       01  WS-QT-SUB                    PIC 9(03)   VALUE 0.
       01  WS-QT-OVERFLOW-SW            PIC X(01)   VALUE 'N'.
           88 WS-QT-OVERFLOW                        VALUE 'Y'.
       01  WS-QUARTER-TABLE.
           05  WS-QT-ENTRY OCCURS 60 TIMES.
               10  WS-QT-QUARTER            PIC X(06).
               10  WS-QT-WEEKS              PIC 9(02).
               10  WS-QT-DOLLARS            PIC 9(11)V99.
               10  WS-QT-PAYMENTS           PIC 9(08).
               10  WS-QT-LAST-WEEK          PIC X(08).
      *
       01  WS-WEEKS-REPORTED            PIC 9(04)   VALUE 0.
       01  WS-WEEKS-NO-BENEFITS         PIC 9(04)   VALUE 0.
       01  WS-WEEKS-NO-WAGE             PIC 9(04)   VALUE 0.
       01  WS-WEEKS-NO-MAXIMUM          PIC 9(04)   VALUE 0.
       01  WS-IND-LINES                 PIC 9(02)   VALUE 0.
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
       01  WS-IND-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'WHOLESALE TRADE'.
           05  FILLER  PIC X(24) VALUE 'TRANSPORT/WAREHOUSE'.
           05  FILLER  PIC X(24) VALUE 'CONSTRUCTION'.
           05  FILLER  PIC X(24) VALUE 'FINANCE/INSURANCE'.
           05  FILLER  PIC X(24) VALUE 'MANUFACTURING'.
           05  FILLER  PIC X(24) VALUE 'AGR/FORESTRY/FISH/HUNT'.
           05  FILLER  PIC X(24) VALUE 'PUBLIC ADMINISTRATION'.
           05  FILLER  PIC X(24) VALUE 'UTILITIES'.
           05  FILLER  PIC X(24) VALUE 'ACCOM/FOODSERVICES'.
           05  FILLER  PIC X(24) VALUE 'INFORMATION'.
           05  FILLER  PIC X(24) VALUE 'PROF/SCI/TECH SERVICES'.
           05  FILLER  PIC X(24) VALUE 'RE/RENTAL/LEASING'.
           05  FILLER  PIC X(24) VALUE 'OTH SERV EXC PUB ADM'.
           05  FILLER  PIC X(24) VALUE 'MGT OF COMPANIES/ENT'.
           05  FILLER  PIC X(24) VALUE 'EDUCATIONAL SERVICES'.
           05  FILLER  PIC X(24) VALUE 'MINING'.
           05  FILLER  PIC X(24) VALUE 'HEALTHCARE/SOCIAL ASST'.
           05  FILLER  PIC X(24) VALUE 'ARTS/ENT/RECREATION'.
           05  FILLER  PIC X(24) VALUE 'ADM/SUP/WASTE MGMT'.
           05  FILLER  PIC X(24) VALUE 'RETAIL TRADE'.
       01  WS-IND-LABELS REDEFINES WS-IND-LABEL-VALUES.
           05  WS-IND-LABEL             PIC X(24) OCCURS 20 TIMES.
      *
       01  WS-REPORT-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'WAGE REPLACEMENT RATIO   WEEKS          '.
           05  WS-RH-FROM               PIC X(08).
           05  FILLER  PIC X(04) VALUE ' TO '.
           05  WS-RH-TO                 PIC X(08).
       01  WS-REPORT-RULE               PIC X(110) VALUE ALL '-'.
       01  WS-SECTION-LINE              PIC X(60)  VALUE SPACES.
       01  WS-WEEK-HEADER1.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(22) VALUE '      AVG WEEKLY  AVG '.
           05  FILLER  PIC X(20) VALUE 'WEEKLY  REPLACE   '.
           05  FILLER  PIC X(21) VALUE '  MAXIMUM   AVG PCT'.
       01  WS-WEEK-HEADER2.
           05  FILLER  PIC X(20) VALUE 'PERIOD      QUARTER'.
           05  FILLER  PIC X(22) VALUE '         BENEFIT      '.
           05  FILLER  PIC X(20) VALUE '  WAGE  RATIO PCT  '.
           05  FILLER  PIC X(21) VALUE '  BENEFIT   OF MAX'.
           05  FILLER  PIC X(06) VALUE '  NOTE'.
       01  WS-DETAIL-LINE.
           05  WS-DL-PERIOD             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-QUARTER            PIC X(06).
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  WS-DL-BENEFIT            PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-DL-WAGE               PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-DL-RATIO              PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-DL-MAXIMUM            PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-DL-MAX-RATIO          PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE               PIC X(30).
       01  WS-INDUSTRY-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'BY INDUSTRY WAGE, QUARTER               '.
           05  WS-IH-QUARTER            PIC X(06).
           05  FILLER  PIC X(24) VALUE '  AVERAGE BENEFIT '.
           05  WS-IH-BENEFIT            PIC ZZ,ZZ9.99.
           05  FILLER  PIC X(10) VALUE '  MAXIMUM '.
           05  WS-IH-MAXIMUM            PIC ZZ,ZZ9.99.
       01  WS-INDUSTRY-HEADER2.
           05  FILLER  PIC X(26) VALUE 'INDUSTRY'.
           05  FILLER  PIC X(12) VALUE '  AVG WEEKLY'.
           05  FILLER  PIC X(12) VALUE '  AVG BENEFT'.
           05  FILLER  PIC X(12) VALUE '     MAXIMUM'.
       01  WS-INDUSTRY-HEADER3.
           05  FILLER  PIC X(26) VALUE SPACES.
           05  FILLER  PIC X(12) VALUE '        WAGE'.
           05  FILLER  PIC X(12) VALUE '   PCT OF WG'.
           05  FILLER  PIC X(12) VALUE '   PCT OF WG'.
       01  WS-INDUSTRY-LINE.
           05  WS-IL-LABEL              PIC X(24).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-IL-WAGE               PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-IL-RATIO              PIC ZZ9.99.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-IL-MAX-RATIO          PIC ZZ9.99.
       01  WS-MESSAGE-LINE              PIC X(80)   VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(30).
           05  WS-SUM-COUNT             PIC ZZZ,ZZ9.
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
           PERFORM READ-CONTROL-PARM.
           IF WS-TO-WEEK = SPACES
              PERFORM FIND-LATEST-WEEK
           END-IF.
           IF WS-TO-WEEK = SPACES
              DISPLAY 'CLMSDB IS EMPTY, NO REPORT PRINTED'
              MOVE 4 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-FROM-WEEK = SPACES
              MOVE WS-TO-WEEK TO WS-KEY-NUM
              COMPUTE WS-WORK-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-KEY-NUM) - 357
              COMPUTE WS-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
              MOVE WS-WORK-NUM TO WS-FROM-WEEK
           END-IF.
           PERFORM PRINT-PARM-ECHO.
           PERFORM LOAD-WAGE-REFERENCE.
           IF WS-WG-COUNT = 0 OR WS-MX-COUNT = 0
              DISPLAY 'WAGEREF HAS NO WAGE OR NO MAXIMUM FIGURES, '
                      'RUN UNEMPWGL FIRST'
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-FROM-WEEK TO WS-RH-FROM.
           MOVE WS-TO-WEEK TO WS-RH-TO.
           WRITE PRINT-REC FROM WS-REPORT-HEADER1.
           PERFORM PRINT-WEEKLY-SECTION.
           IF WS-QT-COUNT > 0
              PERFORM PRINT-QUARTERLY-SECTION
              PERFORM PRINT-INDUSTRY-SECTION
           END-IF.
           PERFORM PRINT-RUN-SUMMARY.
           IF (WS-WEEKS-NO-WAGE > 0 OR WS-WEEKS-NO-MAXIMUM > 0
               OR WS-QT-OVERFLOW OR WS-REF-DROPPED > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
      * WRRPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT WRR-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ WRR-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE WRRPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-WRRPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE WRR-CONTROL-PARM
           ELSE
              DISPLAY 'NO WRRPARM CONTROL FILE, USING DEFAULTS'
           END-IF.
           IF WS-FROM-WEEK NOT = SPACES
              AND WS-FROM-WEEK NOT NUMERIC
              DISPLAY 'FROM-WEEK NOT A YYYYMMDD DATE: '
                      WS-FROM-WEEK
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-TO-WEEK NOT = SPACES
              AND WS-TO-WEEK NOT NUMERIC
              DISPLAY 'TO-WEEK NOT A YYYYMMDD DATE: ' WS-TO-WEEK
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-FROM-WEEK NOT = SPACES AND WS-TO-WEEK NOT = SPACES
              AND WS-FROM-WEEK > WS-TO-WEEK
              DISPLAY 'FROM-WEEK IS AFTER TO-WEEK'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'WRRPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-WRRPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'FROM-WEEK'
                 MOVE WS-KWP-VALUE (1:8) TO WS-FROM-WEEK
              WHEN WS-KWP-KEYWORD = 'TO-WEEK'
                 MOVE WS-KWP-VALUE (1:8) TO WS-TO-WEEK
              WHEN OTHER
                 DISPLAY 'UNKNOWN WRRPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       PRINT-PARM-ECHO.
           MOVE 'FROM-WEEK' TO WS-EC-KEYWORD.
           MOVE WS-FROM-WEEK TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'TO-WEEK' TO WS-EC-KEYWORD.
           MOVE WS-TO-WEEK TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
      * With no TO-WEEK card the last week is the newest week on
      * CLMSDB, found by reading the file through in key order.
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
                    MOVE RECORD-KEY TO WS-TO-WEEK
              END-READ
           END-PERFORM.
      *
       LOAD-WAGE-REFERENCE.
           MOVE SPACES TO WS-WGR-STATUS.
           OPEN INPUT WAGE-REFERENCE-FILE.
           IF NOT WS-WGR-OPEN-OK
              DISPLAY 'WAGEREF OPEN FAILED, STATUS ' WS-WGR-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM UNTIL WS-WGR-EOF
              READ WAGE-REFERENCE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-WGR-STATUS
                 NOT AT END PERFORM HOLD-REFERENCE-FIGURE
              END-READ
           END-PERFORM.
           CLOSE WAGE-REFERENCE-FILE.
      *
       HOLD-REFERENCE-FIGURE.
           EVALUATE TRUE
              WHEN WGR-AVERAGE-WAGE AND WS-WG-COUNT < 600
                 ADD 1 TO WS-WG-COUNT
                 MOVE WGR-PERIOD (1:6) TO WS-WG-QUARTER (WS-WG-COUNT)
                 MOVE WGR-IND-SLOT TO WS-WG-SLOT (WS-WG-COUNT)
                 MOVE WGR-AMOUNT TO WS-WG-AMOUNT (WS-WG-COUNT)
              WHEN WGR-MAXIMUM-BENEFIT AND WS-MX-COUNT < 200
                 ADD 1 TO WS-MX-COUNT
                 MOVE WGR-PERIOD TO WS-MX-EFFECTIVE (WS-MX-COUNT)
                 MOVE WGR-AMOUNT TO WS-MX-AMOUNT (WS-MX-COUNT)
              WHEN OTHER
                 ADD 1 TO WS-REF-DROPPED
           END-EVALUATE.
      *
       PRINT-WEEKLY-SECTION.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE 'BY WEEK' TO WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-WEEK-HEADER1.
           WRITE PRINT-REC FROM WS-WEEK-HEADER2.
           MOVE WS-FROM-WEEK TO RECORD-KEY.
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
                    IF RECORD-KEY > WS-TO-WEEK
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                    ELSE
                       PERFORM REPORT-ONE-WEEK
                    END-IF
              END-READ
           END-PERFORM.
      *
       REPORT-ONE-WEEK.
           IF BENEFIT-PAYMENT-COUNT NOT NUMERIC
              OR BENEFIT-PAYMENT-COUNT = 0
              OR BENEFIT-DOLLARS-PAID NOT NUMERIC
              ADD 1 TO WS-WEEKS-NO-BENEFITS
           ELSE
              ADD 1 TO WS-WEEKS-REPORTED
              IF BENEFIT-AVG-WEEKLY NUMERIC
                 AND BENEFIT-AVG-WEEKLY > 0
                 MOVE BENEFIT-AVG-WEEKLY TO WS-AVG-BENEFIT
              ELSE
                 COMPUTE WS-AVG-BENEFIT ROUNDED =
                    BENEFIT-DOLLARS-PAID / BENEFIT-PAYMENT-COUNT
                    ON SIZE ERROR
                       MOVE 99999.99 TO WS-AVG-BENEFIT
                 END-COMPUTE
              END-IF
              PERFORM SET-WEEK-QUARTER
              PERFORM ADD-QUARTER-WEEK
              MOVE WS-WEEK-QUARTER TO WS-LOOKUP-QUARTER
              MOVE RECORD-KEY TO WS-LOOKUP-DATE
              PERFORM FIND-STATEWIDE-WAGE
              PERFORM FIND-MAXIMUM-BENEFIT
              MOVE RECORD-KEY TO WS-DL-PERIOD
              MOVE WS-WEEK-QUARTER TO WS-DL-QUARTER
              PERFORM PRINT-DETAIL-LINE
              IF WS-FOUND-WAGE = 0
                 ADD 1 TO WS-WEEKS-NO-WAGE
              END-IF
              IF WS-FOUND-MAXIMUM = 0
                 ADD 1 TO WS-WEEKS-NO-MAXIMUM
              END-IF
           END-IF.
      *
       SET-WEEK-QUARTER.
           MOVE RECORD-KEY (1:4) TO WS-WQ-YYYY.
           MOVE RECORD-KEY (5:2) TO WS-MONTH-NUM.
           COMPUTE WS-WQ-NUM = (WS-MONTH-NUM + 2) / 3.
      *
      * Weeks arrive in date order, so a new quarter opens the next
      * entry.
       ADD-QUARTER-WEEK.
           IF WS-QT-COUNT = 0
              OR WS-WEEK-QUARTER NOT = WS-QT-QUARTER (WS-QT-COUNT)
              IF WS-QT-COUNT < 60
                 ADD 1 TO WS-QT-COUNT
                 INITIALIZE WS-QT-ENTRY (WS-QT-COUNT)
                 MOVE WS-WEEK-QUARTER TO WS-QT-QUARTER (WS-QT-COUNT)
              ELSE
                 MOVE 'Y' TO WS-QT-OVERFLOW-SW
              END-IF
           END-IF.
           IF WS-WEEK-QUARTER = WS-QT-QUARTER (WS-QT-COUNT)
              ADD 1 TO WS-QT-WEEKS (WS-QT-COUNT)
              ADD BENEFIT-DOLLARS-PAID TO WS-QT-DOLLARS (WS-QT-COUNT)
              ADD BENEFIT-PAYMENT-COUNT
                 TO WS-QT-PAYMENTS (WS-QT-COUNT)
              MOVE RECORD-KEY TO WS-QT-LAST-WEEK (WS-QT-COUNT)
           END-IF.
      *
      * The statewide wage for the quarter, or failing that for the
      * latest earlier quarter on file.
       FIND-STATEWIDE-WAGE.
           MOVE 0 TO WS-FOUND-WAGE.
           MOVE SPACES TO WS-FOUND-QUARTER.
           PERFORM VARYING WS-WG-SUB FROM 1 BY 1
                   UNTIL WS-WG-SUB > WS-WG-COUNT
              IF WS-WG-SLOT (WS-WG-SUB) = 0
                 AND WS-WG-QUARTER (WS-WG-SUB) NOT > WS-LOOKUP-QUARTER
                 MOVE WS-WG-AMOUNT (WS-WG-SUB) TO WS-FOUND-WAGE
                 MOVE WS-WG-QUARTER (WS-WG-SUB) TO WS-FOUND-QUARTER
              END-IF
           END-PERFORM.
      *
      * The maximum in effect on the date: the latest one whose
      * effective date is not after it.
       FIND-MAXIMUM-BENEFIT.
           MOVE 0 TO WS-FOUND-MAXIMUM.
           PERFORM VARYING WS-MX-SUB FROM 1 BY 1
                   UNTIL WS-MX-SUB > WS-MX-COUNT
              IF WS-MX-EFFECTIVE (WS-MX-SUB) NOT > WS-LOOKUP-DATE
                 MOVE WS-MX-AMOUNT (WS-MX-SUB) TO WS-FOUND-MAXIMUM
              END-IF
           END-PERFORM.
      *
       PRINT-DETAIL-LINE.
           MOVE WS-AVG-BENEFIT TO WS-DL-BENEFIT.
           MOVE WS-FOUND-WAGE TO WS-DL-WAGE.
           MOVE WS-FOUND-MAXIMUM TO WS-DL-MAXIMUM.
           MOVE 0 TO WS-DL-RATIO WS-DL-MAX-RATIO.
           MOVE SPACES TO WS-DL-NOTE.
           IF WS-FOUND-WAGE > 0
              COMPUTE WS-RATIO ROUNDED =
                 (WS-AVG-BENEFIT / WS-FOUND-WAGE) * 100
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-RATIO
              END-COMPUTE
              MOVE WS-RATIO TO WS-DL-RATIO
              IF WS-FOUND-QUARTER NOT = WS-LOOKUP-QUARTER
                 STRING 'WAGE OF ' WS-FOUND-QUARTER
                    DELIMITED BY SIZE INTO WS-DL-NOTE
              END-IF
           ELSE
              MOVE 'NO WAGE FIGURE' TO WS-DL-NOTE
           END-IF.
           IF WS-FOUND-MAXIMUM > 0
              COMPUTE WS-RATIO ROUNDED =
                 (WS-AVG-BENEFIT / WS-FOUND-MAXIMUM) * 100
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-RATIO
              END-COMPUTE
              MOVE WS-RATIO TO WS-DL-MAX-RATIO
           ELSE
              IF WS-DL-NOTE = SPACES
                 MOVE 'NO MAXIMUM IN EFFECT' TO WS-DL-NOTE
              END-IF
           END-IF.
           WRITE PRINT-REC FROM WS-DETAIL-LINE.
      *
       PRINT-QUARTERLY-SECTION.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE 'BY QUARTER (DOLLARS PAID OVER PAYMENTS)'
              TO WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-WEEK-HEADER1.
           WRITE PRINT-REC FROM WS-WEEK-HEADER2.
           PERFORM VARYING WS-QT-SUB FROM 1 BY 1
                   UNTIL WS-QT-SUB > WS-QT-COUNT
              PERFORM SET-QUARTER-BENEFIT
              MOVE WS-QT-QUARTER (WS-QT-SUB) TO WS-LOOKUP-QUARTER
              MOVE WS-QT-LAST-WEEK (WS-QT-SUB) TO WS-LOOKUP-DATE
              PERFORM FIND-STATEWIDE-WAGE
              PERFORM FIND-MAXIMUM-BENEFIT
              MOVE SPACES TO WS-DL-PERIOD
              STRING WS-QT-WEEKS (WS-QT-SUB) ' WEEKS'
                 DELIMITED BY SIZE INTO WS-DL-PERIOD
              MOVE WS-QT-QUARTER (WS-QT-SUB) TO WS-DL-QUARTER
              PERFORM PRINT-DETAIL-LINE
           END-PERFORM.
      *
       SET-QUARTER-BENEFIT.
           MOVE 0 TO WS-AVG-BENEFIT.
           IF WS-QT-PAYMENTS (WS-QT-SUB) > 0
              COMPUTE WS-AVG-BENEFIT ROUNDED =
                 WS-QT-DOLLARS (WS-QT-SUB)
                 / WS-QT-PAYMENTS (WS-QT-SUB)
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-AVG-BENEFIT
              END-COMPUTE
           END-IF.
      *
      * The latest quarter reported, against each industry wage
      * WAGEREF holds for the wage quarter that quarter used.
       PRINT-INDUSTRY-SECTION.
           MOVE WS-QT-COUNT TO WS-QT-SUB.
           PERFORM SET-QUARTER-BENEFIT.
           MOVE WS-QT-QUARTER (WS-QT-SUB) TO WS-LOOKUP-QUARTER.
           MOVE WS-QT-LAST-WEEK (WS-QT-SUB) TO WS-LOOKUP-DATE.
           PERFORM FIND-STATEWIDE-WAGE.
           PERFORM FIND-MAXIMUM-BENEFIT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           IF WS-FOUND-QUARTER = SPACES
              MOVE WS-LOOKUP-QUARTER TO WS-FOUND-QUARTER
           END-IF.
           MOVE WS-FOUND-QUARTER TO WS-IH-QUARTER.
           MOVE WS-AVG-BENEFIT TO WS-IH-BENEFIT.
           MOVE WS-FOUND-MAXIMUM TO WS-IH-MAXIMUM.
           WRITE PRINT-REC FROM WS-INDUSTRY-HEADER1.
           WRITE PRINT-REC FROM WS-INDUSTRY-HEADER2.
           WRITE PRINT-REC FROM WS-INDUSTRY-HEADER3.
           MOVE 0 TO WS-IND-LINES.
           PERFORM VARYING WS-WG-SUB FROM 1 BY 1
                   UNTIL WS-WG-SUB > WS-WG-COUNT
              IF WS-WG-QUARTER (WS-WG-SUB) = WS-FOUND-QUARTER
                 AND WS-WG-SLOT (WS-WG-SUB) > 0
                 AND WS-WG-SLOT (WS-WG-SUB) < 21
                 PERFORM PRINT-INDUSTRY-LINE
              END-IF
           END-PERFORM.
           IF WS-IND-LINES = 0
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'NO INDUSTRY WAGE FIGURES ON WAGEREF FOR '
                     WS-FOUND-QUARTER
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              WRITE PRINT-REC FROM WS-MESSAGE-LINE
           END-IF.
      *
       PRINT-INDUSTRY-LINE.
           ADD 1 TO WS-IND-LINES.
           MOVE WS-IND-LABEL (WS-WG-SLOT (WS-WG-SUB)) TO WS-IL-LABEL.
           MOVE WS-WG-AMOUNT (WS-WG-SUB) TO WS-IL-WAGE.
           COMPUTE WS-RATIO ROUNDED =
              (WS-AVG-BENEFIT / WS-WG-AMOUNT (WS-WG-SUB)) * 100
              ON SIZE ERROR
                 MOVE 999.99 TO WS-RATIO
           END-COMPUTE.
           MOVE WS-RATIO TO WS-IL-RATIO.
           COMPUTE WS-RATIO ROUNDED =
              (WS-FOUND-MAXIMUM / WS-WG-AMOUNT (WS-WG-SUB)) * 100
              ON SIZE ERROR
                 MOVE 999.99 TO WS-RATIO
           END-COMPUTE.
           MOVE WS-RATIO TO WS-IL-MAX-RATIO.
           WRITE PRINT-REC FROM WS-INDUSTRY-LINE.
      *
       PRINT-RUN-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-QT-OVERFLOW
              MOVE 'MORE THAN 60 QUARTERS, LATER ONES NOT SHOWN'
                 TO WS-MESSAGE-LINE
              WRITE PRINT-REC FROM WS-MESSAGE-LINE
              DISPLAY WS-MESSAGE-LINE
           END-IF.
           MOVE 'WEEKS REPORTED               :' TO WS-SUM-LABEL.
           MOVE WS-WEEKS-REPORTED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
           MOVE 'WEEKS WITHOUT BENEFIT DATA   :' TO WS-SUM-LABEL.
           MOVE WS-WEEKS-NO-BENEFITS TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'WEEKS WITHOUT A WAGE FIGURE  :' TO WS-SUM-LABEL.
           MOVE WS-WEEKS-NO-WAGE TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'WEEKS WITHOUT A MAXIMUM      :' TO WS-SUM-LABEL.
           MOVE WS-WEEKS-NO-MAXIMUM TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REFERENCE FIGURES NOT HELD   :' TO WS-SUM-LABEL.
           MOVE WS-REF-DROPPED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           STOP RUN.
