      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPWGL.
      ****************************************************************
      *  Wage and maximum benefit reference loader.  The average
      *  weekly benefit on CLMSDB means little without the state
      *  average weekly wage beside it, so the covered-wage figures
      *  published each quarter and the statutory maximum weekly
      *  benefit amount are kept on the keyed WAGEREF file for the
      *  UNEMPWRR replacement ratio report.  They arrive as the
      *  comma-delimited WAGEIN file, one figure per line:
      *
      *     AWW,YYYYQn,sector,amount   average weekly covered wage
      *                                for quarter n of YYYY; sector
      *                                ALL for the statewide figure
      *                                or the NAICS two-digit sector
      *                                (31-33 style ranges are read
      *                                by their first code)
      *     MAX,MM/DD/YYYY,amount      statutory maximum weekly
      *                                benefit amount in effect from
      *                                that date until the next MAX
      *
      *  amounts in dollars and cents, e.g. 1234.56.  A sector is
      *  stored against its CLMDB-CBIND-FIELDS industry column, so
      *  the sectors of one column (manufacturing 31-33, retail
      *  44-45, transportation 48-49) share one figure and the last
      *  one loaded stands.  A figure re-sent for the same quarter
      *  and sector, or the same effective date, replaces the stored
      *  one and the amount it replaced is kept.  A header line
      *  starting TYPE, blank lines and '*' comment lines are
      *  skipped.  A line with an unknown type, bad quarter, date,
      *  sector or amount is listed and rejected, ending with
      *  RETURN-CODE 4.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT WAGE-REFERENCE-INPUT ASSIGN TO WAGEIN.
           SELECT OPTIONAL WAGE-REFERENCE-FILE ASSIGN TO WAGEREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WGR-RECORD-KEY
                  FILE STATUS IS WS-WGR-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  WAGE-REFERENCE-INPUT RECORDING MODE F.
       01  WAGEIN-REC                                PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  LASTREC                      PIC X(01)   VALUE 'N'.
       01  WS-WGR-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-WGR-OPEN-OK                        VALUES '00' '05'.
           88 WS-WGR-IO-OK                          VALUE '00'.
       01  WS-WGR-FOUND-SW              PIC X(01)   VALUE 'N'.
           88 WS-WGR-FOUND                          VALUE 'Y'.
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
      *
       01  SRC-WGR-FIELDS.
           05  SRC-WGR-TYPE                         PIC X(03).
           05  SRC-WGR-QUARTER.
               10  SRC-WGR-QTR-YYYY                 PIC X(04).
               10  SRC-WGR-QTR-Q                    PIC X(01).
               10  SRC-WGR-QTR-NUM                  PIC X(01).
               10  SRC-WGR-QTR-REST                 PIC X(34).
           05  SRC-WGR-EFF-DATE REDEFINES SRC-WGR-QUARTER.
               10  SRC-WGR-EFF-MM                   PIC X(02).
               10  FILLER                           PIC X(01).
               10  SRC-WGR-EFF-DD                   PIC X(02).
               10  FILLER                           PIC X(01).
               10  SRC-WGR-EFF-YYYY                 PIC X(04).
               10  SRC-WGR-EFF-REST                 PIC X(30).
           05  SRC-WGR-SECTOR-TEXT                  PIC X(06).
           05  SRC-WGR-SECTOR-CODE REDEFINES SRC-WGR-SECTOR-TEXT.
               10  SRC-WGR-SECTOR                   PIC X(02).
               10  FILLER                           PIC X(04).
           05  SRC-WGR-AMOUNT-TEXT                  PIC X(12).
       01  WS-RAW-FIELDS.
           05  WS-RAW-FIELD             PIC X(40)   OCCURS 4 TIMES.
       01  WS-RAW-SUB                   PIC 9(02)   VALUE 0.
       01  WS-JUST-FIELD                PIC X(40)   VALUE SPACES.
       01  WS-JUST-WORK                 PIC X(40)   VALUE SPACES.
       01  WS-JUST-LEAD                 PIC 9(02)   VALUE 0.
       01  WS-AMOUNT-LEN                PIC 9(02)   VALUE 0.
       01  WS-AMOUNT-SUB                PIC 9(02)   VALUE 0.
       01  WS-AMOUNT-DOTS               PIC 9(02)   VALUE 0.
       01  WS-AMOUNT-DECIMALS           PIC 9(02)   VALUE 0.
       01  WS-AMOUNT-NUM                PIC 9(07)V99 VALUE 0.
       01  WS-WORK-PERIOD               PIC X(08)   VALUE SPACES.
      *
       01  WS-ID-DATE                   PIC X(08)   VALUE SPACES.
       01  WS-ID-DATE-PARTS REDEFINES WS-ID-DATE.
           05  WS-ID-YYYY                           PIC 9(04).
           05  WS-ID-MM                             PIC 9(02).
           05  WS-ID-DD                             PIC 9(02).
       01  WS-ID-MAX-DAY                PIC 9(02)   VALUE 0.
       01  WS-ID-VALID-SW               PIC X(01)   VALUE 'Y'.
           88 WS-ID-VALID                           VALUE 'Y'.
      *
       01  WS-REJECT-REASON             PIC X(40)   VALUE SPACES.
       01  WS-IND-SLOT                  PIC 9(02)   VALUE 0.
      *
       01  WS-LINES-READ                PIC 9(06)   VALUE 0.
       01  WS-LINES-SKIPPED             PIC 9(06)   VALUE 0.
       01  WS-FIGURES-ADDED             PIC 9(06)   VALUE 0.
       01  WS-FIGURES-REPLACED          PIC 9(06)   VALUE 0.
       01  WS-FIGURES-REJECTED          PIC 9(06)   VALUE 0.
       01  WS-WRITES-FAILED             PIC 9(06)   VALUE 0.
      *
       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               'WAGE AND MAXIMUM BENEFIT REFERENCE LOAD'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE              PIC X(08).
       01  WS-REJECT-LINE.
           05  FILLER                   PIC X(07) VALUE 'REJECT '.
           05  FILLER                   PIC X(05) VALUE 'LINE '.
           05  WS-REJ-LINE-NO           PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-REJ-REASON            PIC X(40).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-REJ-TEXT              PIC X(71).
       01  WS-REPLACED-LINE.
           05  FILLER                   PIC X(09) VALUE 'REPLACED '.
           05  FILLER                   PIC X(05) VALUE 'LINE '.
           05  WS-RPL-LINE-NO           PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RPL-TYPE              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RPL-PERIOD            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RPL-SLOT              PIC Z9.
           05  FILLER                   PIC X(06) VALUE '  OLD '.
           05  WS-RPL-OLD               PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(06) VALUE '  NEW '.
           05  WS-RPL-NEW               PIC ZZ,ZZ9.99.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(25).
           05  WS-SUM-COUNT             PIC ZZZ,ZZ9.
      *
       01  WS-STAT-SUBROUTINE           PIC X(08)   VALUE 'UNEMPWST'.
       01  WS-STAT-DATA.
           05  WS-STAT-PROGRAM          PIC X(08)   VALUE 'UNEMPWGL'.
           05  WS-STAT-RETURN-CODE      PIC 9(04)   VALUE 0.
           05  WS-STAT-READ             PIC 9(06)   VALUE 0.
           05  WS-STAT-WRITTEN          PIC 9(06)   VALUE 0.
           05  WS-STAT-REJECTED         PIC 9(06)   VALUE 0.
           05  WS-STAT-MISMATCH-FLAG    PIC X(01)   VALUE 'N'.
           05  WS-STAT-INA-MISMATCH     PIC 9(04)   VALUE 0.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN OUTPUT PRINT-LINE.
           OPEN INPUT WAGE-REFERENCE-INPUT.
           OPEN I-O WAGE-REFERENCE-FILE.
           IF NOT WS-WGR-OPEN-OK
              DISPLAY 'WAGEREF OPEN FAILED, STATUS ' WS-WGR-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           DISPLAY "FILE OPEN SUCCESSFUL".
           MOVE WS-TODAY TO WS-HDG-DATE.
           WRITE PRINT-REC FROM WS-HEADING-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM LOAD-WAGE-FILE.
           PERFORM PRINT-SUMMARY.
           IF WS-FIGURES-REJECTED > 0 OR WS-WRITES-FAILED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
       LOAD-WAGE-FILE.
           PERFORM READ-WAGE-LINE.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM APPLY-WAGE-LINE
              PERFORM READ-WAGE-LINE
           END-PERFORM.
      *
       READ-WAGE-LINE.
           READ WAGE-REFERENCE-INPUT
           AT END MOVE 'Y' TO LASTREC
           NOT AT END
             ADD 1 TO WS-LINES-READ
             MOVE SPACES TO WS-RAW-FIELDS
             UNSTRING WAGEIN-REC DELIMITED BY ','
               INTO WS-RAW-FIELD (1)
                    WS-RAW-FIELD (2)
                    WS-RAW-FIELD (3)
                    WS-RAW-FIELD (4)
             END-UNSTRING
           END-READ.
      *
       APPLY-WAGE-LINE.
           IF WAGEIN-REC = SPACES OR WAGEIN-REC (1:1) = '*'
              OR WAGEIN-REC (1:5) = 'TYPE,'
              OR WAGEIN-REC (1:5) = 'Type,'
              ADD 1 TO WS-LINES-SKIPPED
           ELSE
              PERFORM EDIT-WAGE-LINE
              IF WS-REJECT-REASON = SPACES
                 PERFORM STORE-WAGE-FIGURE
              ELSE
                 PERFORM REPORT-REJECTED-LINE
              END-IF
           END-IF.
      *
       EDIT-WAGE-LINE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO SRC-WGR-FIELDS.
           PERFORM VARYING WS-RAW-SUB FROM 1 BY 1 UNTIL WS-RAW-SUB > 4
              MOVE WS-RAW-FIELD (WS-RAW-SUB) TO WS-JUST-FIELD
              PERFORM LEFT-JUSTIFY-FIELD
              MOVE WS-JUST-FIELD TO WS-RAW-FIELD (WS-RAW-SUB)
           END-PERFORM.
           MOVE WS-RAW-FIELD (1) TO SRC-WGR-TYPE.
           MOVE WS-RAW-FIELD (2) TO SRC-WGR-QUARTER.
           IF WS-RAW-FIELD (1) (4:1) NOT = SPACE
              MOVE 'XXX' TO SRC-WGR-TYPE
           END-IF.
           EVALUATE SRC-WGR-TYPE
              WHEN 'AWW'
                 MOVE WS-RAW-FIELD (3) TO SRC-WGR-SECTOR-TEXT
                 MOVE WS-RAW-FIELD (4) TO SRC-WGR-AMOUNT-TEXT
                 PERFORM EDIT-AVERAGE-WAGE
              WHEN 'MAX'
                 MOVE WS-RAW-FIELD (3) TO SRC-WGR-AMOUNT-TEXT
                 IF WS-RAW-FIELD (4) NOT = SPACES
                    MOVE 'MAX LINE HAS TOO MANY FIELDS'
                       TO WS-REJECT-REASON
                 ELSE
                    PERFORM EDIT-MAXIMUM-BENEFIT
                 END-IF
              WHEN OTHER
                 MOVE 'TYPE NOT AWW OR MAX' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              PERFORM EDIT-AMOUNT
           END-IF.
      *
       EDIT-AVERAGE-WAGE.
           IF SRC-WGR-QTR-YYYY NOT NUMERIC
              OR SRC-WGR-QTR-Q NOT = 'Q'
              OR SRC-WGR-QTR-NUM < '1' OR SRC-WGR-QTR-NUM > '4'
              OR SRC-WGR-QTR-REST NOT = SPACES
              MOVE 'QUARTER NOT YYYYQN' TO WS-REJECT-REASON
           ELSE
              MOVE SPACES TO WS-WORK-PERIOD
              MOVE SRC-WGR-QUARTER (1:6) TO WS-WORK-PERIOD
           END-IF.
           IF WS-REJECT-REASON = SPACES
              IF SRC-WGR-SECTOR-TEXT = 'ALL'
                 MOVE 0 TO WS-IND-SLOT
              ELSE
                 PERFORM MAP-NAICS-SECTOR
                 IF WS-IND-SLOT = 0
                    MOVE 'SECTOR NOT ALL OR A CBIND NAICS SECTOR'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
      *
       EDIT-MAXIMUM-BENEFIT.
           MOVE 0 TO WS-IND-SLOT.
           MOVE SPACES TO WS-ID-DATE.
           STRING SRC-WGR-EFF-YYYY DELIMITED BY SIZE
                  SRC-WGR-EFF-MM DELIMITED BY SIZE
                  SRC-WGR-EFF-DD DELIMITED BY SIZE
                  INTO WS-ID-DATE.
           PERFORM VALIDATE-ID-DATE.
           IF NOT WS-ID-VALID OR SRC-WGR-EFF-REST NOT = SPACES
              MOVE 'EFFECTIVE DATE NOT MM/DD/YYYY'
                 TO WS-REJECT-REASON
           ELSE
              MOVE WS-ID-DATE TO WS-WORK-PERIOD
           END-IF.
      *
      * Download tools often pad after each comma.
       LEFT-JUSTIFY-FIELD.
           MOVE 0 TO WS-JUST-LEAD.
           INSPECT WS-JUST-FIELD TALLYING WS-JUST-LEAD
              FOR LEADING SPACE.
           IF WS-JUST-LEAD > 0 AND WS-JUST-LEAD < 40
              MOVE WS-JUST-FIELD (WS-JUST-LEAD + 1:) TO WS-JUST-WORK
              MOVE WS-JUST-WORK TO WS-JUST-FIELD
           END-IF.
      *
       VALIDATE-ID-DATE.
           MOVE 'Y' TO WS-ID-VALID-SW.
           IF WS-ID-DATE NOT NUMERIC
              MOVE 'N' TO WS-ID-VALID-SW
           ELSE
              IF WS-ID-MM < 1 OR WS-ID-MM > 12
                 MOVE 'N' TO WS-ID-VALID-SW
              ELSE
                 EVALUATE WS-ID-MM
                    WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-ID-MAX-DAY
                    WHEN 2
                       MOVE 29 TO WS-ID-MAX-DAY
                    WHEN OTHER
                       MOVE 31 TO WS-ID-MAX-DAY
                 END-EVALUATE
                 IF WS-ID-DD < 1 OR WS-ID-DD > WS-ID-MAX-DAY
                    MOVE 'N' TO WS-ID-VALID-SW
                 END-IF
              END-IF
           END-IF.
      *
      * Dollars with at most one point and two places of cents.
       EDIT-AMOUNT.
           MOVE 0 TO WS-AMOUNT-LEN WS-AMOUNT-DOTS WS-AMOUNT-DECIMALS.
           INSPECT SRC-WGR-AMOUNT-TEXT TALLYING WS-AMOUNT-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-AMOUNT-LEN < 1 OR WS-AMOUNT-LEN > 8
              MOVE 'AMOUNT NOT 99999.99' TO WS-REJECT-REASON
           ELSE
              PERFORM VARYING WS-AMOUNT-SUB FROM 1 BY 1
                      UNTIL WS-AMOUNT-SUB > WS-AMOUNT-LEN
                 EVALUATE TRUE
                    WHEN SRC-WGR-AMOUNT-TEXT (WS-AMOUNT-SUB:1) = '.'
                       ADD 1 TO WS-AMOUNT-DOTS
                    WHEN SRC-WGR-AMOUNT-TEXT (WS-AMOUNT-SUB:1)
                         NOT NUMERIC
                       MOVE 9 TO WS-AMOUNT-DOTS
                    WHEN WS-AMOUNT-DOTS > 0
                       ADD 1 TO WS-AMOUNT-DECIMALS
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-PERFORM
              IF WS-AMOUNT-DOTS > 1 OR WS-AMOUNT-DECIMALS > 2
                 OR SRC-WGR-AMOUNT-TEXT (1:WS-AMOUNT-LEN) = '.'
                 MOVE 'AMOUNT NOT 99999.99' TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-AMOUNT-NUM =
                    FUNCTION NUMVAL (SRC-WGR-AMOUNT-TEXT)
                 IF WS-AMOUNT-NUM = 0 OR WS-AMOUNT-NUM > 99999.99
                    MOVE 'AMOUNT ZERO OR OVER 99999.99'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
      *
      * NAICS two-digit sector to the CLMDB-CBIND-FIELDS industry
      * column (1 = wholesale trade ... 20 = retail trade).
       MAP-NAICS-SECTOR.
           EVALUATE SRC-WGR-SECTOR
              WHEN '42'             MOVE 1  TO WS-IND-SLOT
              WHEN '48' WHEN '49'   MOVE 2  TO WS-IND-SLOT
              WHEN '23'             MOVE 3  TO WS-IND-SLOT
              WHEN '52'             MOVE 4  TO WS-IND-SLOT
              WHEN '31' WHEN '32' WHEN '33'
                                    MOVE 5  TO WS-IND-SLOT
              WHEN '11'             MOVE 6  TO WS-IND-SLOT
              WHEN '92'             MOVE 7  TO WS-IND-SLOT
              WHEN '22'             MOVE 8  TO WS-IND-SLOT
              WHEN '72'             MOVE 9  TO WS-IND-SLOT
              WHEN '51'             MOVE 10 TO WS-IND-SLOT
              WHEN '54'             MOVE 11 TO WS-IND-SLOT
              WHEN '53'             MOVE 12 TO WS-IND-SLOT
              WHEN '81'             MOVE 13 TO WS-IND-SLOT
              WHEN '55'             MOVE 14 TO WS-IND-SLOT
              WHEN '61'             MOVE 15 TO WS-IND-SLOT
              WHEN '21'             MOVE 16 TO WS-IND-SLOT
              WHEN '62'             MOVE 17 TO WS-IND-SLOT
              WHEN '71'             MOVE 18 TO WS-IND-SLOT
              WHEN '56'             MOVE 19 TO WS-IND-SLOT
              WHEN '44' WHEN '45'   MOVE 20 TO WS-IND-SLOT
              WHEN OTHER            MOVE 0  TO WS-IND-SLOT
           END-EVALUATE.
      *
       STORE-WAGE-FIGURE.
           PERFORM SET-WAGE-KEY.
           READ WAGE-REFERENCE-FILE.
           IF WS-WGR-IO-OK
              MOVE 'Y' TO WS-WGR-FOUND-SW
              MOVE WGR-AMOUNT TO WGR-PRIOR-AMOUNT
           ELSE
              MOVE 'N' TO WS-WGR-FOUND-SW
              MOVE SPACES TO WAGE-REFERENCE-REC
              PERFORM SET-WAGE-KEY
              MOVE 0 TO WGR-PRIOR-AMOUNT
           END-IF.
           MOVE WS-AMOUNT-NUM TO WGR-AMOUNT.
           IF WS-IND-SLOT = 0
              MOVE SPACES TO WGR-SECTOR
           ELSE
              MOVE SRC-WGR-SECTOR TO WGR-SECTOR
           END-IF.
           MOVE WS-TODAY TO WGR-LOAD-DATE.
           IF WS-WGR-FOUND
              REWRITE WAGE-REFERENCE-REC
           ELSE
              WRITE WAGE-REFERENCE-REC
           END-IF.
           IF WS-WGR-IO-OK
              IF WS-WGR-FOUND
                 ADD 1 TO WS-FIGURES-REPLACED
                 IF WGR-PRIOR-AMOUNT NOT = WGR-AMOUNT
                    PERFORM REPORT-REPLACED-LINE
                 END-IF
              ELSE
                 ADD 1 TO WS-FIGURES-ADDED
              END-IF
           ELSE
              ADD 1 TO WS-WRITES-FAILED
              DISPLAY 'WAGEREF WRITE FAILED FOR ' WGR-TYPE ' '
                      WGR-PERIOD ' ' WGR-IND-SLOT
                      ' STATUS ' WS-WGR-STATUS
           END-IF.
      *
       SET-WAGE-KEY.
           IF SRC-WGR-TYPE = 'AWW'
              MOVE 'W' TO WGR-TYPE
           ELSE
              MOVE 'M' TO WGR-TYPE
           END-IF.
           MOVE WS-WORK-PERIOD TO WGR-PERIOD.
           MOVE WS-IND-SLOT TO WGR-IND-SLOT.
      *
       REPORT-REJECTED-LINE.
           ADD 1 TO WS-FIGURES-REJECTED.
           MOVE WS-LINES-READ TO WS-REJ-LINE-NO.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON.
           MOVE WAGEIN-REC TO WS-REJ-TEXT.
           WRITE PRINT-REC FROM WS-REJECT-LINE.
      *
       REPORT-REPLACED-LINE.
           MOVE WS-LINES-READ TO WS-RPL-LINE-NO.
           MOVE WGR-TYPE TO WS-RPL-TYPE.
           MOVE WGR-PERIOD TO WS-RPL-PERIOD.
           MOVE WGR-IND-SLOT TO WS-RPL-SLOT.
           MOVE WGR-PRIOR-AMOUNT TO WS-RPL-OLD.
           MOVE WGR-AMOUNT TO WS-RPL-NEW.
           WRITE PRINT-REC FROM WS-REPLACED-LINE.
      *
       PRINT-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'LINES READ             :' TO WS-SUM-LABEL.
           MOVE WS-LINES-READ TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LINES SKIPPED          :' TO WS-SUM-LABEL.
           MOVE WS-LINES-SKIPPED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FIGURES ADDED          :' TO WS-SUM-LABEL.
           MOVE WS-FIGURES-ADDED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FIGURES REPLACED       :' TO WS-SUM-LABEL.
           MOVE WS-FIGURES-REPLACED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FIGURES REJECTED       :' TO WS-SUM-LABEL.
           MOVE WS-FIGURES-REJECTED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REFERENCE WRITES FAILED:' TO WS-SUM-LABEL.
           MOVE WS-WRITES-FAILED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
      *
       CLOSE-STOP.
           CLOSE WAGE-REFERENCE-INPUT.
           CLOSE PRINT-LINE.
           CLOSE WAGE-REFERENCE-FILE.
           COMPUTE WS-STAT-READ = WS-LINES-READ - WS-LINES-SKIPPED.
           COMPUTE WS-STAT-WRITTEN =
              WS-FIGURES-ADDED + WS-FIGURES-REPLACED.
           COMPUTE WS-STAT-REJECTED =
              WS-FIGURES-REJECTED + WS-WRITES-FAILED.
           MOVE RETURN-CODE TO WS-STAT-RETURN-CODE.
           CALL WS-STAT-SUBROUTINE USING WS-STAT-DATA.
           STOP RUN.
