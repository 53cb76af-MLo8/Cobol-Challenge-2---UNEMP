      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPWRN.
      ****************************************************************
      *  WARN layoff-notice loader.  Employers planning a mass layoff
      *  must file a WARN notice ahead of it, and those notices are
      *  usually the explanation when an industry column or a region
      *  jumps.  The notices download arrives as the comma-delimited
      *  WARNIN file, one notice per line:
      *
      *     employer, NAICS code, county, region (3 digits),
      *     notice date MM/DD/YYYY, effective layoff date MM/DD/YYYY,
      *     workers affected
      *
      *  Each notice is loaded onto the keyed WARNDB file (key
      *  effective date YYYYMMDD, employer, region) with the NAICS
      *  sector translated to its CLMDB-CBIND-FIELDS industry column,
      *  so UNEMPWNL can hand the notices behind a movement to the
      *  threshold alert, the press-release draft and the UNEMPWNR
      *  notice report.  An amended notice re-sent with the same
      *  effective date replaces the stored one.  A header line
      *  starting EMPLOYER, blank lines and '*' comment lines are
      *  skipped.  A notice whose NAICS sector has no CBIND column is
      *  still loaded (it matches by region only).  A notice with a
      *  missing employer, bad region, bad date or bad worker count
      *  is listed and rejected, ending with RETURN-CODE 4.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT WARN-NOTICE-INPUT ASSIGN TO WARNIN.
           SELECT OPTIONAL WARN-NOTICE-FILE ASSIGN TO WARNDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WRN-RECORD-KEY
                  FILE STATUS IS WS-WRN-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  WARN-NOTICE-INPUT RECORDING MODE F.
       01  WARNIN-REC                                PIC X(160).
      *
       FD  WARN-NOTICE-FILE.
       01  WARN-NOTICE-REC.
           05  WRN-RECORD-KEY.
               10  WRN-EFFECTIVE-DATE               PIC X(08).
               10  WRN-EMPLOYER                     PIC X(40).
               10  WRN-REGION                       PIC X(03).
           05  WRN-NOTICE-DATE                      PIC X(08).
           05  WRN-NAICS                            PIC X(06).
           05  WRN-IND-SLOT                         PIC 9(02).
           05  WRN-COUNTY                           PIC X(20).
           05  WRN-WORKERS                          PIC 9(06).
           05  WRN-LOAD-DATE                        PIC X(08).
           05  FILLER                               PIC X(19).
      *
       WORKING-STORAGE SECTION.
       01  LASTREC                      PIC X(01)   VALUE 'N'.
       01  WS-WRN-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-WRN-OPEN-OK                        VALUES '00' '05'.
           88 WS-WRN-IO-OK                          VALUE '00'.
       01  WS-WRN-FOUND-SW              PIC X(01)   VALUE 'N'.
           88 WS-WRN-FOUND                          VALUE 'Y'.
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
      *
       01  SRC-WRN-FIELDS.
           05  SRC-WRN-EMPLOYER                     PIC X(40).
           05  SRC-WRN-NAICS                        PIC X(06).
           05  SRC-WRN-NAICS-SECTOR REDEFINES SRC-WRN-NAICS.
               10  SRC-WRN-SECTOR                   PIC X(02).
               10  FILLER                           PIC X(04).
           05  SRC-WRN-COUNTY                       PIC X(20).
           05  SRC-WRN-REGION                       PIC X(03).
           05  SRC-WRN-NOTICE-DATE.
               10  SRC-WRN-NTC-MM                   PIC X(02).
               10  FILLER                           PIC X(01).
               10  SRC-WRN-NTC-DD                   PIC X(02).
               10  FILLER                           PIC X(01).
               10  SRC-WRN-NTC-YYYY                 PIC X(04).
           05  SRC-WRN-EFF-DATE.
               10  SRC-WRN-EFF-MM                   PIC X(02).
               10  FILLER                           PIC X(01).
               10  SRC-WRN-EFF-DD                   PIC X(02).
               10  FILLER                           PIC X(01).
               10  SRC-WRN-EFF-YYYY                 PIC X(04).
           05  SRC-WRN-WORKERS-TEXT                 PIC X(08).
       01  WS-RAW-FIELDS.
           05  WS-RAW-FIELD             PIC X(40)   OCCURS 7 TIMES.
       01  WS-RAW-SUB                   PIC 9(02)   VALUE 0.
       01  WS-JUST-FIELD                PIC X(40)   VALUE SPACES.
       01  WS-JUST-WORK                 PIC X(40)   VALUE SPACES.
       01  WS-JUST-LEAD                 PIC 9(02)   VALUE 0.
       01  WS-WORKERS-LEN               PIC 9(02)   VALUE 0.
       01  WS-WORKERS-NUM               PIC 9(06)   VALUE 0.
       01  WS-WORK-NOTICE-DATE          PIC X(08)   VALUE SPACES.
       01  WS-WORK-EFF-DATE             PIC X(08)   VALUE SPACES.
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
       01  WS-NOTICES-ADDED             PIC 9(06)   VALUE 0.
       01  WS-NOTICES-REPLACED          PIC 9(06)   VALUE 0.
       01  WS-NOTICES-REJECTED          PIC 9(06)   VALUE 0.
       01  WS-NOTICES-NO-SECTOR         PIC 9(06)   VALUE 0.
       01  WS-WRITES-FAILED             PIC 9(06)   VALUE 0.
      *
       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               'WARN LAYOFF NOTICE LOAD'.
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
       01  WS-NO-SECTOR-LINE.
           05  FILLER                   PIC X(12) VALUE 'NO INDUSTRY '.
           05  FILLER                   PIC X(05) VALUE 'LINE '.
           05  WS-NOS-LINE-NO           PIC ZZZZZ9.
           05  FILLER                   PIC X(08) VALUE '  NAICS '.
           05  WS-NOS-NAICS             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-NOS-EMPLOYER          PIC X(40).
           05  FILLER                   PIC X(24) VALUE
               '  LOADED, REGION ONLY'.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(25).
           05  WS-SUM-COUNT             PIC ZZZ,ZZ9.
      *
       01  WS-STAT-SUBROUTINE           PIC X(08)   VALUE 'UNEMPWST'.
       01  WS-STAT-DATA.
           05  WS-STAT-PROGRAM          PIC X(08)   VALUE 'UNEMPWRN'.
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
           OPEN INPUT WARN-NOTICE-INPUT.
           OPEN I-O WARN-NOTICE-FILE.
           IF NOT WS-WRN-OPEN-OK
              DISPLAY 'WARNDB OPEN FAILED, STATUS ' WS-WRN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           DISPLAY "FILE OPEN SUCCESSFUL".
           MOVE WS-TODAY TO WS-HDG-DATE.
           WRITE PRINT-REC FROM WS-HEADING-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM LOAD-WARN-FILE.
           PERFORM PRINT-SUMMARY.
           IF WS-NOTICES-REJECTED > 0 OR WS-WRITES-FAILED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
       LOAD-WARN-FILE.
           PERFORM READ-WARN-LINE.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM APPLY-WARN-LINE
              PERFORM READ-WARN-LINE
           END-PERFORM.
      *
      * The employer and county can carry embedded blanks, so the
      * line is split on commas only.
       READ-WARN-LINE.
           READ WARN-NOTICE-INPUT
           AT END MOVE 'Y' TO LASTREC
           NOT AT END
             ADD 1 TO WS-LINES-READ
             MOVE SPACES TO WS-RAW-FIELDS
             UNSTRING WARNIN-REC DELIMITED BY ','
               INTO WS-RAW-FIELD (1)
                    WS-RAW-FIELD (2)
                    WS-RAW-FIELD (3)
                    WS-RAW-FIELD (4)
                    WS-RAW-FIELD (5)
                    WS-RAW-FIELD (6)
                    WS-RAW-FIELD (7)
             END-UNSTRING
           END-READ.
      *
       APPLY-WARN-LINE.
           IF WARNIN-REC = SPACES OR WARNIN-REC (1:1) = '*'
              OR WARNIN-REC (1:9) = 'EMPLOYER,'
              OR WARNIN-REC (1:9) = 'Employer,'
              ADD 1 TO WS-LINES-SKIPPED
           ELSE
              PERFORM EDIT-WARN-LINE
              IF WS-REJECT-REASON = SPACES
                 PERFORM STORE-WARN-NOTICE
              ELSE
                 PERFORM REPORT-REJECTED-LINE
              END-IF
           END-IF.
      *
       EDIT-WARN-LINE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO SRC-WRN-FIELDS.
           PERFORM VARYING WS-RAW-SUB FROM 1 BY 1 UNTIL WS-RAW-SUB > 7
              MOVE WS-RAW-FIELD (WS-RAW-SUB) TO WS-JUST-FIELD
              PERFORM LEFT-JUSTIFY-FIELD
              MOVE WS-JUST-FIELD TO WS-RAW-FIELD (WS-RAW-SUB)
           END-PERFORM.
           MOVE WS-RAW-FIELD (1) TO SRC-WRN-EMPLOYER.
           MOVE WS-RAW-FIELD (2) TO SRC-WRN-NAICS.
           MOVE WS-RAW-FIELD (3) TO SRC-WRN-COUNTY.
           MOVE WS-RAW-FIELD (4) TO SRC-WRN-REGION.
           MOVE WS-RAW-FIELD (5) TO SRC-WRN-NOTICE-DATE.
           MOVE WS-RAW-FIELD (6) TO SRC-WRN-EFF-DATE.
           MOVE WS-RAW-FIELD (7) TO SRC-WRN-WORKERS-TEXT.
           IF WS-RAW-FIELD (4) (4:1) NOT = SPACE
              MOVE 'XXX' TO SRC-WRN-REGION
           END-IF.
           IF SRC-WRN-EMPLOYER = SPACES
              MOVE 'EMPLOYER MISSING' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND SRC-WRN-REGION NOT NUMERIC
              MOVE 'REGION NOT 3 DIGITS' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              STRING SRC-WRN-NTC-YYYY DELIMITED BY SIZE
                     SRC-WRN-NTC-MM DELIMITED BY SIZE
                     SRC-WRN-NTC-DD DELIMITED BY SIZE
                     INTO WS-WORK-NOTICE-DATE
              MOVE WS-WORK-NOTICE-DATE TO WS-ID-DATE
              PERFORM VALIDATE-ID-DATE
              IF NOT WS-ID-VALID
                 MOVE 'NOTICE DATE NOT MM/DD/YYYY' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              STRING SRC-WRN-EFF-YYYY DELIMITED BY SIZE
                     SRC-WRN-EFF-MM DELIMITED BY SIZE
                     SRC-WRN-EFF-DD DELIMITED BY SIZE
                     INTO WS-WORK-EFF-DATE
              MOVE WS-WORK-EFF-DATE TO WS-ID-DATE
              PERFORM VALIDATE-ID-DATE
              IF NOT WS-ID-VALID
                 MOVE 'EFFECTIVE DATE NOT MM/DD/YYYY'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM EDIT-WORKERS-COUNT
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM MAP-NAICS-SECTOR
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
       EDIT-WORKERS-COUNT.
           MOVE 0 TO WS-WORKERS-LEN.
           INSPECT SRC-WRN-WORKERS-TEXT TALLYING WS-WORKERS-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-WORKERS-LEN < 1 OR WS-WORKERS-LEN > 6
              MOVE 'WORKERS AFFECTED NOT 1-6 DIGITS'
                 TO WS-REJECT-REASON
           ELSE
              IF SRC-WRN-WORKERS-TEXT (1:WS-WORKERS-LEN) NOT NUMERIC
                 MOVE 'WORKERS AFFECTED NOT NUMERIC'
                    TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-WORKERS-NUM =
                    FUNCTION NUMVAL (SRC-WRN-WORKERS-TEXT)
                 IF WS-WORKERS-NUM = 0
                    MOVE 'WORKERS AFFECTED IS ZERO'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
      *
      * NAICS two-digit sector to the CLMDB-CBIND-FIELDS industry
      * column (1 = wholesale trade ... 20 = retail trade).
       MAP-NAICS-SECTOR.
           EVALUATE SRC-WRN-SECTOR
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
       STORE-WARN-NOTICE.
           MOVE WS-WORK-EFF-DATE TO WRN-EFFECTIVE-DATE.
           MOVE SRC-WRN-EMPLOYER TO WRN-EMPLOYER.
           MOVE SRC-WRN-REGION TO WRN-REGION.
           READ WARN-NOTICE-FILE.
           IF WS-WRN-IO-OK
              MOVE 'Y' TO WS-WRN-FOUND-SW
           ELSE
              MOVE 'N' TO WS-WRN-FOUND-SW
              MOVE SPACES TO WARN-NOTICE-REC
              MOVE WS-WORK-EFF-DATE TO WRN-EFFECTIVE-DATE
              MOVE SRC-WRN-EMPLOYER TO WRN-EMPLOYER
              MOVE SRC-WRN-REGION TO WRN-REGION
           END-IF.
           MOVE WS-WORK-NOTICE-DATE TO WRN-NOTICE-DATE.
           MOVE SRC-WRN-NAICS TO WRN-NAICS.
           MOVE WS-IND-SLOT TO WRN-IND-SLOT.
           MOVE SRC-WRN-COUNTY TO WRN-COUNTY.
           MOVE WS-WORKERS-NUM TO WRN-WORKERS.
           MOVE WS-TODAY TO WRN-LOAD-DATE.
           IF WS-WRN-FOUND
              REWRITE WARN-NOTICE-REC
           ELSE
              WRITE WARN-NOTICE-REC
           END-IF.
           IF WS-WRN-IO-OK
              IF WS-WRN-FOUND
                 ADD 1 TO WS-NOTICES-REPLACED
              ELSE
                 ADD 1 TO WS-NOTICES-ADDED
              END-IF
              IF WS-IND-SLOT = 0
                 PERFORM REPORT-NO-SECTOR-LINE
              END-IF
           ELSE
              ADD 1 TO WS-WRITES-FAILED
              DISPLAY 'WARNDB WRITE FAILED FOR ' WRN-EFFECTIVE-DATE
                      ' ' WRN-EMPLOYER ' STATUS ' WS-WRN-STATUS
           END-IF.
      *
       REPORT-REJECTED-LINE.
           ADD 1 TO WS-NOTICES-REJECTED.
           MOVE WS-LINES-READ TO WS-REJ-LINE-NO.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON.
           MOVE WARNIN-REC TO WS-REJ-TEXT.
           WRITE PRINT-REC FROM WS-REJECT-LINE.
      *
       REPORT-NO-SECTOR-LINE.
           ADD 1 TO WS-NOTICES-NO-SECTOR.
           MOVE WS-LINES-READ TO WS-NOS-LINE-NO.
           MOVE SRC-WRN-NAICS TO WS-NOS-NAICS.
           MOVE SRC-WRN-EMPLOYER TO WS-NOS-EMPLOYER.
           WRITE PRINT-REC FROM WS-NO-SECTOR-LINE.
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
           MOVE 'NOTICES ADDED          :' TO WS-SUM-LABEL.
           MOVE WS-NOTICES-ADDED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'NOTICES REPLACED       :' TO WS-SUM-LABEL.
           MOVE WS-NOTICES-REPLACED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'NO INDUSTRY COLUMN     :' TO WS-SUM-LABEL.
           MOVE WS-NOTICES-NO-SECTOR TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'NOTICES REJECTED       :' TO WS-SUM-LABEL.
           MOVE WS-NOTICES-REJECTED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DATABASE WRITES FAILED :' TO WS-SUM-LABEL.
           MOVE WS-WRITES-FAILED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
      *
       CLOSE-STOP.
           CLOSE WARN-NOTICE-INPUT.
           CLOSE PRINT-LINE.
           CLOSE WARN-NOTICE-FILE.
           COMPUTE WS-STAT-READ = WS-LINES-READ - WS-LINES-SKIPPED.
           COMPUTE WS-STAT-WRITTEN =
              WS-NOTICES-ADDED + WS-NOTICES-REPLACED.
           COMPUTE WS-STAT-REJECTED =
              WS-NOTICES-REJECTED + WS-WRITES-FAILED.
           MOVE RETURN-CODE TO WS-STAT-RETURN-CODE.
           CALL WS-STAT-SUBROUTINE USING WS-STAT-DATA.
           STOP RUN.
