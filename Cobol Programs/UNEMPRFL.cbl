      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPRFL.
      ****************************************************************
      *  Region reference loader.  Keeps the keyed RGNREF file that
      *  says what each three-byte region code on CLMRGDB means: its
      *  name, the counties it covers, its parent areas and the
      *  dates it is in use.  UNEMPRGN turns away rows for codes that
      *  are not on RGNREF or not in use for the week, and the
      *  regional reports print the names and roll regions up to
      *  their parent areas (all through UNEMPRNL).  The reference
      *  arrives as the comma-delimited RGNIN file, one region per
      *  line:
      *
      *     code,name,effective,retired,wda,wda name,metro,
      *     metro name,county;county;...
      *
      *     code        three characters, as on the regional files
      *     effective   MM/DD/YYYY the code came into use
      *     retired     MM/DD/YYYY it went out of use, blank while
      *                 it is still in use
      *     wda         workforce development area code (4) and name
      *     metro       metro area code (5) and name, both blank for
      *                 a region outside any metro area
      *     county      up to ten county names, separated by ';'
      *
      *  A line for a code already on file replaces the row, so a
      *  region is retired by sending its line again with the
      *  retired date filled in; rows are never deleted, because
      *  history on CLMRGDB still carries the old codes.  Every
      *  region stored is listed.  A header line starting REGION,
      *  blank lines and '*' comment lines are skipped.  A line with
      *  a bad code, name, date, parent area or county list is
      *  listed and rejected, ending with RETURN-CODE 4.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT REGION-REFERENCE-INPUT ASSIGN TO RGNIN.
           SELECT OPTIONAL REGION-REFERENCE-FILE ASSIGN TO RGNREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RGR-REGION
                  FILE STATUS IS WS-RGR-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  REGION-REFERENCE-INPUT RECORDING MODE F.
       01  RGNIN-REC                                 PIC X(250).
      *
       FD  REGION-REFERENCE-FILE.
       01  REGION-REFERENCE-REC.
           05  RGR-REGION                           PIC X(03).
           05  RGR-NAME                             PIC X(30).
           05  RGR-EFFECTIVE-DATE                   PIC X(08).
           05  RGR-RETIRED-DATE                     PIC X(08).
           05  RGR-WDA-CODE                         PIC X(04).
           05  RGR-WDA-NAME                         PIC X(30).
           05  RGR-METRO-CODE                       PIC X(05).
           05  RGR-METRO-NAME                       PIC X(30).
           05  RGR-COUNTY-COUNT                     PIC 9(02).
           05  RGR-COUNTY       PIC X(20) OCCURS 10 TIMES.
           05  RGR-LOAD-DATE                        PIC X(08).
           05  FILLER                               PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  LASTREC                      PIC X(01)   VALUE 'N'.
       01  WS-RGR-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-RGR-OPEN-OK                        VALUES '00' '05'.
           88 WS-RGR-IO-OK                          VALUE '00'.
       01  WS-RGR-FOUND-SW              PIC X(01)   VALUE 'N'.
           88 WS-RGR-FOUND                          VALUE 'Y'.
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
      *
       01  WS-RAW-FIELDS.
           05  WS-RAW-FIELD             PIC X(40)   OCCURS 8 TIMES.
       01  WS-RAW-SUB                   PIC 9(02)   VALUE 0.
       01  WS-COUNTY-LIST               PIC X(250)  VALUE SPACES.
       01  WS-COUNTY-FIELDS.
           05  WS-COUNTY-FIELD          PIC X(40)   OCCURS 11 TIMES.
       01  WS-COUNTY-SUB                PIC 9(02)   VALUE 0.
       01  WS-COUNTY-COUNT              PIC 9(02)   VALUE 0.
       01  WS-JUST-FIELD                PIC X(40)   VALUE SPACES.
       01  WS-JUST-WORK                 PIC X(40)   VALUE SPACES.
       01  WS-JUST-LEAD                 PIC 9(02)   VALUE 0.
      *
       01  SRC-DATE-TEXT.
           05  SRC-DATE-MM                          PIC X(02).
           05  SRC-DATE-SLASH1                      PIC X(01).
           05  SRC-DATE-DD                          PIC X(02).
           05  SRC-DATE-SLASH2                      PIC X(01).
           05  SRC-DATE-YYYY                        PIC X(04).
           05  SRC-DATE-REST                        PIC X(30).
       01  WS-EFFECTIVE-DATE            PIC X(08)   VALUE SPACES.
       01  WS-RETIRED-DATE              PIC X(08)   VALUE SPACES.
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
      *
       01  WS-LINES-READ                PIC 9(06)   VALUE 0.
       01  WS-LINES-SKIPPED             PIC 9(06)   VALUE 0.
       01  WS-REGIONS-ADDED             PIC 9(06)   VALUE 0.
       01  WS-REGIONS-REPLACED          PIC 9(06)   VALUE 0.
       01  WS-REGIONS-RETIRED           PIC 9(06)   VALUE 0.
       01  WS-LINES-REJECTED            PIC 9(06)   VALUE 0.
       01  WS-WRITES-FAILED             PIC 9(06)   VALUE 0.
      *
       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               'REGION REFERENCE LOAD'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE              PIC X(08).
       01  WS-COLUMN-LINE.
           05  FILLER  PIC X(45) VALUE '         RGN NAME'.
           05  FILLER  PIC X(09) VALUE 'EFFECTIVE'.
           05  FILLER  PIC X(09) VALUE 'RETIRED'.
           05  FILLER  PIC X(05) VALUE 'WDA'.
           05  FILLER  PIC X(07) VALUE 'METRO'.
           05  FILLER  PIC X(04) VALUE 'CTYS'.
       01  WS-REGION-LINE.
           05  WS-RGL-ACTION            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RGL-REGION            PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RGL-NAME              PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RGL-EFFECTIVE         PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RGL-RETIRED           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RGL-WDA               PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RGL-METRO             PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RGL-COUNTIES          PIC Z9.
       01  WS-REJECT-LINE.
           05  FILLER                   PIC X(07) VALUE 'REJECT '.
           05  FILLER                   PIC X(05) VALUE 'LINE '.
           05  WS-REJ-LINE-NO           PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-REJ-REASON            PIC X(40).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-REJ-TEXT              PIC X(71).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(25).
           05  WS-SUM-COUNT             PIC ZZZ,ZZ9.
      *
       01  WS-STAT-SUBROUTINE           PIC X(08)   VALUE 'UNEMPWST'.
       01  WS-STAT-DATA.
           05  WS-STAT-PROGRAM          PIC X(08)   VALUE 'UNEMPRFL'.
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
           OPEN INPUT REGION-REFERENCE-INPUT.
           OPEN I-O REGION-REFERENCE-FILE.
           IF NOT WS-RGR-OPEN-OK
              DISPLAY 'RGNREF OPEN FAILED, STATUS ' WS-RGR-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           DISPLAY "FILE OPEN SUCCESSFUL".
           MOVE WS-TODAY TO WS-HDG-DATE.
           WRITE PRINT-REC FROM WS-HEADING-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-COLUMN-LINE.
           PERFORM LOAD-REGION-FILE.
           PERFORM PRINT-SUMMARY.
           IF WS-LINES-REJECTED > 0 OR WS-WRITES-FAILED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
       LOAD-REGION-FILE.
           PERFORM READ-REGION-LINE.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM APPLY-REGION-LINE
              PERFORM READ-REGION-LINE
           END-PERFORM.
      *
       READ-REGION-LINE.
           READ REGION-REFERENCE-INPUT
           AT END MOVE 'Y' TO LASTREC
           NOT AT END
             ADD 1 TO WS-LINES-READ
             MOVE SPACES TO WS-RAW-FIELDS WS-COUNTY-LIST
             UNSTRING RGNIN-REC DELIMITED BY ','
               INTO WS-RAW-FIELD (1)
                    WS-RAW-FIELD (2)
                    WS-RAW-FIELD (3)
                    WS-RAW-FIELD (4)
                    WS-RAW-FIELD (5)
                    WS-RAW-FIELD (6)
                    WS-RAW-FIELD (7)
                    WS-RAW-FIELD (8)
                    WS-COUNTY-LIST
             END-UNSTRING
           END-READ.
      *
       APPLY-REGION-LINE.
           IF RGNIN-REC = SPACES OR RGNIN-REC (1:1) = '*'
              OR RGNIN-REC (1:7) = 'REGION,'
              OR RGNIN-REC (1:7) = 'Region,'
              ADD 1 TO WS-LINES-SKIPPED
           ELSE
              PERFORM EDIT-REGION-LINE
              IF WS-REJECT-REASON = SPACES
                 PERFORM STORE-REGION-ROW
              ELSE
                 PERFORM REPORT-REJECTED-LINE
              END-IF
           END-IF.
      *
       EDIT-REGION-LINE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM VARYING WS-RAW-SUB FROM 1 BY 1 UNTIL WS-RAW-SUB > 8
              MOVE WS-RAW-FIELD (WS-RAW-SUB) TO WS-JUST-FIELD
              PERFORM LEFT-JUSTIFY-FIELD
              MOVE WS-JUST-FIELD TO WS-RAW-FIELD (WS-RAW-SUB)
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-RAW-FIELD (1) (1:3) = SPACES
                 OR WS-RAW-FIELD (1) (3:1) = SPACE
                 OR WS-RAW-FIELD (1) (4:37) NOT = SPACES
                 MOVE 'REGION CODE NOT 3 CHARACTERS'
                    TO WS-REJECT-REASON
              WHEN WS-RAW-FIELD (2) = SPACES
                 OR WS-RAW-FIELD (2) (31:10) NOT = SPACES
                 MOVE 'NAME MISSING OR OVER 30 CHARACTERS'
                    TO WS-REJECT-REASON
              WHEN WS-RAW-FIELD (5) = SPACES
                 OR WS-RAW-FIELD (5) (5:36) NOT = SPACES
                 OR WS-RAW-FIELD (6) = SPACES
                 OR WS-RAW-FIELD (6) (31:10) NOT = SPACES
                 MOVE 'WDA CODE (4) AND NAME (30) REQUIRED'
                    TO WS-REJECT-REASON
              WHEN WS-RAW-FIELD (7) (6:35) NOT = SPACES
                 OR WS-RAW-FIELD (8) (31:10) NOT = SPACES
                 OR (WS-RAW-FIELD (7) = SPACES
                     AND WS-RAW-FIELD (8) NOT = SPACES)
                 OR (WS-RAW-FIELD (7) NOT = SPACES
                     AND WS-RAW-FIELD (8) = SPACES)
                 MOVE 'METRO CODE (5) AND NAME (30) GO TOGETHER'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              MOVE WS-RAW-FIELD (3) TO SRC-DATE-TEXT
              PERFORM EDIT-SOURCE-DATE
              IF WS-ID-VALID
                 MOVE WS-ID-DATE TO WS-EFFECTIVE-DATE
              ELSE
                 MOVE 'EFFECTIVE DATE NOT MM/DD/YYYY'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              MOVE SPACES TO WS-RETIRED-DATE
              IF WS-RAW-FIELD (4) NOT = SPACES
                 MOVE WS-RAW-FIELD (4) TO SRC-DATE-TEXT
                 PERFORM EDIT-SOURCE-DATE
                 EVALUATE TRUE
                    WHEN NOT WS-ID-VALID
                       MOVE 'RETIRED DATE NOT MM/DD/YYYY'
                          TO WS-REJECT-REASON
                    WHEN WS-ID-DATE NOT > WS-EFFECTIVE-DATE
                       MOVE 'RETIRED DATE NOT AFTER EFFECTIVE DATE'
                          TO WS-REJECT-REASON
                    WHEN OTHER
                       MOVE WS-ID-DATE TO WS-RETIRED-DATE
                 END-EVALUATE
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM EDIT-COUNTY-LIST
           END-IF.
      *
       EDIT-SOURCE-DATE.
           MOVE SPACES TO WS-ID-DATE.
           STRING SRC-DATE-YYYY DELIMITED BY SIZE
                  SRC-DATE-MM DELIMITED BY SIZE
                  SRC-DATE-DD DELIMITED BY SIZE
                  INTO WS-ID-DATE.
           PERFORM VALIDATE-ID-DATE.
           IF SRC-DATE-SLASH1 NOT = '/' OR SRC-DATE-SLASH2 NOT = '/'
              OR SRC-DATE-REST NOT = SPACES
              MOVE 'N' TO WS-ID-VALID-SW
           END-IF.
      *
      * Counties are optional, at most ten, each up to twenty
      * characters; an empty entry between two ';' is ignored.
       EDIT-COUNTY-LIST.
           MOVE SPACES TO WS-COUNTY-FIELDS.
           MOVE 0 TO WS-COUNTY-COUNT.
           UNSTRING WS-COUNTY-LIST DELIMITED BY ';'
              INTO WS-COUNTY-FIELD (1)  WS-COUNTY-FIELD (2)
                   WS-COUNTY-FIELD (3)  WS-COUNTY-FIELD (4)
                   WS-COUNTY-FIELD (5)  WS-COUNTY-FIELD (6)
                   WS-COUNTY-FIELD (7)  WS-COUNTY-FIELD (8)
                   WS-COUNTY-FIELD (9)  WS-COUNTY-FIELD (10)
                   WS-COUNTY-FIELD (11)
           END-UNSTRING.
           PERFORM VARYING WS-COUNTY-SUB FROM 1 BY 1
                   UNTIL WS-COUNTY-SUB > 11
              MOVE WS-COUNTY-FIELD (WS-COUNTY-SUB) TO WS-JUST-FIELD
              PERFORM LEFT-JUSTIFY-FIELD
              MOVE SPACES TO WS-COUNTY-FIELD (WS-COUNTY-SUB)
              IF WS-JUST-FIELD NOT = SPACES
                 ADD 1 TO WS-COUNTY-COUNT
                 MOVE WS-JUST-FIELD
                    TO WS-COUNTY-FIELD (WS-COUNTY-COUNT)
              END-IF
           END-PERFORM.
           IF WS-COUNTY-COUNT > 10
              MOVE 'MORE THAN 10 COUNTIES' TO WS-REJECT-REASON
           ELSE
              PERFORM VARYING WS-COUNTY-SUB FROM 1 BY 1
                      UNTIL WS-COUNTY-SUB > WS-COUNTY-COUNT
                 IF WS-COUNTY-FIELD (WS-COUNTY-SUB) (21:20)
                    NOT = SPACES
                    MOVE 'COUNTY NAME OVER 20 CHARACTERS'
                       TO WS-REJECT-REASON
                 END-IF
              END-PERFORM
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
       STORE-REGION-ROW.
           MOVE WS-RAW-FIELD (1) (1:3) TO RGR-REGION.
           READ REGION-REFERENCE-FILE.
           IF WS-RGR-IO-OK
              MOVE 'Y' TO WS-RGR-FOUND-SW
           ELSE
              MOVE 'N' TO WS-RGR-FOUND-SW
           END-IF.
           MOVE SPACES TO REGION-REFERENCE-REC.
           MOVE WS-RAW-FIELD (1) (1:3) TO RGR-REGION.
           MOVE WS-RAW-FIELD (2) TO RGR-NAME.
           MOVE WS-EFFECTIVE-DATE TO RGR-EFFECTIVE-DATE.
           MOVE WS-RETIRED-DATE TO RGR-RETIRED-DATE.
           MOVE WS-RAW-FIELD (5) TO RGR-WDA-CODE.
           MOVE WS-RAW-FIELD (6) TO RGR-WDA-NAME.
           MOVE WS-RAW-FIELD (7) TO RGR-METRO-CODE.
           MOVE WS-RAW-FIELD (8) TO RGR-METRO-NAME.
           MOVE WS-COUNTY-COUNT TO RGR-COUNTY-COUNT.
           PERFORM VARYING WS-COUNTY-SUB FROM 1 BY 1
                   UNTIL WS-COUNTY-SUB > 10
              MOVE WS-COUNTY-FIELD (WS-COUNTY-SUB)
                 TO RGR-COUNTY (WS-COUNTY-SUB)
           END-PERFORM.
           MOVE WS-TODAY TO RGR-LOAD-DATE.
           IF WS-RGR-FOUND
              REWRITE REGION-REFERENCE-REC
           ELSE
              WRITE REGION-REFERENCE-REC
           END-IF.
           IF WS-RGR-IO-OK
              IF WS-RGR-FOUND
                 ADD 1 TO WS-REGIONS-REPLACED
                 MOVE 'REPLACED' TO WS-RGL-ACTION
              ELSE
                 ADD 1 TO WS-REGIONS-ADDED
                 MOVE 'ADDED' TO WS-RGL-ACTION
              END-IF
              IF RGR-RETIRED-DATE NOT = SPACES
                 ADD 1 TO WS-REGIONS-RETIRED
              END-IF
              PERFORM REPORT-REGION-LINE
           ELSE
              ADD 1 TO WS-WRITES-FAILED
              DISPLAY 'RGNREF WRITE FAILED FOR REGION ' RGR-REGION
                      ' STATUS ' WS-RGR-STATUS
           END-IF.
      *
       REPORT-REGION-LINE.
           MOVE RGR-REGION TO WS-RGL-REGION.
           MOVE RGR-NAME TO WS-RGL-NAME.
           MOVE RGR-EFFECTIVE-DATE TO WS-RGL-EFFECTIVE.
           MOVE RGR-RETIRED-DATE TO WS-RGL-RETIRED.
           MOVE RGR-WDA-CODE TO WS-RGL-WDA.
           MOVE RGR-METRO-CODE TO WS-RGL-METRO.
           MOVE RGR-COUNTY-COUNT TO WS-RGL-COUNTIES.
           WRITE PRINT-REC FROM WS-REGION-LINE.
      *
       REPORT-REJECTED-LINE.
           ADD 1 TO WS-LINES-REJECTED.
           MOVE WS-LINES-READ TO WS-REJ-LINE-NO.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON.
           MOVE RGNIN-REC TO WS-REJ-TEXT.
           WRITE PRINT-REC FROM WS-REJECT-LINE.
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
           MOVE 'REGIONS ADDED          :' TO WS-SUM-LABEL.
           MOVE WS-REGIONS-ADDED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REGIONS REPLACED       :' TO WS-SUM-LABEL.
           MOVE WS-REGIONS-REPLACED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OF THOSE, RETIRED      :' TO WS-SUM-LABEL.
           MOVE WS-REGIONS-RETIRED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LINES REJECTED         :' TO WS-SUM-LABEL.
           MOVE WS-LINES-REJECTED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REFERENCE WRITES FAILED:' TO WS-SUM-LABEL.
           MOVE WS-WRITES-FAILED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
      *
       CLOSE-STOP.
           CLOSE REGION-REFERENCE-INPUT.
           CLOSE PRINT-LINE.
           CLOSE REGION-REFERENCE-FILE.
           COMPUTE WS-STAT-READ = WS-LINES-READ - WS-LINES-SKIPPED.
           COMPUTE WS-STAT-WRITTEN =
              WS-REGIONS-ADDED + WS-REGIONS-REPLACED.
           COMPUTE WS-STAT-REJECTED =
              WS-LINES-REJECTED + WS-WRITES-FAILED.
           MOVE RETURN-CODE TO WS-STAT-RETURN-CODE.
           CALL WS-STAT-SUBROUTINE USING WS-STAT-DATA.
           STOP RUN.
