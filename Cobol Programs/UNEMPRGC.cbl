      *  Cross-region comparison and ranking report.  For the
      *  RGCPARM week, reads every CLMRGDB row for that week and the
      *  prior week and prints one line per region -- initial
      *  claims, continued claims and the insured unemployment rate
      *  as stored on the regional row, the week-over-week change
      *  and percent change -- ranked worst to
      *  best by percent change the way UNEMPRNK inserts into its
      *  rank table.  Region 000 (the statewide rollup UNEMPRGN
      *  maintains) is reported on its own line above the ranking,
      *  ten percent in a week the statewide rollup moved less than
      *  two -- the call-the-field-office signal.
      *
      *  Each region is printed with its name from the RGNREF
      *  region reference (through UNEMPRNL), and the regions are
      *  then rolled up to their parent areas -- workforce
      *  development areas, metro areas or both -- with the summed
      *  counts, the change on the prior week and the area's
      *  insured unemployment rate recomputed from the summed
      *  continued claims and labor force.  A region not on RGNREF
      *  rolls up under NOT ON RGNREF, and one outside any metro
      *  area under NO METRO AREA.
      *
      *  RGCPARM keyword cards (see UNEMPKWP):
      *     WEEK-ENDING=YYYYMMDD  week to compare (required)
      *     ROLLUP=WDA|METRO|BOTH|NONE
      *                           parent-area rollups printed
      *                           (default BOTH)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
               10  RG-DATE                           PIC X(08).
           05  FILLER                                PIC X(10).
           05  RG-CBAGE-INA                          PIC 9(06).
           05  FILLER                                PIC X(531).
           05  RG-LABORFORCE-COUNT                   PIC 9(09).
           05  RG-CONTINUED-CLAIMS                   PIC 9(06).
           05  RG-INSURED-UNEMP-RATE                 PIC 9(03)V99.
           05  FILLER                                PIC X(36).
      *
       WORKING-STORAGE SECTION.
       01  WS-RGDB-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-EOF                           VALUE 'Y'.
      *
       01  WS-WEEK-ENDING               PIC X(08)   VALUE SPACES.
       01  WS-ROLLUP-CHOICE             PIC X(05)   VALUE 'BOTH'.
           88 WS-ROLLUP-VALID           VALUES 'WDA' 'METRO' 'BOTH'
                                               'NONE'.
       01  WS-PRIOR-WEEK                PIC X(08)   VALUE SPACES.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-KEY-INTEGER               PIC S9(09)  VALUE 0.
               10  WS-RGN-CODE              PIC X(03).
               10  WS-RGN-INA               PIC 9(06).
               10  WS-RGN-CONTINUED         PIC 9(06).
               10  WS-RGN-RATE              PIC 9(03)V99.
               10  WS-RGN-PRIOR-INA         PIC 9(06).
               10  WS-RGN-PRIOR-SW          PIC X(01).
               10  WS-RGN-PCT               PIC S9(05)V99.
               10  WS-RGN-LABORFORCE        PIC 9(09).
               10  WS-RGN-NAME              PIC X(30).
               10  WS-RGN-WDA-CODE          PIC X(05).
               10  WS-RGN-WDA-NAME          PIC X(30).
               10  WS-RGN-METRO-CODE        PIC X(05).
               10  WS-RGN-METRO-NAME        PIC X(30).
      *
       01  WS-RNL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPRNL'.
       01  WS-RNL-DATA.
           05  WS-RNL-REGION            PIC X(03)   VALUE SPACES.
           05  WS-RNL-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-RNL-REGION-NAME       PIC X(30)   VALUE SPACES.
           05  WS-RNL-WDA-CODE          PIC X(04)   VALUE SPACES.
           05  WS-RNL-WDA-NAME          PIC X(30)   VALUE SPACES.
           05  WS-RNL-METRO-CODE        PIC X(05)   VALUE SPACES.
           05  WS-RNL-METRO-NAME        PIC X(30)   VALUE SPACES.
           05  WS-RNL-COUNTY-COUNT      PIC 9(02)   VALUE 0.
           05  WS-RNL-RESULT            PIC X(01)   VALUE SPACE.
      *
      * Parent-area totals, one entry per area of the kind being
      * rolled up, built fresh for each kind.
       01  WS-AREA-KIND                 PIC X(05)   VALUE SPACES.
       01  WS-AREA-COUNT                PIC 9(03)   VALUE 0.
       01  WS-AREA-SUB                  PIC 9(03)   VALUE 0.
       01  WS-AREA-HIT                  PIC 9(03)   VALUE 0.
       01  WS-THIS-AREA-CODE            PIC X(05)   VALUE SPACES.
       01  WS-THIS-AREA-NAME            PIC X(30)   VALUE SPACES.
       01  WS-AREA-TABLE.
           05  WS-AREA-ENTRY OCCURS 100 TIMES.
               10  WS-AREA-CODE             PIC X(05).
               10  WS-AREA-NAME             PIC X(30).
               10  WS-AREA-REGIONS          PIC 9(03).
               10  WS-AREA-INA              PIC 9(08).
               10  WS-AREA-PRIOR-INA        PIC 9(08).
               10  WS-AREA-CONTINUED        PIC 9(08).
               10  WS-AREA-LABORFORCE       PIC 9(11).
       01  WS-AREA-PCT                  PIC S9(05)V99 VALUE 0.
       01  WS-AREA-RATE                 PIC 9(03)V99 VALUE 0.
      *
      * Ranked order of the table entries, worst (largest percent
      * rise) first, built by insertion the way UNEMPRNK does in
               VALUE 'RECORD DATE: '.
           05  WS-HDR-WEEK              PIC X(08).
       01  WS-REPORT-HEADER3.
           05  FILLER  PIC X(07) VALUE 'RANK'.
           05  FILLER  PIC X(04) VALUE 'RGN '.
           05  FILLER  PIC X(22) VALUE 'NAME'.
           05  FILLER  PIC X(09) VALUE '     INA '.
           05  FILLER  PIC X(09) VALUE ' CONTCLM '.
           05  FILLER  PIC X(08) VALUE ' IU RATE'.
           05  FILLER  PIC X(09) VALUE 'PRIOR INA'.
           05  FILLER  PIC X(09) VALUE '   CHANGE'.
           05  FILLER  PIC X(09) VALUE '  PCT CHG'.
           05  FILLER  PIC X(10) VALUE '  FLAG'.
       01  WS-REPORT-HEADER4            PIC X(98) VALUE ALL '-'.
      *
       01  WS-RANK-LINE.
           05  WS-RL-RANK               PIC ZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-RL-REGION             PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-NAME               PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-INA                PIC ZZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-RL-CONTINUED          PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-RATE               PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-RL-PRIOR              PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-PCT                PIC -ZZZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-FLAG               PIC X(10).
      *
       01  WS-AREA-HEADER1.
           05  FILLER                   PIC X(18)
               VALUE 'ROLLUP BY PARENT '.
           05  WS-AH-KIND               PIC X(20).
       01  WS-AREA-HEADER2.
           05  FILLER  PIC X(06) VALUE 'AREA'.
           05  FILLER  PIC X(27) VALUE 'NAME'.
           05  FILLER  PIC X(04) VALUE 'RGN'.
           05  FILLER  PIC X(08) VALUE '     INA'.
           05  FILLER  PIC X(10) VALUE ' PRIOR INA'.
           05  FILLER  PIC X(10) VALUE '    CHANGE'.
           05  FILLER  PIC X(10) VALUE '   PCT CHG'.
           05  FILLER  PIC X(09) VALUE '  CONTCLM'.
           05  FILLER  PIC X(12) VALUE '  LABORFORCE'.
           05  FILLER  PIC X(08) VALUE ' IU RATE'.
       01  WS-AREA-LINE.
           05  WS-AL-CODE               PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-AL-NAME               PIC X(26).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-AL-REGIONS            PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-AL-INA                PIC ZZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-AL-PRIOR              PIC ZZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-AL-CHANGE             PIC -ZZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-AL-PCT                PIC -ZZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-AL-CONTINUED          PIC ZZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-AL-LABORFORCE         PIC ZZZZZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-AL-RATE               PIC ZZ9.99.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(25) VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-KWP-KEYWORD = 'WEEK-ENDING'
                 MOVE WS-KWP-VALUE (1:8) TO WS-WEEK-ENDING
              WHEN WS-KWP-KEYWORD = 'ROLLUP'
                 MOVE WS-KWP-VALUE (1:5) TO WS-ROLLUP-CHOICE
                 IF NOT WS-ROLLUP-VALID
                    OR WS-KWP-VALUE (6:35) NOT = SPACES
                    DISPLAY 'ROLLUP NOT WDA, METRO, BOTH OR NONE: '
                            WS-KWP-VALUE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN RGCPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
                 MOVE RG-REGION TO WS-RGN-CODE (WS-RGN-HIT)
                 MOVE 0 TO WS-RGN-INA (WS-RGN-HIT)
                 MOVE 0 TO WS-RGN-CONTINUED (WS-RGN-HIT)
                 MOVE 0 TO WS-RGN-RATE (WS-RGN-HIT)
                 MOVE 0 TO WS-RGN-PRIOR-INA (WS-RGN-HIT)
                 MOVE 'N' TO WS-RGN-PRIOR-SW (WS-RGN-HIT)
                 MOVE 0 TO WS-RGN-LABORFORCE (WS-RGN-HIT)
                 PERFORM NAME-REGION-ENTRY
                 MOVE 'Y' TO WS-RGN-FOUND-SW
              ELSE
                 DISPLAY 'MORE THAN 100 REGIONS, EXTRAS IGNORED'
              END-IF
           END-IF.
      *
      * The name and parent areas ride on the entry; a code the
      * reference does not know is still reported, under its code.
       NAME-REGION-ENTRY.
           MOVE RG-REGION TO WS-RNL-REGION.
           MOVE SPACES TO WS-RNL-WEEK-ENDING.
           CALL WS-RNL-SUBROUTINE USING WS-RNL-DATA.
           IF WS-RNL-RESULT = '0'
              MOVE WS-RNL-REGION-NAME TO WS-RGN-NAME (WS-RGN-HIT)
              MOVE WS-RNL-WDA-CODE TO WS-RGN-WDA-CODE (WS-RGN-HIT)
              MOVE WS-RNL-WDA-NAME TO WS-RGN-WDA-NAME (WS-RGN-HIT)
              MOVE WS-RNL-METRO-CODE TO WS-RGN-METRO-CODE (WS-RGN-HIT)
              MOVE WS-RNL-METRO-NAME TO WS-RGN-METRO-NAME (WS-RGN-HIT)
           ELSE
              MOVE 'NOT ON RGNREF' TO WS-RGN-NAME (WS-RGN-HIT)
              MOVE '?' TO WS-RGN-WDA-CODE (WS-RGN-HIT)
              MOVE 'NOT ON RGNREF' TO WS-RGN-WDA-NAME (WS-RGN-HIT)
              MOVE '?' TO WS-RGN-METRO-CODE (WS-RGN-HIT)
              MOVE 'NOT ON RGNREF' TO WS-RGN-METRO-NAME (WS-RGN-HIT)
           END-IF.
           IF WS-RGN-METRO-CODE (WS-RGN-HIT) = SPACES
              MOVE '-' TO WS-RGN-METRO-CODE (WS-RGN-HIT)
              MOVE 'NO METRO AREA' TO WS-RGN-METRO-NAME (WS-RGN-HIT)
           END-IF.
      *
       TAKE-CURRENT-ROW.
           PERFORM FIND-REGION-ENTRY.
              MOVE RG-CBAGE-INA TO WS-RGN-INA (WS-RGN-HIT)
              MOVE RG-CONTINUED-CLAIMS
                 TO WS-RGN-CONTINUED (WS-RGN-HIT)
              MOVE RG-INSURED-UNEMP-RATE
                 TO WS-RGN-RATE (WS-RGN-HIT)
              IF RG-LABORFORCE-COUNT NUMERIC
                 MOVE RG-LABORFORCE-COUNT
                    TO WS-RGN-LABORFORCE (WS-RGN-HIT)
              END-IF
           END-IF.
      *
       TAKE-PRIOR-ROW.
           PERFORM PRINT-ONE-RANK-LINE
                   VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-RANK-COUNT.
           IF WS-ROLLUP-CHOICE = 'WDA' OR WS-ROLLUP-CHOICE = 'BOTH'
              MOVE 'WDA' TO WS-AREA-KIND
              PERFORM PRINT-AREA-ROLLUP
           END-IF.
           IF WS-ROLLUP-CHOICE = 'METRO'
              OR WS-ROLLUP-CHOICE = 'BOTH'
              MOVE 'METRO' TO WS-AREA-KIND
              PERFORM PRINT-AREA-ROLLUP
           END-IF.
           MOVE WS-RANK-COUNT TO WS-SUM-REGIONS.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
      *
       FORMAT-RANK-LINE.
           MOVE WS-RGN-CODE (WS-RGN-SUB) TO WS-RL-REGION.
           MOVE WS-RGN-NAME (WS-RGN-SUB) TO WS-RL-NAME.
           MOVE WS-RGN-INA (WS-RGN-SUB) TO WS-RL-INA.
           MOVE WS-RGN-CONTINUED (WS-RGN-SUB) TO WS-RL-CONTINUED.
           MOVE WS-RGN-RATE (WS-RGN-SUB) TO WS-RL-RATE.
           MOVE WS-RGN-PRIOR-INA (WS-RGN-SUB) TO WS-RL-PRIOR.
           COMPUTE WS-DELTA =
              WS-RGN-INA (WS-RGN-SUB)
                 MOVE 'DIVERGES' TO WS-RL-FLAG
              END-IF
           END-IF.
      *
      * Every region but the statewide rollup is added into its
      * parent area, in the order the areas are first met.
       PRINT-AREA-ROLLUP.
           MOVE 0 TO WS-AREA-COUNT.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-RGN-COUNT
              IF WS-RGN-CODE (WS-RGN-SUB) NOT = '000'
                 PERFORM ADD-REGION-TO-AREA
              END-IF
           END-PERFORM.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-AREA-KIND = 'WDA'
              MOVE 'WORKFORCE DEV AREA' TO WS-AH-KIND
           ELSE
              MOVE 'METRO AREA' TO WS-AH-KIND
           END-IF.
           WRITE PRINT-REC FROM WS-AREA-HEADER1.
           WRITE PRINT-REC FROM WS-AREA-HEADER2.
           WRITE PRINT-REC FROM WS-REPORT-HEADER4.
           PERFORM PRINT-ONE-AREA-LINE
                   VARYING WS-AREA-SUB FROM 1 BY 1
                   UNTIL WS-AREA-SUB > WS-AREA-COUNT.
      *
       ADD-REGION-TO-AREA.
           IF WS-AREA-KIND = 'WDA'
              MOVE WS-RGN-WDA-CODE (WS-RGN-SUB) TO WS-THIS-AREA-CODE
              MOVE WS-RGN-WDA-NAME (WS-RGN-SUB) TO WS-THIS-AREA-NAME
           ELSE
              MOVE WS-RGN-METRO-CODE (WS-RGN-SUB) TO WS-THIS-AREA-CODE
              MOVE WS-RGN-METRO-NAME (WS-RGN-SUB) TO WS-THIS-AREA-NAME
           END-IF.
           MOVE 0 TO WS-AREA-HIT.
           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
                   UNTIL WS-AREA-SUB > WS-AREA-COUNT
                      OR WS-AREA-HIT > 0
              IF WS-AREA-CODE (WS-AREA-SUB) = WS-THIS-AREA-CODE
                 MOVE WS-AREA-SUB TO WS-AREA-HIT
              END-IF
           END-PERFORM.
           IF WS-AREA-HIT = 0
              IF WS-AREA-COUNT < 100
                 ADD 1 TO WS-AREA-COUNT
                 MOVE WS-AREA-COUNT TO WS-AREA-HIT
                 INITIALIZE WS-AREA-ENTRY (WS-AREA-HIT)
                 MOVE WS-THIS-AREA-CODE TO WS-AREA-CODE (WS-AREA-HIT)
                 MOVE WS-THIS-AREA-NAME TO WS-AREA-NAME (WS-AREA-HIT)
              ELSE
                 DISPLAY 'MORE THAN 100 PARENT AREAS, '
                         WS-THIS-AREA-CODE ' NOT ROLLED UP'
              END-IF
           END-IF.
           IF WS-AREA-HIT > 0
              ADD 1 TO WS-AREA-REGIONS (WS-AREA-HIT)
              ADD WS-RGN-INA (WS-RGN-SUB) TO WS-AREA-INA (WS-AREA-HIT)
              ADD WS-RGN-PRIOR-INA (WS-RGN-SUB)
                 TO WS-AREA-PRIOR-INA (WS-AREA-HIT)
              ADD WS-RGN-CONTINUED (WS-RGN-SUB)
                 TO WS-AREA-CONTINUED (WS-AREA-HIT)
              ADD WS-RGN-LABORFORCE (WS-RGN-SUB)
                 TO WS-AREA-LABORFORCE (WS-AREA-HIT)
           END-IF.
      *
       PRINT-ONE-AREA-LINE.
           MOVE WS-AREA-CODE (WS-AREA-SUB) TO WS-AL-CODE.
           MOVE WS-AREA-NAME (WS-AREA-SUB) TO WS-AL-NAME.
           MOVE WS-AREA-REGIONS (WS-AREA-SUB) TO WS-AL-REGIONS.
           MOVE WS-AREA-INA (WS-AREA-SUB) TO WS-AL-INA.
           MOVE WS-AREA-PRIOR-INA (WS-AREA-SUB) TO WS-AL-PRIOR.
           COMPUTE WS-DELTA =
              WS-AREA-INA (WS-AREA-SUB)
              - WS-AREA-PRIOR-INA (WS-AREA-SUB).
           MOVE WS-DELTA TO WS-AL-CHANGE.
           MOVE 0 TO WS-AREA-PCT.
           IF WS-AREA-PRIOR-INA (WS-AREA-SUB) > 0
              COMPUTE WS-AREA-PCT ROUNDED =
                 (WS-DELTA / WS-AREA-PRIOR-INA (WS-AREA-SUB)) * 100
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-AREA-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-AREA-PCT TO WS-AL-PCT.
           MOVE WS-AREA-CONTINUED (WS-AREA-SUB) TO WS-AL-CONTINUED.
           MOVE WS-AREA-LABORFORCE (WS-AREA-SUB) TO WS-AL-LABORFORCE.
           MOVE 0 TO WS-AREA-RATE.
           IF WS-AREA-LABORFORCE (WS-AREA-SUB) > 0
              COMPUTE WS-AREA-RATE ROUNDED =
                 (WS-AREA-CONTINUED (WS-AREA-SUB)
                  / WS-AREA-LABORFORCE (WS-AREA-SUB)) * 100
           END-IF.
           MOVE WS-AREA-RATE TO WS-AL-RATE.
           WRITE PRINT-REC FROM WS-AREA-LINE.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
