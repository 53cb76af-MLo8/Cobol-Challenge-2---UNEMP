      *  database (CLMRGDB, composite key region + YYYYMMDD) for a
      *  date range, returning CSV rows the way RTRANGE does for the
      *  statewide CLMSDB.  Region 000 is the statewide rollup that
      *  UNEMPRGN maintains automatically.  The row ends with the
      *  region's labor force, continued claims and insured
      *  unemployment rate, as RTRANGE ends the statewide row.
      *  Demographic cells are passed through UNEMPSUP under the
      *  regional rules (the statewide rules for region 000) and any
      *  withheld count or percent comes back as asterisks.
      *  The region's name from the RGNREF reference (UNEMPRNL) is
      *  displayed with the request, with a warning when the code
      *  is not on the reference or has been retired.
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
       01  WS-CLAIMSDB-CSV              PIC X(620).
       01  WS-IN-RANGE-SW               PIC X     VALUE 'N'.
           88 WS-IN-RANGE                          VALUE 'Y'.
      *
      * Small cells are withheld before a row leaves the program.
       01  WS-SUP-SUBROUTINE            PIC X(08) VALUE 'UNEMPSUP'.
       01  WS-SUP-DATA.
           05  WS-SUP-PROGRAM           PIC X(08) VALUE 'RTREGION'.
           05  WS-SUP-SCOPE             PIC X(01) VALUE 'R'.
           05  WS-SUP-RECORD-KEY        PIC X(11) VALUE SPACES.
           05  WS-SUP-CELL-IMAGE        PIC X(547) VALUE SPACES.
           05  WS-SUP-FLAG-AREA.
               10  WS-SUP-FLAG          PIC X(01) OCCURS 47 TIMES.
           05  WS-SUP-CELLS-WITHHELD    PIC 9(03) VALUE 0.
           05  WS-SUP-RESULT            PIC X(01) VALUE SPACE.
           05  WS-SUP-CELL-SET          PIC X(01) VALUE 'D'.
      *
       01  WS-RNL-SUBROUTINE            PIC X(08) VALUE 'UNEMPRNL'.
       01  WS-RNL-DATA.
           05  WS-RNL-REGION            PIC X(03) VALUE SPACES.
           05  WS-RNL-WEEK-ENDING       PIC X(08) VALUE SPACES.
           05  WS-RNL-REGION-NAME       PIC X(30) VALUE SPACES.
           05  WS-RNL-WDA-CODE          PIC X(04) VALUE SPACES.
           05  WS-RNL-WDA-NAME          PIC X(30) VALUE SPACES.
           05  WS-RNL-METRO-CODE        PIC X(05) VALUE SPACES.
           05  WS-RNL-METRO-NAME        PIC X(30) VALUE SPACES.
           05  WS-RNL-COUNTY-COUNT      PIC 9(02) VALUE 0.
           05  WS-RNL-RESULT            PIC X(01) VALUE SPACE.
      *
       LINKAGE SECTION.
       01  LS4-REGION-CODE                     PIC X(03).
      *--------------------------------------------
           DISPLAY 'IN SUBROUTINE: RTREGION, TO RETRIEVE RECORDS '
              'FOR REGION ' LS4-REGION-CODE
           MOVE LS4-REGION-CODE TO WS-RNL-REGION.
           MOVE LS4-RANGE-END-DATE TO WS-RNL-WEEK-ENDING.
           CALL WS-RNL-SUBROUTINE USING WS-RNL-DATA.
           EVALUATE WS-RNL-RESULT
              WHEN '0'
                 DISPLAY 'REGION NAME: ' WS-RNL-REGION-NAME
              WHEN '1'
                 DISPLAY 'WARNING: REGION ' LS4-REGION-CODE
                    ' IS NOT ON THE RGNREF REFERENCE'
              WHEN '2'
                 DISPLAY 'REGION NAME: ' WS-RNL-REGION-NAME
                 DISPLAY 'WARNING: REGION ' LS4-REGION-CODE
                    ' IS NOT IN EFFECT ON ' LS4-RANGE-END-DATE
           END-EVALUATE.
           MOVE 'N' TO LS4-TRUNCATED-FLAG.
           OPEN INPUT REGIONAL-DATABASE.
           DISPLAY WS-RGDB-STATUS.
                   IF WS-IN-RANGE
                      ADD 1 TO WS-COUNTER
                      IF WS-COUNTER NOT > WS-TABLE-MAXROWS
                         PERFORM SUPPRESS-SMALL-CELLS
                         PERFORM CREATE-CSV-FILE
                         PERFORM MOVE-RECORD
                      END-IF
              AND RG-DATE > LS4-RANGE-END-DATE
              MOVE 'N' TO WS-IN-RANGE-SW
           END-IF.
      *
       SUPPRESS-SMALL-CELLS.
           IF RG-REGION = '000'
              MOVE 'S' TO WS-SUP-SCOPE
           ELSE
              MOVE 'R' TO WS-SUP-SCOPE
           END-IF.
           MOVE RG-RECORD-KEY TO WS-SUP-RECORD-KEY.
           MOVE REGIONAL-RECORD (12:547) TO WS-SUP-CELL-IMAGE.
           CALL WS-SUP-SUBROUTINE USING WS-SUP-DATA.
           IF WS-SUP-CELLS-WITHHELD > 0
              MOVE WS-SUP-CELL-IMAGE TO REGIONAL-RECORD (12:547)
           END-IF.
      *
       CREATE-CSV-FILE.
           STRING
           CBGEN-FEMALE ","
           CBGEN-MALE ","
           CBGEN-PCT-FEMALE ","
           CBGEN-PCT-MALE ","
           LABORFORCE-COUNT ","
           CONTINUED-CLAIMS ","
           INSURED-UNEMPLOYMENT-RATE
           DELIMITED BY SIZE INTO WS-CLAIMSDB-CSV.
      *
       MOVE-RECORD.
