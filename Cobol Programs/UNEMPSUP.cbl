      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID.      UNEMPSUP.
      ****************************************************************
      *  Shared small-cell disclosure suppression.  The outward
      *  feeds (UNEMPJSN, UNEMPXTE, UNEMPEXT and RTREGION) publish
      *  the demographic buckets, and a small cell -- one or two
      *  claimants in a region or a thin industry -- identifies
      *  people.  Each feed passes this routine the six demographic
      *  groups of one record (CBAGE through the CBEDU percents, the
      *  same 547 bytes on CLMSDB and CLMRGDB) and gets back one
      *  flag per count cell saying whether it may be published.
      *  A second call with SUP-CELL-SET 'P' passes the program type
      *  group instead (CBPGM through its percents, 124 bytes, left
      *  justified in the image) and suppresses the initial and the
      *  continued program buckets the same way.
      *
      *  Rules come from SUPRULES, read on the first call and held
      *  for the run unit:
      *     COL 1      SCOPE     S statewide output, R regional
      *     COLS 2-5   CATEGORY  AGE ETH IND RAC GEN EDU PGM, or
      *                          ALL (PGM covers both the initial
      *                          and the continued program buckets)
      *     COLS 6-9   MINIMUM   smallest publishable cell
      *  An exact scope/category row beats the scope's ALL row; a
      *  category with no rule (or no SUPRULES at all) is published
      *  as stored.
      *
      *  Within a category a cell from 1 up to the minimum less one
      *  is withheld (PRIM).  Because the INA total is published,
      *  a category left with exactly one withheld cell could be
      *  backed out by subtraction, so the smallest remaining cell
      *  is withheld with it (COMP).  An INA total itself below the
      *  minimum withholds the total and every nonzero cell (TOTL).
      *  Zero cells disclose nobody and are left alone unless picked
      *  as the complement.  Every withheld cell is appended to
      *  SUPPLOG with the caller, key, category, cell, value, rule
      *  minimum and reason, the record the privacy officer is
      *  shown.  The withheld counts and their percent fields are
      *  overwritten with asterisks in the image handed back.
      *
      *     SUP-PROGRAM       calling program name
      *     SUP-SCOPE         'S' statewide, 'R' regional
      *     SUP-RECORD-KEY    key of the record (region + date)
      *     SUP-CELL-IMAGE    CBAGE group through the CBEDU percents,
      *                       or the CBPGM group and its percents
      *     SUP-FLAG          47 flags, one per count cell in record
      *                       order, INA first in each category:
      *                       AGE 01-09 ETH 10-12 IND 13-33
      *                       RAC 34-39 GEN 40-42 EDU 43-47
      *                       or for the program type set:
      *                       PGM 01-07 (CBPGM-INA first)
      *                       PGMC 08-14 (CBPGM-CONT-TOTAL first)
      *     SUP-CELLS-WITHHELD  cells withheld on this record
      *     SUP-RESULT        '0' nothing withheld, '1' cells
      *                       withheld, '2' SUPPLOG file error
      *     SUP-CELL-SET      'D' demographic groups, 'P' program type
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPPRESSION-RULES ASSIGN TO SUPRULES
                  FILE STATUS IS WS-RUL-STATUS.
           SELECT OPTIONAL SUPPRESSION-LOG ASSIGN TO SUPPLOG
                  FILE STATUS IS WS-SPL-STATUS.
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
       FD  SUPPRESSION-RULES RECORDING MODE F.
       01  RULE-REC.
           05  RULE-SCOPE                           PIC X(01).
           05  RULE-CATEGORY                        PIC X(04).
           05  RULE-MINIMUM                         PIC 9(04).
           05  FILLER                               PIC X(71).
      *
       FD  SUPPRESSION-LOG RECORDING MODE F.
       01  SUPPLOG-REC.
           05  SPL-DATE                             PIC X(08).
           05  SPL-TIME                             PIC X(06).
           05  SPL-PROGRAM                          PIC X(08).
           05  SPL-SCOPE                            PIC X(01).
           05  SPL-RECORD-KEY                       PIC X(11).
           05  SPL-CATEGORY                         PIC X(04).
           05  SPL-CELL                             PIC 9(02).
           05  SPL-CELL-VALUE                       PIC 9(06).
           05  SPL-MINIMUM                          PIC 9(04).
           05  SPL-REASON                           PIC X(04).
           05  FILLER                               PIC X(26).
      *
       WORKING-STORAGE SECTION.
       01  WS-RUL-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-RUL-SUCCESS                        VALUE '00'.
           88 WS-RUL-EOF                            VALUE '10'.
       01  WS-SPL-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-SPL-OPEN-OK                        VALUES '00' '05'.
           88 WS-SPL-IO-OK                          VALUE '00'.
      *
      * The rules are read once; the module stays resident for the
      * run unit the way UNEMPEXL keeps its sequence number.
       01  WS-RULES-LOADED-SW           PIC X(01)   VALUE 'N'.
           88 WS-RULES-LOADED                       VALUE 'Y'.
       01  WS-RULE-COUNT                PIC 9(02)   VALUE 0.
       01  WS-RULE-SUB                  PIC 9(02)   VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 24 TIMES.
               10  WS-RULE-SCOPE            PIC X(01).
               10  WS-RULE-CATEGORY         PIC X(04).
               10  WS-RULE-MINIMUM          PIC 9(04).
      *
      * Where each category sits in the caller's image: the code,
      * the offset of its INA count, the offset of its first
      * percent field (zero when it has none), its bucket count,
      * its first flag and the SUPRULES category it is ruled by.
      * Rows 1-6 are the demographic set, rows 7-8 the program type
      * set.
       01  WS-CATEGORY-VALUES.
           05  FILLER  PIC X(17) VALUE 'AGE 0110650801AGE'.
           05  FILLER  PIC X(17) VALUE 'ETH 1151330210ETH'.
           05  FILLER  PIC X(17) VALUE 'IND 1532792013IND'.
           05  FILLER  PIC X(17) VALUE 'RAC 3894250534RAC'.
           05  FILLER  PIC X(17) VALUE 'GEN 4604780240GEN'.
           05  FILLER  PIC X(17) VALUE 'EDU 4985280443EDU'.
           05  FILLER  PIC X(17) VALUE 'PGM 0110950601PGM'.
           05  FILLER  PIC X(17) VALUE 'PGMC0530000608PGM'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CAT-ENTRY OCCURS 8 TIMES.
               10  WS-CAT-CODE              PIC X(04).
               10  WS-CAT-INA-POS           PIC 9(03).
               10  WS-CAT-PCT-POS           PIC 9(03).
               10  WS-CAT-CELLS             PIC 9(02).
               10  WS-CAT-FIRST-FLAG        PIC 9(02).
               10  WS-CAT-RULE              PIC X(03).
       01  WS-CAT-SUB                   PIC 9(01)   VALUE 0.
       01  WS-FIRST-CAT                 PIC 9(01)   VALUE 0.
       01  WS-LAST-CAT                  PIC 9(01)   VALUE 0.
      *
       01  WS-MINIMUM                   PIC 9(04)   VALUE 0.
       01  WS-CELL-SUB                  PIC 9(02)   VALUE 0.
       01  WS-CELL-POS                  PIC 9(03)   VALUE 0.
       01  WS-FLAG-SUB                  PIC 9(02)   VALUE 0.
       01  WS-INA-VALUE                 PIC 9(06)   VALUE 0.
       01  WS-CELL-VALUE                PIC 9(06)   VALUE 0.
       01  WS-CELL-TEXT                 PIC X(06)   VALUE SPACES.
       01  WS-CELL-NUM REDEFINES WS-CELL-TEXT PIC 9(06).
       01  WS-CAT-WITHHELD              PIC 9(02)   VALUE 0.
       01  WS-SMALL-SUB                 PIC 9(02)   VALUE 0.
       01  WS-SMALL-VALUE               PIC 9(06)   VALUE 0.
       01  WS-REASON                    PIC X(04)   VALUE SPACES.
      *
       LINKAGE SECTION.
       01  SUP-CALLER-DATA.
           05  SUP-PROGRAM                          PIC X(08).
           05  SUP-SCOPE                            PIC X(01).
           05  SUP-RECORD-KEY                       PIC X(11).
           05  SUP-CELL-IMAGE                       PIC X(547).
           05  SUP-FLAG-AREA.
               10  SUP-FLAG                         PIC X(01)
                                                    OCCURS 47 TIMES.
           05  SUP-CELLS-WITHHELD                   PIC 9(03).
           05  SUP-RESULT                           PIC X(01).
           05  SUP-CELL-SET                         PIC X(01).
      *
      *--------------------------------------------
       PROCEDURE DIVISION USING SUP-CALLER-DATA.
      *--------------------------------------------
           MOVE '0' TO SUP-RESULT.
           MOVE 0 TO SUP-CELLS-WITHHELD.
           MOVE ALL 'N' TO SUP-FLAG-AREA.
           IF NOT WS-RULES-LOADED
              PERFORM LOAD-SUPPRESSION-RULES
              MOVE 'Y' TO WS-RULES-LOADED-SW
           END-IF.
           IF SUP-CELL-SET = 'P'
              MOVE 7 TO WS-FIRST-CAT
              MOVE 8 TO WS-LAST-CAT
           ELSE
              MOVE 1 TO WS-FIRST-CAT
              MOVE 6 TO WS-LAST-CAT
           END-IF.
           PERFORM SUPPRESS-ONE-CATEGORY
                   VARYING WS-CAT-SUB FROM WS-FIRST-CAT BY 1
                   UNTIL WS-CAT-SUB > WS-LAST-CAT.
           IF SUP-CELLS-WITHHELD > 0 AND SUP-RESULT = '0'
              MOVE '1' TO SUP-RESULT
           END-IF.
           EXIT PROGRAM.
      *
       LOAD-SUPPRESSION-RULES.
           MOVE 0 TO WS-RULE-COUNT.
           OPEN INPUT SUPPRESSION-RULES.
           IF NOT WS-RUL-SUCCESS
              DISPLAY 'NO SUPRULES FILE, NO CELLS WILL BE WITHHELD'
           ELSE
              PERFORM UNTIL WS-RUL-EOF
                 READ SUPPRESSION-RULES
                    AT END MOVE '10' TO WS-RUL-STATUS
                    NOT AT END
                       PERFORM TAKE-RULE-ROW
                 END-READ
              END-PERFORM
              CLOSE SUPPRESSION-RULES
           END-IF.
      *
       TAKE-RULE-ROW.
           IF RULE-SCOPE = '*' OR RULE-REC = SPACES
              CONTINUE
           ELSE
              IF RULE-MINIMUM NOT NUMERIC
                 OR (RULE-SCOPE NOT = 'S' AND RULE-SCOPE NOT = 'R')
                 DISPLAY 'SUPRULES ROW IGNORED: ' RULE-REC (1:20)
              ELSE
                 IF WS-RULE-COUNT < 24
                    ADD 1 TO WS-RULE-COUNT
                    MOVE RULE-SCOPE TO WS-RULE-SCOPE (WS-RULE-COUNT)
                    MOVE RULE-CATEGORY
                       TO WS-RULE-CATEGORY (WS-RULE-COUNT)
                    MOVE RULE-MINIMUM
                       TO WS-RULE-MINIMUM (WS-RULE-COUNT)
                 ELSE
                    DISPLAY 'MORE THAN 24 SUPRULES ROWS, EXTRAS '
                            'IGNORED'
                 END-IF
              END-IF
           END-IF.
      *
      * The exact category row wins over the scope's ALL row, so
      * the ALL row is only taken while nothing better has been
      * found.
       FIND-CATEGORY-MINIMUM.
           MOVE 0 TO WS-MINIMUM.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
              IF WS-RULE-SCOPE (WS-RULE-SUB) = SUP-SCOPE
                 IF WS-RULE-CATEGORY (WS-RULE-SUB) =
                    WS-CAT-RULE (WS-CAT-SUB)
                    MOVE WS-RULE-MINIMUM (WS-RULE-SUB) TO WS-MINIMUM
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-MINIMUM = 0
              PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                      UNTIL WS-RULE-SUB > WS-RULE-COUNT
                 IF WS-RULE-SCOPE (WS-RULE-SUB) = SUP-SCOPE
                    AND WS-RULE-CATEGORY (WS-RULE-SUB) = 'ALL '
                    MOVE WS-RULE-MINIMUM (WS-RULE-SUB) TO WS-MINIMUM
                 END-IF
              END-PERFORM
           END-IF.
      *
       SUPPRESS-ONE-CATEGORY.
           PERFORM FIND-CATEGORY-MINIMUM.
           IF WS-MINIMUM > 1
              MOVE 0 TO WS-CAT-WITHHELD
              MOVE 0 TO WS-CELL-SUB
              PERFORM GET-CELL-VALUE
              MOVE WS-CELL-VALUE TO WS-INA-VALUE
              IF WS-INA-VALUE > 0 AND WS-INA-VALUE < WS-MINIMUM
                 MOVE 'TOTL' TO WS-REASON
                 PERFORM WITHHOLD-CELL
                 PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                         UNTIL WS-CELL-SUB > WS-CAT-CELLS (WS-CAT-SUB)
                    PERFORM GET-CELL-VALUE
                    IF WS-CELL-VALUE > 0
                       PERFORM WITHHOLD-CELL
                    END-IF
                 END-PERFORM
              ELSE
                 MOVE 'PRIM' TO WS-REASON
                 PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                         UNTIL WS-CELL-SUB > WS-CAT-CELLS (WS-CAT-SUB)
                    PERFORM GET-CELL-VALUE
                    IF WS-CELL-VALUE > 0
                       AND WS-CELL-VALUE < WS-MINIMUM
                       PERFORM WITHHOLD-CELL
                    END-IF
                 END-PERFORM
                 IF WS-CAT-WITHHELD = 1
                    PERFORM WITHHOLD-COMPLEMENT
                 END-IF
              END-IF
           END-IF.
      *
      * Cell 0 is the category's INA total; cells 1-n the buckets.
      * The count is lifted through an alphanumeric view so a cell
      * already overwritten reads as withheld, not as a number.
       GET-CELL-VALUE.
           COMPUTE WS-CELL-POS =
              WS-CAT-INA-POS (WS-CAT-SUB) + (WS-CELL-SUB * 6).
           MOVE SUP-CELL-IMAGE (WS-CELL-POS:6) TO WS-CELL-TEXT.
           IF WS-CELL-TEXT NUMERIC
              MOVE WS-CELL-NUM TO WS-CELL-VALUE
           ELSE
              MOVE 0 TO WS-CELL-VALUE
           END-IF.
           COMPUTE WS-FLAG-SUB =
              WS-CAT-FIRST-FLAG (WS-CAT-SUB) + WS-CELL-SUB.
      *
      * The smallest bucket still published goes with the lone
      * withheld cell, zero buckets included: two withheld cells
      * leave only their sum derivable.
       WITHHOLD-COMPLEMENT.
           MOVE 0 TO WS-SMALL-SUB.
           MOVE 999999 TO WS-SMALL-VALUE.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CAT-CELLS (WS-CAT-SUB)
              PERFORM GET-CELL-VALUE
              IF SUP-FLAG (WS-FLAG-SUB) NOT = 'Y'
                 AND WS-CELL-VALUE < WS-SMALL-VALUE
                 MOVE WS-CELL-SUB TO WS-SMALL-SUB
                 MOVE WS-CELL-VALUE TO WS-SMALL-VALUE
              END-IF
           END-PERFORM.
           IF WS-SMALL-SUB > 0
              MOVE WS-SMALL-SUB TO WS-CELL-SUB
              PERFORM GET-CELL-VALUE
              MOVE 'COMP' TO WS-REASON
              PERFORM WITHHOLD-CELL
           END-IF.
      *
       WITHHOLD-CELL.
           MOVE 'Y' TO SUP-FLAG (WS-FLAG-SUB).
           ADD 1 TO WS-CAT-WITHHELD.
           ADD 1 TO SUP-CELLS-WITHHELD.
           PERFORM WRITE-SUPPRESSION-LOG.
           MOVE ALL '*' TO SUP-CELL-IMAGE (WS-CELL-POS:6).
           IF WS-CELL-SUB > 0 AND WS-CAT-PCT-POS (WS-CAT-SUB) > 0
              COMPUTE WS-CELL-POS = WS-CAT-PCT-POS (WS-CAT-SUB)
                                  + ((WS-CELL-SUB - 1) * 5)
              MOVE ALL '*' TO SUP-CELL-IMAGE (WS-CELL-POS:5)
           END-IF.
      *
      * SUPPLOG is appended, never recreated, and opened and closed
      * per row so the evidence is on disk whatever the caller does
      * next -- the UNEMPEXL convention.
       WRITE-SUPPRESSION-LOG.
           OPEN EXTEND SUPPRESSION-LOG.
           IF NOT WS-SPL-OPEN-OK
              DISPLAY 'SUPPLOG OPEN FAILED, STATUS ' WS-SPL-STATUS
              MOVE '2' TO SUP-RESULT
           ELSE
              MOVE SPACES TO SUPPLOG-REC
              MOVE FUNCTION CURRENT-DATE (1:8) TO SPL-DATE
              MOVE FUNCTION CURRENT-DATE (9:6) TO SPL-TIME
              MOVE SUP-PROGRAM TO SPL-PROGRAM
              MOVE SUP-SCOPE TO SPL-SCOPE
              MOVE SUP-RECORD-KEY TO SPL-RECORD-KEY
              MOVE WS-CAT-CODE (WS-CAT-SUB) TO SPL-CATEGORY
              MOVE WS-CELL-SUB TO SPL-CELL
              MOVE WS-CELL-VALUE TO SPL-CELL-VALUE
              MOVE WS-MINIMUM TO SPL-MINIMUM
              MOVE WS-REASON TO SPL-REASON
              WRITE SUPPLOG-REC
              IF NOT WS-SPL-IO-OK
                 DISPLAY 'SUPPLOG WRITE FAILED, STATUS '
                         WS-SPL-STATUS
                 MOVE '2' TO SUP-RESULT
              END-IF
              CLOSE SUPPRESSION-LOG
           END-IF.
