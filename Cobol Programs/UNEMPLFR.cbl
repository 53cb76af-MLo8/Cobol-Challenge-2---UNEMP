      *  differs it rewrites the count and recomputes the insured
      *  unemployment rate from the stored continued claims --
      *  printing an audit line for every record changed with the
      *  old and new count and rate.  Total unemployed counts and
      *  total rates carried on the revised rows are passed to the
      *  TOTUNEM store through UNEMPTUN, with an audit line for each
      *  month whose total changed.  A week in a quarter UNEMPPCM
      *  has closed keeps its published count (UNEMPPCL logs the
      *  refusal); a week revised in a reopened quarter is logged
      *  to PRDLOG as a change.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
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
               15  CBLBR-YYYY                           PIC X(04).
           05  CBLBR-FIELDS-NF.
               10  CBLBR-LABORFORCE                     PIC 9(09).
               10  CBLBR-TOTAL-UNEMPLOYED               PIC 9(09).
               10  CBLBR-TOTAL-RATE-TEXT                PIC X(06).
      *
       01  WS-LBR-EOF-SW                PIC X(01)   VALUE 'N'.
           88 WS-LBR-EOF                             VALUE 'Y'.
       01  WS-READ-COUNT                PIC 9(06)   VALUE 0.
       01  WS-CHANGED-COUNT             PIC 9(06)   VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(06)   VALUE 0.
       01  WS-TUN-CHANGED-COUNT         PIC 9(06)   VALUE 0.
       01  WS-PERIOD-CLOSED-COUNT       PIC 9(06)   VALUE 0.
       01  WS-RATE-DOTS                 PIC 9(02)   VALUE 0.
       01  WS-RATE-SUB                  PIC 9(02)   VALUE 0.
       01  WS-RATE-TEXT-BAD-SW          PIC X(01)   VALUE 'N'.
           88 WS-RATE-TEXT-BAD                      VALUE 'Y'.
      *
       01  WS-TUN-SUBROUTINE            PIC X(08)   VALUE 'UNEMPTUN'.
       01  WS-TUN-DATA.
           05  WS-TUN-FUNCTION          PIC X(01)   VALUE 'S'.
           05  WS-TUN-YYYYMM            PIC X(06)   VALUE SPACES.
           05  WS-TUN-TOTAL-UNEMPLOYED  PIC 9(09)   VALUE 0.
           05  WS-TUN-TOTAL-RATE        PIC 9(03)V99 VALUE 0.
           05  WS-TUN-LABORFORCE        PIC 9(09)   VALUE 0.
           05  WS-TUN-ACTION            PIC X(01)   VALUE SPACE.
           05  WS-TUN-PRIOR-TOTAL       PIC 9(09)   VALUE 0.
           05  WS-TUN-RESULT            PIC X(01)   VALUE SPACE.
      *
       01  WS-REVISION-LINE.
           05  FILLER                   PIC X(09) VALUE 'REVISED: '.
           05  WS-RV-OLD-RATE           PIC ZZ9.99.
           05  FILLER                   PIC X(05) VALUE ' NEW='.
           05  WS-RV-NEW-RATE           PIC ZZ9.99.
       01  WS-TOTAL-REVISION-LINE.
           05  FILLER                   PIC X(09) VALUE 'REVISED: '.
           05  WS-TR-MONTH              PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE
               ' TOTAL UNEMP OLD'.
           05  FILLER                   PIC X(01) VALUE '='.
           05  WS-TR-OLD-TOTAL          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE ' NEW='.
           05  WS-TR-NEW-TOTAL          PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(25) VALUE
           05  FILLER                   PIC X(25) VALUE
               'REWRITES FAILED         :'.
           05  WS-SUM-FAILED            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(25) VALUE
               'TOTAL UNEMP REVISIONS   :'.
           05  WS-SUM-TUN-CHANGED       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER                   PIC X(25) VALUE
               'REFUSED, PERIOD CLOSED  :'.
           05  WS-SUM-PERIOD-CLOSED     PIC ZZZ,ZZ9.
      *
       01  WS-VER-SUBROUTINE            PIC X(08)   VALUE 'UNEMPVER'.
       01  WS-VER-RESULT                PIC X(01)   VALUE SPACE.
      *
       01  WS-PCL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPPCL'.
       01  WS-PCL-DATA.
           05  WS-PCL-FUNCTION          PIC X(01)   VALUE SPACE.
           05  WS-PCL-PROGRAM           PIC X(08)   VALUE 'UNEMPLFR'.
           05  WS-PCL-OPERATOR          PIC X(08)   VALUE SPACES.
           05  WS-PCL-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-PCL-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-PCL-EVENT             PIC X(02)   VALUE SPACES.
           05  WS-PCL-DETAIL            PIC X(40)   VALUE SPACES.
           05  WS-PCL-QUARTER           PIC X(05)   VALUE SPACES.
           05  WS-PCL-PERIOD-STATE      PIC X(01)   VALUE SPACE.
               88 WS-PCL-PERIOD-CLOSED              VALUE 'C'.
               88 WS-PCL-PERIOD-REOPENED            VALUE 'R'.
           05  WS-PCL-RESULT            PIC X(01)   VALUE SPACE.
      *
       01  WS-LOCK-SUBROUTINE           PIC X(08)   VALUE 'UNEMPLCK'.
       01  WS-LCK-FUNCTION              PIC X(01)   VALUE SPACE.
              READ CLAIMS-BY-LABORFORCE
                 AT END MOVE 'Y' TO WS-LBR-EOF-SW
                 NOT AT END
                    MOVE 0 TO CBLBR-TOTAL-UNEMPLOYED
                    MOVE SPACES TO CBLBR-TOTAL-RATE-TEXT
                    UNSTRING CBLBR-REC DELIMITED BY ',' OR ' '
                       INTO CBLBR-MM
                            CBLBR-YYYY
                            CBLBR-LABORFORCE
                            CBLBR-TOTAL-UNEMPLOYED
                            CBLBR-TOTAL-RATE-TEXT
                    END-UNSTRING
                    ADD 1 TO WS-LF-TABLE-COUNT
                    STRING CBLBR-YYYY CBLBR-MM DELIMITED BY SIZE
                       INTO WS-LF-YYYYMM (WS-LF-TABLE-COUNT)
                    MOVE CBLBR-LABORFORCE TO
                         WS-LF-COUNT (WS-LF-TABLE-COUNT)
                    IF CBLBR-TOTAL-UNEMPLOYED > 0
                       PERFORM STORE-TOTAL-UNEMPLOYMENT
                    END-IF
              END-READ
           END-PERFORM.
           MOVE 'C' TO WS-TUN-FUNCTION.
           CALL WS-TUN-SUBROUTINE USING WS-TUN-DATA.
      *
       STORE-TOTAL-UNEMPLOYMENT.
           MOVE 'S' TO WS-TUN-FUNCTION.
           MOVE WS-LF-YYYYMM (WS-LF-TABLE-COUNT) TO WS-TUN-YYYYMM.
           MOVE CBLBR-TOTAL-UNEMPLOYED TO WS-TUN-TOTAL-UNEMPLOYED.
           MOVE CBLBR-LABORFORCE TO WS-TUN-LABORFORCE.
           PERFORM CHECK-TOTAL-RATE-TEXT.
           IF CBLBR-TOTAL-RATE-TEXT = SPACES OR WS-RATE-TEXT-BAD
              MOVE 0 TO WS-TUN-TOTAL-RATE
           ELSE
              COMPUTE WS-TUN-TOTAL-RATE =
                 FUNCTION NUMVAL (CBLBR-TOTAL-RATE-TEXT)
           END-IF.
           CALL WS-TUN-SUBROUTINE USING WS-TUN-DATA.
           IF WS-TUN-RESULT NOT = '0'
              DISPLAY 'TOTAL UNEMPLOYMENT FOR ' WS-TUN-YYYYMM
                      ' NOT RECORDED ON TOTUNEM'
           END-IF.
           IF WS-TUN-ACTION = 'R'
              ADD 1 TO WS-TUN-CHANGED-COUNT
              MOVE WS-TUN-YYYYMM TO WS-TR-MONTH
              MOVE WS-TUN-PRIOR-TOTAL TO WS-TR-OLD-TOTAL
              MOVE WS-TUN-TOTAL-UNEMPLOYED TO WS-TR-NEW-TOTAL
              MOVE WS-TOTAL-REVISION-LINE TO PRINT-REC
              WRITE PRINT-REC
           END-IF.
      *
      * The revised file does not pass through UNEMPEDT, so a rate
      * that is not decimal text is stored as zero.
       CHECK-TOTAL-RATE-TEXT.
           MOVE 'N' TO WS-RATE-TEXT-BAD-SW.
           MOVE 0 TO WS-RATE-DOTS.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > 6
              EVALUATE TRUE
                 WHEN CBLBR-TOTAL-RATE-TEXT (WS-RATE-SUB:1) = SPACE
                    CONTINUE
                 WHEN CBLBR-TOTAL-RATE-TEXT (WS-RATE-SUB:1) = '.'
                    ADD 1 TO WS-RATE-DOTS
                 WHEN CBLBR-TOTAL-RATE-TEXT (WS-RATE-SUB:1)
                      NOT NUMERIC
                    MOVE 'Y' TO WS-RATE-TEXT-BAD-SW
              END-EVALUATE
           END-PERFORM.
           IF WS-RATE-DOTS > 1
              MOVE 'Y' TO WS-RATE-TEXT-BAD-SW
           END-IF.
      *
       SWEEP-DATABASE.
           PERFORM READ-CLAIMSDB-NEXT.
           END-PERFORM.
           IF WS-LF-FOUND
              AND LABORFORCE-COUNT NOT = WS-LF-COUNT (WS-LF-HIT)
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 ADD 1 TO WS-PERIOD-CLOSED-COUNT
                 DISPLAY 'REVISION REFUSED, PERIOD ' WS-PCL-QUARTER
                         ' CLOSED FOR KEY ' RECORD-KEY
              ELSE
                 PERFORM APPLY-REVISION
              END-IF
           END-IF.
      *
      * The week's quarter must not be closed; UNEMPPCL logs the
      * refusal itself.
       CHECK-PERIOD-OPEN.
           MOVE 'C' TO WS-PCL-FUNCTION.
           MOVE RECORD-KEY TO WS-PCL-WEEK-ENDING.
           MOVE RECORD-KEY TO WS-PCL-RECORD-KEY.
           MOVE 'LABOR FORCE REVISION' TO WS-PCL-DETAIL.
           CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA.
      *
       APPLY-REVISION.
           MOVE LABORFORCE-COUNT TO WS-OLD-LF-COUNT.
              MOVE INSURED-UNEMPLOYMENT-RATE TO WS-RV-NEW-RATE
              MOVE WS-REVISION-LINE TO PRINT-REC
              WRITE PRINT-REC
              IF WS-PCL-PERIOD-REOPENED
                 MOVE 'L' TO WS-PCL-FUNCTION
                 MOVE 'CH' TO WS-PCL-EVENT
                 MOVE 'LABOR FORCE REVISION' TO WS-PCL-DETAIL
                 CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA
              END-IF
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY 'REVISION REWRITE FAILED FOR KEY ' RECORD-KEY
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           MOVE WS-TUN-CHANGED-COUNT TO WS-SUM-TUN-CHANGED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           MOVE WS-PERIOD-CLOSED-COUNT TO WS-SUM-PERIOD-CLOSED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           DISPLAY WS-SUMMARY-LINE2.
      *
       CLOSE-STOP.
