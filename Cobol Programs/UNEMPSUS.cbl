      *  row healed in January is never re-applied in March on top
      *  of later corrections.  Applied rows change counts the
      *  CLMMSUM monthly summary has already absorbed, so run
      *  UNEMPMSB after a reprocessing cycle to rebuild it.  Every
      *  row applied marks its category loaded in the week's
      *  category status flags, the same as a row UNEMP loads.
      *  A row for a week in a quarter UNEMPPCM has closed is not
      *  applied (UNEMPPCL logs the refusal) and rides forward on
      *  NEWSUSP until the quarter is reopened; a row applied to a
      *  reopened quarter is logged to PRDLOG as a change.
      *
      *  Reason codes carried on CLMSUSP records:
      *     XFOT - category buckets did not crossfoot to the INA
      *     MKEY - base CLMSDB record missing at REWRITE time
      *     DUPK - row belonged to a re-sent week parked intact
      *     PCLS - week's quarter closed on PRDCTL, held until reopened
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
           05  SRC-CBTRF-FIELDS-NF.
               10  SRC-CBTRF-BALANCE-CENTS              PIC 9(13).
               10  SRC-CBTRF-CONTRIB-CENTS              PIC 9(11).
      *
       01  SRC-CBPGM-FIELDS.
           05  SRC-CBPGM-RECORD-ID.
               15  SRC-CBPGM-MM                         PIC X(02).
               15  SRC-CBPGM-DD                         PIC X(02).
               15  SRC-CBPGM-YYYY                       PIC X(04).
           05  SRC-CBPGM-FIELDS-NF.
               10  SRC-CBPGM-DATE                       PIC X(10).
               10  SRC-CBPGM-INA                        PIC 9(06).
               10  SRC-CBPGM-STATE-UI-INTRA             PIC 9(06).
               10  SRC-CBPGM-STATE-UI-INTER             PIC 9(06).
               10  SRC-CBPGM-UCFE-INTRA                 PIC 9(06).
               10  SRC-CBPGM-UCFE-INTER                 PIC 9(06).
               10  SRC-CBPGM-UCX-INTRA                  PIC 9(06).
               10  SRC-CBPGM-UCX-INTER                  PIC 9(06).
               10  SRC-CBPGM-CONT-TOTAL                 PIC 9(06).
               10  SRC-CBPGM-CONT-STATE-UI-INTRA        PIC 9(06).
               10  SRC-CBPGM-CONT-STATE-UI-INTER        PIC 9(06).
               10  SRC-CBPGM-CONT-UCFE-INTRA            PIC 9(06).
               10  SRC-CBPGM-CONT-UCFE-INTER            PIC 9(06).
               10  SRC-CBPGM-CONT-UCX-INTRA             PIC 9(06).
               10  SRC-CBPGM-CONT-UCX-INTER             PIC 9(06).
      *
       01  WS-CROSSFOOT-TOTAL           PIC 9(08)   VALUE 0.
       01  WS-READ-COUNT                PIC 9(06)   VALUE 0.
       01  WS-STILL-MISSING-COUNT       PIC 9(06)   VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(06)   VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(06)   VALUE 0.
       01  WS-PERIOD-CLOSED-COUNT       PIC 9(06)   VALUE 0.
      *
       01  WS-APPLIED-LINE.
           05  FILLER                   PIC X(09) VALUE 'APPLIED: '.
           05  FILLER                   PIC X(30) VALUE
               'ROWS CARRIED TO NEWSUSP     :'.
           05  WS-SUM-CARRIED           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER                   PIC X(30) VALUE
               'ROWS HELD, PERIOD CLOSED    :'.
           05  WS-SUM-PERIOD-CLOSED     PIC ZZZ,ZZ9.
      *
       01  WS-LOCK-SUBROUTINE           PIC X(08)   VALUE 'UNEMPLCK'.
       01  WS-LCK-FUNCTION              PIC X(01)   VALUE SPACE.
      *
       01  WS-VER-SUBROUTINE            PIC X(08)   VALUE 'UNEMPVER'.
       01  WS-VER-RESULT                PIC X(01)   VALUE SPACE.
      *
       01  WS-PCL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPPCL'.
       01  WS-PCL-DATA.
           05  WS-PCL-FUNCTION          PIC X(01)   VALUE SPACE.
           05  WS-PCL-PROGRAM           PIC X(08)   VALUE 'UNEMPSUS'.
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
      *------------------
       PROCEDURE DIVISION.
      *------------------
                 PERFORM APPLY-CBDUR-ROW
              WHEN 'CLMTRF'
                 PERFORM APPLY-CBTRF-ROW
              WHEN 'CLMPGM'
                 PERFORM APPLY-CBPGM-ROW
              WHEN OTHER
                 MOVE SUSP-SOURCE-FILE TO WS-RJ-SOURCE
                 MOVE SPACES TO WS-RJ-KEY
      *
       APPLY-CBAGE-TO-DATABASE.
           PERFORM BUILD-CBAGE-KEY.
           PERFORM CHECK-PERIOD-OPEN.
           IF WS-PCL-PERIOD-CLOSED
              PERFORM LOG-PERIOD-CLOSED
           ELSE
              READ CLAIMS-DATABASE
              IF WS-CLMDB-SUCCESS
                 MOVE SRC-CBAGE-FIELDS-NF TO CLMDB-CBAGE-FIELDS
                 PERFORM COMPUTE-CBAGE-PERCENTAGES
                 PERFORM COMPUTE-INSURED-RATE
                 MOVE 'Y' TO CATEGORY-LOADED (1)
                 REWRITE CLAIMSDB-RECORD
                 IF WS-CLMDB-SUCCESS
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE 'CLMAGE' TO WS-AP-SOURCE
                    MOVE RECORD-KEY TO WS-AP-KEY
                    MOVE 'REWRITE' TO WS-AP-ACTION
                    PERFORM LOG-APPLIED-ROW
                 ELSE
                    PERFORM LOG-FAILED-WRITE
                 END-IF
              ELSE
                 INITIALIZE CLAIMSDB-RECORD
                 PERFORM BUILD-CBAGE-KEY
                 MOVE SRC-CBAGE-FIELDS-NF TO CLMDB-CBAGE-FIELDS
                 MOVE 09 TO CLMDB-LAYOUT-VERSION
      * Only the age category has arrived for a week built here; the
      * rest stay outstanding until their own rows are applied.
                 MOVE ALL 'N' TO CLMDB-CATEGORY-STATUS-FIELDS
                 PERFORM COMPUTE-CBAGE-PERCENTAGES
                 PERFORM COMPUTE-INSURED-RATE
                 MOVE 'Y' TO CATEGORY-LOADED (1)
                 WRITE CLAIMSDB-RECORD
                 IF WS-CLMDB-SUCCESS
                    ADD 1 TO WS-NEW-RECORD-COUNT
                    MOVE 'CLMAGE' TO WS-AP-SOURCE
                    MOVE RECORD-KEY TO WS-AP-KEY
                    MOVE 'WRITE' TO WS-AP-ACTION
                    PERFORM LOG-APPLIED-ROW
                 ELSE
                    PERFORM LOG-FAILED-WRITE
                 END-IF
              END-IF
           END-IF.
      *
                     SRC-CBETH-MM DELIMITED BY SIZE
                     SRC-CBETH-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM LOG-PERIOD-CLOSED
              ELSE
                 READ CLAIMS-DATABASE
                 IF WS-CLMDB-SUCCESS
                    MOVE SRC-CBETH-FIELDS-NF TO CLMDB-CBETH-FIELDS
                    PERFORM COMPUTE-CBETH-PERCENTAGES
                    MOVE 'Y' TO CATEGORY-LOADED (2)
                    REWRITE CLAIMSDB-RECORD
                    IF WS-CLMDB-SUCCESS
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'CLMETH' TO WS-AP-SOURCE
                       MOVE RECORD-KEY TO WS-AP-KEY
                       MOVE 'REWRITE' TO WS-AP-ACTION
                       PERFORM LOG-APPLIED-ROW
                    ELSE
                       PERFORM LOG-FAILED-WRITE
                    END-IF
                 ELSE
                    PERFORM LOG-STILL-MISSING
                 END-IF
              END-IF
           END-IF.
      *
                     SRC-CBIND-MM DELIMITED BY SIZE
                     SRC-CBIND-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM LOG-PERIOD-CLOSED
              ELSE
                 READ CLAIMS-DATABASE
                 IF WS-CLMDB-SUCCESS
                    MOVE SRC-CBIND-FIELDS-NF TO CLMDB-CBIND-FIELDS
                    PERFORM COMPUTE-CBIND-PERCENTAGES
                    MOVE 'Y' TO CATEGORY-LOADED (3)
                    REWRITE CLAIMSDB-RECORD
                    IF WS-CLMDB-SUCCESS
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'CLMIND' TO WS-AP-SOURCE
                       MOVE RECORD-KEY TO WS-AP-KEY
                       MOVE 'REWRITE' TO WS-AP-ACTION
                       PERFORM LOG-APPLIED-ROW
                    ELSE
                       PERFORM LOG-FAILED-WRITE
                    END-IF
                 ELSE
                    PERFORM LOG-STILL-MISSING
                 END-IF
              END-IF
           END-IF.
      *
                     SRC-CBRAC-MM DELIMITED BY SIZE
                     SRC-CBRAC-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM LOG-PERIOD-CLOSED
              ELSE
                 READ CLAIMS-DATABASE
                 IF WS-CLMDB-SUCCESS
                    MOVE SRC-CBRAC-FIELDS-NF TO CLMDB-CBRAC-FIELDS
                    PERFORM COMPUTE-CBRAC-PERCENTAGES
                    MOVE 'Y' TO CATEGORY-LOADED (4)
                    REWRITE CLAIMSDB-RECORD
                    IF WS-CLMDB-SUCCESS
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'CLMRAC' TO WS-AP-SOURCE
                       MOVE RECORD-KEY TO WS-AP-KEY
                       MOVE 'REWRITE' TO WS-AP-ACTION
                       PERFORM LOG-APPLIED-ROW
                    ELSE
                       PERFORM LOG-FAILED-WRITE
                    END-IF
                 ELSE
                    PERFORM LOG-STILL-MISSING
                 END-IF
              END-IF
           END-IF.
      *
                     SRC-CBGEN-MM DELIMITED BY SIZE
                     SRC-CBGEN-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM LOG-PERIOD-CLOSED
              ELSE
                 READ CLAIMS-DATABASE
                 IF WS-CLMDB-SUCCESS
                    MOVE SRC-CBGEN-FIELDS-NF TO CLMDB-CBGEN-FIELDS
                    PERFORM COMPUTE-CBGEN-PERCENTAGES
                    MOVE 'Y' TO CATEGORY-LOADED (5)
                    REWRITE CLAIMSDB-RECORD
                    IF WS-CLMDB-SUCCESS
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'CLMGEN' TO WS-AP-SOURCE
                       MOVE RECORD-KEY TO WS-AP-KEY
                       MOVE 'REWRITE' TO WS-AP-ACTION
                       PERFORM LOG-APPLIED-ROW
                    ELSE
                       PERFORM LOG-FAILED-WRITE
                    END-IF
                 ELSE
                    PERFORM LOG-STILL-MISSING
                 END-IF
              END-IF
           END-IF.
      *
                     SRC-CBEDU-MM DELIMITED BY SIZE
                     SRC-CBEDU-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM LOG-PERIOD-CLOSED
              ELSE
                 READ CLAIMS-DATABASE
                 IF WS-CLMDB-SUCCESS
                    MOVE SRC-CBEDU-FIELDS-NF TO CLMDB-CBEDU-FIELDS
                    PERFORM COMPUTE-CBEDU-PERCENTAGES
                    MOVE 'Y' TO CATEGORY-LOADED (6)
                    REWRITE CLAIMSDB-RECORD
                    IF WS-CLMDB-SUCCESS
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'CLMEDU' TO WS-AP-SOURCE
                       MOVE RECORD-KEY TO WS-AP-KEY
                       MOVE 'REWRITE' TO WS-AP-ACTION
                       PERFORM LOG-APPLIED-ROW
                    ELSE
                       PERFORM LOG-FAILED-WRITE
                    END-IF
                 ELSE
                    PERFORM LOG-STILL-MISSING
                 END-IF
              END-IF
           END-IF.
      *
                     SRC-CBCNT-MM DELIMITED BY SIZE
                     SRC-CBCNT-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM LOG-PERIOD-CLOSED
              ELSE
                 READ CLAIMS-DATABASE
                 IF WS-CLMDB-SUCCESS
                    MOVE SRC-CBCNT-CONTINUED TO CONTINUED-CLAIMS
                    PERFORM COMPUTE-INSURED-RATE
                    MOVE 'Y' TO CATEGORY-LOADED (7)
                    REWRITE CLAIMSDB-RECORD
                    IF WS-CLMDB-SUCCESS
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'CLMCONT' TO WS-AP-SOURCE
                       MOVE RECORD-KEY TO WS-AP-KEY
                       MOVE 'REWRITE' TO WS-AP-ACTION
                       PERFORM LOG-APPLIED-ROW
                    ELSE
                       PERFORM LOG-FAILED-WRITE
                    END-IF
                 ELSE
                    PERFORM LOG-STILL-MISSING
                 END-IF
              END-IF
           END-IF.
      *
                     SRC-CBBEN-MM DELIMITED BY SIZE
                     SRC-CBBEN-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM LOG-PERIOD-CLOSED
              ELSE
                 READ CLAIMS-DATABASE
                 IF WS-CLMDB-SUCCESS
                    STRING SRC-CBBEN-MM '/' SRC-CBBEN-DD '/'
                           SRC-CBBEN-YYYY
                       DELIMITED BY SIZE INTO BENEFIT-DATE
                    COMPUTE BENEFIT-DOLLARS-PAID =
                       SRC-CBBEN-DOLLARS-CENTS / 100
                    MOVE SRC-CBBEN-PAYMENT-COUNT
                       TO BENEFIT-PAYMENT-COUNT
                    COMPUTE BENEFIT-AVG-WEEKLY =
                       SRC-CBBEN-AVG-CENTS / 100
                    MOVE 'Y' TO CATEGORY-LOADED (8)
                    REWRITE CLAIMSDB-RECORD
                    IF WS-CLMDB-SUCCESS
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'CLMBEN' TO WS-AP-SOURCE
                       MOVE RECORD-KEY TO WS-AP-KEY
                       MOVE 'REWRITE' TO WS-AP-ACTION
                       PERFORM LOG-APPLIED-ROW
                    ELSE
                       PERFORM LOG-FAILED-WRITE
                    END-IF
                 ELSE
                    PERFORM LOG-STILL-MISSING
                 END-IF
              END-IF
           END-IF.
      *
                     SRC-CBFLW-MM DELIMITED BY SIZE
                     SRC-CBFLW-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM LOG-PERIOD-CLOSED
              ELSE
                 READ CLAIMS-DATABASE
                 IF WS-CLMDB-SUCCESS
                    STRING SRC-CBFLW-MM '/' SRC-CBFLW-DD '/'
                           SRC-CBFLW-YYYY
                       DELIMITED BY SIZE INTO FLOW-DATE
                    MOVE SRC-CBFLW-FIRST-PAYMENTS
                       TO FLOW-FIRST-PAYMENTS
                    MOVE SRC-CBFLW-EXHAUSTIONS TO FLOW-EXHAUSTIONS
                    MOVE 'Y' TO CATEGORY-LOADED (9)
                    REWRITE CLAIMSDB-RECORD
                    IF WS-CLMDB-SUCCESS
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'CLMFLOW' TO WS-AP-SOURCE
                       MOVE RECORD-KEY TO WS-AP-KEY
                       MOVE 'REWRITE' TO WS-AP-ACTION
                       PERFORM LOG-APPLIED-ROW
                    ELSE
                       PERFORM LOG-FAILED-WRITE
                    END-IF
                 ELSE
                    PERFORM LOG-STILL-MISSING
                 END-IF
              END-IF
           END-IF.
      *
                     SRC-CBDUR-MM DELIMITED BY SIZE
                     SRC-CBDUR-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM LOG-PERIOD-CLOSED
              ELSE
                 READ CLAIMS-DATABASE
                 IF WS-CLMDB-SUCCESS
                    MOVE SRC-CBDUR-FIELDS-NF TO CLMDB-CBDUR-FIELDS
                    PERFORM COMPUTE-CBDUR-PERCENTAGES
                    MOVE 'Y' TO CATEGORY-LOADED (10)
                    REWRITE CLAIMSDB-RECORD
                    IF WS-CLMDB-SUCCESS
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'CLMDUR' TO WS-AP-SOURCE
                       MOVE RECORD-KEY TO WS-AP-KEY
                       MOVE 'REWRITE' TO WS-AP-ACTION
                       PERFORM LOG-APPLIED-ROW
                    ELSE
                       PERFORM LOG-FAILED-WRITE
                    END-IF
                 ELSE
                    PERFORM LOG-STILL-MISSING
                 END-IF
              END-IF
           END-IF.
      *
                     SRC-CBTRF-MM DELIMITED BY SIZE
                     SRC-CBTRF-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM LOG-PERIOD-CLOSED
              ELSE
                 READ CLAIMS-DATABASE
                 IF WS-CLMDB-SUCCESS
                    STRING SRC-CBTRF-MM '/' SRC-CBTRF-DD '/'
                           SRC-CBTRF-YYYY
                       DELIMITED BY SIZE INTO TF-DATE
                    COMPUTE TF-ENDING-BALANCE =
                       SRC-CBTRF-BALANCE-CENTS / 100
                    COMPUTE TF-CONTRIBUTIONS =
                       SRC-CBTRF-CONTRIB-CENTS / 100
                    MOVE 'Y' TO CATEGORY-LOADED (11)
                    REWRITE CLAIMSDB-RECORD
                    IF WS-CLMDB-SUCCESS
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'CLMTRF' TO WS-AP-SOURCE
                       MOVE RECORD-KEY TO WS-AP-KEY
                       MOVE 'REWRITE' TO WS-AP-ACTION
                       PERFORM LOG-APPLIED-ROW
                    ELSE
                       PERFORM LOG-FAILED-WRITE
                    END-IF
                 ELSE
                    PERFORM LOG-STILL-MISSING
                 END-IF
              END-IF
           END-IF.
      *
       APPLY-CBPGM-ROW.
           UNSTRING SUSP-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBPGM-RECORD-ID
                   SRC-CBPGM-DATE
                   SRC-CBPGM-INA
                   SRC-CBPGM-STATE-UI-INTRA
                   SRC-CBPGM-STATE-UI-INTER
                   SRC-CBPGM-UCFE-INTRA
                   SRC-CBPGM-UCFE-INTER
                   SRC-CBPGM-UCX-INTRA
                   SRC-CBPGM-UCX-INTER
                   SRC-CBPGM-CONT-TOTAL
                   SRC-CBPGM-CONT-STATE-UI-INTRA
                   SRC-CBPGM-CONT-STATE-UI-INTER
                   SRC-CBPGM-CONT-UCFE-INTRA
                   SRC-CBPGM-CONT-UCFE-INTER
                   SRC-CBPGM-CONT-UCX-INTRA
                   SRC-CBPGM-CONT-UCX-INTER
           END-UNSTRING.
           MOVE 'CLMPGM' TO WS-RJ-SOURCE.
           IF SRC-CBPGM-FIELDS-NF (11:) NOT NUMERIC
              MOVE SPACES TO WS-RJ-KEY
              MOVE 'ROW STILL NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              STRING SRC-CBPGM-YYYY DELIMITED BY SIZE
                     SRC-CBPGM-MM DELIMITED BY SIZE
                     SRC-CBPGM-DD DELIMITED BY SIZE
                     INTO RECORD-KEY
              COMPUTE WS-CROSSFOOT-TOTAL =
                      SRC-CBPGM-STATE-UI-INTRA
                    + SRC-CBPGM-STATE-UI-INTER
                    + SRC-CBPGM-UCFE-INTRA + SRC-CBPGM-UCFE-INTER
                    + SRC-CBPGM-UCX-INTRA + SRC-CBPGM-UCX-INTER
              IF WS-CROSSFOOT-TOTAL NOT = SRC-CBPGM-INA
                 MOVE RECORD-KEY TO WS-RJ-KEY
                 MOVE 'ROW STILL FAILS CROSSFOOT' TO WS-RJ-REASON
                 PERFORM LOG-REJECTED-ROW
              ELSE
                 PERFORM CHECK-PERIOD-OPEN
                 IF WS-PCL-PERIOD-CLOSED
                    PERFORM LOG-PERIOD-CLOSED
                 ELSE
                    READ CLAIMS-DATABASE
                    IF WS-CLMDB-SUCCESS
                       MOVE SRC-CBPGM-FIELDS-NF TO CLMDB-CBPGM-FIELDS
                       PERFORM COMPUTE-CBPGM-PERCENTAGES
                       MOVE 'Y' TO CATEGORY-LOADED (12)
                       REWRITE CLAIMSDB-RECORD
                       IF WS-CLMDB-SUCCESS
                          ADD 1 TO WS-APPLIED-COUNT
                          MOVE 'CLMPGM' TO WS-AP-SOURCE
                          MOVE RECORD-KEY TO WS-AP-KEY
                          MOVE 'REWRITE' TO WS-AP-ACTION
                          PERFORM LOG-APPLIED-ROW
                       ELSE
                          PERFORM LOG-FAILED-WRITE
                       END-IF
                    ELSE
                       PERFORM LOG-STILL-MISSING
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       LOG-APPLIED-ROW.
           MOVE WS-APPLIED-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-PCL-PERIOD-REOPENED
              MOVE 'L' TO WS-PCL-FUNCTION
              MOVE 'CH' TO WS-PCL-EVENT
              MOVE SPACES TO WS-PCL-DETAIL
              STRING 'SUSPENSE ' WS-AP-SOURCE ' ' WS-AP-ACTION
                     DELIMITED BY SIZE
                     INTO WS-PCL-DETAIL
              END-STRING
              CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA
           END-IF.
      *
       LOG-REJECTED-ROW.
           ADD 1 TO WS-REJECTED-COUNT.
           WRITE PRINT-REC.
           DISPLAY WS-REJECT-LINE.
           PERFORM CARRY-ROW-FORWARD.
      *
      * The week's quarter must not be closed; UNEMPPCL logs the
      * refusal itself and the row waits on NEWSUSP for a reopen.
       CHECK-PERIOD-OPEN.
           MOVE 'C' TO WS-PCL-FUNCTION.
           MOVE RECORD-KEY TO WS-PCL-WEEK-ENDING.
           MOVE RECORD-KEY TO WS-PCL-RECORD-KEY.
           MOVE SPACES TO WS-PCL-DETAIL.
           STRING 'SUSPENSE ' SUSP-SOURCE-FILE ' '
                  SUSP-REASON-CODE DELIMITED BY SIZE
                  INTO WS-PCL-DETAIL
           END-STRING.
           CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA.
      *
       LOG-PERIOD-CLOSED.
           ADD 1 TO WS-PERIOD-CLOSED-COUNT.
           MOVE RECORD-KEY TO WS-RJ-KEY.
           MOVE SPACES TO WS-RJ-REASON.
           STRING 'PERIOD ' WS-PCL-QUARTER ' CLOSED'
                  DELIMITED BY SIZE INTO WS-RJ-REASON
           END-STRING.
           MOVE WS-REJECT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-REJECT-LINE.
           PERFORM CARRY-ROW-FORWARD.
      *
       LOG-FAILED-WRITE.
           ADD 1 TO WS-FAILED-COUNT.
              COMPUTE CBDUR-PCT-GRTR-THAN-26 ROUNDED =
                 (CBDUR-GRTR-THAN-26 / CBDUR-TOTAL) * 100
           END-IF.
      *
       COMPUTE-CBPGM-PERCENTAGES.
           IF CBPGM-INA = 0
              MOVE 0 TO CBPGM-PCT-STATE-UI-INTRA
                        CBPGM-PCT-STATE-UI-INTER
                        CBPGM-PCT-UCFE-INTRA
                        CBPGM-PCT-UCFE-INTER
                        CBPGM-PCT-UCX-INTRA
                        CBPGM-PCT-UCX-INTER
           ELSE
              COMPUTE CBPGM-PCT-STATE-UI-INTRA ROUNDED =
                 (CBPGM-STATE-UI-INTRA / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-STATE-UI-INTER ROUNDED =
                 (CBPGM-STATE-UI-INTER / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCFE-INTRA ROUNDED =
                 (CBPGM-UCFE-INTRA / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCFE-INTER ROUNDED =
                 (CBPGM-UCFE-INTER / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCX-INTRA ROUNDED =
                 (CBPGM-UCX-INTRA / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCX-INTER ROUNDED =
                 (CBPGM-UCX-INTER / CBPGM-INA) * 100
           END-IF.
      *
       PRINT-SUMMARY.
           MOVE WS-READ-COUNT TO WS-SUM-READ.
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED.
           MOVE WS-FAILED-COUNT TO WS-SUM-FAILED.
           MOVE WS-CARRIED-COUNT TO WS-SUM-CARRIED.
           MOVE WS-PERIOD-CLOSED-COUNT TO WS-SUM-PERIOD-CLOSED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE6.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE7.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE8.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
