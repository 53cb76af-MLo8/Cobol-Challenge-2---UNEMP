      ****************************************************************
      *  Front-end edit for the weekly load.  Reads every input
      *  file (CLMAGE, CLMETH, CLMIND, CLMRAC, CLMGEN, CLMEDU,
      *  CLMLABOR, CLMCONT, CLMBEN, CLMFLOW, CLMDUR, CLMTRF and
      *  CLMPGM)
      *  BEFORE UNEMP opens CLMSDB for update, and checks:
      *     - record id is numeric and a valid MMDDYYYY date
      *     - every count field is numeric
      *     - no duplicate keys within a file
      *     - category buckets crossfoot to the file's INA total
      *       (CLMDUR buckets crossfoot to its continued total;
      *       CLMPGM's initial splits crossfoot to its INA total and
      *       its continued splits to its continued total)
      *     - the five demographic files carry the same week-ending
      *       dates, row for row, as CLMAGE, and their INA totals
      *       agree with CLMAGE's; the other weekly files carry the
      *       same dates but their own figures
      *     - CLMLABOR months are valid and not duplicated, and
      *       the optional total unemployed count and total rate
      *       that may follow the labor force are numeric, the
      *       count no larger than the labor force
      *     - no new week repeats an earlier week's counts (below)
      *  Any failure is reported to PRTLINE and the program ends with
      *  RETURN-CODE 8 so UNEMPRUN can stop the window before the
      *  database is touched.  A clean pass ends with RETURN-CODE 0
      *  and stamps the edit milestone for the newest week-ending
      *  date on CLMAGE on LIFECYC through UNEMPLCY.
      *
      *  A weekly file that is empty or absent has not arrived yet
      *  and is noted NOT RECEIVED, not failed, so the files that
      *  did arrive can go on to a partial load.  When CLMAGE itself
      *  is the one missing (a completion run bringing in only the
      *  late files) the row-for-row checks against CLMAGE are
      *  skipped; every other edit still applies.  CLMLABOR is not
      *  a weekly file and must still be present.
      *
      *  Every week row of every weekly file is fingerprinted -- the
      *  row's count fields, less the week-ending date -- in the
      *  keyed registry FPRINTS, which holds each file's weeks and
      *  the counts each arrived with.  A week not yet on file whose
      *  counts are identical to a week already on file for the
      *  same file is a re-sent or recycled extract under a new
      *  date, and fails the edit naming the earlier week.  A week
      *  already on file is not tested again, so the history the
      *  claims system re-sends every week passes; a new week is
      *  only registered when its row passed every other edit.  An
      *  all-zero row is never tested or registered.  CLMCONT is a
      *  single figure, too likely to repeat honestly over the
      *  years to fingerprint, and CLMLABOR is monthly.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL CLAIMS-BY-AGE ASSIGN TO CLMAGE.
           SELECT OPTIONAL CLAIMS-BY-ETHNICITY ASSIGN TO CLMETH.
           SELECT OPTIONAL CLAIMS-BY-INDUSTRY ASSIGN TO CLMIND.
           SELECT OPTIONAL CLAIMS-BY-RACE ASSIGN TO CLMRAC.
           SELECT OPTIONAL CLAIMS-BY-GENDER ASSIGN TO CLMGEN.
           SELECT OPTIONAL CLAIMS-BY-EDUCATION ASSIGN TO CLMEDU.
           SELECT CLAIMS-BY-LABORFORCE ASSIGN TO CLMLABOR.
           SELECT OPTIONAL CONTINUED-CLAIMS-FILE ASSIGN TO CLMCONT.
           SELECT OPTIONAL BENEFITS-PAID-FILE ASSIGN TO CLMBEN.
           SELECT OPTIONAL BENEFIT-FLOW-FILE ASSIGN TO CLMFLOW.
           SELECT OPTIONAL CLAIMS-BY-DURATION ASSIGN TO CLMDUR.
           SELECT OPTIONAL TRUST-FUND-FILE ASSIGN TO CLMTRF.
           SELECT OPTIONAL CLAIMS-BY-PROGRAM ASSIGN TO CLMPGM.
           SELECT OPTIONAL FINGERPRINT-REGISTRY ASSIGN TO FPRINTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FPR-KEY
                  FILE STATUS IS WS-FPR-STATUS.
      *
      *-------------
       DATA DIVISION.
      *
       FD  TRUST-FUND-FILE RECORDING MODE F.
       01  CBTRF-REC                                PIC X(144).
      *
       FD  CLAIMS-BY-PROGRAM RECORDING MODE F.
       01  CBPGM-REC                                PIC X(144).
      *
      * Two entries per week: a 'W' entry keyed by week, and a 'C'
      * entry keyed by the counts, both naming the week and the day
      * it was first received.
       FD  FINGERPRINT-REGISTRY.
       01  FPR-RECORD.
           05  FPR-KEY.
               10  FPR-FILE                         PIC X(08).
               10  FPR-KEY-TYPE                     PIC X(01).
                   88  FPR-WEEK-ENTRY               VALUE 'W'.
                   88  FPR-COUNTS-ENTRY             VALUE 'C'.
               10  FPR-KEY-VALUE                    PIC X(126).
           05  FPR-WEEK                             PIC X(08).
           05  FPR-DATE-RECEIVED                    PIC X(08).
           05  FILLER                               PIC X(49).
      *
       WORKING-STORAGE SECTION.
       01  LASTREC                      PIC X(01)   VALUE 'N'.
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
       01  CBLBR-FIELDS.
           05  CBLBR-RECORD-ID.
               15  CBLBR-YYYY                           PIC X(04).
           05  CBLBR-FIELDS-NF.
               10  CBLBR-LABORFORCE                     PIC 9(09).
               10  CBLBR-TOTAL-UNEMPLOYED               PIC 9(09).
               10  CBLBR-TOTAL-RATE-TEXT                PIC X(06).
       01  WS-LBR-RATE-DOTS             PIC 9(02)   VALUE 0.
       01  WS-LBR-RATE-SUB              PIC 9(02)   VALUE 0.
       01  WS-LBR-RATE-BAD-SW           PIC X(01)   VALUE 'N'.
           88 WS-LBR-RATE-BAD                       VALUE 'Y'.
       01  WS-LBR-TOTAL-RATE            PIC 9(05)V99 VALUE 0.
      *
       01  WS-ROW-NUMBER                PIC 9(04)   VALUE 0.
       01  WS-AGE-ROW-COUNT             PIC 9(04)   VALUE 0.
       01  WS-AGE-RECEIVED-SW           PIC X(01)   VALUE 'Y'.
           88 WS-AGE-RECEIVED                       VALUE 'Y'.
       01  WS-NOT-RECEIVED-COUNT        PIC 9(02)   VALUE 0.
       01  WS-NOT-RECEIVED-LINE.
           05  FILLER                   PIC X(14) VALUE
               'NOT RECEIVED: '.
           05  WS-NR-FILE               PIC X(08).
       01  WS-WORK-KEY                  PIC X(08)   VALUE SPACES.
       01  WS-WORK-INA                  PIC 9(06)   VALUE 0.
       01  WS-CROSSFOOT-TOTAL           PIC 9(08)   VALUE 0.
       01  WS-LBR-KEY-TABLE.
           05  WS-LBR-KEY OCCURS 600 TIMES          PIC X(06).
       01  WS-LBR-WORK-KEY              PIC X(06)   VALUE SPACES.
      *
       01  WS-FPR-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-FPR-OPEN-OK                        VALUES '00' '05'.
           88 WS-FPR-IO-OK                          VALUE '00'.
           88 WS-FPR-NOT-FOUND                      VALUE '23'.
       01  WS-FP-COUNTS                 PIC X(126)  VALUE SPACES.
       01  WS-FP-ZERO-COUNT             PIC 9(04)   VALUE 0.
       01  WS-FP-TODAY                  PIC X(08)   VALUE SPACES.
       01  WS-FP-ADDED                  PIC 9(06)   VALUE 0.
       01  WS-ROW-START-ERRORS          PIC 9(06)   VALUE 0.
      *
       01  WS-ERROR-COUNT               PIC 9(06)   VALUE 0.
       01  WS-TOTAL-READ                PIC 9(06)   VALUE 0.
           05  FILLER                   PIC X(25) VALUE
               'EDIT ERRORS FOUND       :'.
           05  WS-SUM-ERRORS            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(25) VALUE
               'NEW WEEKS FINGERPRINTED :'.
           05  WS-SUM-ADDED             PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER                   PIC X(25) VALUE
               'FILES NOT YET RECEIVED  :'.
           05  WS-SUM-NOT-RECEIVED      PIC ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(32) VALUE
               'ALL INPUT FILE EDITS PASSED     '.
      * Restart gate: when UNEMPRSC's restart card says this step
      * already completed in today's window, the run ends cleanly
      * right here instead of repeating finished work.
       01  WS-NEWEST-WEEK               PIC X(08)   VALUE SPACES.
       01  WS-LCY-SUBROUTINE            PIC X(08)   VALUE 'UNEMPLCY'.
       01  WS-LCY-DATA.
           05  WS-LCY-FUNCTION          PIC X(01)   VALUE 'S'.
           05  WS-LCY-MILESTONE         PIC 9(01)   VALUE 2.
           05  WS-LCY-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-LCY-THROUGH-WEEK      PIC X(08)   VALUE SPACES.
           05  WS-LCY-FEED-ID           PIC X(08)   VALUE SPACES.
           05  WS-LCY-SEQUENCE          PIC 9(06)   VALUE 0.
           05  WS-LCY-WEEKS-STAMPED     PIC 9(04)   VALUE 0.
           05  WS-LCY-RESULT            PIC X(01)   VALUE SPACE.
       01  WS-RSG-SUBROUTINE            PIC X(08)   VALUE 'UNEMPRSG'.
       01  WS-RSG-PROGRAM               PIC X(08)   VALUE 'UNEMPEDT'.
       01  WS-RSG-SKIP                  PIC X(01)   VALUE 'N'.
           OPEN INPUT BENEFIT-FLOW-FILE.
           OPEN INPUT CLAIMS-BY-DURATION.
           OPEN INPUT TRUST-FUND-FILE.
           OPEN INPUT CLAIMS-BY-PROGRAM.
           OPEN I-O FINGERPRINT-REGISTRY.
           IF NOT WS-FPR-OPEN-OK
              DISPLAY 'FPRINTS OPEN FAILED, STATUS ' WS-FPR-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FP-TODAY.
           PERFORM VALIDATE-CBAGE-FILE.
           PERFORM VALIDATE-CBETH-FILE.
           PERFORM VALIDATE-CBIND-FILE.
           PERFORM VALIDATE-CBFLW-FILE.
           PERFORM VALIDATE-CBDUR-FILE.
           PERFORM VALIDATE-CBTRF-FILE.
           PERFORM VALIDATE-CBPGM-FILE.
           PERFORM VALIDATE-CBLBR-FILE.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
           END-PERFORM.
           MOVE WS-ROW-NUMBER TO WS-AGE-ROW-COUNT.
           IF WS-AGE-ROW-COUNT = 0
              MOVE 'N' TO WS-AGE-RECEIVED-SW
              PERFORM NOTE-FILE-NOT-RECEIVED
           END-IF.
      *
       READ-CBAGE-ROW.
      *
       EDIT-CBAGE-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBAGE-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBAGE-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
                  SRC-CBAGE-DD DELIMITED BY SIZE
                  INTO WS-WORK-KEY.
           MOVE WS-WORK-KEY TO WS-EDT-KEY.
           IF WS-ID-VALID AND WS-WORK-KEY > WS-NEWEST-WEEK
              MOVE WS-WORK-KEY TO WS-NEWEST-WEEK
           END-IF.
           PERFORM CHECK-DUPLICATE-AGE-KEY.
           IF SRC-CBAGE-INA NOT NUMERIC
              OR SRC-CBAGE-LESS-THAN-22 NOT NUMERIC
                 MOVE SRC-CBAGE-INA
                    TO WS-AGE-TBL-INA (WS-ROW-NUMBER)
              END-IF
              MOVE SRC-CBAGE-FIELDS-NF (11:) TO WS-FP-COUNTS
              PERFORM CHECK-WEEK-FINGERPRINT
           END-IF.
      *
       CHECK-DUPLICATE-AGE-KEY.
      * extracts, so each row is held to the CLMAGE row in the same
      * position: same week-ending date and the same INA total.
       CHECK-ROW-AGAINST-CBAGE.
           IF NOT WS-AGE-RECEIVED
              CONTINUE
           ELSE
              IF WS-ROW-NUMBER > WS-AGE-ROW-COUNT
                 MOVE 'EXTRA ROW NOT PRESENT IN CLMAGE'
                    TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              ELSE
                 IF WS-ROW-NUMBER NOT > 999
                    IF WS-WORK-KEY NOT = WS-AGE-KEY (WS-ROW-NUMBER)
                       MOVE 'WEEK ENDING DATE MISMATCH VS CLMAGE'
                          TO WS-EDT-MESSAGE
                       PERFORM REPORT-EDIT-ERROR
                    ELSE
                       IF WS-WORK-INA NOT =
                          WS-AGE-TBL-INA (WS-ROW-NUMBER)
                          MOVE 'INA TOTAL MISMATCH VS CLMAGE'
                             TO WS-EDT-MESSAGE
                          PERFORM REPORT-EDIT-ERROR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * Run after each companion file: an empty file is one still
      * to come, and a file held to an absent CLMAGE has no count
      * to match.
       CHECK-ROW-COUNT-VS-CBAGE.
           IF WS-ROW-NUMBER = 0
              PERFORM NOTE-FILE-NOT-RECEIVED
           ELSE
              IF WS-AGE-RECEIVED
                 AND WS-ROW-NUMBER NOT = WS-AGE-ROW-COUNT
                 MOVE SPACES TO WS-EDT-KEY
                 MOVE 'ROW COUNT DOES NOT MATCH CLMAGE'
                    TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              END-IF
           END-IF.
      *
       NOTE-FILE-NOT-RECEIVED.
           ADD 1 TO WS-NOT-RECEIVED-COUNT.
           MOVE WS-EDT-FILE TO WS-NR-FILE.
           DISPLAY WS-NOT-RECEIVED-LINE.
           MOVE WS-NOT-RECEIVED-LINE TO PRINT-REC.
           WRITE PRINT-REC.
      *
       VALIDATE-CBETH-FILE.
           MOVE 'N' TO LASTREC.
      *
       EDIT-CBETH-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBETH-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBETH-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
                 END-IF
                 MOVE SRC-CBETH-INA TO WS-WORK-INA
                 PERFORM CHECK-ROW-AGAINST-CBAGE
                 MOVE SRC-CBETH-FIELDS-NF (11:) TO WS-FP-COUNTS
                 PERFORM CHECK-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
      *
       EDIT-CBIND-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBIND-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBIND-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
                 END-IF
                 MOVE SRC-CBIND-INA TO WS-WORK-INA
                 PERFORM CHECK-ROW-AGAINST-CBAGE
                 MOVE SRC-CBIND-FIELDS-NF (11:) TO WS-FP-COUNTS
                 PERFORM CHECK-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
      *
       EDIT-CBRAC-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBRAC-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBRAC-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
                 END-IF
                 MOVE SRC-CBRAC-INA TO WS-WORK-INA
                 PERFORM CHECK-ROW-AGAINST-CBAGE
                 MOVE SRC-CBRAC-FIELDS-NF (11:) TO WS-FP-COUNTS
                 PERFORM CHECK-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
      *
       EDIT-CBGEN-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBGEN-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBGEN-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
                 END-IF
                 MOVE SRC-CBGEN-INA TO WS-WORK-INA
                 PERFORM CHECK-ROW-AGAINST-CBAGE
                 MOVE SRC-CBGEN-FIELDS-NF (11:) TO WS-FP-COUNTS
                 PERFORM CHECK-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
      *
       EDIT-CBEDU-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBEDU-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBEDU-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
                 END-IF
                 MOVE SRC-CBEDU-INA TO WS-WORK-INA
                 PERFORM CHECK-ROW-AGAINST-CBAGE
                 MOVE SRC-CBEDU-FIELDS-NF (11:) TO WS-FP-COUNTS
                 PERFORM CHECK-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
                 MOVE 'COUNT FIELDS NOT NUMERIC' TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              ELSE
                 PERFORM CHECK-KEY-AGAINST-CBAGE
              END-IF
           END-IF.
      *
      * there is no INA total to compare.
       EDIT-CBBEN-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBBEN-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBBEN-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
                 MOVE 'COUNT FIELDS NOT NUMERIC' TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              ELSE
                 PERFORM CHECK-KEY-AGAINST-CBAGE
                 MOVE SRC-CBBEN-FIELDS-NF TO WS-FP-COUNTS
                 PERFORM CHECK-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
      * never to its INA total.
       EDIT-CBFLW-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBFLW-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBFLW-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              ELSE
                 PERFORM CHECK-KEY-AGAINST-CBAGE
                 MOVE SRC-CBFLW-FIELDS-NF TO WS-FP-COUNTS
                 PERFORM CHECK-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
      * the row is held to the CLMAGE week-ending date only.
       EDIT-CBDUR-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBDUR-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBDUR-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
                    PERFORM REPORT-EDIT-ERROR
                 END-IF
                 PERFORM CHECK-KEY-AGAINST-CBAGE
                 MOVE SRC-CBDUR-FIELDS-NF (11:) TO WS-FP-COUNTS
                 PERFORM CHECK-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
      * so there is no INA total to compare.
       EDIT-CBTRF-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBTRF-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBTRF-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              ELSE
                 PERFORM CHECK-KEY-AGAINST-CBAGE
                 MOVE SRC-CBTRF-FIELDS-NF TO WS-FP-COUNTS
                 PERFORM CHECK-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
       VALIDATE-CBPGM-FILE.
           MOVE 'N' TO LASTREC.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE 'CLMPGM' TO WS-EDT-FILE.
           PERFORM READ-CBPGM-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-ROW-NUMBER
              ADD 1 TO WS-TOTAL-READ
              PERFORM EDIT-CBPGM-ROW
              PERFORM READ-CBPGM-ROW
           END-PERFORM.
           PERFORM CHECK-ROW-COUNT-VS-CBAGE.
      *
       READ-CBPGM-ROW.
           READ CLAIMS-BY-PROGRAM
           AT END MOVE 'Y' TO LASTREC
           NOT AT END
             UNSTRING CBPGM-REC DELIMITED BY ',' OR ' '
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
             END-UNSTRING
           END-READ.
      *
      * Program type splits both initial and continued claims: the
      * six initial splits crossfoot to the row's INA total, which
      * must also agree with CLMAGE's, and the six continued splits
      * crossfoot to the row's own continued total.
       EDIT-CBPGM-ROW.
           MOVE SPACES TO WS-EDT-KEY.
           MOVE WS-ERROR-COUNT TO WS-ROW-START-ERRORS.
           MOVE SRC-CBPGM-RECORD-ID TO WS-EDT-KEY (1:8).
           IF SRC-CBPGM-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-EDT-MESSAGE
              PERFORM REPORT-EDIT-ERROR
           ELSE
              MOVE SRC-CBPGM-MM TO WS-ID-MM
              MOVE SRC-CBPGM-DD TO WS-ID-DD
              PERFORM VALIDATE-ID-DATE
              IF NOT WS-ID-VALID
                 MOVE 'RECORD ID NOT A VALID DATE' TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              END-IF
              STRING SRC-CBPGM-YYYY DELIMITED BY SIZE
                     SRC-CBPGM-MM DELIMITED BY SIZE
                     SRC-CBPGM-DD DELIMITED BY SIZE
                     INTO WS-WORK-KEY
              MOVE WS-WORK-KEY TO WS-EDT-KEY
              IF SRC-CBPGM-FIELDS-NF (11:) NOT NUMERIC
                 MOVE 'COUNT FIELDS NOT NUMERIC' TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              ELSE
                 COMPUTE WS-CROSSFOOT-TOTAL =
                         SRC-CBPGM-STATE-UI-INTRA
                       + SRC-CBPGM-STATE-UI-INTER
                       + SRC-CBPGM-UCFE-INTRA
                       + SRC-CBPGM-UCFE-INTER
                       + SRC-CBPGM-UCX-INTRA
                       + SRC-CBPGM-UCX-INTER
                 IF WS-CROSSFOOT-TOTAL NOT = SRC-CBPGM-INA
                    MOVE 'BUCKETS DO NOT CROSSFOOT TO INA'
                       TO WS-EDT-MESSAGE
                    PERFORM REPORT-EDIT-ERROR
                 END-IF
                 COMPUTE WS-CROSSFOOT-TOTAL =
                         SRC-CBPGM-CONT-STATE-UI-INTRA
                       + SRC-CBPGM-CONT-STATE-UI-INTER
                       + SRC-CBPGM-CONT-UCFE-INTRA
                       + SRC-CBPGM-CONT-UCFE-INTER
                       + SRC-CBPGM-CONT-UCX-INTRA
                       + SRC-CBPGM-CONT-UCX-INTER
                 IF WS-CROSSFOOT-TOTAL NOT = SRC-CBPGM-CONT-TOTAL
                    MOVE 'CONT BUCKETS DO NOT CROSSFOOT TO TOTAL'
                       TO WS-EDT-MESSAGE
                    PERFORM REPORT-EDIT-ERROR
                 END-IF
                 MOVE SRC-CBPGM-INA TO WS-WORK-INA
                 PERFORM CHECK-ROW-AGAINST-CBAGE
                 MOVE SRC-CBPGM-FIELDS-NF (11:) TO WS-FP-COUNTS
                 PERFORM CHECK-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
      * The week-ending-date-only half of CHECK-ROW-AGAINST-CBAGE,
      * shared by the files that carry no INA total.
       CHECK-KEY-AGAINST-CBAGE.
           IF NOT WS-AGE-RECEIVED
              CONTINUE
           ELSE
              IF WS-ROW-NUMBER > WS-AGE-ROW-COUNT
                 MOVE 'EXTRA ROW NOT PRESENT IN CLMAGE'
                    TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              ELSE
                 IF WS-ROW-NUMBER NOT > 999
                    AND WS-WORK-KEY NOT = WS-AGE-KEY (WS-ROW-NUMBER)
                    MOVE 'WEEK ENDING DATE MISMATCH VS CLMAGE'
                       TO WS-EDT-MESSAGE
                    PERFORM REPORT-EDIT-ERROR
                 END-IF
              END-IF
           END-IF.
      *
           READ CLAIMS-BY-LABORFORCE
           AT END MOVE 'Y' TO LASTREC
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
           END-READ.
      *
                    TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              END-IF
              PERFORM EDIT-CBLBR-TOTAL-UNEMPLOYED
              STRING CBLBR-YYYY DELIMITED BY SIZE
                     CBLBR-MM DELIMITED BY SIZE
                     INTO WS-LBR-WORK-KEY
              PERFORM CHECK-DUPLICATE-LBR-KEY
           END-IF.
      *
      * The total unemployed count and rate are optional; a rate
      * is decimal text such as 4.3 and needs a count beside it.
       EDIT-CBLBR-TOTAL-UNEMPLOYED.
           MOVE 'N' TO WS-LBR-RATE-BAD-SW.
           MOVE 0 TO WS-LBR-RATE-DOTS.
           PERFORM VARYING WS-LBR-RATE-SUB FROM 1 BY 1
                   UNTIL WS-LBR-RATE-SUB > 6
              EVALUATE TRUE
                 WHEN CBLBR-TOTAL-RATE-TEXT (WS-LBR-RATE-SUB:1)
                      = SPACE
                    CONTINUE
                 WHEN CBLBR-TOTAL-RATE-TEXT (WS-LBR-RATE-SUB:1)
                      = '.'
                    ADD 1 TO WS-LBR-RATE-DOTS
                 WHEN CBLBR-TOTAL-RATE-TEXT (WS-LBR-RATE-SUB:1)
                      NOT NUMERIC
                    MOVE 'Y' TO WS-LBR-RATE-BAD-SW
              END-EVALUATE
           END-PERFORM.
           IF WS-LBR-RATE-DOTS > 1
              MOVE 'Y' TO WS-LBR-RATE-BAD-SW
           END-IF.
           IF NOT WS-LBR-RATE-BAD
              AND CBLBR-TOTAL-RATE-TEXT NOT = SPACES
              COMPUTE WS-LBR-TOTAL-RATE =
                 FUNCTION NUMVAL (CBLBR-TOTAL-RATE-TEXT)
              IF WS-LBR-TOTAL-RATE > 100
                 MOVE 'Y' TO WS-LBR-RATE-BAD-SW
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN CBLBR-TOTAL-UNEMPLOYED NOT NUMERIC
                 MOVE 'TOTAL UNEMPLOYED COUNT NOT NUMERIC'
                    TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              WHEN WS-LBR-RATE-BAD
                 MOVE 'TOTAL UNEMPLOYMENT RATE NOT VALID'
                    TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              WHEN CBLBR-TOTAL-UNEMPLOYED = 0
                   AND CBLBR-TOTAL-RATE-TEXT NOT = SPACES
                 MOVE 'TOTAL UNEMPLOYMENT RATE WITHOUT A COUNT'
                    TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              WHEN CBLBR-LABORFORCE NUMERIC
                   AND CBLBR-TOTAL-UNEMPLOYED > CBLBR-LABORFORCE
                 MOVE 'TOTAL UNEMPLOYED EXCEEDS LABOR FORCE'
                    TO WS-EDT-MESSAGE
                 PERFORM REPORT-EDIT-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       CHECK-DUPLICATE-LBR-KEY.
           MOVE 'N' TO WS-DUP-FOUND-SW.
                 MOVE WS-LBR-WORK-KEY TO WS-LBR-KEY (WS-LBR-COUNT)
              END-IF
           END-IF.
      *
      * A week the registry already holds for this file was tested
      * when it first arrived; only a new week is compared.  A new
      * week is registered once its row has passed every other edit,
      * so a rejected row is tested again when it is re-sent.
       CHECK-WEEK-FINGERPRINT.
           MOVE 0 TO WS-FP-ZERO-COUNT.
           INSPECT WS-FP-COUNTS TALLYING WS-FP-ZERO-COUNT
                   FOR ALL '0' ALL SPACE.
           IF WS-FP-ZERO-COUNT < LENGTH OF WS-FP-COUNTS
              MOVE SPACES TO FPR-RECORD
              MOVE WS-EDT-FILE TO FPR-FILE
              MOVE 'W' TO FPR-KEY-TYPE
              MOVE WS-WORK-KEY TO FPR-KEY-VALUE
              READ FINGERPRINT-REGISTRY
              IF NOT WS-FPR-IO-OK
                 PERFORM CHECK-NEW-WEEK-COUNTS
              END-IF
           END-IF.
      *
       CHECK-NEW-WEEK-COUNTS.
           MOVE SPACES TO FPR-RECORD.
           MOVE WS-EDT-FILE TO FPR-FILE.
           MOVE 'C' TO FPR-KEY-TYPE.
           MOVE WS-FP-COUNTS TO FPR-KEY-VALUE.
           READ FINGERPRINT-REGISTRY.
           IF WS-FPR-IO-OK
              MOVE SPACES TO WS-EDT-MESSAGE
              STRING 'COUNTS SAME AS EARLIER WEEK '
                        DELIMITED BY SIZE
                     FPR-WEEK DELIMITED BY SIZE
                     INTO WS-EDT-MESSAGE
              PERFORM REPORT-EDIT-ERROR
           ELSE
              IF WS-ERROR-COUNT = WS-ROW-START-ERRORS
                 PERFORM REGISTER-WEEK-FINGERPRINT
              END-IF
           END-IF.
      *
       REGISTER-WEEK-FINGERPRINT.
           MOVE SPACES TO FPR-RECORD.
           MOVE WS-EDT-FILE TO FPR-FILE.
           MOVE 'C' TO FPR-KEY-TYPE.
           MOVE WS-FP-COUNTS TO FPR-KEY-VALUE.
           MOVE WS-WORK-KEY TO FPR-WEEK.
           MOVE WS-FP-TODAY TO FPR-DATE-RECEIVED.
           WRITE FPR-RECORD.
           IF WS-FPR-IO-OK
              MOVE 'W' TO FPR-KEY-TYPE
              MOVE WS-WORK-KEY TO FPR-KEY-VALUE
              WRITE FPR-RECORD
           END-IF.
           IF WS-FPR-IO-OK
              ADD 1 TO WS-FP-ADDED
           ELSE
              MOVE SPACES TO WS-EDT-MESSAGE
              STRING 'FPRINTS WRITE FAILED, STATUS '
                        DELIMITED BY SIZE
                     WS-FPR-STATUS DELIMITED BY SIZE
                     INTO WS-EDT-MESSAGE
              PERFORM REPORT-EDIT-ERROR
           END-IF.
      *
       REPORT-EDIT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE WS-ERROR-COUNT TO WS-SUM-ERRORS.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE1.
           MOVE WS-FP-ADDED TO WS-SUM-ADDED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           DISPLAY WS-SUMMARY-LINE4.
           MOVE WS-NOT-RECEIVED-COUNT TO WS-SUM-NOT-RECEIVED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           DISPLAY WS-SUMMARY-LINE5.
           IF WS-ERROR-COUNT = 0
              WRITE PRINT-REC FROM WS-SUMMARY-LINE2
              DISPLAY WS-SUMMARY-LINE2
              PERFORM STAMP-EDIT-MILESTONE
              MOVE 0 TO RETURN-CODE
           ELSE
              WRITE PRINT-REC FROM WS-SUMMARY-LINE3
              DISPLAY WS-SUMMARY-LINE3
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
      * The newest week on CLMAGE is the week this window brings in;
      * a failed stamp is reported but does not fail the edit.
       STAMP-EDIT-MILESTONE.
           IF WS-NEWEST-WEEK NOT = SPACES
              MOVE WS-NEWEST-WEEK TO WS-LCY-WEEK-ENDING
              CALL WS-LCY-SUBROUTINE USING WS-LCY-DATA
              IF WS-LCY-RESULT NOT = '0'
                 DISPLAY 'EDIT MILESTONE FOR WEEK ' WS-NEWEST-WEEK
                         ' NOT RECORDED ON LIFECYC'
              END-IF
           END-IF.
      *
       CLOSE-STOP.
           CLOSE CLAIMS-BY-AGE.
           CLOSE BENEFIT-FLOW-FILE.
           CLOSE CLAIMS-BY-DURATION.
           CLOSE TRUST-FUND-FILE.
           CLOSE CLAIMS-BY-PROGRAM.
           CLOSE FINGERPRINT-REGISTRY.
           CLOSE PRINT-LINE.
           MOVE WS-TOTAL-READ TO WS-STAT-READ.
           MOVE WS-ERROR-COUNT TO WS-STAT-REJECTED.
