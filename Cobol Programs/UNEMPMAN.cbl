      *  short file, a total disagreement, or a file with no
      *  manifest row ends the run with RETURN-CODE 8 so UNEMPRUN
      *  stops the window before the database is touched; the
      *  result is written to WNDSTAT like every other step.  When
      *  every file proves out, the manifest milestone for the
      *  newest week-ending date on CLMAGE is stamped on LIFECYC
      *  through UNEMPLCY.  A weekly category file that is empty or
      *  absent and has no manifest row has simply not arrived yet:
      *  it is reported NOT RECEIVED rather than failed, so the
      *  files that did arrive can go on to a partial load.
      *  CLMLABOR is not a weekly category and is still required.
      *
      *  Once every file proves out, each inbound row is also copied
      *  to the RAWVLT vault, keyed by its week-ending date (the
      *  month as YYYYMM00 for CLMLABOR), the file name and the
      *  receipt date, and carrying the manifest count and hash the
      *  file arrived with -- so the source of any old week can be
      *  produced for the auditors, and UNEMPRPL can rebuild the
      *  database from the originals.  Files are re-sent whole, so
      *  a row identical to the newest vaulted copy for its week
      *  and file is not stored again; a changed row is stored as a
      *  new receipt beside the old one.  A vault failure is
      *  reported but does not stop the window.
      *
      *  CLMMANF row:  COLS  1- 8  FILE NAME (DD name)
      *                COLS  9-17  RECORD COUNT
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT MANIFEST-FILE ASSIGN TO CLMMANF
                  FILE STATUS IS WS-MAN-STATUS.
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
           SELECT OPTIONAL RAW-VAULT-FILE ASSIGN TO RAWVLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RVL-KEY
                  FILE STATUS IS WS-RVL-STATUS.
      *
      *-------------
       DATA DIVISION.
      *
       FD  TRUST-FUND-FILE RECORDING MODE F.
       01  TRF-REC                                PIC X(144).
      *
       FD  CLAIMS-BY-PROGRAM RECORDING MODE F.
       01  PGM-REC                                PIC X(144).
      *
      * One row per inbound row received; the sequence separates two
      * receipts of the same week and file on one day.
       FD  RAW-VAULT-FILE.
       01  RAW-VAULT-REC.
           05  RVL-KEY.
               10  RVL-WEEK-ENDING                  PIC X(08).
               10  RVL-FILE-NAME                    PIC X(08).
               10  RVL-RECEIPT-DATE                 PIC X(08).
               10  RVL-RECEIPT-SEQ                  PIC 9(03).
           05  RVL-RECEIPT-TIME                     PIC X(06).
           05  RVL-FILE-POSITION                    PIC 9(09).
           05  RVL-MANIFEST-COUNT                   PIC 9(09).
           05  RVL-MANIFEST-HASH                    PIC 9(12).
           05  RVL-INPUT-REC                        PIC X(144).
      *
       WORKING-STORAGE SECTION.
       01  LASTREC                      PIC X(01)   VALUE 'N'.
      *
       01  WS-FILES-CHECKED             PIC 9(02)   VALUE 0.
       01  WS-FILES-FAILED              PIC 9(02)   VALUE 0.
       01  WS-FILES-NOT-RECEIVED        PIC 9(02)   VALUE 0.
      *
       01  WS-RVL-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-RVL-SUCCESS                        VALUE '00'.
           88 WS-RVL-OPEN-OK                        VALUE '00' '05'.
           88 WS-RVL-EOF                            VALUE '10'.
       01  WS-VLT-TODAY                 PIC X(08)   VALUE SPACES.
       01  WS-VLT-NOW                   PIC X(06)   VALUE SPACES.
       01  WS-VLT-WEEK                  PIC X(08)   VALUE SPACES.
       01  WS-VLT-POSITION              PIC 9(09)   VALUE 0.
       01  WS-VLT-MAN-COUNT             PIC 9(09)   VALUE 0.
       01  WS-VLT-MAN-HASH              PIC 9(12)   VALUE 0.
       01  WS-VLT-LAST-FOUND-SW         PIC X(01)   VALUE 'N'.
           88 WS-VLT-LAST-FOUND                     VALUE 'Y'.
       01  WS-VLT-LAST-DATE             PIC X(08)   VALUE SPACES.
       01  WS-VLT-LAST-SEQ              PIC 9(03)   VALUE 0.
       01  WS-VLT-LAST-ROW              PIC X(144)  VALUE SPACES.
       01  WS-VLT-WRITTEN               PIC 9(09)   VALUE 0.
       01  WS-VLT-UNCHANGED             PIC 9(09)   VALUE 0.
       01  WS-VLT-FAILED                PIC 9(09)   VALUE 0.
      *
       01  WS-RESULT-LINE.
           05  WS-RL-FILE               PIC X(08).
           05  FILLER                   PIC X(25) VALUE
               'FILES FAILING MANIFEST  :'.
           05  WS-SUM-FAILED            PIC ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(25) VALUE
               'FILES NOT YET RECEIVED  :'.
           05  WS-SUM-NOT-RECEIVED      PIC ZZ9.
       01  WS-VAULT-LINE1.
           05  FILLER                   PIC X(25) VALUE
               'ROWS VAULTED ON RAWVLT  :'.
           05  WS-SUM-VAULTED           PIC ZZZ,ZZZ,ZZ9.
       01  WS-VAULT-LINE2.
           05  FILLER                   PIC X(25) VALUE
               'ROWS ALREADY IN VAULT   :'.
           05  WS-SUM-UNCHANGED         PIC ZZZ,ZZZ,ZZ9.
       01  WS-VAULT-LINE3.
           05  FILLER                   PIC X(25) VALUE
               'VAULT WRITES FAILED     :'.
           05  WS-SUM-VAULT-FAILED      PIC ZZZ,ZZZ,ZZ9.
      *
      * The newest week-ending date on CLMAGE (the first field of
      * the row, MMDDYYYY) is the week this window is bringing in.
       01  WS-NEWEST-WEEK               PIC X(08)   VALUE SPACES.
       01  WS-ROW-WEEK                  PIC X(08)   VALUE SPACES.
       01  WS-LCY-SUBROUTINE            PIC X(08)   VALUE 'UNEMPLCY'.
       01  WS-LCY-DATA.
           05  WS-LCY-FUNCTION          PIC X(01)   VALUE 'S'.
           05  WS-LCY-MILESTONE         PIC 9(01)   VALUE 1.
           05  WS-LCY-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-LCY-THROUGH-WEEK      PIC X(08)   VALUE SPACES.
           05  WS-LCY-FEED-ID           PIC X(08)   VALUE SPACES.
           05  WS-LCY-SEQUENCE          PIC 9(06)   VALUE 0.
           05  WS-LCY-WEEKS-STAMPED     PIC 9(04)   VALUE 0.
           05  WS-LCY-RESULT            PIC X(01)   VALUE SPACE.
      *
      * Restart gate: when UNEMPRSC's restart card says this step
      * already completed in today's window, the run ends cleanly
           PERFORM VERIFY-FLW-FILE.
           PERFORM VERIFY-DUR-FILE.
           PERFORM VERIFY-TRF-FILE.
           PERFORM VERIFY-PGM-FILE.
           PERFORM PRINT-SUMMARY.
           IF WS-FILES-FAILED > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM STAMP-MANIFEST-MILESTONE
              PERFORM VAULT-INBOUND-FILES
           END-IF.
           GO TO CLOSE-STOP.
      *
              MOVE WS-LAST-FIELD (1:13) TO WS-LAST-VALUE
              ADD WS-LAST-VALUE TO WS-FILE-HASH
           END-IF.
      *
       NOTE-NEWEST-WEEK.
           IF WS-ROW-FLD (1) (1:8) NUMERIC
              STRING WS-ROW-FLD (1) (5:4) DELIMITED BY SIZE
                     WS-ROW-FLD (1) (1:4) DELIMITED BY SIZE
                     INTO WS-ROW-WEEK
              IF WS-ROW-WEEK > WS-NEWEST-WEEK
                 MOVE WS-ROW-WEEK TO WS-NEWEST-WEEK
              END-IF
           END-IF.
      *
       COMPARE-TO-MANIFEST.
           ADD 1 TO WS-FILES-CHECKED.
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN NOT WS-MAN-FOUND AND WS-FILE-COUNT = 0
                 AND WS-FILE-NAME NOT = 'CLMLABOR'
                 MOVE 'NOT RECEIVED' TO WS-RL-VERDICT
                 ADD 1 TO WS-FILES-NOT-RECEIVED
              WHEN NOT WS-MAN-FOUND
                 MOVE 'FAIL - NO MANIFEST ROW' TO WS-RL-VERDICT
                 ADD 1 TO WS-FILES-FAILED
           MOVE WS-RESULT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-RESULT-LINE.
      *
       STAMP-MANIFEST-MILESTONE.
           IF WS-NEWEST-WEEK NOT = SPACES
              MOVE WS-NEWEST-WEEK TO WS-LCY-WEEK-ENDING
              CALL WS-LCY-SUBROUTINE USING WS-LCY-DATA
              IF WS-LCY-RESULT NOT = '0'
                 DISPLAY 'MANIFEST MILESTONE FOR WEEK '
                         WS-NEWEST-WEEK ' NOT RECORDED ON LIFECYC'
              END-IF
           END-IF.
      *
       PRINT-SUMMARY.
           MOVE WS-FILES-CHECKED TO WS-SUM-CHECKED.
           MOVE WS-FILES-FAILED TO WS-SUM-FAILED.
           MOVE WS-FILES-NOT-RECEIVED TO WS-SUM-NOT-RECEIVED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           DISPLAY WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE3.
      *
       VERIFY-AGE-FILE.
           MOVE 'CLMAGE  ' TO WS-FILE-NAME.
           PERFORM READ-AGE-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM TALLY-ONE-ROW
              PERFORM NOTE-NEWEST-WEEK
              PERFORM READ-AGE-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-AGE.
              AT END MOVE 'Y' TO LASTREC
              NOT AT END MOVE TRF-REC TO WS-ROW
           END-READ.
      *
       VERIFY-PGM-FILE.
           MOVE 'CLMPGM  ' TO WS-FILE-NAME.
           MOVE 0 TO WS-FILE-COUNT WS-FILE-HASH.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CLAIMS-BY-PROGRAM.
           PERFORM READ-PGM-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM TALLY-ONE-ROW
              PERFORM READ-PGM-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-PROGRAM.
           PERFORM COMPARE-TO-MANIFEST.
      *
       READ-PGM-ROW.
           READ CLAIMS-BY-PROGRAM
              AT END MOVE 'Y' TO LASTREC
              NOT AT END MOVE PGM-REC TO WS-ROW
           END-READ.
      *
      * Runs only after every file has proved out, so the vault
      * never holds a truncated or mis-totalled transfer.  Each file
      * is read a second time and its rows copied with the manifest
      * totals it arrived under.
       VAULT-INBOUND-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-VLT-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-VLT-NOW.
           OPEN I-O RAW-VAULT-FILE.
           IF NOT WS-RVL-OPEN-OK
              DISPLAY 'RAWVLT OPEN FAILED, STATUS ' WS-RVL-STATUS
              DISPLAY 'INBOUND FILES NOT VAULTED THIS RUN'
           ELSE
              PERFORM VAULT-AGE-FILE
              PERFORM VAULT-ETH-FILE
              PERFORM VAULT-IND-FILE
              PERFORM VAULT-RAC-FILE
              PERFORM VAULT-GEN-FILE
              PERFORM VAULT-EDU-FILE
              PERFORM VAULT-LBR-FILE
              PERFORM VAULT-CNT-FILE
              PERFORM VAULT-BEN-FILE
              PERFORM VAULT-FLW-FILE
              PERFORM VAULT-DUR-FILE
              PERFORM VAULT-TRF-FILE
              PERFORM VAULT-PGM-FILE
              CLOSE RAW-VAULT-FILE
              MOVE WS-VLT-WRITTEN TO WS-SUM-VAULTED
              MOVE WS-VLT-UNCHANGED TO WS-SUM-UNCHANGED
              MOVE WS-VLT-FAILED TO WS-SUM-VAULT-FAILED
              WRITE PRINT-REC FROM WS-VAULT-LINE1
              WRITE PRINT-REC FROM WS-VAULT-LINE2
              WRITE PRINT-REC FROM WS-VAULT-LINE3
              DISPLAY WS-VAULT-LINE1
              DISPLAY WS-VAULT-LINE2
              DISPLAY WS-VAULT-LINE3
           END-IF.
      *
      * The manifest totals for the file about to be vaulted; a file
      * not received has no row and nothing to copy.
       FIND-VAULT-TOTALS.
           MOVE 0 TO WS-VLT-MAN-COUNT WS-VLT-MAN-HASH.
           MOVE 0 TO WS-VLT-POSITION.
           MOVE 'N' TO WS-MAN-FOUND-SW.
           PERFORM VARYING WS-MAN-SUB FROM 1 BY 1
                   UNTIL WS-MAN-SUB > WS-MAN-COUNT
                      OR WS-MAN-FOUND
              IF WS-MAN-FILE (WS-MAN-SUB) = WS-FILE-NAME
                 MOVE 'Y' TO WS-MAN-FOUND-SW
                 MOVE WS-MAN-RECORDS (WS-MAN-SUB) TO WS-VLT-MAN-COUNT
                 MOVE WS-MAN-HASH (WS-MAN-SUB) TO WS-VLT-MAN-HASH
              END-IF
           END-PERFORM.
      *
      * The week comes from the row's first field (MMDDYYYY); a
      * CLMLABOR row is MM,YYYY and files under YYYYMM00.  The
      * newest copy already vaulted for the week and file decides
      * whether the row is new.
       VAULT-ONE-ROW.
           ADD 1 TO WS-VLT-POSITION.
           IF WS-ROW NOT = SPACES
              MOVE SPACES TO WS-ROW-FIELDS
              UNSTRING WS-ROW DELIMITED BY ',' OR ' '
                 INTO WS-ROW-FLD (1) WS-ROW-FLD (2)
              END-UNSTRING
              MOVE '00000000' TO WS-VLT-WEEK
              IF WS-FILE-NAME = 'CLMLABOR'
                 IF WS-ROW-FLD (1) (1:2) NUMERIC
                    AND WS-ROW-FLD (2) (1:4) NUMERIC
                    STRING WS-ROW-FLD (2) (1:4) DELIMITED BY SIZE
                           WS-ROW-FLD (1) (1:2) DELIMITED BY SIZE
                           '00' DELIMITED BY SIZE
                           INTO WS-VLT-WEEK
                 END-IF
              ELSE
                 IF WS-ROW-FLD (1) (1:8) NUMERIC
                    STRING WS-ROW-FLD (1) (5:4) DELIMITED BY SIZE
                           WS-ROW-FLD (1) (1:4) DELIMITED BY SIZE
                           INTO WS-VLT-WEEK
                 END-IF
              END-IF
              PERFORM FIND-NEWEST-VAULT-COPY
              IF WS-VLT-LAST-FOUND
                 AND WS-VLT-LAST-ROW = WS-ROW (1:144)
                 ADD 1 TO WS-VLT-UNCHANGED
              ELSE
                 PERFORM WRITE-VAULT-ROW
              END-IF
           END-IF.
      *
       FIND-NEWEST-VAULT-COPY.
           MOVE 'N' TO WS-VLT-LAST-FOUND-SW.
           MOVE SPACES TO WS-VLT-LAST-DATE.
           MOVE 0 TO WS-VLT-LAST-SEQ.
           MOVE WS-VLT-WEEK TO RVL-WEEK-ENDING.
           MOVE WS-FILE-NAME TO RVL-FILE-NAME.
           MOVE LOW-VALUES TO RVL-RECEIPT-DATE.
           MOVE 0 TO RVL-RECEIPT-SEQ.
           MOVE SPACES TO WS-RVL-STATUS.
           START RAW-VAULT-FILE KEY IS NOT LESS THAN RVL-KEY
              INVALID KEY MOVE '10' TO WS-RVL-STATUS
           END-START.
           PERFORM UNTIL WS-RVL-EOF
              READ RAW-VAULT-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-RVL-STATUS
                 NOT AT END
                    IF RVL-WEEK-ENDING NOT = WS-VLT-WEEK
                       OR RVL-FILE-NAME NOT = WS-FILE-NAME
                       MOVE '10' TO WS-RVL-STATUS
                    ELSE
                       MOVE 'Y' TO WS-VLT-LAST-FOUND-SW
                       MOVE RVL-RECEIPT-DATE TO WS-VLT-LAST-DATE
                       MOVE RVL-RECEIPT-SEQ TO WS-VLT-LAST-SEQ
                       MOVE RVL-INPUT-REC TO WS-VLT-LAST-ROW
                    END-IF
              END-READ
           END-PERFORM.
      *
       WRITE-VAULT-ROW.
           MOVE WS-VLT-WEEK TO RVL-WEEK-ENDING.
           MOVE WS-FILE-NAME TO RVL-FILE-NAME.
           MOVE WS-VLT-TODAY TO RVL-RECEIPT-DATE.
           IF WS-VLT-LAST-DATE = WS-VLT-TODAY
              COMPUTE RVL-RECEIPT-SEQ = WS-VLT-LAST-SEQ + 1
           ELSE
              MOVE 1 TO RVL-RECEIPT-SEQ
           END-IF.
           MOVE WS-VLT-NOW TO RVL-RECEIPT-TIME.
           MOVE WS-VLT-POSITION TO RVL-FILE-POSITION.
           MOVE WS-VLT-MAN-COUNT TO RVL-MANIFEST-COUNT.
           MOVE WS-VLT-MAN-HASH TO RVL-MANIFEST-HASH.
           MOVE WS-ROW (1:144) TO RVL-INPUT-REC.
           WRITE RAW-VAULT-REC.
           IF WS-RVL-SUCCESS
              ADD 1 TO WS-VLT-WRITTEN
           ELSE
              ADD 1 TO WS-VLT-FAILED
              DISPLAY 'RAWVLT WRITE FAILED FOR ' WS-FILE-NAME
                      ' WEEK ' WS-VLT-WEEK ' STATUS ' WS-RVL-STATUS
           END-IF.
      *
       VAULT-AGE-FILE.
           MOVE 'CLMAGE  ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CLAIMS-BY-AGE.
           PERFORM READ-AGE-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-AGE-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-AGE.
      *
       VAULT-ETH-FILE.
           MOVE 'CLMETH  ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CLAIMS-BY-ETHNICITY.
           PERFORM READ-ETH-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-ETH-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-ETHNICITY.
      *
       VAULT-IND-FILE.
           MOVE 'CLMIND  ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CLAIMS-BY-INDUSTRY.
           PERFORM READ-IND-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-IND-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-INDUSTRY.
      *
       VAULT-RAC-FILE.
           MOVE 'CLMRAC  ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CLAIMS-BY-RACE.
           PERFORM READ-RAC-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-RAC-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-RACE.
      *
       VAULT-GEN-FILE.
           MOVE 'CLMGEN  ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CLAIMS-BY-GENDER.
           PERFORM READ-GEN-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-GEN-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-GENDER.
      *
       VAULT-EDU-FILE.
           MOVE 'CLMEDU  ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CLAIMS-BY-EDUCATION.
           PERFORM READ-EDU-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-EDU-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-EDUCATION.
      *
       VAULT-LBR-FILE.
           MOVE 'CLMLABOR' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CLAIMS-BY-LABORFORCE.
           PERFORM READ-LBR-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-LBR-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-LABORFORCE.
      *
       VAULT-CNT-FILE.
           MOVE 'CLMCONT ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CONTINUED-CLAIMS-FILE.
           PERFORM READ-CNT-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-CNT-ROW
           END-PERFORM.
           CLOSE CONTINUED-CLAIMS-FILE.
      *
       VAULT-BEN-FILE.
           MOVE 'CLMBEN  ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT BENEFITS-PAID-FILE.
           PERFORM READ-BEN-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-BEN-ROW
           END-PERFORM.
           CLOSE BENEFITS-PAID-FILE.
      *
       VAULT-FLW-FILE.
           MOVE 'CLMFLOW ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT BENEFIT-FLOW-FILE.
           PERFORM READ-FLW-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-FLW-ROW
           END-PERFORM.
           CLOSE BENEFIT-FLOW-FILE.
      *
       VAULT-DUR-FILE.
           MOVE 'CLMDUR  ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CLAIMS-BY-DURATION.
           PERFORM READ-DUR-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-DUR-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-DURATION.
      *
       VAULT-TRF-FILE.
           MOVE 'CLMTRF  ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT TRUST-FUND-FILE.
           PERFORM READ-TRF-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-TRF-ROW
           END-PERFORM.
           CLOSE TRUST-FUND-FILE.
      *
       VAULT-PGM-FILE.
           MOVE 'CLMPGM  ' TO WS-FILE-NAME.
           PERFORM FIND-VAULT-TOTALS.
           MOVE 'N' TO LASTREC.
           OPEN INPUT CLAIMS-BY-PROGRAM.
           PERFORM READ-PGM-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM VAULT-ONE-ROW
              PERFORM READ-PGM-ROW
           END-PERFORM.
           CLOSE CLAIMS-BY-PROGRAM.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
