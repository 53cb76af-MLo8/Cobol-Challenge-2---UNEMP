      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPNCL.
      ****************************************************************
      *  National claims loader.  The weekly claims file published
      *  for all states -- initial claims, continued claims and the
      *  insured unemployment rate by state, with the national total
      *  on a row of its own -- arrives as NATCLMS.  This program
      *  loads every row into the keyed peer-comparison file
      *  PEERCMP, keyed by week-ending date and state code, where
      *  UNEMPPER reads it to set our week beside the peer states
      *  and the nation.  The published file revises earlier weeks,
      *  so a row already on PEERCMP for the same week and state is
      *  replaced by the figures now sent.  A row that fails the
      *  edits is printed and skipped, and the run ends with
      *  RETURN-CODE 4.
      *
      *  NATCLMS row (comma separated):
      *     MMDDYYYY   week-ending date
      *     ST         state code (US = national total)
      *     INITIAL    initial claims
      *     CONTINUED  continued claims
      *     RATE       insured unemployment rate in hundredths of
      *                a percent (215 = 2.15)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT NATIONAL-CLAIMS-FILE ASSIGN TO NATCLMS
                  FILE STATUS IS WS-NAT-STATUS.
           SELECT OPTIONAL PEER-COMPARISON ASSIGN TO PEERCMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-KEY
                  FILE STATUS IS WS-PC-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  NATIONAL-CLAIMS-FILE RECORDING MODE F.
       01  NATCLMS-REC                              PIC X(80).
      *
       FD  PEER-COMPARISON.
       01  PC-COMPARISON-REC.
           05  PC-KEY.
               10  PC-WEEK-ENDING                   PIC X(08).
               10  PC-STATE                         PIC X(02).
           05  PC-INITIAL-CLAIMS                    PIC 9(07).
           05  PC-CONTINUED-CLAIMS                  PIC 9(08).
           05  PC-INSURED-RATE                      PIC 9(03)V99.
           05  PC-DATE-LOADED                       PIC X(08).
           05  FILLER                               PIC X(22).
      *
       WORKING-STORAGE SECTION.
       01  WS-NAT-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-NAT-SUCCESS                        VALUE '00'.
           88 WS-NAT-EOF                            VALUE '10'.
       01  WS-PC-STATUS                 PIC X(02)   VALUE SPACES.
           88 WS-PC-OPEN-OK                         VALUES '00' '05'.
           88 WS-PC-IO-OK                           VALUE '00'.
      *
       01  SRC-NAT-FIELDS.
           05  SRC-NAT-RECORD-ID.
               15  SRC-NAT-MM                       PIC X(02).
               15  SRC-NAT-DD                       PIC X(02).
               15  SRC-NAT-YYYY                     PIC X(04).
           05  SRC-NAT-STATE                        PIC X(02).
           05  SRC-NAT-INITIAL                      PIC 9(07).
           05  SRC-NAT-CONTINUED                    PIC 9(08).
           05  SRC-NAT-RATE                         PIC 9(05).
      *
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
       01  WS-WORK-KEY                  PIC X(08)   VALUE SPACES.
       01  WS-ROW-NUMBER                PIC 9(06)   VALUE 0.
       01  WS-ROWS-ADDED                PIC 9(06)   VALUE 0.
       01  WS-ROWS-REPLACED             PIC 9(06)   VALUE 0.
       01  WS-ROWS-REJECTED             PIC 9(06)   VALUE 0.
      *
       01  WS-ID-VALID-SW               PIC X(01)   VALUE 'Y'.
           88 WS-ID-VALID                            VALUE 'Y'.
       01  WS-ID-MM                     PIC 9(02)   VALUE 0.
       01  WS-ID-DD                     PIC 9(02)   VALUE 0.
       01  WS-ID-MAX-DAY                PIC 9(02)   VALUE 0.
      *
       01  WS-REJECT-LINE.
           05  FILLER                   PIC X(09) VALUE 'REJECTED '.
           05  FILLER                   PIC X(04) VALUE 'ROW '.
           05  WS-RJ-ROW                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RJ-REASON             PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RJ-DATA               PIC X(60).
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(26) VALUE
               'NATCLMS ROWS READ        :'.
           05  WS-SUM-READ              PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(26) VALUE
               'PEERCMP ROWS ADDED       :'.
           05  WS-SUM-ADDED             PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(26) VALUE
               'PEERCMP ROWS REPLACED    :'.
           05  WS-SUM-REPLACED          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(26) VALUE
               'NATCLMS ROWS REJECTED    :'.
           05  WS-SUM-REJECTED          PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           OPEN OUTPUT PRINT-LINE.
           OPEN INPUT NATIONAL-CLAIMS-FILE.
           IF NOT WS-NAT-SUCCESS
              DISPLAY 'NATCLMS OPEN FAILED, STATUS ' WS-NAT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           OPEN I-O PEER-COMPARISON.
           IF NOT WS-PC-OPEN-OK
              DISPLAY 'PEERCMP OPEN FAILED, STATUS ' WS-PC-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM READ-NATIONAL-ROW.
           PERFORM UNTIL WS-NAT-EOF
              ADD 1 TO WS-ROW-NUMBER
              PERFORM LOAD-NATIONAL-ROW
              PERFORM READ-NATIONAL-ROW
           END-PERFORM.
           PERFORM PRINT-SUMMARY.
           IF WS-ROWS-REJECTED > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
       READ-NATIONAL-ROW.
           READ NATIONAL-CLAIMS-FILE
              AT END MOVE '10' TO WS-NAT-STATUS
              NOT AT END
                 INITIALIZE SRC-NAT-FIELDS
                 UNSTRING NATCLMS-REC DELIMITED BY ',' OR ' '
                    INTO SRC-NAT-RECORD-ID
                         SRC-NAT-STATE
                         SRC-NAT-INITIAL
                         SRC-NAT-CONTINUED
                         SRC-NAT-RATE
                 END-UNSTRING
           END-READ.
      *
      * A row is keyed by its week-ending date, so the date must be
      * a real MMDDYYYY date and the state an alphabetic code; the
      * three figures must be numeric.
       LOAD-NATIONAL-ROW.
           IF SRC-NAT-RECORD-ID NOT NUMERIC
              MOVE 'RECORD ID NOT NUMERIC MMDDYYYY' TO WS-RJ-REASON
              PERFORM REJECT-NATIONAL-ROW
           ELSE
              MOVE SRC-NAT-MM TO WS-ID-MM
              MOVE SRC-NAT-DD TO WS-ID-DD
              PERFORM VALIDATE-ID-DATE
              EVALUATE TRUE
                 WHEN NOT WS-ID-VALID
                    MOVE 'RECORD ID NOT A VALID DATE' TO WS-RJ-REASON
                    PERFORM REJECT-NATIONAL-ROW
                 WHEN SRC-NAT-STATE NOT ALPHABETIC-UPPER
                      OR SRC-NAT-STATE (1:1) = SPACE
                      OR SRC-NAT-STATE (2:1) = SPACE
                    MOVE 'STATE CODE NOT TWO LETTERS' TO WS-RJ-REASON
                    PERFORM REJECT-NATIONAL-ROW
                 WHEN SRC-NAT-INITIAL NOT NUMERIC
                      OR SRC-NAT-CONTINUED NOT NUMERIC
                      OR SRC-NAT-RATE NOT NUMERIC
                    MOVE 'COUNT FIELDS NOT NUMERIC' TO WS-RJ-REASON
                    PERFORM REJECT-NATIONAL-ROW
                 WHEN OTHER
                    PERFORM STORE-NATIONAL-ROW
              END-EVALUATE
           END-IF.
      *
       VALIDATE-ID-DATE.
           MOVE 'Y' TO WS-ID-VALID-SW.
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
           END-IF.
      *
      * A week and state already on file is a revision from a later
      * publication and replaces the figures held.
       STORE-NATIONAL-ROW.
           STRING SRC-NAT-YYYY DELIMITED BY SIZE
                  SRC-NAT-MM DELIMITED BY SIZE
                  SRC-NAT-DD DELIMITED BY SIZE
                  INTO WS-WORK-KEY.
           MOVE WS-WORK-KEY TO PC-WEEK-ENDING.
           MOVE SRC-NAT-STATE TO PC-STATE.
           READ PEER-COMPARISON.
           IF WS-PC-IO-OK
              PERFORM BUILD-COMPARISON-ROW
              REWRITE PC-COMPARISON-REC
              IF WS-PC-IO-OK
                 ADD 1 TO WS-ROWS-REPLACED
              ELSE
                 PERFORM REPORT-WRITE-FAILURE
              END-IF
           ELSE
              PERFORM BUILD-COMPARISON-ROW
              WRITE PC-COMPARISON-REC
              IF WS-PC-IO-OK
                 ADD 1 TO WS-ROWS-ADDED
              ELSE
                 PERFORM REPORT-WRITE-FAILURE
              END-IF
           END-IF.
      *
       BUILD-COMPARISON-ROW.
           MOVE SPACES TO PC-COMPARISON-REC.
           MOVE WS-WORK-KEY TO PC-WEEK-ENDING.
           MOVE SRC-NAT-STATE TO PC-STATE.
           MOVE SRC-NAT-INITIAL TO PC-INITIAL-CLAIMS.
           MOVE SRC-NAT-CONTINUED TO PC-CONTINUED-CLAIMS.
           COMPUTE PC-INSURED-RATE = SRC-NAT-RATE / 100
              ON SIZE ERROR
                 MOVE 999.99 TO PC-INSURED-RATE
           END-COMPUTE.
           MOVE WS-TODAY TO PC-DATE-LOADED.
      *
       REPORT-WRITE-FAILURE.
           DISPLAY 'PEERCMP WRITE FAILED FOR ' PC-KEY
                   ', STATUS ' WS-PC-STATUS.
           MOVE 8 TO RETURN-CODE.
      *
       REJECT-NATIONAL-ROW.
           ADD 1 TO WS-ROWS-REJECTED.
           MOVE WS-ROW-NUMBER TO WS-RJ-ROW.
           MOVE NATCLMS-REC TO WS-RJ-DATA.
           MOVE WS-REJECT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-REJECT-LINE.
      *
       PRINT-SUMMARY.
           MOVE WS-ROW-NUMBER TO WS-SUM-READ.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE1.
           MOVE WS-ROWS-ADDED TO WS-SUM-ADDED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE2.
           MOVE WS-ROWS-REPLACED TO WS-SUM-REPLACED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           DISPLAY WS-SUMMARY-LINE3.
           MOVE WS-ROWS-REJECTED TO WS-SUM-REJECTED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           DISPLAY WS-SUMMARY-LINE4.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE NATIONAL-CLAIMS-FILE.
           CLOSE PEER-COMPARISON.
           STOP RUN.
