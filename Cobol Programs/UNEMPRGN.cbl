      *  with the region code as the leading field) and, as each
      *  category lands, folds the change into region 000, the
      *  statewide rollup row that is maintained automatically.
      *
      *  Regional continued claims (CLRCNT -- region, record id and
      *  count, the CLMCONT row with the region in front) land in a
      *  final stage.  Each row takes the region's covered labor
      *  force for the month from CLRLBR (region, month, year and
      *  count, the CLMLABOR row with the region in front) and
      *  computes the regional insured unemployment rate the way
      *  UNEMP does statewide: continued claims over labor force.
      *  Both counts fold into region 000 by the same old/new delta
      *  the demographic stages use, and UNEMPRGR reconciles the
      *  region 000 continued claims to the statewide record.  A
      *  region with no labor force row for the month carries a
      *  zero rate.  The regional record carries the six
      *  demographic categories and the labor force fields and
      *  stays at layout version 04: the
      *  statewide record's later growth (first payments, duration,
      *  trust fund) is statewide-only data and does not widen the
      *  regional rows.
      *  over, and rejected rows parked on the RGNSUSP suspense
      *  file with a reason code so they can be reprocessed instead
      *  of silently dropped.
      *
      *  Every row's region code is checked against the RGNREF
      *  region reference (through UNEMPRNL) before it is applied.
      *  A code that is not on the reference goes to RGNSUSP with
      *  reason UNKR, and a code that is on it but not in use for
      *  the row's week (retired, or not yet effective) with reason
      *  RETR; MKEY stays the reason for a row with no base record.
      *  Without a reference to check against the rows are loaded
      *  unchecked and the run ends with RETURN-CODE 4.
      *
      *  A row for a week in a quarter UNEMPPCM has closed goes to
      *  RGNSUSP with reason PCLS (UNEMPPCL logs the refusal); a row
      *  applied in a reopened quarter is logged to PRDLOG as a
      *  change.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
                  ASSIGN TO CLRGEN.
           SELECT REGIONAL-CLAIMS-BY-EDUCATION
                  ASSIGN TO CLREDU.
           SELECT OPTIONAL REGIONAL-CONTINUED-CLAIMS
                  ASSIGN TO CLRCNT
                  FILE STATUS IS WS-RGCNT-STATUS.
           SELECT OPTIONAL REGIONAL-LABORFORCE
                  ASSIGN TO CLRLBR
                  FILE STATUS IS WS-RGLBR-STATUS.
           SELECT OPTIONAL REGIONAL-CHECKPOINT ASSIGN TO RGNCKPT
                  FILE STATUS IS WS-CKPT-STATUS.
           SELECT OPTIONAL REGIONAL-SUSPENSE ASSIGN TO RGNSUSP
      *
       FD  REGIONAL-CLAIMS-BY-EDUCATION RECORDING MODE F.
       01  RGEDU-REC                                PIC X(160).
      *
       FD  REGIONAL-CONTINUED-CLAIMS RECORDING MODE F.
       01  RGCNT-REC                                PIC X(160).
      *
       FD  REGIONAL-LABORFORCE RECORDING MODE F.
       01  RGLBR-REC                                PIC X(160).
      *
       FD  REGIONAL-CHECKPOINT RECORDING MODE F.
       01  CHKPT-REC                                PIC X(01).
       01  WS-RGDB-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-RGDB-OPEN-OK                       VALUES '00' '05'.
           88 WS-RGDB-IO-OK                         VALUE '00'.
       01  WS-RGCNT-STATUS              PIC X(02)   VALUE SPACES.
           88 WS-RGCNT-OPEN-OK                      VALUES '00' '05'.
       01  WS-RGLBR-STATUS              PIC X(02)   VALUE SPACES.
           88 WS-RGLBR-OPEN-OK                      VALUES '00' '05'.
      *
       01  SRC-CBAGE-FIELDS.
           05  SRC-CBAGE-REGION                        PIC X(03).
               10  SRC-CBEDU-HS-DIPLOMA  PIC 9(06).
               10  SRC-CBEDU-SOME-COLLEGE  PIC 9(06).
               10  SRC-CBEDU-BACHELORS-OR-HIGHER  PIC 9(06).
      *
       01  SRC-CBCNT-FIELDS.
           05  SRC-CBCNT-REGION                        PIC X(03).
           05  SRC-CBCNT-RECORD-ID.
               15  SRC-CBCNT-MM                        PIC X(02).
               15  SRC-CBCNT-DD                        PIC X(02).
               15  SRC-CBCNT-YYYY                      PIC X(04).
           05  SRC-CBCNT-FIELDS-NF.
               10  SRC-CBCNT-CONTINUED                 PIC 9(06).
      *
       01  SRC-CBLBR-FIELDS.
           05  SRC-CBLBR-REGION                        PIC X(03).
           05  SRC-CBLBR-RECORD-ID.
               15  SRC-CBLBR-MM                        PIC X(02).
               15  SRC-CBLBR-YYYY                      PIC X(04).
           05  SRC-CBLBR-FIELDS-NF.
               10  SRC-CBLBR-LABORFORCE                PIC 9(09).
      *
      * Monthly covered labor force by region, loaded once per run
      * (a restart into the continued-claims stage needs it too).
       01  WS-LBR-EOF-SW                PIC X(01)   VALUE 'N'.
           88 WS-LBR-EOF                            VALUE 'Y'.
       01  WS-LF-TABLE-COUNT            PIC 9(04)   VALUE 0.
       01  WS-LF-SUB                    PIC 9(04)   VALUE 0.
       01  WS-LF-HIT                    PIC 9(04)   VALUE 0.
       01  WS-LF-FOUND-SW               PIC X(01)   VALUE 'N'.
           88 WS-LF-FOUND                           VALUE 'Y'.
       01  WS-LABORFORCE-TABLE.
           05  WS-LF-ENTRY OCCURS 3000 TIMES.
               10  WS-LF-REGION                     PIC X(03).
               10  WS-LF-YYYYMM                     PIC X(06).
               10  WS-LF-COUNT                      PIC 9(09).
       01  WS-LF-YYYYMM-KEY             PIC X(06)   VALUE SPACES.
      *
       01  WS-RGN-OLD-LABORFORCE        PIC 9(09)   VALUE 0.
       01  WS-RGN-OLD-CONTINUED         PIC 9(06)   VALUE 0.
       01  WS-RGN-NEW-LABORFORCE        PIC 9(09)   VALUE 0.
       01  WS-RGN-NEW-CONTINUED         PIC 9(06)   VALUE 0.
      *
       01  WS-RGN-OLD-IMAGE.
           05  WS-RGN-OLD-DATE          PIC X(10).
       01  WS-SUSPENSE-OPEN-SW          PIC X(01)   VALUE 'N'.
           88 WS-SUSPENSE-OPEN                      VALUE 'Y'.
       01  WS-SUSP-SOURCE               PIC X(08)   VALUE SPACES.
       01  WS-SUSP-REASON               PIC X(04)   VALUE SPACES.
       01  WS-SUSP-SAVE-REC             PIC X(160)  VALUE SPACES.
       01  WS-SUSP-COUNT                PIC 9(04)   VALUE 0.
      *
       01  WS-ROWS-APPLIED              PIC 9(06)   VALUE 0.
       01  WS-ROWS-MISSING              PIC 9(06)   VALUE 0.
       01  WS-ROWS-FAILED               PIC 9(06)   VALUE 0.
       01  WS-ROWS-NO-LABORFORCE        PIC 9(06)   VALUE 0.
       01  WS-ROWS-UNKNOWN-REGION       PIC 9(06)   VALUE 0.
       01  WS-ROWS-RETIRED-REGION       PIC 9(06)   VALUE 0.
       01  WS-ROWS-PERIOD-CLOSED        PIC 9(06)   VALUE 0.
      *
       01  WS-PCL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPPCL'.
       01  WS-PCL-DATA.
           05  WS-PCL-FUNCTION          PIC X(01)   VALUE SPACE.
           05  WS-PCL-PROGRAM           PIC X(08)   VALUE 'UNEMPRGN'.
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
      * Region code check against the RGNREF reference.
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
       01  WS-REGION-ACCEPTED-SW        PIC X(01)   VALUE 'Y'.
           88 WS-REGION-ACCEPTED                    VALUE 'Y'.
       01  WS-REGIONS-UNCHECKED-SW      PIC X(01)   VALUE 'N'.
           88 WS-REGIONS-UNCHECKED                  VALUE 'Y'.
       01  WS-BADRGN-LINE.
           05  WS-BR-TEXT               PIC X(24).
           05  WS-BR-SOURCE             PIC X(08).
           05  FILLER                   PIC X(05) VALUE ' KEY='.
           05  WS-BR-REGION             PIC X(03).
           05  WS-BR-DATE               PIC X(08).
       01  WS-MISSKEY-LINE.
           05  FILLER                   PIC X(24)
               VALUE 'MISSING REGIONAL KEY -  '.
           05  FILLER                   PIC X(25) VALUE
               'ROWS WRITTEN TO SUSPENSE:'.
           05  WS-SUM-SUSPENSE          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER                   PIC X(25) VALUE
               'RATES WITHOUT LABORFORCE:'.
           05  WS-SUM-NO-LABORFORCE     PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER                   PIC X(25) VALUE
               'UNKNOWN REGION CODES    :'.
           05  WS-SUM-UNKNOWN-REGION    PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER                   PIC X(25) VALUE
               'RETIRED REGION CODES    :'.
           05  WS-SUM-RETIRED-REGION    PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER                   PIC X(25) VALUE
               'ROWS IN CLOSED PERIODS  :'.
           05  WS-SUM-PERIOD-CLOSED     PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
              DISPLAY 'REJECTED ROWS WILL NOT BE SAVED FOR '
                      'REPROCESSING'
           END-IF.
           PERFORM LOAD-LABORFORCE-TABLE.
           PERFORM READ-CHECKPOINT.
           MOVE WS-CHECKPOINT-STAGE TO WS-STARTING-CKPT-STAGE.
           IF WS-CHECKPOINT-STAGE NOT = 0
              MOVE 6 TO WS-CHECKPOINT-STAGE
              PERFORM WRITE-CHECKPOINT
           END-IF.
           IF WS-CHECKPOINT-STAGE < 7
              PERFORM LOAD-CBCNT-FILE
              MOVE 7 TO WS-CHECKPOINT-STAGE
              PERFORM WRITE-CHECKPOINT
           END-IF.
           MOVE 0 TO WS-CHECKPOINT-STAGE.
           PERFORM WRITE-CHECKPOINT.
           PERFORM PRINT-SUMMARY.
           IF WS-REGIONS-UNCHECKED
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
       READ-CHECKPOINT.
      * file name and a reason code so they can be corrected and
      * reapplied instead of being retyped off the printed report.
      * Callers put the raw 160-byte CSV row in WS-SUSP-SAVE-REC
      * and the reason code in WS-SUSP-REASON before performing
      * this paragraph.
       WRITE-SUSPENSE-RECORD.
           IF WS-SUSPENSE-OPEN
              MOVE WS-SUSP-SOURCE TO SUSP-SOURCE-FILE
              MOVE WS-SUSP-REASON TO SUSP-REASON-CODE
              MOVE WS-SUSP-SAVE-REC TO SUSP-INPUT-REC
              WRITE SUSP-REC
              IF WS-SUSP-WRITE-OK
                         WS-SUSP-STATUS
              END-IF
           END-IF.
      *
      * The caller sets the row's region and week in WS-RNL-DATA
      * and its suspense source and image; a row whose code is not
      * on RGNREF, or not in use that week, is parked instead of
      * applied.  When there is no reference at all the check is
      * given up for the run after one warning.  A row whose week
      * is in a closed quarter is parked the same way.
       CHECK-REGION-CODE.
           MOVE 'Y' TO WS-REGION-ACCEPTED-SW.
           IF NOT WS-REGIONS-UNCHECKED
              CALL WS-RNL-SUBROUTINE USING WS-RNL-DATA
              EVALUATE WS-RNL-RESULT
                 WHEN '1'
                    MOVE 'N' TO WS-REGION-ACCEPTED-SW
                    ADD 1 TO WS-ROWS-UNKNOWN-REGION
                    MOVE 'UNKNOWN REGION CODE -   ' TO WS-BR-TEXT
                    MOVE 'UNKR' TO WS-SUSP-REASON
                 WHEN '2'
                    MOVE 'N' TO WS-REGION-ACCEPTED-SW
                    ADD 1 TO WS-ROWS-RETIRED-REGION
                    MOVE 'REGION NOT IN EFFECT -  ' TO WS-BR-TEXT
                    MOVE 'RETR' TO WS-SUSP-REASON
                 WHEN '3'
                    MOVE 'Y' TO WS-REGIONS-UNCHECKED-SW
                    MOVE 'NO RGNREF REFERENCE, REGION CODES NOT CHECKED'
                       TO PRINT-REC
                    WRITE PRINT-REC
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF WS-REGION-ACCEPTED
              PERFORM CHECK-PERIOD-OPEN
           END-IF.
           IF NOT WS-REGION-ACCEPTED
              MOVE WS-SUSP-SOURCE TO WS-BR-SOURCE
              MOVE WS-RNL-REGION TO WS-BR-REGION
              MOVE WS-RNL-WEEK-ENDING TO WS-BR-DATE
              MOVE WS-BADRGN-LINE TO PRINT-REC
              WRITE PRINT-REC
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
      *
      * UNEMPPCL logs a refusal itself.
       CHECK-PERIOD-OPEN.
           MOVE 'C' TO WS-PCL-FUNCTION.
           MOVE WS-RNL-WEEK-ENDING TO WS-PCL-WEEK-ENDING.
           MOVE WS-RNL-REGION TO WS-PCL-RECORD-KEY.
           MOVE WS-RNL-WEEK-ENDING TO WS-PCL-RECORD-KEY (4:8).
           MOVE SPACES TO WS-PCL-DETAIL.
           STRING WS-SUSP-SOURCE ' REGIONAL LOAD'
                  DELIMITED BY SIZE INTO WS-PCL-DETAIL
           END-STRING.
           CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA.
           IF WS-PCL-PERIOD-CLOSED
              MOVE 'N' TO WS-REGION-ACCEPTED-SW
              ADD 1 TO WS-ROWS-PERIOD-CLOSED
              MOVE 'PERIOD CLOSED -         ' TO WS-BR-TEXT
              MOVE 'PCLS' TO WS-SUSP-REASON
           END-IF.
      *
       LOAD-CBAGE-FILE.
           MOVE 'N' TO LASTREC.
           PERFORM READ-CBAGE-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              MOVE SRC-CBAGE-REGION TO WS-RNL-REGION
              STRING SRC-CBAGE-YYYY SRC-CBAGE-MM SRC-CBAGE-DD
                 DELIMITED BY SIZE INTO WS-RNL-WEEK-ENDING
              MOVE 'CLRAGE' TO WS-SUSP-SOURCE
              MOVE RGAGE-REC TO WS-SUSP-SAVE-REC
              PERFORM CHECK-REGION-CODE
              IF WS-REGION-ACCEPTED
                 PERFORM APPLY-CBAGE-ROW
              END-IF
              PERFORM READ-CBAGE-ROW
           END-PERFORM.
      *
           MOVE 'N' TO LASTREC.
           PERFORM READ-CBETH-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              MOVE SRC-CBETH-REGION TO WS-RNL-REGION
              STRING SRC-CBETH-YYYY SRC-CBETH-MM SRC-CBETH-DD
                 DELIMITED BY SIZE INTO WS-RNL-WEEK-ENDING
              MOVE 'CLRETH' TO WS-SUSP-SOURCE
              MOVE RGETH-REC TO WS-SUSP-SAVE-REC
              PERFORM CHECK-REGION-CODE
              IF WS-REGION-ACCEPTED
                 PERFORM APPLY-CBETH-ROW
              END-IF
              PERFORM READ-CBETH-ROW
           END-PERFORM.
      *
              MOVE WS-MISSKEY-LINE TO PRINT-REC
              WRITE PRINT-REC
              MOVE 'CLRETH' TO WS-SUSP-SOURCE
              MOVE 'MKEY' TO WS-SUSP-REASON
              MOVE RGETH-REC TO WS-SUSP-SAVE-REC
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
           MOVE 'N' TO LASTREC.
           PERFORM READ-CBIND-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              MOVE SRC-CBIND-REGION TO WS-RNL-REGION
              STRING SRC-CBIND-YYYY SRC-CBIND-MM SRC-CBIND-DD
                 DELIMITED BY SIZE INTO WS-RNL-WEEK-ENDING
              MOVE 'CLRIND' TO WS-SUSP-SOURCE
              MOVE RGIND-REC TO WS-SUSP-SAVE-REC
              PERFORM CHECK-REGION-CODE
              IF WS-REGION-ACCEPTED
                 PERFORM APPLY-CBIND-ROW
              END-IF
              PERFORM READ-CBIND-ROW
           END-PERFORM.
      *
              MOVE WS-MISSKEY-LINE TO PRINT-REC
              WRITE PRINT-REC
              MOVE 'CLRIND' TO WS-SUSP-SOURCE
              MOVE 'MKEY' TO WS-SUSP-REASON
              MOVE RGIND-REC TO WS-SUSP-SAVE-REC
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
           MOVE 'N' TO LASTREC.
           PERFORM READ-CBRAC-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              MOVE SRC-CBRAC-REGION TO WS-RNL-REGION
              STRING SRC-CBRAC-YYYY SRC-CBRAC-MM SRC-CBRAC-DD
                 DELIMITED BY SIZE INTO WS-RNL-WEEK-ENDING
              MOVE 'CLRRAC' TO WS-SUSP-SOURCE
              MOVE RGRAC-REC TO WS-SUSP-SAVE-REC
              PERFORM CHECK-REGION-CODE
              IF WS-REGION-ACCEPTED
                 PERFORM APPLY-CBRAC-ROW
              END-IF
              PERFORM READ-CBRAC-ROW
           END-PERFORM.
      *
              MOVE WS-MISSKEY-LINE TO PRINT-REC
              WRITE PRINT-REC
              MOVE 'CLRRAC' TO WS-SUSP-SOURCE
              MOVE 'MKEY' TO WS-SUSP-REASON
              MOVE RGRAC-REC TO WS-SUSP-SAVE-REC
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
           MOVE 'N' TO LASTREC.
           PERFORM READ-CBGEN-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              MOVE SRC-CBGEN-REGION TO WS-RNL-REGION
              STRING SRC-CBGEN-YYYY SRC-CBGEN-MM SRC-CBGEN-DD
                 DELIMITED BY SIZE INTO WS-RNL-WEEK-ENDING
              MOVE 'CLRGEN' TO WS-SUSP-SOURCE
              MOVE RGGEN-REC TO WS-SUSP-SAVE-REC
              PERFORM CHECK-REGION-CODE
              IF WS-REGION-ACCEPTED
                 PERFORM APPLY-CBGEN-ROW
              END-IF
              PERFORM READ-CBGEN-ROW
           END-PERFORM.
      *
              MOVE WS-MISSKEY-LINE TO PRINT-REC
              WRITE PRINT-REC
              MOVE 'CLRGEN' TO WS-SUSP-SOURCE
              MOVE 'MKEY' TO WS-SUSP-REASON
              MOVE RGGEN-REC TO WS-SUSP-SAVE-REC
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
           MOVE 'N' TO LASTREC.
           PERFORM READ-CBEDU-ROW.
           PERFORM UNTIL LASTREC = 'Y'
              MOVE SRC-CBEDU-REGION TO WS-RNL-REGION
              STRING SRC-CBEDU-YYYY SRC-CBEDU-MM SRC-CBEDU-DD
                 DELIMITED BY SIZE INTO WS-RNL-WEEK-ENDING
              MOVE 'CLREDU' TO WS-SUSP-SOURCE
              MOVE RGEDU-REC TO WS-SUSP-SAVE-REC
              PERFORM CHECK-REGION-CODE
              IF WS-REGION-ACCEPTED
                 PERFORM APPLY-CBEDU-ROW
              END-IF
              PERFORM READ-CBEDU-ROW
           END-PERFORM.
      *
              MOVE WS-MISSKEY-LINE TO PRINT-REC
              WRITE PRINT-REC
              MOVE 'CLREDU' TO WS-SUSP-SOURCE
              MOVE 'MKEY' TO WS-SUSP-REASON
              MOVE RGEDU-REC TO WS-SUSP-SAVE-REC
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
              PERFORM UPDATE-STATEWIDE-ROLLUP
           END-IF.
      *
      * CLRLBR is optional: without it every regional rate stays
      * zero, the same as a statewide week with no CLMLABOR month.
       LOAD-LABORFORCE-TABLE.
           OPEN INPUT REGIONAL-LABORFORCE.
           IF NOT WS-RGLBR-OPEN-OK
              DISPLAY 'CLRLBR OPEN FAILED, STATUS ' WS-RGLBR-STATUS
              MOVE 'Y' TO WS-LBR-EOF-SW
           END-IF.
           PERFORM UNTIL WS-LBR-EOF
              READ REGIONAL-LABORFORCE
                 AT END MOVE 'Y' TO WS-LBR-EOF-SW
                 NOT AT END
                    UNSTRING RGLBR-REC DELIMITED BY ',' OR ' '
                       INTO SRC-CBLBR-REGION
                            SRC-CBLBR-MM
                            SRC-CBLBR-YYYY
                            SRC-CBLBR-LABORFORCE
                    END-UNSTRING
                    IF WS-LF-TABLE-COUNT < 3000
                       ADD 1 TO WS-LF-TABLE-COUNT
                       MOVE SRC-CBLBR-REGION
                          TO WS-LF-REGION (WS-LF-TABLE-COUNT)
                       STRING SRC-CBLBR-YYYY SRC-CBLBR-MM
                          DELIMITED BY SIZE
                          INTO WS-LF-YYYYMM (WS-LF-TABLE-COUNT)
                       MOVE SRC-CBLBR-LABORFORCE
                          TO WS-LF-COUNT (WS-LF-TABLE-COUNT)
                    ELSE
                       DISPLAY 'MORE THAN 3000 CLRLBR ROWS, EXTRAS '
                               'IGNORED'
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-RGLBR-OPEN-OK
              CLOSE REGIONAL-LABORFORCE
           END-IF.
      *
       LOAD-CBCNT-FILE.
           OPEN INPUT REGIONAL-CONTINUED-CLAIMS.
           IF NOT WS-RGCNT-OPEN-OK
              DISPLAY 'CLRCNT OPEN FAILED, STATUS ' WS-RGCNT-STATUS
           ELSE
              MOVE 'N' TO LASTREC
              PERFORM READ-CBCNT-ROW
              PERFORM UNTIL LASTREC = 'Y'
                 MOVE SRC-CBCNT-REGION TO WS-RNL-REGION
                 STRING SRC-CBCNT-YYYY SRC-CBCNT-MM SRC-CBCNT-DD
                    DELIMITED BY SIZE INTO WS-RNL-WEEK-ENDING
                 MOVE 'CLRCNT' TO WS-SUSP-SOURCE
                 MOVE RGCNT-REC TO WS-SUSP-SAVE-REC
                 PERFORM CHECK-REGION-CODE
                 IF WS-REGION-ACCEPTED
                    PERFORM APPLY-CBCNT-ROW
                 END-IF
                 PERFORM READ-CBCNT-ROW
              END-PERFORM
              CLOSE REGIONAL-CONTINUED-CLAIMS
           END-IF.
      *
       READ-CBCNT-ROW.
           READ REGIONAL-CONTINUED-CLAIMS
           AT END MOVE 'Y' TO LASTREC
           NOT AT END
             UNSTRING RGCNT-REC DELIMITED BY ',' OR ' '
               INTO SRC-CBCNT-REGION
                    SRC-CBCNT-RECORD-ID
                    SRC-CBCNT-CONTINUED
             END-UNSTRING
           END-READ.
      *
      * Continued claims are the numerator of the insured rate, so
      * the regional rate is recomputed whenever this stage lands a
      * row, against the region's labor force for the month.
       APPLY-CBCNT-ROW.
           MOVE SRC-CBCNT-REGION TO RG-REGION.
           STRING SRC-CBCNT-YYYY DELIMITED BY SIZE
                  SRC-CBCNT-MM DELIMITED BY SIZE
                  SRC-CBCNT-DD DELIMITED BY SIZE
                  INTO RG-DATE.
           MOVE RG-RECORD-KEY TO WS-SAVE-RG-KEY.
           READ REGIONAL-DATABASE.
           IF WS-RGDB-IO-OK
              MOVE 'Y' TO WS-RGDB-FOUND-SW
           ELSE
              MOVE 'N' TO WS-RGDB-FOUND-SW
              ADD 1 TO WS-ROWS-MISSING
              MOVE 'CLRCNT' TO WS-MK-SOURCE
              MOVE WS-SAVE-RG-KEY TO WS-MK-KEY
              MOVE WS-MISSKEY-LINE TO PRINT-REC
              WRITE PRINT-REC
              MOVE 'CLRCNT' TO WS-SUSP-SOURCE
              MOVE 'MKEY' TO WS-SUSP-REASON
              MOVE RGCNT-REC TO WS-SUSP-SAVE-REC
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
           IF NOT WS-RGDB-FOUND
              CONTINUE
           ELSE
              IF LABORFORCE-COUNT NUMERIC
                 MOVE LABORFORCE-COUNT TO WS-RGN-OLD-LABORFORCE
              ELSE
                 MOVE 0 TO WS-RGN-OLD-LABORFORCE
              END-IF
              IF CONTINUED-CLAIMS NUMERIC
                 MOVE CONTINUED-CLAIMS TO WS-RGN-OLD-CONTINUED
              ELSE
                 MOVE 0 TO WS-RGN-OLD-CONTINUED
              END-IF
              MOVE SRC-CBCNT-CONTINUED TO CONTINUED-CLAIMS
              STRING SRC-CBCNT-YYYY SRC-CBCNT-MM DELIMITED BY SIZE
                 INTO WS-LF-YYYYMM-KEY
              PERFORM FIND-REGIONAL-LABORFORCE
              IF WS-LF-FOUND
                 MOVE WS-LF-COUNT (WS-LF-HIT) TO LABORFORCE-COUNT
              ELSE
                 MOVE 0 TO LABORFORCE-COUNT
                 ADD 1 TO WS-ROWS-NO-LABORFORCE
              END-IF
              PERFORM COMPUTE-RATE-FROM-CONTINUED
              MOVE LABORFORCE-COUNT TO WS-RGN-NEW-LABORFORCE
              MOVE CONTINUED-CLAIMS TO WS-RGN-NEW-CONTINUED
              PERFORM REWRITE-REGIONAL-RECORD
              PERFORM UPDATE-CONTINUED-ROLLUP
           END-IF.
      *
       FIND-REGIONAL-LABORFORCE.
           MOVE 'N' TO WS-LF-FOUND-SW.
           MOVE 0 TO WS-LF-SUB.
      * The subscript has stepped past the match by the time the
      * loop test sees the switch, so the hit is saved on the spot.
           PERFORM VARYING WS-LF-SUB FROM 1 BY 1
                    UNTIL WS-LF-SUB > WS-LF-TABLE-COUNT
                       OR WS-LF-FOUND
              IF WS-LF-REGION (WS-LF-SUB) = RG-REGION
                 AND WS-LF-YYYYMM (WS-LF-SUB) = WS-LF-YYYYMM-KEY
                 MOVE WS-LF-SUB TO WS-LF-HIT
                 MOVE 'Y' TO WS-LF-FOUND-SW
              END-IF
           END-PERFORM.
      *
       COMPUTE-RATE-FROM-CONTINUED.
           IF LABORFORCE-COUNT = 0
              MOVE 0 TO INSURED-UNEMPLOYMENT-RATE
           ELSE
              COMPUTE INSURED-UNEMPLOYMENT-RATE ROUNDED =
                 (CONTINUED-CLAIMS / LABORFORCE-COUNT) * 100
           END-IF.
      *
      * Region 000 takes the same delta on both counts, so it sums
      * the regions' continued claims and labor force, and its rate
      * is recomputed from those sums.
       UPDATE-CONTINUED-ROLLUP.
           IF RG-REGION = '000'
              CONTINUE
           ELSE
              MOVE '000' TO RG-REGION
              MOVE WS-SAVE-RG-KEY (4:8) TO RG-DATE
              READ REGIONAL-DATABASE
              IF WS-RGDB-IO-OK
                 MOVE 'Y' TO WS-RGDB-FOUND-SW
              ELSE
                 MOVE 'N' TO WS-RGDB-FOUND-SW
                 INITIALIZE REGIONAL-RECORD
                 MOVE '000' TO RG-REGION
                 MOVE WS-SAVE-RG-KEY (4:8) TO RG-DATE
                 MOVE 04 TO CLMDB-LAYOUT-VERSION
              END-IF
              IF LABORFORCE-COUNT NOT NUMERIC
                 MOVE 0 TO LABORFORCE-COUNT
              END-IF
              IF CONTINUED-CLAIMS NOT NUMERIC
                 MOVE 0 TO CONTINUED-CLAIMS
              END-IF
              SUBTRACT WS-RGN-OLD-LABORFORCE FROM LABORFORCE-COUNT
              ADD WS-RGN-NEW-LABORFORCE TO LABORFORCE-COUNT
              SUBTRACT WS-RGN-OLD-CONTINUED FROM CONTINUED-CLAIMS
              ADD WS-RGN-NEW-CONTINUED TO CONTINUED-CLAIMS
              PERFORM COMPUTE-RATE-FROM-CONTINUED
              PERFORM REWRITE-REGIONAL-RECORD
              MOVE WS-SAVE-RG-KEY TO RG-RECORD-KEY
           END-IF.
      *
      * Writes the regional row back (WRITE when the age stage just
      * created it), counting results.
       REWRITE-REGIONAL-RECORD.
           END-IF.
           IF WS-RGDB-IO-OK
              ADD 1 TO WS-ROWS-APPLIED
      * The row's own record, not the region 000 rollup it feeds.
              IF WS-PCL-PERIOD-REOPENED
                 AND RG-RECORD-KEY = WS-SAVE-RG-KEY
                 MOVE 'L' TO WS-PCL-FUNCTION
                 MOVE 'CH' TO WS-PCL-EVENT
                 CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA
              END-IF
           ELSE
              ADD 1 TO WS-ROWS-FAILED
              DISPLAY 'CLMRGDB WRITE FAILED FOR KEY ' RG-RECORD-KEY
           MOVE WS-ROWS-MISSING TO WS-SUM-MISSING.
           MOVE WS-ROWS-FAILED TO WS-SUM-FAILED.
           MOVE WS-SUSP-COUNT TO WS-SUM-SUSPENSE.
           MOVE WS-ROWS-NO-LABORFORCE TO WS-SUM-NO-LABORFORCE.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           MOVE WS-ROWS-UNKNOWN-REGION TO WS-SUM-UNKNOWN-REGION.
           MOVE WS-ROWS-RETIRED-REGION TO WS-SUM-RETIRED-REGION.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE6.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE7.
           MOVE WS-ROWS-PERIOD-CLOSED TO WS-SUM-PERIOD-CLOSED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE8.
      *
       COMPUTE-CBAGE-PERCENTAGES.
           IF CBAGE-INA = 0
