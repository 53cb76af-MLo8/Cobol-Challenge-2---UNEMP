      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID.      UNEMPWNL.
      ****************************************************************
      *  Shared WARN layoff-notice lookup.  When an industry column
      *  or a region jumps, the first question is whether an
      *  employer filed a mass-layoff (WARN) notice.  UNEMPWRN loads
      *  the notices onto the keyed WARNDB file, and the threshold
      *  alert (UNEMP), the press-release draft (UNEMPPRS) and the
      *  notice report (UNEMPWNR) all ask this routine for the
      *  notices behind a movement: those whose layoffs took effect
      *  in the weeks leading up to the week-ending date.
      *
      *     WNL-MATCH-TYPE      'I' = notices for the CBIND industry
      *                               in WNL-IND-SLOT (1-20, the
      *                               CLMDB-CBIND-FIELDS column order
      *                               after the INA total)
      *                         'R' = notices for region WNL-REGION
      *     WNL-WEEK-ENDING     YYYYMMDD; a notice matches when its
      *                         effective layoff date falls in the
      *                         WNL-LOOKBACK-WEEKS weeks ending on
      *                         this date (zero means 4 weeks)
      *     WNL-NOTICES-FOUND   every matching notice
      *     WNL-WORKERS-TOTAL   workers affected across all of them
      *     WNL-NOTICE          the ten largest, by workers affected,
      *                         with WNL-LARGEST-SUB pointing at the
      *                         largest of all
      *     WNL-RESULT          '0' ok (a missing WARNDB is no
      *                         notices), '1' bad request, '2' WARNDB
      *                         file error
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WARN-NOTICE-FILE ASSIGN TO WARNDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WRN-RECORD-KEY
                  FILE STATUS IS WS-WRN-STATUS.
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
       FD  WARN-NOTICE-FILE.
       01  WARN-NOTICE-REC.
           05  WRN-RECORD-KEY.
               10  WRN-EFFECTIVE-DATE               PIC X(08).
               10  WRN-EMPLOYER                     PIC X(40).
               10  WRN-REGION                       PIC X(03).
           05  WRN-NOTICE-DATE                      PIC X(08).
           05  WRN-NAICS                            PIC X(06).
           05  WRN-IND-SLOT                         PIC 9(02).
           05  WRN-COUNTY                           PIC X(20).
           05  WRN-WORKERS                          PIC 9(06).
           05  WRN-LOAD-DATE                        PIC X(08).
           05  FILLER                               PIC X(19).
      *
       WORKING-STORAGE SECTION.
       01  WS-WRN-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-WRN-OPEN-OK                        VALUES '00' '05'.
           88 WS-WRN-EOF                            VALUE '10'.
       01  WS-WEEKS-BACK                PIC 9(02)   VALUE 0.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-KEY-INTEGER               PIC 9(07)   VALUE 0.
       01  WS-WINDOW-START              PIC X(08)   VALUE SPACES.
       01  WS-MATCH-SW                  PIC X(01)   VALUE 'N'.
           88 WS-NOTICE-MATCHES                     VALUE 'Y'.
       01  WS-KEPT-COUNT                PIC 9(02)   VALUE 0.
       01  WS-KEPT-SUB                  PIC 9(02)   VALUE 0.
       01  WS-SMALL-SUB                 PIC 9(02)   VALUE 0.
      *
       LINKAGE SECTION.
       01  WNL-CALLER-DATA.
           05  WNL-MATCH-TYPE                       PIC X(01).
               88  WNL-BY-INDUSTRY                  VALUE 'I'.
               88  WNL-BY-REGION                    VALUE 'R'.
           05  WNL-IND-SLOT                         PIC 9(02).
           05  WNL-REGION                           PIC X(03).
           05  WNL-WEEK-ENDING                      PIC X(08).
           05  WNL-LOOKBACK-WEEKS                   PIC 9(02).
           05  WNL-NOTICES-FOUND                    PIC 9(04).
           05  WNL-WORKERS-TOTAL                    PIC 9(08).
           05  WNL-LARGEST-SUB                      PIC 9(02).
           05  WNL-NOTICE OCCURS 10 TIMES.
               10  WNL-EMPLOYER                     PIC X(40).
               10  WNL-COUNTY                       PIC X(20).
               10  WNL-NTC-REGION                   PIC X(03).
               10  WNL-EFFECTIVE-DATE               PIC X(08).
               10  WNL-WORKERS                      PIC 9(06).
           05  WNL-RESULT                           PIC X(01).
      *
      *--------------------------------------------
       PROCEDURE DIVISION USING WNL-CALLER-DATA.
      *--------------------------------------------
           MOVE '0' TO WNL-RESULT.
           MOVE 0 TO WNL-NOTICES-FOUND WNL-WORKERS-TOTAL.
           MOVE 0 TO WNL-LARGEST-SUB WS-KEPT-COUNT.
           IF NOT (WNL-BY-INDUSTRY OR WNL-BY-REGION)
              OR WNL-WEEK-ENDING NOT NUMERIC
              OR (WNL-BY-INDUSTRY
                  AND (WNL-IND-SLOT < 1 OR WNL-IND-SLOT > 20))
              DISPLAY 'UNKNOWN WARN LOOKUP ' WNL-MATCH-TYPE
                      ' FOR WEEK ' WNL-WEEK-ENDING
              MOVE '1' TO WNL-RESULT
              EXIT PROGRAM
           END-IF.
           MOVE WNL-LOOKBACK-WEEKS TO WS-WEEKS-BACK.
           IF WS-WEEKS-BACK = 0
              MOVE 4 TO WS-WEEKS-BACK
           END-IF.
           MOVE WNL-WEEK-ENDING TO WS-KEY-NUM.
           COMPUTE WS-KEY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM)
              - WS-WEEKS-BACK * 7 + 1.
           COMPUTE WS-KEY-NUM =
              FUNCTION DATE-OF-INTEGER (WS-KEY-INTEGER).
           MOVE WS-KEY-NUM TO WS-WINDOW-START.
           MOVE SPACES TO WS-WRN-STATUS.
           OPEN INPUT WARN-NOTICE-FILE.
           IF NOT WS-WRN-OPEN-OK
              DISPLAY 'WARNDB OPEN FAILED, STATUS ' WS-WRN-STATUS
              MOVE '2' TO WNL-RESULT
              EXIT PROGRAM
           END-IF.
           PERFORM COLLECT-WINDOW-NOTICES.
           CLOSE WARN-NOTICE-FILE.
           PERFORM FIND-LARGEST-NOTICE.
           EXIT PROGRAM.
      *
      * WARNDB is keyed by effective date first, so the window is
      * one START and a short sequential read.
       COLLECT-WINDOW-NOTICES.
           MOVE LOW-VALUES TO WRN-RECORD-KEY.
           MOVE WS-WINDOW-START TO WRN-EFFECTIVE-DATE.
           START WARN-NOTICE-FILE KEY IS NOT LESS THAN WRN-RECORD-KEY
              INVALID KEY MOVE '10' TO WS-WRN-STATUS
           END-START.
           PERFORM UNTIL WS-WRN-EOF
              READ WARN-NOTICE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-WRN-STATUS
                 NOT AT END
                    IF WRN-EFFECTIVE-DATE > WNL-WEEK-ENDING
                       MOVE '10' TO WS-WRN-STATUS
                    ELSE
                       PERFORM CHECK-NOTICE-MATCH
                    END-IF
              END-READ
           END-PERFORM.
      *
       CHECK-NOTICE-MATCH.
           MOVE 'N' TO WS-MATCH-SW.
           IF WNL-BY-INDUSTRY AND WRN-IND-SLOT = WNL-IND-SLOT
              MOVE 'Y' TO WS-MATCH-SW
           END-IF.
           IF WNL-BY-REGION AND WRN-REGION = WNL-REGION
              MOVE 'Y' TO WS-MATCH-SW
           END-IF.
           IF WS-NOTICE-MATCHES
              ADD 1 TO WNL-NOTICES-FOUND
              ADD WRN-WORKERS TO WNL-WORKERS-TOTAL
              PERFORM KEEP-MATCHED-NOTICE
           END-IF.
      *
      * Only ten notices ride back to the caller; once the table is
      * full a larger notice displaces the smallest one held.
       KEEP-MATCHED-NOTICE.
           IF WS-KEPT-COUNT < 10
              ADD 1 TO WS-KEPT-COUNT
              MOVE WS-KEPT-COUNT TO WS-KEPT-SUB
           ELSE
              MOVE 1 TO WS-SMALL-SUB
              PERFORM VARYING WS-KEPT-SUB FROM 2 BY 1
                      UNTIL WS-KEPT-SUB > 10
                 IF WNL-WORKERS (WS-KEPT-SUB) <
                    WNL-WORKERS (WS-SMALL-SUB)
                    MOVE WS-KEPT-SUB TO WS-SMALL-SUB
                 END-IF
              END-PERFORM
              IF WRN-WORKERS > WNL-WORKERS (WS-SMALL-SUB)
                 MOVE WS-SMALL-SUB TO WS-KEPT-SUB
              ELSE
                 MOVE 0 TO WS-KEPT-SUB
              END-IF
           END-IF.
           IF WS-KEPT-SUB > 0
              MOVE WRN-EMPLOYER TO WNL-EMPLOYER (WS-KEPT-SUB)
              MOVE WRN-COUNTY TO WNL-COUNTY (WS-KEPT-SUB)
              MOVE WRN-REGION TO WNL-NTC-REGION (WS-KEPT-SUB)
              MOVE WRN-EFFECTIVE-DATE
                 TO WNL-EFFECTIVE-DATE (WS-KEPT-SUB)
              MOVE WRN-WORKERS TO WNL-WORKERS (WS-KEPT-SUB)
           END-IF.
      *
       FIND-LARGEST-NOTICE.
           PERFORM VARYING WS-KEPT-SUB FROM 1 BY 1
                   UNTIL WS-KEPT-SUB > WS-KEPT-COUNT
              IF WNL-LARGEST-SUB = 0
                 MOVE WS-KEPT-SUB TO WNL-LARGEST-SUB
              ELSE
                 IF WNL-WORKERS (WS-KEPT-SUB) >
                    WNL-WORKERS (WNL-LARGEST-SUB)
                    MOVE WS-KEPT-SUB TO WNL-LARGEST-SUB
                 END-IF
              END-IF
           END-PERFORM.
