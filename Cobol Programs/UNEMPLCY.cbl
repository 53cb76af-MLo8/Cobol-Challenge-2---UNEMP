      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID.      UNEMPLCY.
      ****************************************************************
      *  Shared week-ending lifecycle stamp.  Each stage of getting a
      *  week out the door used to keep its own timestamps in its own
      *  file, so "why was last week late" meant piecing five files
      *  together.  Every stage now calls this routine as it reaches
      *  its milestone for a week, and the date and time are kept on
      *  the keyed LIFECYC file -- one row per week-ending date --
      *  which UNEMPLCR reports against the service-level targets.
      *  A milestone is stamped the FIRST time it is reached; a
      *  re-run or a restart does not move it.
      *
      *     LCY-FUNCTION   'S' = stamp LCY-MILESTONE for the week in
      *                          LCY-WEEK-ENDING (the row is created
      *                          when the week is not yet on file)
      *                    'C' = clear LCY-MILESTONE for the week, so
      *                          it is stamped again next time (used
      *                          when an approval is revoked)
      *                    'T' = stamp the transmission milestone,
      *                          with LCY-FEED-ID and LCY-SEQUENCE,
      *                          on every week from LCY-WEEK-ENDING
      *                          through LCY-THROUGH-WEEK that is
      *                          approved and not yet transmitted
      *                    'K' = stamp the acknowledgment milestone
      *                          on every week first transmitted in
      *                          send LCY-FEED-ID / LCY-SEQUENCE
      *     LCY-MILESTONE  1 manifest proved     (UNEMPMAN)
      *                    2 edit passed         (UNEMPEDT)
      *                    3 loaded to CLMSDB    (UNEMP)
      *                    4 approved            (UNEMPAPR)
      *                    5 transmitted         (UNEMPEXT, UNEMPXTE)
      *                    6 acknowledged        (UNEMPACK)
      *     LCY-WEEKS-STAMPED  rows stamped or cleared by the call
      *     LCY-RESULT     '0' ok, '1' bad function or milestone,
      *                    '2' LIFECYC file error
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIFECYCLE-FILE ASSIGN TO LIFECYC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LFC-WEEK-ENDING
                  FILE STATUS IS WS-LFC-STATUS.
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
       FD  LIFECYCLE-FILE.
       01  LIFECYCLE-REC.
           05  LFC-WEEK-ENDING                      PIC X(08).
           05  LFC-MILESTONE OCCURS 6 TIMES.
               10  LFC-MS-DATE                      PIC X(08).
               10  LFC-MS-TIME                      PIC X(06).
           05  LFC-XMIT-FEED-ID                     PIC X(08).
           05  LFC-XMIT-SEQUENCE                    PIC 9(06).
           05  FILLER                               PIC X(14).
      *
       WORKING-STORAGE SECTION.
       01  WS-LFC-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-LFC-OPEN-OK                        VALUES '00' '05'.
           88 WS-LFC-IO-OK                          VALUE '00'.
           88 WS-LFC-EOF                            VALUE '10'.
           88 WS-LFC-NOT-FOUND                      VALUE '23'.
       01  WS-LFC-TODAY                 PIC X(08)   VALUE SPACES.
       01  WS-LFC-NOW                   PIC X(06)   VALUE SPACES.
       01  WS-LFC-SUB                   PIC 9(01)   VALUE 0.
      *
       LINKAGE SECTION.
       01  LCY-CALLER-DATA.
           05  LCY-FUNCTION                         PIC X(01).
               88  LCY-STAMP-WEEK                   VALUE 'S'.
               88  LCY-CLEAR-WEEK                   VALUE 'C'.
               88  LCY-STAMP-SEND                   VALUE 'T'.
               88  LCY-STAMP-ACK                    VALUE 'K'.
           05  LCY-MILESTONE                        PIC 9(01).
           05  LCY-WEEK-ENDING                      PIC X(08).
           05  LCY-THROUGH-WEEK                     PIC X(08).
           05  LCY-FEED-ID                          PIC X(08).
           05  LCY-SEQUENCE                         PIC 9(06).
           05  LCY-WEEKS-STAMPED                    PIC 9(04).
           05  LCY-RESULT                           PIC X(01).
      *
      *--------------------------------------------
       PROCEDURE DIVISION USING LCY-CALLER-DATA.
      *--------------------------------------------
           MOVE '0' TO LCY-RESULT.
           MOVE 0 TO LCY-WEEKS-STAMPED.
           IF LCY-STAMP-SEND
              MOVE 5 TO LCY-MILESTONE
           END-IF.
           IF LCY-STAMP-ACK
              MOVE 6 TO LCY-MILESTONE
           END-IF.
           IF NOT (LCY-STAMP-WEEK OR LCY-CLEAR-WEEK
                   OR LCY-STAMP-SEND OR LCY-STAMP-ACK)
              OR LCY-MILESTONE < 1 OR LCY-MILESTONE > 6
              DISPLAY 'UNKNOWN LIFECYCLE FUNCTION ' LCY-FUNCTION
                      ' MILESTONE ' LCY-MILESTONE
              MOVE '1' TO LCY-RESULT
              EXIT PROGRAM
           END-IF.
           MOVE LCY-MILESTONE TO WS-LFC-SUB.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LFC-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-LFC-NOW.
           MOVE SPACES TO WS-LFC-STATUS.
           OPEN I-O LIFECYCLE-FILE.
           IF NOT WS-LFC-OPEN-OK
              DISPLAY 'LIFECYC OPEN FAILED, STATUS ' WS-LFC-STATUS
              DISPLAY 'LIFECYCLE MILESTONE NOT RECORDED'
              MOVE '2' TO LCY-RESULT
              EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
              WHEN LCY-STAMP-WEEK
                 PERFORM STAMP-ONE-WEEK
              WHEN LCY-CLEAR-WEEK
                 PERFORM CLEAR-ONE-WEEK
              WHEN LCY-STAMP-SEND
                 PERFORM STAMP-SENT-WEEKS
              WHEN LCY-STAMP-ACK
                 PERFORM STAMP-ACKED-WEEKS
           END-EVALUATE.
           CLOSE LIFECYCLE-FILE.
           EXIT PROGRAM.
      *
       STAMP-ONE-WEEK.
           MOVE LCY-WEEK-ENDING TO LFC-WEEK-ENDING.
           READ LIFECYCLE-FILE.
           EVALUATE TRUE
              WHEN WS-LFC-IO-OK
                 IF LFC-MS-DATE (WS-LFC-SUB) = SPACES
                    MOVE WS-LFC-TODAY TO LFC-MS-DATE (WS-LFC-SUB)
                    MOVE WS-LFC-NOW TO LFC-MS-TIME (WS-LFC-SUB)
                    REWRITE LIFECYCLE-REC
                    PERFORM CHECK-LIFECYCLE-UPDATE
                 END-IF
              WHEN WS-LFC-NOT-FOUND
                 MOVE SPACES TO LIFECYCLE-REC
                 MOVE LCY-WEEK-ENDING TO LFC-WEEK-ENDING
                 MOVE 0 TO LFC-XMIT-SEQUENCE
                 MOVE WS-LFC-TODAY TO LFC-MS-DATE (WS-LFC-SUB)
                 MOVE WS-LFC-NOW TO LFC-MS-TIME (WS-LFC-SUB)
                 WRITE LIFECYCLE-REC
                 PERFORM CHECK-LIFECYCLE-UPDATE
              WHEN OTHER
                 DISPLAY 'LIFECYC READ FAILED FOR WEEK '
                         LCY-WEEK-ENDING ' STATUS ' WS-LFC-STATUS
                 MOVE '2' TO LCY-RESULT
           END-EVALUATE.
      *
       CLEAR-ONE-WEEK.
           MOVE LCY-WEEK-ENDING TO LFC-WEEK-ENDING.
           READ LIFECYCLE-FILE.
           IF WS-LFC-IO-OK
              AND LFC-MS-DATE (WS-LFC-SUB) NOT = SPACES
              MOVE SPACES TO LFC-MILESTONE (WS-LFC-SUB)
              REWRITE LIFECYCLE-REC
              PERFORM CHECK-LIFECYCLE-UPDATE
           END-IF.
      *
      * A feed carries every approved week in its range, but only
      * the weeks going out for the first time are new; those are
      * the approved weeks not yet marked transmitted.  The send's
      * feed id and sequence ride on the row so the acknowledgment
      * can find it again.
       STAMP-SENT-WEEKS.
           MOVE LCY-WEEK-ENDING TO LFC-WEEK-ENDING.
           START LIFECYCLE-FILE KEY IS NOT LESS THAN LFC-WEEK-ENDING
              INVALID KEY MOVE '10' TO WS-LFC-STATUS
           END-START.
           PERFORM UNTIL WS-LFC-EOF
              READ LIFECYCLE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-LFC-STATUS
              END-READ
              IF NOT WS-LFC-EOF
                 IF LFC-WEEK-ENDING > LCY-THROUGH-WEEK
                    MOVE '10' TO WS-LFC-STATUS
                 ELSE
                    IF LFC-MS-DATE (4) NOT = SPACES
                       AND LFC-MS-DATE (5) = SPACES
                       MOVE WS-LFC-TODAY TO LFC-MS-DATE (5)
                       MOVE WS-LFC-NOW TO LFC-MS-TIME (5)
                       MOVE LCY-FEED-ID TO LFC-XMIT-FEED-ID
                       MOVE LCY-SEQUENCE TO LFC-XMIT-SEQUENCE
                       REWRITE LIFECYCLE-REC
                       PERFORM CHECK-LIFECYCLE-UPDATE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       STAMP-ACKED-WEEKS.
           MOVE LOW-VALUES TO LFC-WEEK-ENDING.
           START LIFECYCLE-FILE KEY IS NOT LESS THAN LFC-WEEK-ENDING
              INVALID KEY MOVE '10' TO WS-LFC-STATUS
           END-START.
           PERFORM UNTIL WS-LFC-EOF
              READ LIFECYCLE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-LFC-STATUS
                 NOT AT END
                    IF LFC-XMIT-FEED-ID = LCY-FEED-ID
                       AND LFC-XMIT-SEQUENCE = LCY-SEQUENCE
                       AND LFC-MS-DATE (6) = SPACES
                       MOVE WS-LFC-TODAY TO LFC-MS-DATE (6)
                       MOVE WS-LFC-NOW TO LFC-MS-TIME (6)
                       REWRITE LIFECYCLE-REC
                       PERFORM CHECK-LIFECYCLE-UPDATE
                    END-IF
              END-READ
           END-PERFORM.
      *
       CHECK-LIFECYCLE-UPDATE.
           IF WS-LFC-IO-OK
              ADD 1 TO LCY-WEEKS-STAMPED
           ELSE
              DISPLAY 'LIFECYC UPDATE FAILED FOR WEEK '
                      LFC-WEEK-ENDING ' STATUS ' WS-LFC-STATUS
              MOVE '2' TO LCY-RESULT
           END-IF.
