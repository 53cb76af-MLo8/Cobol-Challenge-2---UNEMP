      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID.      UNEMPPCL.
      ****************************************************************
      *  Shared period-close check.  Once a quarter is certified to
      *  the auditors UNEMPPCM closes it on the keyed PRDCTL period
      *  control file, and every program that updates CLMSDB or
      *  CLMRGDB asks this routine before it touches a week.  A week
      *  belongs to the calendar quarter its week-ending date falls
      *  in.  A closed quarter refuses the update; a quarter an
      *  authorized operator has reopened (with a reason, and
      *  optionally until a given date) lets it through, and the
      *  caller logs the change it made.  Refusals, changes and the
      *  close, reopen and re-close events all go on the PRDLOG
      *  period log that UNEMPPCR prints for the next certification.
      *
      *     PCL-FUNCTION      'C' = check PCL-WEEK-ENDING; a refusal
      *                             is logged here as an 'RF' row
      *                             with PCL-PROGRAM, PCL-RECORD-KEY
      *                             and PCL-DETAIL
      *                       'L' = log event PCL-EVENT ('CH' a
      *                             change made while reopened, or
      *                             'CL', 'RO', 'RC' from UNEMPPCM)
      *                             for PCL-WEEK-ENDING's quarter, or
      *                             PCL-QUARTER when no week is given
      *     PCL-QUARTER       YYYYQ of the week checked or logged
      *     PCL-PERIOD-STATE  'O' open, 'C' closed (refuse),
      *                       'R' reopened (update and log it)
      *     PCL-RESULT        '0' ok, '1' bad request, '2' PRDCTL or
      *                       PRDLOG file error
      *
      *  A missing PRDCTL means nothing is closed.  A PRDCTL that
      *  cannot be read answers closed for every week, so a broken
      *  control file never lets a certified week change.  A reopen
      *  window past its until date answers closed.  The module
      *  stays resident for the run unit, so PRDCTL is read into
      *  storage on the first call only.
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PRD-QUARTER
                  FILE STATUS IS WS-PRD-STATUS.
           SELECT OPTIONAL PERIOD-LOG-FILE ASSIGN TO PRDLOG
                  FILE STATUS IS WS-PLG-STATUS.
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-REC.
           05  PRD-QUARTER                          PIC X(05).
           05  PRD-STATE                            PIC X(01).
               88  PRD-CLOSED                       VALUE 'C'.
               88  PRD-REOPENED                     VALUE 'R'.
           05  PRD-CLOSED-DATE                      PIC X(08).
           05  PRD-CLOSED-OPER                      PIC X(08).
           05  PRD-REOPEN-DATE                      PIC X(08).
           05  PRD-REOPEN-OPER                      PIC X(08).
           05  PRD-REOPEN-UNTIL                     PIC X(08).
           05  PRD-REOPEN-REASON                    PIC X(40).
           05  FILLER                               PIC X(14).
      *
       FD  PERIOD-LOG-FILE RECORDING MODE F.
       01  PERIOD-LOG-REC.
           05  PLG-DATE                             PIC X(08).
           05  PLG-TIME                             PIC X(06).
           05  PLG-QUARTER                          PIC X(05).
           05  PLG-EVENT                            PIC X(02).
           05  PLG-PROGRAM                          PIC X(08).
           05  PLG-OPERATOR                         PIC X(08).
           05  PLG-RECORD-KEY                       PIC X(11).
           05  PLG-DETAIL                           PIC X(40).
           05  FILLER                               PIC X(32).
      *
       WORKING-STORAGE SECTION.
       01  WS-PRD-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-PRD-OPEN-OK                        VALUES '00' '05'.
           88 WS-PRD-EOF                            VALUE '10'.
           88 WS-PRD-READ-OK                        VALUES '00' '10'.
       01  WS-PLG-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-PLG-OPEN-OK                        VALUES '00' '05'.
           88 WS-PLG-IO-OK                          VALUE '00'.
      *
       01  WS-TABLE-LOADED-SW           PIC X(01)   VALUE 'N'.
           88 WS-TABLE-LOADED                       VALUE 'Y'.
       01  WS-TABLE-FAILED-SW           PIC X(01)   VALUE 'N'.
           88 WS-TABLE-FAILED                       VALUE 'Y'.
       01  WS-PERIOD-COUNT              PIC 9(03)   VALUE 0.
       01  WS-PERIOD-SUB                PIC 9(03)   VALUE 0.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 400 TIMES.
               10  WS-PT-QUARTER                    PIC X(05).
               10  WS-PT-STATE                      PIC X(01).
               10  WS-PT-UNTIL                      PIC X(08).
      *
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
       01  WS-WEEK-MONTH                PIC 9(02)   VALUE 0.
       01  WS-WEEK-QTR                  PIC 9(01)   VALUE 0.
      *
       LINKAGE SECTION.
       01  PCL-CALLER-DATA.
           05  PCL-FUNCTION                         PIC X(01).
               88  PCL-CHECK-WEEK                   VALUE 'C'.
               88  PCL-LOG-EVENT                    VALUE 'L'.
           05  PCL-PROGRAM                          PIC X(08).
           05  PCL-OPERATOR                         PIC X(08).
           05  PCL-WEEK-ENDING                      PIC X(08).
           05  PCL-RECORD-KEY                       PIC X(11).
           05  PCL-EVENT                            PIC X(02).
           05  PCL-DETAIL                           PIC X(40).
           05  PCL-QUARTER                          PIC X(05).
           05  PCL-PERIOD-STATE                     PIC X(01).
               88  PCL-PERIOD-OPEN                  VALUE 'O'.
               88  PCL-PERIOD-CLOSED                VALUE 'C'.
               88  PCL-PERIOD-REOPENED              VALUE 'R'.
           05  PCL-RESULT                           PIC X(01).
      *
      *--------------------------------------------
       PROCEDURE DIVISION USING PCL-CALLER-DATA.
      *--------------------------------------------
           MOVE '0' TO PCL-RESULT.
           MOVE 'O' TO PCL-PERIOD-STATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           IF NOT (PCL-CHECK-WEEK OR PCL-LOG-EVENT)
              DISPLAY 'UNKNOWN PERIOD CONTROL FUNCTION ' PCL-FUNCTION
                      ' FROM ' PCL-PROGRAM
              MOVE '1' TO PCL-RESULT
              EXIT PROGRAM
           END-IF.
           IF PCL-WEEK-ENDING NOT = SPACES
              IF PCL-WEEK-ENDING NOT NUMERIC
                 DISPLAY 'PERIOD CHECK FOR INVALID WEEK '
                         PCL-WEEK-ENDING ' FROM ' PCL-PROGRAM
                 MOVE '1' TO PCL-RESULT
                 EXIT PROGRAM
              END-IF
              MOVE PCL-WEEK-ENDING (5:2) TO WS-WEEK-MONTH
              COMPUTE WS-WEEK-QTR = (WS-WEEK-MONTH + 2) / 3
              MOVE PCL-WEEK-ENDING (1:4) TO PCL-QUARTER (1:4)
              MOVE WS-WEEK-QTR TO PCL-QUARTER (5:1)
           END-IF.
           IF PCL-LOG-EVENT
              PERFORM WRITE-PERIOD-LOG-ROW
              EXIT PROGRAM
           END-IF.
           IF NOT WS-TABLE-LOADED
              PERFORM LOAD-PERIOD-TABLE
              MOVE 'Y' TO WS-TABLE-LOADED-SW
           END-IF.
           IF WS-TABLE-FAILED
              MOVE 'C' TO PCL-PERIOD-STATE
              MOVE '2' TO PCL-RESULT
           ELSE
              PERFORM FIND-QUARTER-STATE
           END-IF.
           IF PCL-PERIOD-CLOSED
              MOVE 'RF' TO PCL-EVENT
              PERFORM WRITE-PERIOD-LOG-ROW
           END-IF.
           EXIT PROGRAM.
      *
       LOAD-PERIOD-TABLE.
           MOVE 0 TO WS-PERIOD-COUNT.
           MOVE SPACES TO WS-PRD-STATUS.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF NOT WS-PRD-OPEN-OK
              DISPLAY 'PRDCTL OPEN FAILED, STATUS ' WS-PRD-STATUS
              DISPLAY 'EVERY WEEK TREATED AS CLOSED'
              MOVE 'Y' TO WS-TABLE-FAILED-SW
           ELSE
              PERFORM UNTIL WS-PRD-EOF
                 READ PERIOD-CONTROL-FILE NEXT RECORD
                    AT END MOVE '10' TO WS-PRD-STATUS
                    NOT AT END
                       PERFORM TAKE-PERIOD-ROW
                 END-READ
                 IF NOT WS-PRD-READ-OK
                    DISPLAY 'PRDCTL READ FAILED, STATUS '
                            WS-PRD-STATUS
                    DISPLAY 'EVERY WEEK TREATED AS CLOSED'
                    MOVE 'Y' TO WS-TABLE-FAILED-SW
                    MOVE '10' TO WS-PRD-STATUS
                 END-IF
              END-PERFORM
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
      *
       TAKE-PERIOD-ROW.
           IF WS-PERIOD-COUNT < 400
              ADD 1 TO WS-PERIOD-COUNT
              MOVE PRD-QUARTER TO WS-PT-QUARTER (WS-PERIOD-COUNT)
              MOVE PRD-STATE TO WS-PT-STATE (WS-PERIOD-COUNT)
              MOVE PRD-REOPEN-UNTIL TO WS-PT-UNTIL (WS-PERIOD-COUNT)
           ELSE
              DISPLAY 'PRDCTL HAS MORE THAN 400 QUARTERS, '
                      PRD-QUARTER ' IGNORED'
           END-IF.
      *
       FIND-QUARTER-STATE.
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
              IF WS-PT-QUARTER (WS-PERIOD-SUB) = PCL-QUARTER
                 EVALUATE TRUE
                    WHEN WS-PT-STATE (WS-PERIOD-SUB) = 'C'
                       MOVE 'C' TO PCL-PERIOD-STATE
                    WHEN WS-PT-STATE (WS-PERIOD-SUB) = 'R'
                       AND WS-PT-UNTIL (WS-PERIOD-SUB) NOT = SPACES
                       AND WS-PT-UNTIL (WS-PERIOD-SUB) < WS-TODAY
                       MOVE 'C' TO PCL-PERIOD-STATE
                    WHEN WS-PT-STATE (WS-PERIOD-SUB) = 'R'
                       MOVE 'R' TO PCL-PERIOD-STATE
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *
      * PRDLOG is appended, never recreated, and opened and closed
      * inside every call so the row is on disk the moment the
      * caller continues.
       WRITE-PERIOD-LOG-ROW.
           MOVE SPACES TO WS-PLG-STATUS.
           OPEN EXTEND PERIOD-LOG-FILE.
           IF NOT WS-PLG-OPEN-OK
              DISPLAY 'PRDLOG OPEN FAILED, STATUS ' WS-PLG-STATUS
              MOVE '2' TO PCL-RESULT
           ELSE
              MOVE SPACES TO PERIOD-LOG-REC
              MOVE WS-TODAY TO PLG-DATE
              MOVE FUNCTION CURRENT-DATE (9:6) TO PLG-TIME
              MOVE PCL-QUARTER TO PLG-QUARTER
              MOVE PCL-EVENT TO PLG-EVENT
              MOVE PCL-PROGRAM TO PLG-PROGRAM
              MOVE PCL-OPERATOR TO PLG-OPERATOR
              MOVE PCL-RECORD-KEY TO PLG-RECORD-KEY
              MOVE PCL-DETAIL TO PLG-DETAIL
              WRITE PERIOD-LOG-REC
              IF NOT WS-PLG-IO-OK
                 DISPLAY 'PRDLOG WRITE FAILED, STATUS '
                         WS-PLG-STATUS
                 MOVE '2' TO PCL-RESULT
              END-IF
              CLOSE PERIOD-LOG-FILE
           END-IF.
