      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPRPC.
      ****************************************************************
      *  Report repository comparison.  When a program changes, or a
      *  report is re-run after a restore, the new output has to be
      *  shown to match the old.  This program takes two captures of
      *  the same report from RPTREPO (see UNEMPRPW) -- two run
      *  dates, or the runs before and after a release -- lines them
      *  up, and prints only the lines that differ, with a '^' under
      *  every column that changed.  The output is the evidence for
      *  change approval and post-restore verification.
      *
      *  Lines that are expected to differ are left out before the
      *  compare: page headers (' PAGE '), the DATA LOADED THROUGH
      *  banner, and any line holding IGNORE text.  Each capture's
      *  own run date is masked to '#' wherever it appears (as
      *  YYYYMMDD, MMDDYYYY, MM/DD/YYYY or YYYY-MM-DD), and so are
      *  any MASK column ranges.  Inserted or dropped lines are found
      *  by looking up to 50 lines ahead in both captures, so one
      *  extra line does not make the rest of the report differ.
      *
      *  The run ends with return code 0 when the captures match,
      *  4 when they differ, and 8 when either capture is missing,
      *  too large to compare whole, or the cards are in error.
      *
      *  RPCPARM keyword cards (see UNEMPKWP):
      *     PROGRAM=xxxxxxxx      report program id (required)
      *     OLD-DATE=YYYYMMDD     run date of the baseline capture
      *     NEW-DATE=YYYYMMDD     run date of the capture to check
      *                           (both required)
      *     OLD-FROM-LINE=nnnnnn  first stored line of each capture
      *     NEW-FROM-LINE=nnnnnn  (default 1).  A re-run on the same
      *                           date is stored after the first run;
      *                           when both dates are the same the
      *                           old capture ends where the new one
      *                           starts.
      *     IGNORE=text           leave out lines holding this text
      *                           (up to 10 cards)
      *     MASK=sss-eee          ignore columns sss through eee
      *                           (up to 10 cards)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT RPC-CONTROL-PARM ASSIGN TO RPCPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-REPOSITORY ASSIGN TO RPTREPO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RPT-RECORD-KEY
                  FILE STATUS IS WS-RPT-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(880).
      *
       FD  RPC-CONTROL-PARM RECORDING MODE F.
       01  RPCPARM-REC                              PIC X(80).
      *
       FD  REPORT-REPOSITORY.
       01  REPOSITORY-REC.
           05  RPT-RECORD-KEY.
               10  RPT-PROGRAM                      PIC X(08).
               10  RPT-RUN-DATE                     PIC X(08).
               10  RPT-LINE-SEQ                     PIC 9(06).
           05  RPT-LINE                             PIC X(860).
      *
       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-RPT-SUCCESS                        VALUE '00'.
           88 WS-RPT-EOF                            VALUE '10'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
      *
       01  WS-PROGRAM                   PIC X(08)   VALUE SPACES.
       01  WS-OLD-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-NEW-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-OLD-FROM-LINE             PIC 9(06)   VALUE 1.
       01  WS-NEW-FROM-LINE             PIC 9(06)   VALUE 1.
       01  WS-OLD-TO-LINE               PIC 9(06)   VALUE 999999.
       01  WS-NEW-TO-LINE               PIC 9(06)   VALUE 999999.
      *
      * Lines left out of the compare.  The first two entries are
      * standing; IGNORE cards add to them.
       01  WS-IGN-COUNT                 PIC 9(02)   VALUE 2.
       01  WS-IGN-SUB                   PIC 9(02)   VALUE 0.
       01  WS-IGNORE-TABLE.
           05  WS-IGN OCCURS 12 TIMES.
               10  WS-IGN-TEXT              PIC X(40).
               10  WS-IGN-LEN               PIC 9(02).
       01  WS-IGNORED-SW                PIC X(01)   VALUE 'N'.
           88 WS-LINE-IGNORED                       VALUE 'Y'.
       01  WS-TALLY                     PIC 9(04)   VALUE 0.
      *
       01  WS-MSK-COUNT                 PIC 9(02)   VALUE 0.
       01  WS-MSK-SUB                   PIC 9(02)   VALUE 0.
       01  WS-MASK-TABLE.
           05  WS-MSK OCCURS 10 TIMES.
               10  WS-MSK-FROM              PIC 9(03).
               10  WS-MSK-TO                PIC 9(03).
       01  WS-MSK-FROM-TEXT             PIC X(40)   VALUE SPACES.
       01  WS-MSK-TO-TEXT               PIC X(40)   VALUE SPACES.
       01  WS-MSK-WORK                  PIC 9(06)   VALUE 0.
      *
      * Run date of the capture being loaded, in each of the forms
      * a report prints it.
       01  WS-MASK-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-MASK-DATE-PARTS REDEFINES WS-MASK-DATE.
           05  WS-MD-YYYY               PIC X(04).
           05  WS-MD-MM                 PIC X(02).
           05  WS-MD-DD                 PIC X(02).
       01  WS-DF-MDY                    PIC X(08)   VALUE SPACES.
       01  WS-DF-MDY-SLASH              PIC X(10)   VALUE SPACES.
       01  WS-DF-YMD-DASH               PIC X(10)   VALUE SPACES.
       01  WS-HASH-8                    PIC X(08)   VALUE ALL '#'.
       01  WS-HASH-10                   PIC X(10)   VALUE ALL '#'.
       01  WS-NORM-LINE                 PIC X(860)  VALUE SPACES.
      *
       01  WS-MAX-LINES                 PIC 9(05)   VALUE 5000.
       01  WS-OLD-COUNT                 PIC 9(05)   VALUE 0.
       01  WS-NEW-COUNT                 PIC 9(05)   VALUE 0.
       01  WS-OLD-CAPTURE.
           05  WS-OLD-ENTRY OCCURS 5000 TIMES.
               10  WS-OLD-SEQ               PIC 9(06).
               10  WS-OLD-TEXT              PIC X(860).
       01  WS-NEW-CAPTURE.
           05  WS-NEW-ENTRY OCCURS 5000 TIMES.
               10  WS-NEW-SEQ               PIC 9(06).
               10  WS-NEW-TEXT              PIC X(860).
       01  WS-TRUNCATED-SW              PIC X(01)   VALUE 'N'.
           88 WS-CAPTURE-TRUNCATED                  VALUE 'Y'.
      *
       01  WS-OLD-SUB                   PIC 9(05)   VALUE 0.
       01  WS-NEW-SUB                   PIC 9(05)   VALUE 0.
       01  WS-LOOKAHEAD                 PIC 9(03)   VALUE 50.
       01  WS-SKIP-TOTAL                PIC 9(03)   VALUE 0.
       01  WS-SKIP-OLD                  PIC 9(03)   VALUE 0.
       01  WS-SKIP-NEW                  PIC 9(03)   VALUE 0.
       01  WS-RESYNC-OLD                PIC 9(03)   VALUE 0.
       01  WS-RESYNC-NEW                PIC 9(03)   VALUE 0.
       01  WS-RESYNC-PAIRS              PIC 9(03)   VALUE 0.
       01  WS-RESYNC-SW                 PIC X(01)   VALUE 'N'.
           88 WS-RESYNC-FOUND                       VALUE 'Y'.
       01  WS-LOOK-OLD                  PIC 9(05)   VALUE 0.
       01  WS-LOOK-NEW                  PIC 9(05)   VALUE 0.
       01  WS-REPEAT-SUB                PIC 9(03)   VALUE 0.
       01  WS-COL-SUB                   PIC 9(03)   VALUE 0.
       01  WS-FIRST-COL                 PIC 9(03)   VALUE 0.
       01  WS-LAST-COL                  PIC 9(03)   VALUE 0.
      *
       01  WS-OLD-IGNORED               PIC 9(06)   VALUE 0.
       01  WS-NEW-IGNORED               PIC 9(06)   VALUE 0.
       01  WS-LINES-MATCHED             PIC 9(06)   VALUE 0.
       01  WS-LINES-CHANGED             PIC 9(06)   VALUE 0.
       01  WS-LINES-REMOVED             PIC 9(06)   VALUE 0.
       01  WS-LINES-ADDED               PIC 9(06)   VALUE 0.
      *
       01  WS-KWP-SUBROUTINE            PIC X(08)   VALUE 'UNEMPKWP'.
       01  WS-KWP-CARD                  PIC X(80)   VALUE SPACES.
       01  WS-KWP-KEYWORD               PIC X(20)   VALUE SPACES.
       01  WS-KWP-VALUE                 PIC X(40)   VALUE SPACES.
       01  WS-KWP-RESULT                PIC X(01)   VALUE SPACE.
       01  WS-PARM-ERROR-SW             PIC X(01)   VALUE 'N'.
           88 WS-PARM-ERROR                         VALUE 'Y'.
       01  WS-PARM-EOF-SW               PIC X(01)   VALUE 'N'.
           88 WS-PARM-EOF                           VALUE 'Y'.
       01  WS-VAL-BAD-SW                PIC X(01)   VALUE 'N'.
           88 WS-VAL-BAD                            VALUE 'Y'.
       01  WS-VAL-CHAR-SUB              PIC 9(02)   VALUE 0.
       01  WS-ECHO-LINE.
           05  FILLER                   PIC X(11) VALUE 'PARAMETER: '.
           05  WS-EC-KEYWORD            PIC X(20).
           05  FILLER                   PIC X(03) VALUE ' = '.
           05  WS-EC-VALUE              PIC X(40).
       01  WS-EC-NUMBER                 PIC ZZZZZ9.
      *
       01  WS-COMPARE-BANNER.
           05  FILLER                   PIC X(30)
               VALUE 'STORED REPORT COMPARISON FOR '.
           05  WS-CB-PROGRAM            PIC X(08).
           05  FILLER                   PIC X(10) VALUE ', OLD RUN '.
           05  WS-CB-OLD-DATE           PIC X(08).
           05  FILLER                   PIC X(10) VALUE ', NEW RUN '.
           05  WS-CB-NEW-DATE           PIC X(08).
       01  WS-DIFF-LINE.
           05  WS-DL-TAG                PIC X(08).
           05  WS-DL-SIDE               PIC X(04).
           05  WS-DL-SEQ                PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE ' |'.
           05  WS-DL-TEXT               PIC X(860).
       01  WS-MARK-LINE.
           05  FILLER                   PIC X(08) VALUE 'COLUMNS '.
           05  WS-ML-FIRST              PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-ML-LAST               PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(02) VALUE ' |'.
           05  WS-ML-MARKS              PIC X(860).
       01  WS-REPORT-RULE               PIC X(132)  VALUE ALL '-'.
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(30) VALUE
               'OLD CAPTURE LINES COMPARED   :'.
           05  WS-SUM-OLD               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE '   IGNORED:'.
           05  WS-SUM-OLD-IGNORED       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(30) VALUE
               'NEW CAPTURE LINES COMPARED   :'.
           05  WS-SUM-NEW               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE '   IGNORED:'.
           05  WS-SUM-NEW-IGNORED       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(30) VALUE
               'LINES MATCHED                :'.
           05  WS-SUM-MATCHED           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(30) VALUE
               'LINES CHANGED                :'.
           05  WS-SUM-CHANGED           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER                   PIC X(30) VALUE
               'LINES ONLY IN OLD CAPTURE    :'.
           05  WS-SUM-REMOVED           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER                   PIC X(30) VALUE
               'LINES ONLY IN NEW CAPTURE    :'.
           05  WS-SUM-ADDED             PIC ZZZ,ZZ9.
       01  WS-RESULT-LINE               PIC X(60)   VALUE SPACES.
      *
       01  WS-VER-SUBROUTINE            PIC X(08)   VALUE 'UNEMPVER'.
       01  WS-VER-RESULT                PIC X(01)   VALUE SPACE.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           CALL WS-VER-SUBROUTINE USING WS-VER-RESULT.
           IF WS-VER-RESULT = '1'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           PERFORM SET-STANDING-IGNORES.
           PERFORM READ-CONTROL-PARM.
           PERFORM PRINT-PARM-ECHO.
           OPEN INPUT REPORT-REPOSITORY.
           IF NOT WS-RPT-SUCCESS
              DISPLAY 'RPTREPO OPEN FAILED, STATUS ' WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM LOAD-OLD-CAPTURE.
           PERFORM LOAD-NEW-CAPTURE.
           CLOSE REPORT-REPOSITORY.
           IF WS-OLD-COUNT = 0 AND WS-OLD-IGNORED = 0
              DISPLAY 'NO STORED REPORT FOR ' WS-PROGRAM
                      ' ON ' WS-OLD-DATE
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-NEW-COUNT = 0 AND WS-NEW-IGNORED = 0
              DISPLAY 'NO STORED REPORT FOR ' WS-PROGRAM
                      ' ON ' WS-NEW-DATE
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 8
              GO TO CLOSE-STOP
           END-IF.
           MOVE WS-PROGRAM TO WS-CB-PROGRAM.
           MOVE WS-OLD-DATE TO WS-CB-OLD-DATE.
           MOVE WS-NEW-DATE TO WS-CB-NEW-DATE.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-COMPARE-BANNER TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-REPORT-RULE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM ALIGN-CAPTURES.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
       SET-STANDING-IGNORES.
           MOVE SPACES TO WS-IGNORE-TABLE.
           MOVE ' PAGE ' TO WS-IGN-TEXT (1).
           MOVE 6 TO WS-IGN-LEN (1).
           MOVE 'DATA LOADED THROUGH ' TO WS-IGN-TEXT (2).
           MOVE 20 TO WS-IGN-LEN (2).
      *
      * RPCPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run.
       READ-CONTROL-PARM.
           OPEN INPUT RPC-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ RPC-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE RPCPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-RPCPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE RPC-CONTROL-PARM
           ELSE
              DISPLAY 'NO RPCPARM CONTROL FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-PROGRAM = SPACES OR WS-OLD-DATE = SPACES
              OR WS-NEW-DATE = SPACES
              DISPLAY 'RPCPARM NEEDS PROGRAM, OLD-DATE AND NEW-DATE'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-OLD-DATE = WS-NEW-DATE
              IF WS-NEW-FROM-LINE = WS-OLD-FROM-LINE
                 DISPLAY 'OLD AND NEW NAME THE SAME CAPTURE'
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              END-IF
              IF WS-NEW-FROM-LINE > WS-OLD-FROM-LINE
                 COMPUTE WS-OLD-TO-LINE = WS-NEW-FROM-LINE - 1
              END-IF
              IF WS-OLD-FROM-LINE > WS-NEW-FROM-LINE
                 COMPUTE WS-NEW-TO-LINE = WS-OLD-FROM-LINE - 1
              END-IF
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'RPCPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-RPCPARM-CARD.
           CALL WS-KWP-SUBROUTINE USING WS-KWP-CARD,
                                        WS-KWP-KEYWORD,
                                        WS-KWP-VALUE,
                                        WS-KWP-RESULT.
           EVALUATE TRUE
              WHEN WS-KWP-RESULT = '1'
                 CONTINUE
              WHEN WS-KWP-RESULT = '2'
                 DISPLAY 'MALFORMED CONTROL CARD: ' WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-KWP-KEYWORD = 'PROGRAM'
                 MOVE WS-KWP-VALUE (1:8) TO WS-PROGRAM
              WHEN WS-KWP-KEYWORD = 'OLD-DATE'
                 MOVE WS-KWP-VALUE (1:8) TO WS-OLD-DATE
                 IF WS-OLD-DATE NOT NUMERIC
                    DISPLAY 'OLD-DATE MUST BE YYYYMMDD'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 END-IF
              WHEN WS-KWP-KEYWORD = 'NEW-DATE'
                 MOVE WS-KWP-VALUE (1:8) TO WS-NEW-DATE
                 IF WS-NEW-DATE NOT NUMERIC
                    DISPLAY 'NEW-DATE MUST BE YYYYMMDD'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 END-IF
              WHEN WS-KWP-KEYWORD = 'OLD-FROM-LINE'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF WS-VAL-BAD OR WS-KWP-VALUE = SPACES
                    OR WS-KWP-VALUE (7:34) NOT = SPACES
                    DISPLAY 'OLD-FROM-LINE MUST BE 1-999999'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 ELSE
                    COMPUTE WS-OLD-FROM-LINE =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN WS-KWP-KEYWORD = 'NEW-FROM-LINE'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF WS-VAL-BAD OR WS-KWP-VALUE = SPACES
                    OR WS-KWP-VALUE (7:34) NOT = SPACES
                    DISPLAY 'NEW-FROM-LINE MUST BE 1-999999'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 ELSE
                    COMPUTE WS-NEW-FROM-LINE =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN WS-KWP-KEYWORD = 'IGNORE'
                 PERFORM ADD-IGNORE-TEXT
              WHEN WS-KWP-KEYWORD = 'MASK'
                 PERFORM ADD-MASK-RANGE
              WHEN OTHER
                 DISPLAY 'UNKNOWN RPCPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       CHECK-NUMERIC-VALUE.
           MOVE 'N' TO WS-VAL-BAD-SW.
           PERFORM VARYING WS-VAL-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-VAL-CHAR-SUB > 40
              IF WS-KWP-VALUE (WS-VAL-CHAR-SUB:1) NOT = SPACE
                 AND WS-KWP-VALUE (WS-VAL-CHAR-SUB:1) NOT NUMERIC
                 MOVE 'Y' TO WS-VAL-BAD-SW
              END-IF
           END-PERFORM.
      *
      * The text is matched up to its last non-blank character.
       ADD-IGNORE-TEXT.
           IF WS-KWP-VALUE = SPACES
              DISPLAY 'IGNORE NEEDS THE TEXT TO LEAVE OUT'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           ELSE
              IF WS-IGN-COUNT = 12
                 DISPLAY 'MORE THAN 10 IGNORE CARDS'
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              ELSE
                 ADD 1 TO WS-IGN-COUNT
                 MOVE WS-KWP-VALUE TO WS-IGN-TEXT (WS-IGN-COUNT)
                 MOVE 40 TO WS-IGN-LEN (WS-IGN-COUNT)
                 PERFORM UNTIL WS-KWP-VALUE
                         (WS-IGN-LEN (WS-IGN-COUNT):1) NOT = SPACE
                    SUBTRACT 1 FROM WS-IGN-LEN (WS-IGN-COUNT)
                 END-PERFORM
              END-IF
           END-IF.
      *
       ADD-MASK-RANGE.
           MOVE SPACES TO WS-MSK-FROM-TEXT WS-MSK-TO-TEXT.
           UNSTRING WS-KWP-VALUE DELIMITED BY '-'
              INTO WS-MSK-FROM-TEXT
                   WS-MSK-TO-TEXT
           END-UNSTRING.
           MOVE WS-MSK-FROM-TEXT TO WS-KWP-VALUE.
           PERFORM CHECK-NUMERIC-VALUE.
           IF WS-MSK-FROM-TEXT = SPACES OR WS-MSK-TO-TEXT = SPACES
              OR WS-VAL-BAD
              OR WS-MSK-FROM-TEXT (4:37) NOT = SPACES
              OR WS-MSK-TO-TEXT (4:37) NOT = SPACES
              DISPLAY 'MASK MUST BE SSS-EEE COLUMNS, 1-860'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           ELSE
              MOVE WS-MSK-TO-TEXT TO WS-KWP-VALUE
              PERFORM CHECK-NUMERIC-VALUE
              IF WS-VAL-BAD
                 DISPLAY 'MASK MUST BE SSS-EEE COLUMNS, 1-860'
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              ELSE
                 PERFORM STORE-MASK-RANGE
              END-IF
           END-IF.
      *
       STORE-MASK-RANGE.
           IF WS-MSK-COUNT = 10
              DISPLAY 'MORE THAN 10 MASK CARDS'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           ELSE
              ADD 1 TO WS-MSK-COUNT
              COMPUTE WS-MSK-WORK = FUNCTION NUMVAL (WS-MSK-FROM-TEXT)
              MOVE WS-MSK-WORK TO WS-MSK-FROM (WS-MSK-COUNT)
              COMPUTE WS-MSK-WORK = FUNCTION NUMVAL (WS-MSK-TO-TEXT)
              MOVE WS-MSK-WORK TO WS-MSK-TO (WS-MSK-COUNT)
              IF WS-MSK-FROM (WS-MSK-COUNT) < 1
                 OR WS-MSK-TO (WS-MSK-COUNT) > 860
                 OR WS-MSK-FROM (WS-MSK-COUNT) >
                    WS-MSK-TO (WS-MSK-COUNT)
                 DISPLAY 'MASK MUST BE SSS-EEE COLUMNS, 1-860'
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              END-IF
           END-IF.
      *
       PRINT-PARM-ECHO.
           MOVE 'PROGRAM' TO WS-EC-KEYWORD.
           MOVE WS-PROGRAM TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'OLD-DATE' TO WS-EC-KEYWORD.
           MOVE WS-OLD-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'OLD-FROM-LINE' TO WS-EC-KEYWORD.
           MOVE WS-OLD-FROM-LINE TO WS-EC-NUMBER.
           MOVE WS-EC-NUMBER TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           IF WS-OLD-TO-LINE < 999999
              MOVE 'OLD-THROUGH-LINE' TO WS-EC-KEYWORD
              MOVE WS-OLD-TO-LINE TO WS-EC-NUMBER
              MOVE WS-EC-NUMBER TO WS-EC-VALUE
              PERFORM WRITE-ECHO-LINE
           END-IF.
           MOVE 'NEW-DATE' TO WS-EC-KEYWORD.
           MOVE WS-NEW-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'NEW-FROM-LINE' TO WS-EC-KEYWORD.
           MOVE WS-NEW-FROM-LINE TO WS-EC-NUMBER.
           MOVE WS-EC-NUMBER TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           IF WS-NEW-TO-LINE < 999999
              MOVE 'NEW-THROUGH-LINE' TO WS-EC-KEYWORD
              MOVE WS-NEW-TO-LINE TO WS-EC-NUMBER
              MOVE WS-EC-NUMBER TO WS-EC-VALUE
              PERFORM WRITE-ECHO-LINE
           END-IF.
           PERFORM VARYING WS-IGN-SUB FROM 1 BY 1
                   UNTIL WS-IGN-SUB > WS-IGN-COUNT
              MOVE 'IGNORE' TO WS-EC-KEYWORD
              MOVE SPACES TO WS-EC-VALUE
              STRING '"' DELIMITED BY SIZE
                     WS-IGN-TEXT (WS-IGN-SUB)
                        (1:WS-IGN-LEN (WS-IGN-SUB))
                        DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                     INTO WS-EC-VALUE
              END-STRING
              PERFORM WRITE-ECHO-LINE
           END-PERFORM.
           PERFORM VARYING WS-MSK-SUB FROM 1 BY 1
                   UNTIL WS-MSK-SUB > WS-MSK-COUNT
              MOVE 'MASK' TO WS-EC-KEYWORD
              MOVE SPACES TO WS-EC-VALUE
              STRING WS-MSK-FROM (WS-MSK-SUB) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-MSK-TO (WS-MSK-SUB) DELIMITED BY SIZE
                     INTO WS-EC-VALUE
              END-STRING
              PERFORM WRITE-ECHO-LINE
           END-PERFORM.
      *
       WRITE-ECHO-LINE.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
       LOAD-OLD-CAPTURE.
           MOVE WS-OLD-DATE TO WS-MASK-DATE.
           PERFORM BUILD-DATE-FORMS.
           MOVE WS-PROGRAM TO RPT-PROGRAM.
           MOVE WS-OLD-DATE TO RPT-RUN-DATE.
           COMPUTE RPT-LINE-SEQ = WS-OLD-FROM-LINE - 1.
           MOVE SPACES TO WS-RPT-STATUS.
           START REPORT-REPOSITORY
              KEY IS GREATER THAN RPT-RECORD-KEY
              INVALID KEY
                 MOVE '10' TO WS-RPT-STATUS
           END-START.
           PERFORM UNTIL WS-RPT-EOF
              READ REPORT-REPOSITORY NEXT RECORD
                 AT END MOVE '10' TO WS-RPT-STATUS
                 NOT AT END
                    IF RPT-PROGRAM = WS-PROGRAM
                       AND RPT-RUN-DATE = WS-OLD-DATE
                       AND RPT-LINE-SEQ NOT > WS-OLD-TO-LINE
                       PERFORM NORMALIZE-LINE
                       PERFORM KEEP-OLD-LINE
                    ELSE
                       MOVE '10' TO WS-RPT-STATUS
                    END-IF
              END-READ
           END-PERFORM.
      *
       KEEP-OLD-LINE.
           EVALUATE TRUE
              WHEN WS-LINE-IGNORED
                 ADD 1 TO WS-OLD-IGNORED
              WHEN WS-OLD-COUNT = WS-MAX-LINES
                 MOVE 'Y' TO WS-TRUNCATED-SW
                 MOVE '10' TO WS-RPT-STATUS
              WHEN OTHER
                 ADD 1 TO WS-OLD-COUNT
                 MOVE RPT-LINE-SEQ TO WS-OLD-SEQ (WS-OLD-COUNT)
                 MOVE WS-NORM-LINE TO WS-OLD-TEXT (WS-OLD-COUNT)
           END-EVALUATE.
      *
       LOAD-NEW-CAPTURE.
           MOVE WS-NEW-DATE TO WS-MASK-DATE.
           PERFORM BUILD-DATE-FORMS.
           MOVE WS-PROGRAM TO RPT-PROGRAM.
           MOVE WS-NEW-DATE TO RPT-RUN-DATE.
           COMPUTE RPT-LINE-SEQ = WS-NEW-FROM-LINE - 1.
           MOVE SPACES TO WS-RPT-STATUS.
           START REPORT-REPOSITORY
              KEY IS GREATER THAN RPT-RECORD-KEY
              INVALID KEY
                 MOVE '10' TO WS-RPT-STATUS
           END-START.
           PERFORM UNTIL WS-RPT-EOF
              READ REPORT-REPOSITORY NEXT RECORD
                 AT END MOVE '10' TO WS-RPT-STATUS
                 NOT AT END
                    IF RPT-PROGRAM = WS-PROGRAM
                       AND RPT-RUN-DATE = WS-NEW-DATE
                       AND RPT-LINE-SEQ NOT > WS-NEW-TO-LINE
                       PERFORM NORMALIZE-LINE
                       PERFORM KEEP-NEW-LINE
                    ELSE
                       MOVE '10' TO WS-RPT-STATUS
                    END-IF
              END-READ
           END-PERFORM.
      *
       KEEP-NEW-LINE.
           EVALUATE TRUE
              WHEN WS-LINE-IGNORED
                 ADD 1 TO WS-NEW-IGNORED
              WHEN WS-NEW-COUNT = WS-MAX-LINES
                 MOVE 'Y' TO WS-TRUNCATED-SW
                 MOVE '10' TO WS-RPT-STATUS
              WHEN OTHER
                 ADD 1 TO WS-NEW-COUNT
                 MOVE RPT-LINE-SEQ TO WS-NEW-SEQ (WS-NEW-COUNT)
                 MOVE WS-NORM-LINE TO WS-NEW-TEXT (WS-NEW-COUNT)
           END-EVALUATE.
      *
       BUILD-DATE-FORMS.
           MOVE SPACES TO WS-DF-MDY WS-DF-MDY-SLASH WS-DF-YMD-DASH.
           STRING WS-MD-MM WS-MD-DD WS-MD-YYYY DELIMITED BY SIZE
              INTO WS-DF-MDY
           END-STRING.
           STRING WS-MD-MM '/' WS-MD-DD '/' WS-MD-YYYY
                  DELIMITED BY SIZE
              INTO WS-DF-MDY-SLASH
           END-STRING.
           STRING WS-MD-YYYY '-' WS-MD-MM '-' WS-MD-DD
                  DELIMITED BY SIZE
              INTO WS-DF-YMD-DASH
           END-STRING.
      *
      * Decide whether the stored line is left out, then mask the
      * capture's run date and the MASK columns so they cannot
      * show as differences.
       NORMALIZE-LINE.
           MOVE RPT-LINE TO WS-NORM-LINE.
           MOVE 'N' TO WS-IGNORED-SW.
           PERFORM VARYING WS-IGN-SUB FROM 1 BY 1
                   UNTIL WS-IGN-SUB > WS-IGN-COUNT
                      OR WS-LINE-IGNORED
              MOVE 0 TO WS-TALLY
              INSPECT WS-NORM-LINE TALLYING WS-TALLY FOR ALL
                 WS-IGN-TEXT (WS-IGN-SUB) (1:WS-IGN-LEN (WS-IGN-SUB))
              IF WS-TALLY > 0
                 MOVE 'Y' TO WS-IGNORED-SW
              END-IF
           END-PERFORM.
           IF NOT WS-LINE-IGNORED
              INSPECT WS-NORM-LINE REPLACING ALL WS-MASK-DATE
                                              BY WS-HASH-8
              INSPECT WS-NORM-LINE REPLACING ALL WS-DF-MDY
                                              BY WS-HASH-8
              INSPECT WS-NORM-LINE REPLACING ALL WS-DF-MDY-SLASH
                                              BY WS-HASH-10
              INSPECT WS-NORM-LINE REPLACING ALL WS-DF-YMD-DASH
                                              BY WS-HASH-10
              PERFORM VARYING WS-MSK-SUB FROM 1 BY 1
                      UNTIL WS-MSK-SUB > WS-MSK-COUNT
                 MOVE ALL '#' TO WS-NORM-LINE
                    (WS-MSK-FROM (WS-MSK-SUB):
                     WS-MSK-TO (WS-MSK-SUB) - WS-MSK-FROM (WS-MSK-SUB)
                     + 1)
              END-PERFORM
           END-IF.
      *
      * Walk both captures together.  Where they part, look ahead
      * for the nearest point where they agree again: lines skipped
      * on both sides pair up as changed lines, and the rest were
      * dropped from the old capture or added in the new one.  When
      * nothing agrees within the look-ahead the two current lines
      * are reported as one changed pair and the walk goes on.
       ALIGN-CAPTURES.
           MOVE 1 TO WS-OLD-SUB WS-NEW-SUB.
           PERFORM UNTIL WS-OLD-SUB > WS-OLD-COUNT
                     AND WS-NEW-SUB > WS-NEW-COUNT
              EVALUATE TRUE
                 WHEN WS-OLD-SUB > WS-OLD-COUNT
                    PERFORM REPORT-ADDED-LINE
                 WHEN WS-NEW-SUB > WS-NEW-COUNT
                    PERFORM REPORT-REMOVED-LINE
                 WHEN WS-OLD-TEXT (WS-OLD-SUB) =
                      WS-NEW-TEXT (WS-NEW-SUB)
                    ADD 1 TO WS-LINES-MATCHED
                    ADD 1 TO WS-OLD-SUB WS-NEW-SUB
                 WHEN OTHER
                    PERFORM RESYNC-CAPTURES
              END-EVALUATE
           END-PERFORM.
      *
       RESYNC-CAPTURES.
           MOVE 'N' TO WS-RESYNC-SW.
           PERFORM VARYING WS-SKIP-TOTAL FROM 1 BY 1
                   UNTIL WS-SKIP-TOTAL > WS-LOOKAHEAD * 2
                      OR WS-RESYNC-FOUND
              PERFORM VARYING WS-SKIP-OLD FROM 0 BY 1
                      UNTIL WS-SKIP-OLD > WS-SKIP-TOTAL
                         OR WS-RESYNC-FOUND
                 COMPUTE WS-SKIP-NEW = WS-SKIP-TOTAL - WS-SKIP-OLD
                 PERFORM TRY-RESYNC-POINT
              END-PERFORM
           END-PERFORM.
           IF WS-RESYNC-FOUND
              IF WS-RESYNC-OLD < WS-RESYNC-NEW
                 MOVE WS-RESYNC-OLD TO WS-RESYNC-PAIRS
              ELSE
                 MOVE WS-RESYNC-NEW TO WS-RESYNC-PAIRS
              END-IF
              PERFORM REPORT-CHANGED-PAIR
                      WS-RESYNC-PAIRS TIMES
              COMPUTE WS-REPEAT-SUB = WS-RESYNC-OLD - WS-RESYNC-PAIRS
              PERFORM REPORT-REMOVED-LINE WS-REPEAT-SUB TIMES
              COMPUTE WS-REPEAT-SUB = WS-RESYNC-NEW - WS-RESYNC-PAIRS
              PERFORM REPORT-ADDED-LINE WS-REPEAT-SUB TIMES
           ELSE
              PERFORM REPORT-CHANGED-PAIR
           END-IF.
      *
       TRY-RESYNC-POINT.
           COMPUTE WS-LOOK-OLD = WS-OLD-SUB + WS-SKIP-OLD.
           COMPUTE WS-LOOK-NEW = WS-NEW-SUB + WS-SKIP-NEW.
           IF WS-SKIP-OLD NOT > WS-LOOKAHEAD
              AND WS-SKIP-NEW NOT > WS-LOOKAHEAD
              AND WS-LOOK-OLD NOT > WS-OLD-COUNT
              AND WS-LOOK-NEW NOT > WS-NEW-COUNT
              IF WS-OLD-TEXT (WS-LOOK-OLD) = WS-NEW-TEXT (WS-LOOK-NEW)
                 MOVE 'Y' TO WS-RESYNC-SW
                 MOVE WS-SKIP-OLD TO WS-RESYNC-OLD
                 MOVE WS-SKIP-NEW TO WS-RESYNC-NEW
              END-IF
           END-IF.
      *
       REPORT-CHANGED-PAIR.
           MOVE SPACES TO WS-ML-MARKS.
           MOVE 0 TO WS-FIRST-COL WS-LAST-COL.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 860
              IF WS-OLD-TEXT (WS-OLD-SUB) (WS-COL-SUB:1) NOT =
                 WS-NEW-TEXT (WS-NEW-SUB) (WS-COL-SUB:1)
                 MOVE '^' TO WS-ML-MARKS (WS-COL-SUB:1)
                 IF WS-FIRST-COL = 0
                    MOVE WS-COL-SUB TO WS-FIRST-COL
                 END-IF
                 MOVE WS-COL-SUB TO WS-LAST-COL
              END-IF
           END-PERFORM.
           MOVE 'CHANGED' TO WS-DL-TAG.
           MOVE 'OLD' TO WS-DL-SIDE.
           MOVE WS-OLD-SEQ (WS-OLD-SUB) TO WS-DL-SEQ.
           MOVE WS-OLD-TEXT (WS-OLD-SUB) TO WS-DL-TEXT.
           WRITE PRINT-REC FROM WS-DIFF-LINE.
           MOVE SPACES TO WS-DL-TAG.
           MOVE 'NEW' TO WS-DL-SIDE.
           MOVE WS-NEW-SEQ (WS-NEW-SUB) TO WS-DL-SEQ.
           MOVE WS-NEW-TEXT (WS-NEW-SUB) TO WS-DL-TEXT.
           WRITE PRINT-REC FROM WS-DIFF-LINE.
           MOVE WS-FIRST-COL TO WS-ML-FIRST.
           MOVE WS-LAST-COL TO WS-ML-LAST.
           WRITE PRINT-REC FROM WS-MARK-LINE.
           ADD 1 TO WS-LINES-CHANGED.
           ADD 1 TO WS-OLD-SUB WS-NEW-SUB.
      *
       REPORT-REMOVED-LINE.
           MOVE 'REMOVED' TO WS-DL-TAG.
           MOVE 'OLD' TO WS-DL-SIDE.
           MOVE WS-OLD-SEQ (WS-OLD-SUB) TO WS-DL-SEQ.
           MOVE WS-OLD-TEXT (WS-OLD-SUB) TO WS-DL-TEXT.
           WRITE PRINT-REC FROM WS-DIFF-LINE.
           ADD 1 TO WS-LINES-REMOVED.
           ADD 1 TO WS-OLD-SUB.
      *
       REPORT-ADDED-LINE.
           MOVE 'ADDED' TO WS-DL-TAG.
           MOVE 'NEW' TO WS-DL-SIDE.
           MOVE WS-NEW-SEQ (WS-NEW-SUB) TO WS-DL-SEQ.
           MOVE WS-NEW-TEXT (WS-NEW-SUB) TO WS-DL-TEXT.
           WRITE PRINT-REC FROM WS-DIFF-LINE.
           ADD 1 TO WS-LINES-ADDED.
           ADD 1 TO WS-NEW-SUB.
      *
       PRINT-SUMMARY.
           MOVE WS-REPORT-RULE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-OLD-COUNT TO WS-SUM-OLD.
           MOVE WS-OLD-IGNORED TO WS-SUM-OLD-IGNORED.
           MOVE WS-NEW-COUNT TO WS-SUM-NEW.
           MOVE WS-NEW-IGNORED TO WS-SUM-NEW-IGNORED.
           MOVE WS-LINES-MATCHED TO WS-SUM-MATCHED.
           MOVE WS-LINES-CHANGED TO WS-SUM-CHANGED.
           MOVE WS-LINES-REMOVED TO WS-SUM-REMOVED.
           MOVE WS-LINES-ADDED TO WS-SUM-ADDED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE6.
           EVALUATE TRUE
              WHEN WS-CAPTURE-TRUNCATED
                 MOVE 'CAPTURE OVER 5000 LINES, COMPARISON INCOMPLETE'
                    TO WS-RESULT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN WS-LINES-CHANGED = 0 AND WS-LINES-REMOVED = 0
                   AND WS-LINES-ADDED = 0
                 MOVE 'CAPTURES MATCH' TO WS-RESULT-LINE
                 MOVE 0 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'CAPTURES DIFFER' TO WS-RESULT-LINE
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-RESULT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-SUMMARY-LINE4.
           DISPLAY WS-SUMMARY-LINE5.
           DISPLAY WS-SUMMARY-LINE6.
           DISPLAY WS-RESULT-LINE.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           STOP RUN.
