      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPLCR.
      ****************************************************************
      *  Week-ending lifecycle and publication service-level report.
      *  Each stage of getting a week out stamps its milestone on
      *  the keyed LIFECYC file through UNEMPLCY: manifest proved
      *  (UNEMPMAN), edit passed (UNEMPEDT), loaded (UNEMP),
      *  approved (UNEMPAPR), transmitted (UNEMPEXT, UNEMPXTE) and
      *  acknowledged (UNEMPACK).  For every week-ending date in the
      *  window this program prints the elapsed hours of each stage
      *  against its target and names the first stage that missed:
      *
      *     MANIFEST   close of the week-ending date to manifest
      *     EDIT       manifest to edit passed
      *     LOAD       edit passed to loaded
      *     APPROVE    loaded to approved
      *     TRANSMIT   approved to transmitted
      *     ACK        transmitted to acknowledged
      *     PUBLISH    close of the week-ending date to transmitted
      *
      *  A '*' beside the hours marks a stage over its target.  A
      *  stage still open is shown as OPEN, or with its hours so far
      *  and a '+' once it has already run past its target -- the
      *  week is then STALLED there.  The stage trend at the end
      *  gives, per stage, the weeks measured, the weeks over target
      *  (stalls included), and the average and longest hours, and
      *  names the stage most often over target: run over a quarter
      *  it shows where the process actually stalls.  The run ends
      *  with return code 4 when any week was late.
      *
      *  LCRPARM keyword cards (see UNEMPKWP), all optional:
      *     START-DATE=YYYYMMDD   first week-ending reported
      *                           (default 90 days before END-DATE,
      *                           a quarter of weeks)
      *     END-DATE=YYYYMMDD     last week-ending reported
      *                           (default today)
      *     TARGET-MANIFEST=hhhh  stage targets in whole hours
      *     TARGET-EDIT=hhhh      (defaults 48, 4, 4, 24, 8, 24
      *     TARGET-LOAD=hhhh       and 120 respectively)
      *     TARGET-APPROVE=hhhh
      *     TARGET-TRANSMIT=hhhh
      *     TARGET-ACK=hhhh
      *     TARGET-PUBLISH=hhhh
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL LCR-CONTROL-PARM ASSIGN TO LCRPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL LIFECYCLE-FILE ASSIGN TO LIFECYC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LFC-WEEK-ENDING
                  FILE STATUS IS WS-LFC-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  LCR-CONTROL-PARM RECORDING MODE F.
       01  LCRPARM-REC                              PIC X(80).
      *
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
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
       01  WS-LFC-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-LFC-SUCCESS                        VALUES '00' '05'.
           88 WS-LFC-EOF                            VALUE '10'.
      *
       01  WS-START-DATE                PIC X(08)   VALUE SPACES.
       01  WS-END-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(06)   VALUE SPACES.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-KEY-INTEGER               PIC 9(07)   VALUE 0.
       01  WS-TIME-WORK.
           05  WS-TW-HH                 PIC 9(02).
           05  WS-TW-MM                 PIC 9(02).
           05  WS-TW-SS                 PIC 9(02).
      *
      * Stage names and default targets in hours; TARGET- cards on
      * LCRPARM replace the targets.  Stages 1-6 run milestone to
      * milestone, stage 7 is the end-to-end publication time.
       01  WS-STAGE-VALUES.
           05  FILLER  PIC X(18) VALUE 'MANIFEST      0048'.
           05  FILLER  PIC X(18) VALUE 'EDIT          0004'.
           05  FILLER  PIC X(18) VALUE 'LOAD          0004'.
           05  FILLER  PIC X(18) VALUE 'APPROVAL      0024'.
           05  FILLER  PIC X(18) VALUE 'TRANSMISSION  0008'.
           05  FILLER  PIC X(18) VALUE 'ACKNOWLEDGMENT0024'.
           05  FILLER  PIC X(18) VALUE 'PUBLICATION   0120'.
       01  WS-STAGE-TABLE REDEFINES WS-STAGE-VALUES.
           05  WS-STG OCCURS 7 TIMES.
               10  WS-STG-NAME              PIC X(14).
               10  WS-STG-TARGET            PIC 9(04).
       01  WS-STG-SUB                   PIC 9(01)   VALUE 0.
       01  WS-TGT-SUB                   PIC 9(01)   VALUE 0.
      *
       01  WS-STAGE-STATS.
           05  WS-SS OCCURS 7 TIMES.
               10  WS-SS-MEASURED           PIC 9(05).
               10  WS-SS-OVER               PIC 9(05).
               10  WS-SS-TOTAL-MIN          PIC S9(11).
               10  WS-SS-MAX-MIN            PIC S9(09).
      *
      * Milestones of the week in hand, as minutes since day zero.
       01  WS-MS-SUB                    PIC 9(01)   VALUE 0.
       01  WS-MS-POINTS.
           05  WS-MS-POINT OCCURS 6 TIMES.
               10  WS-MS-MIN                PIC S9(11).
               10  WS-MS-SET                PIC X(01).
       01  WS-CLOSE-MIN                 PIC S9(11)  VALUE 0.
       01  WS-NOW-MIN                   PIC S9(11)  VALUE 0.
       01  WS-FROM-MIN                  PIC S9(11)  VALUE 0.
       01  WS-TO-MIN                    PIC S9(11)  VALUE 0.
       01  WS-FROM-SET                  PIC X(01)   VALUE 'N'.
       01  WS-TO-SET                    PIC X(01)   VALUE 'N'.
       01  WS-ELAPSED-MIN               PIC S9(09)  VALUE 0.
       01  WS-HOURS                     PIC S9(07)V9 VALUE 0.
       01  WS-FIRST-OVER                PIC 9(01)   VALUE 0.
       01  WS-FIRST-OVER-FLAG           PIC X(01)   VALUE SPACE.
      *
       01  WS-WEEKS-REPORTED            PIC 9(05)   VALUE 0.
       01  WS-WEEKS-ON-TIME             PIC 9(05)   VALUE 0.
       01  WS-WEEKS-LATE                PIC 9(05)   VALUE 0.
       01  WS-WEEKS-IN-PROGRESS         PIC 9(05)   VALUE 0.
       01  WS-WORST-SUB                 PIC 9(01)   VALUE 0.
       01  WS-WORST-OVER                PIC 9(05)   VALUE 0.
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
       01  WS-EC-TARGET                 PIC ZZZ9.
      *
       01  WS-LCR-TITLE.
           05  FILLER                   PIC X(37) VALUE
               'WEEK-ENDING LIFECYCLE, ELAPSED HOURS '.
           05  FILLER                   PIC X(24) VALUE
               'BY STAGE, WEEKS ENDING '.
           05  WS-LT-START              PIC X(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  WS-LT-END                PIC X(08).
       01  WS-WEEK-HEADER.
           05  FILLER                   PIC X(10) VALUE 'WEEK END'.
           05  FILLER                   PIC X(10) VALUE 'MANIFEST'.
           05  FILLER                   PIC X(10) VALUE '    EDIT'.
           05  FILLER                   PIC X(10) VALUE '    LOAD'.
           05  FILLER                   PIC X(10) VALUE ' APPROVE'.
           05  FILLER                   PIC X(10) VALUE 'TRANSMIT'.
           05  FILLER                   PIC X(10) VALUE '     ACK'.
           05  FILLER                   PIC X(10) VALUE ' PUBLISH'.
           05  FILLER                   PIC X(06) VALUE 'STATUS'.
       01  WS-TARGET-LINE.
           05  FILLER                   PIC X(10) VALUE 'TARGET'.
           05  WS-TL-STAGE OCCURS 7 TIMES.
               10  WS-TL-HOURS              PIC ZZZZZZZ9.
               10  FILLER                   PIC X(02).
       01  WS-WEEK-LINE.
           05  WS-WL-WEEK               PIC X(08).
           05  FILLER                   PIC X(02).
           05  WS-WL-STAGE OCCURS 7 TIMES.
               10  WS-WL-CELL               PIC X(08).
               10  WS-WL-HOURS REDEFINES WS-WL-CELL
                                            PIC -ZZZZ9.9.
               10  WS-WL-FLAG               PIC X(01).
               10  FILLER                   PIC X(01).
           05  WS-WL-STATUS             PIC X(32).
       01  WS-NONE-LINE                 PIC X(40)   VALUE
           'NO WEEKS ON LIFECYC IN THIS WINDOW'.
       01  WS-REPORT-RULE               PIC X(112)  VALUE ALL '-'.
      *
       01  WS-TREND-HEADER.
           05  FILLER                   PIC X(16) VALUE 'STAGE'.
           05  FILLER                   PIC X(10) VALUE '    TARGET'.
           05  FILLER                   PIC X(10) VALUE '  MEASURED'.
           05  FILLER                   PIC X(10) VALUE '      OVER'.
           05  FILLER                   PIC X(10) VALUE '   AVG HRS'.
           05  FILLER                   PIC X(10) VALUE '   MAX HRS'.
       01  WS-TREND-LINE.
           05  WS-TR-NAME               PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-TR-TARGET             PIC ZZZZZZZZZ9.
           05  WS-TR-MEASURED           PIC ZZZZZZZZZ9.
           05  WS-TR-OVER               PIC ZZZZZZZZZ9.
           05  WS-TR-AVG                PIC -ZZZZZZ9.9.
           05  WS-TR-MAX                PIC -ZZZZZZ9.9.
       01  WS-WORST-LINE.
           05  FILLER                   PIC X(30) VALUE
               'STAGE MOST OFTEN OVER TARGET: '.
           05  WS-WS-NAME               PIC X(14).
           05  FILLER                   PIC X(02) VALUE ', '.
           05  WS-WS-OVER               PIC ZZZZ9.
           05  FILLER                   PIC X(06) VALUE ' WEEKS'.
       01  WS-NO-WORST-LINE             PIC X(40)   VALUE
           'NO STAGE WENT OVER ITS TARGET'.
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS REPORTED               :'.
           05  WS-SUM-REPORTED          PIC ZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS ON TIME                :'.
           05  WS-SUM-ON-TIME           PIC ZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS LATE OR STALLED        :'.
           05  WS-SUM-LATE              PIC ZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS STILL IN PROGRESS      :'.
           05  WS-SUM-IN-PROGRESS       PIC ZZ,ZZ9.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           INITIALIZE WS-STAGE-STATS.
           PERFORM READ-CONTROL-PARM.
           PERFORM SET-DEFAULT-WINDOW.
           PERFORM PRINT-PARM-ECHO.
           MOVE WS-RUN-DATE TO WS-KEY-NUM.
           MOVE WS-RUN-TIME TO WS-TIME-WORK.
           COMPUTE WS-NOW-MIN =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM) * 1440
              + WS-TW-HH * 60 + WS-TW-MM.
           OPEN INPUT LIFECYCLE-FILE.
           IF NOT WS-LFC-SUCCESS
              DISPLAY "FILE OPENING ERROR"
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM LIST-WEEKS.
           CLOSE LIFECYCLE-FILE.
           PERFORM PRINT-STAGE-TREND.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * LCRPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT LCR-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ LCR-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE LCRPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-LCRPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE LCR-CONTROL-PARM
           ELSE
              DISPLAY 'NO LCRPARM CONTROL FILE, REPORTING LAST '
                      'QUARTER AT DEFAULT TARGETS'
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'LCRPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-LCRPARM-CARD.
           CALL WS-KWP-SUBROUTINE USING WS-KWP-CARD,
                                        WS-KWP-KEYWORD,
                                        WS-KWP-VALUE,
                                        WS-KWP-RESULT.
           MOVE 0 TO WS-TGT-SUB.
           EVALUATE TRUE
              WHEN WS-KWP-RESULT = '1'
                 CONTINUE
              WHEN WS-KWP-RESULT = '2'
                 DISPLAY 'MALFORMED CONTROL CARD: ' WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-KWP-KEYWORD = 'START-DATE'
                 MOVE WS-KWP-VALUE (1:8) TO WS-START-DATE
                 IF WS-START-DATE NOT NUMERIC
                    DISPLAY 'START-DATE MUST BE YYYYMMDD'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 END-IF
              WHEN WS-KWP-KEYWORD = 'END-DATE'
                 MOVE WS-KWP-VALUE (1:8) TO WS-END-DATE
                 IF WS-END-DATE NOT NUMERIC
                    DISPLAY 'END-DATE MUST BE YYYYMMDD'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 END-IF
              WHEN WS-KWP-KEYWORD = 'TARGET-MANIFEST'
                 MOVE 1 TO WS-TGT-SUB
              WHEN WS-KWP-KEYWORD = 'TARGET-EDIT'
                 MOVE 2 TO WS-TGT-SUB
              WHEN WS-KWP-KEYWORD = 'TARGET-LOAD'
                 MOVE 3 TO WS-TGT-SUB
              WHEN WS-KWP-KEYWORD = 'TARGET-APPROVE'
                 MOVE 4 TO WS-TGT-SUB
              WHEN WS-KWP-KEYWORD = 'TARGET-TRANSMIT'
                 MOVE 5 TO WS-TGT-SUB
              WHEN WS-KWP-KEYWORD = 'TARGET-ACK'
                 MOVE 6 TO WS-TGT-SUB
              WHEN WS-KWP-KEYWORD = 'TARGET-PUBLISH'
                 MOVE 7 TO WS-TGT-SUB
              WHEN OTHER
                 DISPLAY 'UNKNOWN LCRPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
           IF WS-TGT-SUB > 0
              PERFORM SET-TARGET-FROM-VALUE
           END-IF.
      *
       SET-TARGET-FROM-VALUE.
           PERFORM CHECK-NUMERIC-VALUE.
           IF WS-VAL-BAD OR WS-KWP-VALUE = SPACES
              OR WS-KWP-VALUE (5:36) NOT = SPACES
              DISPLAY WS-KWP-KEYWORD ' MUST BE WHOLE HOURS, 0-9999'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           ELSE
              COMPUTE WS-STG-TARGET (WS-TGT-SUB) =
                 FUNCTION NUMVAL (WS-KWP-VALUE)
           END-IF.
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
      * The default window is the quarter of weeks ending on
      * END-DATE.
       SET-DEFAULT-WINDOW.
           IF WS-END-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-END-DATE
           END-IF.
           IF WS-START-DATE = SPACES
              MOVE WS-END-DATE TO WS-KEY-NUM
              COMPUTE WS-KEY-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-KEY-NUM) - 90
              COMPUTE WS-KEY-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-KEY-INTEGER)
              MOVE WS-KEY-NUM TO WS-START-DATE
           END-IF.
      *
       PRINT-PARM-ECHO.
           MOVE 'START-DATE' TO WS-EC-KEYWORD.
           MOVE WS-START-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'END-DATE' TO WS-EC-KEYWORD.
           MOVE WS-END-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1
                   UNTIL WS-STG-SUB > 7
              MOVE SPACES TO WS-EC-KEYWORD
              STRING 'TARGET ' DELIMITED BY SIZE
                     WS-STG-NAME (WS-STG-SUB) DELIMITED BY SPACE
                     INTO WS-EC-KEYWORD
              MOVE WS-STG-TARGET (WS-STG-SUB) TO WS-EC-TARGET
              MOVE SPACES TO WS-EC-VALUE
              STRING WS-EC-TARGET DELIMITED BY SIZE
                     ' HOURS' DELIMITED BY SIZE
                     INTO WS-EC-VALUE
              PERFORM WRITE-ECHO-LINE
           END-PERFORM.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
       LIST-WEEKS.
           MOVE WS-START-DATE TO WS-LT-START.
           MOVE WS-END-DATE TO WS-LT-END.
           WRITE PRINT-REC FROM WS-LCR-TITLE.
           WRITE PRINT-REC FROM WS-WEEK-HEADER.
           MOVE SPACES TO WS-TARGET-LINE (11:).
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1
                   UNTIL WS-STG-SUB > 7
              MOVE WS-STG-TARGET (WS-STG-SUB)
                 TO WS-TL-HOURS (WS-STG-SUB)
           END-PERFORM.
           WRITE PRINT-REC FROM WS-TARGET-LINE.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE WS-START-DATE TO LFC-WEEK-ENDING.
           START LIFECYCLE-FILE KEY IS NOT LESS THAN LFC-WEEK-ENDING
              INVALID KEY MOVE '10' TO WS-LFC-STATUS
           END-START.
           PERFORM UNTIL WS-LFC-EOF
              READ LIFECYCLE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-LFC-STATUS
                 NOT AT END
                    IF LFC-WEEK-ENDING > WS-END-DATE
                       MOVE '10' TO WS-LFC-STATUS
                    ELSE
                       PERFORM MEASURE-ONE-WEEK
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-WEEKS-REPORTED = 0
              WRITE PRINT-REC FROM WS-NONE-LINE
           END-IF.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
      *
       MEASURE-ONE-WEEK.
           ADD 1 TO WS-WEEKS-REPORTED.
           MOVE SPACES TO WS-WEEK-LINE.
           MOVE LFC-WEEK-ENDING TO WS-WL-WEEK.
           MOVE 0 TO WS-FIRST-OVER.
           MOVE SPACE TO WS-FIRST-OVER-FLAG.
           IF LFC-WEEK-ENDING NOT NUMERIC
              MOVE 'WEEK-ENDING KEY NOT A DATE' TO WS-WL-STATUS
           ELSE
              MOVE LFC-WEEK-ENDING TO WS-KEY-NUM
              COMPUTE WS-CLOSE-MIN =
                 (FUNCTION INTEGER-OF-DATE (WS-KEY-NUM) + 1) * 1440
              PERFORM CONVERT-MILESTONE
                      VARYING WS-MS-SUB FROM 1 BY 1
                      UNTIL WS-MS-SUB > 6
              PERFORM MEASURE-STAGE
                      VARYING WS-STG-SUB FROM 1 BY 1
                      UNTIL WS-STG-SUB > 7
              PERFORM SET-WEEK-STATUS
           END-IF.
           WRITE PRINT-REC FROM WS-WEEK-LINE.
      *
       CONVERT-MILESTONE.
           IF LFC-MS-DATE (WS-MS-SUB) NUMERIC
              AND LFC-MS-TIME (WS-MS-SUB) NUMERIC
              MOVE LFC-MS-DATE (WS-MS-SUB) TO WS-KEY-NUM
              MOVE LFC-MS-TIME (WS-MS-SUB) TO WS-TIME-WORK
              COMPUTE WS-MS-MIN (WS-MS-SUB) =
                 FUNCTION INTEGER-OF-DATE (WS-KEY-NUM) * 1440
                 + WS-TW-HH * 60 + WS-TW-MM
              MOVE 'Y' TO WS-MS-SET (WS-MS-SUB)
           ELSE
              MOVE 0 TO WS-MS-MIN (WS-MS-SUB)
              MOVE 'N' TO WS-MS-SET (WS-MS-SUB)
           END-IF.
      *
      * A stage is measured when both of its ends are stamped.  The
      * first stage whose start is stamped but whose end is not is
      * the one the week is sitting in; it is timed to now and
      * counted over target once it has run past it.
       MEASURE-STAGE.
           IF WS-STG-SUB = 1 OR WS-STG-SUB = 7
              MOVE WS-CLOSE-MIN TO WS-FROM-MIN
              MOVE 'Y' TO WS-FROM-SET
           ELSE
              MOVE WS-MS-MIN (WS-STG-SUB - 1) TO WS-FROM-MIN
              MOVE WS-MS-SET (WS-STG-SUB - 1) TO WS-FROM-SET
           END-IF.
           IF WS-STG-SUB = 7
              MOVE WS-MS-MIN (5) TO WS-TO-MIN
              MOVE WS-MS-SET (5) TO WS-TO-SET
           ELSE
              MOVE WS-MS-MIN (WS-STG-SUB) TO WS-TO-MIN
              MOVE WS-MS-SET (WS-STG-SUB) TO WS-TO-SET
           END-IF.
           EVALUATE TRUE
              WHEN WS-FROM-SET = 'Y' AND WS-TO-SET = 'Y'
                 COMPUTE WS-ELAPSED-MIN = WS-TO-MIN - WS-FROM-MIN
                 PERFORM TALLY-MEASURED-STAGE
              WHEN WS-FROM-SET = 'Y'
                 COMPUTE WS-ELAPSED-MIN = WS-NOW-MIN - WS-FROM-MIN
                 PERFORM TALLY-OPEN-STAGE
              WHEN OTHER
                 MOVE '      --' TO WS-WL-CELL (WS-STG-SUB)
           END-EVALUATE.
      *
       TALLY-MEASURED-STAGE.
           COMPUTE WS-HOURS ROUNDED = WS-ELAPSED-MIN / 60.
           MOVE WS-HOURS TO WS-WL-HOURS (WS-STG-SUB).
           ADD 1 TO WS-SS-MEASURED (WS-STG-SUB).
           ADD WS-ELAPSED-MIN TO WS-SS-TOTAL-MIN (WS-STG-SUB).
           IF WS-SS-MEASURED (WS-STG-SUB) = 1
              OR WS-ELAPSED-MIN > WS-SS-MAX-MIN (WS-STG-SUB)
              MOVE WS-ELAPSED-MIN TO WS-SS-MAX-MIN (WS-STG-SUB)
           END-IF.
           IF WS-ELAPSED-MIN > WS-STG-TARGET (WS-STG-SUB) * 60
              MOVE '*' TO WS-WL-FLAG (WS-STG-SUB)
              PERFORM NOTE-STAGE-OVER
           END-IF.
      *
       TALLY-OPEN-STAGE.
           IF WS-ELAPSED-MIN > WS-STG-TARGET (WS-STG-SUB) * 60
              COMPUTE WS-HOURS ROUNDED = WS-ELAPSED-MIN / 60
              MOVE WS-HOURS TO WS-WL-HOURS (WS-STG-SUB)
              MOVE '+' TO WS-WL-FLAG (WS-STG-SUB)
              PERFORM NOTE-STAGE-OVER
           ELSE
              MOVE '    OPEN' TO WS-WL-CELL (WS-STG-SUB)
           END-IF.
      *
       NOTE-STAGE-OVER.
           ADD 1 TO WS-SS-OVER (WS-STG-SUB).
           IF WS-FIRST-OVER = 0 AND WS-STG-SUB < 7
              MOVE WS-STG-SUB TO WS-FIRST-OVER
              MOVE WS-WL-FLAG (WS-STG-SUB) TO WS-FIRST-OVER-FLAG
           END-IF.
      *
       SET-WEEK-STATUS.
           EVALUATE TRUE
              WHEN WS-FIRST-OVER > 0 AND WS-FIRST-OVER-FLAG = '+'
                 STRING 'STALLED AT ' DELIMITED BY SIZE
                        WS-STG-NAME (WS-FIRST-OVER)
                           DELIMITED BY SPACE
                        INTO WS-WL-STATUS
                 ADD 1 TO WS-WEEKS-LATE
              WHEN WS-FIRST-OVER > 0
                 STRING 'LATE AT ' DELIMITED BY SIZE
                        WS-STG-NAME (WS-FIRST-OVER)
                           DELIMITED BY SPACE
                        INTO WS-WL-STATUS
                 ADD 1 TO WS-WEEKS-LATE
              WHEN WS-WL-FLAG (7) NOT = SPACE
                 MOVE 'LATE OVERALL' TO WS-WL-STATUS
                 ADD 1 TO WS-WEEKS-LATE
              WHEN WS-MS-SET (5) NOT = 'Y'
                 MOVE 'IN PROGRESS' TO WS-WL-STATUS
                 ADD 1 TO WS-WEEKS-IN-PROGRESS
              WHEN WS-MS-SET (6) NOT = 'Y'
                 MOVE 'ON TIME, ACK PENDING' TO WS-WL-STATUS
                 ADD 1 TO WS-WEEKS-ON-TIME
              WHEN OTHER
                 MOVE 'ON TIME' TO WS-WL-STATUS
                 ADD 1 TO WS-WEEKS-ON-TIME
           END-EVALUATE.
      *
       PRINT-STAGE-TREND.
           WRITE PRINT-REC FROM WS-TREND-HEADER.
           MOVE 0 TO WS-WORST-SUB WS-WORST-OVER.
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1
                   UNTIL WS-STG-SUB > 7
              MOVE WS-STG-NAME (WS-STG-SUB) TO WS-TR-NAME
              MOVE WS-STG-TARGET (WS-STG-SUB) TO WS-TR-TARGET
              MOVE WS-SS-MEASURED (WS-STG-SUB) TO WS-TR-MEASURED
              MOVE WS-SS-OVER (WS-STG-SUB) TO WS-TR-OVER
              IF WS-SS-MEASURED (WS-STG-SUB) > 0
                 COMPUTE WS-HOURS ROUNDED =
                    WS-SS-TOTAL-MIN (WS-STG-SUB)
                    / WS-SS-MEASURED (WS-STG-SUB) / 60
                 MOVE WS-HOURS TO WS-TR-AVG
                 COMPUTE WS-HOURS ROUNDED =
                    WS-SS-MAX-MIN (WS-STG-SUB) / 60
                 MOVE WS-HOURS TO WS-TR-MAX
              ELSE
                 MOVE 0 TO WS-TR-AVG WS-TR-MAX
              END-IF
              WRITE PRINT-REC FROM WS-TREND-LINE
              IF WS-STG-SUB < 7
                 AND WS-SS-OVER (WS-STG-SUB) > WS-WORST-OVER
                 MOVE WS-STG-SUB TO WS-WORST-SUB
                 MOVE WS-SS-OVER (WS-STG-SUB) TO WS-WORST-OVER
              END-IF
           END-PERFORM.
           IF WS-WORST-SUB > 0
              MOVE WS-STG-NAME (WS-WORST-SUB) TO WS-WS-NAME
              MOVE WS-WORST-OVER TO WS-WS-OVER
              WRITE PRINT-REC FROM WS-WORST-LINE
              DISPLAY WS-WORST-LINE
           ELSE
              WRITE PRINT-REC FROM WS-NO-WORST-LINE
           END-IF.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
      *
       PRINT-SUMMARY.
           MOVE WS-WEEKS-REPORTED TO WS-SUM-REPORTED.
           MOVE WS-WEEKS-ON-TIME TO WS-SUM-ON-TIME.
           MOVE WS-WEEKS-LATE TO WS-SUM-LATE.
           MOVE WS-WEEKS-IN-PROGRESS TO WS-SUM-IN-PROGRESS.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           DISPLAY WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE3.
           IF WS-WEEKS-LATE > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           STOP RUN.
