      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPPCR.
      ****************************************************************
      *  Period control exception report for certification.  Lists
      *  every quarter on the PRDCTL period control file with its
      *  state (closed, reopened, or reopened with the window run
      *  out) and who closed or reopened it, why and until when;
      *  then every PRDLOG row written through UNEMPPCL: the close
      *  ('CL'), reopen ('RO') and re-close ('RC') events UNEMPPCM
      *  recorded, each change a program made to a week while its
      *  quarter was reopened ('CH'), and each update refused
      *  because the quarter was closed ('RF').  The auditors are
      *  handed this with the next certification so every movement
      *  in a certified quarter is accounted for.
      *
      *  PCRPARM keyword cards (see UNEMPKWP), all optional:
      *     QUARTER=YYYYQ       only this quarter (default all)
      *     SINCE=YYYYMMDD      only log rows written on or after
      *                         this date, e.g. the last
      *                         certification (default all)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL PCR-CONTROL-PARM ASSIGN TO PCRPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PRD-QUARTER
                  FILE STATUS IS WS-PRD-STATUS.
           SELECT OPTIONAL PERIOD-LOG-FILE ASSIGN TO PRDLOG
                  FILE STATUS IS WS-PLG-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  PCR-CONTROL-PARM RECORDING MODE F.
       01  PCRPARM-REC                              PIC X(80).
      *
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-REC.
           05  PRD-QUARTER                            PIC X(05).
           05  PRD-STATE                              PIC X(01).
               88  PRD-CLOSED                         VALUE 'C'.
               88  PRD-REOPENED                       VALUE 'R'.
           05  PRD-CLOSED-DATE                        PIC X(08).
           05  PRD-CLOSED-OPER                        PIC X(08).
           05  PRD-REOPEN-DATE                        PIC X(08).
           05  PRD-REOPEN-OPER                        PIC X(08).
           05  PRD-REOPEN-UNTIL                       PIC X(08).
           05  PRD-REOPEN-REASON                      PIC X(40).
           05  FILLER                                 PIC X(14).
      *
       FD  PERIOD-LOG-FILE RECORDING MODE F.
       01  PERIOD-LOG-REC.
           05  PLG-DATE                               PIC X(08).
           05  PLG-TIME                               PIC X(06).
           05  PLG-QUARTER                            PIC X(05).
           05  PLG-EVENT                              PIC X(02).
           05  PLG-PROGRAM                            PIC X(08).
           05  PLG-OPERATOR                           PIC X(08).
           05  PLG-RECORD-KEY                         PIC X(11).
           05  PLG-DETAIL                             PIC X(40).
           05  FILLER                                 PIC X(32).
      *
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
       01  WS-PRD-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-PRD-OPEN-OK                        VALUES '00' '05'.
           88 WS-PRD-EOF                            VALUE '10'.
       01  WS-PLG-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-PLG-OPEN-OK                        VALUES '00' '05'.
           88 WS-PLG-EOF                            VALUE '10'.
      *
       01  WS-QUARTER                   PIC X(05)   VALUE SPACES.
       01  WS-SINCE                     PIC X(08)   VALUE SPACES.
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
      *
       01  WS-QUARTER-COUNT             PIC 9(04)   VALUE 0.
       01  WS-CLOSE-COUNT               PIC 9(06)   VALUE 0.
       01  WS-REOPEN-COUNT              PIC 9(06)   VALUE 0.
       01  WS-RECLOSE-COUNT             PIC 9(06)   VALUE 0.
       01  WS-CHANGE-COUNT              PIC 9(06)   VALUE 0.
       01  WS-REFUSED-COUNT             PIC 9(06)   VALUE 0.
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
       01  WS-ECHO-LINE.
           05  FILLER                   PIC X(08) VALUE 'PCRPARM '.
           05  WS-EC-KEYWORD            PIC X(20).
           05  FILLER                   PIC X(03) VALUE ' = '.
           05  WS-EC-VALUE              PIC X(40).
      *
       01  WS-TITLE-LINE1               PIC X(40)   VALUE
           'PERIOD CONTROL EXCEPTION REPORT'.
       01  WS-TITLE-LINE2               PIC X(40)   VALUE
           'QUARTER STATUS'.
       01  WS-TITLE-LINE3               PIC X(40)   VALUE
           'PERIOD LOG'.
       01  WS-RULE-LINE                 PIC X(100)  VALUE ALL '-'.
      *
       01  WS-QUARTER-LINE.
           05  WS-QL-QUARTER            PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-QL-STATE              PIC X(14).
           05  FILLER                   PIC X(08) VALUE ' CLOSED '.
           05  WS-QL-CLOSED-DATE        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-QL-CLOSED-OPER        PIC X(08).
           05  FILLER                   PIC X(10) VALUE ' REOPENED '.
           05  WS-QL-REOPEN-DATE        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-QL-REOPEN-OPER        PIC X(08).
           05  FILLER                   PIC X(07) VALUE ' UNTIL '.
           05  WS-QL-UNTIL              PIC X(08).
       01  WS-REASON-LINE.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'REASON: '.
           05  WS-RL-REASON             PIC X(40).
      *
       01  WS-LOG-LINE.
           05  WS-LL-DATE               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LL-TIME               PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LL-QUARTER            PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LL-EVENT              PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LL-EVENT-TEXT         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LL-PROGRAM            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LL-OPERATOR           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LL-KEY                PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LL-DETAIL             PIC X(40).
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(28) VALUE
               'QUARTERS ON PRDCTL         :'.
           05  WS-SUM-QUARTERS          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(28) VALUE
               'CLOSES                     :'.
           05  WS-SUM-CLOSES            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(28) VALUE
               'REOPENS                    :'.
           05  WS-SUM-REOPENS           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(28) VALUE
               'RE-CLOSES                  :'.
           05  WS-SUM-RECLOSES          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER                   PIC X(28) VALUE
               'CHANGES WHILE REOPENED     :'.
           05  WS-SUM-CHANGES           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER                   PIC X(28) VALUE
               'UPDATES REFUSED, CLOSED    :'.
           05  WS-SUM-REFUSED           PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           OPEN OUTPUT PRINT-LINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM READ-CONTROL-PARM.
           WRITE PRINT-REC FROM WS-TITLE-LINE1.
           PERFORM PRINT-PARM-ECHO.
           PERFORM PRINT-QUARTER-STATUS.
           PERFORM PRINT-PERIOD-LOG.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * PCRPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run.
       READ-CONTROL-PARM.
           OPEN INPUT PCR-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ PCR-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE PCRPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-PCRPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE PCR-CONTROL-PARM
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'PCRPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-PCRPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'QUARTER'
                 MOVE WS-KWP-VALUE (1:5) TO WS-QUARTER
              WHEN WS-KWP-KEYWORD = 'SINCE'
                 MOVE WS-KWP-VALUE (1:8) TO WS-SINCE
              WHEN OTHER
                 DISPLAY 'UNKNOWN PCRPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       PRINT-PARM-ECHO.
           MOVE 'QUARTER' TO WS-EC-KEYWORD.
           MOVE WS-QUARTER TO WS-EC-VALUE.
           IF WS-QUARTER = SPACES
              MOVE 'ALL' TO WS-EC-VALUE
           END-IF.
           WRITE PRINT-REC FROM WS-ECHO-LINE.
           MOVE 'SINCE' TO WS-EC-KEYWORD.
           MOVE WS-SINCE TO WS-EC-VALUE.
           IF WS-SINCE = SPACES
              MOVE 'ALL' TO WS-EC-VALUE
           END-IF.
           WRITE PRINT-REC FROM WS-ECHO-LINE.
      *
       PRINT-QUARTER-STATUS.
           WRITE PRINT-REC FROM WS-RULE-LINE.
           WRITE PRINT-REC FROM WS-TITLE-LINE2.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF NOT WS-PRD-OPEN-OK
              DISPLAY 'PRDCTL OPEN FAILED, STATUS ' WS-PRD-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM UNTIL WS-PRD-EOF
                 READ PERIOD-CONTROL-FILE NEXT RECORD
                    AT END MOVE '10' TO WS-PRD-STATUS
                    NOT AT END
                       IF WS-QUARTER = SPACES
                          OR PRD-QUARTER = WS-QUARTER
                          PERFORM PRINT-ONE-QUARTER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
      *
       PRINT-ONE-QUARTER.
           ADD 1 TO WS-QUARTER-COUNT.
           MOVE SPACES TO WS-QUARTER-LINE.
           MOVE PRD-QUARTER TO WS-QL-QUARTER.
           EVALUATE TRUE
              WHEN PRD-CLOSED
                 MOVE 'CLOSED' TO WS-QL-STATE
              WHEN PRD-REOPENED
                 AND PRD-REOPEN-UNTIL NOT = SPACES
                 AND PRD-REOPEN-UNTIL < WS-TODAY
                 MOVE 'WINDOW EXPIRED' TO WS-QL-STATE
              WHEN PRD-REOPENED
                 MOVE 'REOPENED' TO WS-QL-STATE
              WHEN OTHER
                 MOVE 'UNKNOWN STATE' TO WS-QL-STATE
           END-EVALUATE.
           MOVE PRD-CLOSED-DATE TO WS-QL-CLOSED-DATE.
           MOVE PRD-CLOSED-OPER TO WS-QL-CLOSED-OPER.
           MOVE PRD-REOPEN-DATE TO WS-QL-REOPEN-DATE.
           MOVE PRD-REOPEN-OPER TO WS-QL-REOPEN-OPER.
           MOVE PRD-REOPEN-UNTIL TO WS-QL-UNTIL.
           WRITE PRINT-REC FROM WS-QUARTER-LINE.
           IF PRD-REOPEN-REASON NOT = SPACES
              MOVE PRD-REOPEN-REASON TO WS-RL-REASON
              WRITE PRINT-REC FROM WS-REASON-LINE
           END-IF.
      *
       PRINT-PERIOD-LOG.
           WRITE PRINT-REC FROM WS-RULE-LINE.
           WRITE PRINT-REC FROM WS-TITLE-LINE3.
           OPEN INPUT PERIOD-LOG-FILE.
           IF NOT WS-PLG-OPEN-OK
              DISPLAY 'PRDLOG OPEN FAILED, STATUS ' WS-PLG-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM UNTIL WS-PLG-EOF
                 READ PERIOD-LOG-FILE
                    AT END MOVE '10' TO WS-PLG-STATUS
                    NOT AT END
                       IF (WS-QUARTER = SPACES
                           OR PLG-QUARTER = WS-QUARTER)
                          AND (WS-SINCE = SPACES
                               OR PLG-DATE NOT < WS-SINCE)
                          PERFORM PRINT-ONE-LOG-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-LOG-FILE
           END-IF.
      *
       PRINT-ONE-LOG-ROW.
           MOVE PLG-DATE TO WS-LL-DATE.
           MOVE PLG-TIME TO WS-LL-TIME.
           MOVE PLG-QUARTER TO WS-LL-QUARTER.
           MOVE PLG-EVENT TO WS-LL-EVENT.
           MOVE PLG-PROGRAM TO WS-LL-PROGRAM.
           MOVE PLG-OPERATOR TO WS-LL-OPERATOR.
           MOVE PLG-RECORD-KEY TO WS-LL-KEY.
           MOVE PLG-DETAIL TO WS-LL-DETAIL.
           EVALUATE PLG-EVENT
              WHEN 'CL'
                 MOVE 'CLOSED' TO WS-LL-EVENT-TEXT
                 ADD 1 TO WS-CLOSE-COUNT
              WHEN 'RO'
                 MOVE 'REOPENED' TO WS-LL-EVENT-TEXT
                 ADD 1 TO WS-REOPEN-COUNT
              WHEN 'RC'
                 MOVE 'RE-CLOSED' TO WS-LL-EVENT-TEXT
                 ADD 1 TO WS-RECLOSE-COUNT
              WHEN 'CH'
                 MOVE 'CHANGED' TO WS-LL-EVENT-TEXT
                 ADD 1 TO WS-CHANGE-COUNT
              WHEN 'RF'
                 MOVE 'REFUSED' TO WS-LL-EVENT-TEXT
                 ADD 1 TO WS-REFUSED-COUNT
              WHEN OTHER
                 MOVE 'UNKNOWN' TO WS-LL-EVENT-TEXT
           END-EVALUATE.
           WRITE PRINT-REC FROM WS-LOG-LINE.
      *
       PRINT-SUMMARY.
           WRITE PRINT-REC FROM WS-RULE-LINE.
           MOVE WS-QUARTER-COUNT TO WS-SUM-QUARTERS.
           MOVE WS-CLOSE-COUNT TO WS-SUM-CLOSES.
           MOVE WS-REOPEN-COUNT TO WS-SUM-REOPENS.
           MOVE WS-RECLOSE-COUNT TO WS-SUM-RECLOSES.
           MOVE WS-CHANGE-COUNT TO WS-SUM-CHANGES.
           MOVE WS-REFUSED-COUNT TO WS-SUM-REFUSED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE6.
           DISPLAY WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE5.
           DISPLAY WS-SUMMARY-LINE6.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           STOP RUN.
