      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPPCM.
      ****************************************************************
      *  Period close and reopen maintenance.  Once a quarter had
      *  been certified to the auditors nothing stopped a later
      *  correction, suspense reprocess, labor-force sweep or
      *  revision load from changing its weeks.  A supervisor now
      *  closes the quarter here on the keyed PRDCTL period control
      *  file, and every program that updates CLMSDB or CLMRGDB
      *  asks UNEMPPCL before touching a week and refuses a week in
      *  a closed quarter.  When a closed quarter genuinely has to
      *  change, an authorized operator reopens it with a reason --
      *  optionally only until a given date -- and closes it again
      *  once the work is done.  The operator is validated against
      *  CORAUTH the way UNEMPAPR validates a sign-off.  Every close
      *  ('CL'), reopen ('RO') and re-close ('RC') goes on the
      *  PRDLOG period log through UNEMPPCL, beside the changes made
      *  while the quarter was open, and UNEMPPCR prints them for
      *  the next certification.
      *
      *  PCMPARM keyword cards (see UNEMPKWP):
      *     ACTION=CLOSE or REOPEN     (required)
      *     QUARTER=YYYYQ              quarter, e.g. 20261 (required)
      *     OPERATOR=xxxxxxxx          supervisor id on CORAUTH
      *                                (required)
      *     REASON=text                why the quarter is reopened
      *                                (required for REOPEN)
      *     UNTIL=YYYYMMDD             last day the reopen window
      *                                stays open (REOPEN only;
      *                                default until closed again)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT PCM-CONTROL-PARM ASSIGN TO PCMPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO CORAUTH
                  FILE STATUS IS WS-AUTH-STATUS.
           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRD-QUARTER
                  FILE STATUS IS WS-PRD-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  PCM-CONTROL-PARM RECORDING MODE F.
       01  PCMPARM-REC                              PIC X(80).
      *
       FD  AUTHORIZATION-FILE RECORDING MODE F.
       01  AUTH-REC.
           05  AUTH-OPERATOR-ID                       PIC X(08).
           05  AUTH-PERMISSION                        PIC X(01).
           05  AUTH-CATEGORY-LIST                     PIC X(24).
      * Spaces in either date mean no limit.  An entry is honoured
      * from its effective date through its expiry date, and only
      * while it is not suspended; UNEMPAUM maintains the file.
           05  AUTH-EFFECTIVE-DATE                    PIC X(08).
           05  AUTH-EXPIRY-DATE                       PIC X(08).
           05  AUTH-ENTRY-STATUS                      PIC X(01).
               88  AUTH-SUSPENDED                     VALUE 'S'.
           05  FILLER                                 PIC X(30).
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
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
       01  WS-AUTH-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-AUTH-SUCCESS                       VALUE '00'.
           88 WS-AUTH-EOF                           VALUE '10'.
       01  WS-PRD-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-PRD-OPEN-OK                        VALUES '00' '05'.
           88 WS-PRD-IO-OK                          VALUE '00'.
      *
       01  WS-ACTION                    PIC X(08)   VALUE SPACES.
       01  WS-QUARTER                   PIC X(05)   VALUE SPACES.
       01  WS-OPERATOR                  PIC X(08)   VALUE SPACES.
       01  WS-REASON                    PIC X(40)   VALUE SPACES.
       01  WS-UNTIL                     PIC X(08)   VALUE SPACES.
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
       01  WS-PRD-FOUND-SW              PIC X(01)   VALUE 'N'.
           88 WS-PRD-FOUND                          VALUE 'Y'.
       01  WS-OPER-FOUND-SW             PIC X(01)   VALUE 'N'.
           88 WS-OPER-FOUND                         VALUE 'Y'.
       01  WS-AUTH-IN-FORCE-SW          PIC X(01)   VALUE 'N'.
           88 WS-AUTH-IN-FORCE-NOW                  VALUE 'Y'.
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
      *
       01  WS-PCL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPPCL'.
       01  WS-PCL-DATA.
           05  WS-PCL-FUNCTION          PIC X(01)   VALUE 'L'.
           05  WS-PCL-PROGRAM           PIC X(08)   VALUE 'UNEMPPCM'.
           05  WS-PCL-OPERATOR          PIC X(08)   VALUE SPACES.
           05  WS-PCL-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-PCL-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-PCL-EVENT             PIC X(02)   VALUE SPACES.
           05  WS-PCL-DETAIL            PIC X(40)   VALUE SPACES.
           05  WS-PCL-QUARTER           PIC X(05)   VALUE SPACES.
           05  WS-PCL-PERIOD-STATE      PIC X(01)   VALUE SPACE.
           05  WS-PCL-RESULT            PIC X(01)   VALUE SPACE.
      *
       01  WS-PERIOD-LINE.
           05  FILLER                   PIC X(08) VALUE 'PERIOD: '.
           05  WS-PL-QUARTER            PIC X(05).
           05  FILLER                   PIC X(08) VALUE ' ACTION='.
           05  WS-PL-ACTION             PIC X(08).
           05  FILLER                   PIC X(10) VALUE ' OPERATOR='.
           05  WS-PL-OPER               PIC X(08).
           05  FILLER                   PIC X(07) VALUE ' EVENT='.
           05  WS-PL-EVENT              PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PL-REASON             PIC X(40).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           OPEN OUTPUT PRINT-LINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM READ-CONTROL-PARM.
           PERFORM VALIDATE-OPERATOR.
           IF NOT WS-OPER-FOUND
              DISPLAY 'OPERATOR ' WS-OPERATOR ' NOT ON CORAUTH, '
                      'PERIOD ACTION REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF NOT WS-AUTH-IN-FORCE-NOW
              DISPLAY 'OPERATOR ' WS-OPERATOR ' EXPIRED OR SUSPENDED '
                      'ON CORAUTH, PERIOD ACTION REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           OPEN I-O PERIOD-CONTROL-FILE.
           IF NOT WS-PRD-OPEN-OK
              DISPLAY 'PRDCTL OPEN FAILED, STATUS ' WS-PRD-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE WS-QUARTER TO PRD-QUARTER.
           MOVE 'Y' TO WS-PRD-FOUND-SW.
           READ PERIOD-CONTROL-FILE
              INVALID KEY MOVE 'N' TO WS-PRD-FOUND-SW
           END-READ.
           IF WS-ACTION = 'CLOSE'
              PERFORM CLOSE-QUARTER
           ELSE
              PERFORM REOPEN-QUARTER
           END-IF.
           CLOSE PERIOD-CONTROL-FILE.
           GO TO CLOSE-STOP.
      *
      * PCMPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run.
       READ-CONTROL-PARM.
           OPEN INPUT PCM-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ PCM-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE PCMPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-PCMPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE PCM-CONTROL-PARM
           ELSE
              DISPLAY 'NO PCMPARM CONTROL FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'PCMPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-ACTION NOT = 'CLOSE' AND WS-ACTION NOT = 'REOPEN'
              DISPLAY 'ACTION MUST BE CLOSE OR REOPEN, NOT '
                      WS-ACTION
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-QUARTER (1:4) NOT NUMERIC
              OR WS-QUARTER (5:1) < '1' OR WS-QUARTER (5:1) > '4'
              DISPLAY 'QUARTER MUST BE YYYYQ, NOT ' WS-QUARTER
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-OPERATOR = SPACES
              DISPLAY 'PCMPARM NEEDS AN OPERATOR'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-ACTION = 'REOPEN' AND WS-REASON = SPACES
              DISPLAY 'A REOPEN NEEDS A REASON'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-UNTIL NOT = SPACES
              AND (WS-UNTIL NOT NUMERIC OR WS-UNTIL < WS-TODAY)
              DISPLAY 'UNTIL MUST BE A DATE NOT BEFORE TODAY, NOT '
                      WS-UNTIL
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-PCMPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'ACTION'
                 MOVE WS-KWP-VALUE (1:8) TO WS-ACTION
              WHEN WS-KWP-KEYWORD = 'QUARTER'
                 MOVE WS-KWP-VALUE (1:5) TO WS-QUARTER
              WHEN WS-KWP-KEYWORD = 'OPERATOR'
                 MOVE WS-KWP-VALUE (1:8) TO WS-OPERATOR
              WHEN WS-KWP-KEYWORD = 'REASON'
                 MOVE WS-KWP-VALUE TO WS-REASON
              WHEN WS-KWP-KEYWORD = 'UNTIL'
                 MOVE WS-KWP-VALUE (1:8) TO WS-UNTIL
              WHEN OTHER
                 DISPLAY 'UNKNOWN PCMPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           OPEN INPUT AUTHORIZATION-FILE.
           IF NOT WS-AUTH-SUCCESS
              DISPLAY 'CORAUTH OPEN FAILED, STATUS ' WS-AUTH-STATUS
           ELSE
              PERFORM UNTIL WS-AUTH-EOF
                 READ AUTHORIZATION-FILE
                    AT END MOVE '10' TO WS-AUTH-STATUS
                    NOT AT END
                       IF AUTH-OPERATOR-ID = WS-OPERATOR
                          MOVE 'Y' TO WS-OPER-FOUND-SW
                          PERFORM CHECK-AUTH-IN-FORCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUTHORIZATION-FILE
           END-IF.
      *
      * An entry not yet effective, past its expiry date or
      * suspended grants nothing.
       CHECK-AUTH-IN-FORCE.
           MOVE 'Y' TO WS-AUTH-IN-FORCE-SW.
           IF AUTH-SUSPENDED
              OR (AUTH-EFFECTIVE-DATE NOT = SPACES
                  AND AUTH-EFFECTIVE-DATE > WS-TODAY)
              OR (AUTH-EXPIRY-DATE NOT = SPACES
                  AND AUTH-EXPIRY-DATE < WS-TODAY)
              MOVE 'N' TO WS-AUTH-IN-FORCE-SW
           END-IF.
      *
      * Closing a quarter never closed before is a close; closing a
      * reopened one is a re-close.  The reopen fields stay on the
      * row as a record of the last window until the next reopen.
       CLOSE-QUARTER.
           IF WS-PRD-FOUND AND PRD-CLOSED
              DISPLAY 'QUARTER ' WS-QUARTER ' IS ALREADY CLOSED'
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WS-PRD-FOUND
                 MOVE 'RC' TO WS-PCL-EVENT
              ELSE
                 MOVE 'CL' TO WS-PCL-EVENT
                 MOVE SPACES TO PERIOD-CONTROL-REC
                 MOVE WS-QUARTER TO PRD-QUARTER
              END-IF
              MOVE 'C' TO PRD-STATE
              MOVE WS-TODAY TO PRD-CLOSED-DATE
              MOVE WS-OPERATOR TO PRD-CLOSED-OPER
              IF WS-PRD-FOUND
                 REWRITE PERIOD-CONTROL-REC
              ELSE
                 WRITE PERIOD-CONTROL-REC
              END-IF
              MOVE SPACES TO WS-PCL-DETAIL
              PERFORM RECORD-PERIOD-EVENT
           END-IF.
      *
       REOPEN-QUARTER.
           IF NOT WS-PRD-FOUND OR NOT PRD-CLOSED
              DISPLAY 'QUARTER ' WS-QUARTER ' IS NOT CLOSED, '
                      'NOTHING TO REOPEN'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'R' TO PRD-STATE
              MOVE WS-TODAY TO PRD-REOPEN-DATE
              MOVE WS-OPERATOR TO PRD-REOPEN-OPER
              MOVE WS-UNTIL TO PRD-REOPEN-UNTIL
              MOVE WS-REASON TO PRD-REOPEN-REASON
              REWRITE PERIOD-CONTROL-REC
              MOVE 'RO' TO WS-PCL-EVENT
              MOVE WS-REASON TO WS-PCL-DETAIL
              PERFORM RECORD-PERIOD-EVENT
           END-IF.
      *
       RECORD-PERIOD-EVENT.
           IF NOT WS-PRD-IO-OK
              DISPLAY 'PRDCTL UPDATE FAILED FOR QUARTER ' WS-QUARTER
                      ' STATUS ' WS-PRD-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-OPERATOR TO WS-PCL-OPERATOR
              MOVE WS-QUARTER TO WS-PCL-QUARTER
              CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA
              IF WS-PCL-RESULT NOT = '0'
                 DISPLAY 'PERIOD EVENT FOR QUARTER ' WS-QUARTER
                         ' NOT RECORDED ON PRDLOG'
                 MOVE 8 TO RETURN-CODE
              END-IF
              MOVE WS-QUARTER TO WS-PL-QUARTER
              MOVE WS-ACTION TO WS-PL-ACTION
              MOVE WS-OPERATOR TO WS-PL-OPER
              MOVE WS-PCL-EVENT TO WS-PL-EVENT
              MOVE WS-PCL-DETAIL TO WS-PL-REASON
              MOVE WS-PERIOD-LINE TO PRINT-REC
              WRITE PRINT-REC
              DISPLAY WS-PERIOD-LINE
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           STOP RUN.
