      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPNTF.
      ****************************************************************
      *  Alert and exception notification.  Claim spike alerts,
      *  exceptions, failed steps and unacknowledged transmissions
      *  used to sit on files and sysout until somebody looked.
      *  This step collects every event raised since its last run
      *  and writes one formatted message per distribution list to
      *  the NTFOUT outbox the mail gateway picks up:
      *
      *     ALRT  claim spike alerts, logged by UNEMP to EXCPLOG
      *           with reason SPIK (any severity)
      *     ACKX  acknowledgment exceptions, logged by UNEMPACK to
      *           EXCPLOG with reason ACKX (any severity)
      *     EXCP  every other EXCPLOG row of severity E or F
      *     STEP  a WNDSTAT row that fails by the UNEMPOPS rule --
      *           return code over 4 or a count or INA mismatch --
      *           severity F when the return code is over 8
      *
      *  EXCPLOG rows already resolved through UNEMPEXQ are not
      *  sent.  The NTFPARM routing table maps event type and
      *  severity to a list; the first ROUTE card that matches
      *  wins.  An event no card routes goes to the on-call list.
      *  An event whose condition (program, reason and record key,
      *  or the step's program) has been sent ESCALATE-COUNT times
      *  within ESCALATE-DAYS, counting this one, is also copied to
      *  the on-call list, so a failure that keeps coming back is
      *  not left to the one list that has ignored it.
      *
      *  Every event sent is logged on the keyed NTFSENT sent log;
      *  an event already on it is never sent again, so a rerun or
      *  an overlapping pass sends nothing twice.  NTFCTL keeps the
      *  high EXCPLOG sequence and the last WNDSTAT stamp taken;
      *  it is only advanced when every message went out, so a
      *  failed outbox write is collected again next run.  With no
      *  NTFCTL yet, events stamped before today are history and
      *  are not sent.  Ends with RETURN-CODE 8 when an event could
      *  not be sent or a file could not be opened.
      *
      *  NTFPARM keyword cards (see UNEMPKWP):
      *     ONCALL=xxxxxxxx          on-call list (required)
      *     ROUTE=tttt,s,xxxxxxxx    event type, severity (W, E or
      *                              F) and list; * for type or
      *                              severity matches any (up to
      *                              50 cards, in match order)
      *     ESCALATE-COUNT=nnn       sends of one condition that
      *                              copy on-call (default 3)
      *     ESCALATE-DAYS=nnn        days looked back (default 7)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT NTF-CONTROL-PARM ASSIGN TO NTFPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO EXCPLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EXC-SEQUENCE
                  FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL WINDOW-STATUS ASSIGN TO WNDSTAT
                  FILE STATUS IS WS-WST-STATUS.
           SELECT OPTIONAL NOTIFY-CONTROL ASSIGN TO NTFCTL
                  FILE STATUS IS WS-NCT-STATUS.
           SELECT OPTIONAL SENT-LOG ASSIGN TO NTFSENT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NTS-EVENT-ID
                  FILE STATUS IS WS-NTS-STATUS.
           SELECT OPTIONAL NOTIFY-OUTBOX ASSIGN TO NTFOUT
                  FILE STATUS IS WS-NTO-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  NTF-CONTROL-PARM RECORDING MODE F.
       01  NTFPARM-REC                              PIC X(80).
      *
       FD  EXCEPTION-LOG.
       01  EXCEPTION-REC.
           05  EXC-SEQUENCE                         PIC 9(09).
           05  EXC-PROGRAM                          PIC X(08).
           05  EXC-DATE                             PIC X(08).
           05  EXC-TIME                             PIC X(06).
           05  EXC-SEVERITY                         PIC X(01).
           05  EXC-RECORD-KEY                       PIC X(11).
           05  EXC-REASON                           PIC X(04).
           05  EXC-TEXT                             PIC X(50).
           05  EXC-STATUS                           PIC X(01).
               88  EXC-OPEN                         VALUE 'O'.
               88  EXC-RESOLVED                     VALUE 'R'.
           05  EXC-RESOLVED-DATE                    PIC X(08).
           05  EXC-RESOLVED-OPER                    PIC X(08).
           05  FILLER                               PIC X(06).
      *
       FD  WINDOW-STATUS RECORDING MODE F.
       01  WNDSTAT-REC.
           05  WST-PROGRAM                          PIC X(08).
           05  WST-RUN-DATE                         PIC X(08).
           05  WST-RUN-TIME                         PIC X(06).
           05  WST-RETURN-CODE                      PIC 9(04).
           05  WST-RECORDS-READ                     PIC 9(06).
           05  WST-RECORDS-WRITTEN                  PIC 9(06).
           05  WST-RECORDS-REJECTED                 PIC 9(06).
           05  WST-COUNT-MISMATCH-FLAG              PIC X(01).
           05  WST-INA-MISMATCH-COUNT               PIC 9(04).
           05  FILLER                               PIC X(31).
      *
       FD  NOTIFY-CONTROL RECORDING MODE F.
       01  NOTIFY-CONTROL-REC.
           05  NCT-LAST-EXC-SEQUENCE                PIC 9(09).
           05  NCT-LAST-WST-STAMP.
               10  NCT-LAST-WST-DATE                PIC X(08).
               10  NCT-LAST-WST-TIME                PIC X(06).
           05  NCT-RUN-DATE                         PIC X(08).
           05  NCT-RUN-TIME                         PIC X(06).
           05  FILLER                               PIC X(43).
      *
       FD  SENT-LOG.
       01  SENT-LOG-REC.
           05  NTS-EVENT-ID                         PIC X(24).
           05  NTS-EVENT-TYPE                       PIC X(04).
           05  NTS-SEVERITY                         PIC X(01).
           05  NTS-CONDITION                        PIC X(23).
           05  NTS-LIST                             PIC X(08).
           05  NTS-ESCALATION                       PIC X(01).
           05  NTS-OCCURRENCES                      PIC 9(04).
           05  NTS-SENT-DATE                        PIC X(08).
           05  NTS-SENT-TIME                        PIC X(06).
           05  FILLER                               PIC X(21).
      *
      * One row per message.  NTO-ROUTING is ' ' routed by the
      * table, 'U' unrouted to on-call, 'C' on-call copy of a
      * repeating condition; NTO-PRIORITY is 'H' for those and for
      * severity F, 'N' otherwise.
       FD  NOTIFY-OUTBOX RECORDING MODE F.
       01  NOTIFY-OUT-REC.
           05  NTO-MESSAGE-ID.
               10  NTO-RUN-DATE                     PIC X(08).
               10  NTO-RUN-TIME                     PIC X(06).
               10  NTO-MESSAGE-SEQ                  PIC 9(05).
           05  NTO-LIST                             PIC X(08).
           05  NTO-PRIORITY                         PIC X(01).
           05  NTO-ROUTING                          PIC X(01).
           05  NTO-EVENT-ID                         PIC X(24).
           05  NTO-EVENT-TYPE                       PIC X(04).
           05  NTO-SEVERITY                         PIC X(01).
           05  NTO-OCCURRENCES                      PIC 9(04).
           05  NTO-SUBJECT                          PIC X(60).
           05  NTO-EVENT-DATE                       PIC X(08).
           05  NTO-EVENT-TIME                       PIC X(06).
           05  NTO-PROGRAM                          PIC X(08).
           05  NTO-RECORD-KEY                       PIC X(11).
           05  NTO-TEXT                             PIC X(50).
           05  FILLER                               PIC X(45).
      *
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
       01  WS-EXC-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-EXC-OPEN-OK                        VALUES '00' '05'.
           88 WS-EXC-EOF                            VALUE '10'.
       01  WS-WST-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-WST-OPEN-OK                        VALUES '00' '05'.
           88 WS-WST-EOF                            VALUE '10'.
       01  WS-NCT-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-NCT-SUCCESS                        VALUE '00'.
       01  WS-NTS-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-NTS-OPEN-OK                        VALUES '00' '05'.
           88 WS-NTS-SUCCESS                        VALUE '00'.
           88 WS-NTS-EOF                            VALUE '10'.
       01  WS-NTO-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-NTO-OPEN-OK                        VALUES '00' '05'.
           88 WS-NTO-SUCCESS                        VALUE '00'.
      *
       01  WS-ONCALL-LIST               PIC X(08)   VALUE SPACES.
       01  WS-ESCALATE-COUNT            PIC 9(03)   VALUE 3.
       01  WS-ESCALATE-DAYS             PIC 9(03)   VALUE 7.
       01  WS-ROUTE-COUNT               PIC 9(02)   VALUE 0.
       01  WS-ROUTE-SUB                 PIC 9(02)   VALUE 0.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 50 TIMES.
               10  WS-RTE-TYPE                  PIC X(04).
               10  WS-RTE-SEVERITY              PIC X(01).
               10  WS-RTE-LIST                  PIC X(08).
       01  WS-CARD-TYPE                 PIC X(04)   VALUE SPACES.
       01  WS-CARD-SEVERITY             PIC X(01)   VALUE SPACES.
       01  WS-CARD-LIST                 PIC X(08)   VALUE SPACES.
       01  WS-VALUE-LEN                 PIC 9(02)   VALUE 0.
       01  WS-VALUE-NUM                 PIC 9(03)   VALUE 0.
      *
      * Dates and the high-water marks.  The floor keeps a first
      * run (no NTFCTL) from sending the whole history.
       01  WS-RUN-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                        PIC 9(08).
       01  WS-RUN-TIME                  PIC X(06)   VALUE SPACES.
       01  WS-LOOKBACK-NUM              PIC 9(08)   VALUE 0.
       01  WS-LOOKBACK-DATE REDEFINES WS-LOOKBACK-NUM
                                        PIC X(08).
       01  WS-FLOOR-STAMP               PIC X(14)   VALUE LOW-VALUES.
       01  WS-LAST-EXC-SEQUENCE         PIC 9(09)   VALUE 0.
       01  WS-NEW-EXC-SEQUENCE          PIC 9(09)   VALUE 0.
       01  WS-LAST-WST-STAMP            PIC X(14)   VALUE LOW-VALUES.
       01  WS-NEW-WST-STAMP             PIC X(14)   VALUE LOW-VALUES.
       01  WS-ROW-STAMP.
           05  WS-ROW-DATE              PIC X(08).
           05  WS-ROW-TIME              PIC X(06).
      *
      * Sends per condition within the look-back, from NTFSENT and
      * advanced as this run sends.
       01  WS-CND-COUNT                 PIC 9(04)   VALUE 0.
       01  WS-CND-SUB                   PIC 9(04)   VALUE 0.
       01  WS-CND-TABLE.
           05  WS-CND-ENTRY OCCURS 1000 TIMES.
               10  WS-CND-CONDITION             PIC X(23).
               10  WS-CND-SENDS                 PIC 9(04).
       01  WS-CND-FOUND-SW              PIC X(01)   VALUE 'N'.
           88 WS-CND-FOUND                          VALUE 'Y'.
       01  WS-CND-FULL-SW               PIC X(01)   VALUE 'N'.
           88 WS-CND-FULL                           VALUE 'Y'.
      *
       01  WS-EVENT.
           05  WS-EVT-ID.
               10  WS-EVT-SOURCE                PIC X(01).
               10  WS-EVT-SOURCE-KEY            PIC X(23).
           05  WS-EVT-TYPE                      PIC X(04).
           05  WS-EVT-SEVERITY                  PIC X(01).
           05  WS-EVT-CONDITION.
               10  WS-EVT-CND-PROGRAM           PIC X(08).
               10  WS-EVT-CND-REASON            PIC X(04).
               10  WS-EVT-CND-KEY               PIC X(11).
           05  WS-EVT-DATE                      PIC X(08).
           05  WS-EVT-TIME                      PIC X(06).
           05  WS-EVT-PROGRAM                   PIC X(08).
           05  WS-EVT-KEY                       PIC X(11).
           05  WS-EVT-TEXT                      PIC X(50).
       01  WS-EXC-EVENT-KEY.
           05  WS-EEK-SEQUENCE          PIC 9(09).
           05  FILLER                   PIC X(14)   VALUE SPACES.
       01  WS-WST-EVENT-KEY.
           05  WS-WEK-PROGRAM           PIC X(08).
           05  WS-WEK-DATE              PIC X(08).
           05  WS-WEK-TIME              PIC X(06).
           05  FILLER                   PIC X(01)   VALUE SPACE.
       01  WS-STEP-TEXT.
           05  FILLER                   PIC X(12) VALUE 'RETURN CODE '.
           05  WS-STX-RC                PIC 9(04).
           05  FILLER                   PIC X(10) VALUE ' REJECTED '.
           05  WS-STX-REJECTED          PIC 9(06).
           05  FILLER                   PIC X(06) VALUE ' CTMM '.
           05  WS-STX-CTMM              PIC X(01).
           05  FILLER                   PIC X(07) VALUE ' INAMM '.
           05  WS-STX-INAMM             PIC 9(04).
       01  WS-STEP-FAILED-SW            PIC X(01)   VALUE 'N'.
           88 WS-STEP-FAILED                        VALUE 'Y'.
       01  WS-SUBJECT.
           05  WS-SBJ-TITLE             PIC X(30).
           05  WS-SBJ-PROGRAM           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SBJ-KEY               PIC X(11).
           05  FILLER                   PIC X(10) VALUE SPACES.
      *
       01  WS-ROUTE-LIST                PIC X(08)   VALUE SPACES.
       01  WS-OCCURRENCES               PIC 9(04)   VALUE 0.
       01  WS-ESCALATION                PIC X(01)   VALUE SPACE.
           88 WS-UNROUTED                           VALUE 'U'.
           88 WS-REPEATING                          VALUE 'C'.
       01  WS-MSG-LIST                  PIC X(08)   VALUE SPACES.
       01  WS-MSG-ROUTING               PIC X(01)   VALUE SPACE.
       01  WS-MESSAGE-SEQ               PIC 9(05)   VALUE 0.
       01  WS-SEND-FAILED-SW            PIC X(01)   VALUE 'N'.
           88 WS-SEND-FAILED                        VALUE 'Y'.
      *
       01  WS-EXC-ROWS-READ             PIC 9(06)   VALUE 0.
       01  WS-WST-ROWS-READ             PIC 9(06)   VALUE 0.
       01  WS-EVENTS-COLLECTED          PIC 9(06)   VALUE 0.
       01  WS-EVENTS-ALREADY            PIC 9(06)   VALUE 0.
       01  WS-MESSAGES-WRITTEN          PIC 9(06)   VALUE 0.
       01  WS-UNROUTED-COUNT            PIC 9(06)   VALUE 0.
       01  WS-REPEAT-COUNT              PIC 9(06)   VALUE 0.
       01  WS-EVENTS-FAILED             PIC 9(06)   VALUE 0.
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
       01  WS-TITLE-LINE                PIC X(40)
               VALUE 'ALERT AND EXCEPTION NOTIFICATIONS'.
       01  WS-ROUTE-LINE.
           05  FILLER                   PIC X(06) VALUE 'ROUTE '.
           05  WS-RL-TYPE               PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-SEVERITY           PIC X(01).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  WS-RL-LIST               PIC X(08).
       01  WS-ONCALL-LINE.
           05  FILLER                   PIC X(16)
               VALUE 'ON-CALL LIST    '.
           05  WS-OL-LIST               PIC X(08).
           05  FILLER                   PIC X(11) VALUE ' ESCALATES '.
           05  WS-OL-COUNT              PIC ZZ9.
           05  FILLER                   PIC X(13) VALUE ' SENDS WITHIN'.
           05  WS-OL-DAYS               PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
       01  WS-EVENT-LINE.
           05  WS-EL-ID                 PIC X(24).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EL-TYPE               PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EL-SEVERITY           PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EL-LIST               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EL-RESULT             PIC X(26).
           05  FILLER                   PIC X(05) VALUE ' OCC='.
           05  WS-EL-OCCURRENCES        PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-EL-TEXT               PIC X(50).
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(25) VALUE
               'EXCPLOG ROWS READ       :'.
           05  WS-SUM-EXC-READ          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(25) VALUE
               'WNDSTAT ROWS READ       :'.
           05  WS-SUM-WST-READ          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(25) VALUE
               'EVENTS COLLECTED        :'.
           05  WS-SUM-COLLECTED         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(25) VALUE
               'ALREADY SENT, SKIPPED   :'.
           05  WS-SUM-ALREADY           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER                   PIC X(25) VALUE
               'MESSAGES WRITTEN        :'.
           05  WS-SUM-MESSAGES          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER                   PIC X(25) VALUE
               'UNROUTED, TO ON-CALL    :'.
           05  WS-SUM-UNROUTED          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER                   PIC X(25) VALUE
               'REPEATING, ON-CALL COPY :'.
           05  WS-SUM-REPEAT            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER                   PIC X(25) VALUE
               'EVENTS NOT SENT         :'.
           05  WS-SUM-FAILED            PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           OPEN OUTPUT PRINT-LINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           WRITE PRINT-REC FROM WS-TITLE-LINE.
           PERFORM READ-CONTROL-PARM.
           PERFORM PRINT-ROUTING-TABLE.
           PERFORM READ-NOTIFY-CONTROL.
           OPEN I-O SENT-LOG.
           IF NOT WS-NTS-OPEN-OK
              DISPLAY 'NTFSENT OPEN FAILED, STATUS ' WS-NTS-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM LOAD-RECURRENCE-TABLE.
           OPEN EXTEND NOTIFY-OUTBOX.
           IF NOT WS-NTO-OPEN-OK
              DISPLAY 'NTFOUT OPEN FAILED, STATUS ' WS-NTO-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE WS-LAST-EXC-SEQUENCE TO WS-NEW-EXC-SEQUENCE.
           MOVE WS-LAST-WST-STAMP TO WS-NEW-WST-STAMP.
           PERFORM COLLECT-EXCEPTION-EVENTS.
           PERFORM COLLECT-STEP-EVENTS.
           IF WS-EVENTS-FAILED = 0
              PERFORM WRITE-NOTIFY-CONTROL
           ELSE
              DISPLAY 'NTFCTL NOT ADVANCED, UNSENT EVENTS WILL BE '
                      'COLLECTED AGAIN'
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * NTFPARM is a KEYWORD=VALUE card deck parsed through UNEMPKWP.
      * The routing table is the deck; there is nothing to default
      * it to, so the step will not run without it.
       READ-CONTROL-PARM.
           OPEN INPUT NTF-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ NTF-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE NTFPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-NTFPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE NTF-CONTROL-PARM
           ELSE
              DISPLAY 'NO NTFPARM CONTROL FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-ONCALL-LIST = SPACES
              DISPLAY 'NTFPARM NEEDS AN ONCALL LIST'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'NTFPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-NTFPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'ONCALL'
                 IF WS-KWP-VALUE (9:32) NOT = SPACES
                    DISPLAY 'ONCALL LIST OVER 8 CHARACTERS: '
                            WS-KWP-CARD
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 ELSE
                    MOVE WS-KWP-VALUE (1:8) TO WS-ONCALL-LIST
                 END-IF
              WHEN WS-KWP-KEYWORD = 'ROUTE'
                 PERFORM TAKE-ROUTE-CARD
              WHEN WS-KWP-KEYWORD = 'ESCALATE-COUNT'
                 PERFORM TAKE-ESCALATE-VALUE
                 IF NOT WS-PARM-ERROR
                    IF WS-VALUE-NUM = 0
                       DISPLAY 'ESCALATE-COUNT MUST BE AT LEAST 1'
                       MOVE 'Y' TO WS-PARM-ERROR-SW
                    ELSE
                       MOVE WS-VALUE-NUM TO WS-ESCALATE-COUNT
                    END-IF
                 END-IF
              WHEN WS-KWP-KEYWORD = 'ESCALATE-DAYS'
                 PERFORM TAKE-ESCALATE-VALUE
                 IF NOT WS-PARM-ERROR
                    MOVE WS-VALUE-NUM TO WS-ESCALATE-DAYS
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN NTFPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
      * A ROUTE card's value is the event type, the severity and the
      * list, comma separated, the way UNEMPXTE takes FIELD cards.
       TAKE-ROUTE-CARD.
           MOVE SPACES TO WS-CARD-TYPE WS-CARD-SEVERITY WS-CARD-LIST.
           UNSTRING WS-KWP-VALUE DELIMITED BY ','
              INTO WS-CARD-TYPE
                   WS-CARD-SEVERITY
                   WS-CARD-LIST
           END-UNSTRING.
           EVALUATE TRUE
              WHEN WS-CARD-TYPE NOT = 'ALRT'
                   AND WS-CARD-TYPE NOT = 'ACKX'
                   AND WS-CARD-TYPE NOT = 'EXCP'
                   AND WS-CARD-TYPE NOT = 'STEP'
                   AND WS-CARD-TYPE NOT = '*'
                 DISPLAY 'ROUTE EVENT TYPE NOT KNOWN: ' WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-CARD-SEVERITY NOT = 'W'
                   AND WS-CARD-SEVERITY NOT = 'E'
                   AND WS-CARD-SEVERITY NOT = 'F'
                   AND WS-CARD-SEVERITY NOT = '*'
                 DISPLAY 'ROUTE SEVERITY NOT W, E, F OR *: '
                         WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-CARD-LIST = SPACES
                 DISPLAY 'ROUTE HAS NO LIST: ' WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-ROUTE-COUNT NOT < 50
                 DISPLAY 'MORE THAN 50 ROUTE CARDS: ' WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN OTHER
                 ADD 1 TO WS-ROUTE-COUNT
                 MOVE WS-CARD-TYPE TO WS-RTE-TYPE (WS-ROUTE-COUNT)
                 MOVE WS-CARD-SEVERITY
                    TO WS-RTE-SEVERITY (WS-ROUTE-COUNT)
                 MOVE WS-CARD-LIST TO WS-RTE-LIST (WS-ROUTE-COUNT)
           END-EVALUATE.
      *
       TAKE-ESCALATE-VALUE.
           MOVE 0 TO WS-VALUE-LEN.
           MOVE 0 TO WS-VALUE-NUM.
           INSPECT WS-KWP-VALUE TALLYING WS-VALUE-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
              WHEN WS-VALUE-LEN < 1 OR WS-VALUE-LEN > 3
                 DISPLAY WS-KWP-KEYWORD ' NOT 1 TO 3 DIGITS: '
                         WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-KWP-VALUE (1:WS-VALUE-LEN) NOT NUMERIC
                 DISPLAY WS-KWP-KEYWORD ' NOT NUMERIC: ' WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN OTHER
                 COMPUTE WS-VALUE-NUM =
                    FUNCTION NUMVAL (WS-KWP-VALUE (1:WS-VALUE-LEN))
           END-EVALUATE.
      *
       PRINT-ROUTING-TABLE.
           MOVE WS-ONCALL-LIST TO WS-OL-LIST.
           MOVE WS-ESCALATE-COUNT TO WS-OL-COUNT.
           MOVE WS-ESCALATE-DAYS TO WS-OL-DAYS.
           WRITE PRINT-REC FROM WS-ONCALL-LINE.
           PERFORM VARYING WS-ROUTE-SUB FROM 1 BY 1
                   UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
              MOVE WS-RTE-TYPE (WS-ROUTE-SUB) TO WS-RL-TYPE
              MOVE WS-RTE-SEVERITY (WS-ROUTE-SUB) TO WS-RL-SEVERITY
              MOVE WS-RTE-LIST (WS-ROUTE-SUB) TO WS-RL-LIST
              WRITE PRINT-REC FROM WS-ROUTE-LINE
           END-PERFORM.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
      *
      * Without NTFCTL this is the first run: the marks stay at the
      * start of both files and the floor holds back anything
      * stamped before today.
       READ-NOTIFY-CONTROL.
           OPEN INPUT NOTIFY-CONTROL.
           IF WS-NCT-SUCCESS
              READ NOTIFY-CONTROL
                 AT END
                    MOVE WS-RUN-DATE TO WS-FLOOR-STAMP (1:8)
                    MOVE '000000' TO WS-FLOOR-STAMP (9:6)
                 NOT AT END
                    MOVE NCT-LAST-EXC-SEQUENCE
                       TO WS-LAST-EXC-SEQUENCE
                    MOVE NCT-LAST-WST-STAMP TO WS-LAST-WST-STAMP
              END-READ
              CLOSE NOTIFY-CONTROL
           ELSE
              MOVE WS-RUN-DATE TO WS-FLOOR-STAMP (1:8)
              MOVE '000000' TO WS-FLOOR-STAMP (9:6)
           END-IF.
           IF WS-FLOOR-STAMP NOT = LOW-VALUES
              DISPLAY 'NO NTFCTL MARKS, EVENTS BEFORE ' WS-RUN-DATE
                      ' NOT SENT'
           END-IF.
      *
      * Every row of the sent log inside the look-back counts one
      * send against its condition.
       LOAD-RECURRENCE-TABLE.
           COMPUTE WS-LOOKBACK-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               - WS-ESCALATE-DAYS).
           MOVE LOW-VALUES TO NTS-EVENT-ID.
           START SENT-LOG KEY IS GREATER THAN NTS-EVENT-ID
              INVALID KEY
                 MOVE '10' TO WS-NTS-STATUS
           END-START.
           PERFORM UNTIL WS-NTS-EOF
              READ SENT-LOG NEXT RECORD
                 AT END MOVE '10' TO WS-NTS-STATUS
                 NOT AT END
                    IF NTS-SENT-DATE NOT < WS-LOOKBACK-DATE
                       MOVE NTS-CONDITION TO WS-EVT-CONDITION
                       PERFORM COUNT-CONDITION-SEND
                    END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO WS-NTS-STATUS.
      *
       FIND-CONDITION.
           MOVE 'N' TO WS-CND-FOUND-SW.
           PERFORM VARYING WS-CND-SUB FROM 1 BY 1
                   UNTIL WS-CND-SUB > WS-CND-COUNT
                      OR WS-CND-FOUND
              IF WS-CND-CONDITION (WS-CND-SUB) = WS-EVT-CONDITION
                 MOVE 'Y' TO WS-CND-FOUND-SW
              END-IF
           END-PERFORM.
           IF WS-CND-FOUND
              SUBTRACT 1 FROM WS-CND-SUB
           END-IF.
      *
       COUNT-CONDITION-SEND.
           PERFORM FIND-CONDITION.
           IF WS-CND-FOUND
              ADD 1 TO WS-CND-SENDS (WS-CND-SUB)
           ELSE
              IF WS-CND-COUNT < 1000
                 ADD 1 TO WS-CND-COUNT
                 MOVE WS-EVT-CONDITION
                    TO WS-CND-CONDITION (WS-CND-COUNT)
                 MOVE 1 TO WS-CND-SENDS (WS-CND-COUNT)
              ELSE
                 IF NOT WS-CND-FULL
                    DISPLAY 'MORE THAN 1000 CONDITIONS IN THE '
                            'LOOK-BACK, LATER ONES NOT COUNTED'
                    MOVE 'Y' TO WS-CND-FULL-SW
                 END-IF
              END-IF
           END-IF.
      *
      * EXCPLOG is read on from the last sequence taken.  Warnings
      * go out only for the alert and acknowledgment reasons.
       COLLECT-EXCEPTION-EVENTS.
           OPEN INPUT EXCEPTION-LOG.
           IF NOT WS-EXC-OPEN-OK
              DISPLAY 'EXCPLOG OPEN FAILED, STATUS ' WS-EXC-STATUS
              MOVE 8 TO RETURN-CODE
              ADD 1 TO WS-EVENTS-FAILED
           ELSE
              MOVE WS-LAST-EXC-SEQUENCE TO EXC-SEQUENCE
              START EXCEPTION-LOG KEY IS GREATER THAN EXC-SEQUENCE
                 INVALID KEY
                    MOVE '10' TO WS-EXC-STATUS
              END-START
              PERFORM UNTIL WS-EXC-EOF
                 READ EXCEPTION-LOG NEXT RECORD
                    AT END MOVE '10' TO WS-EXC-STATUS
                    NOT AT END
                       ADD 1 TO WS-EXC-ROWS-READ
                       MOVE EXC-SEQUENCE TO WS-NEW-EXC-SEQUENCE
                       PERFORM TAKE-EXCEPTION-ROW
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-LOG
           END-IF.
      *
       TAKE-EXCEPTION-ROW.
           MOVE SPACES TO WS-EVENT.
           EVALUATE TRUE
              WHEN EXC-RESOLVED
                 CONTINUE
              WHEN EXC-REASON = 'SPIK'
                 MOVE 'ALRT' TO WS-EVT-TYPE
              WHEN EXC-REASON = 'ACKX'
                 MOVE 'ACKX' TO WS-EVT-TYPE
              WHEN EXC-SEVERITY = 'E' OR EXC-SEVERITY = 'F'
                 MOVE 'EXCP' TO WS-EVT-TYPE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE EXC-DATE TO WS-ROW-DATE.
           MOVE EXC-TIME TO WS-ROW-TIME.
           IF WS-EVT-TYPE NOT = SPACES
              AND WS-ROW-STAMP NOT < WS-FLOOR-STAMP
              MOVE EXC-SEQUENCE TO WS-EEK-SEQUENCE
              MOVE 'X' TO WS-EVT-SOURCE
              MOVE WS-EXC-EVENT-KEY TO WS-EVT-SOURCE-KEY
              MOVE EXC-SEVERITY TO WS-EVT-SEVERITY
              MOVE EXC-PROGRAM TO WS-EVT-CND-PROGRAM
              MOVE EXC-REASON TO WS-EVT-CND-REASON
              MOVE EXC-RECORD-KEY TO WS-EVT-CND-KEY
              MOVE EXC-DATE TO WS-EVT-DATE
              MOVE EXC-TIME TO WS-EVT-TIME
              MOVE EXC-PROGRAM TO WS-EVT-PROGRAM
              MOVE EXC-RECORD-KEY TO WS-EVT-KEY
              MOVE EXC-TEXT TO WS-EVT-TEXT
              PERFORM PROCESS-EVENT
           END-IF.
      *
      * WNDSTAT is judged by the UNEMPOPS rule.  Rows stamped at the
      * last mark are looked at again; the sent log stops a resend.
       COLLECT-STEP-EVENTS.
           OPEN INPUT WINDOW-STATUS.
           IF NOT WS-WST-OPEN-OK
              DISPLAY 'WNDSTAT OPEN FAILED, STATUS ' WS-WST-STATUS
              MOVE 8 TO RETURN-CODE
              ADD 1 TO WS-EVENTS-FAILED
           ELSE
              PERFORM UNTIL WS-WST-EOF
                 READ WINDOW-STATUS
                    AT END MOVE '10' TO WS-WST-STATUS
                    NOT AT END
                       ADD 1 TO WS-WST-ROWS-READ
                       PERFORM TAKE-STEP-ROW
                 END-READ
              END-PERFORM
              CLOSE WINDOW-STATUS
           END-IF.
      *
       TAKE-STEP-ROW.
           MOVE WST-RUN-DATE TO WS-ROW-DATE.
           MOVE WST-RUN-TIME TO WS-ROW-TIME.
           IF WS-ROW-STAMP > WS-NEW-WST-STAMP
              MOVE WS-ROW-STAMP TO WS-NEW-WST-STAMP
           END-IF.
           MOVE 'N' TO WS-STEP-FAILED-SW.
           IF WST-RETURN-CODE > 4
              MOVE 'Y' TO WS-STEP-FAILED-SW
           END-IF.
           IF WST-COUNT-MISMATCH-FLAG = 'Y'
              MOVE 'Y' TO WS-STEP-FAILED-SW
           END-IF.
           IF WST-INA-MISMATCH-COUNT NUMERIC
              AND WST-INA-MISMATCH-COUNT > 0
              MOVE 'Y' TO WS-STEP-FAILED-SW
           END-IF.
           IF WS-STEP-FAILED
              AND WS-ROW-STAMP NOT < WS-LAST-WST-STAMP
              AND WS-ROW-STAMP NOT < WS-FLOOR-STAMP
              MOVE SPACES TO WS-EVENT
              MOVE WST-PROGRAM TO WS-WEK-PROGRAM
              MOVE WST-RUN-DATE TO WS-WEK-DATE
              MOVE WST-RUN-TIME TO WS-WEK-TIME
              MOVE 'W' TO WS-EVT-SOURCE
              MOVE WS-WST-EVENT-KEY TO WS-EVT-SOURCE-KEY
              MOVE 'STEP' TO WS-EVT-TYPE
              IF WST-RETURN-CODE > 8
                 MOVE 'F' TO WS-EVT-SEVERITY
              ELSE
                 MOVE 'E' TO WS-EVT-SEVERITY
              END-IF
              MOVE WST-PROGRAM TO WS-EVT-CND-PROGRAM
              MOVE 'STEP' TO WS-EVT-CND-REASON
              MOVE WST-RUN-DATE TO WS-EVT-DATE
              MOVE WST-RUN-TIME TO WS-EVT-TIME
              MOVE WST-PROGRAM TO WS-EVT-PROGRAM
              MOVE WST-RETURN-CODE TO WS-STX-RC
              MOVE WST-RECORDS-REJECTED TO WS-STX-REJECTED
              MOVE WST-COUNT-MISMATCH-FLAG TO WS-STX-CTMM
              MOVE WST-INA-MISMATCH-COUNT TO WS-STX-INAMM
              MOVE WS-STEP-TEXT TO WS-EVT-TEXT
              PERFORM PROCESS-EVENT
           END-IF.
      *
      * One event: skipped when the sent log has it, otherwise sent
      * to its routed list (on-call when nothing routes it), copied
      * to on-call when its condition keeps repeating, then logged.
       PROCESS-EVENT.
           ADD 1 TO WS-EVENTS-COLLECTED.
           MOVE WS-EVT-ID TO NTS-EVENT-ID.
           READ SENT-LOG
              INVALID KEY
                 MOVE '23' TO WS-NTS-STATUS
           END-READ.
           IF WS-NTS-SUCCESS
              ADD 1 TO WS-EVENTS-ALREADY
           ELSE
              PERFORM SEND-EVENT
           END-IF.
      *
       SEND-EVENT.
           MOVE 'N' TO WS-SEND-FAILED-SW.
           MOVE SPACE TO WS-ESCALATION.
           PERFORM FIND-ROUTE.
           PERFORM FIND-CONDITION.
           IF WS-CND-FOUND
              COMPUTE WS-OCCURRENCES = WS-CND-SENDS (WS-CND-SUB) + 1
           ELSE
              MOVE 1 TO WS-OCCURRENCES
           END-IF.
           IF WS-ROUTE-LIST = SPACES
              MOVE 'U' TO WS-ESCALATION
              MOVE WS-ONCALL-LIST TO WS-MSG-LIST
              MOVE 'U' TO WS-MSG-ROUTING
              PERFORM SEND-MESSAGE
           ELSE
              IF WS-OCCURRENCES NOT < WS-ESCALATE-COUNT
                 MOVE 'C' TO WS-ESCALATION
              END-IF
              MOVE WS-ROUTE-LIST TO WS-MSG-LIST
              IF WS-ROUTE-LIST = WS-ONCALL-LIST
                 MOVE WS-ESCALATION TO WS-MSG-ROUTING
              ELSE
                 MOVE SPACE TO WS-MSG-ROUTING
              END-IF
              PERFORM SEND-MESSAGE
              IF WS-REPEATING
                 AND WS-ROUTE-LIST NOT = WS-ONCALL-LIST
                 MOVE WS-ONCALL-LIST TO WS-MSG-LIST
                 MOVE 'C' TO WS-MSG-ROUTING
                 PERFORM SEND-MESSAGE
              END-IF
           END-IF.
           MOVE WS-EVT-ID TO WS-EL-ID.
           MOVE WS-EVT-TYPE TO WS-EL-TYPE.
           MOVE WS-EVT-SEVERITY TO WS-EL-SEVERITY.
           MOVE WS-OCCURRENCES TO WS-EL-OCCURRENCES.
           MOVE WS-EVT-TEXT TO WS-EL-TEXT.
           IF WS-ROUTE-LIST = SPACES
              MOVE WS-ONCALL-LIST TO WS-EL-LIST
           ELSE
              MOVE WS-ROUTE-LIST TO WS-EL-LIST
           END-IF.
           EVALUATE TRUE
              WHEN WS-SEND-FAILED
                 ADD 1 TO WS-EVENTS-FAILED
                 MOVE 'NOT SENT, OUTBOX ERROR' TO WS-EL-RESULT
              WHEN WS-UNROUTED
                 ADD 1 TO WS-UNROUTED-COUNT
                 MOVE 'SENT, UNROUTED TO ON-CALL' TO WS-EL-RESULT
              WHEN WS-REPEATING
                 ADD 1 TO WS-REPEAT-COUNT
                 MOVE 'SENT, REPEAT TO ON-CALL' TO WS-EL-RESULT
              WHEN OTHER
                 MOVE 'SENT' TO WS-EL-RESULT
           END-EVALUATE.
           IF NOT WS-SEND-FAILED
              PERFORM LOG-SENT-EVENT
           END-IF.
           MOVE WS-EVENT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-EVENT-LINE.
      *
      * First card in deck order whose type and severity match, an
      * asterisk matching anything.
       FIND-ROUTE.
           MOVE SPACES TO WS-ROUTE-LIST.
           PERFORM VARYING WS-ROUTE-SUB FROM 1 BY 1
                   UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
                      OR WS-ROUTE-LIST NOT = SPACES
              IF (WS-RTE-TYPE (WS-ROUTE-SUB) = WS-EVT-TYPE
                  OR WS-RTE-TYPE (WS-ROUTE-SUB) = '*')
                 AND (WS-RTE-SEVERITY (WS-ROUTE-SUB) = WS-EVT-SEVERITY
                  OR WS-RTE-SEVERITY (WS-ROUTE-SUB) = '*')
                 MOVE WS-RTE-LIST (WS-ROUTE-SUB) TO WS-ROUTE-LIST
              END-IF
           END-PERFORM.
      *
       SEND-MESSAGE.
           MOVE SPACES TO NOTIFY-OUT-REC.
           ADD 1 TO WS-MESSAGE-SEQ.
           MOVE WS-RUN-DATE TO NTO-RUN-DATE.
           MOVE WS-RUN-TIME TO NTO-RUN-TIME.
           MOVE WS-MESSAGE-SEQ TO NTO-MESSAGE-SEQ.
           MOVE WS-MSG-LIST TO NTO-LIST.
           MOVE WS-MSG-ROUTING TO NTO-ROUTING.
           IF WS-MSG-ROUTING NOT = SPACE OR WS-EVT-SEVERITY = 'F'
              MOVE 'H' TO NTO-PRIORITY
           ELSE
              MOVE 'N' TO NTO-PRIORITY
           END-IF.
           MOVE WS-EVT-ID TO NTO-EVENT-ID.
           MOVE WS-EVT-TYPE TO NTO-EVENT-TYPE.
           MOVE WS-EVT-SEVERITY TO NTO-SEVERITY.
           MOVE WS-OCCURRENCES TO NTO-OCCURRENCES.
           EVALUATE WS-EVT-TYPE
              WHEN 'ALRT'
                 MOVE 'UNEMP CLAIM SPIKE ALERT' TO WS-SBJ-TITLE
              WHEN 'ACKX'
                 MOVE 'UNEMP PARTNER ACK EXCEPTION' TO WS-SBJ-TITLE
              WHEN 'STEP'
                 MOVE 'UNEMP BATCH STEP FAILED' TO WS-SBJ-TITLE
              WHEN OTHER
                 MOVE 'UNEMP BATCH EXCEPTION' TO WS-SBJ-TITLE
           END-EVALUATE.
           MOVE WS-EVT-PROGRAM TO WS-SBJ-PROGRAM.
           MOVE WS-EVT-KEY TO WS-SBJ-KEY.
           MOVE WS-SUBJECT TO NTO-SUBJECT.
           MOVE WS-EVT-DATE TO NTO-EVENT-DATE.
           MOVE WS-EVT-TIME TO NTO-EVENT-TIME.
           MOVE WS-EVT-PROGRAM TO NTO-PROGRAM.
           MOVE WS-EVT-KEY TO NTO-RECORD-KEY.
           MOVE WS-EVT-TEXT TO NTO-TEXT.
           WRITE NOTIFY-OUT-REC.
           IF WS-NTO-SUCCESS
              ADD 1 TO WS-MESSAGES-WRITTEN
           ELSE
              DISPLAY 'NTFOUT WRITE FAILED FOR ' WS-EVT-ID
                      ' STATUS ' WS-NTO-STATUS
              MOVE 'Y' TO WS-SEND-FAILED-SW
           END-IF.
      *
       LOG-SENT-EVENT.
           MOVE SPACES TO SENT-LOG-REC.
           MOVE WS-EVT-ID TO NTS-EVENT-ID.
           MOVE WS-EVT-TYPE TO NTS-EVENT-TYPE.
           MOVE WS-EVT-SEVERITY TO NTS-SEVERITY.
           MOVE WS-EVT-CONDITION TO NTS-CONDITION.
           MOVE WS-EL-LIST TO NTS-LIST.
           MOVE WS-ESCALATION TO NTS-ESCALATION.
           MOVE WS-OCCURRENCES TO NTS-OCCURRENCES.
           MOVE WS-RUN-DATE TO NTS-SENT-DATE.
           MOVE WS-RUN-TIME TO NTS-SENT-TIME.
           WRITE SENT-LOG-REC.
           IF WS-NTS-SUCCESS
              PERFORM COUNT-CONDITION-SEND
           ELSE
              DISPLAY 'NTFSENT WRITE FAILED FOR ' WS-EVT-ID
                      ' STATUS ' WS-NTS-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
       WRITE-NOTIFY-CONTROL.
           OPEN OUTPUT NOTIFY-CONTROL.
           IF NOT WS-NCT-SUCCESS
              DISPLAY 'NTFCTL OPEN FAILED, STATUS ' WS-NCT-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO NOTIFY-CONTROL-REC
              MOVE WS-NEW-EXC-SEQUENCE TO NCT-LAST-EXC-SEQUENCE
              MOVE WS-NEW-WST-STAMP TO NCT-LAST-WST-STAMP
              MOVE WS-RUN-DATE TO NCT-RUN-DATE
              MOVE WS-RUN-TIME TO NCT-RUN-TIME
              WRITE NOTIFY-CONTROL-REC
              IF NOT WS-NCT-SUCCESS
                 DISPLAY 'NTFCTL WRITE FAILED, STATUS '
                         WS-NCT-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE NOTIFY-CONTROL
           END-IF.
      *
       PRINT-SUMMARY.
           MOVE WS-EXC-ROWS-READ TO WS-SUM-EXC-READ.
           MOVE WS-WST-ROWS-READ TO WS-SUM-WST-READ.
           MOVE WS-EVENTS-COLLECTED TO WS-SUM-COLLECTED.
           MOVE WS-EVENTS-ALREADY TO WS-SUM-ALREADY.
           MOVE WS-MESSAGES-WRITTEN TO WS-SUM-MESSAGES.
           MOVE WS-UNROUTED-COUNT TO WS-SUM-UNROUTED.
           MOVE WS-REPEAT-COUNT TO WS-SUM-REPEAT.
           MOVE WS-EVENTS-FAILED TO WS-SUM-FAILED.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE6.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE7.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE8.
           DISPLAY WS-SUMMARY-LINE3.
           DISPLAY WS-SUMMARY-LINE5.
           DISPLAY WS-SUMMARY-LINE8.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE SENT-LOG.
           CLOSE NOTIFY-OUTBOX.
           STOP RUN.
