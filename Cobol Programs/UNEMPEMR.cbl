      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPEMR.
      ****************************************************************
      *  Weekly pre-release access report.  UNEMPEMB logs every
      *  UNEMPMN inquiry on ACCSLOG, and every look at a week that
      *  had no APPRVLS approval at the time -- shown to someone on
      *  the EMBACCS embargo access list, or withheld from someone
      *  who was not.  This program lists, for the week just ended,
      *  who looked at what before release:
      *     - every pre-release entry in the window, with date,
      *       time, requester, inquiry type and the week touched
      *     - per requester, inquiries made, unreleased weeks seen
      *       and unreleased weeks withheld
      *  Withheld entries are attempts by people not cleared to see
      *  unreleased numbers; the run ends with return code 4 when
      *  there are any, so they are looked into.
      *
      *  EMRPARM keyword cards (see UNEMPKWP), all optional:
      *     START-DATE=YYYYMMDD   first log date reported (default
      *                           six days before END-DATE)
      *     END-DATE=YYYYMMDD     last log date reported (default
      *                           today)
      *     REQUESTER=xxxxxxxx    report one requester only
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL EMR-CONTROL-PARM ASSIGN TO EMRPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL ACCESS-LOG ASSIGN TO ACCSLOG
                  FILE STATUS IS WS-ACL-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  EMR-CONTROL-PARM RECORDING MODE F.
       01  EMRPARM-REC                              PIC X(80).
      *
       FD  ACCESS-LOG RECORDING MODE F.
       01  ACCSLOG-REC.
           05  ACL-DATE                               PIC X(08).
           05  ACL-TIME                               PIC X(06).
           05  ACL-REQUESTER-ID                       PIC X(08).
           05  ACL-ENTRY-TYPE                         PIC X(01).
               88  ACL-INQUIRY-ENTRY                  VALUE 'I'.
               88  ACL-EMBARGO-ENTRY                  VALUE 'E'.
           05  ACL-INQUIRY-TYPE                       PIC X(01).
           05  ACL-RECORD-KEY                         PIC X(08).
           05  ACL-RANGE-START                        PIC X(08).
           05  ACL-RANGE-END                          PIC X(08).
           05  ACL-REGION-CODE                        PIC X(03).
           05  ACL-ACCESS-RESULT                      PIC X(01).
               88  ACL-PRE-RELEASE-ACCESS             VALUE 'P'.
               88  ACL-WEEK-WITHHELD                  VALUE 'W'.
           05  FILLER                                 PIC X(48).
      *
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
       01  WS-ACL-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-ACL-SUCCESS                        VALUES '00' '05'.
           88 WS-ACL-EOF                            VALUE '10'.
      *
       01  WS-START-DATE                PIC X(08)   VALUE SPACES.
       01  WS-END-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-REQUESTER                 PIC X(08)   VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-KEY-INTEGER               PIC 9(07)   VALUE 0.
      *
       01  WS-LOG-READ                  PIC 9(07)   VALUE 0.
       01  WS-INQUIRY-COUNT             PIC 9(07)   VALUE 0.
       01  WS-VIEWED-COUNT              PIC 9(07)   VALUE 0.
       01  WS-WITHHELD-COUNT            PIC 9(07)   VALUE 0.
      *
       01  WS-REQ-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-REQ-SUB                   PIC 9(03)   VALUE 0.
       01  WS-REQ-HIT                   PIC 9(03)   VALUE 0.
       01  WS-REQ-OVERFLOW-SW           PIC X(01)   VALUE 'N'.
           88 WS-REQ-OVERFLOW                       VALUE 'Y'.
       01  WS-REQUESTER-TABLE.
           05  WS-REQ-ENTRY OCCURS 200 TIMES.
               10  WS-REQ-ID                PIC X(08).
               10  WS-REQ-INQUIRIES         PIC 9(07).
               10  WS-REQ-VIEWED            PIC 9(07).
               10  WS-REQ-WITHHELD          PIC 9(07).
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
           05  FILLER                   PIC X(11) VALUE 'PARAMETER: '.
           05  WS-EC-KEYWORD            PIC X(20).
           05  FILLER                   PIC X(03) VALUE ' = '.
           05  WS-EC-VALUE              PIC X(40).
      *
       01  WS-EMR-TITLE.
           05  FILLER                   PIC X(36) VALUE
               'PRE-RELEASE ACCESS TO EMBARGOED WEEK'.
           05  FILLER                   PIC X(07) VALUE 'S FROM '.
           05  WS-ET-START              PIC X(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  WS-ET-END                PIC X(08).
       01  WS-DETAIL-HEADER.
           05  FILLER                   PIC X(10) VALUE 'DATE'.
           05  FILLER                   PIC X(08) VALUE 'TIME'.
           05  FILLER                   PIC X(10) VALUE 'REQUESTER'.
           05  FILLER                   PIC X(13) VALUE 'INQUIRY'.
           05  FILLER                   PIC X(10) VALUE 'WEEK'.
           05  FILLER                   PIC X(07) VALUE 'REGION'.
           05  FILLER                   PIC X(24) VALUE 'RESULT'.
       01  WS-DETAIL-LINE.
           05  WS-DL-DATE               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-TIME               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-REQUESTER          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-INQUIRY            PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-WEEK               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-REGION             PIC X(03).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-DL-RESULT             PIC X(24).
       01  WS-NONE-LINE                 PIC X(40)   VALUE
           'NO PRE-RELEASE ACCESS IN THIS WINDOW'.
       01  WS-REQUESTER-HEADER.
           05  FILLER                   PIC X(10) VALUE 'REQUESTER'.
           05  FILLER                   PIC X(12) VALUE '   INQUIRIES'.
           05  FILLER                   PIC X(12) VALUE '  WEEKS SEEN'.
           05  FILLER                   PIC X(12) VALUE '    WITHHELD'.
       01  WS-REQUESTER-LINE.
           05  WS-RQ-ID                 PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RQ-INQUIRIES          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RQ-VIEWED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RQ-WITHHELD           PIC ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-RULE               PIC X(80)   VALUE ALL '-'.
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(30) VALUE
               'ACCESS LOG ENTRIES READ      :'.
           05  WS-SUM-READ              PIC Z,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(30) VALUE
               'INQUIRIES IN WINDOW          :'.
           05  WS-SUM-INQUIRIES         PIC Z,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(30) VALUE
               'UNRELEASED WEEKS SEEN        :'.
           05  WS-SUM-VIEWED            PIC Z,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(30) VALUE
               'UNRELEASED WEEKS WITHHELD    :'.
           05  WS-SUM-WITHHELD          PIC Z,ZZZ,ZZ9.
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
           PERFORM READ-CONTROL-PARM.
           PERFORM SET-DEFAULT-WINDOW.
           PERFORM PRINT-PARM-ECHO.
           OPEN INPUT ACCESS-LOG.
           IF NOT WS-ACL-SUCCESS
              DISPLAY "FILE OPENING ERROR"
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM LIST-PRE-RELEASE-ACCESS.
           CLOSE ACCESS-LOG.
           PERFORM PRINT-REQUESTER-TOTALS.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * EMRPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT EMR-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ EMR-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE EMRPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-EMRPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE EMR-CONTROL-PARM
           ELSE
              DISPLAY 'NO EMRPARM CONTROL FILE, REPORTING LAST 7 DAYS'
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'EMRPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-EMRPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'REQUESTER'
                 MOVE WS-KWP-VALUE (1:8) TO WS-REQUESTER
              WHEN OTHER
                 DISPLAY 'UNKNOWN EMRPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
      * The default window is the seven days ending on END-DATE.
       SET-DEFAULT-WINDOW.
           IF WS-END-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-END-DATE
           END-IF.
           IF WS-START-DATE = SPACES
              MOVE WS-END-DATE TO WS-KEY-NUM
              COMPUTE WS-KEY-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-KEY-NUM) - 6
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
           MOVE 'REQUESTER' TO WS-EC-KEYWORD.
           MOVE WS-REQUESTER TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
       LIST-PRE-RELEASE-ACCESS.
           MOVE WS-START-DATE TO WS-ET-START.
           MOVE WS-END-DATE TO WS-ET-END.
           WRITE PRINT-REC FROM WS-EMR-TITLE.
           WRITE PRINT-REC FROM WS-DETAIL-HEADER.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           PERFORM UNTIL WS-ACL-EOF
              READ ACCESS-LOG
                 AT END MOVE '10' TO WS-ACL-STATUS
                 NOT AT END
                    ADD 1 TO WS-LOG-READ
                    IF ACL-DATE NOT < WS-START-DATE
                       AND ACL-DATE NOT > WS-END-DATE
                       AND (WS-REQUESTER = SPACES
                            OR ACL-REQUESTER-ID = WS-REQUESTER)
                       PERFORM TAKE-LOG-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-VIEWED-COUNT = 0 AND WS-WITHHELD-COUNT = 0
              WRITE PRINT-REC FROM WS-NONE-LINE
           END-IF.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
      *
       TAKE-LOG-ENTRY.
           PERFORM FIND-REQUESTER.
           IF ACL-INQUIRY-ENTRY
              ADD 1 TO WS-INQUIRY-COUNT
              IF WS-REQ-HIT > 0
                 ADD 1 TO WS-REQ-INQUIRIES (WS-REQ-HIT)
              END-IF
           ELSE
              IF ACL-EMBARGO-ENTRY
                 PERFORM PRINT-DETAIL-LINE
              END-IF
           END-IF.
      *
       FIND-REQUESTER.
           MOVE 0 TO WS-REQ-HIT.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
                      OR WS-REQ-HIT > 0
              IF WS-REQ-ID (WS-REQ-SUB) = ACL-REQUESTER-ID
                 MOVE WS-REQ-SUB TO WS-REQ-HIT
              END-IF
           END-PERFORM.
           IF WS-REQ-HIT = 0
              IF WS-REQ-COUNT < 200
                 ADD 1 TO WS-REQ-COUNT
                 MOVE WS-REQ-COUNT TO WS-REQ-HIT
                 MOVE ACL-REQUESTER-ID TO WS-REQ-ID (WS-REQ-HIT)
                 MOVE 0 TO WS-REQ-INQUIRIES (WS-REQ-HIT)
                 MOVE 0 TO WS-REQ-VIEWED (WS-REQ-HIT)
                 MOVE 0 TO WS-REQ-WITHHELD (WS-REQ-HIT)
              ELSE
                 MOVE 'Y' TO WS-REQ-OVERFLOW-SW
              END-IF
           END-IF.
      *
       PRINT-DETAIL-LINE.
           MOVE ACL-DATE TO WS-DL-DATE.
           MOVE ACL-TIME TO WS-DL-TIME.
           MOVE ACL-REQUESTER-ID TO WS-DL-REQUESTER.
           IF ACL-REQUESTER-ID = SPACES
              MOVE '(NONE)' TO WS-DL-REQUESTER
           END-IF.
           EVALUATE ACL-INQUIRY-TYPE
              WHEN 'Y'
                 MOVE 'ALL RECORDS' TO WS-DL-INQUIRY
              WHEN 'N'
                 MOVE 'SINGLE' TO WS-DL-INQUIRY
              WHEN 'R'
                 MOVE 'RANGE' TO WS-DL-INQUIRY
              WHEN 'B'
                 MOVE 'BATCH' TO WS-DL-INQUIRY
              WHEN 'L'
                 MOVE 'LATEST' TO WS-DL-INQUIRY
              WHEN 'G'
                 MOVE 'REGION' TO WS-DL-INQUIRY
              WHEN 'C'
                 MOVE 'CORRECTION' TO WS-DL-INQUIRY
              WHEN 'W'
                 MOVE 'COMPARE' TO WS-DL-INQUIRY
              WHEN 'S'
                 MOVE 'REGION WEEK' TO WS-DL-INQUIRY
              WHEN OTHER
                 MOVE ACL-INQUIRY-TYPE TO WS-DL-INQUIRY
           END-EVALUATE.
           MOVE ACL-RECORD-KEY TO WS-DL-WEEK.
           MOVE ACL-REGION-CODE TO WS-DL-REGION.
           IF ACL-WEEK-WITHHELD
              MOVE 'WITHHELD, NOT CLEARED' TO WS-DL-RESULT
              ADD 1 TO WS-WITHHELD-COUNT
              IF WS-REQ-HIT > 0
                 ADD 1 TO WS-REQ-WITHHELD (WS-REQ-HIT)
              END-IF
           ELSE
              MOVE 'SEEN BEFORE RELEASE' TO WS-DL-RESULT
              ADD 1 TO WS-VIEWED-COUNT
              IF WS-REQ-HIT > 0
                 ADD 1 TO WS-REQ-VIEWED (WS-REQ-HIT)
              END-IF
           END-IF.
           WRITE PRINT-REC FROM WS-DETAIL-LINE.
      *
       PRINT-REQUESTER-TOTALS.
           WRITE PRINT-REC FROM WS-REQUESTER-HEADER.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
              MOVE WS-REQ-ID (WS-REQ-SUB) TO WS-RQ-ID
              IF WS-REQ-ID (WS-REQ-SUB) = SPACES
                 MOVE '(NONE)' TO WS-RQ-ID
              END-IF
              MOVE WS-REQ-INQUIRIES (WS-REQ-SUB) TO WS-RQ-INQUIRIES
              MOVE WS-REQ-VIEWED (WS-REQ-SUB) TO WS-RQ-VIEWED
              MOVE WS-REQ-WITHHELD (WS-REQ-SUB) TO WS-RQ-WITHHELD
              WRITE PRINT-REC FROM WS-REQUESTER-LINE
           END-PERFORM.
           IF WS-REQ-OVERFLOW
              MOVE 'MORE THAN 200 REQUESTERS, TOTALS INCOMPLETE'
                 TO PRINT-REC
              WRITE PRINT-REC
              DISPLAY 'MORE THAN 200 REQUESTERS, TOTALS INCOMPLETE'
           END-IF.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
      *
       PRINT-SUMMARY.
           MOVE WS-LOG-READ TO WS-SUM-READ.
           MOVE WS-INQUIRY-COUNT TO WS-SUM-INQUIRIES.
           MOVE WS-VIEWED-COUNT TO WS-SUM-VIEWED.
           MOVE WS-WITHHELD-COUNT TO WS-SUM-WITHHELD.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           DISPLAY WS-SUMMARY-LINE3.
           DISPLAY WS-SUMMARY-LINE4.
           IF WS-WITHHELD-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           STOP RUN.
