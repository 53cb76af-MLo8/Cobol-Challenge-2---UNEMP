      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID.      UNEMPEMB.
      ****************************************************************
      *  Release embargo check and access logging for the inquiry
      *  path.  The APPRVLS gate keeps unreviewed weeks out of the
      *  feeds, but UNEMPMN (through UNEMPSB and RTONEREC, RTRANGE,
      *  RTLATEST, RTALLREC and RTREGION) would show any week to
      *  anyone before the Thursday release.  UNEMPMN now calls this
      *  routine for every inquiry and for every week it is about
      *  to show:
      *
      *     EMB-FUNCTION 'I'  log the inquiry itself -- requester,
      *                       inquiry type, key or range, region --
      *                       on ACCSLOG with the date and time
      *     EMB-FUNCTION 'C'  check the week in EMB-RECORD-KEY and
      *                       hand back EMB-ACCESS-RESULT:
      *                          'R' released (latest APPRVLS row
      *                              for the week is an approval)
      *                          'P' not released, requester is on
      *                              the EMBACCS embargo access list:
      *                              shown, logged as pre-release
      *                          'W' not released, requester not on
      *                              the list: withheld, logged
      *
      *  A pre-release view that cannot be logged is withheld: an
      *  unrecorded look before release is exactly the breach the
      *  log is there to catch.  APPRVLS and EMBACCS are loaded on
      *  the first call and held for the rest of the run.  UNEMPEMR
      *  prints the weekly who-looked-at-what listing from ACCSLOG.
      *
      *  EMBACCS (80 bytes, one card per person allowed to see
      *  weeks before release):
      *     COLS 1-8    REQUESTER ID
      *     COLS 9-16   EFFECTIVE DATE YYYYMMDD (spaces = at once)
      *     COLS 17-24  EXPIRY DATE YYYYMMDD (spaces = none)
      *     COLS 25-80  GRANTED BY / REMARKS
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO APPRVLS
                  FILE STATUS IS WS-APR-STATUS.
           SELECT OPTIONAL EMBARGO-ACCESS-LIST ASSIGN TO EMBACCS
                  FILE STATUS IS WS-EMA-STATUS.
           SELECT OPTIONAL ACCESS-LOG ASSIGN TO ACCSLOG
                  FILE STATUS IS WS-ACL-STATUS.
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
       FD  APPROVAL-FILE RECORDING MODE F.
       01  APPROVAL-REC.
           05  APR-WEEK-ENDING                        PIC X(08).
           05  APR-STATUS                             PIC X(01).
               88  APR-APPROVED                       VALUE 'A'.
               88  APR-REVOKED                        VALUE 'R'.
           05  APR-OPERATOR-ID                        PIC X(08).
           05  APR-DATE-SIGNED                        PIC X(08).
           05  APR-TIME-SIGNED                        PIC X(06).
           05  FILLER                                 PIC X(49).
      *
       FD  EMBARGO-ACCESS-LIST RECORDING MODE F.
       01  EMBACCS-REC.
           05  EMA-REQUESTER-ID                       PIC X(08).
           05  EMA-EFFECTIVE-DATE                     PIC X(08).
           05  EMA-EXPIRY-DATE                        PIC X(08).
           05  EMA-REMARKS                            PIC X(56).
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
           05  FILLER                                 PIC X(48).
      *
       WORKING-STORAGE SECTION.
       01  WS-APR-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-APR-SUCCESS                        VALUES '00' '05'.
           88 WS-APR-EOF                            VALUE '10'.
       01  WS-EMA-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-EMA-SUCCESS                        VALUES '00' '05'.
           88 WS-EMA-EOF                            VALUE '10'.
       01  WS-ACL-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-ACL-SUCCESS                        VALUES '00' '05'.
           88 WS-ACL-IO-OK                          VALUE '00'.
       01  WS-LOADED-SW                 PIC X(01)   VALUE 'N'.
           88 WS-TABLES-LOADED                      VALUE 'Y'.
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
       01  WS-LOG-OK-SW                 PIC X(01)   VALUE 'N'.
           88 WS-LOG-OK                             VALUE 'Y'.
       01  WS-LOG-ENTRY-TYPE            PIC X(01)   VALUE SPACE.
      *
      * Latest APPRVLS row per week wins, as in the feed gates.
       01  WS-APR-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-APR-SUB                   PIC 9(03)   VALUE 0.
       01  WS-APR-FOUND-SW              PIC X(01)   VALUE 'N'.
           88 WS-APR-FOUND                          VALUE 'Y'.
       01  WS-APPROVAL-TABLE.
           05  WS-APR-ENTRY OCCURS 600 TIMES.
               10  WS-APR-WEEK              PIC X(08).
               10  WS-APR-STATE             PIC X(01).
       01  WS-WEEK-RELEASED-SW          PIC X(01)   VALUE 'N'.
           88 WS-WEEK-RELEASED                      VALUE 'Y'.
      *
       01  WS-EMA-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-EMA-SUB                   PIC 9(03)   VALUE 0.
       01  WS-EMBARGO-LIST-TABLE.
           05  WS-EMA-ENTRY OCCURS 100 TIMES.
               10  WS-EMA-REQUESTER         PIC X(08).
               10  WS-EMA-EFFECTIVE         PIC X(08).
               10  WS-EMA-EXPIRY            PIC X(08).
       01  WS-ON-LIST-SW                PIC X(01)   VALUE 'N'.
           88 WS-ON-EMBARGO-LIST                    VALUE 'Y'.
      *
       LINKAGE SECTION.
       01  EMB-CALLER-DATA.
           05  EMB-FUNCTION                         PIC X(01).
               88  EMB-LOG-INQUIRY                  VALUE 'I'.
               88  EMB-CHECK-WEEK                   VALUE 'C'.
           05  EMB-REQUESTER-ID                     PIC X(08).
           05  EMB-INQUIRY-TYPE                     PIC X(01).
           05  EMB-RECORD-KEY                       PIC X(08).
           05  EMB-RANGE-START                      PIC X(08).
           05  EMB-RANGE-END                        PIC X(08).
           05  EMB-REGION-CODE                      PIC X(03).
           05  EMB-ACCESS-RESULT                    PIC X(01).
               88  EMB-WEEK-RELEASED                VALUE 'R'.
               88  EMB-PRE-RELEASE-ACCESS           VALUE 'P'.
               88  EMB-WEEK-WITHHELD                VALUE 'W'.
      *
      *--------------------------------------------
       PROCEDURE DIVISION USING EMB-CALLER-DATA.
      *--------------------------------------------
           IF NOT WS-TABLES-LOADED
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
              PERFORM LOAD-APPROVAL-TABLE
              PERFORM LOAD-EMBARGO-LIST
              MOVE 'Y' TO WS-LOADED-SW
           END-IF.
           IF EMB-LOG-INQUIRY
              MOVE SPACE TO EMB-ACCESS-RESULT
              MOVE 'I' TO WS-LOG-ENTRY-TYPE
              PERFORM WRITE-ACCESS-LOG
           ELSE
              PERFORM CHECK-WEEK-RELEASE
           END-IF.
           EXIT PROGRAM.
      *
       LOAD-APPROVAL-TABLE.
           OPEN INPUT APPROVAL-FILE.
           IF NOT WS-APR-SUCCESS
              DISPLAY 'NO APPRVLS FILE, EVERY WEEK IS EMBARGOED'
           ELSE
              PERFORM UNTIL WS-APR-EOF
                 READ APPROVAL-FILE
                    AT END MOVE '10' TO WS-APR-STATUS
                    NOT AT END
                       PERFORM TAKE-APPROVAL-ROW
                 END-READ
              END-PERFORM
              CLOSE APPROVAL-FILE
           END-IF.
      *
       TAKE-APPROVAL-ROW.
           MOVE 'N' TO WS-APR-FOUND-SW.
           PERFORM VARYING WS-APR-SUB FROM 1 BY 1
                   UNTIL WS-APR-SUB > WS-APR-COUNT
                      OR WS-APR-FOUND
              IF WS-APR-WEEK (WS-APR-SUB) = APR-WEEK-ENDING
                 MOVE APR-STATUS TO WS-APR-STATE (WS-APR-SUB)
                 MOVE 'Y' TO WS-APR-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT WS-APR-FOUND
              IF WS-APR-COUNT < 600
                 ADD 1 TO WS-APR-COUNT
                 MOVE APR-WEEK-ENDING TO WS-APR-WEEK (WS-APR-COUNT)
                 MOVE APR-STATUS TO WS-APR-STATE (WS-APR-COUNT)
              ELSE
                 DISPLAY 'MORE THAN 600 APPROVAL WEEKS, EXTRAS '
                         'STAY EMBARGOED'
              END-IF
           END-IF.
      *
      * Entries outside their effective/expiry window are dropped at
      * load time, so the list holds only people cleared today.
       LOAD-EMBARGO-LIST.
           OPEN INPUT EMBARGO-ACCESS-LIST.
           IF NOT WS-EMA-SUCCESS
              DISPLAY 'NO EMBACCS FILE, NOBODY SEES UNRELEASED WEEKS'
           ELSE
              PERFORM UNTIL WS-EMA-EOF
                 READ EMBARGO-ACCESS-LIST
                    AT END MOVE '10' TO WS-EMA-STATUS
                    NOT AT END
                       IF EMA-REQUESTER-ID NOT = SPACES
                          AND (EMA-EFFECTIVE-DATE = SPACES
                               OR EMA-EFFECTIVE-DATE NOT > WS-TODAY)
                          AND (EMA-EXPIRY-DATE = SPACES
                               OR EMA-EXPIRY-DATE NOT < WS-TODAY)
                          IF WS-EMA-COUNT < 100
                             ADD 1 TO WS-EMA-COUNT
                             MOVE EMA-REQUESTER-ID
                                TO WS-EMA-REQUESTER (WS-EMA-COUNT)
                             MOVE EMA-EFFECTIVE-DATE
                                TO WS-EMA-EFFECTIVE (WS-EMA-COUNT)
                             MOVE EMA-EXPIRY-DATE
                                TO WS-EMA-EXPIRY (WS-EMA-COUNT)
                          ELSE
                             DISPLAY 'MORE THAN 100 EMBACCS ENTRIES, '
                                     EMA-REQUESTER-ID ' IGNORED'
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMBARGO-ACCESS-LIST
           END-IF.
      *
       CHECK-WEEK-RELEASE.
           MOVE 'N' TO WS-WEEK-RELEASED-SW.
           PERFORM VARYING WS-APR-SUB FROM 1 BY 1
                   UNTIL WS-APR-SUB > WS-APR-COUNT
              IF WS-APR-WEEK (WS-APR-SUB) = EMB-RECORD-KEY
                 AND WS-APR-STATE (WS-APR-SUB) = 'A'
                 MOVE 'Y' TO WS-WEEK-RELEASED-SW
              END-IF
           END-PERFORM.
           IF WS-WEEK-RELEASED
              MOVE 'R' TO EMB-ACCESS-RESULT
           ELSE
              MOVE 'N' TO WS-ON-LIST-SW
              IF EMB-REQUESTER-ID NOT = SPACES
                 PERFORM VARYING WS-EMA-SUB FROM 1 BY 1
                         UNTIL WS-EMA-SUB > WS-EMA-COUNT
                            OR WS-ON-EMBARGO-LIST
                    IF WS-EMA-REQUESTER (WS-EMA-SUB) = EMB-REQUESTER-ID
                       MOVE 'Y' TO WS-ON-LIST-SW
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-ON-EMBARGO-LIST
                 MOVE 'P' TO EMB-ACCESS-RESULT
              ELSE
                 MOVE 'W' TO EMB-ACCESS-RESULT
              END-IF
              MOVE 'E' TO WS-LOG-ENTRY-TYPE
              PERFORM WRITE-ACCESS-LOG
              IF EMB-PRE-RELEASE-ACCESS AND NOT WS-LOG-OK
                 DISPLAY 'PRE-RELEASE ACCESS TO ' EMB-RECORD-KEY
                         ' NOT LOGGED, WEEK WITHHELD'
                 MOVE 'W' TO EMB-ACCESS-RESULT
              END-IF
           END-IF.
      *
      * ACCSLOG is appended, never recreated: it is the record of
      * who saw what and when.
       WRITE-ACCESS-LOG.
           MOVE 'N' TO WS-LOG-OK-SW.
           OPEN EXTEND ACCESS-LOG.
           IF NOT WS-ACL-SUCCESS
              DISPLAY 'ACCSLOG OPEN FAILED, STATUS ' WS-ACL-STATUS
           ELSE
              MOVE SPACES TO ACCSLOG-REC
              MOVE WS-LOG-ENTRY-TYPE TO ACL-ENTRY-TYPE
              MOVE FUNCTION CURRENT-DATE (1:8) TO ACL-DATE
              MOVE FUNCTION CURRENT-DATE (9:6) TO ACL-TIME
              MOVE EMB-REQUESTER-ID TO ACL-REQUESTER-ID
              MOVE EMB-INQUIRY-TYPE TO ACL-INQUIRY-TYPE
              MOVE EMB-RECORD-KEY TO ACL-RECORD-KEY
              MOVE EMB-RANGE-START TO ACL-RANGE-START
              MOVE EMB-RANGE-END TO ACL-RANGE-END
              MOVE EMB-REGION-CODE TO ACL-REGION-CODE
              MOVE EMB-ACCESS-RESULT TO ACL-ACCESS-RESULT
              WRITE ACCSLOG-REC
              IF WS-ACL-IO-OK
                 MOVE 'Y' TO WS-LOG-OK-SW
              ELSE
                 DISPLAY 'ACCSLOG WRITE FAILED, STATUS '
                         WS-ACL-STATUS
              END-IF
              CLOSE ACCESS-LOG
           END-IF.
