      *  Report is in CSV format with headers and is displayed through
      *  PRTLINE as well as printed to a dataset (UNEMPOUT)
      *  Some basic error handling is included.
      *
      *  Every retrieval is logged on ACCSLOG through UNEMPEMB under
      *  the requester id on the first input card, and a week with
      *  no current APPRVLS approval is withheld from the output
      *  unless that requester is on the EMBACCS embargo access
      *  list, in which case the pre-release look is logged as such.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT USER-INPUT ASSIGN TO USRINP.
           SELECT PGM-OUTPUT ASSIGN TO PGMOUT.
           SELECT OPTIONAL PENDING-CORRECTIONS ASSIGN TO CORRPND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PND-SEQUENCE
                  FILE STATUS IS WS-PND-STATUS.
           SELECT OPTIONAL AUTHORIZATION-FILE ASSIGN TO CORAUTH
                  FILE STATUS IS WS-AUTH-STATUS.
      *-------------
           05  USER-RANGE-START-DATE   PIC X(08)   VALUE SPACES.
           05  USER-RANGE-END-DATE     PIC X(08)   VALUE SPACES.
           05  USER-REGION-CODE         PIC X(03)   VALUE SPACES.
           05  USER-REQUESTER-ID        PIC X(08)   VALUE SPACES.
           05  FILLER                   PIC X(44).
      *
       FD  PGM-OUTPUT RECORDING MODE F.
       01  OUTPUT-ROW                   PIC X(620).
      *
       FD  PENDING-CORRECTIONS.
       01  PENDING-REC.
           05  PND-SEQUENCE                           PIC 9(09).
           05  PND-STATUS                             PIC X(01).
               88  PND-PENDING                        VALUE 'P'.
               88  PND-APPROVED                       VALUE 'A'.
               88  PND-REJECTED                       VALUE 'R'.
           05  PND-TXN.
               10  PND-RECORD-KEY                     PIC X(08).
               10  PND-ACTION                         PIC X(01).
               10  PND-CATEGORY                       PIC X(04).
               10  PND-NEW-VALUES                     PIC X(150).
               10  PND-REASON                         PIC X(50).
               10  PND-OPERATOR-ID                    PIC X(08).
           05  PND-DATE-ENTERED                       PIC X(08).
           05  PND-TIME-ENTERED                       PIC X(06).
           05  PND-DECIDED-BY                         PIC X(08).
           05  PND-DATE-DECIDED                       PIC X(08).
           05  FILLER                                 PIC X(20).
      *
       FD  AUTHORIZATION-FILE RECORDING MODE F.
       01  AUTH-REC.
           05  AUTH-PERMISSION                        PIC X(01).
           05  AUTH-CATEGORY-LIST.
               10  AUTH-CATEGORY  PIC X(04) OCCURS 6 TIMES.
      * Spaces in either date mean no limit.  An entry is honoured
      * from its effective date through its expiry date, and only
      * while it is not suspended; UNEMPAUM maintains the file.
           05  AUTH-EFFECTIVE-DATE                    PIC X(08).
           05  AUTH-EXPIRY-DATE                       PIC X(08).
           05  AUTH-ENTRY-STATUS                      PIC X(01).
               88  AUTH-SUSPENDED                     VALUE 'S'.
           05  FILLER                                 PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01  WS-SUBROUTINE                PIC X(8)    VALUE 'UNEMPSB'.
           88 WS-LOOKUP-FOUND                       VALUE 'F'.
           88 WS-LOOKUP-NOT-FOUND                   VALUE 'N'.
           88 WS-LOOKUP-BAD-FORMAT                  VALUE 'B'.
           88 WS-LOOKUP-EMBARGOED                   VALUE 'E'.
       01  WS-LOOKUP-ERROR-LINE         PIC X(620)  VALUE SPACES.
       01  WS-RECID-MM                  PIC 9(02).
       01  WS-RECID-DD                  PIC 9(02).
       01  WS-RECID-VALID-SW            PIC X(01)   VALUE 'Y'.
           88 WS-RECID-VALID                         VALUE 'Y'.
       01  WS-CLAIMSDB-RECORD                           PIC X(620).
      *
      * Release embargo: the requester is taken from the first input
      * card and every week about to be shown is checked through
      * UNEMPEMB; withheld rows are closed up out of the table.
       01  WS-EMB-SUBROUTINE            PIC X(08)   VALUE 'UNEMPEMB'.
       01  WS-EMB-DATA.
           05  WS-EMB-FUNCTION          PIC X(01)   VALUE SPACE.
           05  WS-EMB-REQUESTER-ID      PIC X(08)   VALUE SPACES.
           05  WS-EMB-INQUIRY-TYPE      PIC X(01)   VALUE SPACE.
           05  WS-EMB-RECORD-KEY        PIC X(08)   VALUE SPACES.
           05  WS-EMB-RANGE-START       PIC X(08)   VALUE SPACES.
           05  WS-EMB-RANGE-END         PIC X(08)   VALUE SPACES.
           05  WS-EMB-REGION-CODE       PIC X(03)   VALUE SPACES.
           05  WS-EMB-ACCESS-RESULT     PIC X(01)   VALUE SPACE.
               88 WS-EMB-WEEK-WITHHELD              VALUE 'W'.
       01  WS-EMB-ROW-COUNT             PIC 9(04)   VALUE 0.
       01  WS-EMB-ROW-SUB               PIC 9(04)   VALUE 0.
       01  WS-EMB-KEPT                  PIC 9(04)   VALUE 0.
       01  WS-EMB-WITHHELD-COUNT        PIC 9(06)   VALUE 0.
      *
       01  WS-XMT-SUBROUTINE            PIC X(08)   VALUE 'UNEMPXMT'.
       01  WS-XMT-FUNCTION              PIC X(01)   VALUE SPACE.
           88 WS-OPER-FOUND                         VALUE 'Y'.
       01  WS-CAT-ALLOWED-SW            PIC X(01)   VALUE 'N'.
           88 WS-CAT-ALLOWED                        VALUE 'Y'.
       01  WS-AUTH-TODAY                PIC X(08)   VALUE SPACES.
       01  WS-AUTH-IN-FORCE-SW          PIC X(01)   VALUE 'N'.
           88 WS-AUTH-IN-FORCE-NOW                  VALUE 'Y'.
       01  WS-OPERATOR-TABLE.
           05  WS-AUTH-ENTRY OCCURS 100 TIMES.
               10  WS-AUTH-OPER-ID              PIC X(08).
               10  WS-AUTH-PERM                 PIC X(01).
               10  WS-AUTH-IN-FORCE             PIC X(01).
               10  WS-AUTH-CATS.
                   15  WS-AUTH-CAT  PIC X(04) OCCURS 6 TIMES.
      *
           05  FILLER                   PIC X(07) VALUE ' AFTER='.
           05  WS-CC-NEW                PIC ZZZZZ9.
       01  WS-CE-TXN-BODY               PIC X(150)  VALUE SPACES.
       01  WS-PND-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-PND-OPEN-OK                        VALUES '00' '05'.
           88 WS-PND-IO-OK                          VALUE '00'.
           88 WS-PND-EOF                            VALUE '10'.
       01  WS-PND-HIGH-SEQUENCE         PIC 9(09)   VALUE 0.
       01  WS-CE-BODY-POS               PIC 9(03)   VALUE 0.
      *
       01  WS-CE-AGE-LABEL-VALUES.
                    USER-ALL-RECORDS-ID.
           DISPLAY 'USER INPUT SINGLE RECORD ID: '
                    USER-RECORD-ID.
           MOVE USER-REQUESTER-ID TO WS-EMB-REQUESTER-ID.
           DISPLAY 'USER INPUT REQUESTER ID: ' WS-EMB-REQUESTER-ID.
           PERFORM ERROR-HANDLING1.
           CALL WS-SUBROUTINE USING USER-RECORD-ID,
                                    USER-ALL-RECORDS-ID,
                                    WS-LOOKUP-STATUS,
                                    USER-REGION-CODE.
           DISPLAY 'BACK IN MAIN MODULE'.
           PERFORM APPLY-RELEASE-EMBARGO.
           IF WS-TRUNCATED-FLAG = 'Y'
              DISPLAY 'WARNING: CLAIMS DATABASE HAS MORE ROWS THAN '
                 'THE TABLE CAN HOLD, OUTPUT HAS BEEN TRUNCATED'
           END-IF.
      *
       CLOSE-STOP.
           IF WS-EMB-WITHHELD-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PRINT-LINE.
           CLOSE PGM-OUTPUT.
           CLOSE USER-INPUT.
                                             USER-RANGE-END-DATE,
                                             WS-LOOKUP-STATUS,
                                             USER-REGION-CODE
                       PERFORM APPLY-RELEASE-EMBARGO
                       IF WS-LOOKUP-FOUND
                          PERFORM ADD-BATCH-LOOKUP-ROW
                       END-IF
                                       USER-RANGE-END-DATE,
                                       WS-LOOKUP-STATUS,
                                       USER-REGION-CODE
              PERFORM APPLY-RELEASE-EMBARGO
              IF WS-CLAIMSDB-TABLE-MAXROWS < 1
                 DISPLAY 'NO CLMRGDB RECORD FOR REGION '
                         USER-REGION-CODE ' WEEK ' USER-RECORD-ID
                                       USER-RANGE-END-DATE,
                                       WS-LOOKUP-STATUS,
                                       USER-REGION-CODE
              PERFORM APPLY-RELEASE-EMBARGO
              IF NOT WS-LOOKUP-FOUND
                 DISPLAY 'SECOND WEEK ' WS-CMP-WEEK-B
                         ' NOT FOUND, COMPARISON SKIPPED'
      * operator is walked field by field through one category's new
      * values, the entries are edited (numeric, crossfoot against
      * the entered INA), a before/after confirmation is shown, and
      * an accepted correction is queued on CORRPND in exactly the
      * layout UNEMPCOR expects -- no more hand-building the
      * 150-byte values string a column at a time.  A second
      * operator releases it to CORRTXN through UNEMPCAP; nothing
      * keyed here reaches the database on one person's say-so.
       CORRECTION-ENTRY-MODE.
           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-AUTH-TABLE-COUNT = 0
                      'CORRECTION ENTRY REFUSED'
              GO TO CORRECTION-ENTRY-EXIT
           END-IF.
           IF WS-AUTH-IN-FORCE (WS-AUTH-HIT) NOT = 'Y'
              DISPLAY 'OPERATOR ' WS-CE-OPERATOR ' EXPIRED OR '
                      'SUSPENDED ON CORAUTH, CORRECTION ENTRY REFUSED'
              GO TO CORRECTION-ENTRY-EXIT
           END-IF.
           PERFORM SPLIT-CSV-ROW-TO-FIELDS.
           DISPLAY 'ENTER CATEGORY TO CORRECT (AGE/ETH/IND/RAC/GEN)'.
           ACCEPT WS-CE-CATEGORY.
           EXIT.
      *
       LOAD-OPERATOR-TABLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AUTH-TODAY.
           MOVE 0 TO WS-AUTH-TABLE-COUNT.
           OPEN INPUT AUTHORIZATION-FILE.
           IF NOT WS-AUTH-SUCCESS
                               WS-AUTH-PERM (WS-AUTH-TABLE-COUNT)
                          MOVE AUTH-CATEGORY-LIST TO
                               WS-AUTH-CATS (WS-AUTH-TABLE-COUNT)
                          PERFORM CHECK-AUTH-IN-FORCE
                          MOVE WS-AUTH-IN-FORCE-SW TO
                               WS-AUTH-IN-FORCE (WS-AUTH-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUTHORIZATION-FILE
           END-IF.
      *
      * An entry not yet effective, past its expiry date or
      * suspended stays on the table so a refusal can say why, but
      * it grants nothing.
       CHECK-AUTH-IN-FORCE.
           MOVE 'Y' TO WS-AUTH-IN-FORCE-SW.
           IF AUTH-SUSPENDED
              OR (AUTH-EFFECTIVE-DATE NOT = SPACES
                  AND AUTH-EFFECTIVE-DATE > WS-AUTH-TODAY)
              OR (AUTH-EXPIRY-DATE NOT = SPACES
                  AND AUTH-EXPIRY-DATE < WS-AUTH-TODAY)
              MOVE 'N' TO WS-AUTH-IN-FORCE-SW
           END-IF.
      *
       VALIDATE-ENTRY-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           MOVE WS-CE-NEW (WS-CE-SUB) TO WS-CC-NEW.
           DISPLAY WS-CE-CONFIRM-LINE.
      *
      * The queue is keyed by a running sequence number, the next
      * one after the highest already on CORRPND, so items entered
      * in earlier sessions and not yet decided are left alone.
       BUILD-AND-WRITE-TXN.
           OPEN I-O PENDING-CORRECTIONS.
           IF NOT WS-PND-OPEN-OK
              DISPLAY 'CORRPND OPEN FAILED, STATUS ' WS-PND-STATUS
              DISPLAY 'CORRECTION NOT QUEUED'
           ELSE
              PERFORM FIND-HIGH-PENDING-SEQUENCE
              MOVE SPACES TO WS-CE-TXN-BODY
              MOVE 1 TO WS-CE-BODY-POS
              PERFORM APPEND-ONE-TXN-VALUE
                      VARYING WS-CE-SUB FROM 1 BY 1
                      UNTIL WS-CE-SUB > WS-CE-FIELD-COUNT
              MOVE SPACES TO PENDING-REC
              COMPUTE PND-SEQUENCE = WS-PND-HIGH-SEQUENCE + 1
              MOVE 'P' TO PND-STATUS
              MOVE USER-RECORD-ID TO PND-RECORD-KEY
              MOVE 'C' TO PND-ACTION
              MOVE WS-CE-CATEGORY TO PND-CATEGORY
              MOVE WS-CE-TXN-BODY TO PND-NEW-VALUES
              MOVE WS-CE-REASON TO PND-REASON
              MOVE WS-CE-OPERATOR TO PND-OPERATOR-ID
              MOVE FUNCTION CURRENT-DATE (1:8) TO PND-DATE-ENTERED
              MOVE FUNCTION CURRENT-DATE (9:6) TO PND-TIME-ENTERED
              WRITE PENDING-REC
              IF WS-PND-IO-OK
                 DISPLAY 'CORRECTION QUEUED ON CORRPND AS ITEM '
                         PND-SEQUENCE ' FOR APPROVAL BY A SECOND '
                         'OPERATOR'
              ELSE
                 DISPLAY 'CORRPND WRITE FAILED, STATUS '
                         WS-PND-STATUS
                 DISPLAY 'CORRECTION NOT QUEUED'
              END-IF
              CLOSE PENDING-CORRECTIONS
           END-IF.
      *
       FIND-HIGH-PENDING-SEQUENCE.
           MOVE 0 TO WS-PND-HIGH-SEQUENCE.
           MOVE 0 TO PND-SEQUENCE.
           START PENDING-CORRECTIONS KEY IS GREATER THAN PND-SEQUENCE
              INVALID KEY
                 MOVE '10' TO WS-PND-STATUS
           END-START.
           PERFORM UNTIL WS-PND-EOF
              READ PENDING-CORRECTIONS NEXT RECORD
                 AT END MOVE '10' TO WS-PND-STATUS
                 NOT AT END
                    MOVE PND-SEQUENCE TO WS-PND-HIGH-SEQUENCE
              END-READ
           END-PERFORM.
           MOVE SPACES TO WS-PND-STATUS.
      *
       APPEND-ONE-TXN-VALUE.
           MOVE WS-CE-NEW (WS-CE-SUB)
           END-IF.
      *
       PRINT-LOOKUP-ERROR.
           EVALUATE TRUE
              WHEN WS-LOOKUP-NOT-FOUND
                 STRING 'RECORD NOT FOUND FOR KEY: ' USER-RECORD-ID
                    DELIMITED BY SIZE INTO WS-LOOKUP-ERROR-LINE
              WHEN WS-LOOKUP-EMBARGOED
                 STRING 'WEEK NOT YET RELEASED, WITHHELD: '
                    USER-RECORD-ID
                    DELIMITED BY SIZE INTO WS-LOOKUP-ERROR-LINE
              WHEN OTHER
                 STRING 'INVALID KEY FORMAT FOR KEY: ' USER-RECORD-ID
                    DELIMITED BY SIZE INTO WS-LOOKUP-ERROR-LINE
           END-EVALUATE.
           WRITE OUTPUT-ROW FROM WS-LOOKUP-ERROR-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM WRITE-PAGE-HEADERS
           END-IF.
           WRITE PRINT-REC FROM WS-LOOKUP-ERROR-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
      * Every retrieval is logged as an inquiry, then each week in
      * the result is checked: a table result has its withheld rows
      * closed up (the all-records count runs one past the last row,
      * as RTALLREC returns it), and a single week that is withheld
      * comes back as an embargoed lookup.
       APPLY-RELEASE-EMBARGO.
           MOVE 'I' TO WS-EMB-FUNCTION.
           MOVE USER-ALL-RECORDS-ID TO WS-EMB-INQUIRY-TYPE.
           MOVE USER-RECORD-ID TO WS-EMB-RECORD-KEY.
           MOVE USER-RANGE-START-DATE TO WS-EMB-RANGE-START.
           MOVE USER-RANGE-END-DATE TO WS-EMB-RANGE-END.
           MOVE USER-REGION-CODE TO WS-EMB-REGION-CODE.
           CALL WS-EMB-SUBROUTINE USING WS-EMB-DATA.
           MOVE 'C' TO WS-EMB-FUNCTION.
           IF ALL-RECORDS-REQUESTED OR RANGE-RECORDS-REQUESTED
              OR REGION-RECORDS-REQUESTED
              PERFORM FILTER-EMBARGOED-ROWS
           ELSE
              IF WS-LOOKUP-FOUND
                 MOVE WS-CLAIMSDB-RECORD (1:8) TO WS-EMB-RECORD-KEY
                 CALL WS-EMB-SUBROUTINE USING WS-EMB-DATA
                 IF WS-EMB-WEEK-WITHHELD
                    MOVE 'E' TO WS-LOOKUP-STATUS
                    MOVE SPACES TO WS-CLAIMSDB-RECORD
                    PERFORM NOTE-WITHHELD-WEEK
                 END-IF
              END-IF
           END-IF.
      *
       FILTER-EMBARGOED-ROWS.
           MOVE WS-CLAIMSDB-TABLE-MAXROWS TO WS-EMB-ROW-COUNT.
           IF ALL-RECORDS-REQUESTED AND WS-TRUNCATED-FLAG NOT = 'Y'
              AND WS-EMB-ROW-COUNT > 0
              SUBTRACT 1 FROM WS-EMB-ROW-COUNT
           END-IF.
           MOVE 0 TO WS-EMB-KEPT.
           PERFORM VARYING WS-EMB-ROW-SUB FROM 1 BY 1
                   UNTIL WS-EMB-ROW-SUB > WS-EMB-ROW-COUNT
              IF REGION-RECORDS-REQUESTED
                 MOVE WS-CLAIMSDB-ROW (WS-EMB-ROW-SUB) (5:8)
                    TO WS-EMB-RECORD-KEY
              ELSE
                 MOVE WS-CLAIMSDB-ROW (WS-EMB-ROW-SUB) (1:8)
                    TO WS-EMB-RECORD-KEY
              END-IF
              CALL WS-EMB-SUBROUTINE USING WS-EMB-DATA
              IF WS-EMB-WEEK-WITHHELD
                 PERFORM NOTE-WITHHELD-WEEK
              ELSE
                 ADD 1 TO WS-EMB-KEPT
                 IF WS-EMB-KEPT < WS-EMB-ROW-SUB
                    MOVE WS-CLAIMSDB-ROW (WS-EMB-ROW-SUB)
                       TO WS-CLAIMSDB-ROW (WS-EMB-KEPT)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-EMB-KEPT < WS-EMB-ROW-COUNT
              MOVE WS-EMB-KEPT TO WS-CLAIMSDB-TABLE-MAXROWS
              IF ALL-RECORDS-REQUESTED AND WS-TRUNCATED-FLAG NOT = 'Y'
                 ADD 1 TO WS-CLAIMSDB-TABLE-MAXROWS
              END-IF
           END-IF.
      *
       NOTE-WITHHELD-WEEK.
           ADD 1 TO WS-EMB-WITHHELD-COUNT.
           DISPLAY 'WEEK ' WS-EMB-RECORD-KEY ' NOT YET RELEASED, '
                   'WITHHELD FROM REQUESTER ' WS-EMB-REQUESTER-ID.
      *
       PRINT-TRUNCATION-WARNING.
           WRITE OUTPUT-ROW FROM WS-WARNING-LINE.
