      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPCAP.
      ****************************************************************
      *  Correction approval run (maker-checker).  UNEMPMN's
      *  correction entry no longer writes CORRTXN directly: each
      *  correction keyed there is queued on CORRPND in status P,
      *  and nothing reaches CLMSDB until a second operator has
      *  looked at it here.
      *
      *     MODE=LIST     lists every pending item with the days it
      *                   has waited, then an aging section of the
      *                   items pending longer than AGING-DAYS
      *     MODE=APPROVE  releases item SEQUENCE to CORRTXN for the
      *                   next UNEMPCOR run, with OPERATOR stamped
      *                   on as the approver, and marks it A
      *     MODE=REJECT   marks item SEQUENCE R; nothing is applied
      *
      *  The approver must be on CORAUTH, may not be the operator
      *  who entered the item, and must hold the authority the
      *  change needs (correct-and-delete for a delete, the
      *  category on a category-restricted row).  Rejecting only
      *  needs an operator on CORAUTH, so the enterer can withdraw
      *  an item.  UNEMPCOR checks the approver again and writes
      *  both ids on the CORRAUD row.  Decided items stay on
      *  CORRPND with who decided and when.
      *
      *  CAPPARM keyword cards (see UNEMPKWP):
      *     MODE=LIST, APPROVE or REJECT   (default LIST)
      *     SEQUENCE=nnnnnnnnn     item to approve or reject
      *     OPERATOR=xxxxxxxx      approving or rejecting operator
      *     AGING-DAYS=nnn         days pending before an item is
      *                            reported as aged (default 5)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL CAP-CONTROL-PARM ASSIGN TO CAPPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT PENDING-CORRECTIONS ASSIGN TO CORRPND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PND-SEQUENCE
                  FILE STATUS IS WS-PND-STATUS.
           SELECT OPTIONAL CORRECTION-TXN-OUT ASSIGN TO CORRTXN
                  FILE STATUS IS WS-TXN-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO CORAUTH
                  FILE STATUS IS WS-AUTH-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  CAP-CONTROL-PARM RECORDING MODE F.
       01  CAPPARM-REC                              PIC X(80).
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
                   88  PND-DELETE                     VALUE 'D'.
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
       FD  CORRECTION-TXN-OUT RECORDING MODE F.
       01  CORRTXN-REC.
           05  CORRTXN-RECORD-KEY                     PIC X(08).
           05  CORRTXN-ACTION                         PIC X(01).
           05  CORRTXN-CATEGORY                       PIC X(04).
           05  CORRTXN-NEW-VALUES                     PIC X(150).
           05  CORRTXN-REASON                         PIC X(50).
           05  CORRTXN-OPERATOR-ID                    PIC X(08).
           05  CORRTXN-APPROVER-ID                    PIC X(08).
      *
       FD  AUTHORIZATION-FILE RECORDING MODE F.
       01  AUTH-REC.
           05  AUTH-OPERATOR-ID                       PIC X(08).
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
       01  WS-PND-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-PND-SUCCESS                        VALUE '00'.
           88 WS-PND-EOF                            VALUE '10'.
       01  WS-TXN-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-TXN-SUCCESS                        VALUES '00' '05'.
           88 WS-TXN-IO-OK                          VALUE '00'.
       01  WS-AUTH-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-AUTH-SUCCESS                       VALUE '00'.
           88 WS-AUTH-EOF                           VALUE '10'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
      *
       01  WS-MODE                      PIC X(08)   VALUE 'LIST'.
       01  WS-SEQUENCE                  PIC 9(09)   VALUE 0.
       01  WS-OPERATOR                  PIC X(08)   VALUE SPACES.
       01  WS-AGING-DAYS                PIC 9(03)   VALUE 5.
      *
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
       01  WS-TODAY-NUM                 PIC 9(08)   VALUE 0.
       01  WS-PND-NUM                   PIC 9(08)   VALUE 0.
       01  WS-TODAY-INTEGER             PIC S9(09)  VALUE 0.
       01  WS-PND-INTEGER               PIC S9(09)  VALUE 0.
       01  WS-AGE-DAYS                  PIC 9(05)   VALUE 0.
      *
       01  WS-AUTH-TABLE-COUNT          PIC 9(03)   VALUE 0.
       01  WS-AUTH-SUB                  PIC 9(03)   VALUE 0.
       01  WS-AUTH-HIT                  PIC 9(03)   VALUE 0.
       01  WS-AUTH-CAT-SUB              PIC 9(01)   VALUE 0.
       01  WS-OPER-FOUND-SW             PIC X(01)   VALUE 'N'.
           88 WS-OPER-FOUND                         VALUE 'Y'.
       01  WS-OPER-ALLOWED-SW           PIC X(01)   VALUE 'N'.
           88 WS-OPER-ALLOWED                       VALUE 'Y'.
       01  WS-REFUSAL                   PIC X(40)   VALUE SPACES.
       01  WS-RELEASED-SW               PIC X(01)   VALUE 'N'.
           88 WS-RELEASED                           VALUE 'Y'.
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
       01  WS-PENDING-COUNT             PIC 9(06)   VALUE 0.
       01  WS-AGED-COUNT                PIC 9(06)   VALUE 0.
       01  WS-APPROVED-COUNT            PIC 9(06)   VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(06)   VALUE 0.
      *
       01  WS-SECTION-LINE              PIC X(60)   VALUE SPACES.
       01  WS-AGING-TITLE.
           05  FILLER                   PIC X(31) VALUE
               'PENDING CORRECTIONS OLDER THAN '.
           05  WS-AT-DAYS               PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
       01  WS-DETAIL-LINE.
           05  WS-DL-SEQUENCE           PIC 9(09).
           05  FILLER                   PIC X(05) VALUE ' AGE='.
           05  WS-DL-AGE                PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DL-KEY                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DL-ACTION             PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DL-CATEGORY           PIC X(04).
           05  FILLER                   PIC X(07) VALUE ' ENTRY='.
           05  WS-DL-OPERATOR           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DL-DATE               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DL-REASON             PIC X(50).
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(25) VALUE
               'PENDING CORRECTIONS     :'.
           05  WS-SUM-PENDING           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(25) VALUE
               'PENDING PAST AGING DAYS :'.
           05  WS-SUM-AGED              PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(25) VALUE
               'APPROVED CORRECTIONS    :'.
           05  WS-SUM-APPROVED          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(25) VALUE
               'REJECTED CORRECTIONS    :'.
           05  WS-SUM-REJECTED          PIC ZZZ,ZZ9.
       01  WS-DECISION-LINE.
           05  FILLER                   PIC X(05) VALUE 'ITEM '.
           05  WS-DC-SEQUENCE           PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DC-TEXT               PIC X(40).
           05  FILLER                   PIC X(04) VALUE ' BY '.
           05  WS-DC-OPERATOR           PIC X(08).
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
           PERFORM READ-CONTROL-PARM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
           EVALUATE WS-MODE
              WHEN 'APPROVE'
              WHEN 'REJECT'
                 PERFORM LOAD-OPERATOR-TABLE
                 PERFORM DECIDE-ONE-ITEM
              WHEN OTHER
                 PERFORM LIST-PENDING-ITEMS
           END-EVALUATE.
           GO TO CLOSE-STOP.
      *
      * CAPPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run.
       READ-CONTROL-PARM.
           OPEN INPUT CAP-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ CAP-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE CAPPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-CAPPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE CAP-CONTROL-PARM
           ELSE
              DISPLAY 'NO CAPPARM CONTROL FILE, LISTING PENDING ITEMS'
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'CAPPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-MODE NOT = 'LIST' AND WS-MODE NOT = 'APPROVE'
              AND WS-MODE NOT = 'REJECT'
              DISPLAY 'MODE MUST BE LIST, APPROVE OR REJECT, NOT '
                      WS-MODE
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-MODE NOT = 'LIST'
              AND (WS-SEQUENCE = 0 OR WS-OPERATOR = SPACES)
              DISPLAY WS-MODE ' NEEDS BOTH SEQUENCE AND OPERATOR'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-CAPPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'MODE'
                 MOVE WS-KWP-VALUE (1:8) TO WS-MODE
              WHEN WS-KWP-KEYWORD = 'SEQUENCE'
                 IF WS-KWP-VALUE (1:9) NUMERIC
                    MOVE WS-KWP-VALUE (1:9) TO WS-SEQUENCE
                 ELSE
                    DISPLAY 'SEQUENCE VALUE NOT NUMERIC: '
                            WS-KWP-VALUE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 END-IF
              WHEN WS-KWP-KEYWORD = 'OPERATOR'
                 MOVE WS-KWP-VALUE (1:8) TO WS-OPERATOR
              WHEN WS-KWP-KEYWORD = 'AGING-DAYS'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-AGING-DAYS =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN CAPPARM KEYWORD: ' WS-KWP-KEYWORD
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
           IF WS-VAL-BAD OR WS-KWP-VALUE = SPACES
              DISPLAY WS-KWP-KEYWORD ' VALUE NOT NUMERIC: '
                      WS-KWP-VALUE
              MOVE 'Y' TO WS-VAL-BAD-SW
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
      *
      * Two passes over the queue: every item first, then only the
      * items that have waited past AGING-DAYS, so the aged ones
      * stand on their own for whoever chases the approvers.
       LIST-PENDING-ITEMS.
           OPEN INPUT PENDING-CORRECTIONS.
           IF NOT WS-PND-SUCCESS
              DISPLAY 'CORRPND OPEN FAILED, STATUS ' WS-PND-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE 'PENDING CORRECTIONS' TO WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           PERFORM START-PENDING-BROWSE.
           PERFORM UNTIL WS-PND-EOF
              READ PENDING-CORRECTIONS NEXT RECORD
                 AT END MOVE '10' TO WS-PND-STATUS
                 NOT AT END
                    PERFORM JUDGE-ONE-ITEM
              END-READ
           END-PERFORM.
           MOVE WS-AGING-DAYS TO WS-AT-DAYS.
           WRITE PRINT-REC FROM WS-AGING-TITLE.
           PERFORM START-PENDING-BROWSE.
           PERFORM UNTIL WS-PND-EOF
              READ PENDING-CORRECTIONS NEXT RECORD
                 AT END MOVE '10' TO WS-PND-STATUS
                 NOT AT END
                    IF PND-PENDING
                       PERFORM COMPUTE-AGE-DAYS
                       IF WS-AGE-DAYS > WS-AGING-DAYS
                          ADD 1 TO WS-AGED-COUNT
                          PERFORM PRINT-DETAIL-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PENDING-CORRECTIONS.
           PERFORM PRINT-SUMMARY.
           IF WS-AGED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       START-PENDING-BROWSE.
           MOVE SPACES TO WS-PND-STATUS.
           MOVE 0 TO PND-SEQUENCE.
           START PENDING-CORRECTIONS KEY IS GREATER THAN PND-SEQUENCE
              INVALID KEY
                 MOVE '10' TO WS-PND-STATUS
           END-START.
      *
       JUDGE-ONE-ITEM.
           EVALUATE TRUE
              WHEN PND-APPROVED
                 ADD 1 TO WS-APPROVED-COUNT
              WHEN PND-REJECTED
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-PENDING-COUNT
                 PERFORM COMPUTE-AGE-DAYS
                 PERFORM PRINT-DETAIL-LINE
           END-EVALUATE.
      *
       COMPUTE-AGE-DAYS.
           IF PND-DATE-ENTERED NUMERIC
              MOVE PND-DATE-ENTERED TO WS-PND-NUM
              COMPUTE WS-PND-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-PND-NUM)
              COMPUTE WS-AGE-DAYS =
                 WS-TODAY-INTEGER - WS-PND-INTEGER
           ELSE
              MOVE 0 TO WS-AGE-DAYS
           END-IF.
      *
       PRINT-DETAIL-LINE.
           MOVE PND-SEQUENCE TO WS-DL-SEQUENCE.
           MOVE WS-AGE-DAYS TO WS-DL-AGE.
           MOVE PND-RECORD-KEY TO WS-DL-KEY.
           MOVE PND-ACTION TO WS-DL-ACTION.
           MOVE PND-CATEGORY TO WS-DL-CATEGORY.
           MOVE PND-OPERATOR-ID TO WS-DL-OPERATOR.
           MOVE PND-DATE-ENTERED TO WS-DL-DATE.
           MOVE PND-REASON TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
      *
       PRINT-SUMMARY.
           MOVE WS-PENDING-COUNT TO WS-SUM-PENDING.
           MOVE WS-AGED-COUNT TO WS-SUM-AGED.
           MOVE WS-APPROVED-COUNT TO WS-SUM-APPROVED.
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           DISPLAY WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE2.
      *
       LOAD-OPERATOR-TABLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AUTH-TODAY.
           OPEN INPUT AUTHORIZATION-FILE.
           IF NOT WS-AUTH-SUCCESS
              DISPLAY 'CORAUTH OPEN FAILED, STATUS ' WS-AUTH-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM UNTIL WS-AUTH-EOF
              READ AUTHORIZATION-FILE
                 AT END MOVE '10' TO WS-AUTH-STATUS
                 NOT AT END
                    IF WS-AUTH-TABLE-COUNT < 100
                       ADD 1 TO WS-AUTH-TABLE-COUNT
                       MOVE AUTH-OPERATOR-ID TO
                            WS-AUTH-OPER-ID (WS-AUTH-TABLE-COUNT)
                       MOVE AUTH-PERMISSION TO
                            WS-AUTH-PERM (WS-AUTH-TABLE-COUNT)
                       MOVE AUTH-CATEGORY-LIST TO
                            WS-AUTH-CATS (WS-AUTH-TABLE-COUNT)
                       PERFORM CHECK-AUTH-IN-FORCE
                       MOVE WS-AUTH-IN-FORCE-SW TO
                            WS-AUTH-IN-FORCE (WS-AUTH-TABLE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUTHORIZATION-FILE.
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
      * An approved item is written to CORRTXN before it is marked
      * A on the queue: if the CORRTXN write fails the item stays
      * pending and can simply be approved again.
       DECIDE-ONE-ITEM.
           OPEN I-O PENDING-CORRECTIONS.
           IF NOT WS-PND-SUCCESS
              DISPLAY 'CORRPND OPEN FAILED, STATUS ' WS-PND-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE WS-SEQUENCE TO PND-SEQUENCE.
           MOVE WS-SEQUENCE TO WS-DC-SEQUENCE.
           MOVE WS-OPERATOR TO WS-DC-OPERATOR.
           READ PENDING-CORRECTIONS.
           IF NOT WS-PND-SUCCESS
              DISPLAY 'ITEM ' WS-SEQUENCE ' NOT ON CORRPND'
              MOVE 8 TO RETURN-CODE
              CLOSE PENDING-CORRECTIONS
              GO TO CLOSE-STOP
           END-IF.
           IF NOT PND-PENDING
              DISPLAY 'ITEM ' WS-SEQUENCE ' WAS ALREADY DECIDED BY '
                      PND-DECIDED-BY ' ON ' PND-DATE-DECIDED
              MOVE 8 TO RETURN-CODE
              CLOSE PENDING-CORRECTIONS
              GO TO CLOSE-STOP
           END-IF.
           PERFORM VALIDATE-DECIDING-OPERATOR.
           IF NOT WS-OPER-ALLOWED
              MOVE WS-REFUSAL TO WS-DC-TEXT
              WRITE PRINT-REC FROM WS-DECISION-LINE
              DISPLAY WS-DECISION-LINE
              MOVE 8 TO RETURN-CODE
              CLOSE PENDING-CORRECTIONS
              GO TO CLOSE-STOP
           END-IF.
           IF WS-MODE = 'APPROVE'
              PERFORM RELEASE-TO-CORRTXN
              IF WS-RELEASED
                 MOVE 'A' TO PND-STATUS
                 MOVE 'APPROVED, RELEASED TO CORRTXN' TO WS-DC-TEXT
              END-IF
           ELSE
              MOVE 'R' TO PND-STATUS
              MOVE 'REJECTED, NOT APPLIED' TO WS-DC-TEXT
           END-IF.
           IF NOT PND-PENDING
              MOVE WS-OPERATOR TO PND-DECIDED-BY
              MOVE WS-TODAY TO PND-DATE-DECIDED
              REWRITE PENDING-REC
              IF WS-PND-SUCCESS
                 WRITE PRINT-REC FROM WS-DECISION-LINE
                 DISPLAY WS-DECISION-LINE
              ELSE
                 DISPLAY 'CORRPND REWRITE FAILED, STATUS '
                         WS-PND-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE PENDING-CORRECTIONS.
      *
      * The checker must be on CORAUTH.  To approve, the checker
      * must also be someone other than the maker and hold the
      * authority the change itself needs.
       VALIDATE-DECIDING-OPERATOR.
           MOVE 'N' TO WS-OPER-ALLOWED-SW.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-TABLE-COUNT
                      OR WS-OPER-FOUND
              IF WS-AUTH-OPER-ID (WS-AUTH-SUB) = WS-OPERATOR
                 MOVE WS-AUTH-SUB TO WS-AUTH-HIT
                 MOVE 'Y' TO WS-OPER-FOUND-SW
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN NOT WS-OPER-FOUND
                 MOVE 'REFUSED, OPERATOR NOT ON CORAUTH'
                    TO WS-REFUSAL
              WHEN WS-AUTH-IN-FORCE (WS-AUTH-HIT) NOT = 'Y'
                 MOVE 'REFUSED, EXPIRED OR SUSPENDED ON CORAUTH'
                    TO WS-REFUSAL
              WHEN WS-MODE = 'REJECT'
                 MOVE 'Y' TO WS-OPER-ALLOWED-SW
              WHEN WS-OPERATOR = PND-OPERATOR-ID
                 MOVE 'REFUSED, APPROVER ENTERED THE ITEM'
                    TO WS-REFUSAL
              WHEN PND-DELETE AND WS-AUTH-PERM (WS-AUTH-HIT) NOT = 'D'
                 MOVE 'REFUSED, NOT AUTHORIZED FOR DELETE'
                    TO WS-REFUSAL
              WHEN OTHER
                 PERFORM CHECK-CATEGORY-AUTHORITY
           END-EVALUATE.
      *
      * A blank category list on the CORAUTH row means the operator
      * may approve any category; deletes carry no category.
       CHECK-CATEGORY-AUTHORITY.
           IF PND-DELETE OR WS-AUTH-CATS (WS-AUTH-HIT) = SPACES
              MOVE 'Y' TO WS-OPER-ALLOWED-SW
           ELSE
              PERFORM VARYING WS-AUTH-CAT-SUB FROM 1 BY 1
                      UNTIL WS-AUTH-CAT-SUB > 6
                 IF WS-AUTH-CAT (WS-AUTH-HIT WS-AUTH-CAT-SUB) =
                    PND-CATEGORY
                    MOVE 'Y' TO WS-OPER-ALLOWED-SW
                 END-IF
              END-PERFORM
              IF NOT WS-OPER-ALLOWED
                 MOVE 'REFUSED, NOT AUTHORIZED FOR CATEGORY'
                    TO WS-REFUSAL
              END-IF
           END-IF.
      *
      * EXTEND, never OUTPUT: items approved earlier and not yet
      * applied by UNEMPCOR must survive this run's addition.
       RELEASE-TO-CORRTXN.
           MOVE 'N' TO WS-RELEASED-SW.
           OPEN EXTEND CORRECTION-TXN-OUT.
           IF NOT WS-TXN-SUCCESS
              DISPLAY 'CORRTXN OPEN FAILED, STATUS ' WS-TXN-STATUS
              DISPLAY 'ITEM ' WS-SEQUENCE ' LEFT PENDING'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE PND-TXN TO CORRTXN-REC
              MOVE WS-OPERATOR TO CORRTXN-APPROVER-ID
              WRITE CORRTXN-REC
              IF WS-TXN-IO-OK
                 MOVE 'Y' TO WS-RELEASED-SW
              ELSE
                 DISPLAY 'CORRTXN WRITE FAILED, STATUS '
                         WS-TXN-STATUS
                 DISPLAY 'ITEM ' WS-SEQUENCE ' LEFT PENDING'
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE CORRECTION-TXN-OUT
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           STOP RUN.
