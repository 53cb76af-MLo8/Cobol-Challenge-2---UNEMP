      *  files through UNEMP.  Corrections change counts the CLMMSUM
      *  monthly summary has already absorbed, so run UNEMPMSB after
      *  a correction cycle to rebuild it from the database.
      *
      *  Every transaction needs two people: the operator who keyed
      *  it and a different CORAUTH operator who approved it (the
      *  approver id UNEMPCAP stamps on when it releases an item
      *  from the CORRPND pending queue).  The approver must hold
      *  the same authority the change needs; a transaction with
      *  no approver, or approved by its own operator, is rejected.
      *  Both ids go on the CORRAUD row.
      *
      *  A week in a quarter UNEMPPCM has closed after certification
      *  is refused (UNEMPPCL logs the refusal); a week in a
      *  reopened quarter is corrected and the change is logged to
      *  PRDLOG for the auditors.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  CORRTXN-NEW-VALUES                     PIC X(150).
           05  CORRTXN-REASON                         PIC X(50).
           05  CORRTXN-OPERATOR-ID                    PIC X(08).
           05  CORRTXN-APPROVER-ID                    PIC X(08).
      *
       FD  AUDIT-LOG RECORDING MODE F.
       01  AUDIT-REC.
           05  AUD-REASON                             PIC X(50).
           05  AUD-DATE-PROCESSED                     PIC X(08).
           05  AUD-OPERATOR-ID                        PIC X(08).
           05  AUD-APPROVER-ID                        PIC X(08).
      *
       FD  AUTHORIZATION-FILE RECORDING MODE F.
       01  AUTH-REC.
      * category; a non-blank list names the only ones allowed.
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
       FD  CLAIMS-DATABASE.
       01  CLAIMSDB-RECORD.
               10  TF-DATE                               PIC X(10).
               10  TF-ENDING-BALANCE                     PIC 9(11)V99.
               10  TF-CONTRIBUTIONS                      PIC 9(09)V99.
           05  CLMDB-CBPGM-FIELDS.
               10  CBPGM-DATE                            PIC X(10).
               10  CBPGM-INA                             PIC 9(06).
               10  CBPGM-STATE-UI-INTRA                  PIC 9(06).
               10  CBPGM-STATE-UI-INTER                  PIC 9(06).
               10  CBPGM-UCFE-INTRA                      PIC 9(06).
               10  CBPGM-UCFE-INTER                      PIC 9(06).
               10  CBPGM-UCX-INTRA                       PIC 9(06).
               10  CBPGM-UCX-INTER                       PIC 9(06).
               10  CBPGM-CONT-TOTAL                      PIC 9(06).
               10  CBPGM-CONT-STATE-UI-INTRA             PIC 9(06).
               10  CBPGM-CONT-STATE-UI-INTER             PIC 9(06).
               10  CBPGM-CONT-UCFE-INTRA                 PIC 9(06).
               10  CBPGM-CONT-UCFE-INTER                 PIC 9(06).
               10  CBPGM-CONT-UCX-INTRA                  PIC 9(06).
               10  CBPGM-CONT-UCX-INTER                  PIC 9(06).
           05  CLMDB-CBPGM-PCT-FIELDS.
               10  CBPGM-PCT-STATE-UI-INTRA              PIC 9(03)V99.
               10  CBPGM-PCT-STATE-UI-INTER              PIC 9(03)V99.
               10  CBPGM-PCT-UCFE-INTRA                  PIC 9(03)V99.
               10  CBPGM-PCT-UCFE-INTER                  PIC 9(03)V99.
               10  CBPGM-PCT-UCX-INTRA                   PIC 9(03)V99.
               10  CBPGM-PCT-UCX-INTER                   PIC 9(03)V99.
           05  CLMDB-CATEGORY-STATUS-FIELDS.
               10  CATEGORY-LOADED OCCURS 12 TIMES       PIC X(01).
           05  CLMDB-LAYOUT-VERSION                      PIC 9(02).
      *
       WORKING-STORAGE SECTION.
       01  WS-AUTH-CAT-SUB              PIC 9(01)   VALUE 0.
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
       01  WS-AUTH-REJECT-COUNT         PIC 9(06)   VALUE 0.
       01  WS-NOTFOUND-COUNT            PIC 9(06)   VALUE 0.
       01  WS-FAILED-COUNT               PIC 9(06)   VALUE 0.
       01  WS-AUDIT-FAILED-COUNT         PIC 9(06)   VALUE 0.
       01  WS-PERIOD-CLOSED-COUNT       PIC 9(06)   VALUE 0.
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(30) VALUE
               'RECORDS CORRECTED           :'.
           05  FILLER                   PIC X(30) VALUE
               'TXNS REJECTED, AUTHORIZATION :'.
           05  WS-SUM-AUTH-REJECT       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER                   PIC X(30) VALUE
               'TXNS REFUSED, PERIOD CLOSED  :'.
           05  WS-SUM-PERIOD-CLOSED     PIC ZZZ,ZZ9.
       01  WS-AUTH-REJECT-LINE.
           05  FILLER                   PIC X(19) VALUE
               'TXN REJECTED, KEY='.
      *
       01  WS-VER-SUBROUTINE            PIC X(08)   VALUE 'UNEMPVER'.
       01  WS-VER-RESULT                PIC X(01)   VALUE SPACE.
      *
       01  WS-PCL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPPCL'.
       01  WS-PCL-DATA.
           05  WS-PCL-FUNCTION          PIC X(01)   VALUE SPACE.
           05  WS-PCL-PROGRAM           PIC X(08)   VALUE 'UNEMPCOR'.
           05  WS-PCL-OPERATOR          PIC X(08)   VALUE SPACES.
           05  WS-PCL-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-PCL-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-PCL-EVENT             PIC X(02)   VALUE SPACES.
           05  WS-PCL-DETAIL            PIC X(40)   VALUE SPACES.
           05  WS-PCL-QUARTER           PIC X(05)   VALUE SPACES.
           05  WS-PCL-PERIOD-STATE      PIC X(01)   VALUE SPACE.
               88 WS-PCL-PERIOD-CLOSED              VALUE 'C'.
               88 WS-PCL-PERIOD-REOPENED            VALUE 'R'.
           05  WS-PCL-RESULT            PIC X(01)   VALUE SPACE.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           GO TO CLOSE-STOP.
      *
       LOAD-OPERATOR-TABLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AUTH-TODAY.
           OPEN INPUT AUTHORIZATION-FILE.
           IF NOT WS-AUTH-SUCCESS
              DISPLAY 'CORAUTH OPEN FAILED, STATUS ' WS-AUTH-STATUS
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
       PROCESS-TRANSACTIONS.
           PERFORM READ-TXN.
      *
       APPLY-TRANSACTION.
           PERFORM VALIDATE-OPERATOR.
           IF WS-OPER-ALLOWED
              PERFORM VALIDATE-APPROVER
           END-IF.
           IF NOT WS-OPER-ALLOWED
              ADD 1 TO WS-AUTH-REJECT-COUNT
              MOVE WS-AUTH-REJECT-LINE TO PRINT-REC
                 IF WS-AUTH-OPER-ID (WS-AUTH-SUB) =
                    CORRTXN-OPERATOR-ID
                    MOVE 'Y' TO WS-OPER-FOUND-SW
                    EVALUATE TRUE
                       WHEN WS-AUTH-IN-FORCE (WS-AUTH-SUB) NOT = 'Y'
                          MOVE
                             'OPERATOR EXPIRED OR SUSPENDED ON CORAUTH'
                             TO WS-AR-REASON
                       WHEN CORRTXN-DELETE
                            AND WS-AUTH-PERM (WS-AUTH-SUB) NOT = 'D'
                          MOVE 'OPERATOR NOT AUTHORIZED FOR DELETE'
                             TO WS-AR-REASON
                       WHEN OTHER
                          PERFORM CHECK-CATEGORY-AUTHORITY
                          IF WS-CAT-ALLOWED
                             MOVE 'Y' TO WS-OPER-ALLOWED-SW
                          ELSE
                             MOVE 'OPERATOR NOT AUTHORIZED FOR CATEGORY'
                                TO WS-AR-REASON
                          END-IF
                    END-EVALUATE
                 END-IF
              END-PERFORM
              IF NOT WS-OPER-FOUND
              END-IF
           END-IF.
      *
      * The approver is held to the same CORAUTH checks as the
      * operator, and may not be the operator.
       VALIDATE-APPROVER.
           MOVE 'N' TO WS-OPER-ALLOWED-SW.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           MOVE CORRTXN-APPROVER-ID TO WS-AR-OPER.
           EVALUATE TRUE
              WHEN CORRTXN-APPROVER-ID = SPACES
                 MOVE 'NOT APPROVED, NO APPROVER ID' TO WS-AR-REASON
                 MOVE CORRTXN-OPERATOR-ID TO WS-AR-OPER
              WHEN CORRTXN-APPROVER-ID = CORRTXN-OPERATOR-ID
                 MOVE 'APPROVER IS THE ENTERING OPERATOR'
                    TO WS-AR-REASON
              WHEN OTHER
                 PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                         UNTIL WS-AUTH-SUB > WS-AUTH-TABLE-COUNT
                            OR WS-OPER-FOUND
                    IF WS-AUTH-OPER-ID (WS-AUTH-SUB) =
                       CORRTXN-APPROVER-ID
                       MOVE 'Y' TO WS-OPER-FOUND-SW
                       EVALUATE TRUE
                          WHEN WS-AUTH-IN-FORCE (WS-AUTH-SUB) NOT = 'Y'
                             MOVE
                                'APPROVER EXPIRED/SUSPENDED ON CORAUTH'
                                TO WS-AR-REASON
                          WHEN CORRTXN-DELETE
                               AND WS-AUTH-PERM (WS-AUTH-SUB) NOT = 'D'
                             MOVE 'APPROVER NOT AUTHORIZED FOR DELETE'
                                TO WS-AR-REASON
                          WHEN OTHER
                             MOVE 'APPROVER NOT AUTHORIZED FOR CATEGORY'
                                TO WS-AR-REASON
                             PERFORM CHECK-CATEGORY-AUTHORITY
                             IF WS-CAT-ALLOWED
                                MOVE 'Y' TO WS-OPER-ALLOWED-SW
                             END-IF
                       END-EVALUATE
                    END-IF
                 END-PERFORM
                 IF NOT WS-OPER-FOUND
                    MOVE 'APPROVER NOT ON CORAUTH' TO WS-AR-REASON
                 END-IF
           END-EVALUATE.
      *
      * Deletes carry no category; a correction's category must be
      * on the operator's list when the CORAUTH row names one.
       CHECK-CATEGORY-AUTHORITY.
              DISPLAY 'CORRECTION TXN KEY NOT FOUND ' RECORD-KEY
              ADD 1 TO WS-NOTFOUND-COUNT
           ELSE
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 DISPLAY 'CORRECTION REFUSED, PERIOD '
                         WS-PCL-QUARTER ' CLOSED FOR KEY '
                         RECORD-KEY
                 ADD 1 TO WS-PERIOD-CLOSED-COUNT
              ELSE
                 IF CORRTXN-DELETE
                    PERFORM APPLY-DELETE
                 ELSE
                    IF CORRTXN-CORRECT
                       PERFORM APPLY-CORRECTION
                    ELSE
                       DISPLAY 'UNKNOWN ACTION CODE ' CORRTXN-ACTION
                               ' FOR KEY ' RECORD-KEY
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * The week's quarter must not be closed; UNEMPPCL logs the
      * refusal itself.
       CHECK-PERIOD-OPEN.
           MOVE 'C' TO WS-PCL-FUNCTION.
           MOVE CORRTXN-OPERATOR-ID TO WS-PCL-OPERATOR.
           MOVE RECORD-KEY TO WS-PCL-WEEK-ENDING.
           MOVE RECORD-KEY TO WS-PCL-RECORD-KEY.
           MOVE SPACES TO WS-PCL-DETAIL.
           STRING 'ACTION ' CORRTXN-ACTION ' CATEGORY '
                  CORRTXN-CATEGORY DELIMITED BY SIZE
                  INTO WS-PCL-DETAIL
           END-STRING.
           CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA.
      *
       APPLY-DELETE.
           DELETE CLAIMS-DATABASE RECORD.
       WRITE-AUDIT-RECORD.
           MOVE CORRTXN-REASON TO AUD-REASON.
           MOVE CORRTXN-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE CORRTXN-APPROVER-ID TO AUD-APPROVER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE-PROCESSED.
           WRITE AUDIT-REC.
           IF NOT WS-AUD-SUCCESS
                      CORRTXN-RECORD-KEY ' STATUS ' WS-AUD-STATUS
              ADD 1 TO WS-AUDIT-FAILED-COUNT
           END-IF.
           IF WS-PCL-PERIOD-REOPENED
              MOVE 'L' TO WS-PCL-FUNCTION
              MOVE 'CH' TO WS-PCL-EVENT
              MOVE SPACES TO WS-PCL-DETAIL
              STRING 'ACTION ' CORRTXN-ACTION ' CATEGORY '
                     CORRTXN-CATEGORY ' ' CORRTXN-REASON
                     DELIMITED BY SIZE
                     INTO WS-PCL-DETAIL
              END-STRING
              CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA
           END-IF.
      *
       PRINT-SUMMARY.
           MOVE WS-CORRECT-COUNT TO WS-SUM-CORRECTED.
           MOVE WS-FAILED-COUNT TO WS-SUM-FAILED.
           MOVE WS-AUDIT-FAILED-COUNT TO WS-SUM-AUDIT-FAILED.
           MOVE WS-AUTH-REJECT-COUNT TO WS-SUM-AUTH-REJECT.
           MOVE WS-PERIOD-CLOSED-COUNT TO WS-SUM-PERIOD-CLOSED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE6.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE7.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
