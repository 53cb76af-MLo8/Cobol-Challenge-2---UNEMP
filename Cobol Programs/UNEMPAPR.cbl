      *  the date and time stamped on.  UNEMPJSN, UNEMPEXT and
      *  UNEMPDIG read APPRVLS and refuse to emit any week whose
      *  latest row is not an approval.  REVOKE withdraws an earlier
      *  sign-off -- the latest row for a week wins.  The approval
      *  milestone for the week is stamped on LIFECYC through
      *  UNEMPLCY; a REVOKE clears it, so the sign-off that finally
      *  releases the week is the one measured.  An APPROVE is
      *  refused while the week's CLMSDB record still has any
      *  category flagged outstanding from a partial load, or when
      *  the week is not on CLMSDB at all.
      *
      *  APRPARM keyword cards (see UNEMPKWP):
      *     WEEK-ENDING=YYYYMMDD   week being signed off (required)
                  FILE STATUS IS WS-AUTH-STATUS.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO APPRVLS
                  FILE STATUS IS WS-APR-STATUS.
           SELECT CLAIMS-DATABASE ASSIGN TO CLMSDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RECORD-KEY
                  FILE STATUS IS WS-CLMDB-STATUS.
      *
      *-------------
       DATA DIVISION.
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
       FD  APPROVAL-FILE RECORDING MODE F.
       01  APPROVAL-REC.
           05  APR-DATE-SIGNED                        PIC X(08).
           05  APR-TIME-SIGNED                        PIC X(06).
           05  FILLER                                 PIC X(49).
      *
       FD  CLAIMS-DATABASE.
       01  CLAIMSDB-RECORD.
           05  RECORD-KEY                             PIC X(08).
           05  FILLER                                 PIC X(841).
           05  CLMDB-CATEGORY-STATUS-FIELDS.
               10  CATEGORY-LOADED OCCURS 12 TIMES    PIC X(01).
                   88  CATEGORY-OUTSTANDING           VALUE 'N'.
           05  CLMDB-LAYOUT-VERSION                   PIC 9(02).
      *
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-APR-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-APR-SUCCESS                        VALUES '00' '05'.
           88 WS-APR-IO-OK                          VALUE '00'.
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
           88 WS-CLMDB-SUCCESS                      VALUE '00'.
      *
       01  WS-CAT-SUB                   PIC 9(02)   VALUE 0.
       01  WS-OUTSTANDING-COUNT         PIC 9(02)   VALUE 0.
       01  WS-WEEK-ENDING               PIC X(08)   VALUE SPACES.
       01  WS-OPERATOR                  PIC X(08)   VALUE SPACES.
       01  WS-ACTION                    PIC X(08)   VALUE 'APPROVE'.
       01  WS-OPER-FOUND-SW             PIC X(01)   VALUE 'N'.
           88 WS-OPER-FOUND                         VALUE 'Y'.
       01  WS-AUTH-TODAY                PIC X(08)   VALUE SPACES.
       01  WS-AUTH-IN-FORCE-SW          PIC X(01)   VALUE 'N'.
           88 WS-AUTH-IN-FORCE-NOW                  VALUE 'Y'.
      *
       01  WS-KWP-SUBROUTINE            PIC X(08)   VALUE 'UNEMPKWP'.
       01  WS-KWP-CARD                  PIC X(80)   VALUE SPACES.
           88 WS-PARM-ERROR                         VALUE 'Y'.
       01  WS-PARM-EOF-SW               PIC X(01)   VALUE 'N'.
           88 WS-PARM-EOF                           VALUE 'Y'.
      *
       01  WS-LCY-SUBROUTINE            PIC X(08)   VALUE 'UNEMPLCY'.
       01  WS-LCY-DATA.
           05  WS-LCY-FUNCTION          PIC X(01)   VALUE 'S'.
           05  WS-LCY-MILESTONE         PIC 9(01)   VALUE 4.
           05  WS-LCY-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-LCY-THROUGH-WEEK      PIC X(08)   VALUE SPACES.
           05  WS-LCY-FEED-ID           PIC X(08)   VALUE SPACES.
           05  WS-LCY-SEQUENCE          PIC 9(06)   VALUE 0.
           05  WS-LCY-WEEKS-STAMPED     PIC 9(04)   VALUE 0.
           05  WS-LCY-RESULT            PIC X(01)   VALUE SPACE.
      *
       01  WS-SIGNOFF-LINE.
           05  FILLER                   PIC X(09) VALUE 'SIGNOFF: '.
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF NOT WS-AUTH-IN-FORCE-NOW
              DISPLAY 'OPERATOR ' WS-OPERATOR ' EXPIRED OR SUSPENDED '
                      'ON CORAUTH, SIGN-OFF REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-ACTION = 'APPROVE'
              PERFORM CHECK-WEEK-COMPLETE
           END-IF.
           PERFORM WRITE-APPROVAL-ROW.
           GO TO CLOSE-STOP.
      *
      *
       VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AUTH-TODAY.
           OPEN INPUT AUTHORIZATION-FILE.
           IF NOT WS-AUTH-SUCCESS
              DISPLAY 'CORAUTH OPEN FAILED, STATUS ' WS-AUTH-STATUS
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
                  AND AUTH-EFFECTIVE-DATE > WS-AUTH-TODAY)
              OR (AUTH-EXPIRY-DATE NOT = SPACES
                  AND AUTH-EXPIRY-DATE < WS-AUTH-TODAY)
              MOVE 'N' TO WS-AUTH-IN-FORCE-SW
           END-IF.
      *
      * A week loaded in partial mode carries an 'N' flag for each
      * category file still to come; it cannot be signed off until
      * a completion run has loaded them all.
       CHECK-WEEK-COMPLETE.
           OPEN INPUT CLAIMS-DATABASE.
           IF NOT WS-CLMDB-SUCCESS
              DISPLAY 'CLMSDB OPEN FAILED, STATUS ' WS-CLMDB-STATUS
                      ', SIGN-OFF REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE WS-WEEK-ENDING TO RECORD-KEY.
           READ CLAIMS-DATABASE
              INVALID KEY
                 DISPLAY 'WEEK ' WS-WEEK-ENDING ' NOT ON CLMSDB, '
                         'SIGN-OFF REFUSED'
                 CLOSE CLAIMS-DATABASE
                 MOVE 8 TO RETURN-CODE
                 GO TO CLOSE-STOP
           END-READ.
           CLOSE CLAIMS-DATABASE.
           MOVE 0 TO WS-OUTSTANDING-COUNT.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 12
              IF CATEGORY-OUTSTANDING (WS-CAT-SUB)
                 ADD 1 TO WS-OUTSTANDING-COUNT
              END-IF
           END-PERFORM.
           IF WS-OUTSTANDING-COUNT > 0
              DISPLAY 'WEEK ' WS-WEEK-ENDING ' HAS '
                      WS-OUTSTANDING-COUNT ' CATEGORIES OUTSTANDING, '
                      'SIGN-OFF REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
      * APPRVLS is appended, never recreated: the sign-off history
      * is itself part of the control record, and the gate programs
      * take the LATEST row for a week as the one in force.
           IF NOT WS-APR-IO-OK
              DISPLAY 'APPRVLS WRITE FAILED, STATUS ' WS-APR-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM STAMP-APPROVAL-MILESTONE
           END-IF.
           CLOSE APPROVAL-FILE.
           MOVE WS-WEEK-ENDING TO WS-SL-WEEK.
           MOVE WS-SIGNOFF-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-SIGNOFF-LINE.
      *
       STAMP-APPROVAL-MILESTONE.
           IF WS-ACTION = 'REVOKE'
              MOVE 'C' TO WS-LCY-FUNCTION
           ELSE
              MOVE 'S' TO WS-LCY-FUNCTION
           END-IF.
           MOVE WS-WEEK-ENDING TO WS-LCY-WEEK-ENDING.
           CALL WS-LCY-SUBROUTINE USING WS-LCY-DATA.
           IF WS-LCY-RESULT NOT = '0'
              DISPLAY 'APPROVAL MILESTONE FOR WEEK ' WS-WEEK-ENDING
                      ' NOT RECORDED ON LIFECYC'
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
