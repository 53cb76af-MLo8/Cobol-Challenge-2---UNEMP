      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPAUM.
      ****************************************************************
      *  CORAUTH operator maintenance and access recertification.
      *  UNEMPCOR, UNEMPMN, UNEMPAPR, UNEMPCAP and UNEMPPCM all take
      *  their authority from CORAUTH, which used to be edited by hand
      *  with no record of who granted what.  This program applies
      *  AUTHTXN maintenance cards to it, writes every grant and
      *  revocation to the AUTHAUD audit file (old and new entry,
      *  who asked for it and why, date and time), and rewrites
      *  CORAUTH.  It then prints the recertification listing:
      *  every operator with permission, category list, effective
      *  and expiry dates and whether the entry is in force today,
      *  with sign-off lines for the supervisors' quarterly review.
      *  Run with no AUTHTXN cards for the listing alone.
      *
      *  Entries past their expiry date, not yet effective or
      *  suspended stay on CORAUTH but are refused by every program
      *  that validates against it.
      *
      *  AUTHTXN cards:
      *     COL  1     ACTION  A add, C change (the card carries
      *                the whole new entry), S suspend,
      *                R reinstate, D remove
      *     COLS 2-9   OPERATOR ID
      *     COL  10    PERMISSION  C correct, D correct and delete
      *     COLS 11-34 CATEGORY LIST, up to six 4-byte codes
      *                (spaces = every category)
      *     COLS 35-42 EFFECTIVE DATE YYYYMMDD (spaces = at once)
      *     COLS 43-50 EXPIRY DATE YYYYMMDD (spaces = none)
      *     COLS 51-58 REQUESTED BY, the supervisor granting or
      *                revoking (required, not the operator named)
      *     COLS 59-80 REASON
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL AUTH-MAINT-TXN ASSIGN TO AUTHTXN
                  FILE STATUS IS WS-TXN-STATUS.
           SELECT OPTIONAL AUTHORIZATION-FILE ASSIGN TO CORAUTH
                  FILE STATUS IS WS-AUTH-STATUS.
           SELECT OPTIONAL AUTH-AUDIT-LOG ASSIGN TO AUTHAUD
                  FILE STATUS IS WS-AAU-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  AUTH-MAINT-TXN RECORDING MODE F.
       01  AUTHTXN-REC.
           05  ATX-ACTION                             PIC X(01).
               88  ATX-ADD                            VALUE 'A'.
               88  ATX-CHANGE                         VALUE 'C'.
               88  ATX-SUSPEND                        VALUE 'S'.
               88  ATX-REINSTATE                      VALUE 'R'.
               88  ATX-REMOVE                         VALUE 'D'.
           05  ATX-OPERATOR-ID                        PIC X(08).
           05  ATX-PERMISSION                         PIC X(01).
           05  ATX-CATEGORY-LIST                      PIC X(24).
           05  ATX-EFFECTIVE-DATE                     PIC X(08).
           05  ATX-EXPIRY-DATE                        PIC X(08).
           05  ATX-REQUESTED-BY                       PIC X(08).
           05  ATX-REASON                             PIC X(22).
      *
       FD  AUTHORIZATION-FILE RECORDING MODE F.
       01  AUTH-REC                                  PIC X(80).
      *
       FD  AUTH-AUDIT-LOG RECORDING MODE F.
       01  AAU-REC.
           05  AAU-OPERATOR-ID                        PIC X(08).
           05  AAU-ACTION                             PIC X(01).
           05  AAU-OLD-ENTRY                          PIC X(50).
           05  AAU-NEW-ENTRY                          PIC X(50).
           05  AAU-REQUESTED-BY                       PIC X(08).
           05  AAU-REASON                             PIC X(22).
           05  AAU-DATE-PROCESSED                     PIC X(08).
           05  AAU-TIME-PROCESSED                     PIC X(06).
           05  FILLER                                 PIC X(07).
      *
       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-TXN-SUCCESS                        VALUE '00'.
       01  WS-AUTH-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-AUTH-SUCCESS                       VALUES '00' '05'.
           88 WS-AUTH-IO-OK                         VALUE '00'.
           88 WS-AUTH-EOF                           VALUE '10'.
       01  WS-AAU-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-AAU-SUCCESS                        VALUES '00' '05'.
           88 WS-AAU-IO-OK                          VALUE '00'.
       01  WS-TXN-EOF-SW                PIC X(01)   VALUE 'N'.
           88 WS-TXN-EOF                            VALUE 'Y'.
      *
      * The CORAUTH entry, as every program that validates against
      * it lays it out.
       01  WS-AUTH-WORK.
           05  WS-AW-OPERATOR-ID                      PIC X(08).
           05  WS-AW-PERMISSION                       PIC X(01).
               88  WS-AW-PERMISSION-VALID             VALUES 'C' 'D'.
           05  WS-AW-CATEGORY-LIST                    PIC X(24).
           05  WS-AW-EFFECTIVE-DATE                   PIC X(08).
           05  WS-AW-EXPIRY-DATE                      PIC X(08).
           05  WS-AW-ENTRY-STATUS                     PIC X(01).
               88  WS-AW-SUSPENDED                    VALUE 'S'.
           05  FILLER                                 PIC X(30).
      *
       01  WS-AUTH-COUNT                PIC 9(03)   VALUE 0.
       01  WS-AUTH-SUB                  PIC 9(03)   VALUE 0.
       01  WS-AUTH-HIT                  PIC 9(03)   VALUE 0.
       01  WS-AUTH-OVERFLOW-SW          PIC X(01)   VALUE 'N'.
           88 WS-AUTH-OVERFLOW                      VALUE 'Y'.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY  PIC X(80) OCCURS 100 TIMES.
      *
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
       01  WS-CARD-OK-SW                PIC X(01)   VALUE 'N'.
           88 WS-CARD-OK                            VALUE 'Y'.
       01  WS-CARD-ERROR                PIC X(40)   VALUE SPACES.
       01  WS-OLD-ENTRY                 PIC X(50)   VALUE SPACES.
       01  WS-CHANGED-SW                PIC X(01)   VALUE 'N'.
           88 WS-FILE-CHANGED                       VALUE 'Y'.
      *
       01  WS-CARDS-READ                PIC 9(06)   VALUE 0.
       01  WS-CARDS-APPLIED             PIC 9(06)   VALUE 0.
       01  WS-CARDS-REJECTED            PIC 9(06)   VALUE 0.
       01  WS-AUDIT-FAILED-COUNT        PIC 9(06)   VALUE 0.
       01  WS-IN-FORCE-COUNT            PIC 9(06)   VALUE 0.
       01  WS-NOT-IN-FORCE-COUNT        PIC 9(06)   VALUE 0.
      *
       01  WS-CARD-LINE.
           05  FILLER                   PIC X(05) VALUE 'CARD '.
           05  WS-CL-ACTION             PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CL-OPERATOR           PIC X(08).
           05  FILLER                   PIC X(04) VALUE ' BY '.
           05  WS-CL-REQUESTED-BY       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CL-RESULT             PIC X(40).
      *
       01  WS-RECERT-TITLE.
           05  FILLER                   PIC X(40) VALUE
               'CORAUTH OPERATOR ACCESS RECERTIFICATION '.
           05  FILLER                   PIC X(06) VALUE 'AS OF '.
           05  WS-RT-DATE               PIC X(08).
       01  WS-RECERT-HEADER.
           05  FILLER                   PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                   PIC X(16) VALUE 'PERMISSION'.
           05  FILLER                   PIC X(26) VALUE 'CATEGORIES'.
           05  FILLER                   PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER                   PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                   PIC X(19) VALUE 'STATUS TODAY'.
           05  FILLER                   PIC X(15) VALUE
               'CERTIFIED (Y/N)'.
       01  WS-RECERT-LINE.
           05  WS-RL-OPERATOR           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-PERMISSION         PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-CATEGORIES         PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-EFFECTIVE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-EXPIRY             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(17).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE '________'.
       01  WS-SIGNOFF-LINE1.
           05  FILLER                   PIC X(24) VALUE
               'REVIEWED BY SUPERVISOR:'.
           05  FILLER                   PIC X(30) VALUE ALL '_'.
           05  FILLER                   PIC X(08) VALUE '  DATE: '.
           05  FILLER                   PIC X(10) VALUE ALL '_'.
       01  WS-SIGNOFF-LINE2.
           05  FILLER                   PIC X(24) VALUE
               'SECOND REVIEWER:'.
           05  FILLER                   PIC X(30) VALUE ALL '_'.
           05  FILLER                   PIC X(08) VALUE '  DATE: '.
           05  FILLER                   PIC X(10) VALUE ALL '_'.
       01  WS-REPORT-RULE               PIC X(115)  VALUE ALL '-'.
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(30) VALUE
               'MAINTENANCE CARDS READ       :'.
           05  WS-SUM-READ              PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(30) VALUE
               'MAINTENANCE CARDS APPLIED    :'.
           05  WS-SUM-APPLIED           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(30) VALUE
               'MAINTENANCE CARDS REJECTED   :'.
           05  WS-SUM-REJECTED          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(30) VALUE
               'AUDIT RECORDS FAILED TO WRITE:'.
           05  WS-SUM-AUDIT-FAILED      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER                   PIC X(30) VALUE
               'OPERATORS IN FORCE TODAY     :'.
           05  WS-SUM-IN-FORCE          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER                   PIC X(30) VALUE
               'OPERATORS NOT IN FORCE       :'.
           05  WS-SUM-NOT-IN-FORCE      PIC ZZZ,ZZ9.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM LOAD-AUTH-TABLE.
           IF WS-AUTH-OVERFLOW
              DISPLAY 'CORAUTH HOLDS MORE THAN 100 OPERATORS, '
                      'NOTHING MAINTAINED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM PROCESS-TRANSACTIONS.
           IF WS-FILE-CHANGED
              PERFORM REWRITE-CORAUTH
           END-IF.
           PERFORM PRINT-RECERTIFICATION.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
       LOAD-AUTH-TABLE.
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
                    IF WS-AUTH-COUNT < 100
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE AUTH-REC TO WS-AUTH-ENTRY (WS-AUTH-COUNT)
                    ELSE
                       MOVE 'Y' TO WS-AUTH-OVERFLOW-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUTHORIZATION-FILE.
      *
      * AUTHTXN is optional: with no cards the run is the
      * recertification listing alone.
       PROCESS-TRANSACTIONS.
           OPEN INPUT AUTH-MAINT-TXN.
           IF WS-TXN-SUCCESS
              PERFORM READ-TXN
              PERFORM UNTIL WS-TXN-EOF
                 ADD 1 TO WS-CARDS-READ
                 PERFORM APPLY-TRANSACTION
                 PERFORM READ-TXN
              END-PERFORM
              CLOSE AUTH-MAINT-TXN
           ELSE
              DISPLAY 'NO AUTHTXN CARDS, LISTING CORAUTH ONLY'
           END-IF.
      *
       READ-TXN.
           READ AUTH-MAINT-TXN
              AT END MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ.
      *
       APPLY-TRANSACTION.
           PERFORM EDIT-TRANSACTION.
           IF WS-CARD-OK
              MOVE SPACES TO WS-OLD-ENTRY
              IF WS-AUTH-HIT > 0
                 MOVE WS-AUTH-ENTRY (WS-AUTH-HIT) (1:50)
                    TO WS-OLD-ENTRY
              END-IF
              EVALUATE TRUE
                 WHEN ATX-ADD
                    PERFORM APPLY-ADD
                 WHEN ATX-CHANGE
                    PERFORM APPLY-CHANGE
                 WHEN ATX-SUSPEND
                    PERFORM APPLY-SUSPEND
                 WHEN ATX-REINSTATE
                    PERFORM APPLY-REINSTATE
                 WHEN ATX-REMOVE
                    PERFORM APPLY-REMOVE
              END-EVALUATE
              PERFORM WRITE-AUTH-AUDIT
              MOVE 'Y' TO WS-CHANGED-SW
              ADD 1 TO WS-CARDS-APPLIED
              MOVE 'APPLIED' TO WS-CARD-ERROR
           ELSE
              ADD 1 TO WS-CARDS-REJECTED
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE ATX-ACTION TO WS-CL-ACTION.
           MOVE ATX-OPERATOR-ID TO WS-CL-OPERATOR.
           MOVE ATX-REQUESTED-BY TO WS-CL-REQUESTED-BY.
           MOVE WS-CARD-ERROR TO WS-CL-RESULT.
           WRITE PRINT-REC FROM WS-CARD-LINE.
           DISPLAY WS-CARD-LINE.
      *
      * Nobody grants or revokes their own access, and an add must
      * name an operator not yet on file while every other action
      * must name one already there.
       EDIT-TRANSACTION.
           MOVE 'N' TO WS-CARD-OK-SW.
           PERFORM FIND-OPERATOR.
           MOVE ATX-PERMISSION TO WS-AW-PERMISSION.
           EVALUATE TRUE
              WHEN NOT ATX-ADD AND NOT ATX-CHANGE AND NOT ATX-SUSPEND
                   AND NOT ATX-REINSTATE AND NOT ATX-REMOVE
                 MOVE 'REJECTED, UNKNOWN ACTION CODE' TO WS-CARD-ERROR
              WHEN ATX-OPERATOR-ID = SPACES
                 MOVE 'REJECTED, NO OPERATOR ID' TO WS-CARD-ERROR
              WHEN ATX-REQUESTED-BY = SPACES
                 MOVE 'REJECTED, NO REQUESTED-BY ID' TO WS-CARD-ERROR
              WHEN ATX-REQUESTED-BY = ATX-OPERATOR-ID
                 MOVE 'REJECTED, REQUESTER IS THE OPERATOR'
                    TO WS-CARD-ERROR
              WHEN ATX-ADD AND WS-AUTH-HIT > 0
                 MOVE 'REJECTED, OPERATOR ALREADY ON CORAUTH'
                    TO WS-CARD-ERROR
              WHEN NOT ATX-ADD AND WS-AUTH-HIT = 0
                 MOVE 'REJECTED, OPERATOR NOT ON CORAUTH'
                    TO WS-CARD-ERROR
              WHEN ATX-ADD AND WS-AUTH-COUNT NOT < 100
                 MOVE 'REJECTED, CORAUTH FULL AT 100 OPERATORS'
                    TO WS-CARD-ERROR
              WHEN (ATX-ADD OR ATX-CHANGE)
                   AND NOT WS-AW-PERMISSION-VALID
                 MOVE 'REJECTED, PERMISSION MUST BE C OR D'
                    TO WS-CARD-ERROR
              WHEN (ATX-ADD OR ATX-CHANGE)
                   AND ATX-EFFECTIVE-DATE NOT = SPACES
                   AND ATX-EFFECTIVE-DATE NOT NUMERIC
                 MOVE 'REJECTED, EFFECTIVE DATE NOT YYYYMMDD'
                    TO WS-CARD-ERROR
              WHEN (ATX-ADD OR ATX-CHANGE)
                   AND ATX-EXPIRY-DATE NOT = SPACES
                   AND ATX-EXPIRY-DATE NOT NUMERIC
                 MOVE 'REJECTED, EXPIRY DATE NOT YYYYMMDD'
                    TO WS-CARD-ERROR
              WHEN (ATX-ADD OR ATX-CHANGE)
                   AND ATX-EFFECTIVE-DATE NOT = SPACES
                   AND ATX-EXPIRY-DATE NOT = SPACES
                   AND ATX-EXPIRY-DATE < ATX-EFFECTIVE-DATE
                 MOVE 'REJECTED, EXPIRY BEFORE EFFECTIVE DATE'
                    TO WS-CARD-ERROR
              WHEN OTHER
                 MOVE 'Y' TO WS-CARD-OK-SW
           END-EVALUATE.
      *
       FIND-OPERATOR.
           MOVE 0 TO WS-AUTH-HIT.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                      OR WS-AUTH-HIT > 0
              IF WS-AUTH-ENTRY (WS-AUTH-SUB) (1:8) = ATX-OPERATOR-ID
                 MOVE WS-AUTH-SUB TO WS-AUTH-HIT
              END-IF
           END-PERFORM.
      *
       APPLY-ADD.
           ADD 1 TO WS-AUTH-COUNT.
           MOVE WS-AUTH-COUNT TO WS-AUTH-HIT.
           MOVE SPACES TO WS-AUTH-WORK.
           PERFORM MOVE-CARD-TO-ENTRY.
      *
       APPLY-CHANGE.
           MOVE WS-AUTH-ENTRY (WS-AUTH-HIT) TO WS-AUTH-WORK.
           PERFORM MOVE-CARD-TO-ENTRY.
      *
       MOVE-CARD-TO-ENTRY.
           MOVE ATX-OPERATOR-ID TO WS-AW-OPERATOR-ID.
           MOVE ATX-PERMISSION TO WS-AW-PERMISSION.
           MOVE ATX-CATEGORY-LIST TO WS-AW-CATEGORY-LIST.
           MOVE ATX-EFFECTIVE-DATE TO WS-AW-EFFECTIVE-DATE.
           MOVE ATX-EXPIRY-DATE TO WS-AW-EXPIRY-DATE.
           MOVE WS-AUTH-WORK TO WS-AUTH-ENTRY (WS-AUTH-HIT).
      *
       APPLY-SUSPEND.
           MOVE WS-AUTH-ENTRY (WS-AUTH-HIT) TO WS-AUTH-WORK.
           MOVE 'S' TO WS-AW-ENTRY-STATUS.
           MOVE WS-AUTH-WORK TO WS-AUTH-ENTRY (WS-AUTH-HIT).
      *
       APPLY-REINSTATE.
           MOVE WS-AUTH-ENTRY (WS-AUTH-HIT) TO WS-AUTH-WORK.
           MOVE SPACE TO WS-AW-ENTRY-STATUS.
           MOVE WS-AUTH-WORK TO WS-AUTH-ENTRY (WS-AUTH-HIT).
      *
      * A removed entry is closed up out of the table; its last
      * image survives on AUTHAUD as the old entry.
       APPLY-REMOVE.
           MOVE SPACES TO WS-AUTH-WORK.
           PERFORM VARYING WS-AUTH-SUB FROM WS-AUTH-HIT BY 1
                   UNTIL WS-AUTH-SUB NOT < WS-AUTH-COUNT
              MOVE WS-AUTH-ENTRY (WS-AUTH-SUB + 1)
                 TO WS-AUTH-ENTRY (WS-AUTH-SUB)
           END-PERFORM.
           MOVE SPACES TO WS-AUTH-ENTRY (WS-AUTH-COUNT).
           SUBTRACT 1 FROM WS-AUTH-COUNT.
      *
      * AUTHAUD is appended, never recreated: it is the only record
      * of who was given access, by whom and when.
       WRITE-AUTH-AUDIT.
           OPEN EXTEND AUTH-AUDIT-LOG.
           IF NOT WS-AAU-SUCCESS
              DISPLAY 'AUTHAUD OPEN FAILED, STATUS ' WS-AAU-STATUS
              ADD 1 TO WS-AUDIT-FAILED-COUNT
           ELSE
              MOVE SPACES TO AAU-REC
              MOVE ATX-OPERATOR-ID TO AAU-OPERATOR-ID
              MOVE ATX-ACTION TO AAU-ACTION
              MOVE WS-OLD-ENTRY TO AAU-OLD-ENTRY
              MOVE WS-AUTH-WORK (1:50) TO AAU-NEW-ENTRY
              MOVE ATX-REQUESTED-BY TO AAU-REQUESTED-BY
              MOVE ATX-REASON TO AAU-REASON
              MOVE FUNCTION CURRENT-DATE (1:8) TO AAU-DATE-PROCESSED
              MOVE FUNCTION CURRENT-DATE (9:6) TO AAU-TIME-PROCESSED
              WRITE AAU-REC
              IF NOT WS-AAU-IO-OK
                 DISPLAY 'AUTHAUD WRITE FAILED FOR OPERATOR '
                         ATX-OPERATOR-ID ' STATUS ' WS-AAU-STATUS
                 ADD 1 TO WS-AUDIT-FAILED-COUNT
              END-IF
              CLOSE AUTH-AUDIT-LOG
           END-IF.
      *
       REWRITE-CORAUTH.
           OPEN OUTPUT AUTHORIZATION-FILE.
           IF NOT WS-AUTH-SUCCESS
              DISPLAY 'CORAUTH REWRITE OPEN FAILED, STATUS '
                      WS-AUTH-STATUS
              DISPLAY 'MAINTENANCE NOT SAVED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
              MOVE WS-AUTH-ENTRY (WS-AUTH-SUB) TO AUTH-REC
              WRITE AUTH-REC
              IF NOT WS-AUTH-IO-OK
                 DISPLAY 'CORAUTH WRITE FAILED, STATUS '
                         WS-AUTH-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM.
           CLOSE AUTHORIZATION-FILE.
      *
       PRINT-RECERTIFICATION.
           MOVE WS-TODAY TO WS-RT-DATE.
           WRITE PRINT-REC FROM WS-RECERT-TITLE.
           WRITE PRINT-REC FROM WS-RECERT-HEADER.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
              PERFORM PRINT-RECERT-LINE
           END-PERFORM.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           WRITE PRINT-REC FROM WS-SIGNOFF-LINE1.
           WRITE PRINT-REC FROM WS-SIGNOFF-LINE2.
      *
      * Status today follows the same rule the validating programs
      * apply: suspended, then not yet effective, then expired.
       PRINT-RECERT-LINE.
           MOVE WS-AUTH-ENTRY (WS-AUTH-SUB) TO WS-AUTH-WORK.
           MOVE WS-AW-OPERATOR-ID TO WS-RL-OPERATOR.
           EVALUATE WS-AW-PERMISSION
              WHEN 'C'
                 MOVE 'CORRECT' TO WS-RL-PERMISSION
              WHEN 'D'
                 MOVE 'CORRECT+DELETE' TO WS-RL-PERMISSION
              WHEN OTHER
                 MOVE WS-AW-PERMISSION TO WS-RL-PERMISSION
           END-EVALUATE.
           IF WS-AW-CATEGORY-LIST = SPACES
              MOVE 'ALL' TO WS-RL-CATEGORIES
           ELSE
              MOVE WS-AW-CATEGORY-LIST TO WS-RL-CATEGORIES
           END-IF.
           MOVE WS-AW-EFFECTIVE-DATE TO WS-RL-EFFECTIVE.
           MOVE WS-AW-EXPIRY-DATE TO WS-RL-EXPIRY.
           EVALUATE TRUE
              WHEN WS-AW-SUSPENDED
                 MOVE 'SUSPENDED' TO WS-RL-STATUS
              WHEN WS-AW-EFFECTIVE-DATE NOT = SPACES
                   AND WS-AW-EFFECTIVE-DATE > WS-TODAY
                 MOVE 'NOT YET EFFECTIVE' TO WS-RL-STATUS
              WHEN WS-AW-EXPIRY-DATE NOT = SPACES
                   AND WS-AW-EXPIRY-DATE < WS-TODAY
                 MOVE 'EXPIRED' TO WS-RL-STATUS
              WHEN OTHER
                 MOVE 'IN FORCE' TO WS-RL-STATUS
           END-EVALUATE.
           IF WS-RL-STATUS = 'IN FORCE'
              ADD 1 TO WS-IN-FORCE-COUNT
           ELSE
              ADD 1 TO WS-NOT-IN-FORCE-COUNT
           END-IF.
           WRITE PRINT-REC FROM WS-RECERT-LINE.
      *
       PRINT-SUMMARY.
           MOVE WS-CARDS-READ TO WS-SUM-READ.
           MOVE WS-CARDS-APPLIED TO WS-SUM-APPLIED.
           MOVE WS-CARDS-REJECTED TO WS-SUM-REJECTED.
           MOVE WS-AUDIT-FAILED-COUNT TO WS-SUM-AUDIT-FAILED.
           MOVE WS-IN-FORCE-COUNT TO WS-SUM-IN-FORCE.
           MOVE WS-NOT-IN-FORCE-COUNT TO WS-SUM-NOT-IN-FORCE.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE6.
           DISPLAY WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE3.
           IF WS-AUDIT-FAILED-COUNT > 0 AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           STOP RUN.
