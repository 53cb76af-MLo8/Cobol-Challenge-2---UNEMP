           05  CAUD-REASON                          PIC X(50).
           05  CAUD-DATE-PROCESSED                  PIC X(08).
           05  CAUD-OPERATOR-ID                     PIC X(08).
           05  CAUD-APPROVER-ID                     PIC X(08).
      *
       FD  AUD-CONTROL-PARM RECORDING MODE F.
       01  AUDPARM-REC.
       01  WS-AUD-ACTION                PIC X(01)   VALUE SPACE.
       01  WS-AUD-REASON                PIC X(50)   VALUE SPACES.
       01  WS-AUD-OPER                  PIC X(08)   VALUE SPACES.
       01  WS-AUD-APPROVER              PIC X(08)   VALUE SPACES.
      *
      * Every category image is laid out as a 10-byte date followed
      * by the INA total and the category buckets, all PIC 9(06),
           05  FILLER  PIC X(24) VALUE 'GREATER THAN 26 WEEKS'.
       01  WS-DUR-LABELS REDEFINES WS-DUR-LABEL-VALUES.
           05  WS-DUR-LABEL             PIC X(24) OCCURS 5 TIMES.
      *
       01  WS-PGM-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'INITIAL CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'STATE UI INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'STATE UI INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'UCFE INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'UCFE INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'UCX INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'UCX INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'CONTINUED CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'CONT STATE UI INTRA'.
           05  FILLER  PIC X(24) VALUE 'CONT STATE UI INTER'.
           05  FILLER  PIC X(24) VALUE 'CONT UCFE INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT UCFE INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT UCX INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT UCX INTERSTATE'.
      *
       01  WS-WORK-LABELS.
           05  WS-WORK-LABEL            PIC X(24) OCCURS 21 TIMES.
           05  WS-RH-ACTION             PIC X(01).
           05  FILLER                   PIC X(06) VALUE ' OPER='.
           05  WS-RH-OPER               PIC X(08).
           05  FILLER                   PIC X(10) VALUE ' APPROVER='.
           05  WS-RH-APPROVER           PIC X(08).
      *
       01  WS-REASON-LINE.
           05  FILLER                   PIC X(10) VALUE '  REASON: '.
                 MOVE SPACE TO WS-AUD-ACTION
                 MOVE SPACES TO WS-AUD-REASON
                 MOVE SPACES TO WS-AUD-OPER
                 MOVE SPACES TO WS-AUD-APPROVER
                 MOVE LAUD-OLD-VALUES TO WS-OLD-BLOB
                 MOVE LAUD-NEW-VALUES TO WS-NEW-BLOB
                 PERFORM CHECK-ROW-FILTERS
                 MOVE CAUD-ACTION TO WS-AUD-ACTION
                 MOVE CAUD-REASON TO WS-AUD-REASON
                 MOVE CAUD-OPERATOR-ID TO WS-AUD-OPER
                 MOVE CAUD-APPROVER-ID TO WS-AUD-APPROVER
                 MOVE CAUD-OLD-VALUES TO WS-OLD-BLOB
                 MOVE CAUD-NEW-VALUES TO WS-NEW-BLOB
                 PERFORM CHECK-ROW-FILTERS
           MOVE WS-AUD-DATE TO WS-RH-DATE.
           MOVE WS-AUD-ACTION TO WS-RH-ACTION.
           MOVE WS-AUD-OPER TO WS-RH-OPER.
           MOVE WS-AUD-APPROVER TO WS-RH-APPROVER.
           MOVE WS-ROW-HEADER-LINE TO PRINT-REC.
           MOVE PRINT-REC TO WS-RPW-LINE
           PERFORM COPY-LINE-TO-REPOSITORY
              WHEN 'DUR '
                 MOVE 5 TO WS-FIELD-COUNT
                 MOVE WS-DUR-LABEL-VALUES TO WS-WORK-LABELS
              WHEN 'PGM '
                 MOVE 14 TO WS-FIELD-COUNT
                 MOVE WS-PGM-LABEL-VALUES TO WS-WORK-LABELS
              WHEN OTHER
                 MOVE 0 TO WS-FIELD-COUNT
           END-EVALUATE.
