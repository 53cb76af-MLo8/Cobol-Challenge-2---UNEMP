           05  CAUD-REASON                          PIC X(50).
           05  CAUD-DATE-PROCESSED                  PIC X(08).
           05  CAUD-OPERATOR-ID                     PIC X(08).
           05  CAUD-APPROVER-ID                     PIC X(08).
      *
       FD  TRANSMISSION-LOG RECORDING MODE F.
       01  XMITLOG-REC.
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
              WHEN 'DUR '
                 MOVE 5 TO WS-FIELD-COUNT
                 MOVE WS-DUR-LABEL-VALUES TO WS-WORK-LABELS
              WHEN 'PGM '
                 MOVE 14 TO WS-FIELD-COUNT
                 MOVE WS-PGM-LABEL-VALUES TO WS-WORK-LABELS
              WHEN OTHER
                 MOVE 0 TO WS-FIELD-COUNT
           END-EVALUATE.
