      *  compared as groups.  Ends with RETURN-CODE 8 on any
      *  difference, with summary counts either way, so a restore
      *  is proven field by field instead of assumed.
      *
      *  The same compare sets production beside a UNEMPRPL replay
      *  of the original inbound files: point CLMBKUP at the
      *  replay's RPLBKUP unload and give the replay's range on
      *  CMPPARM, so production weeks outside it are not reported
      *  as missing from the replay.
      *
      *  CMPPARM keyword cards (see UNEMPKWP), all optional:
      *     FROM=YYYYMMDD    first RECORD-KEY compared
      *     TO=YYYYMMDD      last RECORD-KEY compared
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
                  FILE STATUS IS WS-CLMDB-STATUS.
           SELECT BACKUP-FILE ASSIGN TO CLMBKUP
                  FILE STATUS IS WS-BKP-STATUS.
           SELECT OPTIONAL CMP-CONTROL-PARM ASSIGN TO CMPPARM
                  FILE STATUS IS WS-PARM-STATUS.
      *
      *-------------
       DATA DIVISION.
       FD  CLAIMS-DATABASE.
       01  CLAIMSDB-RECORD.
           05  RECORD-KEY                           PIC X(08).
           05  FILLER                               PIC X(855).
      *
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC.
           05  BKP-RECORD-TYPE                      PIC X(02).
               88  BKP-DATA-ROW                     VALUE 'DR'.
               88  BKP-TRAILER-ROW                  VALUE 'TR'.
           05  BKP-DATA                             PIC X(863).
      *
       FD  CMP-CONTROL-PARM RECORDING MODE F.
       01  CMPPARM-REC                              PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
           05  WS-A-DUR                 PIC X(40).
           05  WS-A-DUR-PCT             PIC X(20).
           05  WS-A-TRUST               PIC X(34).
           05  WS-A-PGM                 PIC X(94).
           05  WS-A-PGM-PCT             PIC X(30).
           05  WS-A-CAT-STATUS          PIC X(12).
           05  WS-A-VERSION             PIC X(02).
       01  WS-B-RECORD.
           05  WS-B-KEY                 PIC X(08).
           05  WS-B-DUR                 PIC X(40).
           05  WS-B-DUR-PCT             PIC X(20).
           05  WS-B-TRUST               PIC X(34).
           05  WS-B-PGM                 PIC X(94).
           05  WS-B-PGM-PCT             PIC X(30).
           05  WS-B-CAT-STATUS          PIC X(12).
           05  WS-B-VERSION             PIC X(02).
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
       01  WS-FROM-KEY                  PIC X(08)   VALUE '00000000'.
       01  WS-TO-KEY                    PIC X(08)   VALUE '99999999'.
       01  WS-KWP-SUBROUTINE            PIC X(08)   VALUE 'UNEMPKWP'.
       01  WS-KWP-CARD                  PIC X(80)   VALUE SPACES.
       01  WS-KWP-KEYWORD               PIC X(20)   VALUE SPACES.
       01  WS-KWP-VALUE                 PIC X(40)   VALUE SPACES.
       01  WS-KWP-RESULT                PIC X(01)   VALUE SPACE.
       01  WS-PARM-ERROR-SW             PIC X(01)   VALUE 'N'.
           88 WS-PARM-ERROR                         VALUE 'Y'.
       01  WS-PARM-EOF-SW               PIC X(01)   VALUE 'N'.
           88 WS-PARM-EOF                           VALUE 'Y'.
       01  WS-A-HELD-SW                 PIC X(01)   VALUE 'N'.
           88 WS-A-HELD                             VALUE 'Y'.
       01  WS-B-HELD-SW                 PIC X(01)   VALUE 'N'.
       01  WS-FLD-SUB                   PIC 9(02)   VALUE 0.
       01  WS-OLD-NUM                   PIC 9(06)   VALUE 0.
       01  WS-NEW-NUM                   PIC 9(06)   VALUE 0.
       01  WS-GROUP-NAME                PIC X(15)   VALUE SPACES.
      *
       01  WS-AGE-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'IN ACTIVE CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE '5 TO 14 WEEKS'.
           05  FILLER  PIC X(24) VALUE '15 TO 26 WEEKS'.
           05  FILLER  PIC X(24) VALUE 'GREATER THAN 26 WEEKS'.
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
       01  WS-FLW-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'FIRST PAYMENTS'.
           05  FILLER  PIC X(24) VALUE 'EXHAUSTIONS'.
       01  WS-CHANGE-LINE.
           05  WS-CH-KEY                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CH-GROUP              PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CH-LABEL              PIC X(24).
           05  FILLER                   PIC X(08) VALUE ' FILE A='.
       01  WS-GROUP-LINE.
           05  WS-GR-KEY                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-GR-GROUP              PIC X(15).
           05  FILLER                   PIC X(34) VALUE
               ' GROUP DIFFERS BETWEEN THE FILES'.
      *
      *------------------
       OPEN-FILES.
           OPEN OUTPUT PRINT-LINE.
           PERFORM READ-CONTROL-PARM.
           OPEN INPUT CLAIMS-DATABASE.
           IF NOT WS-CLMDB-SUCCESS
              DISPLAY "FILE OPENING ERROR"
           END-IF.
           GO TO CLOSE-STOP.
      *
      * CMPPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; without it every key on either side is compared.
       READ-CONTROL-PARM.
           OPEN INPUT CMP-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ CMP-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE CMPPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-CMPPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE CMP-CONTROL-PARM
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'CMPPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-CMPPARM-CARD.
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
              WHEN WS-KWP-KEYWORD NOT = 'FROM'
                   AND WS-KWP-KEYWORD NOT = 'TO'
                 DISPLAY 'UNKNOWN CMPPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-KWP-VALUE (1:8) NOT NUMERIC
                 OR WS-KWP-VALUE (9:1) NOT = SPACE
                 DISPLAY 'CMPPARM DATE NOT YYYYMMDD: ' WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-KWP-KEYWORD = 'FROM'
                 MOVE WS-KWP-VALUE (1:8) TO WS-FROM-KEY
              WHEN OTHER
                 MOVE WS-KWP-VALUE (1:8) TO WS-TO-KEY
           END-EVALUATE.
      *
      * Both inputs arrive in key order (the database by its key,
      * the backup as UNEMPBKP unloaded it), so a two-sided merge
      * finds the orphans and the pairs in one pass.
      *
       READ-SIDE-A.
           MOVE 'N' TO WS-A-HELD-SW.
           PERFORM UNTIL WS-A-HELD OR WS-CLMDB-EOF
              READ CLAIMS-DATABASE NEXT RECORD
                 AT END MOVE '10' TO WS-CLMDB-STATUS
                 NOT AT END
                    IF RECORD-KEY NOT < WS-FROM-KEY
                       AND RECORD-KEY NOT > WS-TO-KEY
                       MOVE CLAIMSDB-RECORD TO WS-A-RECORD
                       MOVE 'Y' TO WS-A-HELD-SW
                    END-IF
              END-READ
           END-PERFORM.
      *
       READ-SIDE-B.
           MOVE 'N' TO WS-B-HELD-SW.
                 AT END MOVE '10' TO WS-BKP-STATUS
                 NOT AT END
                    IF BKP-DATA-ROW
                       AND BKP-DATA (1:8) NOT < WS-FROM-KEY
                       AND BKP-DATA (1:8) NOT > WS-TO-KEY
                       MOVE BKP-DATA TO WS-B-RECORD
                       MOVE 'Y' TO WS-B-HELD-SW
                    END-IF
           MOVE WS-A-DUR TO WS-OLD-BLOB.
           MOVE WS-B-DUR TO WS-NEW-BLOB.
           PERFORM COMPARE-CATEGORY-FIELDS.
           MOVE 'PROGRAM TYPE' TO WS-GROUP-NAME.
           MOVE 14 TO WS-FIELD-COUNT.
           MOVE WS-PGM-LABEL-VALUES TO WS-WORK-LABELS.
           MOVE WS-A-PGM TO WS-OLD-BLOB.
           MOVE WS-B-PGM TO WS-NEW-BLOB.
           PERFORM COMPARE-CATEGORY-FIELDS.
           MOVE 'BENEFITFLOW' TO WS-GROUP-NAME.
           MOVE 2 TO WS-FIELD-COUNT.
           MOVE WS-FLW-LABEL-VALUES TO WS-WORK-LABELS (1:48).
           IF WS-A-DUR-PCT NOT = WS-B-DUR-PCT
              PERFORM REPORT-GROUP-DIFFERENCE
           END-IF.
           MOVE 'PGM PCT' TO WS-GROUP-NAME.
           IF WS-A-PGM-PCT NOT = WS-B-PGM-PCT
              PERFORM REPORT-GROUP-DIFFERENCE
           END-IF.
           MOVE 'CATEGORY STATUS' TO WS-GROUP-NAME.
           IF WS-A-CAT-STATUS NOT = WS-B-CAT-STATUS
              PERFORM REPORT-GROUP-DIFFERENCE
           END-IF.
           MOVE 'LAYOUT VERSION' TO WS-GROUP-NAME.
           IF WS-A-VERSION NOT = WS-B-VERSION
              PERFORM REPORT-GROUP-DIFFERENCE
           END-IF.
           MOVE 'LABOR FORCE' TO WS-GROUP-NAME.
           IF WS-A-LABOR NOT = WS-B-LABOR
              PERFORM REPORT-GROUP-DIFFERENCE
