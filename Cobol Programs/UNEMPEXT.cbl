      *  UNEMPDB does) and writes PTREXTR in the partner agency's own
      *  published fixed-width record layout -- their field order and
      *  picture clauses, not CLAIMSDB-RECORD's -- so the handoff is
      *  no longer a manual reformatting exercise.  The demographic
      *  cells are passed through UNEMPSUP; a withheld cell goes to
      *  the partner as asterisks and, for the claims total, is left
      *  out of the trailer hash.  Once the send is logged, every
      *  week in it going out for the first time has its
      *  transmission milestone stamped on LIFECYC through UNEMPLCY.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
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
       01  WS-XMT-HASH-TOTAL            PIC 9(12)   VALUE 0.
       01  WS-XMT-CREATE-DATE           PIC X(08)   VALUE SPACES.
       01  WS-XMT-RESULT                PIC X(01)   VALUE SPACE.
       01  WS-FIRST-SENT-WEEK           PIC X(08)   VALUE SPACES.
       01  WS-LAST-SENT-WEEK            PIC X(08)   VALUE SPACES.
       01  WS-LCY-SUBROUTINE            PIC X(08)   VALUE 'UNEMPLCY'.
       01  WS-LCY-DATA.
           05  WS-LCY-FUNCTION          PIC X(01)   VALUE 'T'.
           05  WS-LCY-MILESTONE         PIC 9(01)   VALUE 5.
           05  WS-LCY-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-LCY-THROUGH-WEEK      PIC X(08)   VALUE SPACES.
           05  WS-LCY-FEED-ID           PIC X(08)   VALUE SPACES.
           05  WS-LCY-SEQUENCE          PIC 9(06)   VALUE 0.
           05  WS-LCY-WEEKS-STAMPED     PIC 9(04)   VALUE 0.
           05  WS-LCY-RESULT            PIC X(01)   VALUE SPACE.
       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(30) VALUE
               'RECORDS EXTRACTED TO PTREXTR:'.
           05  WS-SUM-EXTRACTED         PIC ZZZ,ZZ9.
      *
      * Small-cell suppression.  Each partner column is listed with
      * its position in PARTNER-REC and the UNEMPSUP flag that
      * governs it.
       01  WS-SUP-SUBROUTINE            PIC X(08)   VALUE 'UNEMPSUP'.
       01  WS-SUP-DATA.
           05  WS-SUP-PROGRAM           PIC X(08)   VALUE 'UNEMPEXT'.
           05  WS-SUP-SCOPE             PIC X(01)   VALUE 'S'.
           05  WS-SUP-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-SUP-CELL-IMAGE        PIC X(547)  VALUE SPACES.
           05  WS-SUP-FLAG-AREA.
               10  WS-SUP-FLAG          PIC X(01)   OCCURS 47 TIMES.
           05  WS-SUP-CELLS-WITHHELD    PIC 9(03)   VALUE 0.
           05  WS-SUP-RESULT            PIC X(01)   VALUE SPACE.
           05  WS-SUP-CELL-SET          PIC X(01)   VALUE 'D'.
       01  WS-PTR-CELL-VALUES.
           05  FILLER  PIC X(05) VALUE '01101'.
           05  FILLER  PIC X(05) VALUE '01842'.
           05  FILLER  PIC X(05) VALUE '02541'.
           05  FILLER  PIC X(05) VALUE '03235'.
           05  FILLER  PIC X(05) VALUE '03937'.
           05  FILLER  PIC X(05) VALUE '04636'.
           05  FILLER  PIC X(05) VALUE '05338'.
           05  FILLER  PIC X(05) VALUE '06039'.
           05  FILLER  PIC X(05) VALUE '06711'.
           05  FILLER  PIC X(05) VALUE '07412'.
           05  FILLER  PIC X(05) VALUE '08102'.
           05  FILLER  PIC X(05) VALUE '08803'.
           05  FILLER  PIC X(05) VALUE '09504'.
           05  FILLER  PIC X(05) VALUE '10205'.
           05  FILLER  PIC X(05) VALUE '10906'.
           05  FILLER  PIC X(05) VALUE '11607'.
           05  FILLER  PIC X(05) VALUE '12308'.
           05  FILLER  PIC X(05) VALUE '13009'.
       01  WS-PTR-CELL-TABLE REDEFINES WS-PTR-CELL-VALUES.
           05  WS-PTR-CELL OCCURS 18 TIMES.
               10  WS-PTR-CELL-POS      PIC 9(03).
               10  WS-PTR-CELL-FLAG     PIC 9(02).
       01  WS-PTR-CELL-SUB              PIC 9(02)   VALUE 0.
      *
      * Publication approval gate: the APPRVLS rows UNEMPAPR writes
      * are loaded up front, the LATEST row per week winning, and a
      * week without a current approval is blocked from this
                 PERFORM BUILD-PARTNER-RECORD
                 WRITE PARTNER-REC
                 ADD 1 TO WS-EXTRACT-COUNT
                 IF WS-FIRST-SENT-WEEK = SPACES
                    MOVE RECORD-KEY TO WS-FIRST-SENT-WEEK
                 END-IF
                 MOVE RECORD-KEY TO WS-LAST-SENT-WEEK
                 IF WS-SUP-FLAG (1) NOT = 'Y'
                    ADD CBAGE-INA TO WS-CLAIMS-HASH-TOTAL
                 END-IF
              ELSE
                 PERFORM REPORT-BLOCKED-WEEK
              END-IF
           MOVE CBAGE-60-TO-64 TO PTR-AGE-60-64.
           MOVE CBAGE-GRTR-THAN-64 TO PTR-AGE-O64.
           MOVE SPACES TO PTR-FILLER.
           MOVE RECORD-KEY TO WS-SUP-RECORD-KEY.
           MOVE CLAIMSDB-RECORD (9:547) TO WS-SUP-CELL-IMAGE.
           CALL WS-SUP-SUBROUTINE USING WS-SUP-DATA.
           IF WS-SUP-CELLS-WITHHELD > 0
              PERFORM VARYING WS-PTR-CELL-SUB FROM 1 BY 1
                      UNTIL WS-PTR-CELL-SUB > 18
                 IF WS-SUP-FLAG (WS-PTR-CELL-FLAG (WS-PTR-CELL-SUB))
                    = 'Y'
                    MOVE ALL '*' TO PARTNER-REC
                       (WS-PTR-CELL-POS (WS-PTR-CELL-SUB):7)
                 END-IF
              END-PERFORM
           END-IF.
      *
      * The feed is wrapped in a header carrying the feed id,
      * creation date and sequence number and a trailer carrying the
                                        WS-XMT-HASH-TOTAL,
                                        WS-XMT-CREATE-DATE,
                                        WS-XMT-RESULT.
           IF WS-XMT-RESULT = '0'
              AND WS-FIRST-SENT-WEEK NOT = SPACES
              PERFORM STAMP-TRANSMISSION-MILESTONE
           END-IF.
      *
      * Only weeks approved on LIFECYC and not yet marked sent are
      * stamped, so the history the feed re-sends every time keeps
      * the date it first went out.
       STAMP-TRANSMISSION-MILESTONE.
           MOVE WS-FIRST-SENT-WEEK TO WS-LCY-WEEK-ENDING.
           MOVE WS-LAST-SENT-WEEK TO WS-LCY-THROUGH-WEEK.
           MOVE WS-XMT-FEED-ID TO WS-LCY-FEED-ID.
           MOVE WS-XMT-SEQUENCE TO WS-LCY-SEQUENCE.
           CALL WS-LCY-SUBROUTINE USING WS-LCY-DATA.
           IF WS-LCY-RESULT NOT = '0'
              DISPLAY 'TRANSMISSION MILESTONE NOT RECORDED ON '
                      'LIFECYC FOR SEND ' WS-XMT-SEQUENCE
           END-IF.
      *
       PRINT-SUMMARY.
           MOVE WS-EXTRACT-COUNT TO WS-SUM-EXTRACTED.
