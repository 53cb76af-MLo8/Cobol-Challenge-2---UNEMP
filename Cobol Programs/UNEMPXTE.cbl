      *  trailer hash is the sum of the FIRST named field.  Every
      *  feed the engine builds is held to the UNEMPAPR publication
      *  gate: weeks without a current APPRVLS approval are blocked
      *  from the output, exactly as UNEMPEXT blocks them.  The
      *  demographic count columns are passed through UNEMPSUP; a
      *  withheld cell goes out as asterisks across its width and
      *  is left out of the trailer hash.  A wrapped feed, once
      *  logged, stamps the transmission milestone on LIFECYC
      *  (through UNEMPLCY) for every week in it going out for the
      *  first time.
      *
      *  XTEPARM keyword cards (see UNEMPKWP):
      *     FEED-ID=xxxxxxxx        feed name (required)
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
      *
       01  WS-EXTRACT-COUNT             PIC 9(09)   VALUE 0.
       01  WS-FIRST-FIELD-HASH          PIC 9(12)   VALUE 0.
      *
      * Small-cell suppression.  WS-FIELD-SUP-CELL is set by
      * EXTRACT-REQUESTED-FIELD to the flag governing the column,
      * zero for a column not subject to suppression.
       01  WS-SUP-SUBROUTINE            PIC X(08)   VALUE 'UNEMPSUP'.
       01  WS-SUP-DATA.
           05  WS-SUP-PROGRAM           PIC X(08)   VALUE 'UNEMPXTE'.
           05  WS-SUP-SCOPE             PIC X(01)   VALUE 'S'.
           05  WS-SUP-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-SUP-CELL-IMAGE        PIC X(547)  VALUE SPACES.
           05  WS-SUP-FLAG-AREA.
               10  WS-SUP-FLAG          PIC X(01)   OCCURS 47 TIMES.
           05  WS-SUP-CELLS-WITHHELD    PIC 9(03)   VALUE 0.
           05  WS-SUP-RESULT            PIC X(01)   VALUE SPACE.
           05  WS-SUP-CELL-SET          PIC X(01)   VALUE 'D'.
       01  WS-FIELD-SUP-CELL            PIC 9(02)   VALUE 0.
      *
       01  WS-KWP-SUBROUTINE            PIC X(08)   VALUE 'UNEMPKWP'.
       01  WS-KWP-CARD                  PIC X(80)   VALUE SPACES.
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
      *
       01  WS-FEED-HEADER-ROW.
           05  FILLER                   PIC X(02)   VALUE 'HD'.
           END-IF.
      *
       BUILD-EXTRACT-ROW.
           MOVE RECORD-KEY TO WS-SUP-RECORD-KEY.
           MOVE CLAIMSDB-RECORD (9:547) TO WS-SUP-CELL-IMAGE.
           CALL WS-SUP-SUBROUTINE USING WS-SUP-DATA.
           MOVE SPACES TO EXTRACT-REC.
           MOVE 1 TO WS-OUT-POS.
           PERFORM APPEND-ONE-FIELD
                   UNTIL WS-FLD-SUB > WS-FLD-COUNT.
           WRITE EXTRACT-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
           IF WS-FIRST-SENT-WEEK = SPACES
              MOVE RECORD-KEY TO WS-FIRST-SENT-WEEK
           END-IF.
           MOVE RECORD-KEY TO WS-LAST-SENT-WEEK.
      *
      * Numeric columns go out as the rightmost WIDTH digits of the
      * zero-filled value; the record key goes out as its 8 bytes
      * regardless of the width card.  A withheld demographic cell
      * is filled with asterisks and adds nothing to the hash.
       APPEND-ONE-FIELD.
           MOVE WS-FLD-WIDTH (WS-FLD-SUB) TO WS-WIDTH.
           IF WS-FLD-NAME (WS-FLD-SUB) = 'RECORD-KEY'
           ELSE
              MOVE WS-FLD-NAME (WS-FLD-SUB) TO WS-FIELD-NAME
              PERFORM EXTRACT-REQUESTED-FIELD
              IF WS-FIELD-SUP-CELL > 0
                 IF WS-SUP-FLAG (WS-FIELD-SUP-CELL) = 'Y'
                    MOVE 0 TO WS-FIELD-VALUE
                    MOVE ALL '*' TO EXTRACT-REC (WS-OUT-POS:WS-WIDTH)
                 END-IF
              END-IF
              IF EXTRACT-REC (WS-OUT-POS:1) NOT = '*'
                 MOVE WS-FIELD-VALUE TO WS-VALUE-DIGITS
                 MOVE WS-VALUE-DIGITS (10 - WS-WIDTH:WS-WIDTH)
                    TO EXTRACT-REC (WS-OUT-POS:WS-WIDTH)
              END-IF
              ADD WS-WIDTH TO WS-OUT-POS
              IF WS-FLD-SUB = 1
                 ADD WS-FIELD-VALUE TO WS-FIRST-FIELD-HASH
                                        WS-XMT-HASH-TOTAL,
                                        WS-XMT-CREATE-DATE,
                                        WS-XMT-RESULT.
           IF WS-XMT-RESULT = '0'
              AND WS-FIRST-SENT-WEEK NOT = SPACES
              PERFORM STAMP-TRANSMISSION-MILESTONE
           END-IF.
      *
      * Only weeks approved on LIFECYC and not yet marked sent are
      * stamped, so re-sent history keeps the date it first went
      * out.
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
       EXTRACT-REQUESTED-FIELD.
           MOVE 'Y' TO WS-FIELD-KNOWN-SW.
           MOVE 0 TO WS-FIELD-SUP-CELL.
           EVALUATE WS-FIELD-NAME
              WHEN 'CBAGE-INA'
                 MOVE CBAGE-INA TO WS-FIELD-VALUE
                 MOVE 1 TO WS-FIELD-SUP-CELL
              WHEN 'CBAGE-LESS-THAN-22'
                 MOVE CBAGE-LESS-THAN-22 TO WS-FIELD-VALUE
                 MOVE 2 TO WS-FIELD-SUP-CELL
              WHEN 'CBAGE-22-TO-24'
                 MOVE CBAGE-22-TO-24 TO WS-FIELD-VALUE
                 MOVE 3 TO WS-FIELD-SUP-CELL
              WHEN 'CBAGE-25-TO-34'
                 MOVE CBAGE-25-TO-34 TO WS-FIELD-VALUE
                 MOVE 4 TO WS-FIELD-SUP-CELL
              WHEN 'CBAGE-35-TO-44'
                 MOVE CBAGE-35-TO-44 TO WS-FIELD-VALUE
                 MOVE 5 TO WS-FIELD-SUP-CELL
              WHEN 'CBAGE-45-TO-54'
                 MOVE CBAGE-45-TO-54 TO WS-FIELD-VALUE
                 MOVE 6 TO WS-FIELD-SUP-CELL
              WHEN 'CBAGE-55-TO-59'
                 MOVE CBAGE-55-TO-59 TO WS-FIELD-VALUE
                 MOVE 7 TO WS-FIELD-SUP-CELL
              WHEN 'CBAGE-60-TO-64'
                 MOVE CBAGE-60-TO-64 TO WS-FIELD-VALUE
                 MOVE 8 TO WS-FIELD-SUP-CELL
              WHEN 'CBAGE-GRTR-THAN-64'
                 MOVE CBAGE-GRTR-THAN-64 TO WS-FIELD-VALUE
                 MOVE 9 TO WS-FIELD-SUP-CELL
              WHEN 'CBETH-INA'
                 MOVE CBETH-INA TO WS-FIELD-VALUE
                 MOVE 10 TO WS-FIELD-SUP-CELL
              WHEN 'CBETH-HISPANIC-OR-LATINO'
                 MOVE CBETH-HISPANIC-OR-LATINO TO WS-FIELD-VALUE
                 MOVE 11 TO WS-FIELD-SUP-CELL
              WHEN 'CBETH-NOT-HISPANIC-OR-LATINO'
                 MOVE CBETH-NOT-HISPANIC-OR-LATINO TO WS-FIELD-VALUE
                 MOVE 12 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-INA'
                 MOVE CBIND-INA TO WS-FIELD-VALUE
                 MOVE 13 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-WHOLESALE-TRADE'
                 MOVE CBIND-WHOLESALE-TRADE TO WS-FIELD-VALUE
                 MOVE 14 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-TRANSPORTATION-WAREHOUSE'
                 MOVE CBIND-TRANSPORTATION-WAREHOUSE
                    TO WS-FIELD-VALUE
                 MOVE 15 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-CONSTRUCTION'
                 MOVE CBIND-CONSTRUCTION TO WS-FIELD-VALUE
                 MOVE 16 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-FINANCE-INSURANCE'
                 MOVE CBIND-FINANCE-INSURANCE TO WS-FIELD-VALUE
                 MOVE 17 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-MANUFACTURING'
                 MOVE CBIND-MANUFACTURING TO WS-FIELD-VALUE
                 MOVE 18 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-AGR-FORESTRY-FISH-HUNT'
                 MOVE CBIND-AGR-FORESTRY-FISH-HUNT TO WS-FIELD-VALUE
                 MOVE 19 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-PUBLIC-ADMINISTRATION'
                 MOVE CBIND-PUBLIC-ADMINISTRATION TO WS-FIELD-VALUE
                 MOVE 20 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-UTILITIES'
                 MOVE CBIND-UTILITIES TO WS-FIELD-VALUE
                 MOVE 21 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-ACCOM-FOODSERVICES'
                 MOVE CBIND-ACCOM-FOODSERVICES TO WS-FIELD-VALUE
                 MOVE 22 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-INFORMATION'
                 MOVE CBIND-INFORMATION TO WS-FIELD-VALUE
                 MOVE 23 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-PROF-SCI-TECHSERVICES'
                 MOVE CBIND-PROF-SCI-TECHSERVICES TO WS-FIELD-VALUE
                 MOVE 24 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-RE-RENTAL-LEASING'
                 MOVE CBIND-RE-RENTAL-LEASING TO WS-FIELD-VALUE
                 MOVE 25 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-OTHER-SERV-EXC-PUB-ADM'
                 MOVE CBIND-OTHER-SERV-EXC-PUB-ADM TO WS-FIELD-VALUE
                 MOVE 26 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-MGT-OF-COMPANIES-ENT'
                 MOVE CBIND-MGT-OF-COMPANIES-ENT TO WS-FIELD-VALUE
                 MOVE 27 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-EDUCATIONAL-SERVICES'
                 MOVE CBIND-EDUCATIONAL-SERVICES TO WS-FIELD-VALUE
                 MOVE 28 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-MINING'
                 MOVE CBIND-MINING TO WS-FIELD-VALUE
                 MOVE 29 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-HEALTHCARE-SOCIALASST'
                 MOVE CBIND-HEALTHCARE-SOCIALASST TO WS-FIELD-VALUE
                 MOVE 30 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-ARTS-ENTERTAINMENT-REC'
                 MOVE CBIND-ARTS-ENTERTAINMENT-REC TO WS-FIELD-VALUE
                 MOVE 31 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-ADM-SUP-WSTMGMT-REMSERV'
                 MOVE CBIND-ADM-SUP-WSTMGMT-REMSERV TO WS-FIELD-VALUE
                 MOVE 32 TO WS-FIELD-SUP-CELL
              WHEN 'CBIND-RETAIL-TRADE'
                 MOVE CBIND-RETAIL-TRADE TO WS-FIELD-VALUE
                 MOVE 33 TO WS-FIELD-SUP-CELL
              WHEN 'CBRAC-INA'
                 MOVE CBRAC-INA TO WS-FIELD-VALUE
                 MOVE 34 TO WS-FIELD-SUP-CELL
              WHEN 'CBRAC-WHITE'
                 MOVE CBRAC-WHITE TO WS-FIELD-VALUE
                 MOVE 35 TO WS-FIELD-SUP-CELL
              WHEN 'CBRAC-ASIAN'
                 MOVE CBRAC-ASIAN TO WS-FIELD-VALUE
                 MOVE 36 TO WS-FIELD-SUP-CELL
              WHEN 'CBRAC-BLACK-OR-AFRAM'
                 MOVE CBRAC-BLACK-OR-AFRAM TO WS-FIELD-VALUE
                 MOVE 37 TO WS-FIELD-SUP-CELL
              WHEN 'CBRAC-AM-INDIAN-OR-AL-NATIVE'
                 MOVE CBRAC-AM-INDIAN-OR-AL-NATIVE TO WS-FIELD-VALUE
                 MOVE 38 TO WS-FIELD-SUP-CELL
              WHEN 'CBRAC-NAT-HAW-OR-PAC-ISLANDER'
                 MOVE CBRAC-NAT-HAW-OR-PAC-ISLANDER TO WS-FIELD-VALUE
                 MOVE 39 TO WS-FIELD-SUP-CELL
              WHEN 'CBGEN-INA'
                 MOVE CBGEN-INA TO WS-FIELD-VALUE
                 MOVE 40 TO WS-FIELD-SUP-CELL
              WHEN 'CBGEN-FEMALE'
                 MOVE CBGEN-FEMALE TO WS-FIELD-VALUE
                 MOVE 41 TO WS-FIELD-SUP-CELL
              WHEN 'CBGEN-MALE'
                 MOVE CBGEN-MALE TO WS-FIELD-VALUE
                 MOVE 42 TO WS-FIELD-SUP-CELL
              WHEN 'CBEDU-INA'
                 MOVE CBEDU-INA TO WS-FIELD-VALUE
                 MOVE 43 TO WS-FIELD-SUP-CELL
              WHEN 'CBEDU-LESS-THAN-HS'
                 MOVE CBEDU-LESS-THAN-HS TO WS-FIELD-VALUE
                 MOVE 44 TO WS-FIELD-SUP-CELL
              WHEN 'CBEDU-HS-DIPLOMA'
                 MOVE CBEDU-HS-DIPLOMA TO WS-FIELD-VALUE
                 MOVE 45 TO WS-FIELD-SUP-CELL
              WHEN 'CBEDU-SOME-COLLEGE'
                 MOVE CBEDU-SOME-COLLEGE TO WS-FIELD-VALUE
                 MOVE 46 TO WS-FIELD-SUP-CELL
              WHEN 'CBEDU-BACHELORS-OR-HIGHER'
                 MOVE CBEDU-BACHELORS-OR-HIGHER TO WS-FIELD-VALUE
                 MOVE 47 TO WS-FIELD-SUP-CELL
              WHEN 'CBDUR-TOTAL'
                 MOVE CBDUR-TOTAL TO WS-FIELD-VALUE
              WHEN 'CBDUR-1-TO-4-WEEKS'
