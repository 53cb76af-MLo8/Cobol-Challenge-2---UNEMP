      *  the JSNPARM date range it reads CLMSDB and writes JSONOUT,
      *  a JSON array with one object per week carrying named
      *  elements for every category group -- counts, the percentage
      *  fields, initial and continued claims by program type, labor
      *  force, continued claims, the insured unemployment rate and
      *  the benefits-paid figures.  Each
      *  week's demographic cells go through UNEMPSUP first, and
      *  its program type counts through a second call; a withheld
      *  count, and its percent, is written as null.
      *
      *  JSNPARM:  COLS 1-8  START DATE   COLS 9-16  END DATE
      *            (spaces = open ended)
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
       01  WS-TRIM-SUB                  PIC 9(02)   VALUE 0.
       01  WS-TRIM-START                PIC 9(02)   VALUE 0.
       01  WS-JSON-LINE                 PIC X(120)  VALUE SPACES.
      *
      * Small-cell suppression.  WS-SUP-CELL is set before a
      * demographic or program type pair is emitted and names the
      * flag that governs it; zero means the pair is not subject to
      * suppression.
       01  WS-SUP-SUBROUTINE            PIC X(08)   VALUE 'UNEMPSUP'.
       01  WS-SUP-DATA.
           05  WS-SUP-PROGRAM           PIC X(08)   VALUE 'UNEMPJSN'.
           05  WS-SUP-SCOPE             PIC X(01)   VALUE 'S'.
           05  WS-SUP-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-SUP-CELL-IMAGE        PIC X(547)  VALUE SPACES.
           05  WS-SUP-FLAG-AREA.
               10  WS-SUP-FLAG          PIC X(01)   OCCURS 47 TIMES.
           05  WS-SUP-CELLS-WITHHELD    PIC 9(03)   VALUE 0.
           05  WS-SUP-RESULT            PIC X(01)   VALUE SPACE.
           05  WS-SUP-CELL-SET          PIC X(01)   VALUE 'D'.
       01  WS-SUP-CELL                  PIC 9(02)   VALUE 0.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(25) VALUE
      * do not allow.
       WRITE-WEEK-OBJECT.
           ADD 1 TO WS-WEEKS-WRITTEN.
           MOVE RECORD-KEY TO WS-SUP-RECORD-KEY.
           MOVE 'D' TO WS-SUP-CELL-SET.
           MOVE CLAIMSDB-RECORD (9:547) TO WS-SUP-CELL-IMAGE.
           CALL WS-SUP-SUBROUTINE USING WS-SUP-DATA.
           IF WS-FIRST-OBJECT
              MOVE 'N' TO WS-FIRST-OBJECT-SW
           ELSE
           MOVE CBAGE-INA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 1 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'lessThan22' TO WS-JSON-NAME.
           MOVE CBAGE-LESS-THAN-22 TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 2 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age22To24' TO WS-JSON-NAME.
           MOVE CBAGE-22-TO-24 TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 3 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age25To34' TO WS-JSON-NAME.
           MOVE CBAGE-25-TO-34 TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 4 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age35To44' TO WS-JSON-NAME.
           MOVE CBAGE-35-TO-44 TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 5 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age45To54' TO WS-JSON-NAME.
           MOVE CBAGE-45-TO-54 TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 6 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age55To59' TO WS-JSON-NAME.
           MOVE CBAGE-55-TO-59 TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 7 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age60To64' TO WS-JSON-NAME.
           MOVE CBAGE-60-TO-64 TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 8 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'over64' TO WS-JSON-NAME.
           MOVE CBAGE-GRTR-THAN-64 TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 9 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBAGE-PCT-LESS-THAN-22 TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 2 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age22To24' TO WS-JSON-NAME.
           MOVE CBAGE-PCT-22-TO-24 TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 3 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age25To34' TO WS-JSON-NAME.
           MOVE CBAGE-PCT-25-TO-34 TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 4 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age35To44' TO WS-JSON-NAME.
           MOVE CBAGE-PCT-35-TO-44 TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 5 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age45To54' TO WS-JSON-NAME.
           MOVE CBAGE-PCT-45-TO-54 TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 6 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age55To59' TO WS-JSON-NAME.
           MOVE CBAGE-PCT-55-TO-59 TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 7 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'age60To64' TO WS-JSON-NAME.
           MOVE CBAGE-PCT-60-TO-64 TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 8 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'over64' TO WS-JSON-NAME.
           MOVE CBAGE-PCT-GRTR-THAN-64 TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 9 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBETH-INA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 10 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'hispanicOrLatino' TO WS-JSON-NAME.
           MOVE CBETH-HISPANIC-OR-LATINO TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 11 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'notHispanicOrLatino' TO WS-JSON-NAME.
           MOVE CBETH-NOT-HISPANIC-OR-LATINO TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 12 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBETH-PCT-HISPANIC-OR-LATINO TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 11 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'notHispanicOrLatino' TO WS-JSON-NAME.
           MOVE CBETH-PCT-NOT-HISP-OR-LATINO TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 12 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBIND-INA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 13 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'wholesaleTrade' TO WS-JSON-NAME.
           MOVE CBIND-WHOLESALE-TRADE TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 14 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'transportWarehouse' TO WS-JSON-NAME.
           MOVE CBIND-TRANSPORTATION-WAREHOUSE TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 15 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'construction' TO WS-JSON-NAME.
           MOVE CBIND-CONSTRUCTION TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 16 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'financeInsurance' TO WS-JSON-NAME.
           MOVE CBIND-FINANCE-INSURANCE TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 17 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'manufacturing' TO WS-JSON-NAME.
           MOVE CBIND-MANUFACTURING TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 18 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'agForestryFishHunt' TO WS-JSON-NAME.
           MOVE CBIND-AGR-FORESTRY-FISH-HUNT TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 19 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'publicAdministration' TO WS-JSON-NAME.
           MOVE CBIND-PUBLIC-ADMINISTRATION TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 20 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'utilities' TO WS-JSON-NAME.
           MOVE CBIND-UTILITIES TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 21 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'accomFoodServices' TO WS-JSON-NAME.
           MOVE CBIND-ACCOM-FOODSERVICES TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 22 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'information' TO WS-JSON-NAME.
           MOVE CBIND-INFORMATION TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 23 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'profSciTechServices' TO WS-JSON-NAME.
           MOVE CBIND-PROF-SCI-TECHSERVICES TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 24 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'realEstateRentalLeasing' TO WS-JSON-NAME.
           MOVE CBIND-RE-RENTAL-LEASING TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 25 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'otherServices' TO WS-JSON-NAME.
           MOVE CBIND-OTHER-SERV-EXC-PUB-ADM TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 26 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'mgtOfCompanies' TO WS-JSON-NAME.
           MOVE CBIND-MGT-OF-COMPANIES-ENT TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 27 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'educationalServices' TO WS-JSON-NAME.
           MOVE CBIND-EDUCATIONAL-SERVICES TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 28 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'mining' TO WS-JSON-NAME.
           MOVE CBIND-MINING TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 29 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'healthcareSocialAsst' TO WS-JSON-NAME.
           MOVE CBIND-HEALTHCARE-SOCIALASST TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 30 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'artsEntertainmentRec' TO WS-JSON-NAME.
           MOVE CBIND-ARTS-ENTERTAINMENT-REC TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 31 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'adminSupportWasteMgmt' TO WS-JSON-NAME.
           MOVE CBIND-ADM-SUP-WSTMGMT-REMSERV TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 32 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'retailTrade' TO WS-JSON-NAME.
           MOVE CBIND-RETAIL-TRADE TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 33 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBIND-PCT-WHOLESALE-TRADE TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 14 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'transportWarehouse' TO WS-JSON-NAME.
           MOVE CBIND-PCT-TRANS-WAREHOUSE TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 15 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'construction' TO WS-JSON-NAME.
           MOVE CBIND-PCT-CONSTRUCTION TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 16 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'financeInsurance' TO WS-JSON-NAME.
           MOVE CBIND-PCT-FINANCE-INSURANCE TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 17 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'manufacturing' TO WS-JSON-NAME.
           MOVE CBIND-PCT-MANUFACTURING TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 18 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'agForestryFishHunt' TO WS-JSON-NAME.
           MOVE CBIND-PCT-AGR-FOR-FISH-HUNT TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 19 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'publicAdministration' TO WS-JSON-NAME.
           MOVE CBIND-PCT-PUBLIC-ADMIN TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 20 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'utilities' TO WS-JSON-NAME.
           MOVE CBIND-PCT-UTILITIES TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 21 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'accomFoodServices' TO WS-JSON-NAME.
           MOVE CBIND-PCT-ACCOM-FOODSERVICES TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 22 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'information' TO WS-JSON-NAME.
           MOVE CBIND-PCT-INFORMATION TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 23 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'profSciTechServices' TO WS-JSON-NAME.
           MOVE CBIND-PCT-PROF-SCI-TECHSERV TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 24 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'realEstateRentalLeasing' TO WS-JSON-NAME.
           MOVE CBIND-PCT-RE-RENTAL-LEASING TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 25 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'otherServices' TO WS-JSON-NAME.
           MOVE CBIND-PCT-OTH-SERV-EXC-PUB-ADM TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 26 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'mgtOfCompanies' TO WS-JSON-NAME.
           MOVE CBIND-PCT-MGT-OF-COMPANIES-ENT TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 27 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'educationalServices' TO WS-JSON-NAME.
           MOVE CBIND-PCT-EDUCATIONAL-SERVICES TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 28 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'mining' TO WS-JSON-NAME.
           MOVE CBIND-PCT-MINING TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 29 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'healthcareSocialAsst' TO WS-JSON-NAME.
           MOVE CBIND-PCT-HEALTHCARE-SOCIALASST TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 30 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'artsEntertainmentRec' TO WS-JSON-NAME.
           MOVE CBIND-PCT-ARTS-ENT-REC TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 31 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'adminSupportWasteMgmt' TO WS-JSON-NAME.
           MOVE CBIND-PCT-ADM-SUP-WSTMGMT-RMSRV TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 32 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'retailTrade' TO WS-JSON-NAME.
           MOVE CBIND-PCT-RETAIL-TRADE TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 33 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBRAC-INA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 34 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'white' TO WS-JSON-NAME.
           MOVE CBRAC-WHITE TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 35 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'asian' TO WS-JSON-NAME.
           MOVE CBRAC-ASIAN TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 36 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'blackOrAfricanAmerican' TO WS-JSON-NAME.
           MOVE CBRAC-BLACK-OR-AFRAM TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 37 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'amIndianOrAlaskaNative' TO WS-JSON-NAME.
           MOVE CBRAC-AM-INDIAN-OR-AL-NATIVE TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 38 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'natHawaiianOrPacIslander' TO WS-JSON-NAME.
           MOVE CBRAC-NAT-HAW-OR-PAC-ISLANDER TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 39 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBRAC-PCT-WHITE TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 35 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'asian' TO WS-JSON-NAME.
           MOVE CBRAC-PCT-ASIAN TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 36 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'blackOrAfricanAmerican' TO WS-JSON-NAME.
           MOVE CBRAC-PCT-BLACK-OR-AFRAM TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 37 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'amIndianOrAlaskaNative' TO WS-JSON-NAME.
           MOVE CBRAC-PCT-AM-IND-OR-AL-NATIVE TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 38 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'natHawaiianOrPacIslander' TO WS-JSON-NAME.
           MOVE CBRAC-PCT-NAT-HAW-OR-PAC-ISL TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 39 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBGEN-INA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 40 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'female' TO WS-JSON-NAME.
           MOVE CBGEN-FEMALE TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 41 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'male' TO WS-JSON-NAME.
           MOVE CBGEN-MALE TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 42 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBGEN-PCT-FEMALE TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 41 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'male' TO WS-JSON-NAME.
           MOVE CBGEN-PCT-MALE TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 42 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBEDU-INA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 43 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'lessThanHs' TO WS-JSON-NAME.
           MOVE CBEDU-LESS-THAN-HS TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 44 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'hsDiploma' TO WS-JSON-NAME.
           MOVE CBEDU-HS-DIPLOMA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 45 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'someCollege' TO WS-JSON-NAME.
           MOVE CBEDU-SOME-COLLEGE TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 46 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'bachelorsOrHigher' TO WS-JSON-NAME.
           MOVE CBEDU-BACHELORS-OR-HIGHER TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 47 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE CBEDU-PCT-LESS-THAN-HS TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 44 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'hsDiploma' TO WS-JSON-NAME.
           MOVE CBEDU-PCT-HS-DIPLOMA TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 45 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'someCollege' TO WS-JSON-NAME.
           MOVE CBEDU-PCT-SOME-COLLEGE TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 46 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'bachelorsOrHigher' TO WS-JSON-NAME.
           MOVE CBEDU-PCT-BACHELORS-OR-HIGHER TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 47 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
      *    The demographic flags are finished with; the same area
      *    now carries the program type flags, initial total first
      *    (1-7) then the continued total and its buckets (8-14).
           MOVE SPACES TO WS-SUP-CELL-IMAGE.
           MOVE CLMDB-CBPGM-FIELDS TO WS-SUP-CELL-IMAGE (1:94).
           MOVE CLMDB-CBPGM-PCT-FIELDS TO WS-SUP-CELL-IMAGE (95:30).
           MOVE 'P' TO WS-SUP-CELL-SET.
           CALL WS-SUP-SUBROUTINE USING WS-SUP-DATA.
           MOVE '  "programType": {' TO JSON-REC.
           WRITE JSON-REC.
           MOVE 'initialTotal' TO WS-JSON-NAME.
           MOVE CBPGM-INA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 1 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'stateUiIntrastate' TO WS-JSON-NAME.
           MOVE CBPGM-STATE-UI-INTRA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 2 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'stateUiInterstate' TO WS-JSON-NAME.
           MOVE CBPGM-STATE-UI-INTER TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 3 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'ucfeIntrastate' TO WS-JSON-NAME.
           MOVE CBPGM-UCFE-INTRA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 4 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'ucfeInterstate' TO WS-JSON-NAME.
           MOVE CBPGM-UCFE-INTER TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 5 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'ucxIntrastate' TO WS-JSON-NAME.
           MOVE CBPGM-UCX-INTRA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 6 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'ucxInterstate' TO WS-JSON-NAME.
           MOVE CBPGM-UCX-INTER TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 7 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'continuedTotal' TO WS-JSON-NAME.
           MOVE CBPGM-CONT-TOTAL TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 8 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'contStateUiIntrastate' TO WS-JSON-NAME.
           MOVE CBPGM-CONT-STATE-UI-INTRA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 9 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'contStateUiInterstate' TO WS-JSON-NAME.
           MOVE CBPGM-CONT-STATE-UI-INTER TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 10 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'contUcfeIntrastate' TO WS-JSON-NAME.
           MOVE CBPGM-CONT-UCFE-INTRA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 11 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'contUcfeInterstate' TO WS-JSON-NAME.
           MOVE CBPGM-CONT-UCFE-INTER TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 12 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'contUcxIntrastate' TO WS-JSON-NAME.
           MOVE CBPGM-CONT-UCX-INTRA TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 13 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'contUcxInterstate' TO WS-JSON-NAME.
           MOVE CBPGM-CONT-UCX-INTER TO WS-JSON-INT-EDIT.
           MOVE WS-JSON-INT-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 14 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
           MOVE '  "programTypePct": {' TO JSON-REC.
           WRITE JSON-REC.
           MOVE 'stateUiIntrastate' TO WS-JSON-NAME.
           MOVE CBPGM-PCT-STATE-UI-INTRA TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 2 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'stateUiInterstate' TO WS-JSON-NAME.
           MOVE CBPGM-PCT-STATE-UI-INTER TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 3 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'ucfeIntrastate' TO WS-JSON-NAME.
           MOVE CBPGM-PCT-UCFE-INTRA TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 4 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'ucfeInterstate' TO WS-JSON-NAME.
           MOVE CBPGM-PCT-UCFE-INTER TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 5 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'ucxIntrastate' TO WS-JSON-NAME.
           MOVE CBPGM-PCT-UCX-INTRA TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ',' TO WS-JSON-COMMA.
           MOVE 6 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE 'ucxInterstate' TO WS-JSON-NAME.
           MOVE CBPGM-PCT-UCX-INTER TO WS-JSON-DEC-EDIT.
           MOVE WS-JSON-DEC-EDIT TO WS-JSON-VALUE.
           MOVE ' ' TO WS-JSON-COMMA.
           MOVE 7 TO WS-SUP-CELL.
           PERFORM EMIT-JSON-PAIR.
           MOVE '  },' TO JSON-REC.
           WRITE JSON-REC.
      * A pair inside a category object is indented one level deeper
      * than a scalar pair directly on the week object.
       EMIT-JSON-PAIR.
           IF WS-SUP-CELL > 0
              IF WS-SUP-FLAG (WS-SUP-CELL) = 'Y'
                 MOVE 'null' TO WS-JSON-VALUE
              END-IF
              MOVE 0 TO WS-SUP-CELL
           END-IF.
           PERFORM TRIM-JSON-VALUE.
           MOVE SPACES TO WS-JSON-LINE.
           STRING '   "' DELIMITED BY SIZE
