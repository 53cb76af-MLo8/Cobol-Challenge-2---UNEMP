      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPTFR.
      ****************************************************************
      *  Trust fund roll-forward reconciliation -- finance's proof
      *  of the balance.  Each week's TF-ENDING-BALANCE should be
      *  the prior trust fund week's balance plus TF-CONTRIBUTIONS,
      *  less BENEFIT-DOLLARS-PAID, plus or minus the explained
      *  items (interest credits, loan draws and repayments,
      *  refunds) keyed on the TFADJ adjustments file.  This
      *  program reads CLMSDB in key order and rolls the balance
      *  forward; every week in the TFRPARM range whose stored
      *  balance differs from the computed one by more than
      *  TOLERANCE is printed with the difference and logged to
      *  EXCPLOG through UNEMPEXL (reason TFRC, severity E), so an
      *  unexplained movement ages on the UNEMPEXQ report until it
      *  is cleared.
      *
      *  A week on CLMSDB with no CLMTRF row loaded is reported
      *  (TF ROW MISSING) and its benefit dollars are carried into
      *  the next trust fund week's roll, where the contribution it
      *  should have carried then shows as the difference.  A gap
      *  of more than seven days between keys is reported as weeks
      *  missing from CLMSDB.  The weeks before START-DATE only set
      *  the opening balance.  Adjustment rows whose week is not
      *  rolled in the range are listed as unapplied, and rows
      *  that fail their edit are listed and skipped.
      *
      *  A month line follows each calendar month -- opening
      *  balance, contributions, benefits, adjustments, computed
      *  and stored closing balance and the unexplained difference
      *  -- and is what finance signs off.
      *
      *  TFRPARM keyword cards (see UNEMPKWP), all optional:
      *     START-DATE=YYYYMMDD     first week checked (default all)
      *     END-DATE=YYYYMMDD       last week checked (default all)
      *     TOLERANCE=1.00          dollars of difference allowed
      *                             (default 1.00)
      *
      *  TFADJ row:  COLS  1- 8  WEEK-ENDING DATE (YYYYMMDD)
      *              COLS  9-12  TYPE  INTR interest credit
      *                                LOAN federal loan draw
      *                                RPAY loan repayment
      *                                RFND refund or recovery
      *                                OTHR other explained item
      *              COL  13     SIGN  + adds to the fund, - takes
      *                                from it
      *              COLS 14-26  AMOUNT 9(11)V99, no decimal point
      *              COLS 27-66  DESCRIPTION
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL TFR-CONTROL-PARM ASSIGN TO TFRPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO TFADJ
                  FILE STATUS IS WS-ADJ-STATUS.
           SELECT CLAIMS-DATABASE ASSIGN TO CLMSDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RECORD-KEY
                  FILE STATUS IS WS-CLMDB-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  TFR-CONTROL-PARM RECORDING MODE F.
       01  TFRPARM-REC                              PIC X(80).
      *
       FD  ADJUSTMENT-FILE RECORDING MODE F.
       01  ADJUSTMENT-REC.
           05  ADJ-WEEK-ENDING                      PIC X(08).
           05  ADJ-TYPE                             PIC X(04).
               88  ADJ-TYPE-VALID                   VALUES 'INTR'
                                                    'LOAN' 'RPAY'
                                                    'RFND' 'OTHR'.
           05  ADJ-SIGN                             PIC X(01).
               88  ADJ-SIGN-VALID                   VALUES '+' '-'.
           05  ADJ-AMOUNT                           PIC 9(11)V99.
           05  ADJ-DESCRIPTION                      PIC X(40).
           05  FILLER                               PIC X(14).
      *
       FD  CLAIMS-DATABASE.
       01  CLAIMSDB-RECORD.
           05  RECORD-KEY                               PIC X(08).
           05  CLMDB-CBAGE-FIELDS.
               10  CBAGE-DATE                           PIC X(10).
               10  CBAGE-INA                            PIC 9(06).
               10  CBAGE-LESS-THAN-22                   PIC 9(06).
               10  CBAGE-22-TO-24                       PIC 9(06).
               10  CBAGE-25-TO-34                       PIC 9(06).
               10  CBAGE-35-TO-44                       PIC 9(06).
               10  CBAGE-45-TO-54                       PIC 9(06).
               10  CBAGE-55-TO-59                       PIC 9(06).
               10  CBAGE-60-TO-64                       PIC 9(06).
               10  CBAGE-GRTR-THAN-64                   PIC 9(06).
           05  CLMDB-CBAGE-PCT-FIELDS.
               10  CBAGE-PCT-LESS-THAN-22                PIC 9(03)V99.
               10  CBAGE-PCT-22-TO-24                    PIC 9(03)V99.
               10  CBAGE-PCT-25-TO-34                    PIC 9(03)V99.
               10  CBAGE-PCT-35-TO-44                    PIC 9(03)V99.
               10  CBAGE-PCT-45-TO-54                    PIC 9(03)V99.
               10  CBAGE-PCT-55-TO-59                    PIC 9(03)V99.
               10  CBAGE-PCT-60-TO-64                    PIC 9(03)V99.
               10  CBAGE-PCT-GRTR-THAN-64                PIC 9(03)V99.
           05  CLMDB-CBETH-FIELDS.
               10  CBETH-DATE                            PIC X(10).
               10  CBETH-INA                             PIC 9(06).
               10  CBETH-HISPANIC-OR-LATINO              PIC 9(06).
               10  CBETH-NOT-HISPANIC-OR-LATINO          PIC 9(06).
           05  CLMDB-CBETH-PCT-FIELDS.
               10  CBETH-PCT-HISPANIC-OR-LATINO          PIC 9(03)V99.
               10  CBETH-PCT-NOT-HISP-OR-LATINO          PIC 9(03)V99.
           05  CLMDB-CBIND-FIELDS.
               10  CBIND-DATE                            PIC X(10).
               10  CBIND-INA                             PIC 9(06).
               10  CBIND-WHOLESALE-TRADE                 PIC 9(06).
               10  CBIND-TRANSPORTATION-WAREHOUSE        PIC 9(06).
               10  CBIND-CONSTRUCTION                    PIC 9(06).
               10  CBIND-FINANCE-INSURANCE               PIC 9(06).
               10  CBIND-MANUFACTURING                   PIC 9(06).
               10  CBIND-AGR-FORESTRY-FISH-HUNT          PIC 9(06).
               10  CBIND-PUBLIC-ADMINISTRATION           PIC 9(06).
               10  CBIND-UTILITIES                       PIC 9(06).
               10  CBIND-ACCOM-FOODSERVICES              PIC 9(06).
               10  CBIND-INFORMATION                     PIC 9(06).
               10  CBIND-PROF-SCI-TECHSERVICES           PIC 9(06).
               10  CBIND-RE-RENTAL-LEASING               PIC 9(06).
               10  CBIND-OTHER-SERV-EXC-PUB-ADM          PIC 9(06).
               10  CBIND-MGT-OF-COMPANIES-ENT            PIC 9(06).
               10  CBIND-EDUCATIONAL-SERVICES            PIC 9(06).
               10  CBIND-MINING                          PIC 9(06).
               10  CBIND-HEALTHCARE-SOCIALASST           PIC 9(06).
               10  CBIND-ARTS-ENTERTAINMENT-REC          PIC 9(06).
               10  CBIND-ADM-SUP-WSTMGMT-REMSERV         PIC 9(06).
               10  CBIND-RETAIL-TRADE                    PIC 9(06).
           05  CLMDB-CBIND-PCT-FIELDS.
               10  CBIND-PCT-WHOLESALE-TRADE             PIC 9(03)V99.
               10  CBIND-PCT-TRANS-WAREHOUSE             PIC 9(03)V99.
               10  CBIND-PCT-CONSTRUCTION                PIC 9(03)V99.
               10  CBIND-PCT-FINANCE-INSURANCE           PIC 9(03)V99.
               10  CBIND-PCT-MANUFACTURING               PIC 9(03)V99.
               10  CBIND-PCT-AGR-FOR-FISH-HUNT           PIC 9(03)V99.
               10  CBIND-PCT-PUBLIC-ADMIN                PIC 9(03)V99.
               10  CBIND-PCT-UTILITIES                   PIC 9(03)V99.
               10  CBIND-PCT-ACCOM-FOODSERVICES          PIC 9(03)V99.
               10  CBIND-PCT-INFORMATION                 PIC 9(03)V99.
               10  CBIND-PCT-PROF-SCI-TECHSERV           PIC 9(03)V99.
               10  CBIND-PCT-RE-RENTAL-LEASING           PIC 9(03)V99.
               10  CBIND-PCT-OTH-SERV-EXC-PUB-ADM        PIC 9(03)V99.
               10  CBIND-PCT-MGT-OF-COMPANIES-ENT        PIC 9(03)V99.
               10  CBIND-PCT-EDUCATIONAL-SERVICES        PIC 9(03)V99.
               10  CBIND-PCT-MINING                      PIC 9(03)V99.
               10  CBIND-PCT-HEALTHCARE-SOCIALASST       PIC 9(03)V99.
               10  CBIND-PCT-ARTS-ENT-REC                PIC 9(03)V99.
               10  CBIND-PCT-ADM-SUP-WSTMGMT-RMSRV       PIC 9(03)V99.
               10  CBIND-PCT-RETAIL-TRADE                PIC 9(03)V99.
           05  CLMDB-CBRAC-FIELDS.
               10  CBRAC-DATE                            PIC X(10).
               10  CBRAC-INA                             PIC 9(06).
               10  CBRAC-WHITE                           PIC 9(06).
               10  CBRAC-ASIAN                           PIC 9(06).
               10  CBRAC-BLACK-OR-AFRAM                  PIC 9(06).
               10  CBRAC-AM-INDIAN-OR-AL-NATIVE          PIC 9(06).
               10  CBRAC-NAT-HAW-OR-PAC-ISLANDER         PIC 9(06).
           05  CLMDB-CBRAC-PCT-FIELDS.
               10  CBRAC-PCT-WHITE                       PIC 9(03)V99.
               10  CBRAC-PCT-ASIAN                       PIC 9(03)V99.
               10  CBRAC-PCT-BLACK-OR-AFRAM              PIC 9(03)V99.
               10  CBRAC-PCT-AM-IND-OR-AL-NATIVE         PIC 9(03)V99.
               10  CBRAC-PCT-NAT-HAW-OR-PAC-ISL          PIC 9(03)V99.
           05  CLMDB-CBGEN-FIELDS.
               10  CBGEN-DATE                            PIC X(10).
               10  CBGEN-INA                             PIC 9(06).
               10  CBGEN-FEMALE                          PIC 9(06).
               10  CBGEN-MALE                            PIC 9(06).
           05  CLMDB-CBGEN-PCT-FIELDS.
               10  CBGEN-PCT-FEMALE                      PIC 9(03)V99.
               10  CBGEN-PCT-MALE                        PIC 9(03)V99.
           05  CLMDB-CBEDU-FIELDS.
               10  CBEDU-DATE                            PIC X(10).
               10  CBEDU-INA                             PIC 9(06).
               10  CBEDU-LESS-THAN-HS                    PIC 9(06).
               10  CBEDU-HS-DIPLOMA                      PIC 9(06).
               10  CBEDU-SOME-COLLEGE                    PIC 9(06).
               10  CBEDU-BACHELORS-OR-HIGHER             PIC 9(06).
           05  CLMDB-CBEDU-PCT-FIELDS.
               10  CBEDU-PCT-LESS-THAN-HS                PIC 9(03)V99.
               10  CBEDU-PCT-HS-DIPLOMA                  PIC 9(03)V99.
               10  CBEDU-PCT-SOME-COLLEGE                PIC 9(03)V99.
               10  CBEDU-PCT-BACHELORS-OR-HIGHER         PIC 9(03)V99.
           05  CLMDB-LABORFORCE-FIELDS.
               10  LABORFORCE-COUNT                      PIC 9(09).
               10  CONTINUED-CLAIMS                      PIC 9(06).
               10  INSURED-UNEMPLOYMENT-RATE             PIC 9(03)V99.
           05  CLMDB-BENEFIT-FIELDS.
               10  BENEFIT-DATE                          PIC X(10).
               10  BENEFIT-DOLLARS-PAID                  PIC 9(09)V99.
               10  BENEFIT-PAYMENT-COUNT                 PIC 9(06).
               10  BENEFIT-AVG-WEEKLY                    PIC 9(05)V99.
           05  CLMDB-FLOW-FIELDS.
               10  FLOW-DATE                             PIC X(10).
               10  FLOW-FIRST-PAYMENTS                   PIC 9(06).
               10  FLOW-EXHAUSTIONS                      PIC 9(06).
           05  CLMDB-CBDUR-FIELDS.
               10  CBDUR-DATE                            PIC X(10).
               10  CBDUR-TOTAL                           PIC 9(06).
               10  CBDUR-1-TO-4-WEEKS                    PIC 9(06).
               10  CBDUR-5-TO-14-WEEKS                   PIC 9(06).
               10  CBDUR-15-TO-26-WEEKS                  PIC 9(06).
               10  CBDUR-GRTR-THAN-26                    PIC 9(06).
           05  CLMDB-CBDUR-PCT-FIELDS.
               10  CBDUR-PCT-1-TO-4-WEEKS                PIC 9(03)V99.
               10  CBDUR-PCT-5-TO-14-WEEKS               PIC 9(03)V99.
               10  CBDUR-PCT-15-TO-26-WEEKS              PIC 9(03)V99.
               10  CBDUR-PCT-GRTR-THAN-26                PIC 9(03)V99.
           05  CLMDB-TRUSTFUND-FIELDS.
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
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
           88 WS-CLMDB-SUCCESS                      VALUE '00'.
           88 WS-CLMDB-EOF                          VALUE '10'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
       01  WS-ADJ-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-ADJ-SUCCESS                        VALUE '00'.
           88 WS-ADJ-EOF                            VALUE '10'.
      *
       01  WS-START-DATE                PIC X(08)   VALUE SPACES.
       01  WS-END-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-TOLERANCE                 PIC 9(07)V99 VALUE 1.00.
      *
      * The adjustments, loaded whole; WS-AT-APPLIED marks the rows
      * taken into a week's roll.
       01  WS-ADJ-COUNT                 PIC 9(04)   VALUE 0.
       01  WS-ADJ-SUB                   PIC 9(04)   VALUE 0.
       01  WS-ADJ-REJECTED              PIC 9(04)   VALUE 0.
       01  WS-ADJUSTMENT-TABLE.
           05  WS-AT-ENTRY OCCURS 500 TIMES.
               10  WS-AT-WEEK               PIC X(08).
               10  WS-AT-TYPE               PIC X(04).
               10  WS-AT-AMOUNT             PIC S9(11)V99.
               10  WS-AT-DESCRIPTION        PIC X(40).
               10  WS-AT-APPLIED            PIC X(01).
      *
      * The roll.  Benefits and adjustments pile up in the pending
      * fields across any weeks with no trust fund row and are
      * cleared by the next week that has one.
       01  WS-PRIOR-SW                  PIC X(01)   VALUE 'N'.
           88 WS-PRIOR-HELD                         VALUE 'Y'.
       01  WS-PRIOR-BALANCE             PIC S9(13)V99 VALUE 0.
       01  WS-PRIOR-KEY                 PIC X(08)   VALUE SPACES.
       01  WS-PRIOR-TF-WEEK             PIC X(08)   VALUE SPACES.
       01  WS-PENDING-BENEFITS          PIC S9(13)V99 VALUE 0.
       01  WS-PENDING-ADJUST            PIC S9(13)V99 VALUE 0.
       01  WS-WEEK-ADJUST               PIC S9(13)V99 VALUE 0.
       01  WS-COMPUTED-BALANCE          PIC S9(13)V99 VALUE 0.
       01  WS-DIFFERENCE                PIC S9(13)V99 VALUE 0.
       01  WS-ABS-DIFFERENCE            PIC 9(13)V99 VALUE 0.
       01  WS-IN-RANGE-SW               PIC X(01)   VALUE 'N'.
           88 WS-IN-RANGE                           VALUE 'Y'.
      *
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-KEY-INTEGER               PIC S9(09)  VALUE 0.
       01  WS-PRIOR-INTEGER             PIC S9(09)  VALUE 0.
       01  WS-GAP-WEEKS                 PIC 9(04)   VALUE 0.
      *
      * Month accumulators for the sign-off line.
       01  WS-MONTH                     PIC X(06)   VALUE SPACES.
       01  WS-MONTH-OPEN-SW             PIC X(01)   VALUE 'N'.
           88 WS-MONTH-OPEN                         VALUE 'Y'.
       01  WS-MONTH-TOTALS.
           05  WS-MT-OPENING            PIC S9(13)V99.
           05  WS-MT-CONTRIB            PIC S9(13)V99.
           05  WS-MT-BENEFITS           PIC S9(13)V99.
           05  WS-MT-ADJUST             PIC S9(13)V99.
           05  WS-MT-COMPUTED           PIC S9(13)V99.
           05  WS-MT-STORED             PIC S9(13)V99.
           05  WS-MT-EXCEPTIONS         PIC 9(04).
      *
       01  WS-WEEKS-READ                PIC 9(06)   VALUE 0.
       01  WS-WEEKS-CHECKED             PIC 9(06)   VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(06)   VALUE 0.
       01  WS-UNAPPLIED-COUNT           PIC 9(04)   VALUE 0.
      *
       01  WS-VAL-BAD-SW                PIC X(01)   VALUE 'N'.
           88 WS-VAL-BAD                            VALUE 'Y'.
       01  WS-VAL-CHAR-SUB              PIC 9(02)   VALUE 0.
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
       01  WS-ECHO-LINE.
           05  FILLER                   PIC X(11) VALUE 'PARAMETER: '.
           05  WS-EC-KEYWORD            PIC X(20).
           05  FILLER                   PIC X(03) VALUE ' = '.
           05  WS-EC-VALUE              PIC X(40).
       01  WS-TOLERANCE-EDIT            PIC Z,ZZZ,ZZ9.99.
      *
      * Exceptions are logged to EXCPLOG as well as printed.
       01  WS-EXL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPEXL'.
       01  WS-EXL-DATA.
           05  WS-EXL-PROGRAM           PIC X(08)   VALUE 'UNEMPTFR'.
           05  WS-EXL-SEVERITY          PIC X(01)   VALUE 'E'.
           05  WS-EXL-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-EXL-REASON            PIC X(04)   VALUE 'TFRC'.
           05  WS-EXL-TEXT              PIC X(50)   VALUE SPACES.
           05  WS-EXL-RESULT            PIC X(01)   VALUE SPACE.
       01  WS-EXL-FAILED                PIC 9(06)   VALUE 0.
       01  WS-EXL-DIFF-EDIT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TFR-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'TRUST FUND ROLL-FORWARD RECONCILIATION  '.
       01  WS-TFR-HEADER2.
           05  FILLER  PIC X(10) VALUE 'WEEK      '.
           05  FILLER  PIC X(19) VALUE '    COMPUTED BAL   '.
           05  FILLER  PIC X(19) VALUE '      STORED BAL   '.
           05  FILLER  PIC X(19) VALUE '     DIFFERENCE    '.
           05  FILLER  PIC X(20) VALUE 'NOTE'.
       01  WS-REPORT-RULE               PIC X(100) VALUE ALL '-'.
       01  WS-TFR-LINE.
           05  WS-TL-WEEK               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-TL-COMPUTED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-TL-STORED             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-TL-DIFFERENCE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-TL-NOTE               PIC X(30).
      *
       01  WS-MONTH-HEADER.
           05  FILLER  PIC X(07) VALUE 'MONTH  '.
           05  FILLER  PIC X(17) VALUE '          OPENING'.
           05  FILLER  PIC X(17) VALUE '    CONTRIBUTIONS'.
           05  FILLER  PIC X(17) VALUE '         BENEFITS'.
           05  FILLER  PIC X(17) VALUE '      ADJUSTMENTS'.
           05  FILLER  PIC X(17) VALUE '   COMPUTED CLOSE'.
           05  FILLER  PIC X(17) VALUE '     STORED CLOSE'.
           05  FILLER  PIC X(17) VALUE '      UNEXPLAINED'.
           05  FILLER  PIC X(05) VALUE '  EXC'.
       01  WS-MONTH-LINE.
           05  WS-ML-MONTH              PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ML-OPENING            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ML-CONTRIB            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ML-BENEFITS           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ML-ADJUST             PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-ML-COMPUTED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ML-STORED             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ML-UNEXPLAINED        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ML-EXCEPTIONS         PIC ZZZ9.
      *
       01  WS-ADJ-HEADER.
           05  FILLER  PIC X(40)
               VALUE 'ADJUSTMENTS NOT APPLIED                 '.
       01  WS-ADJ-LINE.
           05  WS-AL-WEEK               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-AL-TYPE               PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-AL-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-AL-DESCRIPTION        PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-AL-NOTE               PIC X(24).
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(26) VALUE
               'TRUST FUND WEEKS CHECKED :'.
           05  WS-SUM-CHECKED           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(26) VALUE
               'UNEXPLAINED EXCEPTIONS   :'.
           05  WS-SUM-EXCEPTIONS        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(26) VALUE
               'ADJUSTMENTS NOT APPLIED  :'.
           05  WS-SUM-UNAPPLIED         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(26) VALUE
               'ADJUSTMENT ROWS REJECTED :'.
           05  WS-SUM-REJECTED          PIC ZZZ,ZZ9.
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
           OPEN INPUT CLAIMS-DATABASE.
           IF NOT WS-CLMDB-SUCCESS
              DISPLAY "FILE OPENING ERROR"
              GO TO CLOSE-STOP
           END-IF.
           PERFORM READ-CONTROL-PARM.
           PERFORM PRINT-PARM-ECHO.
           WRITE PRINT-REC FROM WS-TFR-HEADER1.
           PERFORM LOAD-ADJUSTMENTS.
           WRITE PRINT-REC FROM WS-TFR-HEADER2.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           PERFORM PROCESS-WEEKS.
           IF WS-MONTH-OPEN
              PERFORM PRINT-MONTH-LINE
           END-IF.
           PERFORM LIST-UNAPPLIED-ADJUSTMENTS.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * TFRPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT TFR-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ TFR-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE TFRPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-TFRPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE TFR-CONTROL-PARM
           ELSE
              DISPLAY 'NO TFRPARM CONTROL FILE, CHECKING ALL WEEKS'
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'TFRPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-TFRPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'START-DATE'
                 MOVE WS-KWP-VALUE (1:8) TO WS-START-DATE
              WHEN WS-KWP-KEYWORD = 'END-DATE'
                 MOVE WS-KWP-VALUE (1:8) TO WS-END-DATE
              WHEN WS-KWP-KEYWORD = 'TOLERANCE'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-TOLERANCE =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN TFRPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       CHECK-NUMERIC-VALUE.
           MOVE 'N' TO WS-VAL-BAD-SW.
           PERFORM VARYING WS-VAL-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-VAL-CHAR-SUB > 40
              IF WS-KWP-VALUE (WS-VAL-CHAR-SUB:1) NOT = SPACE
                 AND WS-KWP-VALUE (WS-VAL-CHAR-SUB:1) NOT = '.'
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
       PRINT-PARM-ECHO.
           MOVE 'START-DATE' TO WS-EC-KEYWORD.
           MOVE WS-START-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'END-DATE' TO WS-EC-KEYWORD.
           MOVE WS-END-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'TOLERANCE' TO WS-EC-KEYWORD.
           MOVE WS-TOLERANCE TO WS-TOLERANCE-EDIT.
           MOVE WS-TOLERANCE-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
      * A row with a bad date, type, sign or amount is printed and
      * skipped; it explains nothing until it is corrected.
       LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF NOT WS-ADJ-SUCCESS
              DISPLAY 'NO TFADJ ADJUSTMENTS FILE, NONE APPLIED'
           ELSE
              PERFORM UNTIL WS-ADJ-EOF
                 READ ADJUSTMENT-FILE
                    AT END MOVE '10' TO WS-ADJ-STATUS
                    NOT AT END PERFORM TAKE-ADJUSTMENT-ROW
                 END-READ
              END-PERFORM
              CLOSE ADJUSTMENT-FILE
           END-IF.
      *
       TAKE-ADJUSTMENT-ROW.
           MOVE SPACES TO WS-AL-NOTE.
           EVALUATE TRUE
              WHEN ADJ-WEEK-ENDING NOT NUMERIC
                 MOVE 'REJECTED: BAD DATE' TO WS-AL-NOTE
              WHEN NOT ADJ-TYPE-VALID
                 MOVE 'REJECTED: BAD TYPE' TO WS-AL-NOTE
              WHEN NOT ADJ-SIGN-VALID
                 MOVE 'REJECTED: BAD SIGN' TO WS-AL-NOTE
              WHEN ADJ-AMOUNT NOT NUMERIC
                 MOVE 'REJECTED: BAD AMOUNT' TO WS-AL-NOTE
              WHEN WS-ADJ-COUNT NOT < 500
                 MOVE 'REJECTED: OVER 500 ROWS' TO WS-AL-NOTE
           END-EVALUATE.
           IF WS-AL-NOTE NOT = SPACES
              ADD 1 TO WS-ADJ-REJECTED
              MOVE ADJ-WEEK-ENDING TO WS-AL-WEEK
              MOVE ADJ-TYPE TO WS-AL-TYPE
              MOVE 0 TO WS-AL-AMOUNT
              MOVE ADJ-DESCRIPTION TO WS-AL-DESCRIPTION
              WRITE PRINT-REC FROM WS-ADJ-LINE
           ELSE
              ADD 1 TO WS-ADJ-COUNT
              MOVE ADJ-WEEK-ENDING TO WS-AT-WEEK (WS-ADJ-COUNT)
              MOVE ADJ-TYPE TO WS-AT-TYPE (WS-ADJ-COUNT)
              IF ADJ-SIGN = '-'
                 COMPUTE WS-AT-AMOUNT (WS-ADJ-COUNT) = 0 - ADJ-AMOUNT
              ELSE
                 MOVE ADJ-AMOUNT TO WS-AT-AMOUNT (WS-ADJ-COUNT)
              END-IF
              MOVE ADJ-DESCRIPTION TO WS-AT-DESCRIPTION (WS-ADJ-COUNT)
              MOVE 'N' TO WS-AT-APPLIED (WS-ADJ-COUNT)
           END-IF.
      *
       PROCESS-WEEKS.
           PERFORM READ-CLAIMSDB-NEXT.
           PERFORM UNTIL WS-CLMDB-EOF
              IF WS-END-DATE NOT = SPACES
                 AND RECORD-KEY > WS-END-DATE
                 MOVE '10' TO WS-CLMDB-STATUS
              ELSE
                 ADD 1 TO WS-WEEKS-READ
                 IF WS-START-DATE = SPACES
                    OR RECORD-KEY NOT < WS-START-DATE
                    MOVE 'Y' TO WS-IN-RANGE-SW
                 ELSE
                    MOVE 'N' TO WS-IN-RANGE-SW
                 END-IF
                 PERFORM ROLL-ONE-WEEK
                 MOVE RECORD-KEY TO WS-PRIOR-KEY
                 PERFORM READ-CLAIMSDB-NEXT
              END-IF
           END-PERFORM.
      *
       READ-CLAIMSDB-NEXT.
           READ CLAIMS-DATABASE NEXT RECORD
              AT END MOVE '10' TO WS-CLMDB-STATUS
           END-READ.
      *
      * The first trust fund week read only opens the roll.  After
      * that every week adds its benefits and adjustments to the
      * pending amounts, and a week with a trust fund row is
      * checked against the prior balance rolled forward by them.
       ROLL-ONE-WEEK.
           IF WS-IN-RANGE AND WS-PRIOR-KEY NOT = SPACES
              PERFORM CHECK-KEY-GAP
           END-IF.
           IF WS-IN-RANGE
              AND RECORD-KEY (1:6) NOT = WS-MONTH
              IF WS-MONTH-OPEN
                 PERFORM PRINT-MONTH-LINE
              END-IF
              PERFORM OPEN-MONTH
           END-IF.
           PERFORM SUM-WEEK-ADJUSTMENTS.
           IF NOT WS-PRIOR-HELD
              IF TF-DATE NOT = SPACES
                 MOVE TF-ENDING-BALANCE TO WS-PRIOR-BALANCE
                 MOVE RECORD-KEY TO WS-PRIOR-TF-WEEK
                 MOVE 'Y' TO WS-PRIOR-SW
                 IF WS-IN-RANGE
                    MOVE TF-ENDING-BALANCE TO WS-MT-OPENING
                                              WS-MT-COMPUTED
                                              WS-MT-STORED
                 END-IF
              END-IF
           ELSE
              ADD BENEFIT-DOLLARS-PAID TO WS-PENDING-BENEFITS
              ADD WS-WEEK-ADJUST TO WS-PENDING-ADJUST
              IF WS-IN-RANGE
                 ADD BENEFIT-DOLLARS-PAID TO WS-MT-BENEFITS
                 ADD WS-WEEK-ADJUST TO WS-MT-ADJUST
              END-IF
              IF TF-DATE = SPACES
                 IF WS-IN-RANGE
                    PERFORM REPORT-MISSING-TF-ROW
                 END-IF
              ELSE
                 PERFORM CHECK-TF-WEEK
              END-IF
           END-IF.
      *
      * Adjustments keyed to the week are taken into its roll and
      * marked applied.  Weeks before the first trust fund row
      * cannot be rolled, so theirs stay unapplied.
       SUM-WEEK-ADJUSTMENTS.
           MOVE 0 TO WS-WEEK-ADJUST.
           IF WS-PRIOR-HELD
              PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                      UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                 IF WS-AT-WEEK (WS-ADJ-SUB) = RECORD-KEY
                    ADD WS-AT-AMOUNT (WS-ADJ-SUB) TO WS-WEEK-ADJUST
                    MOVE 'Y' TO WS-AT-APPLIED (WS-ADJ-SUB)
                 END-IF
              END-PERFORM
           END-IF.
      *
       CHECK-TF-WEEK.
           COMPUTE WS-COMPUTED-BALANCE = WS-PRIOR-BALANCE
                                       + TF-CONTRIBUTIONS
                                       - WS-PENDING-BENEFITS
                                       + WS-PENDING-ADJUST.
           COMPUTE WS-DIFFERENCE =
              TF-ENDING-BALANCE - WS-COMPUTED-BALANCE.
           IF WS-DIFFERENCE < 0
              COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
              MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF.
           IF WS-IN-RANGE
              ADD 1 TO WS-WEEKS-CHECKED
              ADD TF-CONTRIBUTIONS TO WS-MT-CONTRIB
              MOVE TF-ENDING-BALANCE TO WS-MT-STORED
              IF WS-ABS-DIFFERENCE > WS-TOLERANCE
                 PERFORM REPORT-DIFFERENCE
              END-IF
           END-IF.
           MOVE TF-ENDING-BALANCE TO WS-PRIOR-BALANCE.
           MOVE RECORD-KEY TO WS-PRIOR-TF-WEEK.
           MOVE 0 TO WS-PENDING-BENEFITS WS-PENDING-ADJUST.
      *
       REPORT-DIFFERENCE.
           ADD 1 TO WS-EXCEPTION-COUNT WS-MT-EXCEPTIONS.
           MOVE RECORD-KEY TO WS-TL-WEEK.
           MOVE WS-COMPUTED-BALANCE TO WS-TL-COMPUTED.
           MOVE TF-ENDING-BALANCE TO WS-TL-STORED.
           MOVE WS-DIFFERENCE TO WS-TL-DIFFERENCE.
           IF WS-PRIOR-TF-WEEK = WS-PRIOR-KEY
              MOVE 'UNEXPLAINED DIFFERENCE' TO WS-TL-NOTE
           ELSE
              MOVE SPACES TO WS-TL-NOTE
              STRING 'ROLLED FROM ' WS-PRIOR-TF-WEEK
                     DELIMITED BY SIZE INTO WS-TL-NOTE
           END-IF.
           WRITE PRINT-REC FROM WS-TFR-LINE.
           MOVE WS-DIFFERENCE TO WS-EXL-DIFF-EDIT.
           MOVE SPACES TO WS-EXL-TEXT.
           STRING 'TF BALANCE OFF ROLL-FORWARD BY '
                  WS-EXL-DIFF-EDIT DELIMITED BY SIZE
                  INTO WS-EXL-TEXT.
           PERFORM LOG-EXCEPTION.
      *
       REPORT-MISSING-TF-ROW.
           ADD 1 TO WS-EXCEPTION-COUNT WS-MT-EXCEPTIONS.
           MOVE RECORD-KEY TO WS-TL-WEEK.
           MOVE 0 TO WS-TL-COMPUTED WS-TL-STORED WS-TL-DIFFERENCE.
           MOVE 'TF ROW MISSING, CARRIED' TO WS-TL-NOTE.
           WRITE PRINT-REC FROM WS-TFR-LINE.
           MOVE 'NO CLMTRF ROW LOADED FOR THE WEEK, ROLL CARRIED'
              TO WS-EXL-TEXT.
           PERFORM LOG-EXCEPTION.
      *
       CHECK-KEY-GAP.
           MOVE RECORD-KEY TO WS-KEY-NUM.
           COMPUTE WS-KEY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           MOVE WS-PRIOR-KEY TO WS-KEY-NUM.
           COMPUTE WS-PRIOR-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           IF WS-KEY-INTEGER - WS-PRIOR-INTEGER > 7
              COMPUTE WS-GAP-WEEKS =
                 ((WS-KEY-INTEGER - WS-PRIOR-INTEGER) / 7) - 1
              IF WS-GAP-WEEKS = 0
                 MOVE 1 TO WS-GAP-WEEKS
              END-IF
              ADD 1 TO WS-EXCEPTION-COUNT WS-MT-EXCEPTIONS
              MOVE RECORD-KEY TO WS-TL-WEEK
              MOVE 0 TO WS-TL-COMPUTED WS-TL-STORED WS-TL-DIFFERENCE
              MOVE SPACES TO WS-TL-NOTE
              STRING 'WEEKS MISSING BEFORE: ' WS-GAP-WEEKS
                     DELIMITED BY SIZE INTO WS-TL-NOTE
              WRITE PRINT-REC FROM WS-TFR-LINE
              MOVE SPACES TO WS-EXL-TEXT
              STRING 'GAP IN CLMSDB SINCE ' WS-PRIOR-KEY
                     ', WEEKS MISSING ' WS-GAP-WEEKS
                     DELIMITED BY SIZE INTO WS-EXL-TEXT
              PERFORM LOG-EXCEPTION
           END-IF.
      *
       LOG-EXCEPTION.
           MOVE RECORD-KEY TO WS-EXL-RECORD-KEY.
           CALL WS-EXL-SUBROUTINE USING WS-EXL-DATA.
           IF WS-EXL-RESULT NOT = '0'
              ADD 1 TO WS-EXL-FAILED
           END-IF.
      *
      * A month opens on the balance the roll carries into it.
       OPEN-MONTH.
           MOVE RECORD-KEY (1:6) TO WS-MONTH.
           INITIALIZE WS-MONTH-TOTALS.
           MOVE WS-PRIOR-BALANCE TO WS-MT-OPENING
                                    WS-MT-COMPUTED
                                    WS-MT-STORED.
           MOVE 'Y' TO WS-MONTH-OPEN-SW.
      *
       PRINT-MONTH-LINE.
           MOVE WS-MONTH TO WS-ML-MONTH.
           MOVE WS-MT-OPENING TO WS-ML-OPENING.
           MOVE WS-MT-CONTRIB TO WS-ML-CONTRIB.
           MOVE WS-MT-BENEFITS TO WS-ML-BENEFITS.
           MOVE WS-MT-ADJUST TO WS-ML-ADJUST.
           COMPUTE WS-MT-COMPUTED = WS-MT-OPENING + WS-MT-CONTRIB
                                  - WS-MT-BENEFITS + WS-MT-ADJUST.
           MOVE WS-MT-COMPUTED TO WS-ML-COMPUTED.
           MOVE WS-MT-STORED TO WS-ML-STORED.
           COMPUTE WS-ML-UNEXPLAINED = WS-MT-STORED - WS-MT-COMPUTED.
           MOVE WS-MT-EXCEPTIONS TO WS-ML-EXCEPTIONS.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           WRITE PRINT-REC FROM WS-MONTH-HEADER.
           WRITE PRINT-REC FROM WS-MONTH-LINE.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE 'N' TO WS-MONTH-OPEN-SW.
      *
       LIST-UNAPPLIED-ADJUSTMENTS.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
              IF WS-AT-APPLIED (WS-ADJ-SUB) NOT = 'Y'
                 IF WS-UNAPPLIED-COUNT = 0
                    WRITE PRINT-REC FROM WS-ADJ-HEADER
                 END-IF
                 ADD 1 TO WS-UNAPPLIED-COUNT
                 MOVE WS-AT-WEEK (WS-ADJ-SUB) TO WS-AL-WEEK
                 MOVE WS-AT-TYPE (WS-ADJ-SUB) TO WS-AL-TYPE
                 MOVE WS-AT-AMOUNT (WS-ADJ-SUB) TO WS-AL-AMOUNT
                 MOVE WS-AT-DESCRIPTION (WS-ADJ-SUB)
                    TO WS-AL-DESCRIPTION
                 MOVE 'WEEK NOT ROLLED' TO WS-AL-NOTE
                 WRITE PRINT-REC FROM WS-ADJ-LINE
              END-IF
           END-PERFORM.
      *
       PRINT-SUMMARY.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE WS-WEEKS-CHECKED TO WS-SUM-CHECKED.
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTIONS.
           MOVE WS-UNAPPLIED-COUNT TO WS-SUM-UNAPPLIED.
           MOVE WS-ADJ-REJECTED TO WS-SUM-REJECTED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           DISPLAY WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE3.
           DISPLAY WS-SUMMARY-LINE4.
           IF WS-EXCEPTION-COUNT > 0 OR WS-UNAPPLIED-COUNT > 0
              OR WS-ADJ-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-EXL-FAILED > 0
              DISPLAY 'EXCPLOG WRITE FAILED FOR ' WS-EXL-FAILED
                      ' EXCEPTIONS, SEE THE PRINTED REPORT'
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           STOP RUN.
