      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPQBM.
      ****************************************************************
      *  Quarterly benchmark to the federal administrative totals.
      *  The quarterly administrative report filed with the federal
      *  government carries the official initial and continued
      *  claims for the quarter, and the sum of our weekly CLMSDB
      *  rows for the same quarter never quite matches it.  This
      *  program loads those control totals from FEDQTR, reads
      *  CLMSDB in key order and sums CBAGE-INA and
      *  CONTINUED-CLAIMS into each quarter, and prints the
      *  variance by quarter.
      *
      *  A week's row covers the seven days ending on its key date.
      *  A week that straddles a quarter boundary is shared out by
      *  days: the days from the first of the new quarter through
      *  the week-ending date go to the new quarter and the rest to
      *  the old, and the share is rounded so the two parts add
      *  back to the week's figure.
      *
      *  A quarter whose initial or continued claims variance is
      *  more than TOLERANCE-PCT of the federal total either way is
      *  flagged, logged to EXCPLOG through UNEMPEXL (reason QBMK,
      *  severity W), and the run ends with RETURN-CODE 4.  Every
      *  quarter benchmarked is written to the keyed QTRBMK file,
      *  replacing any earlier result for it, where UNEMPCRT picks
      *  it up for the auditors' certification package.
      *
      *  QBMPARM keyword cards (see UNEMPKWP), all optional:
      *     TOLERANCE-PCT=1.00    variance allowed, in percent of
      *                           the federal total (default 1.00)
      *
      *  FEDQTR row: COLS  1- 4  YEAR (YYYY)
      *              COL   5     QUARTER (1 TO 4)
      *              COLS  6-14  INITIAL CLAIMS 9(09)
      *              COLS 15-23  CONTINUED CLAIMS 9(09)
      *              COLS 24-31  DATE FILED (YYYYMMDD)
      *  A later row for the same quarter is a revised filing and
      *  replaces the earlier one.
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL QBM-CONTROL-PARM ASSIGN TO QBMPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT FEDERAL-QUARTER-FILE ASSIGN TO FEDQTR
                  FILE STATUS IS WS-FQ-STATUS.
           SELECT OPTIONAL QUARTER-BENCHMARK ASSIGN TO QTRBMK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS QB-QUARTER-KEY
                  FILE STATUS IS WS-QB-STATUS.
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
       FD  QBM-CONTROL-PARM RECORDING MODE F.
       01  QBMPARM-REC                              PIC X(80).
      *
       FD  FEDERAL-QUARTER-FILE RECORDING MODE F.
       01  FEDQTR-REC.
           05  FQ-YEAR                              PIC X(04).
           05  FQ-QUARTER                           PIC X(01).
               88  FQ-QUARTER-VALID                 VALUES '1' '2'
                                                    '3' '4'.
           05  FQ-INITIAL-CLAIMS                    PIC 9(09).
           05  FQ-CONTINUED-CLAIMS                  PIC 9(09).
           05  FQ-DATE-FILED                        PIC X(08).
           05  FILLER                               PIC X(49).
      *
       FD  QUARTER-BENCHMARK.
       01  QB-BENCHMARK-REC.
           05  QB-QUARTER-KEY.
               10  QB-YEAR                          PIC X(04).
               10  QB-QUARTER                       PIC X(01).
           05  QB-FED-INITIAL                       PIC 9(09).
           05  QB-FED-CONTINUED                     PIC 9(09).
           05  QB-WEEKLY-INITIAL                    PIC 9(09).
           05  QB-WEEKLY-CONTINUED                  PIC 9(09).
           05  QB-INITIAL-VAR-PCT                   PIC S9(03)V99.
           05  QB-CONTINUED-VAR-PCT                 PIC S9(03)V99.
           05  QB-WEEKS-SUMMED                      PIC 9(02).
           05  QB-TOLERANCE-PCT                     PIC 9(03)V99.
           05  QB-RESULT                            PIC X(01).
               88  QB-WITHIN-TOLERANCE              VALUE 'P'.
               88  QB-OUTSIDE-TOLERANCE             VALUE 'F'.
           05  QB-DATE-FILED                        PIC X(08).
           05  QB-DATE-RUN                          PIC X(08).
           05  FILLER                               PIC X(25).
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
       01  WS-FQ-STATUS                 PIC X(02)   VALUE SPACES.
           88 WS-FQ-SUCCESS                         VALUE '00'.
           88 WS-FQ-EOF                             VALUE '10'.
       01  WS-QB-STATUS                 PIC X(02)   VALUE SPACES.
           88 WS-QB-OPEN-OK                         VALUES '00' '05'.
           88 WS-QB-IO-OK                           VALUE '00'.
      *
       01  WS-TOLERANCE-PCT             PIC 9(03)V99 VALUE 1.00.
       01  WS-RUN-DATE                  PIC X(08)   VALUE SPACES.
      *
      * The federal totals, one entry per quarter filed, with the
      * weekly sums built up beside them.
       01  WS-QTR-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-QTR-SUB                   PIC 9(03)   VALUE 0.
       01  WS-QTR-TABLE.
           05  WS-QT-ENTRY OCCURS 200 TIMES.
               10  WS-QT-KEY                PIC X(05).
               10  WS-QT-FED-INITIAL        PIC 9(09).
               10  WS-QT-FED-CONTINUED      PIC 9(09).
               10  WS-QT-DATE-FILED         PIC X(08).
               10  WS-QT-WEEKLY-INITIAL     PIC 9(09).
               10  WS-QT-WEEKLY-CONTINUED   PIC 9(09).
               10  WS-QT-WEEKS              PIC 9(02).
               10  WS-QT-STRADDLED          PIC 9(02).
       01  WS-FQ-READ                   PIC 9(04)   VALUE 0.
       01  WS-FQ-REJECTED               PIC 9(04)   VALUE 0.
       01  WS-FQ-REVISED                PIC 9(04)   VALUE 0.
       01  WS-FQ-NOTE                   PIC X(30)   VALUE SPACES.
      *
      * The week being shared out.  WS-LATE-DAYS are the days of
      * the week that fall in the quarter of the week-ending date.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-KEY-INTEGER               PIC S9(09)  VALUE 0.
       01  WS-WORK-NUM                  PIC 9(08)   VALUE 0.
       01  WS-WORK-DATE REDEFINES WS-WORK-NUM.
           05  WS-WD-YEAR               PIC X(04).
           05  WS-WD-MONTH              PIC 9(02).
           05  WS-WD-DAY                PIC 9(02).
       01  WS-WEEK-QTR                  PIC X(05)   VALUE SPACES.
       01  WS-START-QTR                 PIC X(05)   VALUE SPACES.
       01  WS-QTR-DIGIT                 PIC 9(01)   VALUE 0.
       01  WS-LATE-DAYS                 PIC 9(01)   VALUE 0.
       01  WS-LATE-INITIAL              PIC 9(06)   VALUE 0.
       01  WS-LATE-CONTINUED            PIC 9(06)   VALUE 0.
       01  WS-SHARE-QTR                 PIC X(05)   VALUE SPACES.
       01  WS-SHARE-INITIAL             PIC 9(06)   VALUE 0.
       01  WS-SHARE-CONTINUED           PIC 9(06)   VALUE 0.
       01  WS-SHARE-STRADDLE-SW         PIC X(01)   VALUE 'N'.
           88 WS-SHARE-STRADDLES                    VALUE 'Y'.
       01  WS-WEEKS-READ                PIC 9(06)   VALUE 0.
       01  WS-WEEKS-STRADDLED           PIC 9(06)   VALUE 0.
      *
       01  WS-INITIAL-VARIANCE          PIC S9(09)  VALUE 0.
       01  WS-CONTINUED-VARIANCE        PIC S9(09)  VALUE 0.
       01  WS-INITIAL-PCT               PIC S9(03)V99 VALUE 0.
       01  WS-CONTINUED-PCT             PIC S9(03)V99 VALUE 0.
       01  WS-ABS-PCT                   PIC 9(03)V99 VALUE 0.
       01  WS-OUTSIDE-SW                PIC X(01)   VALUE 'N'.
           88 WS-OUTSIDE                            VALUE 'Y'.
       01  WS-QTRS-BENCHMARKED          PIC 9(04)   VALUE 0.
       01  WS-QTRS-OUTSIDE              PIC 9(04)   VALUE 0.
       01  WS-QB-WRITE-FAILED           PIC 9(04)   VALUE 0.
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
       01  WS-TOLERANCE-EDIT            PIC ZZ9.99.
      *
      * Quarters outside tolerance are logged to EXCPLOG as well as
      * printed.
       01  WS-EXL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPEXL'.
       01  WS-EXL-DATA.
           05  WS-EXL-PROGRAM           PIC X(08)   VALUE 'UNEMPQBM'.
           05  WS-EXL-SEVERITY          PIC X(01)   VALUE 'W'.
           05  WS-EXL-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-EXL-REASON            PIC X(04)   VALUE 'QBMK'.
           05  WS-EXL-TEXT              PIC X(50)   VALUE SPACES.
           05  WS-EXL-RESULT            PIC X(01)   VALUE SPACE.
       01  WS-EXL-FAILED                PIC 9(06)   VALUE 0.
       01  WS-EXL-PCT-EDIT              PIC -ZZ9.99.
      *
       01  WS-QBM-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'QUARTERLY BENCHMARK TO FEDERAL TOTALS   '.
       01  WS-QBM-HEADER2.
           05  FILLER  PIC X(08) VALUE 'QUARTER '.
           05  FILLER  PIC X(12) VALUE ' FED INITIAL'.
           05  FILLER  PIC X(14) VALUE '  WKLY INITIAL'.
           05  FILLER  PIC X(09) VALUE '  VAR PCT'.
           05  FILLER  PIC X(14) VALUE '      FED CONT'.
           05  FILLER  PIC X(14) VALUE '     WKLY CONT'.
           05  FILLER  PIC X(09) VALUE '  VAR PCT'.
           05  FILLER  PIC X(07) VALUE '  WEEKS'.
           05  FILLER  PIC X(06) VALUE '  SPLT'.
           05  FILLER  PIC X(08) VALUE '  RESULT'.
       01  WS-REPORT-RULE               PIC X(108) VALUE ALL '-'.
       01  WS-QBM-LINE.
           05  WS-QL-YEAR               PIC X(04).
           05  FILLER                   PIC X(01) VALUE 'Q'.
           05  WS-QL-QUARTER            PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-QL-FED-INITIAL        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-QL-WEEKLY-INITIAL     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QL-INITIAL-PCT        PIC -ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-QL-FED-CONTINUED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-QL-WEEKLY-CONTINUED   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QL-CONTINUED-PCT      PIC -ZZ9.99.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-QL-WEEKS              PIC Z9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-QL-STRADDLED          PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QL-RESULT             PIC X(20).
      *
       01  WS-FQ-REJECT-LINE.
           05  FILLER                   PIC X(08) VALUE 'FEDQTR: '.
           05  WS-FR-ROW                PIC X(31).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FR-NOTE               PIC X(30).
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(26) VALUE
               'FEDQTR ROWS READ         :'.
           05  WS-SUM-FQ-READ           PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(26) VALUE
               'FEDQTR ROWS REJECTED     :'.
           05  WS-SUM-FQ-REJECTED       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(26) VALUE
               'CLMSDB WEEKS READ        :'.
           05  WS-SUM-WEEKS             PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(26) VALUE
               'WEEKS SPLIT BY QUARTER   :'.
           05  WS-SUM-STRADDLED         PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER                   PIC X(26) VALUE
               'QUARTERS BENCHMARKED     :'.
           05  WS-SUM-BENCHMARKED       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER                   PIC X(26) VALUE
               'QUARTERS OUTSIDE TOLERANCE'.
           05  WS-SUM-OUTSIDE           PIC ZZZ,ZZ9.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM READ-CONTROL-PARM.
           PERFORM PRINT-PARM-ECHO.
           WRITE PRINT-REC FROM WS-QBM-HEADER1.
           PERFORM LOAD-FEDERAL-TOTALS.
           IF WS-QTR-COUNT = 0
              DISPLAY 'NO FEDERAL QUARTERLY TOTALS LOADED, NO '
                      'BENCHMARK MADE'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           OPEN I-O QUARTER-BENCHMARK.
           IF NOT WS-QB-OPEN-OK
              DISPLAY 'QTRBMK OPEN FAILED, STATUS ' WS-QB-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM SUM-WEEKLY-ROWS.
           WRITE PRINT-REC FROM WS-QBM-HEADER2.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           PERFORM BENCHMARK-ONE-QUARTER
              VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > WS-QTR-COUNT.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * QBMPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT QBM-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ QBM-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE QBMPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-QBMPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE QBM-CONTROL-PARM
           ELSE
              DISPLAY 'NO QBMPARM CONTROL FILE, DEFAULTS USED'
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'QBMPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-QBMPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'TOLERANCE-PCT'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-TOLERANCE-PCT =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN QBMPARM KEYWORD: ' WS-KWP-KEYWORD
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
           MOVE 'TOLERANCE-PCT' TO WS-EC-KEYWORD.
           MOVE WS-TOLERANCE-PCT TO WS-TOLERANCE-EDIT.
           MOVE WS-TOLERANCE-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
      * A row with a bad year, quarter or total is printed and
      * skipped.  A second row for a quarter already loaded is a
      * revised filing and replaces the first.
       LOAD-FEDERAL-TOTALS.
           OPEN INPUT FEDERAL-QUARTER-FILE.
           IF NOT WS-FQ-SUCCESS
              DISPLAY 'FEDQTR OPEN FAILED, STATUS ' WS-FQ-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM UNTIL WS-FQ-EOF
              READ FEDERAL-QUARTER-FILE
                 AT END MOVE '10' TO WS-FQ-STATUS
                 NOT AT END PERFORM TAKE-FEDERAL-ROW
              END-READ
           END-PERFORM.
           CLOSE FEDERAL-QUARTER-FILE.
      *
       TAKE-FEDERAL-ROW.
           ADD 1 TO WS-FQ-READ.
           MOVE SPACES TO WS-FQ-NOTE.
           EVALUATE TRUE
              WHEN FQ-YEAR NOT NUMERIC
                 MOVE 'REJECTED: BAD YEAR' TO WS-FQ-NOTE
              WHEN NOT FQ-QUARTER-VALID
                 MOVE 'REJECTED: BAD QUARTER' TO WS-FQ-NOTE
              WHEN FQ-INITIAL-CLAIMS NOT NUMERIC
                 MOVE 'REJECTED: BAD INITIAL CLAIMS' TO WS-FQ-NOTE
              WHEN FQ-CONTINUED-CLAIMS NOT NUMERIC
                 MOVE 'REJECTED: BAD CONTINUED CLAIMS' TO WS-FQ-NOTE
           END-EVALUATE.
           IF WS-FQ-NOTE NOT = SPACES
              ADD 1 TO WS-FQ-REJECTED
              PERFORM PRINT-FEDERAL-ROW-NOTE
           ELSE
              PERFORM FIND-FEDERAL-QUARTER
              IF WS-QTR-SUB > WS-QTR-COUNT
                 IF WS-QTR-COUNT < 200
                    ADD 1 TO WS-QTR-COUNT
                    MOVE WS-QTR-COUNT TO WS-QTR-SUB
                    PERFORM STORE-FEDERAL-ROW
                 ELSE
                    ADD 1 TO WS-FQ-REJECTED
                    MOVE 'REJECTED: OVER 200 QUARTERS' TO WS-FQ-NOTE
                    PERFORM PRINT-FEDERAL-ROW-NOTE
                 END-IF
              ELSE
                 ADD 1 TO WS-FQ-REVISED
                 MOVE 'REVISED FILING, REPLACES EARLIER'
                    TO WS-FQ-NOTE
                 PERFORM PRINT-FEDERAL-ROW-NOTE
                 PERFORM STORE-FEDERAL-ROW
              END-IF
           END-IF.
      *
       FIND-FEDERAL-QUARTER.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > WS-QTR-COUNT
                      OR WS-QT-KEY (WS-QTR-SUB) = FEDQTR-REC (1:5)
              CONTINUE
           END-PERFORM.
      *
       STORE-FEDERAL-ROW.
           MOVE FEDQTR-REC (1:5) TO WS-QT-KEY (WS-QTR-SUB).
           MOVE FQ-INITIAL-CLAIMS TO WS-QT-FED-INITIAL (WS-QTR-SUB).
           MOVE FQ-CONTINUED-CLAIMS
              TO WS-QT-FED-CONTINUED (WS-QTR-SUB).
           MOVE FQ-DATE-FILED TO WS-QT-DATE-FILED (WS-QTR-SUB).
           MOVE 0 TO WS-QT-WEEKLY-INITIAL (WS-QTR-SUB)
                     WS-QT-WEEKLY-CONTINUED (WS-QTR-SUB)
                     WS-QT-WEEKS (WS-QTR-SUB)
                     WS-QT-STRADDLED (WS-QTR-SUB).
      *
       PRINT-FEDERAL-ROW-NOTE.
           MOVE FEDQTR-REC (1:31) TO WS-FR-ROW.
           MOVE WS-FQ-NOTE TO WS-FR-NOTE.
           WRITE PRINT-REC FROM WS-FQ-REJECT-LINE.
           DISPLAY WS-FQ-REJECT-LINE.
      *
       SUM-WEEKLY-ROWS.
           PERFORM READ-CLAIMSDB-NEXT.
           PERFORM UNTIL WS-CLMDB-EOF
              ADD 1 TO WS-WEEKS-READ
              PERFORM SHARE-OUT-WEEK
              PERFORM READ-CLAIMSDB-NEXT
           END-PERFORM.
      *
       READ-CLAIMSDB-NEXT.
           READ CLAIMS-DATABASE NEXT RECORD
              AT END MOVE '10' TO WS-CLMDB-STATUS
           END-READ.
      *
      * The week runs from six days before its key date to the key
      * date.  When the first day falls in an earlier quarter, the
      * days from the first of the key date's month (the first
      * month of its quarter) through the key date are the late
      * days, and the rest of the week goes to the earlier quarter.
       SHARE-OUT-WEEK.
           MOVE RECORD-KEY TO WS-KEY-NUM.
           MOVE WS-KEY-NUM TO WS-WORK-NUM.
           PERFORM SET-WORK-QUARTER.
           MOVE WS-SHARE-QTR TO WS-WEEK-QTR.
           MOVE WS-WD-DAY TO WS-LATE-DAYS.
           COMPUTE WS-KEY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM) - 6.
           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER (WS-KEY-INTEGER).
           PERFORM SET-WORK-QUARTER.
           MOVE WS-SHARE-QTR TO WS-START-QTR.
           IF WS-START-QTR = WS-WEEK-QTR
              MOVE 'N' TO WS-SHARE-STRADDLE-SW
              MOVE WS-WEEK-QTR TO WS-SHARE-QTR
              MOVE CBAGE-INA TO WS-SHARE-INITIAL
              MOVE CONTINUED-CLAIMS TO WS-SHARE-CONTINUED
              PERFORM ADD-SHARE-TO-QUARTER
           ELSE
              ADD 1 TO WS-WEEKS-STRADDLED
              MOVE 'Y' TO WS-SHARE-STRADDLE-SW
              COMPUTE WS-LATE-INITIAL ROUNDED =
                 CBAGE-INA * WS-LATE-DAYS / 7
              COMPUTE WS-LATE-CONTINUED ROUNDED =
                 CONTINUED-CLAIMS * WS-LATE-DAYS / 7
              MOVE WS-WEEK-QTR TO WS-SHARE-QTR
              MOVE WS-LATE-INITIAL TO WS-SHARE-INITIAL
              MOVE WS-LATE-CONTINUED TO WS-SHARE-CONTINUED
              PERFORM ADD-SHARE-TO-QUARTER
              MOVE WS-START-QTR TO WS-SHARE-QTR
              COMPUTE WS-SHARE-INITIAL = CBAGE-INA - WS-LATE-INITIAL
              COMPUTE WS-SHARE-CONTINUED =
                 CONTINUED-CLAIMS - WS-LATE-CONTINUED
              PERFORM ADD-SHARE-TO-QUARTER
           END-IF.
      *
       SET-WORK-QUARTER.
           COMPUTE WS-QTR-DIGIT = ((WS-WD-MONTH - 1) / 3) + 1.
           MOVE WS-WD-YEAR TO WS-SHARE-QTR (1:4).
           MOVE WS-QTR-DIGIT TO WS-SHARE-QTR (5:1).
      *
      * Weeks in quarters with no federal total are read and
      * passed over.
       ADD-SHARE-TO-QUARTER.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > WS-QTR-COUNT
                      OR WS-QT-KEY (WS-QTR-SUB) = WS-SHARE-QTR
              CONTINUE
           END-PERFORM.
           IF WS-QTR-SUB NOT > WS-QTR-COUNT
              ADD WS-SHARE-INITIAL
                 TO WS-QT-WEEKLY-INITIAL (WS-QTR-SUB)
              ADD WS-SHARE-CONTINUED
                 TO WS-QT-WEEKLY-CONTINUED (WS-QTR-SUB)
              ADD 1 TO WS-QT-WEEKS (WS-QTR-SUB)
              IF WS-SHARE-STRADDLES
                 ADD 1 TO WS-QT-STRADDLED (WS-QTR-SUB)
              END-IF
           END-IF.
      *
      * The variance is weekly less federal, in percent of the
      * federal total; a federal total of zero against weekly
      * claims is shown at the limit of the field.
       BENCHMARK-ONE-QUARTER.
           ADD 1 TO WS-QTRS-BENCHMARKED.
           COMPUTE WS-INITIAL-VARIANCE =
              WS-QT-WEEKLY-INITIAL (WS-QTR-SUB)
              - WS-QT-FED-INITIAL (WS-QTR-SUB).
           COMPUTE WS-CONTINUED-VARIANCE =
              WS-QT-WEEKLY-CONTINUED (WS-QTR-SUB)
              - WS-QT-FED-CONTINUED (WS-QTR-SUB).
           MOVE 0 TO WS-INITIAL-PCT WS-CONTINUED-PCT.
           IF WS-QT-FED-INITIAL (WS-QTR-SUB) > 0
              COMPUTE WS-INITIAL-PCT ROUNDED =
                 WS-INITIAL-VARIANCE * 100
                 / WS-QT-FED-INITIAL (WS-QTR-SUB)
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-INITIAL-PCT
              END-COMPUTE
           ELSE
              IF WS-INITIAL-VARIANCE NOT = 0
                 MOVE 999.99 TO WS-INITIAL-PCT
              END-IF
           END-IF.
           IF WS-QT-FED-CONTINUED (WS-QTR-SUB) > 0
              COMPUTE WS-CONTINUED-PCT ROUNDED =
                 WS-CONTINUED-VARIANCE * 100
                 / WS-QT-FED-CONTINUED (WS-QTR-SUB)
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-CONTINUED-PCT
              END-COMPUTE
           ELSE
              IF WS-CONTINUED-VARIANCE NOT = 0
                 MOVE 999.99 TO WS-CONTINUED-PCT
              END-IF
           END-IF.
           MOVE 'N' TO WS-OUTSIDE-SW.
           MOVE WS-INITIAL-PCT TO WS-ABS-PCT.
           IF WS-ABS-PCT > WS-TOLERANCE-PCT
              MOVE 'Y' TO WS-OUTSIDE-SW
           END-IF.
           MOVE WS-CONTINUED-PCT TO WS-ABS-PCT.
           IF WS-ABS-PCT > WS-TOLERANCE-PCT
              MOVE 'Y' TO WS-OUTSIDE-SW
           END-IF.
           PERFORM PRINT-QUARTER-LINE.
           PERFORM STORE-BENCHMARK-RESULT.
           IF WS-OUTSIDE
              ADD 1 TO WS-QTRS-OUTSIDE
              PERFORM LOG-QUARTER-OUTSIDE
           END-IF.
      *
       PRINT-QUARTER-LINE.
           MOVE WS-QT-KEY (WS-QTR-SUB) (1:4) TO WS-QL-YEAR.
           MOVE WS-QT-KEY (WS-QTR-SUB) (5:1) TO WS-QL-QUARTER.
           MOVE WS-QT-FED-INITIAL (WS-QTR-SUB) TO WS-QL-FED-INITIAL.
           MOVE WS-QT-WEEKLY-INITIAL (WS-QTR-SUB)
              TO WS-QL-WEEKLY-INITIAL.
           MOVE WS-INITIAL-PCT TO WS-QL-INITIAL-PCT.
           MOVE WS-QT-FED-CONTINUED (WS-QTR-SUB)
              TO WS-QL-FED-CONTINUED.
           MOVE WS-QT-WEEKLY-CONTINUED (WS-QTR-SUB)
              TO WS-QL-WEEKLY-CONTINUED.
           MOVE WS-CONTINUED-PCT TO WS-QL-CONTINUED-PCT.
           MOVE WS-QT-WEEKS (WS-QTR-SUB) TO WS-QL-WEEKS.
           MOVE WS-QT-STRADDLED (WS-QTR-SUB) TO WS-QL-STRADDLED.
           EVALUATE TRUE
              WHEN WS-QT-WEEKS (WS-QTR-SUB) = 0
                 MOVE 'NO WEEKS ON CLMSDB' TO WS-QL-RESULT
              WHEN WS-OUTSIDE
                 MOVE 'OUTSIDE TOLERANCE' TO WS-QL-RESULT
              WHEN OTHER
                 MOVE 'WITHIN TOLERANCE' TO WS-QL-RESULT
           END-EVALUATE.
           WRITE PRINT-REC FROM WS-QBM-LINE.
      *
      * The result is kept on QTRBMK for the certification package;
      * a quarter benchmarked again replaces its earlier result.
       STORE-BENCHMARK-RESULT.
           MOVE SPACES TO QB-BENCHMARK-REC.
           MOVE WS-QT-KEY (WS-QTR-SUB) TO QB-QUARTER-KEY.
           MOVE WS-QT-FED-INITIAL (WS-QTR-SUB) TO QB-FED-INITIAL.
           MOVE WS-QT-FED-CONTINUED (WS-QTR-SUB) TO QB-FED-CONTINUED.
           MOVE WS-QT-WEEKLY-INITIAL (WS-QTR-SUB)
              TO QB-WEEKLY-INITIAL.
           MOVE WS-QT-WEEKLY-CONTINUED (WS-QTR-SUB)
              TO QB-WEEKLY-CONTINUED.
           MOVE WS-INITIAL-PCT TO QB-INITIAL-VAR-PCT.
           MOVE WS-CONTINUED-PCT TO QB-CONTINUED-VAR-PCT.
           MOVE WS-QT-WEEKS (WS-QTR-SUB) TO QB-WEEKS-SUMMED.
           MOVE WS-TOLERANCE-PCT TO QB-TOLERANCE-PCT.
           IF WS-OUTSIDE
              MOVE 'F' TO QB-RESULT
           ELSE
              MOVE 'P' TO QB-RESULT
           END-IF.
           MOVE WS-QT-DATE-FILED (WS-QTR-SUB) TO QB-DATE-FILED.
           MOVE WS-RUN-DATE TO QB-DATE-RUN.
           WRITE QB-BENCHMARK-REC
              INVALID KEY
                 REWRITE QB-BENCHMARK-REC
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
           END-WRITE.
           IF NOT WS-QB-IO-OK
              ADD 1 TO WS-QB-WRITE-FAILED
              DISPLAY 'QTRBMK WRITE FAILED FOR ' QB-QUARTER-KEY
                      ', STATUS ' WS-QB-STATUS
           END-IF.
      *
       LOG-QUARTER-OUTSIDE.
           MOVE SPACES TO WS-EXL-RECORD-KEY.
           STRING WS-QT-KEY (WS-QTR-SUB) (1:4) DELIMITED BY SIZE
                  'Q' DELIMITED BY SIZE
                  WS-QT-KEY (WS-QTR-SUB) (5:1) DELIMITED BY SIZE
                  INTO WS-EXL-RECORD-KEY.
           MOVE SPACES TO WS-EXL-TEXT.
           MOVE WS-INITIAL-PCT TO WS-EXL-PCT-EDIT.
           STRING 'WEEKLY VS FEDERAL: INITIAL ' DELIMITED BY SIZE
                  WS-EXL-PCT-EDIT DELIMITED BY SIZE
                  '% CONT ' DELIMITED BY SIZE
                  INTO WS-EXL-TEXT.
           MOVE WS-CONTINUED-PCT TO WS-EXL-PCT-EDIT.
           MOVE WS-EXL-PCT-EDIT TO WS-EXL-TEXT (42:7).
           MOVE '%' TO WS-EXL-TEXT (49:1).
           CALL WS-EXL-SUBROUTINE USING WS-EXL-DATA.
           IF WS-EXL-RESULT NOT = '0'
              ADD 1 TO WS-EXL-FAILED
           END-IF.
      *
       PRINT-SUMMARY.
           MOVE WS-FQ-READ TO WS-SUM-FQ-READ.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE1.
           MOVE WS-FQ-REJECTED TO WS-SUM-FQ-REJECTED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE2.
           MOVE WS-WEEKS-READ TO WS-SUM-WEEKS.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           DISPLAY WS-SUMMARY-LINE3.
           MOVE WS-WEEKS-STRADDLED TO WS-SUM-STRADDLED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           DISPLAY WS-SUMMARY-LINE4.
           MOVE WS-QTRS-BENCHMARKED TO WS-SUM-BENCHMARKED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           DISPLAY WS-SUMMARY-LINE5.
           MOVE WS-QTRS-OUTSIDE TO WS-SUM-OUTSIDE.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE6.
           DISPLAY WS-SUMMARY-LINE6.
           IF WS-EXL-FAILED > 0
              DISPLAY 'EXCPLOG WRITE FAILED FOR ' WS-EXL-FAILED
                      ' EXCEPTIONS'
           END-IF.
           IF WS-QB-WRITE-FAILED > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF (WS-QTRS-OUTSIDE > 0 OR WS-FQ-REJECTED > 0)
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           CLOSE QUARTER-BENCHMARK.
           STOP RUN.
