      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPREP.
      ****************************************************************
      *  Claimant representation report.  The CBAGE, CBETH, CBRAC,
      *  CBGEN and CBEDU percent fields say what share of claimants
      *  each group is, but not whether the group is over- or
      *  under-represented against its share of the labor force.
      *  For the REPPARM date range this program adds up each
      *  bucket's in-active-claims count across the weeks in CLMSDB
      *  and divides by the category's INA total for the same weeks
      *  (so a big week weighs more than a quiet one), looks up the
      *  bucket's civilian labor-force share in the annual LFSHARE
      *  reference file, and prints the claims share, the
      *  population share and the representation ratio between
      *  them (1.00 = claimed in proportion to the labor force).
      *
      *  The same figures are worked for the period of equal length
      *  immediately before the range, and a bucket whose ratio has
      *  moved by RATIO-CHANGE or more since then is flagged -- the
      *  equity office's quarterly question answered without the
      *  spreadsheet.
      *
      *  LFSHARE rows (one per bucket per year, '*' in col 1 for a
      *  comment):
      *     COLS 1-4   YEAR      reference year
      *     COLS 5-8   CATEGORY  AGE ETH RAC GEN EDU
      *     COLS 9-10  BUCKET    bucket in CLAIMSDB-RECORD column
      *                          order, 01 = first after the INA
      *     COLS 11-15 SHARE     percent of the civilian labor
      *                          force, 999V99
      *  The row for SHARE-YEAR is used; a bucket without one falls
      *  back to its latest earlier year, and the year used prints
      *  on the line.
      *
      *  REPPARM keyword cards (see UNEMPKWP):
      *     START-DATE=YYYYMMDD  range start (required)
      *     END-DATE=YYYYMMDD    range end (required)
      *     SHARE-YEAR=YYYY      LFSHARE year (default: the year of
      *                          END-DATE)
      *     RATIO-CHANGE=0.20    ratio movement flagged against the
      *                          prior period (default 0.20)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT REP-CONTROL-PARM ASSIGN TO REPPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT LABOR-FORCE-SHARES ASSIGN TO LFSHARE
                  FILE STATUS IS WS-LFS-STATUS.
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
       FD  REP-CONTROL-PARM RECORDING MODE F.
       01  REPPARM-REC                              PIC X(80).
      *
       FD  LABOR-FORCE-SHARES RECORDING MODE F.
       01  LFSHARE-REC.
           05  LFS-YEAR                             PIC X(04).
           05  LFS-CATEGORY                         PIC X(04).
           05  LFS-BUCKET                           PIC 9(02).
           05  LFS-SHARE                            PIC 9(03)V99.
           05  FILLER                               PIC X(65).
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
       01  WS-LFS-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-LFS-SUCCESS                        VALUE '00'.
           88 WS-LFS-EOF                            VALUE '10'.
      *
       01  WS-START-DATE                PIC X(08)   VALUE SPACES.
       01  WS-END-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-SHARE-YEAR                PIC X(04)   VALUE SPACES.
       01  WS-RATIO-CHANGE              PIC 9(03)V99 VALUE 0.20.
      *
      * The prior period is the same number of days ending the day
      * before START-DATE.
       01  WS-PRIOR-START               PIC X(08)   VALUE SPACES.
       01  WS-PRIOR-END                 PIC X(08)   VALUE SPACES.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-START-INTEGER             PIC S9(09)  VALUE 0.
       01  WS-END-INTEGER               PIC S9(09)  VALUE 0.
       01  WS-WORK-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-NUM                  PIC 9(08)   VALUE 0.
      *
      * Period 1 is the requested range, period 2 the one before.
       01  WS-PER                       PIC 9(01)   VALUE 0.
       01  WS-PERIOD-WEEKS.
           05  WS-PER-WEEKS             PIC 9(04) OCCURS 2 TIMES.
      *
      * One entry per category: its code, its first bucket in the
      * bucket table, its bucket count and the INA total of each
      * period.
       01  WS-CAT-VALUES.
           05  FILLER  PIC X(08) VALUE 'AGE 0108'.
           05  FILLER  PIC X(08) VALUE 'ETH 0902'.
           05  FILLER  PIC X(08) VALUE 'RAC 1105'.
           05  FILLER  PIC X(08) VALUE 'GEN 1602'.
           05  FILLER  PIC X(08) VALUE 'EDU 1804'.
       01  WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
           05  WS-CAT-ENTRY OCCURS 5 TIMES.
               10  WS-CAT-CODE              PIC X(04).
               10  WS-CAT-FIRST             PIC 9(02).
               10  WS-CAT-BUCKETS           PIC 9(02).
       01  WS-CAT-TOTALS.
           05  WS-CAT-TOTAL-ENTRY OCCURS 5 TIMES.
               10  WS-CAT-INA               PIC 9(10) OCCURS 2 TIMES.
       01  WS-CAT-SUB                   PIC 9(01)   VALUE 0.
      *
      * Buckets in CLAIMSDB-RECORD column order within category.
       01  WS-BKT-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'LESS THAN 22'.
           05  FILLER  PIC X(24) VALUE '22 TO 24'.
           05  FILLER  PIC X(24) VALUE '25 TO 34'.
           05  FILLER  PIC X(24) VALUE '35 TO 44'.
           05  FILLER  PIC X(24) VALUE '45 TO 54'.
           05  FILLER  PIC X(24) VALUE '55 TO 59'.
           05  FILLER  PIC X(24) VALUE '60 TO 64'.
           05  FILLER  PIC X(24) VALUE 'GREATER THAN 64'.
           05  FILLER  PIC X(24) VALUE 'HISPANIC OR LATINO'.
           05  FILLER  PIC X(24) VALUE 'NOT HISPANIC OR LATINO'.
           05  FILLER  PIC X(24) VALUE 'WHITE'.
           05  FILLER  PIC X(24) VALUE 'ASIAN'.
           05  FILLER  PIC X(24) VALUE 'BLACK OR AFRICAN AMER'.
           05  FILLER  PIC X(24) VALUE 'AM INDIAN OR AL NATIVE'.
           05  FILLER  PIC X(24) VALUE 'NAT HAWAIIAN OR PAC ISL'.
           05  FILLER  PIC X(24) VALUE 'FEMALE'.
           05  FILLER  PIC X(24) VALUE 'MALE'.
           05  FILLER  PIC X(24) VALUE 'LESS THAN HS'.
           05  FILLER  PIC X(24) VALUE 'HS DIPLOMA'.
           05  FILLER  PIC X(24) VALUE 'SOME COLLEGE'.
           05  FILLER  PIC X(24) VALUE 'BACHELORS OR HIGHER'.
       01  WS-BKT-LABEL-TABLE REDEFINES WS-BKT-LABEL-VALUES.
           05  WS-BKT-LABEL             PIC X(24) OCCURS 21 TIMES.
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY OCCURS 21 TIMES.
               10  WS-BKT-CLAIMS            PIC 9(10) OCCURS 2 TIMES.
               10  WS-BKT-POP-SHARE         PIC 9(03)V99.
               10  WS-BKT-POP-YEAR          PIC X(04).
       01  WS-BKT-SUB                   PIC 9(02)   VALUE 0.
       01  WS-BKT-LAST                  PIC 9(02)   VALUE 0.
      *
       01  WS-CLAIM-SHARE               PIC 9(03)V99 VALUE 0.
       01  WS-RATIO                     PIC 9(03)V99 VALUE 0.
       01  WS-PRIOR-RATIO               PIC 9(03)V99 VALUE 0.
       01  WS-RATIO-MOVE                PIC S9(03)V99 VALUE 0.
       01  WS-PRIOR-HELD-SW             PIC X(01)   VALUE 'N'.
           88 WS-PRIOR-HELD                         VALUE 'Y'.
       01  WS-FLAGGED-COUNT             PIC 9(04)   VALUE 0.
       01  WS-LFS-TAKEN                 PIC 9(04)   VALUE 0.
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
       01  WS-RATIO-EDIT                PIC ZZ9.99.
      *
       01  WS-REP-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'CLAIMANT REPRESENTATION REPORT          '.
           05  FILLER  PIC X(06) VALUE 'WEEKS '.
           05  WS-RH-START              PIC X(08).
           05  FILLER  PIC X(04) VALUE ' TO '.
           05  WS-RH-END                PIC X(08).
           05  FILLER  PIC X(08) VALUE '  PRIOR '.
           05  WS-RH-PRIOR-START        PIC X(08).
           05  FILLER  PIC X(04) VALUE ' TO '.
           05  WS-RH-PRIOR-END          PIC X(08).
       01  WS-REP-HEADER2.
           05  FILLER  PIC X(05) VALUE 'CAT  '.
           05  FILLER  PIC X(25) VALUE 'BUCKET'.
           05  FILLER  PIC X(11) VALUE '     CLAIMS'.
           05  FILLER  PIC X(08) VALUE ' CLM SHR'.
           05  FILLER  PIC X(08) VALUE ' POP SHR'.
           05  FILLER  PIC X(05) VALUE ' YEAR'.
           05  FILLER  PIC X(07) VALUE '  RATIO'.
           05  FILLER  PIC X(07) VALUE '  PRIOR'.
           05  FILLER  PIC X(08) VALUE '  CHANGE'.
       01  WS-REP-HEADER3               PIC X(100) VALUE ALL '-'.
      *
       01  WS-REP-LINE.
           05  WS-RL-CATEGORY           PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-LABEL              PIC X(24).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-CLAIMS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-CLAIM-SHARE        PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-POP-SHARE          PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-POP-YEAR           PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-RATIO              PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-PRIOR              PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-CHANGE             PIC +ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-NOTE               PIC X(16).
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(25) VALUE
               'WEEKS IN RANGE          :'.
           05  WS-SUM-WEEKS             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(25) VALUE
               '   WEEKS IN PRIOR PERIOD:'.
           05  WS-SUM-PRIOR-WEEKS       PIC ZZZ,ZZ9.
       01  WS-FLAGGED-LINE.
           05  FILLER                   PIC X(25) VALUE
               'BUCKETS FLAGGED         :'.
           05  WS-SUM-FLAGGED           PIC ZZZ,ZZ9.
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
           PERFORM SET-PRIOR-PERIOD.
           INITIALIZE WS-BUCKET-TABLE WS-CAT-TOTALS WS-PERIOD-WEEKS.
           PERFORM LOAD-LABOR-FORCE-SHARES.
           PERFORM PROCESS-WEEKS.
           PERFORM PRINT-REPRESENTATION.
           GO TO CLOSE-STOP.
      *
      * REPPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT REP-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ REP-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE REPPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-REPPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE REP-CONTROL-PARM
           ELSE
              DISPLAY 'NO REPPARM CONTROL FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-START-DATE = SPACES OR WS-END-DATE = SPACES
              DISPLAY 'REPPARM NEEDS START-DATE AND END-DATE'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'REPPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-SHARE-YEAR = SPACES
              MOVE WS-END-DATE (1:4) TO WS-SHARE-YEAR
           END-IF.
           PERFORM PRINT-PARM-ECHO.
      *
       PARSE-REPPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'SHARE-YEAR'
                 MOVE WS-KWP-VALUE (1:4) TO WS-SHARE-YEAR
              WHEN WS-KWP-KEYWORD = 'RATIO-CHANGE'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-RATIO-CHANGE =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN REPPARM KEYWORD: ' WS-KWP-KEYWORD
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
           MOVE 'SHARE-YEAR' TO WS-EC-KEYWORD.
           MOVE WS-SHARE-YEAR TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'RATIO-CHANGE' TO WS-EC-KEYWORD.
           MOVE WS-RATIO-CHANGE TO WS-RATIO-EDIT.
           MOVE WS-RATIO-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           WRITE PRINT-REC FROM WS-ECHO-LINE.
           DISPLAY WS-ECHO-LINE.
      *
       SET-PRIOR-PERIOD.
           MOVE WS-START-DATE TO WS-KEY-NUM.
           COMPUTE WS-START-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           MOVE WS-END-DATE TO WS-KEY-NUM.
           COMPUTE WS-END-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           COMPUTE WS-WORK-INTEGER = WS-START-INTEGER - 1.
           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           MOVE WS-WORK-NUM TO WS-PRIOR-END.
           COMPUTE WS-WORK-INTEGER =
              WS-START-INTEGER - (WS-END-INTEGER - WS-START-INTEGER)
              - 1.
           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           MOVE WS-WORK-NUM TO WS-PRIOR-START.
      *
      * A bucket takes the SHARE-YEAR row, or failing that the
      * latest earlier year on file.
       LOAD-LABOR-FORCE-SHARES.
           OPEN INPUT LABOR-FORCE-SHARES.
           IF NOT WS-LFS-SUCCESS
              DISPLAY 'NO LFSHARE REFERENCE FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM UNTIL WS-LFS-EOF
              READ LABOR-FORCE-SHARES
                 AT END MOVE '10' TO WS-LFS-STATUS
                 NOT AT END
                    PERFORM TAKE-SHARE-ROW
              END-READ
           END-PERFORM.
           CLOSE LABOR-FORCE-SHARES.
           IF WS-LFS-TAKEN = 0
              DISPLAY 'LFSHARE HOLDS NO ROWS FOR ' WS-SHARE-YEAR
                      ' OR EARLIER'
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       TAKE-SHARE-ROW.
           IF LFSHARE-REC (1:1) = '*' OR LFSHARE-REC = SPACES
              CONTINUE
           ELSE
              MOVE 0 TO WS-BKT-SUB
              PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                      UNTIL WS-CAT-SUB > 5
                 IF LFS-CATEGORY = WS-CAT-CODE (WS-CAT-SUB)
                    AND LFS-BUCKET NUMERIC
                    AND LFS-BUCKET > 0
                    AND LFS-BUCKET NOT > WS-CAT-BUCKETS (WS-CAT-SUB)
                    COMPUTE WS-BKT-SUB =
                       WS-CAT-FIRST (WS-CAT-SUB) + LFS-BUCKET - 1
                 END-IF
              END-PERFORM
              IF WS-BKT-SUB = 0 OR LFS-SHARE NOT NUMERIC
                 DISPLAY 'LFSHARE ROW IGNORED: ' LFSHARE-REC (1:15)
              ELSE
                 IF LFS-YEAR NOT > WS-SHARE-YEAR
                    AND (WS-BKT-POP-YEAR (WS-BKT-SUB) = SPACES
                      OR LFS-YEAR NOT < WS-BKT-POP-YEAR (WS-BKT-SUB))
                    MOVE LFS-YEAR TO WS-BKT-POP-YEAR (WS-BKT-SUB)
                    MOVE LFS-SHARE TO WS-BKT-POP-SHARE (WS-BKT-SUB)
                    ADD 1 TO WS-LFS-TAKEN
                 END-IF
              END-IF
           END-IF.
      *
       PROCESS-WEEKS.
           PERFORM READ-CLAIMSDB-NEXT.
           PERFORM UNTIL WS-CLMDB-EOF
              IF RECORD-KEY > WS-END-DATE
                 MOVE '10' TO WS-CLMDB-STATUS
              ELSE
                 MOVE 0 TO WS-PER
                 IF RECORD-KEY NOT < WS-START-DATE
                    MOVE 1 TO WS-PER
                 ELSE
                    IF RECORD-KEY NOT < WS-PRIOR-START
                       MOVE 2 TO WS-PER
                    END-IF
                 END-IF
                 IF WS-PER > 0
                    PERFORM ADD-WEEK-TO-PERIOD
                 END-IF
                 PERFORM READ-CLAIMSDB-NEXT
              END-IF
           END-PERFORM.
      *
       READ-CLAIMSDB-NEXT.
           READ CLAIMS-DATABASE NEXT RECORD
              AT END MOVE '10' TO WS-CLMDB-STATUS
           END-READ.
      *
       ADD-WEEK-TO-PERIOD.
           ADD 1 TO WS-PER-WEEKS (WS-PER).
           ADD CBAGE-INA TO WS-CAT-INA (1 WS-PER).
           ADD CBETH-INA TO WS-CAT-INA (2 WS-PER).
           ADD CBRAC-INA TO WS-CAT-INA (3 WS-PER).
           ADD CBGEN-INA TO WS-CAT-INA (4 WS-PER).
           ADD CBEDU-INA TO WS-CAT-INA (5 WS-PER).
           ADD CBAGE-LESS-THAN-22 TO WS-BKT-CLAIMS (1 WS-PER).
           ADD CBAGE-22-TO-24 TO WS-BKT-CLAIMS (2 WS-PER).
           ADD CBAGE-25-TO-34 TO WS-BKT-CLAIMS (3 WS-PER).
           ADD CBAGE-35-TO-44 TO WS-BKT-CLAIMS (4 WS-PER).
           ADD CBAGE-45-TO-54 TO WS-BKT-CLAIMS (5 WS-PER).
           ADD CBAGE-55-TO-59 TO WS-BKT-CLAIMS (6 WS-PER).
           ADD CBAGE-60-TO-64 TO WS-BKT-CLAIMS (7 WS-PER).
           ADD CBAGE-GRTR-THAN-64 TO WS-BKT-CLAIMS (8 WS-PER).
           ADD CBETH-HISPANIC-OR-LATINO TO WS-BKT-CLAIMS (9 WS-PER).
           ADD CBETH-NOT-HISPANIC-OR-LATINO
              TO WS-BKT-CLAIMS (10 WS-PER).
           ADD CBRAC-WHITE TO WS-BKT-CLAIMS (11 WS-PER).
           ADD CBRAC-ASIAN TO WS-BKT-CLAIMS (12 WS-PER).
           ADD CBRAC-BLACK-OR-AFRAM TO WS-BKT-CLAIMS (13 WS-PER).
           ADD CBRAC-AM-INDIAN-OR-AL-NATIVE
              TO WS-BKT-CLAIMS (14 WS-PER).
           ADD CBRAC-NAT-HAW-OR-PAC-ISLANDER
              TO WS-BKT-CLAIMS (15 WS-PER).
           ADD CBGEN-FEMALE TO WS-BKT-CLAIMS (16 WS-PER).
           ADD CBGEN-MALE TO WS-BKT-CLAIMS (17 WS-PER).
           ADD CBEDU-LESS-THAN-HS TO WS-BKT-CLAIMS (18 WS-PER).
           ADD CBEDU-HS-DIPLOMA TO WS-BKT-CLAIMS (19 WS-PER).
           ADD CBEDU-SOME-COLLEGE TO WS-BKT-CLAIMS (20 WS-PER).
           ADD CBEDU-BACHELORS-OR-HIGHER TO WS-BKT-CLAIMS (21 WS-PER).
      *
       PRINT-REPRESENTATION.
           MOVE WS-START-DATE TO WS-RH-START.
           MOVE WS-END-DATE TO WS-RH-END.
           MOVE WS-PRIOR-START TO WS-RH-PRIOR-START.
           MOVE WS-PRIOR-END TO WS-RH-PRIOR-END.
           WRITE PRINT-REC FROM WS-REP-HEADER1.
           WRITE PRINT-REC FROM WS-REP-HEADER2.
           WRITE PRINT-REC FROM WS-REP-HEADER3.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
              COMPUTE WS-BKT-LAST = WS-CAT-FIRST (WS-CAT-SUB)
                                  + WS-CAT-BUCKETS (WS-CAT-SUB) - 1
              PERFORM PRINT-BUCKET-LINE
                      VARYING WS-BKT-SUB FROM WS-CAT-FIRST (WS-CAT-SUB)
                      BY 1 UNTIL WS-BKT-SUB > WS-BKT-LAST
           END-PERFORM.
           WRITE PRINT-REC FROM WS-REP-HEADER3.
           MOVE WS-PER-WEEKS (1) TO WS-SUM-WEEKS.
           MOVE WS-PER-WEEKS (2) TO WS-SUM-PRIOR-WEEKS.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-SUM-FLAGGED.
           WRITE PRINT-REC FROM WS-FLAGGED-LINE.
           DISPLAY WS-FLAGGED-LINE.
           IF WS-PER-WEEKS (1) = 0
              DISPLAY 'NO CLMSDB WEEKS IN THE REQUESTED RANGE'
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * Ratio = claims share / labor-force share.  A bucket with no
      * population share, or a category with no claims in the
      * period, has no ratio and cannot be flagged.
       PRINT-BUCKET-LINE.
           MOVE SPACES TO WS-REP-LINE.
           MOVE WS-CAT-CODE (WS-CAT-SUB) TO WS-RL-CATEGORY.
           MOVE WS-BKT-LABEL (WS-BKT-SUB) TO WS-RL-LABEL.
           MOVE WS-BKT-CLAIMS (WS-BKT-SUB 1) TO WS-RL-CLAIMS.
           MOVE WS-BKT-POP-SHARE (WS-BKT-SUB) TO WS-RL-POP-SHARE.
           MOVE WS-BKT-POP-YEAR (WS-BKT-SUB) TO WS-RL-POP-YEAR.
           MOVE 0 TO WS-RATIO WS-PRIOR-RATIO WS-CLAIM-SHARE.
           MOVE 'N' TO WS-PRIOR-HELD-SW.
           IF WS-CAT-INA (WS-CAT-SUB 1) > 0
              COMPUTE WS-CLAIM-SHARE ROUNDED =
                 (WS-BKT-CLAIMS (WS-BKT-SUB 1)
                 / WS-CAT-INA (WS-CAT-SUB 1)) * 100
           END-IF.
           MOVE WS-CLAIM-SHARE TO WS-RL-CLAIM-SHARE.
           IF WS-BKT-POP-SHARE (WS-BKT-SUB) = 0
              MOVE 'NO POP SHARE' TO WS-RL-NOTE
           ELSE
              IF WS-CAT-INA (WS-CAT-SUB 1) = 0
                 MOVE 'NO CLAIMS' TO WS-RL-NOTE
              ELSE
                 COMPUTE WS-RATIO ROUNDED =
                    WS-CLAIM-SHARE / WS-BKT-POP-SHARE (WS-BKT-SUB)
                 MOVE WS-RATIO TO WS-RL-RATIO
              END-IF
              IF WS-CAT-INA (WS-CAT-SUB 2) > 0
                 MOVE 'Y' TO WS-PRIOR-HELD-SW
                 COMPUTE WS-PRIOR-RATIO ROUNDED =
                    ((WS-BKT-CLAIMS (WS-BKT-SUB 2)
                    / WS-CAT-INA (WS-CAT-SUB 2)) * 100)
                    / WS-BKT-POP-SHARE (WS-BKT-SUB)
                 MOVE WS-PRIOR-RATIO TO WS-RL-PRIOR
              ELSE
                 IF WS-RL-NOTE = SPACES
                    MOVE 'NO PRIOR PERIOD' TO WS-RL-NOTE
                 END-IF
              END-IF
              IF WS-PRIOR-HELD AND WS-CAT-INA (WS-CAT-SUB 1) > 0
                 COMPUTE WS-RATIO-MOVE = WS-RATIO - WS-PRIOR-RATIO
                 MOVE WS-RATIO-MOVE TO WS-RL-CHANGE
                 IF WS-RATIO-MOVE NOT < WS-RATIO-CHANGE
                    OR (0 - WS-RATIO-MOVE) NOT < WS-RATIO-CHANGE
                    MOVE '** SHARP MOVE **' TO WS-RL-NOTE
                    ADD 1 TO WS-FLAGGED-COUNT
                 END-IF
              END-IF
           END-IF.
           WRITE PRINT-REC FROM WS-REP-LINE.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           STOP RUN.
