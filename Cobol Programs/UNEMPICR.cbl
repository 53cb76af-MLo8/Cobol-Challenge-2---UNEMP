      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPICR.
      ****************************************************************
      *  Industry claims rate.  Raw CBIND counts make a large
      *  industry look worse simply because it is large; the number
      *  economists brief from is claims per 1,000 covered workers.
      *  This program reads the quarterly covered-employment census
      *  figures from the COVEMP reference file -- one row per
      *  industry per quarter, numbered the same 01-20 as the CBIND
      *  columns and the INDSSEC map -- and for every CLMSDB week in
      *  the ICRPARM range prints each industry's in-active-claims
      *  count, its covered employment and its claims per 1,000
      *  covered workers, ranked highest to lowest, then the same
      *  for the INDSSEC supersectors (claims and employment summed
      *  over each supersector's columns).  At each quarter break
      *  the quarter is printed the same way from the average
      *  weekly count over the weeks held in that quarter.
      *
      *  Census employment lags the claims by months, so a week
      *  whose quarter has no COVEMP rows is rated against the
      *  latest earlier quarter on file and the quarter used is
      *  printed in the block heading.  An industry with no covered
      *  employment is printed unrated at the foot of the ranking.
      *  Without INDSSEC the supersector blocks are skipped.
      *
      *  COVEMP rows ('*' in col 1 for a comment):
      *     COLS 1-4   YEAR
      *     COL  5     QUARTER   1-4
      *     COLS 6-7   COLUMN    CBIND column 01-20, record order
      *     COLS 8-16  EMPLOYMENT  covered workers, 9(9)
      *
      *  ICRPARM keyword cards (see UNEMPKWP):
      *     START-DATE=YYYYMMDD  range start (spaces = open)
      *     END-DATE=YYYYMMDD    range end (spaces = open)
      *     PRINT-WEEKS=Y or N   weekly blocks as well as the
      *                          quarter blocks (default Y)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL ICR-CONTROL-PARM ASSIGN TO ICRPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT COVERED-EMPLOYMENT ASSIGN TO COVEMP
                  FILE STATUS IS WS-CEM-STATUS.
           SELECT OPTIONAL SUPERSECTOR-FILE ASSIGN TO INDSSEC
                  FILE STATUS IS WS-SSEC-STATUS.
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
       FD  ICR-CONTROL-PARM RECORDING MODE F.
       01  ICRPARM-REC                              PIC X(80).
      *
       FD  COVERED-EMPLOYMENT RECORDING MODE F.
       01  COVEMP-REC.
           05  CEM-QUARTER-KEY.
               10  CEM-YEAR                         PIC X(04).
               10  CEM-QUARTER                      PIC X(01).
           05  CEM-COLUMN-NUMBER                    PIC 9(02).
           05  CEM-EMPLOYMENT                       PIC 9(09).
           05  FILLER                               PIC X(64).
      *
       FD  SUPERSECTOR-FILE RECORDING MODE F.
       01  SSEC-REC.
           05  SSEC-COLUMN-NUMBER                   PIC 9(02).
           05  SSEC-CODE                            PIC X(02).
           05  SSEC-NAME                            PIC X(24).
           05  FILLER                               PIC X(52).
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
       01  WS-CEM-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-CEM-SUCCESS                        VALUE '00'.
           88 WS-CEM-EOF                            VALUE '10'.
      *
       01  WS-START-DATE                PIC X(08)   VALUE SPACES.
       01  WS-END-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-PRINT-WEEKS               PIC X(01)   VALUE 'Y'.
      *
      * Covered employment by quarter, in the order the quarters
      * are first met on COVEMP; the lookup takes the latest
      * quarter not after the one wanted, whatever the file order.
       01  WS-CEM-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-CEM-SUB                   PIC 9(03)   VALUE 0.
       01  WS-CEM-FOUND-SUB             PIC 9(03)   VALUE 0.
       01  WS-CEM-TABLE.
           05  WS-CEM-ENTRY OCCURS 120 TIMES.
               10  WS-CEM-QTR               PIC X(05).
               10  WS-CEM-EMP               PIC 9(09) OCCURS 20 TIMES.
      *
      * Industry supersector reference: INDSSEC maps each of the
      * twenty CBIND columns (in record order) to a configurable
      * supersector code and name, as UNEMPDB and UNEMPDIG read it.
       01  WS-SSEC-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-SSEC-SUCCESS                       VALUE '00'.
           88 WS-SSEC-EOF                           VALUE '10'.
       01  WS-SSEC-LOADED-SW            PIC X(01)   VALUE 'N'.
           88 WS-SSEC-LOADED                        VALUE 'Y'.
       01  WS-SSEC-COLUMN-MAP.
           05  WS-SSEC-COL-CODE PIC X(02) OCCURS 20 TIMES.
       01  WS-SSEC-GROUP-COUNT          PIC 9(02)   VALUE 0.
       01  WS-SSEC-GROUPS.
           05  WS-SSEC-GROUP OCCURS 9 TIMES.
               10  WS-SSEC-GRP-CODE          PIC X(02).
               10  WS-SSEC-GRP-NAME          PIC X(24).
       01  WS-SSEC-COL-SUB              PIC 9(02)   VALUE 0.
       01  WS-SSEC-GRP-SUB              PIC 9(02)   VALUE 0.
       01  WS-SSEC-FOUND-SW             PIC X(01)   VALUE 'N'.
           88 WS-SSEC-FOUND                         VALUE 'Y'.
       01  WS-SSEC-SUMS.
           05  WS-SSEC-SUM-ENTRY OCCURS 9 TIMES.
               10  WS-SSEC-SUM-CLAIMS        PIC 9(08)V9.
               10  WS-SSEC-SUM-EMP           PIC 9(10).
      *
       01  WS-IND-IMAGE.
           05  WS-II-DATE               PIC X(10).
           05  WS-II-CNT                PIC 9(06) OCCURS 21 TIMES.
      *
       01  WS-IND-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'WHOLESALE TRADE'.
           05  FILLER  PIC X(24) VALUE 'TRANSPORT/WAREHOUSE'.
           05  FILLER  PIC X(24) VALUE 'CONSTRUCTION'.
           05  FILLER  PIC X(24) VALUE 'FINANCE/INSURANCE'.
           05  FILLER  PIC X(24) VALUE 'MANUFACTURING'.
           05  FILLER  PIC X(24) VALUE 'AGR/FORESTRY/FISH/HUNT'.
           05  FILLER  PIC X(24) VALUE 'PUBLIC ADMINISTRATION'.
           05  FILLER  PIC X(24) VALUE 'UTILITIES'.
           05  FILLER  PIC X(24) VALUE 'ACCOM/FOODSERVICES'.
           05  FILLER  PIC X(24) VALUE 'INFORMATION'.
           05  FILLER  PIC X(24) VALUE 'PROF/SCI/TECH SERVICES'.
           05  FILLER  PIC X(24) VALUE 'RE/RENTAL/LEASING'.
           05  FILLER  PIC X(24) VALUE 'OTH SERV EXC PUB ADM'.
           05  FILLER  PIC X(24) VALUE 'MGT OF COMPANIES/ENT'.
           05  FILLER  PIC X(24) VALUE 'EDUCATIONAL SERVICES'.
           05  FILLER  PIC X(24) VALUE 'MINING'.
           05  FILLER  PIC X(24) VALUE 'HEALTHCARE/SOCIAL ASST'.
           05  FILLER  PIC X(24) VALUE 'ARTS/ENT/RECREATION'.
           05  FILLER  PIC X(24) VALUE 'ADM/SUP/WASTE MGMT'.
           05  FILLER  PIC X(24) VALUE 'RETAIL TRADE'.
       01  WS-IND-LABEL-TABLE REDEFINES WS-IND-LABEL-VALUES.
           05  WS-IND-LABEL             PIC X(24) OCCURS 20 TIMES.
      *
      * The quarter being accumulated: its key (YYYYQ), the weeks
      * held and each column's claims summed over those weeks.
       01  WS-QTR-KEY                   PIC X(05)   VALUE SPACES.
       01  WS-WEEK-QTR-KEY              PIC X(05)   VALUE SPACES.
       01  WS-LOOKUP-QTR-KEY            PIC X(05)   VALUE SPACES.
       01  WS-MONTH-NUM                 PIC 9(02)   VALUE 0.
       01  WS-QTR-NUM                   PIC 9(01)   VALUE 0.
       01  WS-QTR-WEEKS                 PIC 9(02)   VALUE 0.
       01  WS-QTR-TOTALS.
           05  WS-QTR-CLAIMS            PIC 9(08) OCCURS 20 TIMES.
      *
      * One block at a time is rated and ranked: the claims figure
      * and employment of each row go in the rate table, row 1-20
      * the industries or 1-9 the supersectors.
       01  WS-BLOCK-TITLE               PIC X(40)   VALUE SPACES.
       01  WS-BLOCK-ID                  PIC X(08)   VALUE SPACES.
       01  WS-RATE-ROWS                 PIC 9(02)   VALUE 0.
       01  WS-RATE-SUB                  PIC 9(02)   VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 20 TIMES.
               10  WS-RT-LABEL              PIC X(24).
               10  WS-RT-CLAIMS             PIC 9(08)V9.
               10  WS-RT-EMP                PIC 9(10).
               10  WS-RT-RATE               PIC 9(05)V99.
               10  WS-RT-PRINTED            PIC X(01).
       01  WS-RANK                      PIC 9(02)   VALUE 0.
       01  WS-BEST-SUB                  PIC 9(02)   VALUE 0.
       01  WS-BEST-RATE                 PIC 9(05)V99 VALUE 0.
       01  WS-CLAIMS-FIGURE             PIC 9(08)V9 VALUE 0.
      *
       01  WS-WEEKS-REPORTED            PIC 9(06)   VALUE 0.
       01  WS-QUARTERS-REPORTED         PIC 9(04)   VALUE 0.
       01  WS-UNRATED-WEEKS             PIC 9(06)   VALUE 0.
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
      *
       01  WS-ICR-HEADER1.
           05  FILLER  PIC X(48)
               VALUE 'INDUSTRY CLAIMS RATE PER 1,000 COVERED WORKERS'.
       01  WS-BLOCK-HEADER.
           05  WS-BH-TITLE              PIC X(40).
           05  WS-BH-ID                 PIC X(08).
           05  FILLER                   PIC X(24)
               VALUE '   COVERED EMPLOYMENT Q '.
           05  WS-BH-CEM-QTR            PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-BH-NOTE               PIC X(20).
       01  WS-COLUMN-HEADER.
           05  FILLER  PIC X(06) VALUE 'RANK  '.
           05  FILLER  PIC X(25) VALUE 'INDUSTRY / SUPERSECTOR'.
           05  FILLER  PIC X(13) VALUE '       CLAIMS'.
           05  FILLER  PIC X(15) VALUE '  COVERED EMPL'.
           05  FILLER  PIC X(10) VALUE '  PER 1000'.
       01  WS-RULE-LINE                 PIC X(72)   VALUE ALL '-'.
       01  WS-RATE-LINE.
           05  WS-RL-RANK               PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-RL-LABEL              PIC X(24).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-CLAIMS             PIC ZZ,ZZZ,ZZ9.9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-EMP                PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-RATE               PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-NOTE               PIC X(10).
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(25) VALUE
               'WEEKS RATED             :'.
           05  WS-SUM-WEEKS             PIC ZZZ,ZZ9.
       01  WS-QTR-SUMMARY-LINE.
           05  FILLER                   PIC X(25) VALUE
               'QUARTERS RATED          :'.
           05  WS-SUM-QUARTERS          PIC ZZZ,ZZ9.
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
           PERFORM LOAD-COVERED-EMPLOYMENT.
           PERFORM LOAD-SUPERSECTOR-MAP.
           WRITE PRINT-REC FROM WS-ICR-HEADER1.
           PERFORM PROCESS-WEEKS.
           IF WS-QTR-WEEKS > 0
              PERFORM PRINT-QUARTER-BLOCKS
           END-IF.
           MOVE WS-WEEKS-REPORTED TO WS-SUM-WEEKS.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
           MOVE WS-QUARTERS-REPORTED TO WS-SUM-QUARTERS.
           WRITE PRINT-REC FROM WS-QTR-SUMMARY-LINE.
           DISPLAY WS-QTR-SUMMARY-LINE.
           IF WS-UNRATED-WEEKS > 0
              DISPLAY 'WEEKS WITH NO COVEMP QUARTER ON OR BEFORE: '
                      WS-UNRATED-WEEKS
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
      * ICRPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT ICR-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ ICR-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE ICRPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-ICRPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE ICR-CONTROL-PARM
           ELSE
              DISPLAY 'NO ICRPARM CONTROL FILE, REPORTING ALL WEEKS'
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'ICRPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM PRINT-PARM-ECHO.
      *
       PARSE-ICRPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'PRINT-WEEKS'
                 IF WS-KWP-VALUE (1:1) = 'Y' OR WS-KWP-VALUE (1:1) = 'N'
                    MOVE WS-KWP-VALUE (1:1) TO WS-PRINT-WEEKS
                 ELSE
                    DISPLAY 'PRINT-WEEKS MUST BE Y OR N: '
                            WS-KWP-VALUE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN ICRPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       PRINT-PARM-ECHO.
           MOVE 'START-DATE' TO WS-EC-KEYWORD.
           MOVE WS-START-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'END-DATE' TO WS-EC-KEYWORD.
           MOVE WS-END-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'PRINT-WEEKS' TO WS-EC-KEYWORD.
           MOVE WS-PRINT-WEEKS TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           WRITE PRINT-REC FROM WS-ECHO-LINE.
           DISPLAY WS-ECHO-LINE.
      *
       LOAD-COVERED-EMPLOYMENT.
           INITIALIZE WS-CEM-TABLE.
           OPEN INPUT COVERED-EMPLOYMENT.
           IF NOT WS-CEM-SUCCESS
              DISPLAY 'NO COVEMP REFERENCE FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM UNTIL WS-CEM-EOF
              READ COVERED-EMPLOYMENT
                 AT END MOVE '10' TO WS-CEM-STATUS
                 NOT AT END
                    PERFORM TAKE-EMPLOYMENT-ROW
              END-READ
           END-PERFORM.
           CLOSE COVERED-EMPLOYMENT.
      *
       TAKE-EMPLOYMENT-ROW.
           IF COVEMP-REC (1:1) = '*' OR COVEMP-REC = SPACES
              CONTINUE
           ELSE
              IF CEM-COLUMN-NUMBER NOT NUMERIC
                 OR CEM-COLUMN-NUMBER < 1
                 OR CEM-COLUMN-NUMBER > 20
                 OR CEM-EMPLOYMENT NOT NUMERIC
                 OR CEM-QUARTER < '1' OR CEM-QUARTER > '4'
                 DISPLAY 'COVEMP ROW IGNORED: ' COVEMP-REC (1:16)
              ELSE
                 MOVE 0 TO WS-CEM-FOUND-SUB
                 PERFORM VARYING WS-CEM-SUB FROM 1 BY 1
                         UNTIL WS-CEM-SUB > WS-CEM-COUNT
                    IF WS-CEM-QTR (WS-CEM-SUB) = CEM-QUARTER-KEY
                       MOVE WS-CEM-SUB TO WS-CEM-FOUND-SUB
                    END-IF
                 END-PERFORM
                 IF WS-CEM-FOUND-SUB = 0
                    IF WS-CEM-COUNT < 120
                       ADD 1 TO WS-CEM-COUNT
                       MOVE WS-CEM-COUNT TO WS-CEM-FOUND-SUB
                       MOVE CEM-QUARTER-KEY
                          TO WS-CEM-QTR (WS-CEM-FOUND-SUB)
                    ELSE
                       DISPLAY 'MORE THAN 120 QUARTERS ON COVEMP, '
                               'EXTRAS IGNORED'
                    END-IF
                 END-IF
                 IF WS-CEM-FOUND-SUB > 0
                    MOVE CEM-EMPLOYMENT TO
                       WS-CEM-EMP (WS-CEM-FOUND-SUB CEM-COLUMN-NUMBER)
                 END-IF
              END-IF
           END-IF.
      *
      * Finds the latest COVEMP quarter not after WS-LOOKUP-QTR-KEY;
      * WS-CEM-FOUND-SUB comes back zero when there is none.
       FIND-EMPLOYMENT-QUARTER.
           MOVE 0 TO WS-CEM-FOUND-SUB.
           PERFORM VARYING WS-CEM-SUB FROM 1 BY 1
                   UNTIL WS-CEM-SUB > WS-CEM-COUNT
              IF WS-CEM-QTR (WS-CEM-SUB) NOT > WS-LOOKUP-QTR-KEY
                 IF WS-CEM-FOUND-SUB = 0
                    MOVE WS-CEM-SUB TO WS-CEM-FOUND-SUB
                 ELSE
                    IF WS-CEM-QTR (WS-CEM-SUB) >
                       WS-CEM-QTR (WS-CEM-FOUND-SUB)
                       MOVE WS-CEM-SUB TO WS-CEM-FOUND-SUB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       LOAD-SUPERSECTOR-MAP.
           MOVE SPACES TO WS-SSEC-COLUMN-MAP.
           OPEN INPUT SUPERSECTOR-FILE.
           IF NOT WS-SSEC-SUCCESS
              DISPLAY 'NO INDSSEC REFERENCE FILE, SUPERSECTOR '
                      'RATES SKIPPED'
           ELSE
              PERFORM UNTIL WS-SSEC-EOF
                 READ SUPERSECTOR-FILE
                    AT END MOVE '10' TO WS-SSEC-STATUS
                    NOT AT END
                       PERFORM TAKE-SUPERSECTOR-ROW
                 END-READ
              END-PERFORM
              CLOSE SUPERSECTOR-FILE
              IF WS-SSEC-GROUP-COUNT > 0
                 MOVE 'Y' TO WS-SSEC-LOADED-SW
              END-IF
           END-IF.
      *
       TAKE-SUPERSECTOR-ROW.
           IF SSEC-COLUMN-NUMBER NOT NUMERIC
              OR SSEC-COLUMN-NUMBER < 1
              OR SSEC-COLUMN-NUMBER > 20
              DISPLAY 'INDSSEC COLUMN NUMBER INVALID: '
                      SSEC-COLUMN-NUMBER
           ELSE
              MOVE SSEC-CODE
                 TO WS-SSEC-COL-CODE (SSEC-COLUMN-NUMBER)
              MOVE 'N' TO WS-SSEC-FOUND-SW
              PERFORM VARYING WS-SSEC-GRP-SUB FROM 1 BY 1
                      UNTIL WS-SSEC-GRP-SUB > WS-SSEC-GROUP-COUNT
                         OR WS-SSEC-FOUND
                 IF WS-SSEC-GRP-CODE (WS-SSEC-GRP-SUB) = SSEC-CODE
                    MOVE 'Y' TO WS-SSEC-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT WS-SSEC-FOUND
                 IF WS-SSEC-GROUP-COUNT < 9
                    ADD 1 TO WS-SSEC-GROUP-COUNT
                    MOVE SSEC-CODE
                       TO WS-SSEC-GRP-CODE (WS-SSEC-GROUP-COUNT)
                    MOVE SSEC-NAME
                       TO WS-SSEC-GRP-NAME (WS-SSEC-GROUP-COUNT)
                 ELSE
                    DISPLAY 'MORE THAN 9 SUPERSECTORS ON INDSSEC, '
                            'EXTRAS IGNORED'
                 END-IF
              END-IF
           END-IF.
      *
      * A week in a new quarter closes the quarter before it.
       PROCESS-WEEKS.
           PERFORM READ-CLAIMSDB-NEXT.
           PERFORM UNTIL WS-CLMDB-EOF
              IF WS-END-DATE NOT = SPACES
                 AND RECORD-KEY > WS-END-DATE
                 MOVE '10' TO WS-CLMDB-STATUS
              ELSE
                 IF WS-START-DATE = SPACES
                    OR RECORD-KEY NOT < WS-START-DATE
                    PERFORM TAKE-WEEK
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
       TAKE-WEEK.
           MOVE RECORD-KEY (5:2) TO WS-MONTH-NUM.
           COMPUTE WS-QTR-NUM = (WS-MONTH-NUM + 2) / 3.
           MOVE RECORD-KEY (1:4) TO WS-WEEK-QTR-KEY (1:4).
           MOVE WS-QTR-NUM TO WS-WEEK-QTR-KEY (5:1).
           IF WS-QTR-WEEKS > 0 AND WS-WEEK-QTR-KEY NOT = WS-QTR-KEY
              PERFORM PRINT-QUARTER-BLOCKS
           END-IF.
           IF WS-QTR-WEEKS = 0
              MOVE WS-WEEK-QTR-KEY TO WS-QTR-KEY
              INITIALIZE WS-QTR-TOTALS
           END-IF.
           MOVE CLMDB-CBIND-FIELDS TO WS-IND-IMAGE.
           PERFORM VARYING WS-SSEC-COL-SUB FROM 1 BY 1
                   UNTIL WS-SSEC-COL-SUB > 20
              ADD WS-II-CNT (WS-SSEC-COL-SUB + 1)
                 TO WS-QTR-CLAIMS (WS-SSEC-COL-SUB)
           END-PERFORM.
           ADD 1 TO WS-QTR-WEEKS.
           ADD 1 TO WS-WEEKS-REPORTED.
           IF WS-PRINT-WEEKS = 'Y'
              MOVE WS-WEEK-QTR-KEY TO WS-LOOKUP-QTR-KEY
              PERFORM FIND-EMPLOYMENT-QUARTER
              IF WS-CEM-FOUND-SUB = 0
                 ADD 1 TO WS-UNRATED-WEEKS
              END-IF
              MOVE 'WEEK ENDING ' TO WS-BLOCK-TITLE
              MOVE RECORD-KEY TO WS-BLOCK-ID
              PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                      UNTIL WS-RATE-SUB > 20
                 MOVE WS-II-CNT (WS-RATE-SUB + 1) TO WS-CLAIMS-FIGURE
                 PERFORM SET-INDUSTRY-ROW
              END-PERFORM
              PERFORM PRINT-RATE-BLOCKS
           END-IF.
      *
      * The quarter is rated on the average week, so a quarter
      * with a week missing is not understated.
       PRINT-QUARTER-BLOCKS.
           MOVE WS-QTR-KEY TO WS-LOOKUP-QTR-KEY.
           PERFORM FIND-EMPLOYMENT-QUARTER.
           IF WS-CEM-FOUND-SUB = 0 AND WS-PRINT-WEEKS = 'N'
              ADD WS-QTR-WEEKS TO WS-UNRATED-WEEKS
           END-IF.
           MOVE 'QUARTER AVERAGE WEEK, QUARTER ' TO WS-BLOCK-TITLE.
           MOVE SPACES TO WS-BLOCK-ID.
           STRING WS-QTR-KEY (1:4) 'Q' WS-QTR-KEY (5:1)
              DELIMITED BY SIZE INTO WS-BLOCK-ID.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > 20
              COMPUTE WS-CLAIMS-FIGURE ROUNDED =
                 WS-QTR-CLAIMS (WS-RATE-SUB) / WS-QTR-WEEKS
              PERFORM SET-INDUSTRY-ROW
           END-PERFORM.
           PERFORM PRINT-RATE-BLOCKS.
           ADD 1 TO WS-QUARTERS-REPORTED.
           MOVE 0 TO WS-QTR-WEEKS.
      *
       SET-INDUSTRY-ROW.
           MOVE WS-IND-LABEL (WS-RATE-SUB) TO WS-RT-LABEL (WS-RATE-SUB).
           MOVE WS-CLAIMS-FIGURE TO WS-RT-CLAIMS (WS-RATE-SUB).
           IF WS-CEM-FOUND-SUB = 0
              MOVE 0 TO WS-RT-EMP (WS-RATE-SUB)
           ELSE
              MOVE WS-CEM-EMP (WS-CEM-FOUND-SUB WS-RATE-SUB)
                 TO WS-RT-EMP (WS-RATE-SUB)
           END-IF.
      *
      * The industry block, then the supersector block built from
      * the same rows before they are rated.
       PRINT-RATE-BLOCKS.
           MOVE 20 TO WS-RATE-ROWS.
           MOVE WS-BLOCK-TITLE TO WS-BH-TITLE.
           PERFORM PRINT-BLOCK-HEADING.
           PERFORM RATE-AND-RANK.
           IF WS-SSEC-LOADED
              PERFORM BUILD-SUPERSECTOR-ROWS
              MOVE 'SUPERSECTORS, ' TO WS-BH-TITLE
              MOVE WS-BLOCK-TITLE TO WS-BH-TITLE (15:26)
              PERFORM PRINT-BLOCK-HEADING
              PERFORM RATE-AND-RANK
           END-IF.
      *
       PRINT-BLOCK-HEADING.
           MOVE WS-BLOCK-ID TO WS-BH-ID.
           MOVE SPACES TO WS-BH-NOTE.
           IF WS-CEM-FOUND-SUB = 0
              MOVE SPACES TO WS-BH-CEM-QTR
              MOVE 'NONE ON FILE' TO WS-BH-NOTE
           ELSE
              MOVE WS-CEM-QTR (WS-CEM-FOUND-SUB) TO WS-BH-CEM-QTR
              IF WS-CEM-QTR (WS-CEM-FOUND-SUB) NOT = WS-LOOKUP-QTR-KEY
                 MOVE 'LATEST ON FILE' TO WS-BH-NOTE
              END-IF
           END-IF.
           WRITE PRINT-REC FROM WS-RULE-LINE.
           WRITE PRINT-REC FROM WS-BLOCK-HEADER.
           WRITE PRINT-REC FROM WS-COLUMN-HEADER.
      *
      * Supersector rows replace the industry rows in the table:
      * claims and employment summed over the member columns first,
      * then moved down over rows 1 on.
       BUILD-SUPERSECTOR-ROWS.
           INITIALIZE WS-SSEC-SUMS.
           PERFORM VARYING WS-SSEC-GRP-SUB FROM 1 BY 1
                   UNTIL WS-SSEC-GRP-SUB > WS-SSEC-GROUP-COUNT
              PERFORM VARYING WS-SSEC-COL-SUB FROM 1 BY 1
                      UNTIL WS-SSEC-COL-SUB > 20
                 IF WS-SSEC-COL-CODE (WS-SSEC-COL-SUB) =
                    WS-SSEC-GRP-CODE (WS-SSEC-GRP-SUB)
                    ADD WS-RT-CLAIMS (WS-SSEC-COL-SUB)
                       TO WS-SSEC-SUM-CLAIMS (WS-SSEC-GRP-SUB)
                    ADD WS-RT-EMP (WS-SSEC-COL-SUB)
                       TO WS-SSEC-SUM-EMP (WS-SSEC-GRP-SUB)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-SSEC-GRP-SUB FROM 1 BY 1
                   UNTIL WS-SSEC-GRP-SUB > WS-SSEC-GROUP-COUNT
              MOVE WS-SSEC-GRP-NAME (WS-SSEC-GRP-SUB)
                 TO WS-RT-LABEL (WS-SSEC-GRP-SUB)
              MOVE WS-SSEC-SUM-CLAIMS (WS-SSEC-GRP-SUB)
                 TO WS-RT-CLAIMS (WS-SSEC-GRP-SUB)
              MOVE WS-SSEC-SUM-EMP (WS-SSEC-GRP-SUB)
                 TO WS-RT-EMP (WS-SSEC-GRP-SUB)
           END-PERFORM.
           MOVE WS-SSEC-GROUP-COUNT TO WS-RATE-ROWS.
      *
       RATE-AND-RANK.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-ROWS
              MOVE 'N' TO WS-RT-PRINTED (WS-RATE-SUB)
              IF WS-RT-EMP (WS-RATE-SUB) = 0
                 MOVE 0 TO WS-RT-RATE (WS-RATE-SUB)
              ELSE
                 COMPUTE WS-RT-RATE (WS-RATE-SUB) ROUNDED =
                    (WS-RT-CLAIMS (WS-RATE-SUB) * 1000)
                    / WS-RT-EMP (WS-RATE-SUB)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-RATE-ROWS
              MOVE 0 TO WS-BEST-SUB
              MOVE 0 TO WS-BEST-RATE
              PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                      UNTIL WS-RATE-SUB > WS-RATE-ROWS
                 IF WS-RT-PRINTED (WS-RATE-SUB) = 'N'
                    AND WS-RT-EMP (WS-RATE-SUB) > 0
                    AND (WS-BEST-SUB = 0
                      OR WS-RT-RATE (WS-RATE-SUB) > WS-BEST-RATE)
                    MOVE WS-RATE-SUB TO WS-BEST-SUB
                    MOVE WS-RT-RATE (WS-RATE-SUB) TO WS-BEST-RATE
                 END-IF
              END-PERFORM
              IF WS-BEST-SUB > 0
                 MOVE WS-BEST-SUB TO WS-RATE-SUB
                 PERFORM PRINT-RATE-LINE
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-ROWS
              IF WS-RT-PRINTED (WS-RATE-SUB) = 'N'
                 MOVE 0 TO WS-RANK
                 PERFORM PRINT-RATE-LINE
              END-IF
           END-PERFORM.
      *
       PRINT-RATE-LINE.
           MOVE SPACES TO WS-RATE-LINE.
           MOVE WS-RT-LABEL (WS-RATE-SUB) TO WS-RL-LABEL.
           MOVE WS-RT-CLAIMS (WS-RATE-SUB) TO WS-RL-CLAIMS.
           MOVE WS-RT-EMP (WS-RATE-SUB) TO WS-RL-EMP.
           IF WS-RT-EMP (WS-RATE-SUB) = 0
              MOVE 'UNRATED' TO WS-RL-NOTE
           ELSE
              MOVE WS-RANK TO WS-RL-RANK
              MOVE WS-RT-RATE (WS-RATE-SUB) TO WS-RL-RATE
           END-IF.
           WRITE PRINT-REC FROM WS-RATE-LINE.
           MOVE 'Y' TO WS-RT-PRINTED (WS-RATE-SUB).
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           STOP RUN.
