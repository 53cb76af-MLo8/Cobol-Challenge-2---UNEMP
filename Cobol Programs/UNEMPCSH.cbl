      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPCSH.
      ****************************************************************
      *  Demographic composition-shift detector.  The spike alert in
      *  UNEMP watches each week's counts against the prior week,
      *  so a week whose total is flat while the construction share
      *  doubles, or the under-22 share goes from 8 to 15 percent,
      *  passes without a word.  This program reads CLMSDB in key
      *  order and compares every stored percent-of-total field of
      *  every category (age, ethnicity, industry, race, gender,
      *  education) against that bucket's average share over the
      *  trailing 13 weeks -- the weeks whose keys fall in the 91
      *  days before the week tested.  A bucket whose share has
      *  moved by more than SHIFT-POINTS percentage points either
      *  way is printed and logged to EXCPLOG through UNEMPEXL
      *  (reason CSHF, severity W) so it ages on the UNEMPEXQ
      *  report until someone has looked at it: a shift like this
      *  is often the first sign of a layoff in one sector or of a
      *  coding problem at the source.
      *
      *  A category is only tested in a week whose INA is above
      *  zero, and its average only counts trailing weeks whose INA
      *  was above zero; with fewer than MINIMUM-WEEKS such weeks
      *  the category is not tested that week.
      *
      *  CSHPARM keyword cards (see UNEMPKWP), all optional:
      *     START-DATE=YYYYMMDD  first week tested (default: all)
      *     END-DATE=YYYYMMDD    last week tested (default: all)
      *     SHIFT-POINTS=5.00    share movement flagged, in
      *                          percentage points (default 5.00)
      *     MINIMUM-WEEKS=13     trailing weeks needed, 1 to 13
      *                          (default 13)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL CSH-CONTROL-PARM ASSIGN TO CSHPARM
                  FILE STATUS IS WS-PARM-STATUS.
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
       FD  CSH-CONTROL-PARM RECORDING MODE F.
       01  CSHPARM-REC                              PIC X(80).
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
      *
       01  WS-START-DATE                PIC X(08)   VALUE SPACES.
       01  WS-END-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-SHIFT-POINTS              PIC 9(03)V99 VALUE 5.00.
       01  WS-MINIMUM-WEEKS             PIC 9(02)   VALUE 13.
      *
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-KEY-INTEGER               PIC S9(09)  VALUE 0.
      *
      * One entry per category: its code, its first column in the
      * 41-column share table and its bucket count.
       01  WS-CAT-VALUES.
           05  FILLER  PIC X(08) VALUE 'AGE 0108'.
           05  FILLER  PIC X(08) VALUE 'ETH 0902'.
           05  FILLER  PIC X(08) VALUE 'IND 1120'.
           05  FILLER  PIC X(08) VALUE 'RAC 3105'.
           05  FILLER  PIC X(08) VALUE 'GEN 3602'.
           05  FILLER  PIC X(08) VALUE 'EDU 3804'.
       01  WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
           05  WS-CAT-ENTRY OCCURS 6 TIMES.
               10  WS-CAT-CODE              PIC X(04).
               10  WS-CAT-FIRST             PIC 9(02).
               10  WS-CAT-BUCKETS           PIC 9(02).
       01  WS-CAT-SUB                   PIC 9(01)   VALUE 0.
      *
      * Buckets in CLAIMSDB-RECORD percent-field order.
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
           05  FILLER  PIC X(24) VALUE 'WHOLESALE TRADE'.
           05  FILLER  PIC X(24) VALUE 'TRANSPORT AND WAREHOUSE'.
           05  FILLER  PIC X(24) VALUE 'CONSTRUCTION'.
           05  FILLER  PIC X(24) VALUE 'FINANCE AND INSURANCE'.
           05  FILLER  PIC X(24) VALUE 'MANUFACTURING'.
           05  FILLER  PIC X(24) VALUE 'AGR FORESTRY FISH HUNT'.
           05  FILLER  PIC X(24) VALUE 'PUBLIC ADMINISTRATION'.
           05  FILLER  PIC X(24) VALUE 'UTILITIES'.
           05  FILLER  PIC X(24) VALUE 'ACCOM AND FOOD SERVICES'.
           05  FILLER  PIC X(24) VALUE 'INFORMATION'.
           05  FILLER  PIC X(24) VALUE 'PROF SCI TECH SERVICES'.
           05  FILLER  PIC X(24) VALUE 'REAL ESTATE RENTAL LEASE'.
           05  FILLER  PIC X(24) VALUE 'OTHER SERV EXC PUB ADM'.
           05  FILLER  PIC X(24) VALUE 'MGT OF COMPANIES'.
           05  FILLER  PIC X(24) VALUE 'EDUCATIONAL SERVICES'.
           05  FILLER  PIC X(24) VALUE 'MINING'.
           05  FILLER  PIC X(24) VALUE 'HEALTH CARE SOCIAL ASST'.
           05  FILLER  PIC X(24) VALUE 'ARTS ENTERTAINMENT REC'.
           05  FILLER  PIC X(24) VALUE 'ADMIN SUPPORT WASTE MGT'.
           05  FILLER  PIC X(24) VALUE 'RETAIL TRADE'.
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
           05  WS-BKT-LABEL             PIC X(24) OCCURS 41 TIMES.
       01  WS-BKT-SUB                   PIC 9(02)   VALUE 0.
       01  WS-BKT-LAST                  PIC 9(02)   VALUE 0.
      *
      * A category's percent group viewed as a generic list so one
      * loop can lift any of them into the share table.
       01  WS-PCT-IMAGE.
           05  WS-PI-PCT                PIC 9(03)V99 OCCURS 20 TIMES.
       01  WS-PCT-SUB                   PIC 9(02)   VALUE 0.
      *
      * The week being tested: its day number, which categories
      * had claims, and the 41 stored shares.
       01  WS-CURRENT-WEEK.
           05  WS-CUR-DAY               PIC S9(09).
           05  WS-CUR-HELD              PIC X(01) OCCURS 6 TIMES.
           05  WS-CUR-SHARE             PIC 9(03)V99 OCCURS 41 TIMES.
      *
      * The 13 weeks read before it, most recent first; an entry
      * older than 91 days is outside the trailing window.
       01  WS-HIST-COUNT                PIC 9(02)   VALUE 0.
       01  WS-HIST-SUB                  PIC 9(02)   VALUE 0.
       01  WS-HISTORY-TABLE.
           05  WS-HIST-ENTRY OCCURS 13 TIMES.
               10  WS-HST-DAY               PIC S9(09).
               10  WS-HST-HELD              PIC X(01) OCCURS 6 TIMES.
               10  WS-HST-SHARE         PIC 9(03)V99 OCCURS 41 TIMES.
      *
       01  WS-WINDOW-WEEKS              PIC 9(02)   VALUE 0.
       01  WS-SHARE-SUM                 PIC 9(05)V99 VALUE 0.
       01  WS-AVG-SHARE                 PIC 9(03)V99 VALUE 0.
       01  WS-SHARE-MOVE                PIC S9(03)V99 VALUE 0.
       01  WS-ABS-MOVE                  PIC 9(03)V99 VALUE 0.
      *
       01  WS-WEEKS-READ                PIC 9(06)   VALUE 0.
       01  WS-WEEKS-TESTED              PIC 9(06)   VALUE 0.
       01  WS-CATS-SHORT                PIC 9(06)   VALUE 0.
       01  WS-FLAGGED-COUNT             PIC 9(06)   VALUE 0.
       01  WS-WEEK-TESTED-SW            PIC X(01)   VALUE 'N'.
           88 WS-WEEK-TESTED                        VALUE 'Y'.
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
       01  WS-POINTS-EDIT               PIC ZZ9.99.
       01  WS-WEEKS-EDIT                PIC Z9.
      *
      * Findings are logged to EXCPLOG as well as printed.
       01  WS-EXL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPEXL'.
       01  WS-EXL-DATA.
           05  WS-EXL-PROGRAM           PIC X(08)   VALUE 'UNEMPCSH'.
           05  WS-EXL-SEVERITY          PIC X(01)   VALUE 'W'.
           05  WS-EXL-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-EXL-REASON            PIC X(04)   VALUE 'CSHF'.
           05  WS-EXL-TEXT              PIC X(50)   VALUE SPACES.
           05  WS-EXL-RESULT            PIC X(01)   VALUE SPACE.
       01  WS-EXL-FAILED                PIC 9(06)   VALUE 0.
       01  WS-EXL-SHARE-EDIT            PIC ZZ9.99.
       01  WS-EXL-AVG-EDIT              PIC ZZ9.99.
      *
       01  WS-CSH-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'DEMOGRAPHIC COMPOSITION SHIFTS          '.
           05  FILLER  PIC X(14) VALUE 'SHIFT POINTS: '.
           05  WS-CH-POINTS             PIC ZZ9.99.
       01  WS-CSH-HEADER2.
           05  FILLER  PIC X(10) VALUE 'WEEK'.
           05  FILLER  PIC X(05) VALUE 'CAT  '.
           05  FILLER  PIC X(25) VALUE 'BUCKET'.
           05  FILLER  PIC X(08) VALUE '   SHARE'.
           05  FILLER  PIC X(08) VALUE ' 13WK AV'.
           05  FILLER  PIC X(08) VALUE '    MOVE'.
           05  FILLER  PIC X(06) VALUE ' WEEKS'.
       01  WS-CSH-HEADER3               PIC X(80) VALUE ALL '-'.
      *
       01  WS-CSH-LINE.
           05  WS-CL-WEEK               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CL-CATEGORY           PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CL-LABEL              PIC X(24).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-CL-SHARE              PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CL-AVG                PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CL-MOVE               PIC +ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-CL-WEEKS              PIC Z9.
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(25) VALUE
               'WEEKS READ              :'.
           05  WS-SUM-READ              PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(25) VALUE
               'WEEKS TESTED            :'.
           05  WS-SUM-TESTED            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(25) VALUE
               'CATEGORIES SHORT HISTORY:'.
           05  WS-SUM-SHORT             PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
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
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM READ-CONTROL-PARM.
           MOVE WS-SHIFT-POINTS TO WS-CH-POINTS.
           WRITE PRINT-REC FROM WS-CSH-HEADER1.
           WRITE PRINT-REC FROM WS-CSH-HEADER2.
           WRITE PRINT-REC FROM WS-CSH-HEADER3.
           INITIALIZE WS-HISTORY-TABLE.
           PERFORM PROCESS-WEEKS.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * CSHPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP.  Every keyword has a default, so a missing deck
      * tests every week at the default settings; unknown keywords
      * and malformed cards end the run, and the values in effect
      * are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT CSH-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ CSH-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE CSHPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-CSHPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE CSH-CONTROL-PARM
           ELSE
              DISPLAY 'NO CSHPARM CONTROL FILE, USING DEFAULTS'
           END-IF.
           IF WS-MINIMUM-WEEKS = 0 OR WS-MINIMUM-WEEKS > 13
              DISPLAY 'MINIMUM-WEEKS MUST BE 1 TO 13'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'CSHPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM PRINT-PARM-ECHO.
      *
       PARSE-CSHPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'SHIFT-POINTS'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-SHIFT-POINTS =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN WS-KWP-KEYWORD = 'MINIMUM-WEEKS'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-MINIMUM-WEEKS =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN CSHPARM KEYWORD: ' WS-KWP-KEYWORD
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
           MOVE 'SHIFT-POINTS' TO WS-EC-KEYWORD.
           MOVE WS-SHIFT-POINTS TO WS-POINTS-EDIT.
           MOVE WS-POINTS-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'MINIMUM-WEEKS' TO WS-EC-KEYWORD.
           MOVE WS-MINIMUM-WEEKS TO WS-WEEKS-EDIT.
           MOVE WS-WEEKS-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           WRITE PRINT-REC FROM WS-ECHO-LINE.
           DISPLAY WS-ECHO-LINE.
      *
      * Every week is read from the start of the file so the weeks
      * before START-DATE can fill the trailing window; only weeks
      * inside the range are tested.
       PROCESS-WEEKS.
           PERFORM READ-CLAIMSDB-NEXT.
           PERFORM UNTIL WS-CLMDB-EOF
              IF WS-END-DATE NOT = SPACES
                 AND RECORD-KEY > WS-END-DATE
                 MOVE '10' TO WS-CLMDB-STATUS
              ELSE
                 ADD 1 TO WS-WEEKS-READ
                 PERFORM LOAD-CURRENT-WEEK
                 IF WS-START-DATE = SPACES
                    OR RECORD-KEY NOT < WS-START-DATE
                    PERFORM TEST-CURRENT-WEEK
                 END-IF
                 PERFORM PUSH-WEEK-TO-HISTORY
                 PERFORM READ-CLAIMSDB-NEXT
              END-IF
           END-PERFORM.
      *
       READ-CLAIMSDB-NEXT.
           READ CLAIMS-DATABASE NEXT RECORD
              AT END MOVE '10' TO WS-CLMDB-STATUS
           END-READ.
      *
       LOAD-CURRENT-WEEK.
           MOVE RECORD-KEY TO WS-KEY-NUM.
           COMPUTE WS-KEY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           MOVE WS-KEY-INTEGER TO WS-CUR-DAY.
           MOVE 'N' TO WS-CUR-HELD (1) WS-CUR-HELD (2)
                       WS-CUR-HELD (3) WS-CUR-HELD (4)
                       WS-CUR-HELD (5) WS-CUR-HELD (6).
           IF CBAGE-INA NUMERIC AND CBAGE-INA > 0
              MOVE 'Y' TO WS-CUR-HELD (1)
           END-IF.
           IF CBETH-INA NUMERIC AND CBETH-INA > 0
              MOVE 'Y' TO WS-CUR-HELD (2)
           END-IF.
           IF CBIND-INA NUMERIC AND CBIND-INA > 0
              MOVE 'Y' TO WS-CUR-HELD (3)
           END-IF.
           IF CBRAC-INA NUMERIC AND CBRAC-INA > 0
              MOVE 'Y' TO WS-CUR-HELD (4)
           END-IF.
           IF CBGEN-INA NUMERIC AND CBGEN-INA > 0
              MOVE 'Y' TO WS-CUR-HELD (5)
           END-IF.
           IF CBEDU-INA NUMERIC AND CBEDU-INA > 0
              MOVE 'Y' TO WS-CUR-HELD (6)
           END-IF.
           MOVE CLMDB-CBAGE-PCT-FIELDS TO WS-PCT-IMAGE.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM TAKE-CATEGORY-SHARES.
           MOVE CLMDB-CBETH-PCT-FIELDS TO WS-PCT-IMAGE.
           MOVE 2 TO WS-CAT-SUB.
           PERFORM TAKE-CATEGORY-SHARES.
           MOVE CLMDB-CBIND-PCT-FIELDS TO WS-PCT-IMAGE.
           MOVE 3 TO WS-CAT-SUB.
           PERFORM TAKE-CATEGORY-SHARES.
           MOVE CLMDB-CBRAC-PCT-FIELDS TO WS-PCT-IMAGE.
           MOVE 4 TO WS-CAT-SUB.
           PERFORM TAKE-CATEGORY-SHARES.
           MOVE CLMDB-CBGEN-PCT-FIELDS TO WS-PCT-IMAGE.
           MOVE 5 TO WS-CAT-SUB.
           PERFORM TAKE-CATEGORY-SHARES.
           MOVE CLMDB-CBEDU-PCT-FIELDS TO WS-PCT-IMAGE.
           MOVE 6 TO WS-CAT-SUB.
           PERFORM TAKE-CATEGORY-SHARES.
      *
       TAKE-CATEGORY-SHARES.
           PERFORM VARYING WS-PCT-SUB FROM 1 BY 1
                   UNTIL WS-PCT-SUB > WS-CAT-BUCKETS (WS-CAT-SUB)
              COMPUTE WS-BKT-SUB =
                 WS-CAT-FIRST (WS-CAT-SUB) + WS-PCT-SUB - 1
              IF WS-PI-PCT (WS-PCT-SUB) NUMERIC
                 MOVE WS-PI-PCT (WS-PCT-SUB)
                    TO WS-CUR-SHARE (WS-BKT-SUB)
              ELSE
                 MOVE 0 TO WS-CUR-SHARE (WS-BKT-SUB)
              END-IF
           END-PERFORM.
      *
       TEST-CURRENT-WEEK.
           MOVE 'N' TO WS-WEEK-TESTED-SW.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 6
              IF WS-CUR-HELD (WS-CAT-SUB) = 'Y'
                 PERFORM TEST-ONE-CATEGORY
              END-IF
           END-PERFORM.
           IF WS-WEEK-TESTED
              ADD 1 TO WS-WEEKS-TESTED
           END-IF.
      *
      * The window is the history entries within 91 days before
      * the week tested in which the category had claims.
       TEST-ONE-CATEGORY.
           MOVE 0 TO WS-WINDOW-WEEKS.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
              IF WS-HST-DAY (WS-HIST-SUB) NOT < WS-CUR-DAY - 91
                 AND WS-HST-HELD (WS-HIST-SUB WS-CAT-SUB) = 'Y'
                 ADD 1 TO WS-WINDOW-WEEKS
              END-IF
           END-PERFORM.
           IF WS-WINDOW-WEEKS < WS-MINIMUM-WEEKS
              ADD 1 TO WS-CATS-SHORT
           ELSE
              MOVE 'Y' TO WS-WEEK-TESTED-SW
              COMPUTE WS-BKT-LAST = WS-CAT-FIRST (WS-CAT-SUB)
                                  + WS-CAT-BUCKETS (WS-CAT-SUB) - 1
              PERFORM TEST-ONE-BUCKET
                      VARYING WS-BKT-SUB FROM WS-CAT-FIRST (WS-CAT-SUB)
                      BY 1 UNTIL WS-BKT-SUB > WS-BKT-LAST
           END-IF.
      *
       TEST-ONE-BUCKET.
           MOVE 0 TO WS-SHARE-SUM.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
              IF WS-HST-DAY (WS-HIST-SUB) NOT < WS-CUR-DAY - 91
                 AND WS-HST-HELD (WS-HIST-SUB WS-CAT-SUB) = 'Y'
                 ADD WS-HST-SHARE (WS-HIST-SUB WS-BKT-SUB)
                    TO WS-SHARE-SUM
              END-IF
           END-PERFORM.
           COMPUTE WS-AVG-SHARE ROUNDED =
              WS-SHARE-SUM / WS-WINDOW-WEEKS.
           COMPUTE WS-SHARE-MOVE =
              WS-CUR-SHARE (WS-BKT-SUB) - WS-AVG-SHARE.
           IF WS-SHARE-MOVE < 0
              COMPUTE WS-ABS-MOVE = 0 - WS-SHARE-MOVE
           ELSE
              MOVE WS-SHARE-MOVE TO WS-ABS-MOVE
           END-IF.
           IF WS-ABS-MOVE > WS-SHIFT-POINTS
              PERFORM REPORT-SHIFT
           END-IF.
      *
       REPORT-SHIFT.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE RECORD-KEY TO WS-CL-WEEK.
           MOVE WS-CAT-CODE (WS-CAT-SUB) TO WS-CL-CATEGORY.
           MOVE WS-BKT-LABEL (WS-BKT-SUB) TO WS-CL-LABEL.
           MOVE WS-CUR-SHARE (WS-BKT-SUB) TO WS-CL-SHARE.
           MOVE WS-AVG-SHARE TO WS-CL-AVG.
           MOVE WS-SHARE-MOVE TO WS-CL-MOVE.
           MOVE WS-WINDOW-WEEKS TO WS-CL-WEEKS.
           WRITE PRINT-REC FROM WS-CSH-LINE.
           MOVE RECORD-KEY TO WS-EXL-RECORD-KEY.
           MOVE WS-CUR-SHARE (WS-BKT-SUB) TO WS-EXL-SHARE-EDIT.
           MOVE WS-AVG-SHARE TO WS-EXL-AVG-EDIT.
           MOVE SPACES TO WS-EXL-TEXT.
           STRING WS-CAT-CODE (WS-CAT-SUB) DELIMITED BY SIZE
                  WS-BKT-LABEL (WS-BKT-SUB) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-EXL-SHARE-EDIT DELIMITED BY SIZE
                  ' VS AVG ' DELIMITED BY SIZE
                  WS-EXL-AVG-EDIT DELIMITED BY SIZE
                  INTO WS-EXL-TEXT.
           CALL WS-EXL-SUBROUTINE USING WS-EXL-DATA.
           IF WS-EXL-RESULT NOT = '0'
              ADD 1 TO WS-EXL-FAILED
           END-IF.
      *
      * The table is shifted down one place and the week just read
      * becomes entry 1; the oldest entry falls off the end.
       PUSH-WEEK-TO-HISTORY.
           PERFORM VARYING WS-HIST-SUB FROM 13 BY -1
                   UNTIL WS-HIST-SUB < 2
              MOVE WS-HIST-ENTRY (WS-HIST-SUB - 1)
                 TO WS-HIST-ENTRY (WS-HIST-SUB)
           END-PERFORM.
           MOVE WS-CURRENT-WEEK TO WS-HIST-ENTRY (1).
           IF WS-HIST-COUNT < 13
              ADD 1 TO WS-HIST-COUNT
           END-IF.
      *
       PRINT-SUMMARY.
           WRITE PRINT-REC FROM WS-CSH-HEADER3.
           MOVE WS-WEEKS-READ TO WS-SUM-READ.
           MOVE WS-WEEKS-TESTED TO WS-SUM-TESTED.
           MOVE WS-CATS-SHORT TO WS-SUM-SHORT.
           MOVE WS-FLAGGED-COUNT TO WS-SUM-FLAGGED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           DISPLAY WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE3.
           DISPLAY WS-SUMMARY-LINE4.
           IF WS-EXL-FAILED > 0
              DISPLAY 'EXCPLOG WRITE FAILED FOR ' WS-EXL-FAILED
                      ' FINDINGS, SEE THE PRINTED REPORT'
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           STOP RUN.
