      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPWNR.
      ****************************************************************
      *  WARN notice report -- puts each week's increases next to
      *  the layoff notices that may explain them.  For each of the
      *  WNRPARM weeks ending on WEEK-ENDING, every CLMDB-CBIND
      *  industry column and every CLMRGDB region whose initial
      *  claims rose by at least MIN-INCREASE over the prior week is
      *  listed with the WARN notices (loaded onto WARNDB by
      *  UNEMPWRN) for that industry or region whose effective
      *  layoff dates fall in the LOOKBACK-WEEKS weeks ending on the
      *  week -- the ten largest by workers affected, with a count of
      *  the rest.  The lookup is UNEMPWNL, the same one the UNEMP
      *  threshold alert and the UNEMPPRS press-release draft use.
      *  Region 000 is the statewide rollup and is not listed.  A
      *  WARN lookup that fails ends the run with RETURN-CODE 4.
      *
      *  WNRPARM keyword cards (see UNEMPKWP):
      *     WEEK-ENDING=YYYYMMDD  latest week to report (required)
      *     WEEKS=nn              weeks to report, 1-13 (default 1)
      *     LOOKBACK-WEEKS=nn     notice window, 1-26 (default 4)
      *     MIN-INCREASE=nnnnnn   smallest week-over-week rise in
      *                           initial claims to list (default 1)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT WNR-CONTROL-PARM ASSIGN TO WNRPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT CLAIMS-DATABASE ASSIGN TO CLMSDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RECORD-KEY
                  FILE STATUS IS WS-CLMDB-STATUS.
           SELECT REGIONAL-DATABASE ASSIGN TO CLMRGDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RG-RECORD-KEY
                  FILE STATUS IS WS-RGDB-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  WNR-CONTROL-PARM RECORDING MODE F.
       01  WNRPARM-REC                              PIC X(80).
      *
      * Thin view of the regional database: only the key and the
      * columns this report needs are named, the rest rides in the
      * filler the way UNEMPDB's regional path treats the row.
       FD  REGIONAL-DATABASE.
       01  REGIONAL-RECORD.
           05  RG-RECORD-KEY.
               10  RG-REGION                         PIC X(03).
               10  RG-DATE                           PIC X(08).
           05  FILLER                                PIC X(10).
           05  RG-CBAGE-INA                          PIC 9(06).
           05  FILLER                                PIC X(540).
           05  RG-CONTINUED-CLAIMS                   PIC 9(06).
           05  RG-INSURED-UNEMP-RATE                 PIC 9(03)V99.
           05  FILLER                                PIC X(36).
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
       01  WS-RGDB-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-RGDB-SUCCESS                       VALUE '00'.
           88 WS-RGDB-EOF                           VALUE '10'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
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
       01  WS-VAL-BAD-SW                PIC X(01)   VALUE 'N'.
           88 WS-VAL-BAD                            VALUE 'Y'.
       01  WS-VAL-CHAR-SUB              PIC 9(02)   VALUE 0.
      *
       01  WS-WEEK-ENDING               PIC X(08)   VALUE SPACES.
       01  WS-WEEKS                     PIC 9(02)   VALUE 1.
       01  WS-LOOKBACK-WEEKS            PIC 9(02)   VALUE 4.
       01  WS-MIN-INCREASE              PIC 9(06)   VALUE 1.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-KEY-INTEGER               PIC S9(09)  VALUE 0.
       01  WS-BASE-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-DAYS-IN                   PIC S9(09)  VALUE 0.
       01  WS-DAYS-REM                  PIC S9(09)  VALUE 0.
      *
      * Slot 1 is the week before the earliest reported week, so
      * every reported week (slots 2 onward) has its prior in the
      * slot before it.
       01  WS-WK-COUNT                  PIC 9(02)   VALUE 0.
       01  WS-WK-SUB                    PIC 9(02)   VALUE 0.
       01  WS-WK-PRV                    PIC 9(02)   VALUE 0.
       01  WS-WEEK-TABLE.
           05  WS-WK-ENTRY OCCURS 14 TIMES.
               10  WS-WK-DATE               PIC X(08).
               10  WS-WK-FOUND-SW           PIC X(01).
               10  WS-WK-IND-IMAGE.
                   15  WS-WK-IND-DATE       PIC X(10).
                   15  WS-WK-CNT            PIC 9(06) OCCURS 21 TIMES.
      *
       01  WS-RGDB-OPEN-SW              PIC X(01)   VALUE 'N'.
           88 WS-RGDB-OPENED                        VALUE 'Y'.
       01  WS-RGN-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-RGN-SUB                   PIC 9(03)   VALUE 0.
       01  WS-RGN-HIT                   PIC 9(03)   VALUE 0.
       01  WS-RGN-TABLE-FULL-SW         PIC X(01)   VALUE 'N'.
           88 WS-RGN-TABLE-FULL                     VALUE 'Y'.
       01  WS-REGION-TABLE.
           05  WS-RGN-ENTRY OCCURS 100 TIMES.
               10  WS-RGN-CODE              PIC X(03).
               10  WS-RGN-WEEK OCCURS 14 TIMES.
                   15  WS-RGN-INA           PIC 9(06).
                   15  WS-RGN-SEEN-SW       PIC X(01).
      *
       01  WS-IND-SUB                   PIC 9(02)   VALUE 0.
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
       01  WS-IND-LABELS REDEFINES WS-IND-LABEL-VALUES.
           05  WS-IND-LABEL             PIC X(24) OCCURS 20 TIMES.
      *
       01  WS-CUR-COUNT                 PIC 9(06)   VALUE 0.
       01  WS-PRV-COUNT                 PIC 9(06)   VALUE 0.
       01  WS-DELTA                     PIC S9(07)  VALUE 0.
       01  WS-PCT                       PIC S9(05)V9 VALUE 0.
       01  WS-WEEK-INCREASES            PIC 9(04)   VALUE 0.
       01  WS-NTC-SUB                   PIC 9(02)   VALUE 0.
       01  WS-NTC-MORE                  PIC 9(04)   VALUE 0.
      *
       01  WS-WNL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPWNL'.
       01  WS-WNL-DATA.
           05  WS-WNL-MATCH-TYPE        PIC X(01)   VALUE SPACE.
           05  WS-WNL-IND-SLOT          PIC 9(02)   VALUE 0.
           05  WS-WNL-REGION            PIC X(03)   VALUE SPACES.
           05  WS-WNL-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-WNL-LOOKBACK-WEEKS    PIC 9(02)   VALUE 0.
           05  WS-WNL-NOTICES-FOUND     PIC 9(04)   VALUE 0.
           05  WS-WNL-WORKERS-TOTAL     PIC 9(08)   VALUE 0.
           05  WS-WNL-LARGEST-SUB       PIC 9(02)   VALUE 0.
           05  WS-WNL-NOTICE OCCURS 10 TIMES.
               10  WS-WNL-EMPLOYER      PIC X(40).
               10  WS-WNL-COUNTY        PIC X(20).
               10  WS-WNL-NTC-REGION    PIC X(03).
               10  WS-WNL-EFFECTIVE-DATE PIC X(08).
               10  WS-WNL-WORKERS       PIC 9(06).
           05  WS-WNL-RESULT            PIC X(01)   VALUE SPACE.
      *
       01  WS-INCREASES-LISTED          PIC 9(06)   VALUE 0.
       01  WS-INCREASES-MATCHED         PIC 9(06)   VALUE 0.
       01  WS-NOTICES-QUOTED            PIC 9(06)   VALUE 0.
       01  WS-LOOKUP-ERRORS             PIC 9(06)   VALUE 0.
      *
       01  WS-ECHO-LINE.
           05  FILLER                   PIC X(11) VALUE 'PARAMETER: '.
           05  WS-EC-KEYWORD            PIC X(20).
           05  FILLER                   PIC X(03) VALUE ' = '.
           05  WS-EC-VALUE              PIC X(40).
       01  WS-EC-NUMBER                 PIC ZZZZZ9.
      *
       01  WS-WNR-TITLE.
           05  FILLER                   PIC X(44) VALUE
               'WARN NOTICES AGAINST INDUSTRY AND REGIONAL '.
           05  FILLER                   PIC X(09) VALUE 'INCREASES'.
       01  WS-WEEK-HEADER.
           05  FILLER                   PIC X(12) VALUE 'WEEK ENDING '.
           05  WS-WH-WEEK               PIC X(10).
           05  FILLER                   PIC X(26) VALUE
               '   NOTICES EFFECTIVE FROM '.
           05  WS-WH-FROM               PIC X(10).
           05  FILLER                   PIC X(09) VALUE ' THROUGH '.
           05  WS-WH-THRU               PIC X(10).
       01  WS-COLUMN-HEADER.
           05  FILLER                   PIC X(11) VALUE '  SOURCE'.
           05  FILLER                   PIC X(25) VALUE
               'INDUSTRY OR REGION'.
           05  FILLER                   PIC X(07) VALUE '  PRIOR'.
           05  FILLER                   PIC X(10) VALUE '   CURRENT'.
           05  FILLER                   PIC X(10) VALUE '    CHANGE'.
           05  FILLER                   PIC X(09) VALUE '  PCT CHG'.
           05  FILLER                   PIC X(08) VALUE ' NOTICES'.
           05  FILLER                   PIC X(12) VALUE '     WORKERS'.
       01  WS-DASH-LINE                 PIC X(92) VALUE ALL '-'.
       01  WS-INCREASE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-IL-SOURCE             PIC X(09).
           05  WS-IL-LABEL              PIC X(25).
           05  WS-IL-PRIOR              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-IL-CURRENT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-IL-CHANGE             PIC +ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-IL-PCT                PIC -ZZZ9.9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-IL-NOTICES            PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-IL-WORKERS            PIC ZZ,ZZZ,ZZ9.
       01  WS-NOTICE-LINE.
           05  FILLER                   PIC X(13) VALUE SPACES.
           05  WS-NL-EMPLOYER           PIC X(40).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-NL-COUNTY             PIC X(20).
           05  FILLER                   PIC X(08) VALUE ' REGION '.
           05  WS-NL-REGION             PIC X(03).
           05  FILLER                   PIC X(11) VALUE ' EFFECTIVE '.
           05  WS-NL-EFFECTIVE          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-NL-WORKERS            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE ' WORKERS'.
       01  WS-NOTE-LINE.
           05  FILLER                   PIC X(13) VALUE SPACES.
           05  WS-NT-TEXT               PIC X(80).
       01  WS-NT-COUNT                  PIC ZZZ9.
       01  WS-SECTION-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SL-TEXT               PIC X(80).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(34).
           05  WS-SUM-COUNT             PIC ZZZ,ZZ9.
      *
       01  WS-DATE-TEXT                 PIC X(10)   VALUE SPACES.
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
           PERFORM READ-CONTROL-PARM.
           PERFORM PRINT-PARM-ECHO.
           OPEN INPUT CLAIMS-DATABASE.
           IF NOT WS-CLMDB-SUCCESS
              DISPLAY "FILE OPENING ERROR"
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM SET-WEEK-WINDOW.
           PERFORM FETCH-CLMSDB-WEEKS.
           PERFORM LOAD-REGION-WEEKS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-WNR-TITLE.
           PERFORM VARYING WS-WK-SUB FROM 2 BY 1
                   UNTIL WS-WK-SUB > WS-WK-COUNT
              PERFORM REPORT-ONE-WEEK
           END-PERFORM.
           PERFORM PRINT-SUMMARY.
           IF WS-LOOKUP-ERRORS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
      * WNRPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run.
       READ-CONTROL-PARM.
           OPEN INPUT WNR-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ WNR-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE WNRPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-WNRPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE WNR-CONTROL-PARM
           ELSE
              DISPLAY 'NO WNRPARM CONTROL FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'WNRPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-WEEK-ENDING = SPACES
              DISPLAY 'WNRPARM SUPPLIED NO WEEK-ENDING, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-WNRPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'WEEK-ENDING'
                 MOVE WS-KWP-VALUE (1:8) TO WS-WEEK-ENDING
                 IF WS-WEEK-ENDING NOT NUMERIC
                    DISPLAY 'WEEK-ENDING MUST BE YYYYMMDD'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 END-IF
              WHEN WS-KWP-KEYWORD = 'WEEKS'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF WS-VAL-BAD OR WS-KWP-VALUE = SPACES
                    OR WS-KWP-VALUE (3:38) NOT = SPACES
                    DISPLAY 'WEEKS MUST BE 1-13'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 ELSE
                    COMPUTE WS-WEEKS = FUNCTION NUMVAL (WS-KWP-VALUE)
                    IF WS-WEEKS < 1 OR WS-WEEKS > 13
                       DISPLAY 'WEEKS MUST BE 1-13'
                       MOVE 'Y' TO WS-PARM-ERROR-SW
                    END-IF
                 END-IF
              WHEN WS-KWP-KEYWORD = 'LOOKBACK-WEEKS'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF WS-VAL-BAD OR WS-KWP-VALUE = SPACES
                    OR WS-KWP-VALUE (3:38) NOT = SPACES
                    DISPLAY 'LOOKBACK-WEEKS MUST BE 1-26'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 ELSE
                    COMPUTE WS-LOOKBACK-WEEKS =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                    IF WS-LOOKBACK-WEEKS < 1 OR WS-LOOKBACK-WEEKS > 26
                       DISPLAY 'LOOKBACK-WEEKS MUST BE 1-26'
                       MOVE 'Y' TO WS-PARM-ERROR-SW
                    END-IF
                 END-IF
              WHEN WS-KWP-KEYWORD = 'MIN-INCREASE'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF WS-VAL-BAD OR WS-KWP-VALUE = SPACES
                    OR WS-KWP-VALUE (7:34) NOT = SPACES
                    DISPLAY 'MIN-INCREASE MUST BE 1-999999'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 ELSE
                    COMPUTE WS-MIN-INCREASE =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                    IF WS-MIN-INCREASE = 0
                       MOVE 1 TO WS-MIN-INCREASE
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN WNRPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       CHECK-NUMERIC-VALUE.
           MOVE 'N' TO WS-VAL-BAD-SW.
           PERFORM VARYING WS-VAL-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-VAL-CHAR-SUB > 40
              IF WS-KWP-VALUE (WS-VAL-CHAR-SUB:1) NOT = SPACE
                 AND WS-KWP-VALUE (WS-VAL-CHAR-SUB:1) NOT NUMERIC
                 MOVE 'Y' TO WS-VAL-BAD-SW
              END-IF
           END-PERFORM.
      *
       PRINT-PARM-ECHO.
           MOVE 'WEEK-ENDING' TO WS-EC-KEYWORD.
           MOVE WS-WEEK-ENDING TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'WEEKS' TO WS-EC-KEYWORD.
           MOVE WS-WEEKS TO WS-EC-NUMBER.
           MOVE WS-EC-NUMBER TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'LOOKBACK-WEEKS' TO WS-EC-KEYWORD.
           MOVE WS-LOOKBACK-WEEKS TO WS-EC-NUMBER.
           MOVE WS-EC-NUMBER TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'MIN-INCREASE' TO WS-EC-KEYWORD.
           MOVE WS-MIN-INCREASE TO WS-EC-NUMBER.
           MOVE WS-EC-NUMBER TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
       SET-WEEK-WINDOW.
           COMPUTE WS-WK-COUNT = WS-WEEKS + 1.
           MOVE WS-WEEK-ENDING TO WS-KEY-NUM.
           COMPUTE WS-BASE-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM) - WS-WEEKS * 7.
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-COUNT
              COMPUTE WS-KEY-INTEGER =
                 WS-BASE-INTEGER + (WS-WK-SUB - 1) * 7
              COMPUTE WS-KEY-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-KEY-INTEGER)
              MOVE WS-KEY-NUM TO WS-WK-DATE (WS-WK-SUB)
           END-PERFORM.
      *
       FETCH-CLMSDB-WEEKS.
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-COUNT
              MOVE WS-WK-DATE (WS-WK-SUB) TO RECORD-KEY
              READ CLAIMS-DATABASE
              IF WS-CLMDB-SUCCESS
                 MOVE 'Y' TO WS-WK-FOUND-SW (WS-WK-SUB)
                 MOVE CLMDB-CBIND-FIELDS TO WS-WK-IND-IMAGE (WS-WK-SUB)
              ELSE
                 MOVE 'N' TO WS-WK-FOUND-SW (WS-WK-SUB)
              END-IF
           END-PERFORM.
      *
      * One pass over CLMRGDB picks up the initial claims of every
      * region for every week in the window.
       LOAD-REGION-WEEKS.
           OPEN INPUT REGIONAL-DATABASE.
           IF NOT WS-RGDB-SUCCESS
              DISPLAY 'CLMRGDB OPEN FAILED, STATUS ' WS-RGDB-STATUS
                      ', REGIONAL INCREASES NOT REPORTED'
           ELSE
              MOVE 'Y' TO WS-RGDB-OPEN-SW
              PERFORM UNTIL WS-RGDB-EOF
                 READ REGIONAL-DATABASE NEXT RECORD
                    AT END MOVE '10' TO WS-RGDB-STATUS
                    NOT AT END
                       IF RG-REGION NOT = '000'
                          AND RG-DATE NOT < WS-WK-DATE (1)
                          AND RG-DATE NOT > WS-WEEK-ENDING
                          AND RG-DATE IS NUMERIC
                          PERFORM HOLD-REGION-WEEK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGIONAL-DATABASE
           END-IF.
           IF WS-RGN-TABLE-FULL
              DISPLAY 'MORE THAN 100 REGIONS ON CLMRGDB, '
                      'THE REST ARE NOT REPORTED'
           END-IF.
      *
       HOLD-REGION-WEEK.
           MOVE RG-DATE TO WS-KEY-NUM.
           COMPUTE WS-DAYS-IN =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM) - WS-BASE-INTEGER.
           DIVIDE WS-DAYS-IN BY 7 GIVING WS-WK-SUB
              REMAINDER WS-DAYS-REM.
           IF WS-DAYS-REM = 0
              ADD 1 TO WS-WK-SUB
              MOVE 0 TO WS-RGN-HIT
              PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                      UNTIL WS-RGN-SUB > WS-RGN-COUNT
                         OR WS-RGN-HIT > 0
                 IF WS-RGN-CODE (WS-RGN-SUB) = RG-REGION
                    MOVE WS-RGN-SUB TO WS-RGN-HIT
                 END-IF
              END-PERFORM
              IF WS-RGN-HIT = 0
                 IF WS-RGN-COUNT < 100
                    ADD 1 TO WS-RGN-COUNT
                    MOVE WS-RGN-COUNT TO WS-RGN-HIT
                    MOVE RG-REGION TO WS-RGN-CODE (WS-RGN-HIT)
                    PERFORM VARYING WS-WK-PRV FROM 1 BY 1
                            UNTIL WS-WK-PRV > 14
                       MOVE 0 TO WS-RGN-INA (WS-RGN-HIT, WS-WK-PRV)
                       MOVE 'N' TO
                          WS-RGN-SEEN-SW (WS-RGN-HIT, WS-WK-PRV)
                    END-PERFORM
                 ELSE
                    MOVE 'Y' TO WS-RGN-TABLE-FULL-SW
                 END-IF
              END-IF
              IF WS-RGN-HIT > 0
                 MOVE RG-CBAGE-INA TO WS-RGN-INA (WS-RGN-HIT, WS-WK-SUB)
                 MOVE 'Y' TO WS-RGN-SEEN-SW (WS-RGN-HIT, WS-WK-SUB)
              END-IF
           END-IF.
      *
       REPORT-ONE-WEEK.
           COMPUTE WS-WK-PRV = WS-WK-SUB - 1.
           MOVE 0 TO WS-WEEK-INCREASES.
           MOVE WS-WK-DATE (WS-WK-SUB) TO WS-KEY-NUM.
           PERFORM FORMAT-DATE-TEXT.
           MOVE WS-DATE-TEXT TO WS-WH-WEEK WS-WH-THRU.
           COMPUTE WS-KEY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM)
              - WS-LOOKBACK-WEEKS * 7 + 1.
           COMPUTE WS-KEY-NUM =
              FUNCTION DATE-OF-INTEGER (WS-KEY-INTEGER).
           PERFORM FORMAT-DATE-TEXT.
           MOVE WS-DATE-TEXT TO WS-WH-FROM.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-WEEK-HEADER.
           WRITE PRINT-REC FROM WS-COLUMN-HEADER.
           WRITE PRINT-REC FROM WS-DASH-LINE.
           IF WS-WK-FOUND-SW (WS-WK-SUB) = 'Y'
              AND WS-WK-FOUND-SW (WS-WK-PRV) = 'Y'
              PERFORM VARYING WS-IND-SUB FROM 2 BY 1
                      UNTIL WS-IND-SUB > 21
                 MOVE WS-WK-CNT (WS-WK-SUB, WS-IND-SUB) TO WS-CUR-COUNT
                 MOVE WS-WK-CNT (WS-WK-PRV, WS-IND-SUB) TO WS-PRV-COUNT
                 COMPUTE WS-DELTA = WS-CUR-COUNT - WS-PRV-COUNT
                 IF WS-DELTA NOT < WS-MIN-INCREASE
                    PERFORM REPORT-INDUSTRY-INCREASE
                 END-IF
              END-PERFORM
           ELSE
              MOVE 'CLMSDB LACKS THIS WEEK OR THE PRIOR WEEK, '
                 TO WS-SL-TEXT
              MOVE 'NO INDUSTRY COMPARISON' TO WS-SL-TEXT (43:)
              WRITE PRINT-REC FROM WS-SECTION-LINE
           END-IF.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-RGN-COUNT
              IF WS-RGN-SEEN-SW (WS-RGN-SUB, WS-WK-SUB) = 'Y'
                 AND WS-RGN-SEEN-SW (WS-RGN-SUB, WS-WK-PRV) = 'Y'
                 MOVE WS-RGN-INA (WS-RGN-SUB, WS-WK-SUB)
                    TO WS-CUR-COUNT
                 MOVE WS-RGN-INA (WS-RGN-SUB, WS-WK-PRV)
                    TO WS-PRV-COUNT
                 COMPUTE WS-DELTA = WS-CUR-COUNT - WS-PRV-COUNT
                 IF WS-DELTA NOT < WS-MIN-INCREASE
                    PERFORM REPORT-REGION-INCREASE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-WEEK-INCREASES = 0
              MOVE 'NO INCREASES AT OR ABOVE MIN-INCREASE'
                 TO WS-SL-TEXT
              WRITE PRINT-REC FROM WS-SECTION-LINE
           END-IF.
      *
       REPORT-INDUSTRY-INCREASE.
           MOVE 'INDUSTRY' TO WS-IL-SOURCE.
           MOVE WS-IND-LABEL (WS-IND-SUB - 1) TO WS-IL-LABEL.
           MOVE 'I' TO WS-WNL-MATCH-TYPE.
           COMPUTE WS-WNL-IND-SLOT = WS-IND-SUB - 1.
           MOVE SPACES TO WS-WNL-REGION.
           PERFORM REPORT-INCREASE-NOTICES.
      *
       REPORT-REGION-INCREASE.
           MOVE 'REGION' TO WS-IL-SOURCE.
           MOVE SPACES TO WS-IL-LABEL.
           MOVE WS-RGN-CODE (WS-RGN-SUB) TO WS-IL-LABEL.
           MOVE 'R' TO WS-WNL-MATCH-TYPE.
           MOVE 0 TO WS-WNL-IND-SLOT.
           MOVE WS-RGN-CODE (WS-RGN-SUB) TO WS-WNL-REGION.
           PERFORM REPORT-INCREASE-NOTICES.
      *
       REPORT-INCREASE-NOTICES.
           ADD 1 TO WS-WEEK-INCREASES.
           ADD 1 TO WS-INCREASES-LISTED.
           MOVE WS-WK-DATE (WS-WK-SUB) TO WS-WNL-WEEK-ENDING.
           MOVE WS-LOOKBACK-WEEKS TO WS-WNL-LOOKBACK-WEEKS.
           CALL WS-WNL-SUBROUTINE USING WS-WNL-DATA.
           IF WS-WNL-RESULT NOT = '0'
              ADD 1 TO WS-LOOKUP-ERRORS
              MOVE 0 TO WS-WNL-NOTICES-FOUND WS-WNL-WORKERS-TOTAL
           END-IF.
           MOVE WS-PRV-COUNT TO WS-IL-PRIOR.
           MOVE WS-CUR-COUNT TO WS-IL-CURRENT.
           MOVE WS-DELTA TO WS-IL-CHANGE.
           IF WS-PRV-COUNT > 0
              COMPUTE WS-PCT ROUNDED =
                 WS-DELTA * 100 / WS-PRV-COUNT
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT TO WS-IL-PCT.
           MOVE WS-WNL-NOTICES-FOUND TO WS-IL-NOTICES.
           MOVE WS-WNL-WORKERS-TOTAL TO WS-IL-WORKERS.
           WRITE PRINT-REC FROM WS-INCREASE-LINE.
           IF WS-WNL-RESULT NOT = '0'
              MOVE 'WARN LOOKUP FAILED, SEE JOB LOG' TO WS-NT-TEXT
              WRITE PRINT-REC FROM WS-NOTE-LINE
           ELSE
              IF WS-WNL-NOTICES-FOUND = 0
                 MOVE 'NO WARN NOTICES IN THE LOOKBACK WINDOW'
                    TO WS-NT-TEXT
                 WRITE PRINT-REC FROM WS-NOTE-LINE
              ELSE
                 ADD 1 TO WS-INCREASES-MATCHED
                 ADD WS-WNL-NOTICES-FOUND TO WS-NOTICES-QUOTED
                 PERFORM WRITE-NOTICE-LINES
              END-IF
           END-IF.
      *
       WRITE-NOTICE-LINES.
           PERFORM VARYING WS-NTC-SUB FROM 1 BY 1
                   UNTIL WS-NTC-SUB > 10
                      OR WS-NTC-SUB > WS-WNL-NOTICES-FOUND
              MOVE WS-WNL-EMPLOYER (WS-NTC-SUB) TO WS-NL-EMPLOYER
              MOVE WS-WNL-COUNTY (WS-NTC-SUB) TO WS-NL-COUNTY
              MOVE WS-WNL-NTC-REGION (WS-NTC-SUB) TO WS-NL-REGION
              MOVE WS-WNL-EFFECTIVE-DATE (WS-NTC-SUB) TO WS-KEY-NUM
              PERFORM FORMAT-DATE-TEXT
              MOVE WS-DATE-TEXT TO WS-NL-EFFECTIVE
              MOVE WS-WNL-WORKERS (WS-NTC-SUB) TO WS-NL-WORKERS
              WRITE PRINT-REC FROM WS-NOTICE-LINE
           END-PERFORM.
           IF WS-WNL-NOTICES-FOUND > 10
              COMPUTE WS-NTC-MORE = WS-WNL-NOTICES-FOUND - 10
              MOVE WS-NTC-MORE TO WS-NT-COUNT
              MOVE SPACES TO WS-NT-TEXT
              STRING 'AND ' WS-NT-COUNT ' SMALLER NOTICES'
                 DELIMITED BY SIZE INTO WS-NT-TEXT
              WRITE PRINT-REC FROM WS-NOTE-LINE
           END-IF.
      *
       FORMAT-DATE-TEXT.
           MOVE SPACES TO WS-DATE-TEXT.
           STRING WS-KEY-NUM (5:2) '/' WS-KEY-NUM (7:2) '/'
                  WS-KEY-NUM (1:4)
              DELIMITED BY SIZE INTO WS-DATE-TEXT.
      *
       PRINT-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'INCREASES LISTED                 :' TO WS-SUM-LABEL.
           MOVE WS-INCREASES-LISTED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'INCREASES WITH MATCHING NOTICES  :' TO WS-SUM-LABEL.
           MOVE WS-INCREASES-MATCHED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'NOTICES QUOTED AGAINST INCREASES :' TO WS-SUM-LABEL.
           MOVE WS-NOTICES-QUOTED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'WARN LOOKUPS FAILED              :' TO WS-SUM-LABEL.
           MOVE WS-LOOKUP-ERRORS TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           STOP RUN.
