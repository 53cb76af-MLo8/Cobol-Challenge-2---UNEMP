      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPFCS.
      ****************************************************************
      *  Short-term initial claims forecast.  Projects CBAGE-INA for
      *  the four weeks after the base week from the recent trend
      *  and the week-of-year factors UNEMPSFC derived onto SEAFCTR:
      *  the last TREND-WEEKS weeks on CLMSDB are seasonally
      *  adjusted (raw divided by factor), a least-squares line is
      *  fitted through them, and the line carried one to four weeks
      *  ahead is multiplied back by each target week's factor.  A
      *  week of year with no factor is taken at 1.0000.
      *
      *  Every forecast is kept on the keyed file FCSTHIST, one row
      *  per target week and horizon (weeks ahead), so each target
      *  week is eventually forecast four times.  Each run first
      *  scores every unscored row whose target week has since
      *  loaded -- the absolute percent error against the actual
      *  CBAGE-INA -- and then prints the running error summary:
      *  mean absolute percent error by horizon over all scored
      *  forecasts and over those whose target fell in the 13 weeks
      *  ending the base week.  A rerun for the same base week
      *  replaces its unscored rows; a scored row is never changed.
      *
      *  FCSPARM keyword cards (see UNEMPKWP), all optional:
      *     WEEK-ENDING=YYYYMMDD  base week (default: latest week
      *                           on CLMSDB)
      *     TREND-WEEKS=8         weeks in the trend fit, 4 to 26
      *                           (default 8)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL FCS-CONTROL-PARM ASSIGN TO FCSPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT SEASONAL-FACTOR-FILE ASSIGN TO SEAFCTR
                  FILE STATUS IS WS-FCT-STATUS.
           SELECT OPTIONAL FORECAST-HISTORY ASSIGN TO FCSTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCS-KEY
                  FILE STATUS IS WS-FCS-STATUS.
           SELECT CLAIMS-DATABASE ASSIGN TO CLMSDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
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
       FD  FCS-CONTROL-PARM RECORDING MODE F.
       01  FCSPARM-REC                              PIC X(80).
      *
       FD  SEASONAL-FACTOR-FILE RECORDING MODE F.
       01  FACTOR-REC.
           05  FCT-WEEK-OF-YEAR                     PIC 9(02).
           05  FCT-FACTOR                           PIC 9(01)V9(04).
           05  FCT-WEEK-COUNT                       PIC 9(06).
           05  FILLER                               PIC X(67).
      *
       FD  FORECAST-HISTORY.
       01  FCS-HISTORY-REC.
           05  FCS-KEY.
               10  FCS-TARGET-WEEK                  PIC X(08).
               10  FCS-HORIZON                      PIC 9(01).
           05  FCS-BASE-WEEK                        PIC X(08).
           05  FCS-FORECAST-INA                     PIC 9(07).
           05  FCS-FACTOR                           PIC 9(01)V9(04).
           05  FCS-TREND-WEEKS                      PIC 9(02).
           05  FCS-SCORED                           PIC X(01).
               88  FCS-IS-SCORED                    VALUE 'Y'.
           05  FCS-ACTUAL-INA                       PIC 9(07).
           05  FCS-ABS-PCT-ERROR                    PIC 9(05)V99.
           05  FCS-DATE-COMPUTED                    PIC X(08).
           05  FCS-DATE-SCORED                      PIC X(08).
           05  FILLER                               PIC X(18).
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
       01  WS-FCS-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-FCS-OPEN-OK                        VALUES '00' '05'.
           88 WS-FCS-IO-OK                          VALUE '00'.
       01  WS-FCT-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-FCT-SUCCESS                        VALUE '00'.
           88 WS-FCT-EOF                            VALUE '10'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
      *
       01  WS-WEEK-ENDING               PIC X(08)   VALUE SPACES.
       01  WS-TREND-WEEKS               PIC 9(02)   VALUE 8.
       01  WS-TODAY                     PIC X(08)   VALUE SPACES.
       01  WS-SCAN-EOF-SW               PIC X(01)   VALUE 'N'.
           88 WS-SCAN-EOF                           VALUE 'Y'.
      *
       01  WS-FACTOR-TABLE.
           05  WS-FT-ENTRY OCCURS 53 TIMES.
               10  WS-FT-FACTOR             PIC 9(01)V9(04).
               10  WS-FT-PRESENT            PIC X(01).
       01  WS-FACTORS-LOADED            PIC 9(02)   VALUE 0.
      *
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-JAN1-NUM                  PIC 9(08)   VALUE 0.
       01  WS-KEY-INTEGER               PIC S9(09)  VALUE 0.
       01  WS-JAN1-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WEEK-OF-YEAR              PIC 9(02)   VALUE 0.
       01  WS-BASE-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-NUM                  PIC 9(08)   VALUE 0.
       01  WS-RECENT-FROM               PIC X(08)   VALUE SPACES.
      *
      * Least-squares sums over the seasonally adjusted weeks held;
      * X is the week's position in the trend window, 1 being the
      * oldest week and TREND-WEEKS the base week.
       01  WS-FIT-SUB                   PIC 9(02)   VALUE 0.
       01  WS-FIT-N                     PIC 9(02)   VALUE 0.
       01  WS-FIT-X                     PIC 9(02)   VALUE 0.
       01  WS-FIT-Y                     PIC 9(07)V9(02) VALUE 0.
       01  WS-FIT-SUM-X                 PIC 9(05)   VALUE 0.
       01  WS-FIT-SUM-XX                PIC 9(07)   VALUE 0.
       01  WS-FIT-SUM-Y                 PIC 9(09)V9(02) VALUE 0.
       01  WS-FIT-SUM-XY                PIC 9(11)V9(02) VALUE 0.
       01  WS-FIT-DENOM                 PIC S9(09)  VALUE 0.
       01  WS-FIT-SLOPE                 PIC S9(07)V9(04) VALUE 0.
       01  WS-FIT-INTERCEPT             PIC S9(09)V9(04) VALUE 0.
       01  WS-FACTOR                    PIC 9(01)V9(04) VALUE 0.
       01  WS-PROJECTED                 PIC S9(09)V9(02) VALUE 0.
       01  WS-FORECAST-INA              PIC 9(07)   VALUE 0.
      *
       01  WS-HORIZON                   PIC 9(01)   VALUE 0.
       01  WS-TARGET-WEEK               PIC X(08)   VALUE SPACES.
       01  WS-FORECASTS-WRITTEN         PIC 9(02)   VALUE 0.
       01  WS-ROWS-SCORED               PIC 9(06)   VALUE 0.
       01  WS-ERROR-AMOUNT              PIC 9(07)   VALUE 0.
      *
       01  WS-ERROR-TOTALS.
           05  WS-ET-ENTRY OCCURS 4 TIMES.
               10  WS-ET-ALL-COUNT          PIC 9(06).
               10  WS-ET-ALL-SUM            PIC 9(09)V99.
               10  WS-ET-RECENT-COUNT       PIC 9(06).
               10  WS-ET-RECENT-SUM         PIC 9(09)V99.
       01  WS-MAPE                      PIC 9(05)V99 VALUE 0.
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
       01  WS-WEEKS-EDIT                PIC Z9.
      *
       01  WS-REPORT-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'INITIAL CLAIMS FORECAST  BASE WEEK     '.
           05  WS-RH-BASE               PIC X(08).
       01  WS-FORECAST-HEADER.
           05  FILLER  PIC X(10) VALUE 'TARGET    '.
           05  FILLER  PIC X(09) VALUE 'WEEKS    '.
           05  FILLER  PIC X(05) VALUE 'WOY  '.
           05  FILLER  PIC X(09) VALUE ' FACTOR  '.
           05  FILLER  PIC X(12) VALUE 'FORECAST INA'.
       01  WS-REPORT-RULE               PIC X(60) VALUE ALL '-'.
       01  WS-FORECAST-LINE.
           05  WS-FL-TARGET             PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-FL-HORIZON            PIC 9.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-FL-WOY                PIC Z9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FL-FACTOR             PIC 9.9999.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-FL-FORECAST           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FL-NOTE               PIC X(10).
       01  WS-FIT-LINE.
           05  FILLER  PIC X(24) VALUE 'TREND WEEKS HELD       :'.
           05  WS-FT-HELD               PIC Z9.
           05  FILLER  PIC X(22) VALUE '   WEEKLY SLOPE (SA) :'.
           05  WS-FT-SLOPE              PIC -(6)9.99.
      *
       01  WS-SCORE-LINE.
           05  FILLER                   PIC X(08) VALUE 'SCORED  '.
           05  WS-SC-TARGET             PIC X(08).
           05  FILLER                   PIC X(03) VALUE ' H '.
           05  WS-SC-HORIZON            PIC 9.
           05  FILLER                   PIC X(11) VALUE '  FORECAST '.
           05  WS-SC-FORECAST           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE '  ACTUAL '.
           05  WS-SC-ACTUAL             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE '  ERROR '.
           05  WS-SC-APE                PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
      *
       01  WS-ERROR-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'FORECAST ACCURACY -- MEAN ABSOLUTE PCT  '.
           05  FILLER  PIC X(06) VALUE 'ERROR '.
       01  WS-ERROR-HEADER2.
           05  FILLER  PIC X(10) VALUE 'WEEKS     '.
           05  FILLER  PIC X(12) VALUE '  ALL SCORED'.
           05  FILLER  PIC X(11) VALUE '       MAPE'.
           05  FILLER  PIC X(14) VALUE '  LAST 13 WKS '.
           05  FILLER  PIC X(11) VALUE '       MAPE'.
       01  WS-ERROR-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-EL-HORIZON            PIC 9.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-EL-ALL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-EL-ALL-MAPE           PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-EL-RECENT-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-EL-RECENT-MAPE        PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(26) VALUE
               'FORECASTS SCORED THIS RUN:'.
           05  WS-SUM-SCORED            PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(26) VALUE
               'FORECASTS WRITTEN        :'.
           05  WS-SUM-WRITTEN           PIC ZZZ,ZZ9.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM READ-CONTROL-PARM.
           IF WS-WEEK-ENDING = SPACES
              PERFORM FIND-LATEST-WEEK
           END-IF.
           IF WS-WEEK-ENDING = SPACES
              DISPLAY 'CLMSDB IS EMPTY, NO FORECAST MADE'
              MOVE 4 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM PRINT-PARM-ECHO.
           PERFORM LOAD-FACTOR-TABLE.
           OPEN I-O FORECAST-HISTORY.
           IF NOT WS-FCS-OPEN-OK
              DISPLAY 'FCSTHIST OPEN FAILED, STATUS ' WS-FCS-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE WS-WEEK-ENDING TO WS-KEY-NUM.
           COMPUTE WS-BASE-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           COMPUTE WS-WORK-INTEGER = WS-BASE-INTEGER - 84.
           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           MOVE WS-WORK-NUM TO WS-RECENT-FROM.
           MOVE WS-WEEK-ENDING TO WS-RH-BASE.
           WRITE PRINT-REC FROM WS-REPORT-HEADER1.
           PERFORM SCORE-LOADED-FORECASTS.
           PERFORM FIT-TREND-LINE.
           IF WS-FIT-N < 4
              DISPLAY 'ONLY ' WS-FIT-N ' OF ' WS-TREND-WEEKS
                      ' TREND WEEKS HELD ENDING ' WS-WEEK-ENDING
                      ', NO FORECAST MADE'
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM WRITE-FORECASTS
           END-IF.
           PERFORM PRINT-ERROR-SUMMARY.
           MOVE WS-ROWS-SCORED TO WS-SUM-SCORED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE1.
           MOVE WS-FORECASTS-WRITTEN TO WS-SUM-WRITTEN.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE2.
           GO TO CLOSE-STOP.
      *
      * FCSPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT FCS-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ FCS-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE FCSPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-FCSPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE FCS-CONTROL-PARM
           ELSE
              DISPLAY 'NO FCSPARM CONTROL FILE, USING DEFAULTS'
           END-IF.
           IF WS-TREND-WEEKS < 4 OR WS-TREND-WEEKS > 26
              DISPLAY 'TREND-WEEKS MUST BE 4 TO 26: ' WS-TREND-WEEKS
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-WEEK-ENDING NOT = SPACES
              AND WS-WEEK-ENDING NOT NUMERIC
              DISPLAY 'WEEK-ENDING NOT A YYYYMMDD DATE: '
                      WS-WEEK-ENDING
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'FCSPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-FCSPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'TREND-WEEKS'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-TREND-WEEKS =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN FCSPARM KEYWORD: ' WS-KWP-KEYWORD
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
           MOVE 'WEEK-ENDING' TO WS-EC-KEYWORD.
           MOVE WS-WEEK-ENDING TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'TREND-WEEKS' TO WS-EC-KEYWORD.
           MOVE WS-TREND-WEEKS TO WS-WEEKS-EDIT.
           MOVE WS-WEEKS-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
      * With no WEEK-ENDING card the base week is the newest week
      * on CLMSDB, found by reading the file through in key order.
       FIND-LATEST-WEEK.
           MOVE LOW-VALUES TO RECORD-KEY.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START CLAIMS-DATABASE KEY IS NOT LESS THAN RECORD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
              READ CLAIMS-DATABASE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SCAN-EOF-SW
                 NOT AT END
                    MOVE RECORD-KEY TO WS-WEEK-ENDING
              END-READ
           END-PERFORM.
      *
       LOAD-FACTOR-TABLE.
           MOVE ALL 'N' TO WS-FACTOR-TABLE.
           OPEN INPUT SEASONAL-FACTOR-FILE.
           IF NOT WS-FCT-SUCCESS
              DISPLAY 'SEAFCTR OPEN FAILED, STATUS ' WS-FCT-STATUS
              DISPLAY 'RUN UNEMPSFC FIRST, FORECAST WILL BE '
                      'UNADJUSTED'
           ELSE
              PERFORM UNTIL WS-FCT-EOF
                 READ SEASONAL-FACTOR-FILE
                    AT END MOVE '10' TO WS-FCT-STATUS
                    NOT AT END
                       IF FCT-WEEK-OF-YEAR NUMERIC
                          AND FCT-WEEK-OF-YEAR > 0
                          AND FCT-WEEK-OF-YEAR < 54
                          AND FCT-FACTOR NUMERIC
                          AND FCT-FACTOR > 0
                          MOVE FCT-FACTOR TO
                               WS-FT-FACTOR (FCT-WEEK-OF-YEAR)
                          MOVE 'Y' TO
                               WS-FT-PRESENT (FCT-WEEK-OF-YEAR)
                          ADD 1 TO WS-FACTORS-LOADED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEASONAL-FACTOR-FILE
           END-IF.
      *
      * Every unscored forecast whose target week is now on CLMSDB
      * is scored and rewritten; every scored row, old or new, goes
      * into the error totals by horizon.  A week loaded with zero
      * initial claims cannot carry a percent error and is left
      * unscored.
       SCORE-LOADED-FORECASTS.
           INITIALIZE WS-ERROR-TOTALS.
           MOVE LOW-VALUES TO FCS-KEY.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START FORECAST-HISTORY KEY IS NOT LESS THAN FCS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
              READ FORECAST-HISTORY NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SCAN-EOF-SW
                 NOT AT END
                    IF NOT FCS-IS-SCORED
                       PERFORM SCORE-ONE-FORECAST
                    END-IF
                    IF FCS-IS-SCORED
                       PERFORM ADD-ERROR-TOTALS
                    END-IF
              END-READ
           END-PERFORM.
      *
       SCORE-ONE-FORECAST.
           MOVE FCS-TARGET-WEEK TO RECORD-KEY.
           READ CLAIMS-DATABASE.
           IF WS-CLMDB-SUCCESS
              AND CBAGE-INA > 0
              MOVE CBAGE-INA TO FCS-ACTUAL-INA
              IF FCS-FORECAST-INA > CBAGE-INA
                 COMPUTE WS-ERROR-AMOUNT =
                    FCS-FORECAST-INA - CBAGE-INA
              ELSE
                 COMPUTE WS-ERROR-AMOUNT =
                    CBAGE-INA - FCS-FORECAST-INA
              END-IF
              COMPUTE FCS-ABS-PCT-ERROR ROUNDED =
                 (WS-ERROR-AMOUNT / CBAGE-INA) * 100
                 ON SIZE ERROR
                    MOVE 99999.99 TO FCS-ABS-PCT-ERROR
              END-COMPUTE
              MOVE 'Y' TO FCS-SCORED
              MOVE WS-TODAY TO FCS-DATE-SCORED
              REWRITE FCS-HISTORY-REC
              IF WS-FCS-IO-OK
                 ADD 1 TO WS-ROWS-SCORED
                 MOVE FCS-TARGET-WEEK TO WS-SC-TARGET
                 MOVE FCS-HORIZON TO WS-SC-HORIZON
                 MOVE FCS-FORECAST-INA TO WS-SC-FORECAST
                 MOVE FCS-ACTUAL-INA TO WS-SC-ACTUAL
                 MOVE FCS-ABS-PCT-ERROR TO WS-SC-APE
                 WRITE PRINT-REC FROM WS-SCORE-LINE
              ELSE
                 DISPLAY 'FCSTHIST REWRITE FAILED FOR '
                         FCS-TARGET-WEEK ', STATUS ' WS-FCS-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
       ADD-ERROR-TOTALS.
           IF FCS-HORIZON > 0 AND FCS-HORIZON < 5
              ADD 1 TO WS-ET-ALL-COUNT (FCS-HORIZON)
              ADD FCS-ABS-PCT-ERROR TO WS-ET-ALL-SUM (FCS-HORIZON)
              IF FCS-TARGET-WEEK > WS-RECENT-FROM
                 AND FCS-TARGET-WEEK NOT > WS-WEEK-ENDING
                 ADD 1 TO WS-ET-RECENT-COUNT (FCS-HORIZON)
                 ADD FCS-ABS-PCT-ERROR
                    TO WS-ET-RECENT-SUM (FCS-HORIZON)
              END-IF
           END-IF.
      *
      * The trend window is the TREND-WEEKS weeks ending the base
      * week, stepped back seven days at a time; a week missing
      * from CLMSDB simply drops out of the fit.
       FIT-TREND-LINE.
           MOVE 0 TO WS-FIT-N WS-FIT-SUM-X WS-FIT-SUM-XX
                     WS-FIT-SUM-Y WS-FIT-SUM-XY.
           MOVE 0 TO WS-FIT-SLOPE WS-FIT-INTERCEPT.
           PERFORM VARYING WS-FIT-SUB FROM 1 BY 1
                   UNTIL WS-FIT-SUB > WS-TREND-WEEKS
              COMPUTE WS-WORK-INTEGER =
                 WS-BASE-INTEGER - ((WS-FIT-SUB - 1) * 7)
              COMPUTE WS-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
              MOVE WS-WORK-NUM TO RECORD-KEY
              READ CLAIMS-DATABASE
              IF WS-CLMDB-SUCCESS
                 PERFORM ADD-TREND-WEEK
              END-IF
           END-PERFORM.
           IF WS-FIT-N > 1
              COMPUTE WS-FIT-DENOM =
                 (WS-FIT-N * WS-FIT-SUM-XX)
                 - (WS-FIT-SUM-X * WS-FIT-SUM-X)
           ELSE
              MOVE 0 TO WS-FIT-DENOM
           END-IF.
           IF WS-FIT-DENOM NOT = 0
              COMPUTE WS-FIT-SLOPE ROUNDED =
                 ((WS-FIT-N * WS-FIT-SUM-XY)
                 - (WS-FIT-SUM-X * WS-FIT-SUM-Y)) / WS-FIT-DENOM
           END-IF.
           IF WS-FIT-N > 0
              COMPUTE WS-FIT-INTERCEPT ROUNDED =
                 (WS-FIT-SUM-Y - (WS-FIT-SLOPE * WS-FIT-SUM-X))
                 / WS-FIT-N
           END-IF.
           MOVE WS-FIT-N TO WS-FT-HELD.
           MOVE WS-FIT-SLOPE TO WS-FT-SLOPE.
           WRITE PRINT-REC FROM WS-FIT-LINE.
      *
       ADD-TREND-WEEK.
           PERFORM SET-WEEK-OF-YEAR.
           PERFORM SET-WEEK-FACTOR.
           COMPUTE WS-FIT-X = WS-TREND-WEEKS - WS-FIT-SUB + 1.
           COMPUTE WS-FIT-Y ROUNDED = CBAGE-INA / WS-FACTOR.
           ADD 1 TO WS-FIT-N.
           ADD WS-FIT-X TO WS-FIT-SUM-X.
           COMPUTE WS-FIT-SUM-XX = WS-FIT-SUM-XX
                                 + (WS-FIT-X * WS-FIT-X).
           ADD WS-FIT-Y TO WS-FIT-SUM-Y.
           COMPUTE WS-FIT-SUM-XY = WS-FIT-SUM-XY
                                 + (WS-FIT-X * WS-FIT-Y).
      *
      * The line is carried to position TREND-WEEKS + horizon and
      * multiplied back by the target week's factor; a projection
      * below zero is forecast as zero.
       WRITE-FORECASTS.
           WRITE PRINT-REC FROM WS-FORECAST-HEADER.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           PERFORM VARYING WS-HORIZON FROM 1 BY 1
                   UNTIL WS-HORIZON > 4
              COMPUTE WS-WORK-INTEGER =
                 WS-BASE-INTEGER + (WS-HORIZON * 7)
              COMPUTE WS-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
              MOVE WS-WORK-NUM TO WS-TARGET-WEEK
              MOVE WS-TARGET-WEEK TO RECORD-KEY
              PERFORM SET-WEEK-OF-YEAR
              PERFORM SET-WEEK-FACTOR
              COMPUTE WS-PROJECTED ROUNDED =
                 (WS-FIT-INTERCEPT
                  + (WS-FIT-SLOPE * (WS-TREND-WEEKS + WS-HORIZON)))
                 * WS-FACTOR
              IF WS-PROJECTED < 0
                 MOVE 0 TO WS-FORECAST-INA
              ELSE
                 COMPUTE WS-FORECAST-INA ROUNDED = WS-PROJECTED
              END-IF
              PERFORM WRITE-FORECAST-ROW
           END-PERFORM.
      *
      * Target week and horizon fix the base week, so a row already
      * on file comes from an earlier run for this same base week.
      * It is replaced unless its target has already been scored,
      * which happens only when an old base week is rerun.
       WRITE-FORECAST-ROW.
           MOVE WS-TARGET-WEEK TO WS-FL-TARGET.
           MOVE WS-HORIZON TO WS-FL-HORIZON.
           MOVE WS-WEEK-OF-YEAR TO WS-FL-WOY.
           MOVE WS-FACTOR TO WS-FL-FACTOR.
           MOVE WS-FORECAST-INA TO WS-FL-FORECAST.
           IF WS-FT-PRESENT (WS-WEEK-OF-YEAR) = 'Y'
              MOVE SPACES TO WS-FL-NOTE
           ELSE
              MOVE 'NO FACTOR' TO WS-FL-NOTE
           END-IF.
           MOVE WS-TARGET-WEEK TO FCS-TARGET-WEEK.
           MOVE WS-HORIZON TO FCS-HORIZON.
           READ FORECAST-HISTORY.
           IF WS-FCS-IO-OK
              IF FCS-IS-SCORED
                 MOVE 'SCORED' TO WS-FL-NOTE
              ELSE
                 PERFORM BUILD-FORECAST-ROW
                 REWRITE FCS-HISTORY-REC
                 PERFORM CHECK-FORECAST-WRITE
              END-IF
           ELSE
              PERFORM BUILD-FORECAST-ROW
              WRITE FCS-HISTORY-REC
              PERFORM CHECK-FORECAST-WRITE
           END-IF.
           WRITE PRINT-REC FROM WS-FORECAST-LINE.
      *
       BUILD-FORECAST-ROW.
           MOVE SPACES TO FCS-HISTORY-REC.
           MOVE WS-TARGET-WEEK TO FCS-TARGET-WEEK.
           MOVE WS-HORIZON TO FCS-HORIZON.
           MOVE WS-WEEK-ENDING TO FCS-BASE-WEEK.
           MOVE WS-FORECAST-INA TO FCS-FORECAST-INA.
           MOVE WS-FACTOR TO FCS-FACTOR.
           MOVE WS-TREND-WEEKS TO FCS-TREND-WEEKS.
           MOVE 'N' TO FCS-SCORED.
           MOVE 0 TO FCS-ACTUAL-INA.
           MOVE 0 TO FCS-ABS-PCT-ERROR.
           MOVE WS-TODAY TO FCS-DATE-COMPUTED.
      *
       CHECK-FORECAST-WRITE.
           IF WS-FCS-IO-OK
              ADD 1 TO WS-FORECASTS-WRITTEN
           ELSE
              DISPLAY 'FCSTHIST WRITE FAILED FOR ' WS-TARGET-WEEK
                      ', STATUS ' WS-FCS-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PRINT-ERROR-SUMMARY.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           WRITE PRINT-REC FROM WS-ERROR-HEADER1.
           WRITE PRINT-REC FROM WS-ERROR-HEADER2.
           PERFORM VARYING WS-HORIZON FROM 1 BY 1
                   UNTIL WS-HORIZON > 4
              MOVE WS-HORIZON TO WS-EL-HORIZON
              MOVE WS-ET-ALL-COUNT (WS-HORIZON) TO WS-EL-ALL-COUNT
              MOVE 0 TO WS-MAPE
              IF WS-ET-ALL-COUNT (WS-HORIZON) > 0
                 COMPUTE WS-MAPE ROUNDED =
                    WS-ET-ALL-SUM (WS-HORIZON)
                    / WS-ET-ALL-COUNT (WS-HORIZON)
              END-IF
              MOVE WS-MAPE TO WS-EL-ALL-MAPE
              MOVE WS-ET-RECENT-COUNT (WS-HORIZON)
                 TO WS-EL-RECENT-COUNT
              MOVE 0 TO WS-MAPE
              IF WS-ET-RECENT-COUNT (WS-HORIZON) > 0
                 COMPUTE WS-MAPE ROUNDED =
                    WS-ET-RECENT-SUM (WS-HORIZON)
                    / WS-ET-RECENT-COUNT (WS-HORIZON)
              END-IF
              MOVE WS-MAPE TO WS-EL-RECENT-MAPE
              WRITE PRINT-REC FROM WS-ERROR-LINE
              DISPLAY WS-ERROR-LINE
           END-PERFORM.
      *
       SET-WEEK-OF-YEAR.
           MOVE RECORD-KEY TO WS-KEY-NUM.
           COMPUTE WS-JAN1-NUM =
              FUNCTION NUMVAL (RECORD-KEY (1:4)) * 10000 + 101.
           COMPUTE WS-KEY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           COMPUTE WS-JAN1-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-JAN1-NUM).
           COMPUTE WS-WEEK-OF-YEAR =
              ((WS-KEY-INTEGER - WS-JAN1-INTEGER) / 7) + 1.
           IF WS-WEEK-OF-YEAR < 1
              MOVE 1 TO WS-WEEK-OF-YEAR
           END-IF.
           IF WS-WEEK-OF-YEAR > 53
              MOVE 53 TO WS-WEEK-OF-YEAR
           END-IF.
      *
       SET-WEEK-FACTOR.
           IF WS-FT-PRESENT (WS-WEEK-OF-YEAR) = 'Y'
              MOVE WS-FT-FACTOR (WS-WEEK-OF-YEAR) TO WS-FACTOR
           ELSE
              MOVE 1 TO WS-FACTOR
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           CLOSE FORECAST-HISTORY.
           STOP RUN.
