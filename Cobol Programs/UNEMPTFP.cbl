      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPTFP.
      ****************************************************************
      *  Trust fund scenario projection.  UNEMPSOL says how many
      *  weeks the balance covers at today's burn; this program
      *  answers what happens if claims move.  Reading CLMSDB in
      *  key order through the AS-OF week it takes:
      *     - the trust fund balance of the last week loaded,
      *     - the weekly payment count (the average of the last 13
      *       weeks with benefits loaded) and the average weekly
      *       benefit those 13 weeks actually paid,
      *     - the seasonal contribution pattern: the average
      *       TF-CONTRIBUTIONS for each week of the year over every
      *       week of history held (a week of the year with no
      *       history takes the overall weekly average).
      *
      *  Each SCENARIO card then drives a 52-week roll-forward from
      *  the AS-OF balance: the payment count moves in a straight
      *  line from today's level to PEAK-PCT percent of it over
      *  RAMP-WEEKS weeks and holds there, benefits are payments
      *  times the scenario's average weekly benefit, and the
      *  seasonal contribution for the week is added back.  Each
      *  scenario prints on its own page with the week the balance
      *  first reaches zero, and a closing page sets the scenarios
      *  side by side for the finance committee.  The projection
      *  carries on below zero so the size of the shortfall shows.
      *
      *  TFPPARM keyword cards (see UNEMPKWP):
      *     AS-OF=YYYYMMDD          last actual week (default: the
      *                             latest week on CLMSDB)
      *     SCENARIO=name,ppp,rr,wwwww.cc
      *                             name up to 12 characters, peak
      *                             claims percent of today 001-999,
      *                             ramp weeks 01-52, average weekly
      *                             benefit (spaces or 0 = today's);
      *                             one card per scenario, up to 9,
      *                             in print order.  With no cards
      *                             the standard three are run:
      *                             BASELINE,100,26  MODERATE,150,26
      *                             SEVERE,200,26
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL TFP-CONTROL-PARM ASSIGN TO TFPPARM
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
       FD  TFP-CONTROL-PARM RECORDING MODE F.
       01  TFPPARM-REC                              PIC X(80).
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
       01  WS-AS-OF-DATE                PIC X(08)   VALUE SPACES.
       01  WS-LAST-WEEK                 PIC X(08)   VALUE SPACES.
       01  WS-BALANCE-WEEK              PIC X(08)   VALUE SPACES.
       01  WS-WEEKS-READ                PIC 9(06)   VALUE 0.
      *
      * The scenario deck, in card order.
       01  WS-SCN-COUNT                 PIC 9(02)   VALUE 0.
       01  WS-SCN-SUB                   PIC 9(02)   VALUE 0.
       01  WS-SCENARIO-DECK.
           05  WS-SCN-ENTRY OCCURS 9 TIMES.
               10  WS-SCN-NAME              PIC X(12).
               10  WS-SCN-PEAK-PCT          PIC 9(03).
               10  WS-SCN-RAMP-WEEKS        PIC 9(02).
               10  WS-SCN-AVG-WEEKLY        PIC 9(05)V99.
               10  WS-SCN-DEPLETED-WEEK     PIC 9(02).
               10  WS-SCN-DEPLETED-DATE     PIC X(08).
               10  WS-SCN-END-BALANCE       PIC S9(13)V99.
               10  WS-SCN-LOW-BALANCE       PIC S9(13)V99.
      *
       01  WS-CARD-NAME                 PIC X(12)   VALUE SPACES.
       01  WS-CARD-PEAK                 PIC X(12)   VALUE SPACES.
       01  WS-CARD-RAMP                 PIC X(12)   VALUE SPACES.
       01  WS-CARD-WEEKLY               PIC X(12)   VALUE SPACES.
       01  WS-NUM-WORK                  PIC X(12)   VALUE SPACES.
       01  WS-NUM-BAD-SW                PIC X(01)   VALUE 'N'.
           88 WS-NUM-BAD                            VALUE 'Y'.
       01  WS-NUM-CHAR-SUB              PIC 9(02)   VALUE 0.
      *
      * Ring of the last 13 weeks with benefits loaded, newest in
      * slot 1, the windowing UNEMPSOL uses for its burn.
       01  WS-BEN-HELD                  PIC 9(04)   VALUE 0.
       01  WS-RING-SUB                  PIC 9(02)   VALUE 0.
       01  WS-BENEFIT-RING.
           05  WS-BR-ENTRY OCCURS 13 TIMES.
               10  WS-BR-COUNT              PIC 9(06).
               10  WS-BR-DOLLARS            PIC 9(09)V99.
       01  WS-RING-COUNT-SUM            PIC 9(08)   VALUE 0.
       01  WS-RING-DOLLAR-SUM           PIC 9(12)V99 VALUE 0.
       01  WS-RING-WEEKS                PIC 9(02)   VALUE 0.
       01  WS-BASE-PAYMENTS             PIC 9(07)   VALUE 0.
       01  WS-BASE-AVG-WEEKLY           PIC 9(05)V99 VALUE 0.
       01  WS-BASE-BALANCE              PIC 9(11)V99 VALUE 0.
      *
      * Contribution history by week of the year.
       01  WS-CONTRIB-TABLE.
           05  WS-CT-ENTRY OCCURS 53 TIMES.
               10  WS-CT-SUM                PIC 9(13)V99.
               10  WS-CT-COUNT              PIC 9(04).
       01  WS-CONTRIB-SUM               PIC 9(13)V99 VALUE 0.
       01  WS-CONTRIB-COUNT             PIC 9(06)   VALUE 0.
       01  WS-CONTRIB-OVERALL           PIC 9(11)V99 VALUE 0.
      *
       01  WS-WOY-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-JAN1-NUM                  PIC 9(08)   VALUE 0.
       01  WS-KEY-INTEGER               PIC S9(09)  VALUE 0.
       01  WS-JAN1-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WEEK-OF-YEAR              PIC 9(02)   VALUE 0.
       01  WS-BASE-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-NUM                  PIC 9(08)   VALUE 0.
      *
       01  WS-PROJ-WEEK                 PIC 9(02)   VALUE 0.
       01  WS-PROJ-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-PROJ-PCT                  PIC 9(03)V99 VALUE 0.
       01  WS-PROJ-PAYMENTS             PIC 9(08)   VALUE 0.
       01  WS-PROJ-AVG-WEEKLY           PIC 9(05)V99 VALUE 0.
       01  WS-PROJ-BENEFITS             PIC 9(13)V99 VALUE 0.
       01  WS-PROJ-CONTRIB              PIC 9(11)V99 VALUE 0.
       01  WS-PROJ-BALANCE              PIC S9(13)V99 VALUE 0.
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
       01  WS-ECHO-PEAK                 PIC ZZ9.
       01  WS-ECHO-RAMP                 PIC Z9.
       01  WS-ECHO-WEEKLY               PIC ZZZZ9.99.
      *
       01  WS-BASE-LINE1.
           05  FILLER  PIC X(30)
               VALUE 'TRUST FUND PROJECTION AS OF   '.
           05  WS-BL-AS-OF              PIC X(08).
           05  FILLER  PIC X(20) VALUE '   BALANCE WEEK     '.
           05  WS-BL-BAL-WEEK           PIC X(08).
       01  WS-BASE-LINE2.
           05  FILLER  PIC X(30)
               VALUE 'OPENING BALANCE              '.
           05  WS-BL-BALANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BASE-LINE3.
           05  FILLER  PIC X(30)
               VALUE 'WEEKLY PAYMENTS (13-WK AVG)  '.
           05  WS-BL-PAYMENTS           PIC Z,ZZZ,ZZ9.
           05  FILLER  PIC X(05) VALUE SPACES.
           05  FILLER  PIC X(18) VALUE 'WEEKS AVERAGED    '.
           05  WS-BL-WEEKS              PIC Z9.
       01  WS-BASE-LINE4.
           05  FILLER  PIC X(30)
               VALUE 'AVERAGE WEEKLY BENEFIT       '.
           05  WS-BL-AVG-WEEKLY         PIC ZZ,ZZ9.99.
       01  WS-BASE-LINE5.
           05  FILLER  PIC X(30)
               VALUE 'CONTRIBUTION WEEKS OF HISTORY'.
           05  WS-BL-CONTRIB-WEEKS      PIC ZZZ,ZZ9.
           05  FILLER  PIC X(05) VALUE SPACES.
           05  FILLER  PIC X(18) VALUE 'OVERALL WEEKLY AVG'.
           05  WS-BL-CONTRIB-AVG        PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-SCN-TITLE-LINE.
           05  FILLER  PIC X(20) VALUE 'TRUST FUND SCENARIO '.
           05  WS-ST-NAME               PIC X(12).
           05  FILLER  PIC X(12) VALUE '  AS OF     '.
           05  WS-ST-AS-OF              PIC X(08).
       01  WS-SCN-ASSUME-LINE.
           05  FILLER  PIC X(22) VALUE 'CLAIMS MOVE TO PEAK OF'.
           05  WS-SA-PEAK               PIC ZZ9.
           05  FILLER  PIC X(20) VALUE '% OF TODAY OVER     '.
           05  WS-SA-RAMP               PIC Z9.
           05  FILLER  PIC X(29)
               VALUE ' WEEKS, AVG WEEKLY BENEFIT  '.
           05  WS-SA-WEEKLY             PIC ZZ,ZZ9.99.
       01  WS-SCN-HEADER.
           05  FILLER  PIC X(10) VALUE 'WK  WEEK  '.
           05  FILLER  PIC X(09) VALUE '   CLAIMS'.
           05  FILLER  PIC X(11) VALUE '   PAYMENTS'.
           05  FILLER  PIC X(16) VALUE '        BENEFITS'.
           05  FILLER  PIC X(16) VALUE '   CONTRIBUTIONS'.
           05  FILLER  PIC X(19) VALUE '            BALANCE'.
       01  WS-REPORT-RULE               PIC X(84) VALUE ALL '-'.
       01  WS-PROJ-LINE.
           05  WS-PL-WEEK               PIC Z9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PL-DATE               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-PL-PCT                PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PL-PAYMENTS           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PL-BENEFITS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-PL-CONTRIB            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PL-BALANCE            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-PL-NOTE               PIC X(10).
       01  WS-SCN-RESULT-LINE.
           05  WS-SR-TEXT               PIC X(40).
           05  WS-SR-DATE               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SR-WEEK-TEXT          PIC X(08).
           05  WS-SR-WEEK               PIC Z9.
      *
       01  WS-SUMMARY-TITLE.
           05  FILLER  PIC X(40)
               VALUE 'TRUST FUND SCENARIOS COMPARED, AS OF    '.
           05  WS-SU-AS-OF              PIC X(08).
       01  WS-SUMMARY-HEADER.
           05  FILLER  PIC X(13) VALUE 'SCENARIO     '.
           05  FILLER  PIC X(05) VALUE ' PEAK'.
           05  FILLER  PIC X(05) VALUE ' RAMP'.
           05  FILLER  PIC X(10) VALUE '  AVG WKLY'.
           05  FILLER  PIC X(13) VALUE '  ZERO WEEK  '.
           05  FILLER  PIC X(19) VALUE '     LOWEST BALANCE'.
           05  FILLER  PIC X(19) VALUE '    WEEK 52 BALANCE'.
       01  WS-SUMMARY-LINE.
           05  WS-SM-NAME               PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SM-PEAK               PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SM-RAMP               PIC Z9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SM-WEEKLY             PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SM-ZERO               PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SM-LOW                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SM-END                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
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
           PERFORM GATHER-HISTORY.
           IF WS-BALANCE-WEEK = SPACES OR WS-BEN-HELD = 0
              DISPLAY 'NO TRUST FUND OR BENEFIT HISTORY THROUGH '
                      WS-AS-OF-DATE ', NO PROJECTION MADE'
              MOVE 4 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-AS-OF-DATE = SPACES
              MOVE WS-LAST-WEEK TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-KEY-NUM.
           COMPUTE WS-BASE-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           PERFORM SET-BASE-FIGURES.
           PERFORM PRINT-BASE-FIGURES.
           PERFORM PROJECT-SCENARIO
                   VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCN-COUNT.
           PERFORM PRINT-SCENARIO-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * TFPPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT TFP-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ TFP-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE TFPPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-TFPPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE TFP-CONTROL-PARM
           ELSE
              DISPLAY 'NO TFPPARM CONTROL FILE, USING DEFAULTS'
           END-IF.
           IF WS-AS-OF-DATE NOT = SPACES
              AND WS-AS-OF-DATE NOT NUMERIC
              DISPLAY 'AS-OF NOT A YYYYMMDD DATE: ' WS-AS-OF-DATE
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'TFPPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-SCN-COUNT = 0
              PERFORM SET-STANDARD-SCENARIOS
           END-IF.
      *
       PARSE-TFPPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'AS-OF'
                 MOVE WS-KWP-VALUE (1:8) TO WS-AS-OF-DATE
              WHEN WS-KWP-KEYWORD = 'SCENARIO'
                 PERFORM TAKE-SCENARIO-CARD
              WHEN OTHER
                 DISPLAY 'UNKNOWN TFPPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
      * A SCENARIO card's value is the name, peak percent, ramp
      * weeks and average weekly benefit, comma separated, the way
      * UNEMPXTE takes its FIELD cards.
       TAKE-SCENARIO-CARD.
           MOVE SPACES TO WS-CARD-NAME WS-CARD-PEAK
                          WS-CARD-RAMP WS-CARD-WEEKLY.
           UNSTRING WS-KWP-VALUE DELIMITED BY ','
              INTO WS-CARD-NAME
                   WS-CARD-PEAK
                   WS-CARD-RAMP
                   WS-CARD-WEEKLY
           END-UNSTRING.
           EVALUATE TRUE
              WHEN WS-SCN-COUNT NOT < 9
                 DISPLAY 'MORE THAN 9 SCENARIO CARDS, EXTRAS IGNORED'
              WHEN WS-CARD-NAME = SPACES
                 DISPLAY 'SCENARIO CARD HAS NO NAME: ' WS-KWP-VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN OTHER
                 PERFORM STORE-SCENARIO-CARD
           END-EVALUATE.
      *
       STORE-SCENARIO-CARD.
           ADD 1 TO WS-SCN-COUNT.
           INITIALIZE WS-SCN-ENTRY (WS-SCN-COUNT).
           MOVE WS-CARD-NAME TO WS-SCN-NAME (WS-SCN-COUNT).
           MOVE WS-CARD-PEAK TO WS-NUM-WORK.
           PERFORM CHECK-NUMERIC-PART.
           IF WS-NUM-BAD OR WS-NUM-WORK = SPACES
              DISPLAY 'SCENARIO PEAK PERCENT NOT 001-999: '
                      WS-KWP-VALUE
              MOVE 'Y' TO WS-PARM-ERROR-SW
           ELSE
              COMPUTE WS-SCN-PEAK-PCT (WS-SCN-COUNT) =
                 FUNCTION NUMVAL (WS-NUM-WORK)
              IF WS-SCN-PEAK-PCT (WS-SCN-COUNT) = 0
                 DISPLAY 'SCENARIO PEAK PERCENT NOT 001-999: '
                         WS-KWP-VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              END-IF
           END-IF.
           MOVE WS-CARD-RAMP TO WS-NUM-WORK.
           PERFORM CHECK-NUMERIC-PART.
           IF WS-NUM-BAD OR WS-NUM-WORK = SPACES
              DISPLAY 'SCENARIO RAMP WEEKS NOT 01-52: ' WS-KWP-VALUE
              MOVE 'Y' TO WS-PARM-ERROR-SW
           ELSE
              COMPUTE WS-SCN-RAMP-WEEKS (WS-SCN-COUNT) =
                 FUNCTION NUMVAL (WS-NUM-WORK)
              IF WS-SCN-RAMP-WEEKS (WS-SCN-COUNT) = 0
                 OR WS-SCN-RAMP-WEEKS (WS-SCN-COUNT) > 52
                 DISPLAY 'SCENARIO RAMP WEEKS NOT 01-52: '
                         WS-KWP-VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              END-IF
           END-IF.
           MOVE WS-CARD-WEEKLY TO WS-NUM-WORK.
           PERFORM CHECK-NUMERIC-PART.
           IF WS-NUM-BAD
              DISPLAY 'SCENARIO WEEKLY BENEFIT NOT NUMERIC: '
                      WS-KWP-VALUE
              MOVE 'Y' TO WS-PARM-ERROR-SW
           ELSE
              IF WS-NUM-WORK NOT = SPACES
                 COMPUTE WS-SCN-AVG-WEEKLY (WS-SCN-COUNT) =
                    FUNCTION NUMVAL (WS-NUM-WORK)
              END-IF
           END-IF.
      *
       CHECK-NUMERIC-PART.
           MOVE 'N' TO WS-NUM-BAD-SW.
           PERFORM VARYING WS-NUM-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-NUM-CHAR-SUB > 12
              IF WS-NUM-WORK (WS-NUM-CHAR-SUB:1) NOT = SPACE
                 AND WS-NUM-WORK (WS-NUM-CHAR-SUB:1) NOT = '.'
                 AND WS-NUM-WORK (WS-NUM-CHAR-SUB:1) NOT NUMERIC
                 MOVE 'Y' TO WS-NUM-BAD-SW
              END-IF
           END-PERFORM.
      *
       SET-STANDARD-SCENARIOS.
           INITIALIZE WS-SCENARIO-DECK.
           MOVE 3 TO WS-SCN-COUNT.
           MOVE 'BASELINE' TO WS-SCN-NAME (1).
           MOVE 100 TO WS-SCN-PEAK-PCT (1).
           MOVE 26 TO WS-SCN-RAMP-WEEKS (1).
           MOVE 'MODERATE' TO WS-SCN-NAME (2).
           MOVE 150 TO WS-SCN-PEAK-PCT (2).
           MOVE 26 TO WS-SCN-RAMP-WEEKS (2).
           MOVE 'SEVERE' TO WS-SCN-NAME (3).
           MOVE 200 TO WS-SCN-PEAK-PCT (3).
           MOVE 26 TO WS-SCN-RAMP-WEEKS (3).
      *
       PRINT-PARM-ECHO.
           MOVE 'AS-OF' TO WS-EC-KEYWORD.
           MOVE WS-AS-OF-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCN-COUNT
              MOVE 'SCENARIO' TO WS-EC-KEYWORD
              MOVE WS-SCN-PEAK-PCT (WS-SCN-SUB) TO WS-ECHO-PEAK
              MOVE WS-SCN-RAMP-WEEKS (WS-SCN-SUB) TO WS-ECHO-RAMP
              MOVE WS-SCN-AVG-WEEKLY (WS-SCN-SUB) TO WS-ECHO-WEEKLY
              MOVE SPACES TO WS-EC-VALUE
              STRING WS-SCN-NAME (WS-SCN-SUB) DELIMITED BY '  '
                     ',' WS-ECHO-PEAK ',' WS-ECHO-RAMP
                     ',' WS-ECHO-WEEKLY
                     DELIMITED BY SIZE
                 INTO WS-EC-VALUE
              PERFORM WRITE-ECHO-LINE
           END-PERFORM.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
      * One pass of CLMSDB through the AS-OF week builds the
      * contribution pattern and the benefit ring and keeps the
      * last trust fund balance loaded.  A week's trust fund or
      * benefit figures count only if that file was loaded for it.
       GATHER-HISTORY.
           INITIALIZE WS-CONTRIB-TABLE WS-BENEFIT-RING.
           PERFORM READ-CLAIMSDB-NEXT.
           PERFORM UNTIL WS-CLMDB-EOF
              IF WS-AS-OF-DATE NOT = SPACES
                 AND RECORD-KEY > WS-AS-OF-DATE
                 MOVE '10' TO WS-CLMDB-STATUS
              ELSE
                 ADD 1 TO WS-WEEKS-READ
                 MOVE RECORD-KEY TO WS-LAST-WEEK
                 IF TF-DATE NOT = SPACES
                    PERFORM TAKE-TRUST-FUND-WEEK
                 END-IF
                 IF BENEFIT-DATE NOT = SPACES
                    AND BENEFIT-PAYMENT-COUNT > 0
                    PERFORM TAKE-BENEFIT-WEEK
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
       TAKE-TRUST-FUND-WEEK.
           MOVE TF-ENDING-BALANCE TO WS-BASE-BALANCE.
           MOVE RECORD-KEY TO WS-BALANCE-WEEK.
           MOVE RECORD-KEY TO WS-WOY-DATE.
           PERFORM SET-WEEK-OF-YEAR.
           ADD TF-CONTRIBUTIONS TO WS-CT-SUM (WS-WEEK-OF-YEAR).
           ADD 1 TO WS-CT-COUNT (WS-WEEK-OF-YEAR).
           ADD TF-CONTRIBUTIONS TO WS-CONTRIB-SUM.
           ADD 1 TO WS-CONTRIB-COUNT.
      *
       TAKE-BENEFIT-WEEK.
           PERFORM VARYING WS-RING-SUB FROM 13 BY -1
                   UNTIL WS-RING-SUB < 2
              MOVE WS-BR-ENTRY (WS-RING-SUB - 1)
                 TO WS-BR-ENTRY (WS-RING-SUB)
           END-PERFORM.
           MOVE BENEFIT-PAYMENT-COUNT TO WS-BR-COUNT (1).
           MOVE BENEFIT-DOLLARS-PAID TO WS-BR-DOLLARS (1).
           ADD 1 TO WS-BEN-HELD.
      *
      * Fewer than 13 benefit weeks held averages what there is.
       SET-BASE-FIGURES.
           IF WS-BEN-HELD < 13
              MOVE WS-BEN-HELD TO WS-RING-WEEKS
           ELSE
              MOVE 13 TO WS-RING-WEEKS
           END-IF.
           MOVE 0 TO WS-RING-COUNT-SUM WS-RING-DOLLAR-SUM.
           PERFORM VARYING WS-RING-SUB FROM 1 BY 1
                   UNTIL WS-RING-SUB > WS-RING-WEEKS
              ADD WS-BR-COUNT (WS-RING-SUB) TO WS-RING-COUNT-SUM
              ADD WS-BR-DOLLARS (WS-RING-SUB) TO WS-RING-DOLLAR-SUM
           END-PERFORM.
           COMPUTE WS-BASE-PAYMENTS ROUNDED =
              WS-RING-COUNT-SUM / WS-RING-WEEKS.
           COMPUTE WS-BASE-AVG-WEEKLY ROUNDED =
              WS-RING-DOLLAR-SUM / WS-RING-COUNT-SUM.
           COMPUTE WS-CONTRIB-OVERALL ROUNDED =
              WS-CONTRIB-SUM / WS-CONTRIB-COUNT.
      *
       PRINT-BASE-FIGURES.
           MOVE WS-AS-OF-DATE TO WS-BL-AS-OF.
           MOVE WS-BALANCE-WEEK TO WS-BL-BAL-WEEK.
           WRITE PRINT-REC FROM WS-BASE-LINE1.
           MOVE WS-BASE-BALANCE TO WS-BL-BALANCE.
           WRITE PRINT-REC FROM WS-BASE-LINE2.
           MOVE WS-BASE-PAYMENTS TO WS-BL-PAYMENTS.
           MOVE WS-RING-WEEKS TO WS-BL-WEEKS.
           WRITE PRINT-REC FROM WS-BASE-LINE3.
           MOVE WS-BASE-AVG-WEEKLY TO WS-BL-AVG-WEEKLY.
           WRITE PRINT-REC FROM WS-BASE-LINE4.
           MOVE WS-CONTRIB-COUNT TO WS-BL-CONTRIB-WEEKS.
           MOVE WS-CONTRIB-OVERALL TO WS-BL-CONTRIB-AVG.
           WRITE PRINT-REC FROM WS-BASE-LINE5.
      *
       PROJECT-SCENARIO.
           IF WS-SCN-AVG-WEEKLY (WS-SCN-SUB) = 0
              MOVE WS-BASE-AVG-WEEKLY TO WS-PROJ-AVG-WEEKLY
           ELSE
              MOVE WS-SCN-AVG-WEEKLY (WS-SCN-SUB)
                 TO WS-PROJ-AVG-WEEKLY
           END-IF.
           MOVE WS-SCN-NAME (WS-SCN-SUB) TO WS-ST-NAME.
           MOVE WS-AS-OF-DATE TO WS-ST-AS-OF.
           WRITE PRINT-REC FROM WS-SCN-TITLE-LINE AFTER PAGE.
           MOVE WS-SCN-PEAK-PCT (WS-SCN-SUB) TO WS-SA-PEAK.
           MOVE WS-SCN-RAMP-WEEKS (WS-SCN-SUB) TO WS-SA-RAMP.
           MOVE WS-PROJ-AVG-WEEKLY TO WS-SA-WEEKLY.
           WRITE PRINT-REC FROM WS-SCN-ASSUME-LINE.
           WRITE PRINT-REC FROM WS-SCN-HEADER.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE WS-BASE-BALANCE TO WS-PROJ-BALANCE.
           MOVE WS-BASE-BALANCE TO WS-SCN-LOW-BALANCE (WS-SCN-SUB).
           MOVE 0 TO WS-SCN-DEPLETED-WEEK (WS-SCN-SUB).
           MOVE SPACES TO WS-SCN-DEPLETED-DATE (WS-SCN-SUB).
           PERFORM PROJECT-ONE-WEEK
                   VARYING WS-PROJ-WEEK FROM 1 BY 1
                   UNTIL WS-PROJ-WEEK > 52.
           MOVE WS-PROJ-BALANCE TO WS-SCN-END-BALANCE (WS-SCN-SUB).
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE SPACES TO WS-SCN-RESULT-LINE.
           IF WS-SCN-DEPLETED-WEEK (WS-SCN-SUB) > 0
              MOVE 'BALANCE REACHES ZERO WEEK ENDING'
                 TO WS-SR-TEXT
              MOVE WS-SCN-DEPLETED-DATE (WS-SCN-SUB) TO WS-SR-DATE
              MOVE 'WEEK NO ' TO WS-SR-WEEK-TEXT
              MOVE WS-SCN-DEPLETED-WEEK (WS-SCN-SUB) TO WS-SR-WEEK
           ELSE
              MOVE 'BALANCE HOLDS ABOVE ZERO FOR 52 WEEKS'
                 TO WS-SR-TEXT
           END-IF.
           WRITE PRINT-REC FROM WS-SCN-RESULT-LINE.
           DISPLAY WS-SCN-NAME (WS-SCN-SUB) ' ' WS-SCN-RESULT-LINE.
      *
      * The claims percent climbs (or falls) evenly from 100 to the
      * peak over the ramp weeks and holds at the peak after that.
       PROJECT-ONE-WEEK.
           COMPUTE WS-WORK-INTEGER =
              WS-BASE-INTEGER + (WS-PROJ-WEEK * 7).
           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           MOVE WS-WORK-NUM TO WS-PROJ-DATE.
           IF WS-PROJ-WEEK < WS-SCN-RAMP-WEEKS (WS-SCN-SUB)
              COMPUTE WS-PROJ-PCT ROUNDED =
                 100 + ((WS-SCN-PEAK-PCT (WS-SCN-SUB) - 100)
                        * WS-PROJ-WEEK
                        / WS-SCN-RAMP-WEEKS (WS-SCN-SUB))
           ELSE
              MOVE WS-SCN-PEAK-PCT (WS-SCN-SUB) TO WS-PROJ-PCT
           END-IF.
           COMPUTE WS-PROJ-PAYMENTS ROUNDED =
              WS-BASE-PAYMENTS * WS-PROJ-PCT / 100.
           COMPUTE WS-PROJ-BENEFITS ROUNDED =
              WS-PROJ-PAYMENTS * WS-PROJ-AVG-WEEKLY.
           MOVE WS-PROJ-DATE TO WS-WOY-DATE.
           PERFORM SET-WEEK-OF-YEAR.
           IF WS-CT-COUNT (WS-WEEK-OF-YEAR) > 0
              COMPUTE WS-PROJ-CONTRIB ROUNDED =
                 WS-CT-SUM (WS-WEEK-OF-YEAR)
                 / WS-CT-COUNT (WS-WEEK-OF-YEAR)
           ELSE
              MOVE WS-CONTRIB-OVERALL TO WS-PROJ-CONTRIB
           END-IF.
           COMPUTE WS-PROJ-BALANCE = WS-PROJ-BALANCE
                                   + WS-PROJ-CONTRIB
                                   - WS-PROJ-BENEFITS.
           MOVE SPACES TO WS-PL-NOTE.
           IF WS-PROJ-BALANCE NOT > 0
              AND WS-SCN-DEPLETED-WEEK (WS-SCN-SUB) = 0
              MOVE WS-PROJ-WEEK TO WS-SCN-DEPLETED-WEEK (WS-SCN-SUB)
              MOVE WS-PROJ-DATE TO WS-SCN-DEPLETED-DATE (WS-SCN-SUB)
              MOVE ' <-- ZERO' TO WS-PL-NOTE
           END-IF.
           IF WS-PROJ-BALANCE < WS-SCN-LOW-BALANCE (WS-SCN-SUB)
              MOVE WS-PROJ-BALANCE TO WS-SCN-LOW-BALANCE (WS-SCN-SUB)
           END-IF.
           MOVE WS-PROJ-WEEK TO WS-PL-WEEK.
           MOVE WS-PROJ-DATE TO WS-PL-DATE.
           MOVE WS-PROJ-PCT TO WS-PL-PCT.
           MOVE WS-PROJ-PAYMENTS TO WS-PL-PAYMENTS.
           MOVE WS-PROJ-BENEFITS TO WS-PL-BENEFITS.
           MOVE WS-PROJ-CONTRIB TO WS-PL-CONTRIB.
           MOVE WS-PROJ-BALANCE TO WS-PL-BALANCE.
           WRITE PRINT-REC FROM WS-PROJ-LINE.
      *
       PRINT-SCENARIO-SUMMARY.
           MOVE WS-AS-OF-DATE TO WS-SU-AS-OF.
           WRITE PRINT-REC FROM WS-SUMMARY-TITLE AFTER PAGE.
           WRITE PRINT-REC FROM WS-SUMMARY-HEADER.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCN-COUNT
              MOVE WS-SCN-NAME (WS-SCN-SUB) TO WS-SM-NAME
              MOVE WS-SCN-PEAK-PCT (WS-SCN-SUB) TO WS-SM-PEAK
              MOVE WS-SCN-RAMP-WEEKS (WS-SCN-SUB) TO WS-SM-RAMP
              IF WS-SCN-AVG-WEEKLY (WS-SCN-SUB) = 0
                 MOVE WS-BASE-AVG-WEEKLY TO WS-SM-WEEKLY
              ELSE
                 MOVE WS-SCN-AVG-WEEKLY (WS-SCN-SUB) TO WS-SM-WEEKLY
              END-IF
              IF WS-SCN-DEPLETED-WEEK (WS-SCN-SUB) > 0
                 MOVE WS-SCN-DEPLETED-DATE (WS-SCN-SUB) TO WS-SM-ZERO
              ELSE
                 MOVE 'NONE' TO WS-SM-ZERO
              END-IF
              MOVE WS-SCN-LOW-BALANCE (WS-SCN-SUB) TO WS-SM-LOW
              MOVE WS-SCN-END-BALANCE (WS-SCN-SUB) TO WS-SM-END
              WRITE PRINT-REC FROM WS-SUMMARY-LINE
           END-PERFORM.
      *
       SET-WEEK-OF-YEAR.
           MOVE WS-WOY-DATE TO WS-KEY-NUM.
           COMPUTE WS-JAN1-NUM =
              FUNCTION NUMVAL (WS-WOY-DATE (1:4)) * 10000 + 101.
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
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           STOP RUN.
