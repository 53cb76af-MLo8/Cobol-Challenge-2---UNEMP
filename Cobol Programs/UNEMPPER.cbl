      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPPER.
      ****************************************************************
      *  Peer-state and national benchmarking report.  Our weekly
      *  figures used to be briefed alone.  This program sets the
      *  requested week beside a list of peer states and the
      *  national total from the peer-comparison file PEERCMP (the
      *  published all-states weekly claims file, loaded by
      *  UNEMPNCL): initial claims, the prior week's initial claims
      *  and the week-over-week percent change, continued claims
      *  and the insured unemployment rate.  Our own line is taken
      *  from CLMSDB, not from the published file, and so are our
      *  figures in the rankings: our rank among all states for the
      *  week-over-week percent change in initial claims (1 = the
      *  largest rise) and for the insured unemployment rate (1 =
      *  the highest).  A state with no prior week on file, or none
      *  to change from, is left out of the percent change ranking.
      *
      *  The published file revises recent weeks, so our own row in
      *  it is held to what we loaded for each of the CHECK-WEEKS
      *  weeks ending the report week.  A week whose published
      *  initial claims, continued claims or rate differs from
      *  CLMSDB is printed and logged to EXCPLOG through UNEMPEXL
      *  (reason NPUB, severity W) so it ages on the UNEMPEXQ report
      *  until it has been explained, and the run ends with
      *  RETURN-CODE 4.
      *
      *  PERPARM keyword cards (see UNEMPKWP):
      *     STATE-CODE=xx         our state code (required)
      *     PEER-STATE=xx         one card per peer state, up to 10
      *     WEEK-ENDING=YYYYMMDD  week to report (default: latest
      *                           week on CLMSDB)
      *     CHECK-WEEKS=4         weeks held to the published file,
      *                           1 to 52 (default 4)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT PER-CONTROL-PARM ASSIGN TO PERPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT PEER-COMPARISON ASSIGN TO PEERCMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PC-KEY
                  FILE STATUS IS WS-PC-STATUS.
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
       FD  PER-CONTROL-PARM RECORDING MODE F.
       01  PERPARM-REC                              PIC X(80).
      *
       FD  PEER-COMPARISON.
       01  PC-COMPARISON-REC.
           05  PC-KEY.
               10  PC-WEEK-ENDING                   PIC X(08).
               10  PC-STATE                         PIC X(02).
           05  PC-INITIAL-CLAIMS                    PIC 9(07).
           05  PC-CONTINUED-CLAIMS                  PIC 9(08).
           05  PC-INSURED-RATE                      PIC 9(03)V99.
           05  PC-DATE-LOADED                       PIC X(08).
           05  FILLER                               PIC X(22).
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
       01  WS-PC-STATUS                 PIC X(02)   VALUE SPACES.
           88 WS-PC-SUCCESS                         VALUE '00'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
      *
       01  WS-WEEK-ENDING               PIC X(08)   VALUE SPACES.
       01  WS-PRIOR-WEEK                PIC X(08)   VALUE SPACES.
       01  WS-STATE-CODE                PIC X(02)   VALUE SPACES.
       01  WS-CHECK-WEEKS               PIC 9(02)   VALUE 4.
       01  WS-PEER-COUNT                PIC 9(02)   VALUE 0.
       01  WS-PEER-TABLE.
           05  WS-PEER-CODE             PIC X(02) OCCURS 10 TIMES.
       01  WS-PEER-SUB                  PIC 9(02)   VALUE 0.
       01  WS-SCAN-EOF-SW               PIC X(01)   VALUE 'N'.
           88 WS-SCAN-EOF                           VALUE 'Y'.
      *
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-BASE-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-NUM                  PIC 9(08)   VALUE 0.
      *
      * Every state published for the week, our own entry carrying
      * the CLMSDB figures in place of the published ones.
       01  WS-STATE-COUNT               PIC 9(02)   VALUE 0.
       01  WS-STATE-TABLE.
           05  WS-ST-ENTRY OCCURS 60 TIMES.
               10  WS-ST-CODE               PIC X(02).
               10  WS-ST-INITIAL            PIC 9(07).
               10  WS-ST-PRIOR              PIC 9(07).
               10  WS-ST-CONTINUED          PIC 9(08).
               10  WS-ST-RATE               PIC 9(03)V99.
               10  WS-ST-PCT                PIC S9(05)V99.
               10  WS-ST-PCT-SW             PIC X(01).
                   88  WS-ST-HAS-PCT                 VALUE 'Y'.
       01  WS-ST-SUB                    PIC 9(02)   VALUE 0.
       01  WS-OUR-SUB                   PIC 9(02)   VALUE 0.
       01  WS-FOUND-SUB                 PIC 9(02)   VALUE 0.
       01  WS-STATES-DROPPED            PIC 9(04)   VALUE 0.
       01  WS-OUR-PUBLISHED-SW          PIC X(01)   VALUE 'N'.
           88 WS-OUR-PUBLISHED                      VALUE 'Y'.
      *
       01  WS-NATIONAL-ENTRY.
           05  WS-NAT-FOUND-SW          PIC X(01)   VALUE 'N'.
               88 WS-NAT-FOUND                      VALUE 'Y'.
           05  WS-NAT-INITIAL           PIC 9(07)   VALUE 0.
           05  WS-NAT-PRIOR             PIC 9(07)   VALUE 0.
           05  WS-NAT-CONTINUED         PIC 9(08)   VALUE 0.
           05  WS-NAT-RATE              PIC 9(03)V99 VALUE 0.
           05  WS-NAT-PCT               PIC S9(05)V99 VALUE 0.
           05  WS-NAT-PCT-SW            PIC X(01)   VALUE 'N'.
               88 WS-NAT-HAS-PCT                    VALUE 'Y'.
      *
       01  WS-RANK                      PIC 9(02)   VALUE 0.
       01  WS-RANK-OF                   PIC 9(02)   VALUE 0.
      *
       01  WS-CHK-SUB                   PIC 9(02)   VALUE 0.
       01  WS-CHK-WEEK                  PIC X(08)   VALUE SPACES.
       01  WS-LOADED-SW                 PIC X(01)   VALUE 'N'.
           88 WS-WEEK-LOADED                        VALUE 'Y'.
       01  WS-PUBLISHED-SW              PIC X(01)   VALUE 'N'.
           88 WS-WEEK-PUBLISHED                     VALUE 'Y'.
       01  WS-DIFFER-FIELDS             PIC X(15)   VALUE SPACES.
       01  WS-WEEKS-DISAGREED           PIC 9(02)   VALUE 0.
      *
       01  WS-EXL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPEXL'.
       01  WS-EXL-DATA.
           05  WS-EXL-PROGRAM           PIC X(08)   VALUE 'UNEMPPER'.
           05  WS-EXL-SEVERITY          PIC X(01)   VALUE 'W'.
           05  WS-EXL-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-EXL-REASON            PIC X(04)   VALUE 'NPUB'.
           05  WS-EXL-TEXT              PIC X(50)   VALUE SPACES.
           05  WS-EXL-RESULT            PIC X(01)   VALUE SPACE.
       01  WS-EXL-FAILED                PIC 9(06)   VALUE 0.
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
       01  WS-ECHO-LINE.
           05  FILLER                   PIC X(11) VALUE 'PARAMETER: '.
           05  WS-EC-KEYWORD            PIC X(20).
           05  FILLER                   PIC X(03) VALUE ' = '.
           05  WS-EC-VALUE              PIC X(40).
       01  WS-WEEKS-EDIT                PIC Z9.
      *
       01  WS-REPORT-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'PEER-STATE AND NATIONAL BENCHMARK  W/E  '.
           05  WS-RH-WEEK               PIC X(08).
           05  FILLER  PIC X(14) VALUE '   PRIOR WEEK '.
           05  WS-RH-PRIOR              PIC X(08).
       01  WS-COMPARE-HEADER.
           05  FILLER  PIC X(07) VALUE 'STATE  '.
           05  FILLER  PIC X(10) VALUE 'SOURCE    '.
           05  FILLER  PIC X(10) VALUE '   INITIAL'.
           05  FILLER  PIC X(11) VALUE '   PRIOR WK'.
           05  FILLER  PIC X(11) VALUE '    WOW PCT'.
           05  FILLER  PIC X(12) VALUE '   CONTINUED'.
           05  FILLER  PIC X(09) VALUE '      IUR'.
           05  FILLER  PIC X(06) VALUE '  NOTE'.
       01  WS-REPORT-RULE               PIC X(100) VALUE ALL '-'.
       01  WS-COMPARE-LINE.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CL-STATE              PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-CL-SOURCE             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-INITIAL            PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CL-PRIOR              PIC Z,ZZZ,ZZ9.
           05  WS-CL-PRIOR-X REDEFINES WS-CL-PRIOR
                                        PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CL-PCT                PIC -(5)9.99.
           05  WS-CL-PCT-X REDEFINES WS-CL-PCT
                                        PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-CONTINUED          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-CL-RATE               PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CL-NOTE               PIC X(30).
      *
       01  WS-RANK-LINE.
           05  WS-RL-LABEL              PIC X(48).
           05  WS-RL-RANK               PIC Z9.
           05  FILLER                   PIC X(04) VALUE ' OF '.
           05  WS-RL-OF                 PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-NOTE               PIC X(24).
       01  WS-NOT-RANKED-LINE.
           05  WS-NR-LABEL              PIC X(48).
           05  FILLER                   PIC X(40) VALUE
               'NOT RANKED -- NO PRIOR WEEK ON CLMSDB'.
      *
       01  WS-CHECK-HEADER1.
           05  FILLER  PIC X(41)
               VALUE 'PUBLISHED ROW FOR STATE xx AGAINST CLMSDB'.
       01  WS-CHECK-HEADER2.
           05  FILLER  PIC X(10) VALUE 'WEEK      '.
           05  FILLER  PIC X(20) VALUE ' PUB INIT  LOAD INIT'.
           05  FILLER  PIC X(22) VALUE '   PUB CONT  LOAD CONT'.
           05  FILLER  PIC X(16) VALUE ' PUB IUR LD IUR '.
           05  FILLER  PIC X(06) VALUE 'STATUS'.
       01  WS-CHECK-LINE.
           05  WS-CK-WEEK               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CK-PUB-INITIAL        PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CK-LOAD-INITIAL       PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CK-PUB-CONTINUED      PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CK-LOAD-CONTINUED     PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CK-PUB-RATE           PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CK-LOAD-RATE          PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CK-STATUS             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CK-FIELDS             PIC X(15).
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(30) VALUE
               'STATES PUBLISHED FOR THE WEEK:'.
           05  WS-SUM-STATES            PIC ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS DISAGREEING WITH CLMSDB:'.
           05  WS-SUM-DISAGREED         PIC ZZ9.
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
           IF WS-WEEK-ENDING = SPACES
              PERFORM FIND-LATEST-WEEK
           END-IF.
           IF WS-WEEK-ENDING = SPACES
              DISPLAY 'CLMSDB IS EMPTY, NO REPORT MADE'
              MOVE 4 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           OPEN INPUT PEER-COMPARISON.
           IF NOT WS-PC-SUCCESS
              DISPLAY 'PEERCMP OPEN FAILED, STATUS ' WS-PC-STATUS
              DISPLAY 'RUN UNEMPNCL TO LOAD THE NATIONAL FILE FIRST'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM PRINT-PARM-ECHO.
           MOVE WS-WEEK-ENDING TO WS-KEY-NUM.
           COMPUTE WS-BASE-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           COMPUTE WS-WORK-INTEGER = WS-BASE-INTEGER - 7.
           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           MOVE WS-WORK-NUM TO WS-PRIOR-WEEK.
           PERFORM LOAD-STATE-TABLE.
           PERFORM SET-OUR-ENTRY.
           PERFORM SET-PRIOR-WEEKS.
           MOVE WS-WEEK-ENDING TO WS-RH-WEEK.
           MOVE WS-PRIOR-WEEK TO WS-RH-PRIOR.
           WRITE PRINT-REC FROM WS-REPORT-HEADER1.
           PERFORM PRINT-COMPARISON.
           PERFORM PRINT-RANKINGS.
           PERFORM CHECK-PUBLISHED-WEEKS.
           MOVE WS-STATE-COUNT TO WS-SUM-STATES.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE1.
           MOVE WS-WEEKS-DISAGREED TO WS-SUM-DISAGREED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE2.
           IF WS-EXL-FAILED > 0
              DISPLAY 'EXCPLOG WRITE FAILED FOR ' WS-EXL-FAILED
                      ' EXCEPTIONS'
           END-IF.
           IF WS-WEEKS-DISAGREED > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
      * PERPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT PER-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ PER-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE PERPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-PERPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE PER-CONTROL-PARM
           ELSE
              DISPLAY 'NO PERPARM CONTROL FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-STATE-CODE = SPACES
              DISPLAY 'PERPARM SUPPLIED NO STATE-CODE, CANNOT RUN'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-CHECK-WEEKS < 1 OR WS-CHECK-WEEKS > 52
              DISPLAY 'CHECK-WEEKS MUST BE 1 TO 52: ' WS-CHECK-WEEKS
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-WEEK-ENDING NOT = SPACES
              AND WS-WEEK-ENDING NOT NUMERIC
              DISPLAY 'WEEK-ENDING NOT A YYYYMMDD DATE: '
                      WS-WEEK-ENDING
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'PERPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-PERPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'STATE-CODE'
                 PERFORM CHECK-STATE-VALUE
                 IF NOT WS-VAL-BAD
                    MOVE WS-KWP-VALUE (1:2) TO WS-STATE-CODE
                 END-IF
              WHEN WS-KWP-KEYWORD = 'PEER-STATE'
                 PERFORM CHECK-STATE-VALUE
                 IF NOT WS-VAL-BAD
                    IF WS-PEER-COUNT < 10
                       ADD 1 TO WS-PEER-COUNT
                       MOVE WS-KWP-VALUE (1:2)
                          TO WS-PEER-CODE (WS-PEER-COUNT)
                    ELSE
                       DISPLAY 'MORE THAN 10 PEER-STATE CARDS: '
                               WS-KWP-VALUE
                       MOVE 'Y' TO WS-PARM-ERROR-SW
                    END-IF
                 END-IF
              WHEN WS-KWP-KEYWORD = 'WEEK-ENDING'
                 MOVE WS-KWP-VALUE (1:8) TO WS-WEEK-ENDING
              WHEN WS-KWP-KEYWORD = 'CHECK-WEEKS'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-CHECK-WEEKS =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN PERPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       CHECK-STATE-VALUE.
           MOVE 'N' TO WS-VAL-BAD-SW.
           IF WS-KWP-VALUE (1:2) NOT ALPHABETIC-UPPER
              OR WS-KWP-VALUE (1:1) = SPACE
              OR WS-KWP-VALUE (2:1) = SPACE
              OR WS-KWP-VALUE (3:38) NOT = SPACES
              DISPLAY WS-KWP-KEYWORD ' VALUE NOT A STATE CODE: '
                      WS-KWP-VALUE
              MOVE 'Y' TO WS-VAL-BAD-SW
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
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
           IF WS-VAL-BAD OR WS-KWP-VALUE = SPACES
              DISPLAY WS-KWP-KEYWORD ' VALUE NOT NUMERIC: '
                      WS-KWP-VALUE
              MOVE 'Y' TO WS-VAL-BAD-SW
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
      *
       PRINT-PARM-ECHO.
           MOVE 'STATE-CODE' TO WS-EC-KEYWORD.
           MOVE WS-STATE-CODE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           PERFORM VARYING WS-PEER-SUB FROM 1 BY 1
                   UNTIL WS-PEER-SUB > WS-PEER-COUNT
              MOVE 'PEER-STATE' TO WS-EC-KEYWORD
              MOVE WS-PEER-CODE (WS-PEER-SUB) TO WS-EC-VALUE
              PERFORM WRITE-ECHO-LINE
           END-PERFORM.
           MOVE 'WEEK-ENDING' TO WS-EC-KEYWORD.
           MOVE WS-WEEK-ENDING TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'CHECK-WEEKS' TO WS-EC-KEYWORD.
           MOVE WS-CHECK-WEEKS TO WS-WEEKS-EDIT.
           MOVE WS-WEEKS-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
      * With no WEEK-ENDING card the report week is the newest week
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
      * PEERCMP is keyed week then state, so the week's rows are
      * read in one pass from the first key of the week.  The
      * national total (US) is held apart from the states.
       LOAD-STATE-TABLE.
           MOVE 0 TO WS-STATE-COUNT.
           MOVE WS-WEEK-ENDING TO PC-WEEK-ENDING.
           MOVE LOW-VALUES TO PC-STATE.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START PEER-COMPARISON KEY IS NOT LESS THAN PC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
              READ PEER-COMPARISON NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SCAN-EOF-SW
                 NOT AT END
                    IF PC-WEEK-ENDING NOT = WS-WEEK-ENDING
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                    ELSE
                       PERFORM TAKE-STATE-ROW
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-STATES-DROPPED > 0
              DISPLAY WS-STATES-DROPPED ' STATE ROWS BEYOND 60 '
                      'NOT RANKED FOR ' WS-WEEK-ENDING
           END-IF.
      *
       TAKE-STATE-ROW.
           IF PC-STATE = 'US'
              MOVE 'Y' TO WS-NAT-FOUND-SW
              MOVE PC-INITIAL-CLAIMS TO WS-NAT-INITIAL
              MOVE PC-CONTINUED-CLAIMS TO WS-NAT-CONTINUED
              MOVE PC-INSURED-RATE TO WS-NAT-RATE
           ELSE
              IF WS-STATE-COUNT < 60
                 ADD 1 TO WS-STATE-COUNT
                 MOVE WS-STATE-COUNT TO WS-ST-SUB
                 MOVE PC-STATE TO WS-ST-CODE (WS-ST-SUB)
                 MOVE PC-INITIAL-CLAIMS TO WS-ST-INITIAL (WS-ST-SUB)
                 MOVE PC-CONTINUED-CLAIMS
                    TO WS-ST-CONTINUED (WS-ST-SUB)
                 MOVE PC-INSURED-RATE TO WS-ST-RATE (WS-ST-SUB)
                 MOVE 0 TO WS-ST-PRIOR (WS-ST-SUB)
                 MOVE 0 TO WS-ST-PCT (WS-ST-SUB)
                 MOVE 'N' TO WS-ST-PCT-SW (WS-ST-SUB)
              ELSE
                 ADD 1 TO WS-STATES-DROPPED
              END-IF
           END-IF.
      *
      * Our entry carries the CLMSDB figures whether or not the
      * published file had a row for us; a week not loaded on
      * CLMSDB cannot be benchmarked at all.
       SET-OUR-ENTRY.
           PERFORM FIND-OUR-STATE-ENTRY.
           MOVE WS-WEEK-ENDING TO RECORD-KEY.
           READ CLAIMS-DATABASE.
           IF NOT WS-CLMDB-SUCCESS
              DISPLAY 'NO CLMSDB RECORD FOR ' WS-WEEK-ENDING
                      ', CANNOT BENCHMARK THE WEEK'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           MOVE CBAGE-INA TO WS-ST-INITIAL (WS-OUR-SUB).
           MOVE CONTINUED-CLAIMS TO WS-ST-CONTINUED (WS-OUR-SUB).
           MOVE INSURED-UNEMPLOYMENT-RATE TO WS-ST-RATE (WS-OUR-SUB).
           MOVE WS-PRIOR-WEEK TO RECORD-KEY.
           READ CLAIMS-DATABASE.
           IF WS-CLMDB-SUCCESS
              MOVE CBAGE-INA TO WS-ST-PRIOR (WS-OUR-SUB)
              PERFORM COMPUTE-STATE-CHANGE
           END-IF.
      *
       FIND-OUR-STATE-ENTRY.
           MOVE 0 TO WS-OUR-SUB.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STATE-COUNT
              IF WS-ST-CODE (WS-ST-SUB) = WS-STATE-CODE
                 MOVE WS-ST-SUB TO WS-OUR-SUB
              END-IF
           END-PERFORM.
           IF WS-OUR-SUB > 0
              MOVE 'Y' TO WS-OUR-PUBLISHED-SW
           ELSE
              MOVE 'N' TO WS-OUR-PUBLISHED-SW
              IF WS-STATE-COUNT = 60
                 MOVE 60 TO WS-OUR-SUB
              ELSE
                 ADD 1 TO WS-STATE-COUNT
                 MOVE WS-STATE-COUNT TO WS-OUR-SUB
              END-IF
              MOVE WS-STATE-CODE TO WS-ST-CODE (WS-OUR-SUB)
              MOVE 0 TO WS-ST-PRIOR (WS-OUR-SUB)
              MOVE 0 TO WS-ST-PCT (WS-OUR-SUB)
              MOVE 'N' TO WS-ST-PCT-SW (WS-OUR-SUB)
           END-IF.
           MOVE WS-OUR-SUB TO WS-ST-SUB.
      *
      * Every other state's prior week comes from PEERCMP; a state
      * with no prior row, or no prior claims, has no change.
       SET-PRIOR-WEEKS.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STATE-COUNT
              IF WS-ST-SUB NOT = WS-OUR-SUB
                 MOVE WS-PRIOR-WEEK TO PC-WEEK-ENDING
                 MOVE WS-ST-CODE (WS-ST-SUB) TO PC-STATE
                 READ PEER-COMPARISON
                 IF WS-PC-SUCCESS
                    MOVE PC-INITIAL-CLAIMS TO WS-ST-PRIOR (WS-ST-SUB)
                    PERFORM COMPUTE-STATE-CHANGE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-NAT-FOUND
              MOVE WS-PRIOR-WEEK TO PC-WEEK-ENDING
              MOVE 'US' TO PC-STATE
              READ PEER-COMPARISON
              IF WS-PC-SUCCESS AND PC-INITIAL-CLAIMS > 0
                 MOVE PC-INITIAL-CLAIMS TO WS-NAT-PRIOR
                 COMPUTE WS-NAT-PCT ROUNDED =
                    ((WS-NAT-INITIAL - WS-NAT-PRIOR) / WS-NAT-PRIOR)
                    * 100
                    ON SIZE ERROR
                       MOVE 99999.99 TO WS-NAT-PCT
                 END-COMPUTE
                 MOVE 'Y' TO WS-NAT-PCT-SW
              END-IF
           END-IF.
      *
       COMPUTE-STATE-CHANGE.
           IF WS-ST-PRIOR (WS-ST-SUB) > 0
              COMPUTE WS-ST-PCT (WS-ST-SUB) ROUNDED =
                 ((WS-ST-INITIAL (WS-ST-SUB) - WS-ST-PRIOR (WS-ST-SUB))
                  / WS-ST-PRIOR (WS-ST-SUB)) * 100
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-ST-PCT (WS-ST-SUB)
              END-COMPUTE
              MOVE 'Y' TO WS-ST-PCT-SW (WS-ST-SUB)
           END-IF.
      *
      * Our line first, then the peers in PERPARM order, then the
      * national total.
       PRINT-COMPARISON.
           WRITE PRINT-REC FROM WS-COMPARE-HEADER.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE WS-OUR-SUB TO WS-ST-SUB.
           MOVE 'CLMSDB' TO WS-CL-SOURCE.
           IF WS-OUR-PUBLISHED
              MOVE 'OUR STATE' TO WS-CL-NOTE
           ELSE
              MOVE 'OUR STATE, NOT IN NATIONAL FILE' TO WS-CL-NOTE
           END-IF.
           PERFORM FORMAT-STATE-LINE.
           PERFORM VARYING WS-PEER-SUB FROM 1 BY 1
                   UNTIL WS-PEER-SUB > WS-PEER-COUNT
              IF WS-PEER-CODE (WS-PEER-SUB) NOT = WS-STATE-CODE
                 PERFORM PRINT-PEER-LINE
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-COMPARE-LINE (2:).
           MOVE 'US' TO WS-CL-STATE.
           MOVE 'NATCLMS' TO WS-CL-SOURCE.
           IF WS-NAT-FOUND
              MOVE WS-NAT-INITIAL TO WS-CL-INITIAL
              MOVE WS-NAT-CONTINUED TO WS-CL-CONTINUED
              MOVE WS-NAT-RATE TO WS-CL-RATE
              IF WS-NAT-HAS-PCT
                 MOVE WS-NAT-PRIOR TO WS-CL-PRIOR
                 MOVE WS-NAT-PCT TO WS-CL-PCT
              ELSE
                 MOVE SPACES TO WS-CL-PRIOR-X
                 MOVE SPACES TO WS-CL-PCT-X
              END-IF
              MOVE 'NATIONAL TOTAL' TO WS-CL-NOTE
           ELSE
              MOVE 'NATIONAL TOTAL NOT ON FILE' TO WS-CL-NOTE
           END-IF.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           WRITE PRINT-REC FROM WS-COMPARE-LINE.
      *
       PRINT-PEER-LINE.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STATE-COUNT
              IF WS-ST-CODE (WS-ST-SUB) = WS-PEER-CODE (WS-PEER-SUB)
                 MOVE WS-ST-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-FOUND-SUB > 0
              MOVE WS-FOUND-SUB TO WS-ST-SUB
              MOVE 'NATCLMS' TO WS-CL-SOURCE
              MOVE SPACES TO WS-CL-NOTE
              PERFORM FORMAT-STATE-LINE
           ELSE
              MOVE SPACES TO WS-COMPARE-LINE (2:)
              MOVE WS-PEER-CODE (WS-PEER-SUB) TO WS-CL-STATE
              MOVE 'NOT IN NATIONAL FILE' TO WS-CL-NOTE
              WRITE PRINT-REC FROM WS-COMPARE-LINE
           END-IF.
      *
       FORMAT-STATE-LINE.
           MOVE WS-ST-CODE (WS-ST-SUB) TO WS-CL-STATE.
           MOVE WS-ST-INITIAL (WS-ST-SUB) TO WS-CL-INITIAL.
           IF WS-ST-HAS-PCT (WS-ST-SUB)
              MOVE WS-ST-PRIOR (WS-ST-SUB) TO WS-CL-PRIOR
              MOVE WS-ST-PCT (WS-ST-SUB) TO WS-CL-PCT
           ELSE
              MOVE SPACES TO WS-CL-PRIOR-X
              MOVE SPACES TO WS-CL-PCT-X
           END-IF.
           MOVE WS-ST-CONTINUED (WS-ST-SUB) TO WS-CL-CONTINUED.
           MOVE WS-ST-RATE (WS-ST-SUB) TO WS-CL-RATE.
           WRITE PRINT-REC FROM WS-COMPARE-LINE.
      *
      * Rank 1 is the largest rise and the highest rate; states
      * tied with us share our rank.
       PRINT-RANKINGS.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE 'RANK AMONG STATES, WEEK-OVER-WEEK PCT CHANGE :'
              TO WS-RL-LABEL.
           IF WS-ST-HAS-PCT (WS-OUR-SUB)
              MOVE 1 TO WS-RANK
              MOVE 0 TO WS-RANK-OF
              PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                      UNTIL WS-ST-SUB > WS-STATE-COUNT
                 IF WS-ST-HAS-PCT (WS-ST-SUB)
                    ADD 1 TO WS-RANK-OF
                    IF WS-ST-PCT (WS-ST-SUB) > WS-ST-PCT (WS-OUR-SUB)
                       ADD 1 TO WS-RANK
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-RANK TO WS-RL-RANK
              MOVE WS-RANK-OF TO WS-RL-OF
              MOVE '(1 = LARGEST RISE)' TO WS-RL-NOTE
              WRITE PRINT-REC FROM WS-RANK-LINE
              DISPLAY WS-RANK-LINE
           ELSE
              MOVE WS-RL-LABEL TO WS-NR-LABEL
              WRITE PRINT-REC FROM WS-NOT-RANKED-LINE
              DISPLAY WS-NOT-RANKED-LINE
           END-IF.
           MOVE 'RANK AMONG STATES, INSURED UNEMPLOYMENT RATE  :'
              TO WS-RL-LABEL.
           MOVE 1 TO WS-RANK.
           MOVE WS-STATE-COUNT TO WS-RANK-OF.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STATE-COUNT
              IF WS-ST-RATE (WS-ST-SUB) > WS-ST-RATE (WS-OUR-SUB)
                 ADD 1 TO WS-RANK
              END-IF
           END-PERFORM.
           MOVE WS-RANK TO WS-RL-RANK.
           MOVE WS-RANK-OF TO WS-RL-OF.
           MOVE '(1 = HIGHEST)' TO WS-RL-NOTE.
           WRITE PRINT-REC FROM WS-RANK-LINE.
           DISPLAY WS-RANK-LINE.
      *
      * Our published row for each of the CHECK-WEEKS weeks ending
      * the report week against the week as loaded.
       CHECK-PUBLISHED-WEEKS.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE WS-CHECK-HEADER1 TO PRINT-REC.
           MOVE WS-STATE-CODE TO PRINT-REC (25:2).
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-CHECK-HEADER2.
           PERFORM VARYING WS-CHK-SUB FROM 0 BY 1
                   UNTIL WS-CHK-SUB NOT < WS-CHECK-WEEKS
              COMPUTE WS-WORK-INTEGER =
                 WS-BASE-INTEGER - (WS-CHK-SUB * 7)
              COMPUTE WS-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
              MOVE WS-WORK-NUM TO WS-CHK-WEEK
              PERFORM CHECK-ONE-WEEK
           END-PERFORM.
      *
       CHECK-ONE-WEEK.
           MOVE SPACES TO WS-CHECK-LINE.
           MOVE WS-CHK-WEEK TO WS-CK-WEEK.
           MOVE WS-CHK-WEEK TO RECORD-KEY.
           READ CLAIMS-DATABASE.
           IF WS-CLMDB-SUCCESS
              MOVE 'Y' TO WS-LOADED-SW
              MOVE CBAGE-INA TO WS-CK-LOAD-INITIAL
              MOVE CONTINUED-CLAIMS TO WS-CK-LOAD-CONTINUED
              MOVE INSURED-UNEMPLOYMENT-RATE TO WS-CK-LOAD-RATE
           ELSE
              MOVE 'N' TO WS-LOADED-SW
           END-IF.
           MOVE WS-CHK-WEEK TO PC-WEEK-ENDING.
           MOVE WS-STATE-CODE TO PC-STATE.
           READ PEER-COMPARISON.
           IF WS-PC-SUCCESS
              MOVE 'Y' TO WS-PUBLISHED-SW
              MOVE PC-INITIAL-CLAIMS TO WS-CK-PUB-INITIAL
              MOVE PC-CONTINUED-CLAIMS TO WS-CK-PUB-CONTINUED
              MOVE PC-INSURED-RATE TO WS-CK-PUB-RATE
           ELSE
              MOVE 'N' TO WS-PUBLISHED-SW
           END-IF.
           EVALUATE TRUE
              WHEN WS-WEEK-LOADED AND WS-WEEK-PUBLISHED
                 PERFORM COMPARE-PUBLISHED-ROW
              WHEN WS-WEEK-LOADED
                 MOVE 'NOT IN NATIONAL FILE' TO WS-CK-STATUS
              WHEN WS-WEEK-PUBLISHED
                 MOVE 'NOT LOADED ON CLMSDB' TO WS-CK-STATUS
              WHEN OTHER
                 MOVE 'NEITHER ON FILE' TO WS-CK-STATUS
           END-EVALUATE.
           WRITE PRINT-REC FROM WS-CHECK-LINE.
      *
       COMPARE-PUBLISHED-ROW.
           MOVE SPACES TO WS-DIFFER-FIELDS.
           IF PC-INITIAL-CLAIMS NOT = CBAGE-INA
              MOVE 'INIT' TO WS-DIFFER-FIELDS (1:4)
           END-IF.
           IF PC-CONTINUED-CLAIMS NOT = CONTINUED-CLAIMS
              MOVE 'CONT' TO WS-DIFFER-FIELDS (6:4)
           END-IF.
           IF PC-INSURED-RATE NOT = INSURED-UNEMPLOYMENT-RATE
              MOVE 'RATE' TO WS-DIFFER-FIELDS (11:4)
           END-IF.
           IF WS-DIFFER-FIELDS = SPACES
              MOVE 'AGREES' TO WS-CK-STATUS
           ELSE
              MOVE 'DISAGREES' TO WS-CK-STATUS
              MOVE WS-DIFFER-FIELDS TO WS-CK-FIELDS
              ADD 1 TO WS-WEEKS-DISAGREED
              PERFORM LOG-PUBLISHED-MISMATCH
           END-IF.
      *
       LOG-PUBLISHED-MISMATCH.
           MOVE SPACES TO WS-EXL-RECORD-KEY.
           STRING WS-CHK-WEEK DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATE-CODE DELIMITED BY SIZE
                  INTO WS-EXL-RECORD-KEY.
           MOVE SPACES TO WS-EXL-TEXT.
           STRING 'NATCLMS ROW DIFFERS FROM CLMSDB ON '
                     DELIMITED BY SIZE
                  WS-DIFFER-FIELDS DELIMITED BY SIZE
                  INTO WS-EXL-TEXT.
           CALL WS-EXL-SUBROUTINE USING WS-EXL-DATA.
           IF WS-EXL-RESULT NOT = '0'
              ADD 1 TO WS-EXL-FAILED
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           CLOSE PEER-COMPARISON.
           STOP RUN.
