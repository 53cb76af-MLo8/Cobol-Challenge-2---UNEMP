      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPEBT.
      ****************************************************************
      *  Extended Benefits trigger.  Whether the state is "on" or
      *  "off" the federal Extended Benefits program used to be
      *  worked out by hand each week.  This program takes the
      *  week-ending date from the EBTPARM keyword deck and computes
      *  the 13-week average insured unemployment rate ending that
      *  week from CLMSDB (each week's INSURED-UNEMPLOYMENT-RATE,
      *  which UNEMP recomputes from CONTINUED-CLAIMS; a week with
      *  no continued claims loaded does not count as held), then
      *  the same 13 weeks in each of the two prior years (52 and
      *  104 weeks back, so the weekday lines up).
      *
      *  The week carries an ON indicator when the 13-week average
      *  is at or above THRESHOLD-RATE and at least PRIOR-YEAR-PCT
      *  of BOTH prior-year averages, or -- where state law has
      *  adopted the optional trigger -- at or above OPTIONAL-RATE
      *  alone.  Fewer than 13 current weeks held leaves the
      *  indicator undetermined and the status unchanged, and so
      *  does a prior-year window not fully on CLMSDB when the
      *  current average clears THRESHOLD-RATE (below it the week
      *  is OFF whatever the prior years held); an undetermined
      *  week is logged to EXCPLOG as well as the console.  A change
      *  of status takes effect with the third week after the
      *  indicator week (15 days past the week-ending date), and
      *  neither an ON nor an OFF period may end before it has run
      *  MINIMUM-WEEKS weeks; an indicator that would end a period
      *  early is recorded as held by the minimum-period rule.
      *
      *  Every week's result is written (or rewritten on a rerun)
      *  to the keyed trigger history EBTHIST, which carries the
      *  status in force, the date the current ON or OFF period
      *  began and its length; the latest row before the week is
      *  the starting point for it, so a week skipped carries the
      *  status and period forward.  Only the first run (nothing
      *  on EBTHIST after the week) may start from OFF with no
      *  earlier row; otherwise the run stops with RETURN-CODE 8
      *  rather than guess.  The notice the federal office expects
      *  is written to EBNOTICE and the report.  UNEMP539 and
      *  UNEMPPRS read EBTHIST to quote the status for their week.
      *
      *  EBTPARM keyword cards (see UNEMPKWP):
      *     WEEK-ENDING=YYYYMMDD  week to compute (required)
      *     STATE-CODE=xx         state abbreviation on the notice
      *     THRESHOLD-RATE=5.00   13-week rate floor  (default 5.00)
      *     PRIOR-YEAR-PCT=120    percent of prior years (default 120)
      *     OPTIONAL-RATE=6.00    optional trigger rate, 0 = not
      *                           adopted (default 0)
      *     MINIMUM-WEEKS=13      minimum ON/OFF period (default 13)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT NOTICE-FILE ASSIGN TO EBNOTICE
                  FILE STATUS IS WS-NOTICE-STATUS.
           SELECT EBT-CONTROL-PARM ASSIGN TO EBTPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL TRIGGER-HISTORY ASSIGN TO EBTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EBT-WEEK-ENDING
                  FILE STATUS IS WS-EBT-STATUS.
           SELECT CLAIMS-DATABASE ASSIGN TO CLMSDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
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
       FD  NOTICE-FILE RECORDING MODE F.
       01  NOTICE-REC                               PIC X(80).
      *
       FD  EBT-CONTROL-PARM RECORDING MODE F.
       01  EBTPARM-REC                              PIC X(80).
      *
       FD  TRIGGER-HISTORY.
       01  EBT-HISTORY-REC.
           05  EBT-WEEK-ENDING                        PIC X(08).
           05  EBT-AVG-RATE                           PIC 9(03)V99.
           05  EBT-WEEKS-HELD                         PIC 9(02).
           05  EBT-PRIOR1-RATE                        PIC 9(03)V99.
           05  EBT-PRIOR2-RATE                        PIC 9(03)V99.
           05  EBT-PRIOR-PCT                          PIC 9(04)V9.
           05  EBT-INDICATOR                          PIC X(01).
               88  EBT-INDICATOR-ON                   VALUE 'Y'.
               88  EBT-INDICATOR-OFF                  VALUE 'N'.
               88  EBT-INDICATOR-UNKNOWN              VALUE 'U'.
           05  EBT-STATUS                             PIC X(03).
               88  EBT-STATUS-ON                      VALUE 'ON '.
               88  EBT-STATUS-OFF                     VALUE 'OFF'.
           05  EBT-STATUS-CHANGE                      PIC X(01).
           05  EBT-PERIOD-BEGIN                       PIC X(08).
           05  EBT-PERIOD-WEEKS                       PIC 9(04).
           05  EBT-MINIMUM-HOLD                       PIC X(01).
           05  EBT-DATE-COMPUTED                      PIC X(08).
           05  FILLER                                 PIC X(24).
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
       01  WS-EBT-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-EBT-OPEN-OK                        VALUES '00' '05'.
           88 WS-EBT-IO-OK                          VALUE '00'.
           88 WS-EBT-EOF                            VALUE '10'.
       01  WS-NOTICE-STATUS             PIC X(02)   VALUE SPACES.
           88 WS-NOTICE-SUCCESS                     VALUE '00'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
      *
       01  WS-WEEK-ENDING               PIC X(08)   VALUE SPACES.
       01  WS-STATE-CODE                PIC X(02)   VALUE SPACES.
       01  WS-THRESHOLD-RATE            PIC 9(03)V99 VALUE 5.00.
       01  WS-PRIOR-YEAR-PCT            PIC 9(03)V99 VALUE 120.00.
       01  WS-OPTIONAL-RATE             PIC 9(03)V99 VALUE 0.
       01  WS-MINIMUM-WEEKS             PIC 9(04)   VALUE 13.
      *
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-WEEK-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-INTEGER              PIC S9(09)  VALUE 0.
       01  WS-WORK-NUM                  PIC 9(08)   VALUE 0.
       01  WS-PRIOR-WEEK                PIC X(08)   VALUE SPACES.
      *
      * One 13-week window is averaged at a time: the newest week's
      * integer date goes in WS-WIN-BASE and the result comes back
      * in WS-WIN-AVG with the number of weeks actually held.
       01  WS-WIN-BASE                  PIC S9(09)  VALUE 0.
       01  WS-WIN-SUB                   PIC 9(02)   VALUE 0.
       01  WS-WIN-HELD                  PIC 9(02)   VALUE 0.
       01  WS-WIN-SUM                   PIC 9(05)V99 VALUE 0.
       01  WS-WIN-AVG                   PIC 9(03)V99 VALUE 0.
      *
       01  WS-CUR-AVG                   PIC 9(03)V99 VALUE 0.
       01  WS-CUR-HELD                  PIC 9(02)   VALUE 0.
       01  WS-PY1-AVG                   PIC 9(03)V99 VALUE 0.
       01  WS-PY1-HELD                  PIC 9(02)   VALUE 0.
       01  WS-PY2-AVG                   PIC 9(03)V99 VALUE 0.
       01  WS-PY2-HELD                  PIC 9(02)   VALUE 0.
       01  WS-RATIO-1                   PIC 9(04)V9 VALUE 0.
       01  WS-RATIO-2                   PIC 9(04)V9 VALUE 0.
       01  WS-RATIO-LOW                 PIC 9(04)V9 VALUE 0.
      *
       01  WS-PRIOR-YEARS-SW            PIC X(01)   VALUE 'N'.
           88 WS-PRIOR-YEARS-HELD                   VALUE 'Y'.
       01  WS-INDICATOR                 PIC X(01)   VALUE 'U'.
           88 WS-IND-ON                             VALUE 'Y'.
           88 WS-IND-OFF                            VALUE 'N'.
           88 WS-IND-UNKNOWN                        VALUE 'U'.
       01  WS-PREV-STATUS               PIC X(03)   VALUE 'OFF'.
       01  WS-PREV-BEGIN                PIC X(08)   VALUE SPACES.
       01  WS-NEW-STATUS                PIC X(03)   VALUE 'OFF'.
       01  WS-NEW-BEGIN                 PIC X(08)   VALUE SPACES.
       01  WS-PERIOD-WEEKS              PIC 9(04)   VALUE 0.
       01  WS-CHANGE-SW                 PIC X(01)   VALUE 'N'.
           88 WS-STATUS-CHANGED                     VALUE 'Y'.
       01  WS-HOLD-SW                   PIC X(01)   VALUE 'N'.
           88 WS-MINIMUM-HOLD                       VALUE 'Y'.
       01  WS-HIST-FOUND-SW             PIC X(01)   VALUE 'N'.
           88 WS-HIST-FOUND                         VALUE 'Y'.
       01  WS-EARLIER-ROW-SW            PIC X(01)   VALUE 'N'.
           88 WS-EARLIER-ROW                        VALUE 'Y'.
       01  WS-LATER-ROW-SW              PIC X(01)   VALUE 'N'.
           88 WS-LATER-ROW                          VALUE 'Y'.
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
       01  WS-RATE-EDIT                 PIC ZZ9.99.
       01  WS-WEEKS-EDIT                PIC ZZZ9.
      *
      * Notice lines, the layout the federal office reads.
       01  WS-NOTICE-LINE               PIC X(80)   VALUE SPACES.
       01  WS-NL-TITLE.
           05  FILLER                   PIC X(40)
               VALUE 'EXTENDED BENEFITS TRIGGER NOTICE   STATE'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-NT-STATE              PIC X(02).
           05  FILLER                   PIC X(37) VALUE SPACES.
       01  WS-NL-WEEK.
           05  FILLER                   PIC X(22)
               VALUE 'WEEK ENDING          '.
           05  WS-NW-MM                 PIC X(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-NW-DD                 PIC X(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-NW-YYYY               PIC X(04).
           05  FILLER                   PIC X(11) VALUE '  COMPUTED '.
           05  WS-NW-COMPUTED           PIC X(08).
           05  FILLER                   PIC X(29) VALUE SPACES.
       01  WS-NL-RATE.
           05  WS-NR-LABEL              PIC X(40).
           05  WS-NR-RATE               PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'WEEKS '.
           05  WS-NR-HELD               PIC Z9.
           05  FILLER                   PIC X(24) VALUE SPACES.
       01  WS-NL-RATIO.
           05  FILLER                   PIC X(40)
               VALUE 'CURRENT AS PCT OF PRIOR YEARS (LOWER)  '.
           05  WS-NX-RATIO              PIC ZZZ9.9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-NX-NOTE               PIC X(32).
       01  WS-NL-INDICATOR.
           05  FILLER                   PIC X(40)
               VALUE 'INDICATOR FOR THE WEEK                 '.
           05  WS-NI-TEXT               PIC X(40).
       01  WS-NL-STATUS.
           05  FILLER                   PIC X(40)
               VALUE 'TRIGGER STATUS                         '.
           05  WS-NS-STATUS             PIC X(03).
           05  FILLER                   PIC X(12) VALUE ' PERIOD FROM'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-NS-BEGIN              PIC X(08).
           05  FILLER                   PIC X(07) VALUE '  WEEKS'.
           05  WS-NS-WEEKS              PIC ZZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
       01  WS-NL-CHANGE.
           05  FILLER                   PIC X(40)
               VALUE 'CHANGE OF STATUS                       '.
           05  WS-NC-TEXT               PIC X(40).
      *
      * Exceptions also land on the central EXCPLOG repository
      * through UNEMPEXL, so the history survives the spool purge.
       01  WS-EXL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPEXL'.
       01  WS-EXL-DATA.
           05  WS-EXL-PROGRAM           PIC X(08)   VALUE 'UNEMPEBT'.
           05  WS-EXL-SEVERITY          PIC X(01)   VALUE 'W'.
           05  WS-EXL-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-EXL-REASON            PIC X(04)   VALUE 'EBTU'.
           05  WS-EXL-TEXT              PIC X(50)   VALUE SPACES.
           05  WS-EXL-RESULT            PIC X(01)   VALUE SPACE.
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
           OPEN I-O TRIGGER-HISTORY.
           IF NOT WS-EBT-OPEN-OK
              DISPLAY 'EBTHIST OPEN FAILED, STATUS ' WS-EBT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           IF NOT WS-NOTICE-SUCCESS
              DISPLAY 'EBNOTICE OPEN FAILED, STATUS '
                      WS-NOTICE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM COMPUTE-TRIGGER-AVERAGES.
           PERFORM SET-WEEK-INDICATOR.
           PERFORM READ-PRIOR-WEEK-STATUS.
           PERFORM APPLY-MINIMUM-PERIOD-RULES.
           PERFORM WRITE-HISTORY-ROW.
           PERFORM PRINT-TRIGGER-NOTICE.
           IF WS-IND-UNKNOWN
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO CLOSE-STOP.
      *
      * EBTPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT EBT-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ EBT-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE EBTPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-EBTPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE EBT-CONTROL-PARM
           ELSE
              DISPLAY 'NO EBTPARM CONTROL FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'EBTPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-WEEK-ENDING = SPACES
              DISPLAY 'EBTPARM SUPPLIED NO WEEK-ENDING, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM PRINT-PARM-ECHO.
      *
       PARSE-EBTPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'STATE-CODE'
                 MOVE WS-KWP-VALUE (1:2) TO WS-STATE-CODE
              WHEN WS-KWP-KEYWORD = 'THRESHOLD-RATE'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-THRESHOLD-RATE =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN WS-KWP-KEYWORD = 'PRIOR-YEAR-PCT'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-PRIOR-YEAR-PCT =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN WS-KWP-KEYWORD = 'OPTIONAL-RATE'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-OPTIONAL-RATE =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN WS-KWP-KEYWORD = 'MINIMUM-WEEKS'
                 PERFORM CHECK-NUMERIC-VALUE
                 IF NOT WS-VAL-BAD
                    COMPUTE WS-MINIMUM-WEEKS =
                       FUNCTION NUMVAL (WS-KWP-VALUE)
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN EBTPARM KEYWORD: ' WS-KWP-KEYWORD
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
           MOVE 'STATE-CODE' TO WS-EC-KEYWORD.
           MOVE WS-STATE-CODE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'THRESHOLD-RATE' TO WS-EC-KEYWORD.
           MOVE WS-THRESHOLD-RATE TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'PRIOR-YEAR-PCT' TO WS-EC-KEYWORD.
           MOVE WS-PRIOR-YEAR-PCT TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'OPTIONAL-RATE' TO WS-EC-KEYWORD.
           MOVE WS-OPTIONAL-RATE TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'MINIMUM-WEEKS' TO WS-EC-KEYWORD.
           MOVE WS-MINIMUM-WEEKS TO WS-WEEKS-EDIT.
           MOVE WS-WEEKS-EDIT TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
      * The current window ends on the requested week; the two
      * comparison windows end 364 and 728 days earlier, which
      * keeps every comparison week on the same weekday.
       COMPUTE-TRIGGER-AVERAGES.
           MOVE WS-WEEK-ENDING TO WS-KEY-NUM.
           COMPUTE WS-WEEK-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           MOVE WS-WEEK-INTEGER TO WS-WIN-BASE.
           PERFORM AVERAGE-13-WEEK-WINDOW.
           MOVE WS-WIN-AVG TO WS-CUR-AVG.
           MOVE WS-WIN-HELD TO WS-CUR-HELD.
           COMPUTE WS-WIN-BASE = WS-WEEK-INTEGER - 364.
           PERFORM AVERAGE-13-WEEK-WINDOW.
           MOVE WS-WIN-AVG TO WS-PY1-AVG.
           MOVE WS-WIN-HELD TO WS-PY1-HELD.
           COMPUTE WS-WIN-BASE = WS-WEEK-INTEGER - 728.
           PERFORM AVERAGE-13-WEEK-WINDOW.
           MOVE WS-WIN-AVG TO WS-PY2-AVG.
           MOVE WS-WIN-HELD TO WS-PY2-HELD.
           IF WS-PY1-HELD = 13 AND WS-PY2-HELD = 13
              MOVE 'Y' TO WS-PRIOR-YEARS-SW
           END-IF.
      *
       AVERAGE-13-WEEK-WINDOW.
           MOVE 0 TO WS-WIN-HELD.
           MOVE 0 TO WS-WIN-SUM.
           MOVE 0 TO WS-WIN-AVG.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > 13
              COMPUTE WS-WORK-INTEGER =
                 WS-WIN-BASE - ((WS-WIN-SUB - 1) * 7)
              COMPUTE WS-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
              MOVE WS-WORK-NUM TO RECORD-KEY
              READ CLAIMS-DATABASE
              IF WS-CLMDB-SUCCESS
                 AND CONTINUED-CLAIMS > 0
                 ADD 1 TO WS-WIN-HELD
                 ADD INSURED-UNEMPLOYMENT-RATE TO WS-WIN-SUM
              END-IF
           END-PERFORM.
           IF WS-WIN-HELD > 0
              COMPUTE WS-WIN-AVG ROUNDED = WS-WIN-SUM / WS-WIN-HELD
           END-IF.
      *
      * The prior-year test compares against the LOWER of the two
      * ratios, since the current average must clear both years.
      * A prior-year average of zero cannot be exceeded by less.
       SET-WEEK-INDICATOR.
           IF WS-CUR-HELD < 13
              MOVE 'U' TO WS-INDICATOR
              DISPLAY 'ONLY ' WS-CUR-HELD ' OF 13 WEEKS HELD ENDING '
                      WS-WEEK-ENDING ', INDICATOR NOT DETERMINED'
              MOVE 'CURRENT 13 WEEKS NOT ALL ON CLMSDB' TO WS-EXL-TEXT
              PERFORM LOG-UNDETERMINED-WEEK
           ELSE
              MOVE 'N' TO WS-INDICATOR
              IF WS-PRIOR-YEARS-HELD
                 IF WS-PY1-AVG = 0
                    MOVE 9999.9 TO WS-RATIO-1
                 ELSE
                    COMPUTE WS-RATIO-1 ROUNDED =
                       (WS-CUR-AVG / WS-PY1-AVG) * 100
                 END-IF
                 IF WS-PY2-AVG = 0
                    MOVE 9999.9 TO WS-RATIO-2
                 ELSE
                    COMPUTE WS-RATIO-2 ROUNDED =
                       (WS-CUR-AVG / WS-PY2-AVG) * 100
                 END-IF
                 IF WS-RATIO-1 < WS-RATIO-2
                    MOVE WS-RATIO-1 TO WS-RATIO-LOW
                 ELSE
                    MOVE WS-RATIO-2 TO WS-RATIO-LOW
                 END-IF
                 IF WS-CUR-AVG NOT < WS-THRESHOLD-RATE
                    AND WS-RATIO-LOW NOT < WS-PRIOR-YEAR-PCT
                    MOVE 'Y' TO WS-INDICATOR
                 END-IF
              ELSE
                 IF WS-CUR-AVG NOT < WS-THRESHOLD-RATE
                    MOVE 'U' TO WS-INDICATOR
                    DISPLAY 'PRIOR-YEAR WEEKS NOT ALL HELD FOR '
                            WS-WEEK-ENDING ', INDICATOR NOT DETERMINED'
                    MOVE 'PRIOR-YEAR 13 WEEKS NOT ALL ON CLMSDB'
                       TO WS-EXL-TEXT
                    PERFORM LOG-UNDETERMINED-WEEK
                 END-IF
              END-IF
              IF WS-OPTIONAL-RATE > 0
                 AND WS-CUR-AVG NOT < WS-OPTIONAL-RATE
                 MOVE 'Y' TO WS-INDICATOR
              END-IF
           END-IF.
      *
       LOG-UNDETERMINED-WEEK.
           MOVE WS-WEEK-ENDING TO WS-EXL-RECORD-KEY.
           CALL WS-EXL-SUBROUTINE USING WS-EXL-DATA.
      *
      * The latest row before the week carries the status in force
      * and the date its period began; a skipped week does not
      * reset it.  With no earlier row the state is taken as OFF
      * with no minimum period outstanding, but only when nothing
      * later is on file either -- a later row means the history
      * before this week is missing, not that there never was any.
       READ-PRIOR-WEEK-STATUS.
           COMPUTE WS-WORK-INTEGER = WS-WEEK-INTEGER - 7.
           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           MOVE 'N' TO WS-EARLIER-ROW-SW.
           MOVE 'N' TO WS-LATER-ROW-SW.
           MOVE LOW-VALUES TO EBT-WEEK-ENDING.
           START TRIGGER-HISTORY KEY IS GREATER THAN EBT-WEEK-ENDING
              INVALID KEY
                 MOVE '10' TO WS-EBT-STATUS
           END-START.
           PERFORM UNTIL WS-EBT-EOF
              READ TRIGGER-HISTORY NEXT RECORD
                 AT END MOVE '10' TO WS-EBT-STATUS
                 NOT AT END
                    EVALUATE TRUE
                       WHEN EBT-WEEK-ENDING < WS-WEEK-ENDING
                          MOVE 'Y' TO WS-EARLIER-ROW-SW
                          MOVE EBT-WEEK-ENDING TO WS-PRIOR-WEEK
                          MOVE EBT-STATUS TO WS-PREV-STATUS
                          MOVE EBT-PERIOD-BEGIN TO WS-PREV-BEGIN
                       WHEN EBT-WEEK-ENDING > WS-WEEK-ENDING
                          MOVE 'Y' TO WS-LATER-ROW-SW
                          MOVE '10' TO WS-EBT-STATUS
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-EARLIER-ROW
                 IF WS-PRIOR-WEEK NOT = WS-WORK-NUM
                    DISPLAY 'LATEST EBTHIST ROW BEFORE '
                            WS-WEEK-ENDING ' IS ' WS-PRIOR-WEEK
                            ', STATUS CARRIED FORWARD'
                 END-IF
              WHEN WS-LATER-ROW
                 DISPLAY 'NO EBTHIST ROW BEFORE ' WS-WEEK-ENDING
                         ' BUT LATER WEEKS ARE ON FILE, CANNOT RUN'
                 MOVE 8 TO RETURN-CODE
                 GO TO CLOSE-STOP
              WHEN OTHER
                 MOVE 'OFF' TO WS-PREV-STATUS
                 MOVE SPACES TO WS-PREV-BEGIN
                 DISPLAY 'NO EBTHIST ROW BEFORE ' WS-WEEK-ENDING
                         ', FIRST RUN STARTING FROM OFF'
           END-EVALUATE.
           PERFORM COMPUTE-PERIOD-WEEKS.
      *
      * A period that has not yet taken effect (begin date still
      * ahead of the week) has run zero weeks.
       COMPUTE-PERIOD-WEEKS.
           IF WS-PREV-BEGIN = SPACES
              MOVE 9999 TO WS-PERIOD-WEEKS
           ELSE
              MOVE WS-PREV-BEGIN TO WS-KEY-NUM
              COMPUTE WS-WORK-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-KEY-NUM)
              IF WS-WORK-INTEGER > WS-WEEK-INTEGER
                 MOVE 0 TO WS-PERIOD-WEEKS
              ELSE
                 COMPUTE WS-PERIOD-WEEKS =
                    ((WS-WEEK-INTEGER - WS-WORK-INTEGER) / 7) + 1
              END-IF
           END-IF.
      *
       APPLY-MINIMUM-PERIOD-RULES.
           MOVE WS-PREV-STATUS TO WS-NEW-STATUS.
           MOVE WS-PREV-BEGIN TO WS-NEW-BEGIN.
           MOVE 'N' TO WS-CHANGE-SW.
           MOVE 'N' TO WS-HOLD-SW.
           EVALUATE TRUE
              WHEN WS-IND-ON AND WS-PREV-STATUS = 'OFF'
                 PERFORM TRY-STATUS-CHANGE
              WHEN WS-IND-OFF AND WS-PREV-STATUS = 'ON '
                 PERFORM TRY-STATUS-CHANGE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       TRY-STATUS-CHANGE.
           IF WS-PERIOD-WEEKS < WS-MINIMUM-WEEKS
              MOVE 'Y' TO WS-HOLD-SW
              DISPLAY 'STATUS ' WS-PREV-STATUS ' HELD BY MINIMUM '
                      'PERIOD, WEEKS RUN ' WS-PERIOD-WEEKS
           ELSE
              MOVE 'Y' TO WS-CHANGE-SW
              IF WS-PREV-STATUS = 'OFF'
                 MOVE 'ON ' TO WS-NEW-STATUS
              ELSE
                 MOVE 'OFF' TO WS-NEW-STATUS
              END-IF
              COMPUTE WS-WORK-INTEGER = WS-WEEK-INTEGER + 15
              COMPUTE WS-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
              MOVE WS-WORK-NUM TO WS-NEW-BEGIN
              DISPLAY 'EXTENDED BENEFITS STATUS CHANGES TO '
                      WS-NEW-STATUS ' EFFECTIVE ' WS-NEW-BEGIN
           END-IF.
      *
      * A rerun for a week already on EBTHIST replaces its row.
       WRITE-HISTORY-ROW.
           MOVE WS-WEEK-ENDING TO EBT-WEEK-ENDING.
           READ TRIGGER-HISTORY.
           IF WS-EBT-IO-OK
              MOVE 'Y' TO WS-HIST-FOUND-SW
           END-IF.
           MOVE SPACES TO EBT-HISTORY-REC.
           MOVE WS-WEEK-ENDING TO EBT-WEEK-ENDING.
           MOVE WS-CUR-AVG TO EBT-AVG-RATE.
           MOVE WS-CUR-HELD TO EBT-WEEKS-HELD.
           MOVE WS-PY1-AVG TO EBT-PRIOR1-RATE.
           MOVE WS-PY2-AVG TO EBT-PRIOR2-RATE.
           MOVE WS-RATIO-LOW TO EBT-PRIOR-PCT.
           MOVE WS-INDICATOR TO EBT-INDICATOR.
           MOVE WS-NEW-STATUS TO EBT-STATUS.
           MOVE WS-CHANGE-SW TO EBT-STATUS-CHANGE.
           MOVE WS-NEW-BEGIN TO EBT-PERIOD-BEGIN.
           MOVE WS-NEW-BEGIN TO WS-PREV-BEGIN.
           PERFORM COMPUTE-PERIOD-WEEKS.
           IF WS-PERIOD-WEEKS = 9999
              MOVE 0 TO WS-PERIOD-WEEKS
           END-IF.
           MOVE WS-PERIOD-WEEKS TO EBT-PERIOD-WEEKS.
           MOVE WS-HOLD-SW TO EBT-MINIMUM-HOLD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO EBT-DATE-COMPUTED.
           IF WS-HIST-FOUND
              REWRITE EBT-HISTORY-REC
           ELSE
              WRITE EBT-HISTORY-REC
           END-IF.
           IF NOT WS-EBT-IO-OK
              DISPLAY 'EBTHIST WRITE FAILED FOR ' WS-WEEK-ENDING
                      ', STATUS ' WS-EBT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PRINT-TRIGGER-NOTICE.
           MOVE WS-STATE-CODE TO WS-NT-STATE.
           MOVE WS-NL-TITLE TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
           MOVE WS-WEEK-ENDING (5:2) TO WS-NW-MM.
           MOVE WS-WEEK-ENDING (7:2) TO WS-NW-DD.
           MOVE WS-WEEK-ENDING (1:4) TO WS-NW-YYYY.
           MOVE EBT-DATE-COMPUTED TO WS-NW-COMPUTED.
           MOVE WS-NL-WEEK TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
           MOVE '13-WEEK AVERAGE INSURED UNEMP RATE' TO WS-NR-LABEL.
           MOVE WS-CUR-AVG TO WS-NR-RATE.
           MOVE WS-CUR-HELD TO WS-NR-HELD.
           MOVE WS-NL-RATE TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
           MOVE 'SAME 13 WEEKS ONE YEAR EARLIER' TO WS-NR-LABEL.
           MOVE WS-PY1-AVG TO WS-NR-RATE.
           MOVE WS-PY1-HELD TO WS-NR-HELD.
           MOVE WS-NL-RATE TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
           MOVE 'SAME 13 WEEKS TWO YEARS EARLIER' TO WS-NR-LABEL.
           MOVE WS-PY2-AVG TO WS-NR-RATE.
           MOVE WS-PY2-HELD TO WS-NR-HELD.
           MOVE WS-NL-RATE TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
           MOVE WS-RATIO-LOW TO WS-NX-RATIO.
           IF WS-PRIOR-YEARS-HELD
              MOVE SPACES TO WS-NX-NOTE
           ELSE
              MOVE 'PRIOR YEARS NOT FULLY HELD' TO WS-NX-NOTE
           END-IF.
           MOVE WS-NL-RATIO TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
           EVALUATE TRUE
              WHEN WS-IND-ON
                 MOVE 'ON' TO WS-NI-TEXT
              WHEN WS-IND-OFF
                 MOVE 'OFF' TO WS-NI-TEXT
              WHEN OTHER
                 MOVE 'NOT DETERMINED - HISTORY SHORT'
                    TO WS-NI-TEXT
           END-EVALUATE.
           MOVE WS-NL-INDICATOR TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
           MOVE EBT-STATUS TO WS-NS-STATUS.
           MOVE EBT-PERIOD-BEGIN TO WS-NS-BEGIN.
           MOVE EBT-PERIOD-WEEKS TO WS-NS-WEEKS.
           MOVE WS-NL-STATUS TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
           EVALUATE TRUE
              WHEN WS-STATUS-CHANGED
                 MOVE SPACES TO WS-NC-TEXT
                 STRING 'YES - ' WS-NEW-STATUS ' EFFECTIVE '
                        WS-NEW-BEGIN DELIMITED BY SIZE
                        INTO WS-NC-TEXT
              WHEN WS-MINIMUM-HOLD
                 MOVE 'NO - HELD BY MINIMUM PERIOD RULE'
                    TO WS-NC-TEXT
              WHEN OTHER
                 MOVE 'NO' TO WS-NC-TEXT
           END-EVALUATE.
           MOVE WS-NL-CHANGE TO WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
      *
       WRITE-NOTICE-LINE.
           MOVE WS-NOTICE-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE WS-NOTICE-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-NOTICE-LINE.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           CLOSE TRIGGER-HISTORY.
           CLOSE NOTICE-FILE.
           STOP RUN.
