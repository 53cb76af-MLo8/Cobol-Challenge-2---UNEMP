      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPQRY.
      ****************************************************************
      *  Ad hoc query and control-break report writer over the
      *  CLMMIRR reporting mirror.  Every one-off question used to
      *  become a programming request or a spreadsheet export; the
      *  analysts now describe the report on QRYPARM cards -- which
      *  columns to print, which weeks to keep, the row order and
      *  an optional month, quarter or year break with subtotals --
      *  and this program writes it, with the loaded-through banner
      *  from UNEMPLTD and a copy of every line in RPTREPO through
      *  UNEMPRPW like the other reports.
      *
      *  QRYPARM keyword cards (see UNEMPKWP):
      *     TITLE=text                 report title (optional)
      *     COLUMN=field               a column to print, in card
      *                                order, up to 6 (at least one)
      *     WHERE=field op value       a filter condition; up to 10
      *     AND=field op value         WHERE/AND/OR cards in all,
      *     OR=field op value          AND binding tighter than OR
      *     FROM-DATE=YYYYMMDD         first week to consider
      *     TO-DATE=YYYYMMDD           last week to consider
      *     SORT=field ASC or DESC     row order (default
      *                                WEEK-ENDING ASC)
      *     BREAK=MONTH, QUARTER, YEAR or NONE (default NONE)
      *
      *  field is any count, percent, rate or dollar column of
      *  CLAIMSDB-RECORD by its data name (CBIND-CONSTRUCTION,
      *  CBAGE-PCT-25-TO-34, INSURED-UNEMPLOYMENT-RATE ...); op is
      *  EQ, NE, GT, GE, LT or LE (or > and <), since an = sign
      *  would end the keyword.  Subtotals add up counts and
      *  dollars; percents, rates and level figures (labor force,
      *  trust fund balance, average weekly benefit) are averaged.
      *  With a BREAK the rows run period by period, in SORT order
      *  within each period.
      *
      *  Weeks since 2022 where construction topped 800, totalled
      *  by quarter:
      *     COLUMN=CBIND-CONSTRUCTION
      *     WHERE=CBIND-CONSTRUCTION GT 800
      *     FROM-DATE=20220101
      *     BREAK=QUARTER
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT REPORT-MIRROR ASSIGN TO CLMMIRR
                  FILE STATUS IS WS-CLMDB-STATUS.
           SELECT QRY-CONTROL-PARM ASSIGN TO QRYPARM
                  FILE STATUS IS WS-PARM-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                PIC X(132).
      *
       FD  QRY-CONTROL-PARM RECORDING MODE F.
       01  QRYPARM-REC                              PIC X(80).
      *
       FD  REPORT-MIRROR RECORDING MODE F.
       01  MIRROR-REC.
           05  MIR-RECORD-TYPE                      PIC X(02).
               88  MIR-HEADER-ROW                   VALUE 'HD'.
               88  MIR-DATA-ROW                     VALUE 'DR'.
               88  MIR-TRAILER-ROW                  VALUE 'TR'.
           05  MIR-DATA                             PIC X(863).
      *
       WORKING-STORAGE SECTION.
      * Thin view of CLAIMSDB-RECORD: columns are reached through
      * the field dictionary below by position, so only the key is
      * named here.
       01  CLAIMSDB-RECORD.
           05  RECORD-KEY                               PIC X(08).
           05  FILLER                                   PIC X(855).
      *
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
           88 WS-CLMDB-SUCCESS                      VALUE '00'.
           88 WS-CLMDB-EOF                          VALUE '10'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
      *
      * Field dictionary: every numeric column of CLAIMSDB-RECORD
      * by data name, with its position, length and decimal places
      * in the record and how subtotals treat it (S = summed,
      * A = averaged).  A new column on the record needs a line
      * here before it can be queried.
       01  WS-FIELD-DICTIONARY-VALUES.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-INA                      019060S'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-LESS-THAN-22             025060S'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-22-TO-24                 031060S'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-25-TO-34                 037060S'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-35-TO-44                 043060S'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-45-TO-54                 049060S'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-55-TO-59                 055060S'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-60-TO-64                 061060S'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-GRTR-THAN-64             067060S'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-PCT-LESS-THAN-22         073052A'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-PCT-22-TO-24             078052A'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-PCT-25-TO-34             083052A'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-PCT-35-TO-44             088052A'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-PCT-45-TO-54             093052A'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-PCT-55-TO-59             098052A'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-PCT-60-TO-64             103052A'.
           05  FILLER  PIC X(38) VALUE
               'CBAGE-PCT-GRTR-THAN-64         108052A'.
           05  FILLER  PIC X(38) VALUE
               'CBETH-INA                      123060S'.
           05  FILLER  PIC X(38) VALUE
               'CBETH-HISPANIC-OR-LATINO       129060S'.
           05  FILLER  PIC X(38) VALUE
               'CBETH-NOT-HISPANIC-OR-LATINO   135060S'.
           05  FILLER  PIC X(38) VALUE
               'CBETH-PCT-HISPANIC-OR-LATINO   141052A'.
           05  FILLER  PIC X(38) VALUE
               'CBETH-PCT-NOT-HISP-OR-LATINO   146052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-INA                      161060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-WHOLESALE-TRADE          167060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-TRANSPORTATION-WAREHOUSE 173060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-CONSTRUCTION             179060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-FINANCE-INSURANCE        185060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-MANUFACTURING            191060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-AGR-FORESTRY-FISH-HUNT   197060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PUBLIC-ADMINISTRATION    203060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-UTILITIES                209060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-ACCOM-FOODSERVICES       215060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-INFORMATION              221060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PROF-SCI-TECHSERVICES    227060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-RE-RENTAL-LEASING        233060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-OTHER-SERV-EXC-PUB-ADM   239060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-MGT-OF-COMPANIES-ENT     245060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-EDUCATIONAL-SERVICES     251060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-MINING                   257060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-HEALTHCARE-SOCIALASST    263060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-ARTS-ENTERTAINMENT-REC   269060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-ADM-SUP-WSTMGMT-REMSERV  275060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-RETAIL-TRADE             281060S'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-WHOLESALE-TRADE      287052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-TRANS-WAREHOUSE      292052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-CONSTRUCTION         297052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-FINANCE-INSURANCE    302052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-MANUFACTURING        307052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-AGR-FOR-FISH-HUNT    312052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-PUBLIC-ADMIN         317052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-UTILITIES            322052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-ACCOM-FOODSERVICES   327052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-INFORMATION          332052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-PROF-SCI-TECHSERV    337052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-RE-RENTAL-LEASING    342052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-OTH-SERV-EXC-PUB-ADM 347052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-MGT-OF-COMPANIES-ENT 352052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-EDUCATIONAL-SERVICES 357052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-MINING               362052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-HEALTHCARE-SOCIALASST367052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-ARTS-ENT-REC         372052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-ADM-SUP-WSTMGMT-RMSRV377052A'.
           05  FILLER  PIC X(38) VALUE
               'CBIND-PCT-RETAIL-TRADE         382052A'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-INA                      397060S'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-WHITE                    403060S'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-ASIAN                    409060S'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-BLACK-OR-AFRAM           415060S'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-AM-INDIAN-OR-AL-NATIVE   421060S'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-NAT-HAW-OR-PAC-ISLANDER  427060S'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-PCT-WHITE                433052A'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-PCT-ASIAN                438052A'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-PCT-BLACK-OR-AFRAM       443052A'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-PCT-AM-IND-OR-AL-NATIVE  448052A'.
           05  FILLER  PIC X(38) VALUE
               'CBRAC-PCT-NAT-HAW-OR-PAC-ISL   453052A'.
           05  FILLER  PIC X(38) VALUE
               'CBGEN-INA                      468060S'.
           05  FILLER  PIC X(38) VALUE
               'CBGEN-FEMALE                   474060S'.
           05  FILLER  PIC X(38) VALUE
               'CBGEN-MALE                     480060S'.
           05  FILLER  PIC X(38) VALUE
               'CBGEN-PCT-FEMALE               486052A'.
           05  FILLER  PIC X(38) VALUE
               'CBGEN-PCT-MALE                 491052A'.
           05  FILLER  PIC X(38) VALUE
               'CBEDU-INA                      506060S'.
           05  FILLER  PIC X(38) VALUE
               'CBEDU-LESS-THAN-HS             512060S'.
           05  FILLER  PIC X(38) VALUE
               'CBEDU-HS-DIPLOMA               518060S'.
           05  FILLER  PIC X(38) VALUE
               'CBEDU-SOME-COLLEGE             524060S'.
           05  FILLER  PIC X(38) VALUE
               'CBEDU-BACHELORS-OR-HIGHER      530060S'.
           05  FILLER  PIC X(38) VALUE
               'CBEDU-PCT-LESS-THAN-HS         536052A'.
           05  FILLER  PIC X(38) VALUE
               'CBEDU-PCT-HS-DIPLOMA           541052A'.
           05  FILLER  PIC X(38) VALUE
               'CBEDU-PCT-SOME-COLLEGE         546052A'.
           05  FILLER  PIC X(38) VALUE
               'CBEDU-PCT-BACHELORS-OR-HIGHER  551052A'.
           05  FILLER  PIC X(38) VALUE
               'LABORFORCE-COUNT               556090A'.
           05  FILLER  PIC X(38) VALUE
               'CONTINUED-CLAIMS               565060S'.
           05  FILLER  PIC X(38) VALUE
               'INSURED-UNEMPLOYMENT-RATE      571052A'.
           05  FILLER  PIC X(38) VALUE
               'BENEFIT-DOLLARS-PAID           586112S'.
           05  FILLER  PIC X(38) VALUE
               'BENEFIT-PAYMENT-COUNT          597060S'.
           05  FILLER  PIC X(38) VALUE
               'BENEFIT-AVG-WEEKLY             603072A'.
           05  FILLER  PIC X(38) VALUE
               'FLOW-FIRST-PAYMENTS            620060S'.
           05  FILLER  PIC X(38) VALUE
               'FLOW-EXHAUSTIONS               626060S'.
           05  FILLER  PIC X(38) VALUE
               'CBDUR-TOTAL                    642060S'.
           05  FILLER  PIC X(38) VALUE
               'CBDUR-1-TO-4-WEEKS             648060S'.
           05  FILLER  PIC X(38) VALUE
               'CBDUR-5-TO-14-WEEKS            654060S'.
           05  FILLER  PIC X(38) VALUE
               'CBDUR-15-TO-26-WEEKS           660060S'.
           05  FILLER  PIC X(38) VALUE
               'CBDUR-GRTR-THAN-26             666060S'.
           05  FILLER  PIC X(38) VALUE
               'CBDUR-PCT-1-TO-4-WEEKS         672052A'.
           05  FILLER  PIC X(38) VALUE
               'CBDUR-PCT-5-TO-14-WEEKS        677052A'.
           05  FILLER  PIC X(38) VALUE
               'CBDUR-PCT-15-TO-26-WEEKS       682052A'.
           05  FILLER  PIC X(38) VALUE
               'CBDUR-PCT-GRTR-THAN-26         687052A'.
           05  FILLER  PIC X(38) VALUE
               'TF-ENDING-BALANCE              702132A'.
           05  FILLER  PIC X(38) VALUE
               'TF-CONTRIBUTIONS               715112S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-INA                      736060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-STATE-UI-INTRA           742060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-STATE-UI-INTER           748060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-UCFE-INTRA               754060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-UCFE-INTER               760060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-UCX-INTRA                766060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-UCX-INTER                772060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-CONT-TOTAL               778060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-CONT-STATE-UI-INTRA      784060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-CONT-STATE-UI-INTER      790060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-CONT-UCFE-INTRA          796060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-CONT-UCFE-INTER          802060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-CONT-UCX-INTRA           808060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-CONT-UCX-INTER           814060S'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-PCT-STATE-UI-INTRA       820052A'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-PCT-STATE-UI-INTER       825052A'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-PCT-UCFE-INTRA           830052A'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-PCT-UCFE-INTER           835052A'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-PCT-UCX-INTRA            840052A'.
           05  FILLER  PIC X(38) VALUE
               'CBPGM-PCT-UCX-INTER            845052A'.
       01  WS-FIELD-DICTIONARY REDEFINES WS-FIELD-DICTIONARY-VALUES.
           05  WS-FD-ENTRY OCCURS 127 TIMES.
               10  WS-FD-NAME               PIC X(31).
               10  WS-FD-START              PIC 9(03).
               10  WS-FD-LENGTH             PIC 9(02).
               10  WS-FD-DECIMALS           PIC 9(01).
               10  WS-FD-KIND               PIC X(01).
                   88 WS-FD-AVERAGED                VALUE 'A'.
       01  WS-FD-COUNT                  PIC 9(03)   VALUE 127.
       01  WS-FD-SUB                    PIC 9(03)   VALUE 0.
       01  WS-FD-HIT                    PIC 9(03)   VALUE 0.
       01  WS-FLD-DIGITS-X              PIC X(13)   VALUE ZEROS.
       01  WS-FLD-DIGITS REDEFINES WS-FLD-DIGITS-X PIC 9(13).
       01  WS-FLD-POS                   PIC 9(02)   VALUE 0.
       01  WS-FLD-VALUE                 PIC S9(11)V99 VALUE 0.
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
      * The query as the cards described it.
       01  WS-QRY-TITLE                 PIC X(40)   VALUE SPACES.
       01  WS-FROM-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-TO-DATE                   PIC X(08)   VALUE SPACES.
       01  WS-BREAK-TYPE                PIC X(01)   VALUE 'N'.
           88 WS-BREAK-NONE                         VALUE 'N'.
           88 WS-BREAK-MONTH                        VALUE 'M'.
           88 WS-BREAK-QUARTER                      VALUE 'Q'.
           88 WS-BREAK-YEAR                         VALUE 'Y'.
       01  WS-BREAK-NAME                PIC X(08)   VALUE 'NONE'.
       01  WS-SORT-FLD                  PIC 9(03)   VALUE 0.
       01  WS-SORT-NAME                 PIC X(31)   VALUE
           'WEEK-ENDING'.
       01  WS-SORT-DIR                  PIC X(01)   VALUE 'A'.
           88 WS-SORT-DESC                          VALUE 'D'.
       01  WS-COL-COUNT                 PIC 9(01)   VALUE 0.
       01  WS-COL-SUB                   PIC 9(01)   VALUE 0.
       01  WS-COLUMNS.
           05  WS-COL-FLD               PIC 9(03) OCCURS 6 TIMES.
       01  WS-CND-COUNT                 PIC 9(02)   VALUE 0.
       01  WS-CND-SUB                   PIC 9(02)   VALUE 0.
       01  WS-CONDITIONS.
           05  WS-CND-ENTRY OCCURS 10 TIMES.
               10  WS-CND-CONNECT           PIC X(01).
               10  WS-CND-FLD               PIC 9(03).
               10  WS-CND-OP                PIC X(02).
               10  WS-CND-VALUE             PIC S9(11)V99.
               10  WS-CND-TEXT              PIC X(40).
      *
      * Work areas for taking a condition or SORT card apart.
       01  WS-PC-CARD-VALUE             PIC X(40)   VALUE SPACES.
       01  WS-PC-NAME                   PIC X(31)   VALUE SPACES.
       01  WS-PC-OP                     PIC X(10)   VALUE SPACES.
       01  WS-PC-TEXT                   PIC X(20)   VALUE SPACES.
       01  WS-PC-EXTRA                  PIC X(20)   VALUE SPACES.
       01  WS-PC-CONNECT                PIC X(01)   VALUE SPACE.
       01  WS-PC-VALUE                  PIC S9(11)V99 VALUE 0.
       01  WS-PC-DOTS                   PIC 9(02)   VALUE 0.
       01  WS-PC-SUB                    PIC 9(02)   VALUE 0.
       01  WS-PC-BAD-SW                 PIC X(01)   VALUE 'N'.
           88 WS-PC-BAD                             VALUE 'Y'.
      *
       01  WS-ROW-SELECTED-SW           PIC X(01)   VALUE 'N'.
           88 WS-ROW-SELECTED                       VALUE 'Y'.
       01  WS-GROUP-PASS-SW             PIC X(01)   VALUE 'N'.
           88 WS-GROUP-PASS                         VALUE 'Y'.
       01  WS-CND-TRUE-SW               PIC X(01)   VALUE 'N'.
           88 WS-CND-TRUE                           VALUE 'Y'.
      *
      * Selected weeks, held with their printed values, and the
      * order they print in, built by insertion the way UNEMPRGC
      * ranks its regions.
       01  WS-ROWS-READ                 PIC 9(06)   VALUE 0.
       01  WS-ROW-MAX                   PIC 9(04)   VALUE 2000.
       01  WS-ROW-COUNT                 PIC 9(04)   VALUE 0.
       01  WS-ROW-SUB                   PIC 9(04)   VALUE 0.
       01  WS-CMP-ROW                   PIC 9(04)   VALUE 0.
       01  WS-ORD-SUB                   PIC 9(04)   VALUE 0.
       01  WS-SHIFT-SUB                 PIC 9(04)   VALUE 0.
       01  WS-INSERT-AT                 PIC 9(04)   VALUE 0.
       01  WS-ROW-OVERFLOW-SW           PIC X(01)   VALUE 'N'.
           88 WS-ROW-OVERFLOW                       VALUE 'Y'.
       01  WS-ROW-PRECEDES-SW           PIC X(01)   VALUE 'N'.
           88 WS-ROW-PRECEDES                       VALUE 'Y'.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 2000 TIMES.
               10  WS-ROW-DATE              PIC X(08).
               10  WS-ROW-BREAK             PIC X(06).
               10  WS-ROW-SORT              PIC S9(11)V99.
               10  WS-ROW-VAL               PIC S9(11)V99
                                            OCCURS 6 TIMES.
       01  WS-ORDER-TABLE.
           05  WS-ORD-ROW               PIC 9(04) OCCURS 2000 TIMES.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-MONTH-NUM                 PIC 9(02)   VALUE 0.
       01  WS-QUARTER-NUM               PIC 9(01)   VALUE 0.
      *
      * Running subtotals for the current period and for the whole
      * report; WS-TOTAL-WORK is what a total line is printed from.
       01  WS-PREV-BREAK                PIC X(06)   VALUE SPACES.
       01  WS-GROUP-TOTALS.
           05  WS-GT-SUM                PIC S9(13)V99 OCCURS 6 TIMES.
           05  WS-GT-ROWS               PIC 9(04).
       01  WS-GRAND-TOTALS.
           05  WS-GD-SUM                PIC S9(13)V99 OCCURS 6 TIMES.
           05  WS-GD-ROWS               PIC 9(04).
       01  WS-TOTAL-WORK.
           05  WS-TW-SUM                PIC S9(13)V99 OCCURS 6 TIMES.
           05  WS-TW-ROWS               PIC 9(04).
       01  WS-TOTAL-LABEL               PIC X(12)   VALUE SPACES.
       01  WS-CELL-AMOUNT               PIC S9(13)V99 VALUE 0.
       01  WS-CELL-DECIMALS             PIC 9(01)   VALUE 0.
       01  WS-EDIT-INT                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-DEC                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ROWS                 PIC ZZZZ9.
      *
       01  WS-QRY-TITLE-LINE.
           05  FILLER                   PIC X(21) VALUE
               'AD HOC CLAIMS QUERY: '.
           05  WS-QT-TITLE              PIC X(40).
       01  WS-LEGEND-LINE.
           05  FILLER                   PIC X(07) VALUE 'COLUMN '.
           05  WS-LG-NUMBER             PIC 9(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LG-NAME               PIC X(31).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LG-TOTALLING          PIC X(24).
       01  WS-QRY-LINE.
           05  WS-QL-LEAD               PIC X(12).
           05  WS-QL-CELL               PIC X(19) OCCURS 6 TIMES.
           05  WS-QL-TAIL               PIC X(06).
       01  WS-DASH-LINE.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  WS-DL-RULE               PIC X(120) VALUE SPACES.
       01  WS-NOTE-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(25).
           05  WS-SUM-COUNT             PIC ZZZ,ZZ9.
      *
      * Loaded-through banner: every report says which load its
      * numbers reflect, and ends with a warning return code when
      * the current window's load is not confirmed on WNDSTAT.
      *
      * Every print line is also handed to the UNEMPRPW repository
      * writer, so the report survives the spool purge and can be
      * reprinted by UNEMPRPR exactly as it went out.
       01  WS-RPW-SUBROUTINE            PIC X(08)   VALUE 'UNEMPRPW'.
       01  WS-RPW-FUNCTION              PIC X(01)   VALUE SPACE.
       01  WS-RPW-PROGRAM               PIC X(08)   VALUE 'UNEMPQRY'.
       01  WS-RPW-LINE                  PIC X(860)  VALUE SPACES.
       01  WS-RPW-RESULT                PIC X(01)   VALUE SPACE.
      *
       01  WS-LTD-SUBROUTINE            PIC X(08)   VALUE 'UNEMPLTD'.
       01  WS-LTD-DATA.
           05  WS-LTD-LOADED-THRU       PIC X(08)   VALUE SPACES.
           05  WS-LTD-MIRROR-DATE       PIC X(08)   VALUE SPACES.
           05  WS-LTD-WARNING           PIC X(01)   VALUE SPACE.
           05  WS-LTD-RESULT            PIC X(01)   VALUE SPACE.
       01  WS-BANNER-LINE.
           05  FILLER                   PIC X(21)
               VALUE 'DATA LOADED THROUGH '.
           05  WS-BN-LOADED             PIC X(08).
           05  FILLER                   PIC X(13)
               VALUE '  MIRRORED '.
           05  WS-BN-MIRRORED           PIC X(08).
       01  WS-STALE-LINE                PIC X(53) VALUE
           'WARNING: CURRENT WINDOW LOAD NOT CONFIRMED ON WNDSTAT'.
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
           PERFORM PRINT-LOADED-THRU-BANNER.
           OPEN INPUT REPORT-MIRROR.
           IF WS-CLMDB-SUCCESS
              DISPLAY "FILE OPEN SUCCESSFUL"
           ELSE
              DISPLAY "FILE OPENING ERROR"
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM READ-CONTROL-PARM.
           PERFORM SELECT-MIRROR-ROWS.
           PERFORM PRINT-QUERY-HEADERS.
           PERFORM PRINT-QUERY-ROWS.
           PERFORM PRINT-RUN-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * QRYPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords, unknown fields and malformed
      * cards end the run, and the query in effect is echoed.
       READ-CONTROL-PARM.
           OPEN INPUT QRY-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ QRY-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE QRYPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-QRYPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE QRY-CONTROL-PARM
           ELSE
              DISPLAY 'NO QRYPARM CONTROL FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-COL-COUNT = 0
              DISPLAY 'QRYPARM NAMED NO COLUMN TO PRINT'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-FROM-DATE NOT = SPACES AND WS-TO-DATE NOT = SPACES
              AND WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'FROM-DATE IS AFTER TO-DATE'
              MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'QRYPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM PRINT-PARM-ECHO.
      *
       PARSE-QRYPARM-CARD.
           CALL WS-KWP-SUBROUTINE USING WS-KWP-CARD,
                                        WS-KWP-KEYWORD,
                                        WS-KWP-VALUE,
                                        WS-KWP-RESULT.
           MOVE WS-KWP-VALUE TO WS-PC-CARD-VALUE.
           INSPECT WS-PC-CARD-VALUE CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           EVALUATE TRUE
              WHEN WS-KWP-RESULT = '1'
                 CONTINUE
              WHEN WS-KWP-RESULT = '2'
                 DISPLAY 'MALFORMED CONTROL CARD: ' WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-KWP-KEYWORD = 'TITLE'
                 MOVE WS-KWP-VALUE TO WS-QRY-TITLE
              WHEN WS-KWP-KEYWORD = 'COLUMN'
                 PERFORM TAKE-COLUMN-CARD
              WHEN WS-KWP-KEYWORD = 'WHERE'
                 MOVE 'W' TO WS-PC-CONNECT
                 PERFORM TAKE-CONDITION-CARD
              WHEN WS-KWP-KEYWORD = 'AND'
                 MOVE 'A' TO WS-PC-CONNECT
                 PERFORM TAKE-CONDITION-CARD
              WHEN WS-KWP-KEYWORD = 'OR'
                 MOVE 'O' TO WS-PC-CONNECT
                 PERFORM TAKE-CONDITION-CARD
              WHEN WS-KWP-KEYWORD = 'FROM-DATE'
                 MOVE WS-KWP-VALUE (1:8) TO WS-FROM-DATE
                 IF WS-FROM-DATE NOT NUMERIC
                    DISPLAY 'FROM-DATE MUST BE YYYYMMDD'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 END-IF
              WHEN WS-KWP-KEYWORD = 'TO-DATE'
                 MOVE WS-KWP-VALUE (1:8) TO WS-TO-DATE
                 IF WS-TO-DATE NOT NUMERIC
                    DISPLAY 'TO-DATE MUST BE YYYYMMDD'
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                 END-IF
              WHEN WS-KWP-KEYWORD = 'SORT'
                 PERFORM TAKE-SORT-CARD
              WHEN WS-KWP-KEYWORD = 'BREAK'
                 PERFORM TAKE-BREAK-CARD
              WHEN OTHER
                 DISPLAY 'UNKNOWN QRYPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       TAKE-COLUMN-CARD.
           MOVE WS-PC-CARD-VALUE TO WS-PC-NAME.
           PERFORM FIND-FIELD-NAME.
           EVALUATE TRUE
              WHEN WS-FD-HIT = 0 OR WS-PC-CARD-VALUE (32:9) NOT = SPACES
                 DISPLAY 'UNKNOWN COLUMN FIELD: ' WS-KWP-VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-COL-COUNT = 6
                 DISPLAY 'MORE THAN 6 COLUMN CARDS'
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN OTHER
                 ADD 1 TO WS-COL-COUNT
                 MOVE WS-FD-HIT TO WS-COL-FLD (WS-COL-COUNT)
           END-EVALUATE.
      *
      * A condition card is field, operator and value separated by
      * blanks.  The first condition starts the first AND group
      * whatever keyword it came on.
       TAKE-CONDITION-CARD.
           MOVE SPACES TO WS-PC-NAME WS-PC-OP WS-PC-TEXT WS-PC-EXTRA.
           UNSTRING WS-PC-CARD-VALUE DELIMITED BY ALL SPACE
              INTO WS-PC-NAME WS-PC-OP WS-PC-TEXT WS-PC-EXTRA
           END-UNSTRING.
           PERFORM FIND-FIELD-NAME.
           EVALUATE WS-PC-OP
              WHEN '>'
                 MOVE 'GT' TO WS-PC-OP
              WHEN '<'
                 MOVE 'LT' TO WS-PC-OP
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM CHECK-CONDITION-VALUE.
           EVALUATE TRUE
              WHEN WS-FD-HIT = 0
                 DISPLAY 'UNKNOWN FIELD IN ' WS-KWP-KEYWORD ' CARD: '
                         WS-KWP-VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-PC-OP NOT = 'EQ' AND NOT = 'NE'
                   AND NOT = 'GT' AND NOT = 'GE'
                   AND NOT = 'LT' AND NOT = 'LE'
                 DISPLAY 'OPERATOR MUST BE EQ NE GT GE LT OR LE: '
                         WS-KWP-VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-PC-BAD OR WS-PC-EXTRA NOT = SPACES
                 DISPLAY 'CONDITION VALUE MUST BE A NUMBER: '
                         WS-KWP-VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-CND-COUNT = 10
                 DISPLAY 'MORE THAN 10 WHERE, AND OR OR CARDS'
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN OTHER
                 ADD 1 TO WS-CND-COUNT
                 IF WS-CND-COUNT = 1
                    MOVE 'W' TO WS-PC-CONNECT
                 END-IF
                 MOVE WS-PC-CONNECT TO WS-CND-CONNECT (WS-CND-COUNT)
                 MOVE WS-FD-HIT TO WS-CND-FLD (WS-CND-COUNT)
                 MOVE WS-PC-OP TO WS-CND-OP (WS-CND-COUNT)
                 MOVE WS-PC-VALUE TO WS-CND-VALUE (WS-CND-COUNT)
                 MOVE WS-PC-CARD-VALUE TO WS-CND-TEXT (WS-CND-COUNT)
           END-EVALUATE.
      *
       CHECK-CONDITION-VALUE.
           MOVE 'N' TO WS-PC-BAD-SW.
           MOVE 0 TO WS-PC-DOTS.
           IF WS-PC-TEXT = SPACES
              MOVE 'Y' TO WS-PC-BAD-SW
           END-IF.
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB > 20
              EVALUATE TRUE
                 WHEN WS-PC-TEXT (WS-PC-SUB:1) = SPACE
                    CONTINUE
                 WHEN WS-PC-TEXT (WS-PC-SUB:1) = '.'
                    ADD 1 TO WS-PC-DOTS
                 WHEN WS-PC-TEXT (WS-PC-SUB:1) NOT NUMERIC
                    MOVE 'Y' TO WS-PC-BAD-SW
              END-EVALUATE
           END-PERFORM.
           IF WS-PC-DOTS > 1
              MOVE 'Y' TO WS-PC-BAD-SW
           END-IF.
           IF NOT WS-PC-BAD
              COMPUTE WS-PC-VALUE = FUNCTION NUMVAL (WS-PC-TEXT)
           END-IF.
      *
       TAKE-SORT-CARD.
           MOVE SPACES TO WS-PC-NAME WS-PC-OP WS-PC-EXTRA.
           UNSTRING WS-PC-CARD-VALUE DELIMITED BY ALL SPACE
              INTO WS-PC-NAME WS-PC-OP WS-PC-EXTRA
           END-UNSTRING.
           IF WS-PC-NAME = 'WEEK-ENDING'
              MOVE 0 TO WS-SORT-FLD
              MOVE WS-PC-NAME TO WS-SORT-NAME
           ELSE
              PERFORM FIND-FIELD-NAME
              IF WS-FD-HIT = 0
                 DISPLAY 'UNKNOWN SORT FIELD: ' WS-KWP-VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              ELSE
                 MOVE WS-FD-HIT TO WS-SORT-FLD
                 MOVE WS-PC-NAME TO WS-SORT-NAME
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-PC-EXTRA NOT = SPACES
                 DISPLAY 'SORT IS A FIELD AND ASC OR DESC: '
                         WS-KWP-VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-PC-OP = SPACES OR 'ASC' OR 'ASCENDING'
                 MOVE 'A' TO WS-SORT-DIR
              WHEN WS-PC-OP = 'DESC' OR 'DESCENDING'
                 MOVE 'D' TO WS-SORT-DIR
              WHEN OTHER
                 DISPLAY 'SORT IS A FIELD AND ASC OR DESC: '
                         WS-KWP-VALUE
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
      *
       TAKE-BREAK-CARD.
           EVALUATE WS-PC-CARD-VALUE
              WHEN 'MONTH'
                 MOVE 'M' TO WS-BREAK-TYPE
              WHEN 'QUARTER'
                 MOVE 'Q' TO WS-BREAK-TYPE
              WHEN 'YEAR'
                 MOVE 'Y' TO WS-BREAK-TYPE
              WHEN 'NONE'
                 MOVE 'N' TO WS-BREAK-TYPE
              WHEN OTHER
                 DISPLAY 'BREAK MUST BE MONTH, QUARTER, YEAR OR NONE'
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE.
           IF NOT WS-PARM-ERROR
              MOVE WS-PC-CARD-VALUE TO WS-BREAK-NAME
           END-IF.
      *
       FIND-FIELD-NAME.
           MOVE 0 TO WS-FD-HIT.
           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                   UNTIL WS-FD-SUB > WS-FD-COUNT
                      OR WS-FD-HIT > 0
              IF WS-FD-NAME (WS-FD-SUB) = WS-PC-NAME
                 MOVE WS-FD-SUB TO WS-FD-HIT
              END-IF
           END-PERFORM.
      *
       PRINT-PARM-ECHO.
           IF WS-QRY-TITLE NOT = SPACES
              MOVE 'TITLE' TO WS-EC-KEYWORD
              MOVE WS-QRY-TITLE TO WS-EC-VALUE
              PERFORM WRITE-ECHO-LINE
           END-IF.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
              MOVE 'COLUMN' TO WS-EC-KEYWORD
              MOVE WS-FD-NAME (WS-COL-FLD (WS-COL-SUB)) TO WS-EC-VALUE
              PERFORM WRITE-ECHO-LINE
           END-PERFORM.
           PERFORM VARYING WS-CND-SUB FROM 1 BY 1
                   UNTIL WS-CND-SUB > WS-CND-COUNT
              EVALUATE WS-CND-CONNECT (WS-CND-SUB)
                 WHEN 'W'
                    MOVE 'WHERE' TO WS-EC-KEYWORD
                 WHEN 'A'
                    MOVE 'AND' TO WS-EC-KEYWORD
                 WHEN OTHER
                    MOVE 'OR' TO WS-EC-KEYWORD
              END-EVALUATE
              MOVE WS-CND-TEXT (WS-CND-SUB) TO WS-EC-VALUE
              PERFORM WRITE-ECHO-LINE
           END-PERFORM.
           MOVE 'FROM-DATE' TO WS-EC-KEYWORD.
           MOVE WS-FROM-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'TO-DATE' TO WS-EC-KEYWORD.
           MOVE WS-TO-DATE TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'SORT' TO WS-EC-KEYWORD.
           MOVE SPACES TO WS-EC-VALUE.
           IF WS-SORT-DESC
              STRING WS-SORT-NAME DELIMITED BY SPACE
                     ' DESC' DELIMITED BY SIZE
                     INTO WS-EC-VALUE
           ELSE
              STRING WS-SORT-NAME DELIMITED BY SPACE
                     ' ASC' DELIMITED BY SIZE
                     INTO WS-EC-VALUE
           END-IF.
           PERFORM WRITE-ECHO-LINE.
           MOVE 'BREAK' TO WS-EC-KEYWORD.
           MOVE WS-BREAK-NAME TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           MOVE PRINT-REC TO WS-RPW-LINE
           PERFORM COPY-LINE-TO-REPOSITORY
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
       SELECT-MIRROR-ROWS.
           PERFORM READ-MIRROR-NEXT.
           PERFORM UNTIL WS-CLMDB-EOF
              ADD 1 TO WS-ROWS-READ
              PERFORM CHECK-ROW-SELECTED
              IF WS-ROW-SELECTED
                 PERFORM KEEP-SELECTED-ROW
              END-IF
              PERFORM READ-MIRROR-NEXT
           END-PERFORM.
      *
       READ-MIRROR-NEXT.
           READ REPORT-MIRROR
              AT END MOVE '10' TO WS-CLMDB-STATUS
           END-READ.
           IF NOT WS-CLMDB-EOF
              IF NOT MIR-DATA-ROW
                 GO TO READ-MIRROR-NEXT
              ELSE
                 MOVE MIR-DATA TO CLAIMSDB-RECORD
              END-IF
           END-IF.
      *
      * Conditions are read as OR-separated groups of ANDed tests:
      * a week is kept when every test in any one group holds.
       CHECK-ROW-SELECTED.
           MOVE 'N' TO WS-ROW-SELECTED-SW.
           IF (WS-FROM-DATE NOT = SPACES AND RECORD-KEY < WS-FROM-DATE)
              OR (WS-TO-DATE NOT = SPACES AND RECORD-KEY > WS-TO-DATE)
              CONTINUE
           ELSE
              IF WS-CND-COUNT = 0
                 MOVE 'Y' TO WS-ROW-SELECTED-SW
              ELSE
                 MOVE 'Y' TO WS-GROUP-PASS-SW
                 PERFORM VARYING WS-CND-SUB FROM 1 BY 1
                         UNTIL WS-CND-SUB > WS-CND-COUNT
                    IF WS-CND-CONNECT (WS-CND-SUB) = 'O'
                       IF WS-GROUP-PASS
                          MOVE 'Y' TO WS-ROW-SELECTED-SW
                       END-IF
                       MOVE 'Y' TO WS-GROUP-PASS-SW
                    END-IF
                    PERFORM TEST-ONE-CONDITION
                    IF NOT WS-CND-TRUE
                       MOVE 'N' TO WS-GROUP-PASS-SW
                    END-IF
                 END-PERFORM
                 IF WS-GROUP-PASS
                    MOVE 'Y' TO WS-ROW-SELECTED-SW
                 END-IF
              END-IF
           END-IF.
      *
       TEST-ONE-CONDITION.
           MOVE WS-CND-FLD (WS-CND-SUB) TO WS-FD-SUB.
           PERFORM EXTRACT-FIELD-VALUE.
           MOVE 'N' TO WS-CND-TRUE-SW.
           EVALUATE TRUE
              WHEN WS-CND-OP (WS-CND-SUB) = 'EQ'
                   AND WS-FLD-VALUE = WS-CND-VALUE (WS-CND-SUB)
                 MOVE 'Y' TO WS-CND-TRUE-SW
              WHEN WS-CND-OP (WS-CND-SUB) = 'NE'
                   AND WS-FLD-VALUE NOT = WS-CND-VALUE (WS-CND-SUB)
                 MOVE 'Y' TO WS-CND-TRUE-SW
              WHEN WS-CND-OP (WS-CND-SUB) = 'GT'
                   AND WS-FLD-VALUE > WS-CND-VALUE (WS-CND-SUB)
                 MOVE 'Y' TO WS-CND-TRUE-SW
              WHEN WS-CND-OP (WS-CND-SUB) = 'GE'
                   AND WS-FLD-VALUE NOT < WS-CND-VALUE (WS-CND-SUB)
                 MOVE 'Y' TO WS-CND-TRUE-SW
              WHEN WS-CND-OP (WS-CND-SUB) = 'LT'
                   AND WS-FLD-VALUE < WS-CND-VALUE (WS-CND-SUB)
                 MOVE 'Y' TO WS-CND-TRUE-SW
              WHEN WS-CND-OP (WS-CND-SUB) = 'LE'
                   AND WS-FLD-VALUE NOT > WS-CND-VALUE (WS-CND-SUB)
                 MOVE 'Y' TO WS-CND-TRUE-SW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      * The dictionary entry in WS-FD-SUB locates the column; its
      * digits are right-justified into a 13-digit work area and
      * scaled by the column's decimal places.
       EXTRACT-FIELD-VALUE.
           MOVE ZEROS TO WS-FLD-DIGITS-X.
           COMPUTE WS-FLD-POS = 14 - WS-FD-LENGTH (WS-FD-SUB).
           MOVE CLAIMSDB-RECORD (WS-FD-START (WS-FD-SUB):
                                 WS-FD-LENGTH (WS-FD-SUB))
              TO WS-FLD-DIGITS-X (WS-FLD-POS:WS-FD-LENGTH (WS-FD-SUB)).
           IF WS-FLD-DIGITS-X NOT NUMERIC
              MOVE 0 TO WS-FLD-VALUE
           ELSE
              EVALUATE WS-FD-DECIMALS (WS-FD-SUB)
                 WHEN 2
                    COMPUTE WS-FLD-VALUE = WS-FLD-DIGITS / 100
                 WHEN 1
                    COMPUTE WS-FLD-VALUE = WS-FLD-DIGITS / 10
                 WHEN OTHER
                    MOVE WS-FLD-DIGITS TO WS-FLD-VALUE
              END-EVALUATE
           END-IF.
      *
       KEEP-SELECTED-ROW.
           IF WS-ROW-COUNT NOT < WS-ROW-MAX
              MOVE 'Y' TO WS-ROW-OVERFLOW-SW
           ELSE
              ADD 1 TO WS-ROW-COUNT
              MOVE WS-ROW-COUNT TO WS-ROW-SUB
              MOVE RECORD-KEY TO WS-ROW-DATE (WS-ROW-SUB)
              PERFORM SET-ROW-BREAK-KEY
              IF WS-SORT-FLD = 0
                 MOVE RECORD-KEY TO WS-KEY-NUM
                 MOVE WS-KEY-NUM TO WS-ROW-SORT (WS-ROW-SUB)
              ELSE
                 MOVE WS-SORT-FLD TO WS-FD-SUB
                 PERFORM EXTRACT-FIELD-VALUE
                 MOVE WS-FLD-VALUE TO WS-ROW-SORT (WS-ROW-SUB)
              END-IF
              PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                      UNTIL WS-COL-SUB > WS-COL-COUNT
                 MOVE WS-COL-FLD (WS-COL-SUB) TO WS-FD-SUB
                 PERFORM EXTRACT-FIELD-VALUE
                 MOVE WS-FLD-VALUE TO
                    WS-ROW-VAL (WS-ROW-SUB, WS-COL-SUB)
              END-PERFORM
              PERFORM INSERT-ROW-IN-ORDER
           END-IF.
      *
       SET-ROW-BREAK-KEY.
           MOVE SPACES TO WS-ROW-BREAK (WS-ROW-SUB).
           EVALUATE TRUE
              WHEN WS-BREAK-MONTH
                 MOVE RECORD-KEY (1:6) TO WS-ROW-BREAK (WS-ROW-SUB)
              WHEN WS-BREAK-QUARTER
                 MOVE RECORD-KEY (5:2) TO WS-MONTH-NUM
                 COMPUTE WS-QUARTER-NUM = (WS-MONTH-NUM + 2) / 3
                 STRING RECORD-KEY (1:4) 'Q' WS-QUARTER-NUM
                    DELIMITED BY SIZE INTO WS-ROW-BREAK (WS-ROW-SUB)
              WHEN WS-BREAK-YEAR
                 MOVE RECORD-KEY (1:4) TO WS-ROW-BREAK (WS-ROW-SUB)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      * The new row goes in front of the first row it sorts ahead
      * of; rows that tie keep mirror (week-ending) order.
       INSERT-ROW-IN-ORDER.
           MOVE WS-ROW-COUNT TO WS-INSERT-AT.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB >= WS-ROW-COUNT
                      OR WS-INSERT-AT < WS-ROW-COUNT
              MOVE WS-ORD-ROW (WS-ORD-SUB) TO WS-CMP-ROW
              PERFORM CHECK-ROW-PRECEDES
              IF WS-ROW-PRECEDES
                 MOVE WS-ORD-SUB TO WS-INSERT-AT
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-ROW-COUNT BY -1
                   UNTIL WS-SHIFT-SUB <= WS-INSERT-AT
              MOVE WS-ORD-ROW (WS-SHIFT-SUB - 1)
                 TO WS-ORD-ROW (WS-SHIFT-SUB)
           END-PERFORM.
           MOVE WS-ROW-SUB TO WS-ORD-ROW (WS-INSERT-AT).
      *
       CHECK-ROW-PRECEDES.
           MOVE 'N' TO WS-ROW-PRECEDES-SW.
           IF WS-ROW-BREAK (WS-ROW-SUB) < WS-ROW-BREAK (WS-CMP-ROW)
              MOVE 'Y' TO WS-ROW-PRECEDES-SW
           ELSE
              IF WS-ROW-BREAK (WS-ROW-SUB) = WS-ROW-BREAK (WS-CMP-ROW)
                 IF WS-SORT-DESC
                    IF WS-ROW-SORT (WS-ROW-SUB) >
                       WS-ROW-SORT (WS-CMP-ROW)
                       MOVE 'Y' TO WS-ROW-PRECEDES-SW
                    END-IF
                 ELSE
                    IF WS-ROW-SORT (WS-ROW-SUB) <
                       WS-ROW-SORT (WS-CMP-ROW)
                       MOVE 'Y' TO WS-ROW-PRECEDES-SW
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       PRINT-QUERY-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE PRINT-REC TO WS-RPW-LINE
           PERFORM COPY-LINE-TO-REPOSITORY
           WRITE PRINT-REC.
           MOVE WS-QRY-TITLE TO WS-QT-TITLE.
           MOVE WS-QRY-TITLE-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
              MOVE WS-COL-SUB TO WS-LG-NUMBER
              MOVE WS-COL-FLD (WS-COL-SUB) TO WS-FD-SUB
              MOVE WS-FD-NAME (WS-FD-SUB) TO WS-LG-NAME
              IF WS-BREAK-NONE
                 MOVE SPACES TO WS-LG-TOTALLING
              ELSE
                 IF WS-FD-AVERAGED (WS-FD-SUB)
                    MOVE 'AVERAGED IN SUBTOTALS' TO WS-LG-TOTALLING
                 ELSE
                    MOVE 'SUMMED IN SUBTOTALS' TO WS-LG-TOTALLING
                 END-IF
              END-IF
              MOVE WS-LEGEND-LINE TO PRINT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-QRY-LINE.
           MOVE 'WEEK ENDING' TO WS-QL-LEAD.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
              MOVE WS-COL-FLD (WS-COL-SUB) TO WS-FD-SUB
              MOVE WS-FD-NAME (WS-FD-SUB) (1:18)
                 TO WS-QL-CELL (WS-COL-SUB) (2:18)
           END-PERFORM.
           IF NOT WS-BREAK-NONE
              MOVE ' WEEKS' TO WS-QL-TAIL
           END-IF.
           MOVE WS-QRY-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-ROW-SUB = WS-COL-COUNT * 19.
           MOVE ALL '-' TO WS-DL-RULE (1:WS-ROW-SUB).
           MOVE ALL '-' TO WS-QRY-LINE.
           MOVE WS-QRY-LINE (1:WS-ROW-SUB + 12) TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
      *
       PRINT-QUERY-ROWS.
           INITIALIZE WS-GROUP-TOTALS WS-GRAND-TOTALS.
           MOVE SPACES TO WS-PREV-BREAK.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-ROW-COUNT
              MOVE WS-ORD-ROW (WS-ORD-SUB) TO WS-ROW-SUB
              IF NOT WS-BREAK-NONE AND WS-ORD-SUB > 1
                 AND WS-ROW-BREAK (WS-ROW-SUB) NOT = WS-PREV-BREAK
                 PERFORM PRINT-BREAK-SUBTOTAL
              END-IF
              MOVE WS-ROW-BREAK (WS-ROW-SUB) TO WS-PREV-BREAK
              PERFORM PRINT-DETAIL-ROW
              PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                      UNTIL WS-COL-SUB > WS-COL-COUNT
                 ADD WS-ROW-VAL (WS-ROW-SUB, WS-COL-SUB)
                    TO WS-GT-SUM (WS-COL-SUB) WS-GD-SUM (WS-COL-SUB)
              END-PERFORM
              ADD 1 TO WS-GT-ROWS WS-GD-ROWS
           END-PERFORM.
           IF WS-ROW-COUNT = 0
              MOVE 'NO WEEKS ON THE MIRROR MATCH THE QUERY'
                 TO WS-NOTE-LINE
              MOVE WS-NOTE-LINE TO PRINT-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              IF NOT WS-BREAK-NONE
                 PERFORM PRINT-BREAK-SUBTOTAL
              END-IF
              MOVE WS-GRAND-TOTALS TO WS-TOTAL-WORK
              MOVE 'ALL WEEKS' TO WS-TOTAL-LABEL
              PERFORM PRINT-TOTAL-LINE
           END-IF.
      *
       PRINT-DETAIL-ROW.
           MOVE SPACES TO WS-QRY-LINE.
           MOVE WS-ROW-DATE (WS-ROW-SUB) TO WS-KEY-NUM.
           STRING WS-KEY-NUM (5:2) '/' WS-KEY-NUM (7:2) '/'
                  WS-KEY-NUM (1:4)
              DELIMITED BY SIZE INTO WS-QL-LEAD.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
              MOVE WS-COL-FLD (WS-COL-SUB) TO WS-FD-SUB
              MOVE WS-ROW-VAL (WS-ROW-SUB, WS-COL-SUB)
                 TO WS-CELL-AMOUNT
              MOVE WS-FD-DECIMALS (WS-FD-SUB) TO WS-CELL-DECIMALS
              PERFORM FORMAT-QUERY-CELL
           END-PERFORM.
           MOVE WS-QRY-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
      *
       PRINT-BREAK-SUBTOTAL.
           MOVE SPACES TO WS-TOTAL-LABEL.
           EVALUATE TRUE
              WHEN WS-BREAK-MONTH
                 STRING WS-PREV-BREAK (1:4) '-' WS-PREV-BREAK (5:2)
                    DELIMITED BY SIZE INTO WS-TOTAL-LABEL
              WHEN WS-BREAK-QUARTER
                 STRING WS-PREV-BREAK (1:4) ' ' WS-PREV-BREAK (5:2)
                    DELIMITED BY SIZE INTO WS-TOTAL-LABEL
              WHEN OTHER
                 MOVE WS-PREV-BREAK TO WS-TOTAL-LABEL
           END-EVALUATE.
           MOVE WS-GROUP-TOTALS TO WS-TOTAL-WORK.
           PERFORM PRINT-TOTAL-LINE.
           INITIALIZE WS-GROUP-TOTALS.
      *
       PRINT-TOTAL-LINE.
           MOVE WS-DASH-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-QRY-LINE.
           MOVE WS-TOTAL-LABEL TO WS-QL-LEAD.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
              MOVE WS-COL-FLD (WS-COL-SUB) TO WS-FD-SUB
              IF WS-FD-AVERAGED (WS-FD-SUB) AND WS-TW-ROWS > 0
                 COMPUTE WS-CELL-AMOUNT ROUNDED =
                    WS-TW-SUM (WS-COL-SUB) / WS-TW-ROWS
                 MOVE 2 TO WS-CELL-DECIMALS
              ELSE
                 MOVE WS-TW-SUM (WS-COL-SUB) TO WS-CELL-AMOUNT
                 MOVE WS-FD-DECIMALS (WS-FD-SUB) TO WS-CELL-DECIMALS
              END-IF
              PERFORM FORMAT-QUERY-CELL
           END-PERFORM.
           MOVE WS-TW-ROWS TO WS-EDIT-ROWS.
           MOVE WS-EDIT-ROWS TO WS-QL-TAIL (2:5).
           MOVE WS-QRY-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
      *
       FORMAT-QUERY-CELL.
           MOVE SPACES TO WS-QL-CELL (WS-COL-SUB).
           IF WS-CELL-DECIMALS = 0
              MOVE WS-CELL-AMOUNT TO WS-EDIT-INT
              MOVE WS-EDIT-INT TO WS-QL-CELL (WS-COL-SUB) (4:16)
           ELSE
              MOVE WS-CELL-AMOUNT TO WS-EDIT-DEC
              MOVE WS-EDIT-DEC TO WS-QL-CELL (WS-COL-SUB)
           END-IF.
      *
       PRINT-RUN-SUMMARY.
           IF WS-ROW-OVERFLOW
              MOVE 'MORE THAN 2000 WEEKS MATCHED, THE REST ARE LEFT OUT'
                 TO WS-NOTE-LINE
              MOVE WS-NOTE-LINE TO PRINT-REC
              PERFORM WRITE-REPORT-LINE
              DISPLAY WS-NOTE-LINE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE 'MIRROR WEEKS READ       :' TO WS-SUM-LABEL.
           MOVE WS-ROWS-READ TO WS-SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'WEEKS SELECTED          :' TO WS-SUM-LABEL.
           MOVE WS-ROW-COUNT TO WS-SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO PRINT-REC.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           MOVE PRINT-REC TO WS-RPW-LINE
           PERFORM COPY-LINE-TO-REPOSITORY
           WRITE PRINT-REC.
      *
       PRINT-LOADED-THRU-BANNER.
           CALL WS-LTD-SUBROUTINE USING WS-LTD-DATA.
           MOVE WS-LTD-LOADED-THRU TO WS-BN-LOADED.
           MOVE WS-LTD-MIRROR-DATE TO WS-BN-MIRRORED.
           MOVE WS-BANNER-LINE TO PRINT-REC.
           MOVE PRINT-REC TO WS-RPW-LINE
           PERFORM COPY-LINE-TO-REPOSITORY
           WRITE PRINT-REC.
           DISPLAY WS-BANNER-LINE.
           IF WS-LTD-WARNING = 'Y'
              MOVE WS-STALE-LINE TO PRINT-REC
              MOVE PRINT-REC TO WS-RPW-LINE
              PERFORM COPY-LINE-TO-REPOSITORY
              WRITE PRINT-REC
              DISPLAY WS-STALE-LINE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       COPY-LINE-TO-REPOSITORY.
           MOVE 'W' TO WS-RPW-FUNCTION.
           CALL WS-RPW-SUBROUTINE USING WS-RPW-FUNCTION,
                                        WS-RPW-PROGRAM,
                                        WS-RPW-LINE,
                                        WS-RPW-RESULT.
      *
       CLOSE-REPORT-REPOSITORY.
           MOVE 'C' TO WS-RPW-FUNCTION.
           CALL WS-RPW-SUBROUTINE USING WS-RPW-FUNCTION,
                                        WS-RPW-PROGRAM,
                                        WS-RPW-LINE,
                                        WS-RPW-RESULT.
      *
       CLOSE-STOP.
           PERFORM CLOSE-REPORT-REPOSITORY.
           CLOSE PRINT-LINE.
           CLOSE REPORT-MIRROR.
           STOP RUN.
