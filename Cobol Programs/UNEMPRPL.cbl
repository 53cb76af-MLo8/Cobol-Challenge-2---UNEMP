      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPRPL.
      ****************************************************************
      *  Full database replay from the original inbound files.  The
      *  auditors ask for the source behind old weeks, and "the
      *  database says so" is not an answer.  UNEMPMAN copies every
      *  inbound row it proves to the RAWVLT vault; this program
      *  rebuilds the weeks of the RPLPARM range from those originals
      *  on a scratch database (RPLSDB, the CLMSDB layout), then lays
      *  the UNEMPCOR corrections from CORRAUD over it, so the
      *  result can be set beside production.
      *
      *  For each week and file the newest vaulted receipt on or
      *  before the AS-OF date is used (a row revised by a re-send
      *  replaces the first copy, as UNEMPSUS applies it), and the
      *  CLMLABOR month it falls in supplies the labor force.  The
      *  rows are applied the way UNEMP loads them: the age row
      *  builds the week -- a week without a usable age row is not
      *  built -- the companion files fill in their categories and
      *  load flags, percentages and the insured rate are derived,
      *  and rows failing UNEMP's edits are reported and left
      *  outstanding.  CORRAUD rows for weeks in the range are then
      *  applied in file order: a correction replaces its category
      *  image as UNEMPCOR wrote it and a delete removes the week.
      *  A correction processed before the receipt of the row it
      *  would change was overtaken by that later row and is
      *  reported as superseded, not applied (a correction on the
      *  day of a receipt counts as later, as UNEMPASF treats it).
      *
      *  The rebuilt weeks are finally unloaded to RPLBKUP in the
      *  CLMBKUP layout ('DR' rows and a 'TR' trailer with the
      *  count and INA hash totals).  Run UNEMPCMP with that file
      *  as its CLMBKUP and the same range on CMPPARM to list every
      *  field where production differs from the originals.
      *
      *  RPLPARM keyword cards (see UNEMPKWP):
      *     FROM=YYYYMMDD    first week-ending date (required)
      *     TO=YYYYMMDD      last week-ending date (required)
      *     AS-OF=YYYYMMDD   ignore receipts and corrections after
      *                      this date (default today)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT RPL-CONTROL-PARM ASSIGN TO RPLPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT RAW-VAULT-FILE ASSIGN TO RAWVLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RVL-KEY
                  FILE STATUS IS WS-RVL-STATUS.
           SELECT OPTIONAL CORR-AUDIT-LOG ASSIGN TO CORRAUD
                  FILE STATUS IS WS-CAUD-STATUS.
           SELECT REPLAY-DATABASE ASSIGN TO RPLSDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RECORD-KEY
                  FILE STATUS IS WS-CLMDB-STATUS.
           SELECT BACKUP-FILE ASSIGN TO RPLBKUP
                  FILE STATUS IS WS-BKP-STATUS.
      *
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                                 PIC X(132).
      *
       FD  RPL-CONTROL-PARM RECORDING MODE F.
       01  RPLPARM-REC                              PIC X(80).
      *
       FD  RAW-VAULT-FILE.
       01  RAW-VAULT-REC.
           05  RVL-KEY.
               10  RVL-WEEK-ENDING                  PIC X(08).
               10  RVL-FILE-NAME                    PIC X(08).
               10  RVL-RECEIPT-DATE                 PIC X(08).
               10  RVL-RECEIPT-SEQ                  PIC 9(03).
           05  RVL-RECEIPT-TIME                     PIC X(06).
           05  RVL-FILE-POSITION                    PIC 9(09).
           05  RVL-MANIFEST-COUNT                   PIC 9(09).
           05  RVL-MANIFEST-HASH                    PIC 9(12).
           05  RVL-INPUT-REC                        PIC X(144).
      *
       FD  CORR-AUDIT-LOG RECORDING MODE F.
       01  CAUD-REC.
           05  CAUD-RECORD-KEY                      PIC X(08).
           05  CAUD-ACTION                          PIC X(01).
           05  CAUD-CATEGORY                        PIC X(04).
           05  CAUD-OLD-VALUES                      PIC X(150).
           05  CAUD-NEW-VALUES                      PIC X(150).
           05  CAUD-REASON                          PIC X(50).
           05  CAUD-DATE-PROCESSED                  PIC X(08).
           05  CAUD-OPERATOR-ID                     PIC X(08).
           05  CAUD-APPROVER-ID                     PIC X(08).
      *
       FD  REPLAY-DATABASE.
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
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC.
           05  BKP-RECORD-TYPE                      PIC X(02).
           05  BKP-DATA                             PIC X(863).
           05  BKP-TRAILER REDEFINES BKP-DATA.
               10  BKP-TR-RECORD-COUNT              PIC 9(09).
               10  BKP-TR-AGE-INA-HASH              PIC 9(12).
               10  BKP-TR-ETH-INA-HASH              PIC 9(12).
               10  BKP-TR-IND-INA-HASH              PIC 9(12).
               10  BKP-TR-RAC-INA-HASH              PIC 9(12).
               10  BKP-TR-GEN-INA-HASH              PIC 9(12).
               10  FILLER                           PIC X(782).
      *
       WORKING-STORAGE SECTION.
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
           88 WS-CLMDB-SUCCESS                      VALUE '00'.
           88 WS-CLMDB-EOF                          VALUE '10'.
       01  WS-RVL-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-RVL-SUCCESS                        VALUE '00'.
           88 WS-RVL-EOF                            VALUE '10'.
       01  WS-CAUD-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-CAUD-OPEN-OK                       VALUE '00' '05'.
           88 WS-CAUD-EOF                           VALUE '10'.
       01  WS-BKP-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-BKP-SUCCESS                        VALUE '00'.
       01  WS-PARM-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-PARM-STATUS-OK                     VALUE '00'.
      *
       01  WS-FROM-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-TO-DATE                   PIC X(08)   VALUE SPACES.
       01  WS-AS-OF-DATE                PIC X(08)   VALUE SPACES.
      *
      * The week being gathered from the vault: the newest usable
      * row of each weekly file, in the UNEMP category order (AGE,
      * ETH, IND, RAC, GEN, EDU, CNT, BEN, FLW, DUR, TRF, PGM).
       01  WS-HOLD-WEEK                 PIC X(08)   VALUE SPACES.
       01  WS-CAT-NAME-VALUES.
           05  FILLER                   PIC X(08)   VALUE 'CLMAGE'.
           05  FILLER                   PIC X(08)   VALUE 'CLMETH'.
           05  FILLER                   PIC X(08)   VALUE 'CLMIND'.
           05  FILLER                   PIC X(08)   VALUE 'CLMRAC'.
           05  FILLER                   PIC X(08)   VALUE 'CLMGEN'.
           05  FILLER                   PIC X(08)   VALUE 'CLMEDU'.
           05  FILLER                   PIC X(08)   VALUE 'CLMCONT'.
           05  FILLER                   PIC X(08)   VALUE 'CLMBEN'.
           05  FILLER                   PIC X(08)   VALUE 'CLMFLOW'.
           05  FILLER                   PIC X(08)   VALUE 'CLMDUR'.
           05  FILLER                   PIC X(08)   VALUE 'CLMTRF'.
           05  FILLER                   PIC X(08)   VALUE 'CLMPGM'.
       01  WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAME-VALUES.
           05  WS-CAT-NAME              PIC X(08)   OCCURS 12 TIMES.
       01  WS-CAT-SUB                   PIC 9(02)   VALUE 0.
       01  WS-CAT-HIT                   PIC 9(02)   VALUE 0.
       01  WS-WEEK-SLOTS.
           05  WS-SLOT OCCURS 12 TIMES.
               10  WS-SLOT-RECEIPT      PIC X(08).
               10  WS-SLOT-ROW          PIC X(144).
       01  WS-RPL-INPUT-REC             PIC X(144)  VALUE SPACES.
      *
      * Labor force by month from the vaulted CLMLABOR rows; the
      * month's row files ahead of its weeks (YYYYMM00), so it is
      * always in the table before a week needs it.
       01  CBLBR-FIELDS.
           05  CBLBR-MM                             PIC X(02).
           05  CBLBR-YYYY                           PIC X(04).
           05  CBLBR-LABORFORCE                     PIC 9(09).
       01  WS-LF-TABLE-COUNT            PIC 9(03)   VALUE 0.
       01  WS-LF-SUB                    PIC 9(03)   VALUE 0.
       01  WS-LF-HIT                    PIC 9(03)   VALUE 0.
       01  WS-LF-YYYYMM-WORK            PIC X(06)   VALUE SPACES.
       01  WS-LABORFORCE-TABLE.
           05  WS-LF-ENTRY OCCURS 600 TIMES.
               10  WS-LF-YYYYMM                     PIC X(06).
               10  WS-LF-COUNT                      PIC 9(09).
      *
      * Every week built, with the receipt date of the five
      * correctable categories' rows, for the superseded test.
       01  WS-WEEK-COUNT                PIC 9(04)   VALUE 0.
       01  WS-WEEK-SUB                  PIC 9(04)   VALUE 0.
       01  WS-WEEK-HIT                  PIC 9(04)   VALUE 0.
       01  WS-BUILT-WEEK-TABLE.
           05  WS-BUILT-WEEK OCCURS 2000 TIMES.
               10  WS-BW-KEY                        PIC X(08).
               10  WS-BW-RECEIPT                    PIC X(08)
                                                    OCCURS 5 TIMES.
       01  WS-TABLE-FULL-SW             PIC X(01)   VALUE 'N'.
           88 WS-TABLE-FULL                         VALUE 'Y'.
      *
       01  SRC-CBAGE-FIELDS.
           05  SRC-CBAGE-RECORD-ID.
               15  SRC-CBAGE-MM                         PIC X(02).
               15  SRC-CBAGE-DD                          PIC X(02).
               15  SRC-CBAGE-YYYY                        PIC X(04).
           05  SRC-CBAGE-FIELDS-NF.
               10  SRC-CBAGE-DATE                        PIC X(10).
               10  SRC-CBAGE-INA                         PIC 9(06).
               10  SRC-CBAGE-LESS-THAN-22                PIC 9(06).
               10  SRC-CBAGE-22-TO-24                    PIC 9(06).
               10  SRC-CBAGE-25-TO-34                    PIC 9(06).
               10  SRC-CBAGE-35-TO-44                    PIC 9(06).
               10  SRC-CBAGE-45-TO-54                    PIC 9(06).
               10  SRC-CBAGE-55-TO-59                    PIC 9(06).
               10  SRC-CBAGE-60-TO-64                    PIC 9(06).
               10  SRC-CBAGE-GRTR-THAN-64                PIC 9(06).
      *
       01  SRC-CBETH-FIELDS.
           05  SRC-CBETH-RECORD-ID.
               15  SRC-CBETH-MM                         PIC X(02).
               15  SRC-CBETH-DD                          PIC X(02).
               15  SRC-CBETH-YYYY                        PIC X(04).
           05  SRC-CBETH-FIELDS-NF.
               10  SRC-CBETH-DATE                        PIC X(10).
               10  SRC-CBETH-INA                         PIC 9(06).
               10  SRC-CBETH-HISPANIC-OR-LATINO          PIC 9(06).
               10  SRC-CBETH-NOT-HISPANIC-OR-LATINO      PIC 9(06).
      *
       01  SRC-CBIND-FIELDS.
           05  SRC-CBIND-RECORD-ID.
               15  SRC-CBIND-MM                         PIC X(02).
               15  SRC-CBIND-DD                          PIC X(02).
               15  SRC-CBIND-YYYY                        PIC X(04).
           05  SRC-CBIND-FIELDS-NF.
               10  SRC-CBIND-DATE                        PIC X(10).
               10  SRC-CBIND-INA                         PIC 9(06).
               10  SRC-CBIND-WHOLESALE-TRADE             PIC 9(06).
               10  SRC-CBIND-TRANSPORTATION-WAREHOUSE    PIC 9(06).
               10  SRC-CBIND-CONSTRUCTION                PIC 9(06).
               10  SRC-CBIND-FINANCE-INSURANCE           PIC 9(06).
               10  SRC-CBIND-MANUFACTURING               PIC 9(06).
               10  SRC-CBIND-AGR-FORESTRY-FISH-HUNT      PIC 9(06).
               10  SRC-CBIND-PUBLIC-ADMINISTRATION       PIC 9(06).
               10  SRC-CBIND-UTILITIES                   PIC 9(06).
               10  SRC-CBIND-ACCOM-FOODSERVICES          PIC 9(06).
               10  SRC-CBIND-INFORMATION                 PIC 9(06).
               10  SRC-CBIND-PROF-SCI-TECHSERVICES       PIC 9(06).
               10  SRC-CBIND-RE-RENTAL-LEASING           PIC 9(06).
               10  SRC-CBIND-OTHER-SERV-EXC-PUB-ADM      PIC 9(06).
               10  SRC-CBIND-MGT-OF-COMPANIES-ENT        PIC 9(06).
               10  SRC-CBIND-EDUCATIONAL-SERVICES        PIC 9(06).
               10  SRC-CBIND-MINING                      PIC 9(06).
               10  SRC-CBIND-HEALTHCARE-SOCIALASST       PIC 9(06).
               10  SRC-CBIND-ARTS-ENTERTAINMENT-REC      PIC 9(06).
               10  SRC-CBIND-ADM-SUP-WSTMGMT-REMSERV     PIC 9(06).
               10  SRC-CBIND-RETAIL-TRADE                PIC 9(06).
      *
       01  SRC-CBRAC-FIELDS.
           05  SRC-CBRAC-RECORD-ID.
               15  SRC-CBRAC-MM                         PIC X(02).
               15  SRC-CBRAC-DD                          PIC X(02).
               15  SRC-CBRAC-YYYY                        PIC X(04).
           05  SRC-CBRAC-FIELDS-NF.
               10  SRC-CBRAC-DATE                        PIC X(10).
               10  SRC-CBRAC-INA                         PIC 9(06).
               10  SRC-CBRAC-WHITE                       PIC 9(06).
               10  SRC-CBRAC-ASIAN                       PIC 9(06).
               10  SRC-CBRAC-BLACK-OR-AFRAM              PIC 9(06).
               10  SRC-CBRAC-AM-INDIAN-OR-AL-NATIVE      PIC 9(06).
               10  SRC-CBRAC-NAT-HAW-OR-PAC-ISLANDER     PIC 9(06).
      *
       01  SRC-CBGEN-FIELDS.
           05  SRC-CBGEN-RECORD-ID.
               15  SRC-CBGEN-MM                         PIC X(02).
               15  SRC-CBGEN-DD                          PIC X(02).
               15  SRC-CBGEN-YYYY                        PIC X(04).
           05  SRC-CBGEN-FIELDS-NF.
               10  SRC-CBGEN-DATE                        PIC X(10).
               10  SRC-CBGEN-INA                         PIC 9(06).
               10  SRC-CBGEN-FEMALE                      PIC 9(06).
               10  SRC-CBGEN-MALE                        PIC 9(06).
      *
       01  SRC-CBEDU-FIELDS.
           05  SRC-CBEDU-RECORD-ID.
               15  SRC-CBEDU-MM                         PIC X(02).
               15  SRC-CBEDU-DD                          PIC X(02).
               15  SRC-CBEDU-YYYY                        PIC X(04).
           05  SRC-CBEDU-FIELDS-NF.
               10  SRC-CBEDU-DATE                        PIC X(10).
               10  SRC-CBEDU-INA                         PIC 9(06).
               10  SRC-CBEDU-LESS-THAN-HS                PIC 9(06).
               10  SRC-CBEDU-HS-DIPLOMA                  PIC 9(06).
               10  SRC-CBEDU-SOME-COLLEGE                PIC 9(06).
               10  SRC-CBEDU-BACHELORS-OR-HIGHER         PIC 9(06).
      *
       01  SRC-CBCNT-FIELDS.
           05  SRC-CBCNT-RECORD-ID.
               15  SRC-CBCNT-MM                         PIC X(02).
               15  SRC-CBCNT-DD                         PIC X(02).
               15  SRC-CBCNT-YYYY                       PIC X(04).
           05  SRC-CBCNT-FIELDS-NF.
               10  SRC-CBCNT-CONTINUED                  PIC 9(06).
      *
       01  SRC-CBBEN-FIELDS.
           05  SRC-CBBEN-RECORD-ID.
               15  SRC-CBBEN-MM                         PIC X(02).
               15  SRC-CBBEN-DD                         PIC X(02).
               15  SRC-CBBEN-YYYY                       PIC X(04).
           05  SRC-CBBEN-FIELDS-NF.
               10  SRC-CBBEN-DOLLARS-CENTS              PIC 9(11).
               10  SRC-CBBEN-PAYMENT-COUNT              PIC 9(06).
               10  SRC-CBBEN-AVG-CENTS                  PIC 9(07).
      *
       01  SRC-CBFLW-FIELDS.
           05  SRC-CBFLW-RECORD-ID.
               15  SRC-CBFLW-MM                         PIC X(02).
               15  SRC-CBFLW-DD                         PIC X(02).
               15  SRC-CBFLW-YYYY                       PIC X(04).
           05  SRC-CBFLW-FIELDS-NF.
               10  SRC-CBFLW-FIRST-PAYMENTS            PIC 9(06).
               10  SRC-CBFLW-EXHAUSTIONS               PIC 9(06).
      *
       01  SRC-CBDUR-FIELDS.
           05  SRC-CBDUR-RECORD-ID.
               15  SRC-CBDUR-MM                         PIC X(02).
               15  SRC-CBDUR-DD                         PIC X(02).
               15  SRC-CBDUR-YYYY                       PIC X(04).
           05  SRC-CBDUR-FIELDS-NF.
               10  SRC-CBDUR-DATE                       PIC X(10).
               10  SRC-CBDUR-TOTAL                      PIC 9(06).
               10  SRC-CBDUR-1-TO-4-WEEKS               PIC 9(06).
               10  SRC-CBDUR-5-TO-14-WEEKS              PIC 9(06).
               10  SRC-CBDUR-15-TO-26-WEEKS             PIC 9(06).
               10  SRC-CBDUR-GRTR-THAN-26               PIC 9(06).
      *
       01  SRC-CBTRF-FIELDS.
           05  SRC-CBTRF-RECORD-ID.
               15  SRC-CBTRF-MM                         PIC X(02).
               15  SRC-CBTRF-DD                         PIC X(02).
               15  SRC-CBTRF-YYYY                       PIC X(04).
           05  SRC-CBTRF-FIELDS-NF.
               10  SRC-CBTRF-BALANCE-CENTS              PIC 9(13).
               10  SRC-CBTRF-CONTRIB-CENTS              PIC 9(11).
      *
       01  SRC-CBPGM-FIELDS.
           05  SRC-CBPGM-RECORD-ID.
               15  SRC-CBPGM-MM                         PIC X(02).
               15  SRC-CBPGM-DD                         PIC X(02).
               15  SRC-CBPGM-YYYY                       PIC X(04).
           05  SRC-CBPGM-FIELDS-NF.
               10  SRC-CBPGM-DATE                       PIC X(10).
               10  SRC-CBPGM-INA                        PIC 9(06).
               10  SRC-CBPGM-STATE-UI-INTRA             PIC 9(06).
               10  SRC-CBPGM-STATE-UI-INTER             PIC 9(06).
               10  SRC-CBPGM-UCFE-INTRA                 PIC 9(06).
               10  SRC-CBPGM-UCFE-INTER                 PIC 9(06).
               10  SRC-CBPGM-UCX-INTRA                  PIC 9(06).
               10  SRC-CBPGM-UCX-INTER                  PIC 9(06).
               10  SRC-CBPGM-CONT-TOTAL                 PIC 9(06).
               10  SRC-CBPGM-CONT-STATE-UI-INTRA        PIC 9(06).
               10  SRC-CBPGM-CONT-STATE-UI-INTER        PIC 9(06).
               10  SRC-CBPGM-CONT-UCFE-INTRA            PIC 9(06).
               10  SRC-CBPGM-CONT-UCFE-INTER            PIC 9(06).
               10  SRC-CBPGM-CONT-UCX-INTRA             PIC 9(06).
               10  SRC-CBPGM-CONT-UCX-INTER             PIC 9(06).
      *
       01  WS-CROSSFOOT-TOTAL           PIC 9(08)   VALUE 0.
       01  WS-VAULT-ROWS-READ           PIC 9(09)   VALUE 0.
       01  WS-WEEKS-BUILT               PIC 9(06)   VALUE 0.
       01  WS-WEEKS-NOT-BUILT           PIC 9(06)   VALUE 0.
       01  WS-ROWS-APPLIED              PIC 9(06)   VALUE 0.
       01  WS-ROWS-REJECTED             PIC 9(06)   VALUE 0.
       01  WS-CORR-READ                 PIC 9(06)   VALUE 0.
       01  WS-CORR-APPLIED              PIC 9(06)   VALUE 0.
       01  WS-CORR-DELETED              PIC 9(06)   VALUE 0.
       01  WS-CORR-SUPERSEDED           PIC 9(06)   VALUE 0.
       01  WS-CORR-NO-WEEK              PIC 9(06)   VALUE 0.
       01  WS-DB-RECORD-COUNT           PIC 9(09)   VALUE 0.
       01  WS-DB-AGE-INA-HASH           PIC 9(12)   VALUE 0.
       01  WS-DB-ETH-INA-HASH           PIC 9(12)   VALUE 0.
       01  WS-DB-IND-INA-HASH           PIC 9(12)   VALUE 0.
       01  WS-DB-RAC-INA-HASH           PIC 9(12)   VALUE 0.
       01  WS-DB-GEN-INA-HASH           PIC 9(12)   VALUE 0.
      *
       01  WS-REJECT-LINE.
           05  FILLER                   PIC X(09) VALUE 'REJECTED:'.
           05  WS-RJ-SOURCE             PIC X(08).
           05  FILLER                   PIC X(05) VALUE ' KEY='.
           05  WS-RJ-KEY                PIC X(08).
           05  FILLER                   PIC X(08) VALUE ' REASON='.
           05  WS-RJ-REASON             PIC X(40).
       01  WS-CORR-LINE.
           05  FILLER                   PIC X(11) VALUE 'CORRECTION '.
           05  WS-CR-ACTION             PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CR-CATEGORY           PIC X(04).
           05  FILLER                   PIC X(05) VALUE ' KEY='.
           05  WS-CR-KEY                PIC X(08).
           05  FILLER                   PIC X(11) VALUE ' PROCESSED='.
           05  WS-CR-DATE               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CR-TEXT               PIC X(40).
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(30) VALUE
               'VAULT ROWS READ IN RANGE     :'.
           05  WS-SUM-VAULT-READ        PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS REBUILT                :'.
           05  WS-SUM-BUILT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS NOT BUILT, NO AGE ROW  :'.
           05  WS-SUM-NOT-BUILT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(30) VALUE
               'SOURCE ROWS APPLIED          :'.
           05  WS-SUM-APPLIED           PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER                   PIC X(30) VALUE
               'SOURCE ROWS FAILING EDITS    :'.
           05  WS-SUM-REJECTED          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE6.
           05  FILLER                   PIC X(30) VALUE
               'CORRECTIONS IN RANGE         :'.
           05  WS-SUM-CORR-READ         PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE7.
           05  FILLER                   PIC X(30) VALUE
               'CORRECTIONS APPLIED          :'.
           05  WS-SUM-CORR-APPLIED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE8.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS DELETED BY CORRECTION  :'.
           05  WS-SUM-CORR-DELETED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE9.
           05  FILLER                   PIC X(30) VALUE
               'CORRECTIONS SUPERSEDED       :'.
           05  WS-SUM-CORR-SUPERSEDED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE10.
           05  FILLER                   PIC X(30) VALUE
               'CORRECTIONS, WEEK NOT REBUILT:'.
           05  WS-SUM-CORR-NO-WEEK      PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE11.
           05  FILLER                   PIC X(30) VALUE
               'RECORDS UNLOADED TO RPLBKUP  :'.
           05  WS-SUM-UNLOADED          PIC ZZZ,ZZZ,ZZ9.
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
           OPEN INPUT RAW-VAULT-FILE.
           IF NOT WS-RVL-SUCCESS
              DISPLAY 'RAWVLT OPEN FAILED, STATUS ' WS-RVL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           OPEN OUTPUT REPLAY-DATABASE.
           IF NOT WS-CLMDB-SUCCESS
              DISPLAY 'RPLSDB OPEN FAILED, STATUS ' WS-CLMDB-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM REPLAY-VAULTED-WEEKS.
           CLOSE RAW-VAULT-FILE.
           CLOSE REPLAY-DATABASE.
           IF WS-TABLE-FULL
              DISPLAY 'MORE THAN 2000 WEEKS IN THE RANGE, SPLIT '
                      'THE REPLAY INTO SHORTER RANGES'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           OPEN I-O REPLAY-DATABASE.
           IF NOT WS-CLMDB-SUCCESS
              DISPLAY 'RPLSDB REOPEN FAILED, STATUS ' WS-CLMDB-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM APPLY-CORRECTIONS.
           CLOSE REPLAY-DATABASE.
           OPEN INPUT REPLAY-DATABASE.
           IF NOT WS-CLMDB-SUCCESS
              DISPLAY 'RPLSDB REOPEN FAILED, STATUS ' WS-CLMDB-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           IF NOT WS-BKP-SUCCESS
              DISPLAY 'RPLBKUP OPEN FAILED, STATUS ' WS-BKP-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           PERFORM UNLOAD-REPLAY-DATABASE.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * RPLPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run.
       READ-CONTROL-PARM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE.
           OPEN INPUT RPL-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ RPL-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE RPLPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-RPLPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE RPL-CONTROL-PARM
           ELSE
              DISPLAY 'NO RPLPARM CONTROL FILE, CANNOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'RPLPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-FROM-DATE = SPACES OR WS-TO-DATE = SPACES
              DISPLAY 'RPLPARM NEEDS BOTH FROM AND TO'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'RPLPARM FROM ' WS-FROM-DATE ' IS AFTER TO '
                      WS-TO-DATE
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
           DISPLAY 'REPLAYING WEEKS ' WS-FROM-DATE ' TO ' WS-TO-DATE
                   ' AS OF ' WS-AS-OF-DATE.
      *
       PARSE-RPLPARM-CARD.
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
              WHEN WS-KWP-KEYWORD NOT = 'FROM'
                   AND WS-KWP-KEYWORD NOT = 'TO'
                   AND WS-KWP-KEYWORD NOT = 'AS-OF'
                 DISPLAY 'UNKNOWN RPLPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-KWP-VALUE (1:8) NOT NUMERIC
                 OR WS-KWP-VALUE (9:1) NOT = SPACE
                 DISPLAY 'RPLPARM DATE NOT YYYYMMDD: ' WS-KWP-CARD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
              WHEN WS-KWP-KEYWORD = 'FROM'
                 MOVE WS-KWP-VALUE (1:8) TO WS-FROM-DATE
              WHEN WS-KWP-KEYWORD = 'TO'
                 MOVE WS-KWP-VALUE (1:8) TO WS-TO-DATE
              WHEN OTHER
                 MOVE WS-KWP-VALUE (1:8) TO WS-AS-OF-DATE
           END-EVALUATE.
      *
      * The vault is read in key order from the first month of the
      * range, so the CLMLABOR month rows land in the table before
      * their weeks and each week's receipts arrive oldest first --
      * the last usable receipt seen for a file is the newest.
       REPLAY-VAULTED-WEEKS.
           MOVE SPACES TO WS-HOLD-WEEK.
           MOVE SPACES TO WS-WEEK-SLOTS.
           MOVE SPACES TO RVL-KEY.
           STRING WS-FROM-DATE (1:6) '00' DELIMITED BY SIZE
                  INTO RVL-WEEK-ENDING.
           MOVE 0 TO RVL-RECEIPT-SEQ.
           START RAW-VAULT-FILE KEY IS NOT LESS THAN RVL-KEY
              INVALID KEY MOVE '10' TO WS-RVL-STATUS
           END-START.
           PERFORM UNTIL WS-RVL-EOF
              READ RAW-VAULT-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-RVL-STATUS
                 NOT AT END
                    IF RVL-WEEK-ENDING > WS-TO-DATE
                       MOVE '10' TO WS-RVL-STATUS
                    ELSE
                       IF RVL-RECEIPT-DATE NOT > WS-AS-OF-DATE
                          PERFORM TAKE-VAULT-ROW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-HOLD-WEEK NOT = SPACES AND NOT WS-TABLE-FULL
              PERFORM BUILD-HELD-WEEK
           END-IF.
      *
       TAKE-VAULT-ROW.
           IF RVL-FILE-NAME = 'CLMLABOR'
              PERFORM TAKE-LABOR-ROW
           ELSE
              IF RVL-WEEK-ENDING NOT < WS-FROM-DATE
                 ADD 1 TO WS-VAULT-ROWS-READ
                 IF RVL-WEEK-ENDING NOT = WS-HOLD-WEEK
                    IF WS-HOLD-WEEK NOT = SPACES
                       PERFORM BUILD-HELD-WEEK
                    END-IF
                    MOVE SPACES TO WS-WEEK-SLOTS
                    MOVE RVL-WEEK-ENDING TO WS-HOLD-WEEK
                 END-IF
                 MOVE 0 TO WS-CAT-HIT
                 PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                         UNTIL WS-CAT-SUB > 12
                    IF WS-CAT-NAME (WS-CAT-SUB) = RVL-FILE-NAME
                       MOVE WS-CAT-SUB TO WS-CAT-HIT
                    END-IF
                 END-PERFORM
                 IF WS-CAT-HIT > 0
                    MOVE RVL-RECEIPT-DATE
                       TO WS-SLOT-RECEIPT (WS-CAT-HIT)
                    MOVE RVL-INPUT-REC TO WS-SLOT-ROW (WS-CAT-HIT)
                 END-IF
              END-IF
           END-IF.
      *
      * A month re-sent replaces the labor force already tabled.
       TAKE-LABOR-ROW.
           MOVE SPACES TO CBLBR-MM CBLBR-YYYY.
           MOVE 0 TO CBLBR-LABORFORCE.
           UNSTRING RVL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO CBLBR-MM
                   CBLBR-YYYY
                   CBLBR-LABORFORCE
           END-UNSTRING.
           STRING CBLBR-YYYY CBLBR-MM DELIMITED BY SIZE
              INTO WS-LF-YYYYMM-WORK.
           MOVE 0 TO WS-LF-HIT.
           PERFORM VARYING WS-LF-SUB FROM 1 BY 1
                   UNTIL WS-LF-SUB > WS-LF-TABLE-COUNT
              IF WS-LF-YYYYMM (WS-LF-SUB) = WS-LF-YYYYMM-WORK
                 MOVE WS-LF-SUB TO WS-LF-HIT
              END-IF
           END-PERFORM.
           IF WS-LF-HIT = 0 AND WS-LF-TABLE-COUNT < 600
              ADD 1 TO WS-LF-TABLE-COUNT
              MOVE WS-LF-TABLE-COUNT TO WS-LF-HIT
              MOVE WS-LF-YYYYMM-WORK TO WS-LF-YYYYMM (WS-LF-HIT)
           END-IF.
           IF WS-LF-HIT > 0
              MOVE CBLBR-LABORFORCE TO WS-LF-COUNT (WS-LF-HIT)
           END-IF.
      *
      * The age row builds the week exactly as UNEMP writes a new
      * record; the other files then fill in their own categories.
       BUILD-HELD-WEEK.
           IF WS-SLOT-ROW (1) = SPACES
              ADD 1 TO WS-WEEKS-NOT-BUILT
              MOVE 'CLMAGE' TO WS-RJ-SOURCE
              MOVE WS-HOLD-WEEK TO WS-RJ-KEY
              MOVE 'NO AGE ROW VAULTED, WEEK NOT BUILT'
                 TO WS-RJ-REASON
              WRITE PRINT-REC FROM WS-REJECT-LINE
           ELSE
              MOVE WS-SLOT-ROW (1) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBAGE-ROW
           END-IF.
      *
       REPLAY-CBAGE-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBAGE-RECORD-ID
                   SRC-CBAGE-DATE
                   SRC-CBAGE-INA
                   SRC-CBAGE-LESS-THAN-22
                   SRC-CBAGE-22-TO-24
                   SRC-CBAGE-25-TO-34
                   SRC-CBAGE-35-TO-44
                   SRC-CBAGE-45-TO-54
                   SRC-CBAGE-55-TO-59
                   SRC-CBAGE-60-TO-64
                   SRC-CBAGE-GRTR-THAN-64
           END-UNSTRING.
           MOVE 'CLMAGE' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           MOVE 0 TO WS-CROSSFOOT-TOTAL.
           IF SRC-CBAGE-FIELDS-NF (11:) NUMERIC
              COMPUTE WS-CROSSFOOT-TOTAL =
                      SRC-CBAGE-LESS-THAN-22 + SRC-CBAGE-22-TO-24
                    + SRC-CBAGE-25-TO-34 + SRC-CBAGE-35-TO-44
                    + SRC-CBAGE-45-TO-54 + SRC-CBAGE-55-TO-59
                    + SRC-CBAGE-60-TO-64 + SRC-CBAGE-GRTR-THAN-64
           END-IF.
           EVALUATE TRUE
              WHEN SRC-CBAGE-FIELDS-NF (11:) NOT NUMERIC
                 ADD 1 TO WS-WEEKS-NOT-BUILT
                 MOVE 'AGE ROW NOT NUMERIC, WEEK NOT BUILT'
                    TO WS-RJ-REASON
                 PERFORM LOG-REJECTED-ROW
              WHEN WS-CROSSFOOT-TOTAL NOT = SRC-CBAGE-INA
                 ADD 1 TO WS-WEEKS-NOT-BUILT
                 MOVE 'AGE ROW FAILS CROSSFOOT, WEEK NOT BUILT'
                    TO WS-RJ-REASON
                 PERFORM LOG-REJECTED-ROW
              WHEN OTHER
                 INITIALIZE CLAIMSDB-RECORD
                 MOVE WS-HOLD-WEEK TO RECORD-KEY
                 MOVE SRC-CBAGE-FIELDS-NF TO CLMDB-CBAGE-FIELDS
                 MOVE 09 TO CLMDB-LAYOUT-VERSION
                 MOVE ALL 'N' TO CLMDB-CATEGORY-STATUS-FIELDS
                 MOVE 'Y' TO CATEGORY-LOADED (1)
                 ADD 1 TO WS-ROWS-APPLIED
                 PERFORM COMPUTE-CBAGE-PERCENTAGES
                 PERFORM COMPUTE-RATE-FROM-AGE
                 PERFORM REPLAY-COMPANION-ROWS
                 PERFORM WRITE-REPLAYED-WEEK
           END-EVALUATE.
      *
       REPLAY-COMPANION-ROWS.
           IF WS-SLOT-ROW (2) NOT = SPACES
              MOVE WS-SLOT-ROW (2) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBETH-ROW
           END-IF.
           IF WS-SLOT-ROW (3) NOT = SPACES
              MOVE WS-SLOT-ROW (3) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBIND-ROW
           END-IF.
           IF WS-SLOT-ROW (4) NOT = SPACES
              MOVE WS-SLOT-ROW (4) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBRAC-ROW
           END-IF.
           IF WS-SLOT-ROW (5) NOT = SPACES
              MOVE WS-SLOT-ROW (5) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBGEN-ROW
           END-IF.
           IF WS-SLOT-ROW (6) NOT = SPACES
              MOVE WS-SLOT-ROW (6) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBEDU-ROW
           END-IF.
           IF WS-SLOT-ROW (7) NOT = SPACES
              MOVE WS-SLOT-ROW (7) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBCNT-ROW
           END-IF.
           IF WS-SLOT-ROW (8) NOT = SPACES
              MOVE WS-SLOT-ROW (8) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBBEN-ROW
           END-IF.
           IF WS-SLOT-ROW (9) NOT = SPACES
              MOVE WS-SLOT-ROW (9) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBFLW-ROW
           END-IF.
           IF WS-SLOT-ROW (10) NOT = SPACES
              MOVE WS-SLOT-ROW (10) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBDUR-ROW
           END-IF.
           IF WS-SLOT-ROW (11) NOT = SPACES
              MOVE WS-SLOT-ROW (11) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBTRF-ROW
           END-IF.
           IF WS-SLOT-ROW (12) NOT = SPACES
              MOVE WS-SLOT-ROW (12) TO WS-RPL-INPUT-REC
              PERFORM REPLAY-CBPGM-ROW
           END-IF.
      *
       WRITE-REPLAYED-WEEK.
           WRITE CLAIMSDB-RECORD.
           IF NOT WS-CLMDB-SUCCESS
              DISPLAY 'RPLSDB WRITE FAILED FOR KEY ' RECORD-KEY
                      ' STATUS ' WS-CLMDB-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-WEEKS-BUILT
              IF WS-WEEK-COUNT < 2000
                 ADD 1 TO WS-WEEK-COUNT
                 MOVE RECORD-KEY TO WS-BW-KEY (WS-WEEK-COUNT)
                 PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                         UNTIL WS-CAT-SUB > 5
                    MOVE WS-SLOT-RECEIPT (WS-CAT-SUB)
                       TO WS-BW-RECEIPT (WS-WEEK-COUNT, WS-CAT-SUB)
                 END-PERFORM
              ELSE
                 MOVE 'Y' TO WS-TABLE-FULL-SW
                 MOVE '10' TO WS-RVL-STATUS
              END-IF
           END-IF.
      *
       REPLAY-CBETH-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBETH-RECORD-ID
                   SRC-CBETH-DATE
                   SRC-CBETH-INA
                   SRC-CBETH-HISPANIC-OR-LATINO
                   SRC-CBETH-NOT-HISPANIC-OR-LATINO
           END-UNSTRING.
           MOVE 'CLMETH' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           IF SRC-CBETH-INA NOT NUMERIC
              MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              MOVE SRC-CBETH-FIELDS-NF TO CLMDB-CBETH-FIELDS
              PERFORM COMPUTE-CBETH-PERCENTAGES
              MOVE 'Y' TO CATEGORY-LOADED (2)
              ADD 1 TO WS-ROWS-APPLIED
           END-IF.
      *
       REPLAY-CBIND-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBIND-RECORD-ID
                   SRC-CBIND-DATE
                   SRC-CBIND-INA
                   SRC-CBIND-WHOLESALE-TRADE
                   SRC-CBIND-TRANSPORTATION-WAREHOUSE
                   SRC-CBIND-CONSTRUCTION
                   SRC-CBIND-FINANCE-INSURANCE
                   SRC-CBIND-MANUFACTURING
                   SRC-CBIND-AGR-FORESTRY-FISH-HUNT
                   SRC-CBIND-PUBLIC-ADMINISTRATION
                   SRC-CBIND-UTILITIES
                   SRC-CBIND-ACCOM-FOODSERVICES
                   SRC-CBIND-INFORMATION
                   SRC-CBIND-PROF-SCI-TECHSERVICES
                   SRC-CBIND-RE-RENTAL-LEASING
                   SRC-CBIND-OTHER-SERV-EXC-PUB-ADM
                   SRC-CBIND-MGT-OF-COMPANIES-ENT
                   SRC-CBIND-EDUCATIONAL-SERVICES
                   SRC-CBIND-MINING
                   SRC-CBIND-HEALTHCARE-SOCIALASST
                   SRC-CBIND-ARTS-ENTERTAINMENT-REC
                   SRC-CBIND-ADM-SUP-WSTMGMT-REMSERV
                   SRC-CBIND-RETAIL-TRADE
           END-UNSTRING.
           MOVE 'CLMIND' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           IF SRC-CBIND-INA NOT NUMERIC
              MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              MOVE SRC-CBIND-FIELDS-NF TO CLMDB-CBIND-FIELDS
              PERFORM COMPUTE-CBIND-PERCENTAGES
              MOVE 'Y' TO CATEGORY-LOADED (3)
              ADD 1 TO WS-ROWS-APPLIED
           END-IF.
      *
       REPLAY-CBRAC-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBRAC-RECORD-ID
                   SRC-CBRAC-DATE
                   SRC-CBRAC-INA
                   SRC-CBRAC-WHITE
                   SRC-CBRAC-ASIAN
                   SRC-CBRAC-BLACK-OR-AFRAM
                   SRC-CBRAC-AM-INDIAN-OR-AL-NATIVE
                   SRC-CBRAC-NAT-HAW-OR-PAC-ISLANDER
           END-UNSTRING.
           MOVE 'CLMRAC' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           IF SRC-CBRAC-INA NOT NUMERIC
              MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              MOVE SRC-CBRAC-FIELDS-NF TO CLMDB-CBRAC-FIELDS
              PERFORM COMPUTE-CBRAC-PERCENTAGES
              MOVE 'Y' TO CATEGORY-LOADED (4)
              ADD 1 TO WS-ROWS-APPLIED
           END-IF.
      *
       REPLAY-CBGEN-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBGEN-RECORD-ID
                   SRC-CBGEN-DATE
                   SRC-CBGEN-INA
                   SRC-CBGEN-FEMALE
                   SRC-CBGEN-MALE
           END-UNSTRING.
           MOVE 'CLMGEN' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           IF SRC-CBGEN-INA NOT NUMERIC
              MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              MOVE SRC-CBGEN-FIELDS-NF TO CLMDB-CBGEN-FIELDS
              PERFORM COMPUTE-CBGEN-PERCENTAGES
              MOVE 'Y' TO CATEGORY-LOADED (5)
              ADD 1 TO WS-ROWS-APPLIED
           END-IF.
      *
       REPLAY-CBEDU-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBEDU-RECORD-ID
                   SRC-CBEDU-DATE
                   SRC-CBEDU-INA
                   SRC-CBEDU-LESS-THAN-HS
                   SRC-CBEDU-HS-DIPLOMA
                   SRC-CBEDU-SOME-COLLEGE
                   SRC-CBEDU-BACHELORS-OR-HIGHER
           END-UNSTRING.
           MOVE 'CLMEDU' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           IF SRC-CBEDU-INA NOT NUMERIC
              MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              MOVE SRC-CBEDU-FIELDS-NF TO CLMDB-CBEDU-FIELDS
              PERFORM COMPUTE-CBEDU-PERCENTAGES
              MOVE 'Y' TO CATEGORY-LOADED (6)
              ADD 1 TO WS-ROWS-APPLIED
           END-IF.
      *
       REPLAY-CBCNT-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBCNT-RECORD-ID
                   SRC-CBCNT-CONTINUED
           END-UNSTRING.
           MOVE 'CLMCONT' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           IF SRC-CBCNT-CONTINUED NOT NUMERIC
              MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              MOVE SRC-CBCNT-CONTINUED TO CONTINUED-CLAIMS
              PERFORM COMPUTE-RATE-FROM-CONTINUED
              MOVE 'Y' TO CATEGORY-LOADED (7)
              ADD 1 TO WS-ROWS-APPLIED
           END-IF.
      *
       REPLAY-CBBEN-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBBEN-RECORD-ID
                   SRC-CBBEN-DOLLARS-CENTS
                   SRC-CBBEN-PAYMENT-COUNT
                   SRC-CBBEN-AVG-CENTS
           END-UNSTRING.
           MOVE 'CLMBEN' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           IF SRC-CBBEN-DOLLARS-CENTS NOT NUMERIC
              OR SRC-CBBEN-PAYMENT-COUNT NOT NUMERIC
              OR SRC-CBBEN-AVG-CENTS NOT NUMERIC
              MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              STRING SRC-CBBEN-MM '/' SRC-CBBEN-DD '/'
                     SRC-CBBEN-YYYY
                 DELIMITED BY SIZE INTO BENEFIT-DATE
              COMPUTE BENEFIT-DOLLARS-PAID =
                 SRC-CBBEN-DOLLARS-CENTS / 100
              MOVE SRC-CBBEN-PAYMENT-COUNT TO BENEFIT-PAYMENT-COUNT
              COMPUTE BENEFIT-AVG-WEEKLY =
                 SRC-CBBEN-AVG-CENTS / 100
              MOVE 'Y' TO CATEGORY-LOADED (8)
              ADD 1 TO WS-ROWS-APPLIED
           END-IF.
      *
       REPLAY-CBFLW-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBFLW-RECORD-ID
                   SRC-CBFLW-FIRST-PAYMENTS
                   SRC-CBFLW-EXHAUSTIONS
           END-UNSTRING.
           MOVE 'CLMFLOW' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           IF SRC-CBFLW-FIRST-PAYMENTS NOT NUMERIC
              OR SRC-CBFLW-EXHAUSTIONS NOT NUMERIC
              MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              STRING SRC-CBFLW-MM '/' SRC-CBFLW-DD '/'
                     SRC-CBFLW-YYYY
                 DELIMITED BY SIZE INTO FLOW-DATE
              MOVE SRC-CBFLW-FIRST-PAYMENTS TO FLOW-FIRST-PAYMENTS
              MOVE SRC-CBFLW-EXHAUSTIONS TO FLOW-EXHAUSTIONS
              MOVE 'Y' TO CATEGORY-LOADED (9)
              ADD 1 TO WS-ROWS-APPLIED
           END-IF.
      *
       REPLAY-CBDUR-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBDUR-RECORD-ID
                   SRC-CBDUR-DATE
                   SRC-CBDUR-TOTAL
                   SRC-CBDUR-1-TO-4-WEEKS
                   SRC-CBDUR-5-TO-14-WEEKS
                   SRC-CBDUR-15-TO-26-WEEKS
                   SRC-CBDUR-GRTR-THAN-26
           END-UNSTRING.
           MOVE 'CLMDUR' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           IF SRC-CBDUR-TOTAL NOT NUMERIC
              MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              MOVE SRC-CBDUR-FIELDS-NF TO CLMDB-CBDUR-FIELDS
              PERFORM COMPUTE-CBDUR-PERCENTAGES
              MOVE 'Y' TO CATEGORY-LOADED (10)
              ADD 1 TO WS-ROWS-APPLIED
           END-IF.
      *
       REPLAY-CBTRF-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBTRF-RECORD-ID
                   SRC-CBTRF-BALANCE-CENTS
                   SRC-CBTRF-CONTRIB-CENTS
           END-UNSTRING.
           MOVE 'CLMTRF' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           IF SRC-CBTRF-BALANCE-CENTS NOT NUMERIC
              OR SRC-CBTRF-CONTRIB-CENTS NOT NUMERIC
              MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
              PERFORM LOG-REJECTED-ROW
           ELSE
              STRING SRC-CBTRF-MM '/' SRC-CBTRF-DD '/'
                     SRC-CBTRF-YYYY
                 DELIMITED BY SIZE INTO TF-DATE
              COMPUTE TF-ENDING-BALANCE =
                 SRC-CBTRF-BALANCE-CENTS / 100
              COMPUTE TF-CONTRIBUTIONS =
                 SRC-CBTRF-CONTRIB-CENTS / 100
              MOVE 'Y' TO CATEGORY-LOADED (11)
              ADD 1 TO WS-ROWS-APPLIED
           END-IF.
      *
       REPLAY-CBPGM-ROW.
           UNSTRING WS-RPL-INPUT-REC DELIMITED BY ',' OR ' '
              INTO SRC-CBPGM-RECORD-ID
                   SRC-CBPGM-DATE
                   SRC-CBPGM-INA
                   SRC-CBPGM-STATE-UI-INTRA
                   SRC-CBPGM-STATE-UI-INTER
                   SRC-CBPGM-UCFE-INTRA
                   SRC-CBPGM-UCFE-INTER
                   SRC-CBPGM-UCX-INTRA
                   SRC-CBPGM-UCX-INTER
                   SRC-CBPGM-CONT-TOTAL
                   SRC-CBPGM-CONT-STATE-UI-INTRA
                   SRC-CBPGM-CONT-STATE-UI-INTER
                   SRC-CBPGM-CONT-UCFE-INTRA
                   SRC-CBPGM-CONT-UCFE-INTER
                   SRC-CBPGM-CONT-UCX-INTRA
                   SRC-CBPGM-CONT-UCX-INTER
           END-UNSTRING.
           MOVE 'CLMPGM' TO WS-RJ-SOURCE.
           MOVE WS-HOLD-WEEK TO WS-RJ-KEY.
           MOVE 0 TO WS-CROSSFOOT-TOTAL.
           IF SRC-CBPGM-FIELDS-NF (11:) NUMERIC
              COMPUTE WS-CROSSFOOT-TOTAL =
                      SRC-CBPGM-STATE-UI-INTRA
                    + SRC-CBPGM-STATE-UI-INTER
                    + SRC-CBPGM-UCFE-INTRA + SRC-CBPGM-UCFE-INTER
                    + SRC-CBPGM-UCX-INTRA + SRC-CBPGM-UCX-INTER
           END-IF.
           EVALUATE TRUE
              WHEN SRC-CBPGM-FIELDS-NF (11:) NOT NUMERIC
                 MOVE 'ROW NOT NUMERIC' TO WS-RJ-REASON
                 PERFORM LOG-REJECTED-ROW
              WHEN WS-CROSSFOOT-TOTAL NOT = SRC-CBPGM-INA
                 MOVE 'ROW FAILS CROSSFOOT' TO WS-RJ-REASON
                 PERFORM LOG-REJECTED-ROW
              WHEN OTHER
                 MOVE SRC-CBPGM-FIELDS-NF TO CLMDB-CBPGM-FIELDS
                 PERFORM COMPUTE-CBPGM-PERCENTAGES
                 MOVE 'Y' TO CATEGORY-LOADED (12)
                 ADD 1 TO WS-ROWS-APPLIED
           END-EVALUATE.
      *
       LOG-REJECTED-ROW.
           ADD 1 TO WS-ROWS-REJECTED.
           MOVE WS-REJECT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
      *
      * CORRAUD carries the category image UNEMPCOR rewrote (counts
      * only -- UNEMPCOR does not rederive the percentages), so the
      * image is laid back exactly as production holds it.
       APPLY-CORRECTIONS.
           OPEN INPUT CORR-AUDIT-LOG.
           IF NOT WS-CAUD-OPEN-OK
              DISPLAY 'CORRAUD OPEN FAILED, STATUS ' WS-CAUD-STATUS
              DISPLAY 'NO CORRECTIONS APPLIED TO THE REPLAY'
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM UNTIL WS-CAUD-EOF
                 READ CORR-AUDIT-LOG
                    AT END MOVE '10' TO WS-CAUD-STATUS
                    NOT AT END
                       IF CAUD-RECORD-KEY NOT < WS-FROM-DATE
                          AND CAUD-RECORD-KEY NOT > WS-TO-DATE
                          AND CAUD-DATE-PROCESSED
                              NOT > WS-AS-OF-DATE
                          ADD 1 TO WS-CORR-READ
                          PERFORM APPLY-ONE-CORRECTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CORR-AUDIT-LOG
           END-IF.
      *
      * A delete carries no category; it is measured against the
      * age row, the row that builds the week.
       APPLY-ONE-CORRECTION.
           MOVE SPACES TO WS-CR-TEXT.
           MOVE CAUD-ACTION TO WS-CR-ACTION.
           MOVE CAUD-CATEGORY TO WS-CR-CATEGORY.
           MOVE CAUD-RECORD-KEY TO WS-CR-KEY.
           MOVE CAUD-DATE-PROCESSED TO WS-CR-DATE.
           EVALUATE CAUD-CATEGORY
              WHEN 'AGE '
                 MOVE 1 TO WS-CAT-HIT
              WHEN 'ETH '
                 MOVE 2 TO WS-CAT-HIT
              WHEN 'IND '
                 MOVE 3 TO WS-CAT-HIT
              WHEN 'RAC '
                 MOVE 4 TO WS-CAT-HIT
              WHEN 'GEN '
                 MOVE 5 TO WS-CAT-HIT
              WHEN OTHER
                 MOVE 1 TO WS-CAT-HIT
           END-EVALUATE.
           MOVE 0 TO WS-WEEK-HIT.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > WS-WEEK-COUNT
                      OR WS-WEEK-HIT > 0
              IF WS-BW-KEY (WS-WEEK-SUB) = CAUD-RECORD-KEY
                 MOVE WS-WEEK-SUB TO WS-WEEK-HIT
              END-IF
           END-PERFORM.
           MOVE CAUD-RECORD-KEY TO RECORD-KEY.
           IF WS-WEEK-HIT > 0
              READ REPLAY-DATABASE
           END-IF.
           EVALUATE TRUE
              WHEN WS-WEEK-HIT = 0 OR NOT WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CORR-NO-WEEK
                 MOVE 'WEEK NOT ON THE REPLAY, NOT APPLIED'
                    TO WS-CR-TEXT
              WHEN CAUD-DATE-PROCESSED <
                   WS-BW-RECEIPT (WS-WEEK-HIT, WS-CAT-HIT)
                 ADD 1 TO WS-CORR-SUPERSEDED
                 MOVE SPACES TO WS-CR-TEXT
                 STRING 'SUPERSEDED BY RECEIPT OF '
                        WS-BW-RECEIPT (WS-WEEK-HIT, WS-CAT-HIT)
                        DELIMITED BY SIZE INTO WS-CR-TEXT
                 END-STRING
              WHEN CAUD-ACTION = 'D'
                 DELETE REPLAY-DATABASE RECORD
                 IF WS-CLMDB-SUCCESS
                    ADD 1 TO WS-CORR-DELETED
                    MOVE 'WEEK DELETED' TO WS-CR-TEXT
                 ELSE
                    MOVE 'DELETE FAILED' TO WS-CR-TEXT
                    MOVE 8 TO RETURN-CODE
                 END-IF
              WHEN CAUD-ACTION = 'C'
                 PERFORM REPLACE-CORRECTED-CATEGORY
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION, NOT APPLIED' TO WS-CR-TEXT
           END-EVALUATE.
           WRITE PRINT-REC FROM WS-CORR-LINE.
      *
       REPLACE-CORRECTED-CATEGORY.
           EVALUATE CAUD-CATEGORY
              WHEN 'AGE '
                 MOVE CAUD-NEW-VALUES TO CLMDB-CBAGE-FIELDS
              WHEN 'ETH '
                 MOVE CAUD-NEW-VALUES TO CLMDB-CBETH-FIELDS
              WHEN 'IND '
                 MOVE CAUD-NEW-VALUES TO CLMDB-CBIND-FIELDS
              WHEN 'RAC '
                 MOVE CAUD-NEW-VALUES TO CLMDB-CBRAC-FIELDS
              WHEN 'GEN '
                 MOVE CAUD-NEW-VALUES TO CLMDB-CBGEN-FIELDS
              WHEN OTHER
                 MOVE 'UNKNOWN CATEGORY, NOT APPLIED' TO WS-CR-TEXT
           END-EVALUATE.
           IF WS-CR-TEXT NOT = 'UNKNOWN CATEGORY, NOT APPLIED'
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CORR-APPLIED
                 MOVE 'APPLIED' TO WS-CR-TEXT
              ELSE
                 MOVE 'REWRITE FAILED' TO WS-CR-TEXT
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * Same 'DR' rows and trailer totals UNEMPBKP writes, so
      * UNEMPCMP (or UNEMPRLD) reads the replay like any backup.
       UNLOAD-REPLAY-DATABASE.
           MOVE SPACES TO WS-CLMDB-STATUS.
           PERFORM UNTIL WS-CLMDB-EOF
              READ REPLAY-DATABASE NEXT RECORD
                 AT END MOVE '10' TO WS-CLMDB-STATUS
                 NOT AT END
                    ADD 1 TO WS-DB-RECORD-COUNT
                    ADD CBAGE-INA TO WS-DB-AGE-INA-HASH
                    ADD CBETH-INA TO WS-DB-ETH-INA-HASH
                    ADD CBIND-INA TO WS-DB-IND-INA-HASH
                    ADD CBRAC-INA TO WS-DB-RAC-INA-HASH
                    ADD CBGEN-INA TO WS-DB-GEN-INA-HASH
                    MOVE 'DR' TO BKP-RECORD-TYPE
                    MOVE CLAIMSDB-RECORD TO BKP-DATA
                    WRITE BACKUP-REC
              END-READ
           END-PERFORM.
           MOVE SPACES TO BACKUP-REC.
           MOVE 'TR' TO BKP-RECORD-TYPE.
           MOVE WS-DB-RECORD-COUNT TO BKP-TR-RECORD-COUNT.
           MOVE WS-DB-AGE-INA-HASH TO BKP-TR-AGE-INA-HASH.
           MOVE WS-DB-ETH-INA-HASH TO BKP-TR-ETH-INA-HASH.
           MOVE WS-DB-IND-INA-HASH TO BKP-TR-IND-INA-HASH.
           MOVE WS-DB-RAC-INA-HASH TO BKP-TR-RAC-INA-HASH.
           MOVE WS-DB-GEN-INA-HASH TO BKP-TR-GEN-INA-HASH.
           WRITE BACKUP-REC.
      *
      * The age row's rate stands until a CLMCONT row replaces it,
      * the same order UNEMP applies them in.
       COMPUTE-RATE-FROM-AGE.
           STRING SRC-CBAGE-YYYY SRC-CBAGE-MM DELIMITED BY SIZE
              INTO WS-LF-YYYYMM-WORK.
           MOVE 0 TO WS-LF-HIT.
           PERFORM VARYING WS-LF-SUB FROM 1 BY 1
                   UNTIL WS-LF-SUB > WS-LF-TABLE-COUNT
              IF WS-LF-YYYYMM (WS-LF-SUB) = WS-LF-YYYYMM-WORK
                 MOVE WS-LF-SUB TO WS-LF-HIT
              END-IF
           END-PERFORM.
           IF WS-LF-HIT > 0
              MOVE WS-LF-COUNT (WS-LF-HIT) TO LABORFORCE-COUNT
           ELSE
              MOVE 0 TO LABORFORCE-COUNT
           END-IF.
           IF LABORFORCE-COUNT = 0
              MOVE 0 TO INSURED-UNEMPLOYMENT-RATE
           ELSE
              COMPUTE INSURED-UNEMPLOYMENT-RATE ROUNDED =
                 (CBAGE-INA / LABORFORCE-COUNT) * 100
           END-IF.
      *
       COMPUTE-RATE-FROM-CONTINUED.
           IF LABORFORCE-COUNT = 0
              MOVE 0 TO INSURED-UNEMPLOYMENT-RATE
           ELSE
              COMPUTE INSURED-UNEMPLOYMENT-RATE ROUNDED =
                 (CONTINUED-CLAIMS / LABORFORCE-COUNT) * 100
           END-IF.
      *
       COMPUTE-CBAGE-PERCENTAGES.
           IF CBAGE-INA = 0
              MOVE 0 TO CBAGE-PCT-LESS-THAN-22
                        CBAGE-PCT-22-TO-24
                        CBAGE-PCT-25-TO-34
                        CBAGE-PCT-35-TO-44
                        CBAGE-PCT-45-TO-54
                        CBAGE-PCT-55-TO-59
                        CBAGE-PCT-60-TO-64
                        CBAGE-PCT-GRTR-THAN-64
           ELSE
              COMPUTE CBAGE-PCT-LESS-THAN-22 ROUNDED =
                 (CBAGE-LESS-THAN-22 / CBAGE-INA) * 100
              COMPUTE CBAGE-PCT-22-TO-24 ROUNDED =
                 (CBAGE-22-TO-24 / CBAGE-INA) * 100
              COMPUTE CBAGE-PCT-25-TO-34 ROUNDED =
                 (CBAGE-25-TO-34 / CBAGE-INA) * 100
              COMPUTE CBAGE-PCT-35-TO-44 ROUNDED =
                 (CBAGE-35-TO-44 / CBAGE-INA) * 100
              COMPUTE CBAGE-PCT-45-TO-54 ROUNDED =
                 (CBAGE-45-TO-54 / CBAGE-INA) * 100
              COMPUTE CBAGE-PCT-55-TO-59 ROUNDED =
                 (CBAGE-55-TO-59 / CBAGE-INA) * 100
              COMPUTE CBAGE-PCT-60-TO-64 ROUNDED =
                 (CBAGE-60-TO-64 / CBAGE-INA) * 100
              COMPUTE CBAGE-PCT-GRTR-THAN-64 ROUNDED =
                 (CBAGE-GRTR-THAN-64 / CBAGE-INA) * 100
           END-IF.
      *
       COMPUTE-CBETH-PERCENTAGES.
           IF CBETH-INA = 0
              MOVE 0 TO CBETH-PCT-HISPANIC-OR-LATINO
                        CBETH-PCT-NOT-HISP-OR-LATINO
           ELSE
              COMPUTE CBETH-PCT-HISPANIC-OR-LATINO ROUNDED =
                 (CBETH-HISPANIC-OR-LATINO / CBETH-INA) * 100
              COMPUTE CBETH-PCT-NOT-HISP-OR-LATINO ROUNDED =
                 (CBETH-NOT-HISPANIC-OR-LATINO / CBETH-INA) * 100
           END-IF.
      *
       COMPUTE-CBIND-PERCENTAGES.
           IF CBIND-INA = 0
              MOVE 0 TO CBIND-PCT-WHOLESALE-TRADE
                        CBIND-PCT-TRANS-WAREHOUSE
                        CBIND-PCT-CONSTRUCTION
                        CBIND-PCT-FINANCE-INSURANCE
                        CBIND-PCT-MANUFACTURING
                        CBIND-PCT-AGR-FOR-FISH-HUNT
                        CBIND-PCT-PUBLIC-ADMIN
                        CBIND-PCT-UTILITIES
                        CBIND-PCT-ACCOM-FOODSERVICES
                        CBIND-PCT-INFORMATION
                        CBIND-PCT-PROF-SCI-TECHSERV
                        CBIND-PCT-RE-RENTAL-LEASING
                        CBIND-PCT-OTH-SERV-EXC-PUB-ADM
                        CBIND-PCT-MGT-OF-COMPANIES-ENT
                        CBIND-PCT-EDUCATIONAL-SERVICES
                        CBIND-PCT-MINING
                        CBIND-PCT-HEALTHCARE-SOCIALASST
                        CBIND-PCT-ARTS-ENT-REC
                        CBIND-PCT-ADM-SUP-WSTMGMT-RMSRV
                        CBIND-PCT-RETAIL-TRADE
           ELSE
              COMPUTE CBIND-PCT-WHOLESALE-TRADE ROUNDED =
                 (CBIND-WHOLESALE-TRADE / CBIND-INA) * 100
              COMPUTE CBIND-PCT-TRANS-WAREHOUSE ROUNDED =
                 (CBIND-TRANSPORTATION-WAREHOUSE / CBIND-INA) * 100
              COMPUTE CBIND-PCT-CONSTRUCTION ROUNDED =
                 (CBIND-CONSTRUCTION / CBIND-INA) * 100
              COMPUTE CBIND-PCT-FINANCE-INSURANCE ROUNDED =
                 (CBIND-FINANCE-INSURANCE / CBIND-INA) * 100
              COMPUTE CBIND-PCT-MANUFACTURING ROUNDED =
                 (CBIND-MANUFACTURING / CBIND-INA) * 100
              COMPUTE CBIND-PCT-AGR-FOR-FISH-HUNT ROUNDED =
                 (CBIND-AGR-FORESTRY-FISH-HUNT / CBIND-INA) * 100
              COMPUTE CBIND-PCT-PUBLIC-ADMIN ROUNDED =
                 (CBIND-PUBLIC-ADMINISTRATION / CBIND-INA) * 100
              COMPUTE CBIND-PCT-UTILITIES ROUNDED =
                 (CBIND-UTILITIES / CBIND-INA) * 100
              COMPUTE CBIND-PCT-ACCOM-FOODSERVICES ROUNDED =
                 (CBIND-ACCOM-FOODSERVICES / CBIND-INA) * 100
              COMPUTE CBIND-PCT-INFORMATION ROUNDED =
                 (CBIND-INFORMATION / CBIND-INA) * 100
              COMPUTE CBIND-PCT-PROF-SCI-TECHSERV ROUNDED =
                 (CBIND-PROF-SCI-TECHSERVICES / CBIND-INA) * 100
              COMPUTE CBIND-PCT-RE-RENTAL-LEASING ROUNDED =
                 (CBIND-RE-RENTAL-LEASING / CBIND-INA) * 100
              COMPUTE CBIND-PCT-OTH-SERV-EXC-PUB-ADM ROUNDED =
                 (CBIND-OTHER-SERV-EXC-PUB-ADM / CBIND-INA) * 100
              COMPUTE CBIND-PCT-MGT-OF-COMPANIES-ENT ROUNDED =
                 (CBIND-MGT-OF-COMPANIES-ENT / CBIND-INA) * 100
              COMPUTE CBIND-PCT-EDUCATIONAL-SERVICES ROUNDED =
                 (CBIND-EDUCATIONAL-SERVICES / CBIND-INA) * 100
              COMPUTE CBIND-PCT-MINING ROUNDED =
                 (CBIND-MINING / CBIND-INA) * 100
              COMPUTE CBIND-PCT-HEALTHCARE-SOCIALASST ROUNDED =
                 (CBIND-HEALTHCARE-SOCIALASST / CBIND-INA) * 100
              COMPUTE CBIND-PCT-ARTS-ENT-REC ROUNDED =
                 (CBIND-ARTS-ENTERTAINMENT-REC / CBIND-INA) * 100
              COMPUTE CBIND-PCT-ADM-SUP-WSTMGMT-RMSRV ROUNDED =
                 (CBIND-ADM-SUP-WSTMGMT-REMSERV / CBIND-INA) * 100
              COMPUTE CBIND-PCT-RETAIL-TRADE ROUNDED =
                 (CBIND-RETAIL-TRADE / CBIND-INA) * 100
           END-IF.
      *
       COMPUTE-CBRAC-PERCENTAGES.
           IF CBRAC-INA = 0
              MOVE 0 TO CBRAC-PCT-WHITE
                        CBRAC-PCT-ASIAN
                        CBRAC-PCT-BLACK-OR-AFRAM
                        CBRAC-PCT-AM-IND-OR-AL-NATIVE
                        CBRAC-PCT-NAT-HAW-OR-PAC-ISL
           ELSE
              COMPUTE CBRAC-PCT-WHITE ROUNDED =
                 (CBRAC-WHITE / CBRAC-INA) * 100
              COMPUTE CBRAC-PCT-ASIAN ROUNDED =
                 (CBRAC-ASIAN / CBRAC-INA) * 100
              COMPUTE CBRAC-PCT-BLACK-OR-AFRAM ROUNDED =
                 (CBRAC-BLACK-OR-AFRAM / CBRAC-INA) * 100
              COMPUTE CBRAC-PCT-AM-IND-OR-AL-NATIVE ROUNDED =
                 (CBRAC-AM-INDIAN-OR-AL-NATIVE / CBRAC-INA) * 100
              COMPUTE CBRAC-PCT-NAT-HAW-OR-PAC-ISL ROUNDED =
                 (CBRAC-NAT-HAW-OR-PAC-ISLANDER / CBRAC-INA)
                 * 100
           END-IF.
      *
       COMPUTE-CBGEN-PERCENTAGES.
           IF CBGEN-INA = 0
              MOVE 0 TO CBGEN-PCT-FEMALE
                        CBGEN-PCT-MALE
           ELSE
              COMPUTE CBGEN-PCT-FEMALE ROUNDED =
                 (CBGEN-FEMALE / CBGEN-INA) * 100
              COMPUTE CBGEN-PCT-MALE ROUNDED =
                 (CBGEN-MALE / CBGEN-INA) * 100
           END-IF.
      *
       COMPUTE-CBEDU-PERCENTAGES.
           IF CBEDU-INA = 0
              MOVE 0 TO CBEDU-PCT-LESS-THAN-HS
                        CBEDU-PCT-HS-DIPLOMA
                        CBEDU-PCT-SOME-COLLEGE
                        CBEDU-PCT-BACHELORS-OR-HIGHER
           ELSE
              COMPUTE CBEDU-PCT-LESS-THAN-HS ROUNDED =
                 (CBEDU-LESS-THAN-HS / CBEDU-INA) * 100
              COMPUTE CBEDU-PCT-HS-DIPLOMA ROUNDED =
                 (CBEDU-HS-DIPLOMA / CBEDU-INA) * 100
              COMPUTE CBEDU-PCT-SOME-COLLEGE ROUNDED =
                 (CBEDU-SOME-COLLEGE / CBEDU-INA) * 100
              COMPUTE CBEDU-PCT-BACHELORS-OR-HIGHER ROUNDED =
                 (CBEDU-BACHELORS-OR-HIGHER / CBEDU-INA) * 100
           END-IF.
      *
       COMPUTE-CBDUR-PERCENTAGES.
           IF CBDUR-TOTAL = 0
              MOVE 0 TO CBDUR-PCT-1-TO-4-WEEKS
                        CBDUR-PCT-5-TO-14-WEEKS
                        CBDUR-PCT-15-TO-26-WEEKS
                        CBDUR-PCT-GRTR-THAN-26
           ELSE
              COMPUTE CBDUR-PCT-1-TO-4-WEEKS ROUNDED =
                 (CBDUR-1-TO-4-WEEKS / CBDUR-TOTAL) * 100
              COMPUTE CBDUR-PCT-5-TO-14-WEEKS ROUNDED =
                 (CBDUR-5-TO-14-WEEKS / CBDUR-TOTAL) * 100
              COMPUTE CBDUR-PCT-15-TO-26-WEEKS ROUNDED =
                 (CBDUR-15-TO-26-WEEKS / CBDUR-TOTAL) * 100
              COMPUTE CBDUR-PCT-GRTR-THAN-26 ROUNDED =
                 (CBDUR-GRTR-THAN-26 / CBDUR-TOTAL) * 100
           END-IF.
      *
       COMPUTE-CBPGM-PERCENTAGES.
           IF CBPGM-INA = 0
              MOVE 0 TO CBPGM-PCT-STATE-UI-INTRA
                        CBPGM-PCT-STATE-UI-INTER
                        CBPGM-PCT-UCFE-INTRA
                        CBPGM-PCT-UCFE-INTER
                        CBPGM-PCT-UCX-INTRA
                        CBPGM-PCT-UCX-INTER
           ELSE
              COMPUTE CBPGM-PCT-STATE-UI-INTRA ROUNDED =
                 (CBPGM-STATE-UI-INTRA / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-STATE-UI-INTER ROUNDED =
                 (CBPGM-STATE-UI-INTER / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCFE-INTRA ROUNDED =
                 (CBPGM-UCFE-INTRA / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCFE-INTER ROUNDED =
                 (CBPGM-UCFE-INTER / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCX-INTRA ROUNDED =
                 (CBPGM-UCX-INTRA / CBPGM-INA) * 100
              COMPUTE CBPGM-PCT-UCX-INTER ROUNDED =
                 (CBPGM-UCX-INTER / CBPGM-INA) * 100
           END-IF.
      *
       PRINT-SUMMARY.
           MOVE WS-VAULT-ROWS-READ TO WS-SUM-VAULT-READ.
           MOVE WS-WEEKS-BUILT TO WS-SUM-BUILT.
           MOVE WS-WEEKS-NOT-BUILT TO WS-SUM-NOT-BUILT.
           MOVE WS-ROWS-APPLIED TO WS-SUM-APPLIED.
           MOVE WS-ROWS-REJECTED TO WS-SUM-REJECTED.
           MOVE WS-CORR-READ TO WS-SUM-CORR-READ.
           MOVE WS-CORR-APPLIED TO WS-SUM-CORR-APPLIED.
           MOVE WS-CORR-DELETED TO WS-SUM-CORR-DELETED.
           MOVE WS-CORR-SUPERSEDED TO WS-SUM-CORR-SUPERSEDED.
           MOVE WS-CORR-NO-WEEK TO WS-SUM-CORR-NO-WEEK.
           MOVE WS-DB-RECORD-COUNT TO WS-SUM-UNLOADED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE6.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE7.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE8.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE9.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE10.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE11.
           DISPLAY WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE7.
           DISPLAY WS-SUMMARY-LINE11.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE RAW-VAULT-FILE.
           CLOSE CORR-AUDIT-LOG.
           CLOSE REPLAY-DATABASE.
           CLOSE BACKUP-FILE.
           STOP RUN.
