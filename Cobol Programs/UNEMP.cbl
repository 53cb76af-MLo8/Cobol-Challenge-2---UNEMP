      *  I used STRING to swap the order of the Record Key from
      *  MMDDYYYY to YYYYMMDD so that it would sort properly.
      *
      *  Each of the input files populates a portion of the record.
      *  The claims-by-age file drives the load: for each of its
      *  rows the matching week's row of every other input file is
      *  read alongside it, the whole weekly record is assembled in
      *  storage and it is written to the VSAM file once -- WRITE
      *  for a new week, REWRITE for one already on file -- with one
      *  monthly-summary update.  Rows of the other files that do
      *  not line up with an age row are applied on their own after
      *  the age file runs out, by REWRITE of a record on file.
      *
      *  Each brand-new week written to CLMSDB has its load
      *  milestone stamped on LIFECYC through UNEMPLCY.
      *
      *  CLMLABOR rows may carry the month's total unemployed
      *  persons and total unemployment rate after the labor force;
      *  those are kept on TOTUNEM through UNEMPTUN for the UNEMPRCP
      *  recipiency report.
      *
      *  Each week's record carries a load status flag per weekly
      *  category file (CLMDB-CATEGORY-STATUS-FIELDS, in the order
      *  AGE, ETH, IND, RAC, GEN, EDU, CNT, BEN, FLW, DUR, TRF,
      *  PGM): 'Y' once that file's row for the week has been
      *  applied, 'N' while it is outstanding.  A category file that
      *  is missing or empty has not been received; normally that
      *  ends the run with RC 8 before CLMSDB is touched.  With
      *  ALRTPARM PARTIAL-LOAD=Y the files that did arrive are
      *  loaded and the rest are left outstanding on the week; a
      *  later PARTIAL-LOAD=Y run carrying only the late files
      *  applies their rows to the weeks already on file and flips
      *  those flags, without reprocessing the categories loaded.
      *  CLMLABOR is the monthly reference feed, not a weekly
      *  category file, and is still required on every run.
      *
      *  A week in a quarter UNEMPPCM has closed after certification
      *  is never applied: its rows park on suspense with reason
      *  PCLS (UNEMPPCL logs the refusal) until the quarter is
      *  reopened and UNEMPSUS reprocesses them.  A week applied in
      *  a reopened quarter is logged to PRDLOG as a change.
      *
      *  Every claim spike alert is also logged to EXCPLOG as a
      *  warning with reason SPIK, so UNEMPNTF can send it out
      *  instead of it waiting on the listing to be read.
      *
      ***************************************************************
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL CLAIMS-BY-AGE ASSIGN TO WS-CLMAGE-FNAME
                  FILE STATUS IS WS-CBAGE-STATUS.
           SELECT OPTIONAL CLAIMS-BY-ETHNICITY ASSIGN TO WS-CLMETH-FNAME
                  FILE STATUS IS WS-CBETH-STATUS.
           SELECT OPTIONAL CLAIMS-BY-INDUSTRY ASSIGN TO WS-CLMIND-FNAME
                  FILE STATUS IS WS-CBIND-STATUS.
           SELECT OPTIONAL CLAIMS-BY-RACE ASSIGN TO WS-CLMRAC-FNAME
                  FILE STATUS IS WS-CBRAC-STATUS.
           SELECT OPTIONAL CLAIMS-BY-GENDER ASSIGN TO WS-CLMGEN-FNAME
                  FILE STATUS IS WS-CBGEN-STATUS.
           SELECT OPTIONAL CLAIMS-BY-EDUCATION ASSIGN TO CLMEDU
                  FILE STATUS IS WS-CBEDU-STATUS.
           SELECT CLAIMS-BY-LABORFORCE ASSIGN TO CLMLABOR.
           SELECT OPTIONAL CONTINUED-CLAIMS-FILE ASSIGN TO CLMCONT
                  FILE STATUS IS WS-CBCNT-STATUS.
           SELECT OPTIONAL BENEFITS-PAID-FILE ASSIGN TO CLMBEN
                  FILE STATUS IS WS-CBBEN-STATUS.
           SELECT OPTIONAL BENEFIT-FLOW-FILE ASSIGN TO CLMFLOW
                  FILE STATUS IS WS-CBFLW-STATUS.
           SELECT OPTIONAL CLAIMS-BY-DURATION ASSIGN TO CLMDUR
                  FILE STATUS IS WS-CBDUR-STATUS.
           SELECT OPTIONAL TRUST-FUND-FILE ASSIGN TO CLMTRF
                  FILE STATUS IS WS-CBTRF-STATUS.
           SELECT OPTIONAL CLAIMS-BY-PROGRAM ASSIGN TO CLMPGM
                  FILE STATUS IS WS-CBPGM-STATUS.
           SELECT OPTIONAL CATCHUP-CONTROL-PARM ASSIGN TO CUPPARM
                  FILE STATUS IS WS-CUP-STATUS.
           SELECT OPTIONAL FNAME-CONTROL-PARM ASSIGN TO FNMPARM
      *
       FD  TRUST-FUND-FILE RECORDING MODE F.
       01  CBTRF-REC                                PIC X(144).
      *
       FD  CLAIMS-BY-PROGRAM RECORDING MODE F.
       01  CBPGM-REC                                PIC X(144).
      *
       FD  CHECKPOINT-FILE RECORDING MODE F.
       01  CHKPT-REC.
           05  CHKPT-STAGE                          PIC X(02).
           05  CHKPT-WEEK                           PIC X(08).
           05  CHKPT-ROWS                           PIC X(06).
      *
       FD  CATCHUP-CONTROL-PARM RECORDING MODE F.
       01  CUPPARM-REC.
               10  DB-TF-DATE                           PIC X(10).
               10  DB-TF-ENDING-BALANCE                 PIC 9(11)V99.
               10  DB-TF-CONTRIBUTIONS                  PIC 9(09)V99.
           05  CLMDB-CBPGM-FIELDS.
               10  DB-CBPGM-DATE                        PIC X(10).
               10  DB-CBPGM-INA                         PIC 9(06).
               10  DB-CBPGM-STATE-UI-INTRA              PIC 9(06).
               10  DB-CBPGM-STATE-UI-INTER              PIC 9(06).
               10  DB-CBPGM-UCFE-INTRA                  PIC 9(06).
               10  DB-CBPGM-UCFE-INTER                  PIC 9(06).
               10  DB-CBPGM-UCX-INTRA                   PIC 9(06).
               10  DB-CBPGM-UCX-INTER                   PIC 9(06).
               10  DB-CBPGM-CONT-TOTAL                  PIC 9(06).
               10  DB-CBPGM-CONT-STATE-UI-INTRA         PIC 9(06).
               10  DB-CBPGM-CONT-STATE-UI-INTER         PIC 9(06).
               10  DB-CBPGM-CONT-UCFE-INTRA             PIC 9(06).
               10  DB-CBPGM-CONT-UCFE-INTER             PIC 9(06).
               10  DB-CBPGM-CONT-UCX-INTRA              PIC 9(06).
               10  DB-CBPGM-CONT-UCX-INTER              PIC 9(06).
           05  CLMDB-CBPGM-PCT-FIELDS.
               10  DB-CBPGM-PCT-STATE-UI-INTRA          PIC 9(03)V99.
               10  DB-CBPGM-PCT-STATE-UI-INTER          PIC 9(03)V99.
               10  DB-CBPGM-PCT-UCFE-INTRA              PIC 9(03)V99.
               10  DB-CBPGM-PCT-UCFE-INTER              PIC 9(03)V99.
               10  DB-CBPGM-PCT-UCX-INTRA               PIC 9(03)V99.
               10  DB-CBPGM-PCT-UCX-INTER               PIC 9(03)V99.
           05  CLMDB-CATEGORY-STATUS-FIELDS.
               10  DB-CATEGORY-LOADED OCCURS 12 TIMES   PIC X(01).
                   88  DB-CATEGORY-IS-LOADED            VALUE 'Y'.
                   88  DB-CATEGORY-OUTSTANDING          VALUE 'N'.
           05  CLMDB-LAYOUT-VERSION                      PIC 9(02).
      *
       WORKING-STORAGE SECTION.
       01  WS-CHECKPOINT-AREA.
           05  WS-CHECKPOINT-STAGE      PIC 9(02)   VALUE 0.
           05  WS-CHECKPOINT-WEEK       PIC X(08)   VALUE SPACES.
           05  WS-CHECKPOINT-ROWS       PIC 9(06)   VALUE 0.
       01  WS-STARTING-CKPT-STAGE       PIC 9(02)   VALUE 0.
      *
      * The load assembles each week's whole record from all the
      * input files and writes it once.  CLMAGE drives the pass;
      * every other file is read one row ahead in step with it and
      * its row is staged for the week when the keys agree.  A row
      * that does not agree is held until a later week claims it,
      * and whatever is left when CLMAGE runs out is applied on its
      * own afterwards.  Table order: ETH, IND, RAC, GEN, EDU, CNT,
      * BEN, FLW, DUR, TRF, PGM.
       01  WS-STAGED-FILE-TABLE.
           05  WS-STAGED-FILE           OCCURS 11 TIMES.
               10  WS-STG-HELD-SW       PIC X(01).
               10  WS-STG-EOF-SW        PIC X(01).
               10  WS-STG-MATCH-SW      PIC X(01).
       01  WS-STG-SUB                   PIC 9(02)   VALUE 0.
       01  WS-STAGE-KEY                 PIC X(08)   VALUE SPACES.
       01  WS-WEEK-ON-FILE-SW           PIC X(01)   VALUE 'N'.
           88 WS-WEEK-ON-FILE                       VALUE 'Y'.
       01  WS-PASS-ROW-COUNT            PIC 9(06)   VALUE 0.
      *
      * Weekly category files, in the order of the load status
      * flags on the record: CLMAGE first, then the staged files
      * (so a staged file's flag is WS-STG-SUB + 1).  A file that
      * is absent or has no rows is not received.  Partial-load
      * mode (ALRTPARM PARTIAL-LOAD=Y) loads whatever arrived.
       01  WS-CATEGORY-FILE-STATUSES.
           05  WS-CBAGE-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBETH-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBIND-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBRAC-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBGEN-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBEDU-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBCNT-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBBEN-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBFLW-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBDUR-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBTRF-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-CBPGM-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-CAT-STATUS-TABLE REDEFINES WS-CATEGORY-FILE-STATUSES.
           05  WS-CAT-FILE-STATUS       PIC X(02)   OCCURS 12 TIMES.
       01  WS-CATEGORY-RECEIVED-TABLE.
           05  WS-CAT-RECEIVED-SW       PIC X(01)   OCCURS 12 TIMES.
               88 WS-CAT-RECEIVED                   VALUE 'Y'.
       01  WS-CATEGORY-FILE-NAMES.
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
       01  WS-CAT-NAME-TABLE REDEFINES WS-CATEGORY-FILE-NAMES.
           05  WS-CAT-FILE-NAME         PIC X(08)   OCCURS 12 TIMES.
       01  WS-CAT-SUB                   PIC 9(02)   VALUE 0.
       01  WS-NOT-RECEIVED-COUNT        PIC 9(02)   VALUE 0.
       01  WS-PARTIAL-LOAD-SW           PIC X(01)   VALUE 'N'.
           88 WS-PARTIAL-LOAD                       VALUE 'Y'.
       01  WS-OUTSTANDING-COUNT         PIC 9(02)   VALUE 0.
       01  WS-INCOMPLETE-WEEK-COUNT     PIC 9(06)   VALUE 0.
       01  WS-OC-PTR                    PIC 9(03)   VALUE 0.
       01  WS-OUTSTANDING-LINE.
           05  FILLER                   PIC X(05)   VALUE 'WEEK '.
           05  WS-OC-KEY                PIC X(08).
           05  FILLER                   PIC X(25)
               VALUE ' CATEGORIES OUTSTANDING: '.
           05  WS-OC-FILES              PIC X(106).
       01  WS-RESTART-ROW-COUNT         PIC 9(06)   VALUE 0.
       01  WS-OUT-OF-STEP-COUNT         PIC 9(06)   VALUE 0.
       01  WS-PERIOD-CLOSED-COUNT       PIC 9(06)   VALUE 0.
       01  WS-PARK-REASON               PIC X(04)   VALUE SPACES.
      *
      * Catch-up mode: CUPPARM queues the week-ending dates of the
      * backlogged transfers, and the load runs the full stage
      * cycle once per week instead of once per run.
           88 WS-MSUM-FOUND                         VALUE 'Y'.
       01  WS-MSUM-CAT                  PIC X(04)   VALUE SPACES.
       01  WS-MSUM-SUB                  PIC 9(02)   VALUE 0.
      * Category images staged for the week's one CLMMSUM update.
       01  WS-MSUM-STAGED-COUNT         PIC 9(02)   VALUE 0.
       01  WS-MSUM-STG-SUB              PIC 9(02)   VALUE 0.
       01  WS-MSUM-STAGED-TABLE.
           05  WS-MSUM-STAGED           OCCURS 6 TIMES.
               10  WS-MSUM-STG-CAT      PIC X(04).
               10  WS-MSUM-STG-OLD      PIC X(150).
               10  WS-MSUM-STG-NEW      PIC X(150).
       01  WS-MSUM-OLD-IMAGE.
           05  WS-MSUM-OLD-DATE         PIC X(10).
           05  WS-MSUM-OLD-CNT          PIC 9(06) OCCURS 21 TIMES.
           05  FILLER  PIC X(24) VALUE '5 TO 14 WEEKS'.
           05  FILLER  PIC X(24) VALUE '15 TO 26 WEEKS'.
           05  FILLER  PIC X(24) VALUE 'GREATER THAN 26 WEEKS'.
       01  WS-REV-PGM-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'INITIAL CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'STATE UI INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'STATE UI INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'UCFE INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'UCFE INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'UCX INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'UCX INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'CONTINUED CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'CONT STATE UI INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT STATE UI INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT UCFE INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT UCFE INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT UCX INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT UCX INTERSTATE'.
      *
       01  WS-SUSP-SOURCE               PIC X(08)   VALUE SPACES.
       01  WS-SUSP-REASON               PIC X(04)   VALUE SPACES.
      *
      * When a fresh run parks a duplicate CBAGE row, the whole
      * re-sent week has to park with it: the week keys are
      * remembered here and any of the week's rows read later are
      * diverted to suspense, so a stored week is never left half
      * old and half new.
       01  WS-DUPK-WEEK-COUNT           PIC 9(02)   VALUE 0.
       01  WS-DUPK-WEEK-TABLE.
           05  WS-DUPK-WEEK-KEY  PIC X(08) OCCURS 20 TIMES.
       01  WS-CLMRAC-FNAME               PIC X(08)  VALUE 'CLMRAC'.
       01  WS-CLMGEN-FNAME               PIC X(08)  VALUE 'CLMGEN'.
      *
       01  WS-SAVE-CLAIMSDB-RECORD      PIC X(863)  VALUE SPACES.
       01  WS-SAVE-KEY                  PIC X(08)   VALUE SPACES.
       01  WS-PRIOR-KEY                 PIC X(08)   VALUE SPACES.
       01  WS-PRIOR-FOUND-SW            PIC X(01)   VALUE 'N'.
           05  FILLER                   PIC X(06) VALUE ' PCT='.
           05  WS-ALT-PCT               PIC -ZZZZ9.99.
           05  FILLER                   PIC X(30) VALUE SPACES.
       01  WS-ALERT-EXL-TEXT.
           05  WS-AXT-LABEL             PIC X(24).
           05  FILLER                   PIC X(05) VALUE ' PCT='.
           05  WS-AXT-PCT               PIC -ZZZZ9.99.
           05  FILLER                   PIC X(12) VALUE SPACES.
       01  WS-ALERT-IND-SLOT            PIC 9(02)   VALUE 0.
       01  WS-ALERT-WARN-LINE.
           05  FILLER                   PIC X(17) VALUE SPACES.
           05  FILLER                   PIC X(26)
               VALUE ' WARN NOTICES, LAST 4 WKS='.
           05  WS-AWN-NOTICES           PIC ZZZ9.
           05  FILLER                   PIC X(09) VALUE ' WORKERS='.
           05  WS-AWN-WORKERS           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(66) VALUE SPACES.
       01  WS-ALERT-NOTICE-LINE.
           05  FILLER                   PIC X(17) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE ' NOTICE '.
           05  WS-AWD-EMPLOYER          PIC X(40).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-AWD-COUNTY            PIC X(20).
           05  FILLER                   PIC X(11) VALUE ' EFFECTIVE='.
           05  WS-AWD-EFFECTIVE         PIC X(08).
           05  FILLER                   PIC X(09) VALUE ' WORKERS='.
           05  WS-AWD-WORKERS           PIC ZZZZZ9.
           05  FILLER                   PIC X(12) VALUE SPACES.
       01  WS-AWN-SUB                   PIC 9(02)   VALUE 0.
       01  WS-AWN-SCAN                  PIC 9(02)   VALUE 0.
       01  WS-AWN-PICK                  PIC 9(02)   VALUE 0.
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
       01  WS-CBAGE-CROSSFOOT-TOTAL     PIC 9(08)   VALUE 0.
       01  WS-CBPGM-CROSSFOOT-TOTAL     PIC 9(08)   VALUE 0.
       01  WS-CBAGE-CROSSFOOT-LINE.
           05  FILLER                   PIC X(24)
               VALUE 'CROSSFOOT MISMATCH CBAGE'.
           05  FILLER                   PIC X(11) VALUE ' COMPUTED='.
           05  WS-CF-COMPUTED           PIC ZZZZZ9.
           05  FILLER                   PIC X(70) VALUE SPACES.
       01  WS-CBPGM-CROSSFOOT-LINE.
           05  FILLER                   PIC X(24)
               VALUE 'CROSSFOOT MISMATCH CBPGM'.
           05  FILLER                   PIC X(06) VALUE ' DATE='.
           05  WS-PF-DATE                PIC X(10).
           05  FILLER                   PIC X(11) VALUE ' REPORTED='.
           05  WS-PF-REPORTED           PIC ZZZZZ9.
           05  FILLER                   PIC X(11) VALUE ' COMPUTED='.
           05  WS-PF-COMPUTED           PIC ZZZZZ9.
           05  FILLER                   PIC X(70) VALUE SPACES.
      *
       01  WS-MISSKEY-SOURCE             PIC X(08)   VALUE SPACES.
       01  WS-MISSKEY-COUNT              PIC 9(04)   VALUE 0.
           05  WS-IM-RAC                PIC ZZZZZ9.
           05  FILLER                   PIC X(06) VALUE ' GEN='.
           05  WS-IM-GEN                PIC ZZZZZ9.
           05  FILLER                   PIC X(06) VALUE ' PGM='.
           05  WS-IM-PGM                PIC ZZZZZ9.
           05  FILLER                   PIC X(45) VALUE SPACES.
      *
       01  WS-CBAGE-WRITE-COUNT         PIC 9(04)   VALUE 0.
       01  WS-CBETH-REWRITE-COUNT       PIC 9(04)   VALUE 0.
       01  WS-CBFLW-REWRITE-COUNT       PIC 9(04)   VALUE 0.
       01  WS-CBDUR-REWRITE-COUNT       PIC 9(04)   VALUE 0.
       01  WS-CBTRF-REWRITE-COUNT       PIC 9(04)   VALUE 0.
       01  WS-CBPGM-REWRITE-COUNT       PIC 9(04)   VALUE 0.
       01  WS-COUNT-MISMATCH-FLAG       PIC X       VALUE 'N'.
           88 WS-COUNTS-MISMATCHED                  VALUE 'Y'.
       01  WS-CONTROL-TOTALS-LINE1.
           05  FILLER                   PIC X(16)
               VALUE ' CBTRF REWRITE: '.
           05  WS-CT-CBTRF              PIC ZZZZ9.
           05  FILLER                   PIC X(16)
               VALUE ' CBPGM REWRITE: '.
           05  WS-CT-CBPGM              PIC ZZZZ9.
           05  FILLER                   PIC X(18) VALUE SPACES.
       01  WS-CONTROL-TOTALS-LINE3.
           05  FILLER                   PIC X(30)
               VALUE 'CONTROL TOTAL MISMATCH FLAG : '.
               10  CBTRF-CONTRIB-CENTS                  PIC 9(11).
           05  FILLER                                   PIC X(112).
      *
      * Initial and continued claims split by program -- regular
      * state UI, UCFE (federal civilian employees) and UCX (ex-
      * servicemembers) -- each intrastate and interstate, the way
      * the federal weekly claims form wants them.  Same CSV shape
      * as CLMDUR: record id, display date, the initial total and
      * its six splits, then the continued total and its six.
       01  CBPGM-FIELDS.
           05  CBPGM-RECORD-ID.
               15  CBPGM-MM                             PIC X(02).
               15  CBPGM-DD                             PIC X(02).
               15  CBPGM-YYYY                           PIC X(04).
           05  CBPGM-FIELDS-NF.
               10  CBPGM-DATE                           PIC X(10).
               10  CBPGM-INA                            PIC 9(06).
               10  STATE-UI-INTRA                       PIC 9(06).
               10  STATE-UI-INTER                       PIC 9(06).
               10  UCFE-INTRA                           PIC 9(06).
               10  UCFE-INTER                           PIC 9(06).
               10  UCX-INTRA                            PIC 9(06).
               10  UCX-INTER                            PIC 9(06).
               10  CBPGM-CONT-TOTAL                     PIC 9(06).
               10  CONT-STATE-UI-INTRA                  PIC 9(06).
               10  CONT-STATE-UI-INTER                  PIC 9(06).
               10  CONT-UCFE-INTRA                      PIC 9(06).
               10  CONT-UCFE-INTER                      PIC 9(06).
               10  CONT-UCX-INTRA                       PIC 9(06).
               10  CONT-UCX-INTER                       PIC 9(06).
           05  FILLER                                   PIC X(42).
      *
      * First payments issued and benefit exhaustions for the week:
      * the claimants entering and leaving the rolls, kept beside
      * the counts so exhaustion rates stop being a hand exercise.
               15  CBLBR-YYYY                           PIC X(04).
           05  CBLBR-FIELDS-NF.
               10  CBLBR-LABORFORCE                     PIC 9(09).
               10  CBLBR-TOTAL-UNEMPLOYED               PIC 9(09).
               10  CBLBR-TOTAL-RATE-TEXT                PIC X(06).
           05  FILLER                                   PIC X(114).
      *
       01  WS-LBR-EOF-SW                PIC X(01)   VALUE 'N'.
           88 WS-LBR-EOF                             VALUE 'Y'.
      *
       01  WS-VER-SUBROUTINE            PIC X(08)   VALUE 'UNEMPVER'.
       01  WS-VER-RESULT                PIC X(01)   VALUE SPACE.
       01  WS-CURRENT-LAYOUT-VERSION    PIC 9(02)   VALUE 09.
      *
       01  WS-KWP-SUBROUTINE            PIC X(08)   VALUE 'UNEMPKWP'.
       01  WS-KWP-CARD                  PIC X(80)   VALUE SPACES.
           05  WS-EXL-REASON            PIC X(04)   VALUE SPACES.
           05  WS-EXL-TEXT              PIC X(50)   VALUE SPACES.
           05  WS-EXL-RESULT            PIC X(01)   VALUE SPACE.
      *
       01  WS-TUN-SUBROUTINE            PIC X(08)   VALUE 'UNEMPTUN'.
       01  WS-TUN-DATA.
           05  WS-TUN-FUNCTION          PIC X(01)   VALUE 'S'.
           05  WS-TUN-YYYYMM            PIC X(06)   VALUE SPACES.
           05  WS-TUN-TOTAL-UNEMPLOYED  PIC 9(09)   VALUE 0.
           05  WS-TUN-TOTAL-RATE        PIC 9(03)V99 VALUE 0.
           05  WS-TUN-LABORFORCE        PIC 9(09)   VALUE 0.
           05  WS-TUN-ACTION            PIC X(01)   VALUE SPACE.
           05  WS-TUN-PRIOR-TOTAL       PIC 9(09)   VALUE 0.
           05  WS-TUN-RESULT            PIC X(01)   VALUE SPACE.
       01  WS-TUN-NEW-COUNT             PIC 9(04)   VALUE 0.
       01  WS-TUN-REVISED-COUNT         PIC 9(04)   VALUE 0.
      *
       01  WS-PCL-SUBROUTINE            PIC X(08)   VALUE 'UNEMPPCL'.
       01  WS-PCL-DATA.
           05  WS-PCL-FUNCTION          PIC X(01)   VALUE SPACE.
           05  WS-PCL-PROGRAM           PIC X(08)   VALUE 'UNEMP'.
           05  WS-PCL-OPERATOR          PIC X(08)   VALUE SPACES.
           05  WS-PCL-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-PCL-RECORD-KEY        PIC X(11)   VALUE SPACES.
           05  WS-PCL-EVENT             PIC X(02)   VALUE SPACES.
           05  WS-PCL-DETAIL            PIC X(40)   VALUE SPACES.
           05  WS-PCL-QUARTER           PIC X(05)   VALUE SPACES.
           05  WS-PCL-PERIOD-STATE      PIC X(01)   VALUE SPACE.
               88 WS-PCL-PERIOD-CLOSED              VALUE 'C'.
               88 WS-PCL-PERIOD-REOPENED            VALUE 'R'.
           05  WS-PCL-RESULT            PIC X(01)   VALUE SPACE.
      *
       01  WS-LCY-SUBROUTINE            PIC X(08)   VALUE 'UNEMPLCY'.
       01  WS-LCY-DATA.
           05  WS-LCY-FUNCTION          PIC X(01)   VALUE 'S'.
           05  WS-LCY-MILESTONE         PIC 9(01)   VALUE 3.
           05  WS-LCY-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-LCY-THROUGH-WEEK      PIC X(08)   VALUE SPACES.
           05  WS-LCY-FEED-ID           PIC X(08)   VALUE SPACES.
           05  WS-LCY-SEQUENCE          PIC 9(06)   VALUE 0.
           05  WS-LCY-WEEKS-STAMPED     PIC 9(04)   VALUE 0.
           05  WS-LCY-RESULT            PIC X(01)   VALUE SPACE.
      *
      * Restart gate: when UNEMPRSC's restart card says this step
      * already completed in today's window, the run ends cleanly
           OPEN INPUT  BENEFIT-FLOW-FILE.
           OPEN INPUT  CLAIMS-BY-DURATION.
           OPEN INPUT  TRUST-FUND-FILE.
           OPEN INPUT  CLAIMS-BY-PROGRAM.
           OPEN OUTPUT PRINT-LINE.
           PERFORM READ-INIT-FLAG.
           IF WS-DB-ALREADY-INITIALIZED
           END-IF.
           PERFORM LOAD-LABORFORCE-TABLE.
           PERFORM READ-ALERT-CONTROL-PARM.
           PERFORM CHECK-CATEGORY-FILES-RECEIVED.
           PERFORM READ-CATCHUP-PARM.
           PERFORM READ-CHECKPOINT.
           MOVE WS-CHECKPOINT-STAGE TO WS-STARTING-CKPT-STAGE.
              READ CLAIMS-BY-LABORFORCE
                 AT END MOVE 'Y' TO WS-LBR-EOF-SW
                 NOT AT END
                    MOVE 0 TO CBLBR-TOTAL-UNEMPLOYED
                    MOVE SPACES TO CBLBR-TOTAL-RATE-TEXT
                    UNSTRING CBLBR-REC DELIMITED BY ',' OR ' '
                       INTO CBLBR-MM
                            CBLBR-YYYY
                            CBLBR-LABORFORCE
                            CBLBR-TOTAL-UNEMPLOYED
                            CBLBR-TOTAL-RATE-TEXT
                    END-UNSTRING
                    ADD 1 TO WS-LF-TABLE-COUNT
                    STRING CBLBR-YYYY CBLBR-MM DELIMITED BY SIZE
                       INTO WS-LF-YYYYMM(WS-LF-TABLE-COUNT)
                    MOVE CBLBR-LABORFORCE TO
                         WS-LF-COUNT(WS-LF-TABLE-COUNT)
                    IF CBLBR-TOTAL-UNEMPLOYED > 0
                       PERFORM STORE-TOTAL-UNEMPLOYMENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLAIMS-BY-LABORFORCE.
           MOVE 'C' TO WS-TUN-FUNCTION.
           CALL WS-TUN-SUBROUTINE USING WS-TUN-DATA.
           IF WS-TUN-NEW-COUNT > 0 OR WS-TUN-REVISED-COUNT > 0
              DISPLAY 'TOTAL UNEMPLOYMENT MONTHS ADDED: '
                      WS-TUN-NEW-COUNT ' REVISED: '
                      WS-TUN-REVISED-COUNT
           END-IF.
      *
      * The total unemployed figure and rate ride on the CLMLABOR
      * row after the labor force; the rate was proved numeric by
      * UNEMPEDT.  A failed store is reported but does not stop the
      * load.
       STORE-TOTAL-UNEMPLOYMENT.
           MOVE 'S' TO WS-TUN-FUNCTION.
           MOVE WS-LF-YYYYMM(WS-LF-TABLE-COUNT) TO WS-TUN-YYYYMM.
           MOVE CBLBR-TOTAL-UNEMPLOYED TO WS-TUN-TOTAL-UNEMPLOYED.
           MOVE CBLBR-LABORFORCE TO WS-TUN-LABORFORCE.
           IF CBLBR-TOTAL-RATE-TEXT = SPACES
              MOVE 0 TO WS-TUN-TOTAL-RATE
           ELSE
              COMPUTE WS-TUN-TOTAL-RATE =
                 FUNCTION NUMVAL (CBLBR-TOTAL-RATE-TEXT)
           END-IF.
           CALL WS-TUN-SUBROUTINE USING WS-TUN-DATA.
           EVALUATE TRUE
              WHEN WS-TUN-RESULT NOT = '0'
                 DISPLAY 'TOTAL UNEMPLOYMENT FOR ' WS-TUN-YYYYMM
                         ' NOT RECORDED ON TOTUNEM'
              WHEN WS-TUN-ACTION = 'N'
                 ADD 1 TO WS-TUN-NEW-COUNT
              WHEN WS-TUN-ACTION = 'R'
                 ADD 1 TO WS-TUN-REVISED-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       READ-FILENAME-CONTROL-PARM.
           OPEN INPUT FNAME-CONTROL-PARM.
                 PERFORM SET-THRESHOLD-FROM-VALUE
              WHEN WS-KWP-KEYWORD = 'REVISION-MODE'
                 MOVE WS-KWP-VALUE (1:1) TO WS-REVISION-MODE-SW
              WHEN WS-KWP-KEYWORD = 'PARTIAL-LOAD'
                 MOVE WS-KWP-VALUE (1:1) TO WS-PARTIAL-LOAD-SW
              WHEN OTHER
                 DISPLAY 'UNKNOWN ALRTPARM KEYWORD: ' WS-KWP-KEYWORD
                 MOVE 'Y' TO WS-PARM-ERROR-SW
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
           MOVE 'PARTIAL-LOAD' TO WS-EC-KEYWORD.
           MOVE WS-PARTIAL-LOAD-SW TO WS-EC-VALUE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
      * Every weekly category file is read once to see whether it
      * arrived -- absent (OPTIONAL open, status 05) and empty both
      * read end of file straight away -- and the files are opened
      * again from the top for the load.  Outside partial-load mode
      * a file not received ends the run before CLMSDB is opened.
       CHECK-CATEGORY-FILES-RECEIVED.
           MOVE SPACES TO WS-WEEK-FILTER.
           MOVE 0 TO WS-NOT-RECEIVED-COUNT.
           MOVE 'N' TO LASTREC.
           PERFORM READ-CBAGE-RECORD.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM NOTE-CATEGORY-RECEIVED.
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1
                   UNTIL WS-STG-SUB > 11
              MOVE 'N' TO LASTREC
              PERFORM READ-COMPANION-ROW
              COMPUTE WS-CAT-SUB = WS-STG-SUB + 1
              PERFORM NOTE-CATEGORY-RECEIVED
           END-PERFORM.
           PERFORM REOPEN-INPUT-FILES.
           IF WS-NOT-RECEIVED-COUNT > 0
              IF WS-PARTIAL-LOAD
                 DISPLAY 'PARTIAL LOAD: ' WS-NOT-RECEIVED-COUNT
                         ' CATEGORY FILES NOT RECEIVED, LEFT '
                         'OUTSTANDING'
              ELSE
                 DISPLAY WS-NOT-RECEIVED-COUNT
                         ' CATEGORY FILES NOT RECEIVED, RUN ENDED'
                 DISPLAY 'SET ALRTPARM PARTIAL-LOAD=Y TO LOAD THE '
                         'FILES THAT ARRIVED'
                 MOVE 8 TO RETURN-CODE
                 GO TO CLOSE-STOP
              END-IF
           END-IF.
      *
       NOTE-CATEGORY-RECEIVED.
           IF LASTREC = 'Y'
              MOVE 'N' TO WS-CAT-RECEIVED-SW (WS-CAT-SUB)
              ADD 1 TO WS-NOT-RECEIVED-COUNT
              DISPLAY 'CATEGORY FILE ' WS-CAT-FILE-NAME (WS-CAT-SUB)
                      ' NOT RECEIVED, STATUS '
                      WS-CAT-FILE-STATUS (WS-CAT-SUB)
           ELSE
              MOVE 'Y' TO WS-CAT-RECEIVED-SW (WS-CAT-SUB)
           END-IF.
      *
       COMPUTE-PRIOR-WEEK-KEY.
           MOVE WS-SAVE-KEY TO WS-PWK-DATE-NUM.
                 DISPLAY WS-ALERT-LINE
                 MOVE WS-ALERT-LINE TO PRINT-REC
                 WRITE PRINT-REC
                 PERFORM LOG-THRESHOLD-ALERT
                 IF WS-ALERT-IND-SLOT > 0
                    AND WS-ALERT-CURRENT > WS-ALERT-PRIOR
                    PERFORM CHECK-ALERT-WARN-NOTICES
                 END-IF
              END-IF
           END-IF.
      *
      * The alert goes to EXCPLOG as a warning rather than an
      * error; the severity is put back for the callers after it.
       LOG-THRESHOLD-ALERT.
           MOVE WS-ALERT-LABEL TO WS-AXT-LABEL.
           MOVE WS-ALERT-PCT-CHANGE TO WS-AXT-PCT.
           MOVE 'W' TO WS-EXL-SEVERITY.
           MOVE WS-SAVE-KEY TO WS-EXL-RECORD-KEY.
           MOVE 'SPIK' TO WS-EXL-REASON.
           MOVE WS-ALERT-EXL-TEXT TO WS-EXL-TEXT.
           CALL WS-EXL-SUBROUTINE USING WS-EXL-DATA.
           MOVE 'E' TO WS-EXL-SEVERITY.
      *
      * An industry rise is followed by the WARN layoff notices for
      * that industry that took effect in the last four weeks, so
      * whoever reads the alert sees the likely cause with it.
       CHECK-ALERT-WARN-NOTICES.
           MOVE 'I' TO WS-WNL-MATCH-TYPE.
           MOVE WS-ALERT-IND-SLOT TO WS-WNL-IND-SLOT.
           MOVE SPACES TO WS-WNL-REGION.
           MOVE WS-SAVE-KEY TO WS-WNL-WEEK-ENDING.
           MOVE 4 TO WS-WNL-LOOKBACK-WEEKS.
           CALL WS-WNL-SUBROUTINE USING WS-WNL-DATA.
           IF WS-WNL-RESULT = '0'
              AND WS-WNL-NOTICES-FOUND > 0
              MOVE WS-WNL-NOTICES-FOUND TO WS-AWN-NOTICES
              MOVE WS-WNL-WORKERS-TOTAL TO WS-AWN-WORKERS
              DISPLAY WS-ALERT-WARN-LINE
              MOVE WS-ALERT-WARN-LINE TO PRINT-REC
              WRITE PRINT-REC
              PERFORM VARYING WS-AWN-SUB FROM 1 BY 1
                      UNTIL WS-AWN-SUB > 3
                         OR WS-AWN-SUB > WS-WNL-NOTICES-FOUND
                 PERFORM WRITE-ALERT-NOTICE-LINE
              END-PERFORM
           END-IF.
      *
      * The three largest notices are quoted; the notice report
      * UNEMPWNR lists the rest.
       WRITE-ALERT-NOTICE-LINE.
           MOVE 0 TO WS-AWN-PICK.
           PERFORM VARYING WS-AWN-SCAN FROM 1 BY 1
                   UNTIL WS-AWN-SCAN > 10
                      OR WS-AWN-SCAN > WS-WNL-NOTICES-FOUND
              IF WS-WNL-WORKERS (WS-AWN-SCAN) > 0
                 IF WS-AWN-PICK = 0
                    MOVE WS-AWN-SCAN TO WS-AWN-PICK
                 ELSE
                    IF WS-WNL-WORKERS (WS-AWN-SCAN) >
                       WS-WNL-WORKERS (WS-AWN-PICK)
                       MOVE WS-AWN-SCAN TO WS-AWN-PICK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-AWN-PICK > 0
              MOVE WS-WNL-EMPLOYER (WS-AWN-PICK) TO WS-AWD-EMPLOYER
              MOVE WS-WNL-COUNTY (WS-AWN-PICK) TO WS-AWD-COUNTY
              MOVE WS-WNL-EFFECTIVE-DATE (WS-AWN-PICK)
                 TO WS-AWD-EFFECTIVE
              MOVE WS-WNL-WORKERS (WS-AWN-PICK) TO WS-AWD-WORKERS
              DISPLAY WS-ALERT-NOTICE-LINE
              MOVE WS-ALERT-NOTICE-LINE TO PRINT-REC
              WRITE PRINT-REC
              MOVE 0 TO WS-WNL-WORKERS (WS-AWN-PICK)
           END-IF.
      *
      * A CLMCKPT written before the record carried the week is
      * shorter than today's layout, so a read that comes back
      * short or non-numeric is treated as no checkpoint at all
                 MOVE 0 TO WS-CHECKPOINT-STAGE
                 MOVE SPACES TO WS-CHECKPOINT-WEEK
              END-IF
              IF WS-CHECKPOINT-ROWS NOT NUMERIC
                 MOVE 0 TO WS-CHECKPOINT-ROWS
              END-IF
           ELSE
              MOVE 0 TO WS-CHECKPOINT-STAGE
              MOVE SPACES TO WS-CHECKPOINT-WEEK
              MOVE 0 TO WS-CHECKPOINT-ROWS
           END-IF.
      *
      * The checkpoint carries the stage AND, in catch-up mode,
      * the week the stage belongs to, so an abend resumes at the
      * failed week instead of the top of the queue.  Stage 1 is
      * the load pass in progress, with the count of CLMAGE rows
      * whose weeks are already written; stage 11 is the pass done.
      * A checkpoint left at any other stage is replayed from the
      * top of the pass, which a restart does safely because every
      * week already on file is simply rewritten.
       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-CHECKPOINT-STAGE TO CHKPT-STAGE.
           MOVE WS-CHECKPOINT-WEEK TO CHKPT-WEEK.
           MOVE WS-CHECKPOINT-ROWS TO CHKPT-ROWS.
           WRITE CHKPT-REC.
           CLOSE CHECKPOINT-FILE.
      *
      *
           MOVE 0 TO WS-CHECKPOINT-STAGE.
           MOVE SPACES TO WS-CHECKPOINT-WEEK.
           MOVE 0 TO WS-CHECKPOINT-ROWS.
           PERFORM WRITE-CHECKPOINT.
      *
       CLOSE-STOP.
           CLOSE BENEFIT-FLOW-FILE.
           CLOSE CLAIMS-BY-DURATION.
           CLOSE TRUST-FUND-FILE.
           CLOSE CLAIMS-BY-PROGRAM.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           CLOSE AUDIT-LOG.
           CALL WS-STAT-SUBROUTINE USING WS-STAT-DATA.
           STOP RUN.
      *
      * One full pass of the load.  In catch-up mode the input
      * readers skip rows outside WS-WEEK-FILTER, the pass runs
      * once per queued week in ascending key order, and the
      * control totals printed at the end of the pass are that
      * week's block.  Each CLMAGE row brings the matching row of
      * every other input file with it and the week is written
      * once; the checkpoint is taken after every week, and a
      * restart runs the same rows again in step, writing nothing
      * until it is past the weeks already on file.
       PROCESS-ONE-WEEK.
           IF WS-CHECKPOINT-STAGE < 11
              MOVE WS-CHECKPOINT-ROWS TO WS-RESTART-ROW-COUNT
              MOVE 0 TO WS-PASS-ROW-COUNT
              MOVE 0 TO WS-OUT-OF-STEP-COUNT
              MOVE 1 TO WS-CHECKPOINT-STAGE
              PERFORM VARYING WS-STG-SUB FROM 1 BY 1
                      UNTIL WS-STG-SUB > 11
                 MOVE 'N' TO WS-STG-HELD-SW (WS-STG-SUB)
                 MOVE 'N' TO WS-STG-EOF-SW (WS-STG-SUB)
                 MOVE 'N' TO WS-STG-MATCH-SW (WS-STG-SUB)
              END-PERFORM
              MOVE 'N' TO LASTREC
              PERFORM READ-CBAGE-RECORD
              PERFORM UNTIL LASTREC = 'Y'
                 PERFORM LOAD-STAGED-WEEK
                 PERFORM READ-CBAGE-RECORD
              END-PERFORM
              PERFORM DRAIN-COMPANION-FILE
                      VARYING WS-STG-SUB FROM 1 BY 1
                      UNTIL WS-STG-SUB > 11
              IF WS-OUT-OF-STEP-COUNT > 0
                 DISPLAY 'ROWS LOADED OUT OF STEP WITH CLMAGE: '
                         WS-OUT-OF-STEP-COUNT
              END-IF
              IF WS-PERIOD-CLOSED-COUNT > 0
                 DISPLAY 'ROWS PARKED, PERIOD CLOSED: '
                         WS-PERIOD-CLOSED-COUNT
              END-IF
              MOVE DIVIDER TO PRINT-REC
              WRITE PRINT-REC
              MOVE 'N' TO LASTREC
              MOVE 11 TO WS-CHECKPOINT-STAGE
              PERFORM WRITE-CHECKPOINT
           END-IF.
      *
           MOVE 0 TO WS-INCOMPLETE-WEEK-COUNT.
           PERFORM CHECK-CROSS-FILE-INA-TOTALS.
           DISPLAY 'INA TOTAL MISMATCHES: ' WS-INA-MISMATCH-COUNT.
           DISPLAY 'WEEKS WITH CATEGORIES OUTSTANDING: '
                   WS-INCOMPLETE-WEEK-COUNT.
      *
           PERFORM PRINT-CONTROL-TOTALS.
       PROCESS-ONE-WEEK-EXIT.
                 MOVE WS-CUP-WEEK (WS-CUP-SUB) TO WS-WEEK-FILTER
                 IF WS-WEEK-FILTER NOT = WS-CHECKPOINT-WEEK
                    MOVE 0 TO WS-CHECKPOINT-STAGE
                    MOVE 0 TO WS-CHECKPOINT-ROWS
                 END-IF
                 MOVE WS-WEEK-FILTER TO WS-CHECKPOINT-WEEK
                 PERFORM REOPEN-INPUT-FILES
           CLOSE BENEFIT-FLOW-FILE.
           CLOSE CLAIMS-BY-DURATION.
           CLOSE TRUST-FUND-FILE.
           CLOSE CLAIMS-BY-PROGRAM.
           OPEN INPUT  CLAIMS-BY-AGE.
           OPEN INPUT  CLAIMS-BY-ETHNICITY.
           OPEN INPUT  CLAIMS-BY-INDUSTRY.
           OPEN INPUT  BENEFIT-FLOW-FILE.
           OPEN INPUT  CLAIMS-BY-DURATION.
           OPEN INPUT  TRUST-FUND-FILE.
           OPEN INPUT  CLAIMS-BY-PROGRAM.
           MOVE 'N' TO LASTREC.
      *
      * The per-stage counters start over for the next week's
                     WS-CBBEN-REWRITE-COUNT
                     WS-CBFLW-REWRITE-COUNT
                     WS-CBDUR-REWRITE-COUNT
                     WS-CBTRF-REWRITE-COUNT
                     WS-CBPGM-REWRITE-COUNT.
      *
      *
       PRINT-CONTROL-TOTALS.
                      'THIS EXECUTION'
              MOVE 'N' TO WS-COUNT-MISMATCH-FLAG
           ELSE
      * A category file not received in a partial load has nothing
      * to agree with; with no CLMAGE the rows applied were all
      * completing weeks already on file, so there is no count to
      * hold them to.
              IF NOT WS-CAT-RECEIVED (1)
                 DISPLAY 'CONTROL TOTALS MISMATCH CHECK SKIPPED -- '
                         'CLMAGE NOT RECEIVED'
                 MOVE 'N' TO WS-COUNT-MISMATCH-FLAG
              ELSE
                 IF (WS-CAT-RECEIVED (2) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBETH-REWRITE-COUNT) OR
                    (WS-CAT-RECEIVED (3) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBIND-REWRITE-COUNT) OR
                    (WS-CAT-RECEIVED (4) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBRAC-REWRITE-COUNT) OR
                    (WS-CAT-RECEIVED (5) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBGEN-REWRITE-COUNT) OR
                    (WS-CAT-RECEIVED (6) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBEDU-REWRITE-COUNT) OR
                    (WS-CAT-RECEIVED (7) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBCNT-REWRITE-COUNT) OR
                    (WS-CAT-RECEIVED (8) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBBEN-REWRITE-COUNT) OR
                    (WS-CAT-RECEIVED (9) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBFLW-REWRITE-COUNT) OR
                    (WS-CAT-RECEIVED (10) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBDUR-REWRITE-COUNT) OR
                    (WS-CAT-RECEIVED (11) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBTRF-REWRITE-COUNT) OR
                    (WS-CAT-RECEIVED (12) AND WS-CBAGE-WRITE-COUNT
                        NOT = WS-CBPGM-REWRITE-COUNT)
                    MOVE 'Y' TO WS-COUNT-MISMATCH-FLAG
                 ELSE
                    MOVE 'N' TO WS-COUNT-MISMATCH-FLAG
                 END-IF
              END-IF
           END-IF.
           MOVE WS-CBAGE-WRITE-COUNT TO WS-CT-CBAGE.
           MOVE WS-CBFLW-REWRITE-COUNT TO WS-CT-CBFLW.
           MOVE WS-CBDUR-REWRITE-COUNT TO WS-CT-CBDUR.
           MOVE WS-CBTRF-REWRITE-COUNT TO WS-CT-CBTRF.
           MOVE WS-CBPGM-REWRITE-COUNT TO WS-CT-CBPGM.
           MOVE WS-COUNT-MISMATCH-FLAG TO WS-CT-MISMATCH-FLAG.
           DISPLAY WS-CONTROL-TOTALS-LINE1.
           DISPLAY WS-CONTROL-TOTALS-LINE2.
              END-READ
           END-PERFORM.
      *
      * The program-type total is only held to CBAGE-INA on weeks
      * that carry a CLMPGM row; weeks loaded before the file
      * existed have a blank program-type date.  A category still
      * outstanding on the week has no total yet to compare.
       CHECK-INA-TOTALS-MATCH.
           IF DB-CATEGORY-IS-LOADED (1)
              AND ((DB-CATEGORY-IS-LOADED (2) AND
                    DB-CBAGE-INA NOT = DB-CBETH-INA) OR
                   (DB-CATEGORY-IS-LOADED (3) AND
                    DB-CBAGE-INA NOT = DB-CBIND-INA) OR
                   (DB-CATEGORY-IS-LOADED (4) AND
                    DB-CBAGE-INA NOT = DB-CBRAC-INA) OR
                   (DB-CATEGORY-IS-LOADED (5) AND
                    DB-CBAGE-INA NOT = DB-CBGEN-INA) OR
                   (DB-CATEGORY-IS-LOADED (12) AND
                    DB-CBPGM-DATE NOT = SPACES AND
                    DB-CBAGE-INA NOT = DB-CBPGM-INA))
              PERFORM LOG-INA-MISMATCH
           END-IF.
           PERFORM NOTE-OUTSTANDING-CATEGORIES.
      *
      * Every week still short a category is listed with the files
      * it is waiting on, each run, until a later load completes it.
       NOTE-OUTSTANDING-CATEGORIES.
           MOVE 0 TO WS-OUTSTANDING-COUNT.
           INSPECT CLMDB-CATEGORY-STATUS-FIELDS
              TALLYING WS-OUTSTANDING-COUNT FOR ALL 'N'.
           IF WS-OUTSTANDING-COUNT > 0
              ADD 1 TO WS-INCOMPLETE-WEEK-COUNT
              MOVE RECORD-KEY TO WS-OC-KEY
              MOVE SPACES TO WS-OC-FILES
              MOVE 1 TO WS-OC-PTR
              PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                      UNTIL WS-CAT-SUB > 12
                 IF DB-CATEGORY-OUTSTANDING (WS-CAT-SUB)
                    STRING WS-CAT-FILE-NAME (WS-CAT-SUB)
                              DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                       INTO WS-OC-FILES WITH POINTER WS-OC-PTR
                    END-STRING
                 END-IF
              END-PERFORM
              DISPLAY WS-OUTSTANDING-LINE
              MOVE WS-OUTSTANDING-LINE TO PRINT-REC
              WRITE PRINT-REC
           END-IF.
      *
       LOG-INA-MISMATCH.
           ADD 1 TO WS-INA-MISMATCH-COUNT.
           MOVE DB-CBIND-INA TO WS-IM-IND.
           MOVE DB-CBRAC-INA TO WS-IM-RAC.
           MOVE DB-CBGEN-INA TO WS-IM-GEN.
           MOVE DB-CBPGM-INA TO WS-IM-PGM.
           DISPLAY WS-INA-MISMATCH-LINE.
           MOVE WS-INA-MISMATCH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
              END-IF
           END-IF.
      *
      * One CLMAGE row: the other files are brought up to the same
      * week, and unless a restart has already written this row's
      * week the whole record is assembled and written.
       LOAD-STAGED-WEEK.
           ADD 1 TO WS-PASS-ROW-COUNT.
           STRING CBAGE-YYYY DELIMITED BY SIZE
                  CBAGE-MM DELIMITED BY SIZE
                  CBAGE-DD DELIMITED BY SIZE
                  INTO WS-STAGE-KEY.
           PERFORM STAGE-COMPANION-ROW
                   VARYING WS-STG-SUB FROM 1 BY 1
                   UNTIL WS-STG-SUB > 11.
           IF WS-PASS-ROW-COUNT > WS-RESTART-ROW-COUNT
              PERFORM WRITE-WEEK-RECORD
              MOVE WS-PASS-ROW-COUNT TO WS-CHECKPOINT-ROWS
              PERFORM WRITE-CHECKPOINT
           END-IF.
      *
      * Reads the next row of one companion file unless a row is
      * already held, and stages it for the week when the keys
      * agree.  LASTREC belongs to CLMAGE during the pass, so the
      * companion's end of file is kept in its own switch.
       STAGE-COMPANION-ROW.
           MOVE 'N' TO WS-STG-MATCH-SW (WS-STG-SUB).
           IF WS-STG-HELD-SW (WS-STG-SUB) = 'N'
              AND WS-STG-EOF-SW (WS-STG-SUB) = 'N'
              PERFORM READ-COMPANION-ROW
              IF LASTREC = 'Y'
                 MOVE 'Y' TO WS-STG-EOF-SW (WS-STG-SUB)
              ELSE
                 MOVE 'Y' TO WS-STG-HELD-SW (WS-STG-SUB)
              END-IF
              MOVE 'N' TO LASTREC
           END-IF.
           IF WS-STG-HELD-SW (WS-STG-SUB) = 'Y'
              PERFORM SET-COMPANION-ROW-KEY
              IF WS-ROW-KEY = WS-STAGE-KEY
                 MOVE 'Y' TO WS-STG-MATCH-SW (WS-STG-SUB)
                 MOVE 'N' TO WS-STG-HELD-SW (WS-STG-SUB)
              END-IF
           END-IF.
      *
       READ-COMPANION-ROW.
           EVALUATE WS-STG-SUB
              WHEN 1  PERFORM READ-CBETH-RECORD
              WHEN 2  PERFORM READ-CBIND-RECORD
              WHEN 3  PERFORM READ-CBRAC-RECORD
              WHEN 4  PERFORM READ-CBGEN-RECORD
              WHEN 5  PERFORM READ-CBEDU-RECORD
              WHEN 6  PERFORM READ-CBCNT-RECORD
              WHEN 7  PERFORM READ-CBBEN-RECORD
              WHEN 8  PERFORM READ-CBFLW-RECORD
              WHEN 9  PERFORM READ-CBDUR-RECORD
              WHEN 10 PERFORM READ-CBTRF-RECORD
              WHEN 11 PERFORM READ-CBPGM-RECORD
           END-EVALUATE.
      *
       SET-COMPANION-ROW-KEY.
           EVALUATE WS-STG-SUB
              WHEN 1
                 MOVE CBETH-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBETH-MM TO WS-ROW-KEY (5:2)
                 MOVE CBETH-DD TO WS-ROW-KEY (7:2)
              WHEN 2
                 MOVE CBIND-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBIND-MM TO WS-ROW-KEY (5:2)
                 MOVE CBIND-DD TO WS-ROW-KEY (7:2)
              WHEN 3
                 MOVE CBRAC-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBRAC-MM TO WS-ROW-KEY (5:2)
                 MOVE CBRAC-DD TO WS-ROW-KEY (7:2)
              WHEN 4
                 MOVE CBGEN-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBGEN-MM TO WS-ROW-KEY (5:2)
                 MOVE CBGEN-DD TO WS-ROW-KEY (7:2)
              WHEN 5
                 MOVE CBEDU-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBEDU-MM TO WS-ROW-KEY (5:2)
                 MOVE CBEDU-DD TO WS-ROW-KEY (7:2)
              WHEN 6
                 MOVE CBCNT-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBCNT-MM TO WS-ROW-KEY (5:2)
                 MOVE CBCNT-DD TO WS-ROW-KEY (7:2)
              WHEN 7
                 MOVE CBBEN-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBBEN-MM TO WS-ROW-KEY (5:2)
                 MOVE CBBEN-DD TO WS-ROW-KEY (7:2)
              WHEN 8
                 MOVE CBFLW-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBFLW-MM TO WS-ROW-KEY (5:2)
                 MOVE CBFLW-DD TO WS-ROW-KEY (7:2)
              WHEN 9
                 MOVE CBDUR-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBDUR-MM TO WS-ROW-KEY (5:2)
                 MOVE CBDUR-DD TO WS-ROW-KEY (7:2)
              WHEN 10
                 MOVE CBTRF-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBTRF-MM TO WS-ROW-KEY (5:2)
                 MOVE CBTRF-DD TO WS-ROW-KEY (7:2)
              WHEN 11
                 MOVE CBPGM-YYYY TO WS-ROW-KEY (1:4)
                 MOVE CBPGM-MM TO WS-ROW-KEY (5:2)
                 MOVE CBPGM-DD TO WS-ROW-KEY (7:2)
           END-EVALUATE.
      *
      * Rows CLMAGE never called for -- one held at the end of the
      * pass, and any after it -- are applied one at a time the old
      * way, each to a record that must already be on file.  A held
      * row of a week parked as a duplicate parks with it.
       DRAIN-COMPANION-FILE.
           MOVE 'N' TO LASTREC.
           IF WS-STG-HELD-SW (WS-STG-SUB) = 'Y'
              PERFORM SET-COMPANION-ROW-KEY
              MOVE 'N' TO WS-DUPK-HIT-SW
              IF WS-DUPK-WEEK-COUNT > 0
                 PERFORM CHECK-DUPK-PARKED-WEEK
              END-IF
              IF WS-DUPK-HIT
                 MOVE 'DUPK' TO WS-PARK-REASON
                 PERFORM PARK-COMPANION-ROW
              ELSE
                 PERFORM WRITE-COMPANION-ROW
              END-IF
              MOVE 'N' TO WS-STG-HELD-SW (WS-STG-SUB)
           END-IF.
           IF WS-STG-EOF-SW (WS-STG-SUB) = 'N'
              PERFORM READ-COMPANION-ROW
              PERFORM UNTIL LASTREC = 'Y'
                 PERFORM WRITE-COMPANION-ROW
                 PERFORM READ-COMPANION-ROW
              END-PERFORM
              MOVE 'Y' TO WS-STG-EOF-SW (WS-STG-SUB)
           END-IF.
           MOVE 'N' TO LASTREC.
      *
       WRITE-COMPANION-ROW.
           ADD 1 TO WS-OUT-OF-STEP-COUNT.
           PERFORM SET-COMPANION-ROW-KEY.
           MOVE WS-ROW-KEY TO WS-PCL-WEEK-ENDING.
           COMPUTE WS-CAT-SUB = WS-STG-SUB + 1.
           MOVE SPACES TO WS-PCL-DETAIL.
           STRING WS-CAT-FILE-NAME (WS-CAT-SUB) ' LATE ROW'
                  DELIMITED BY SIZE INTO WS-PCL-DETAIL
           END-STRING.
           PERFORM CHECK-PERIOD-OPEN.
      * A late row only fills in a category the stored week is
      * still outstanding; one already loaded is a re-send and parks
      * as a duplicate unless the revision control card says so.
           MOVE 'N' TO WS-DUPK-HIT-SW.
           IF NOT WS-PCL-PERIOD-CLOSED AND NOT WS-REVISION-MODE
              MOVE WS-ROW-KEY TO RECORD-KEY
              READ CLAIMS-DATABASE
              IF WS-CLMDB-SUCCESS
                 AND DB-CATEGORY-LOADED (WS-CAT-SUB) = 'Y'
                 MOVE 'Y' TO WS-DUPK-HIT-SW
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-PCL-PERIOD-CLOSED
                 ADD 1 TO WS-PERIOD-CLOSED-COUNT
                 MOVE 'PCLS' TO WS-PARK-REASON
                 PERFORM PARK-COMPANION-ROW
              WHEN WS-DUPK-HIT
                 DISPLAY 'DUPLICATE KEY ON ' WS-CAT-FILE-NAME
                         (WS-CAT-SUB) ' LATE ROW, ROW TO SUSPENSE '
                         WS-ROW-KEY
                 MOVE 'DUPK' TO WS-PARK-REASON
                 PERFORM PARK-COMPANION-ROW
              WHEN OTHER
                 PERFORM APPLY-COMPANION-ROW
           END-EVALUATE.
      *
       APPLY-COMPANION-ROW.
           EVALUATE WS-STG-SUB
              WHEN 1  PERFORM WRITE-CBETH-RECORD
              WHEN 2  PERFORM WRITE-CBIND-RECORD
              WHEN 3  PERFORM WRITE-CBRAC-RECORD
              WHEN 4  PERFORM WRITE-CBGEN-RECORD
              WHEN 5  PERFORM WRITE-CBEDU-RECORD
              WHEN 6  PERFORM WRITE-CBCNT-RECORD
              WHEN 7  PERFORM WRITE-CBBEN-RECORD
              WHEN 8  PERFORM WRITE-CBFLW-RECORD
              WHEN 9  PERFORM WRITE-CBDUR-RECORD
              WHEN 10 PERFORM WRITE-CBTRF-RECORD
              WHEN 11 PERFORM WRITE-CBPGM-RECORD
           END-EVALUATE.
      *
       PARK-COMPANION-ROW.
           EVALUATE WS-STG-SUB
              WHEN 1
                 MOVE 'CLMETH' TO WS-SUSP-SOURCE
                 MOVE CBETH-REC TO WS-SUSP-SAVE-REC
              WHEN 2
                 MOVE 'CLMIND' TO WS-SUSP-SOURCE
                 MOVE CBIND-REC TO WS-SUSP-SAVE-REC
              WHEN 3
                 MOVE 'CLMRAC' TO WS-SUSP-SOURCE
                 MOVE CBRAC-REC TO WS-SUSP-SAVE-REC
              WHEN 4
                 MOVE 'CLMGEN' TO WS-SUSP-SOURCE
                 MOVE CBGEN-REC TO WS-SUSP-SAVE-REC
              WHEN 5
                 MOVE 'CLMEDU' TO WS-SUSP-SOURCE
                 MOVE CBEDU-REC TO WS-SUSP-SAVE-REC
              WHEN 6
                 MOVE 'CLMCONT' TO WS-SUSP-SOURCE
                 MOVE CBCNT-REC TO WS-SUSP-SAVE-REC
              WHEN 7
                 MOVE 'CLMBEN' TO WS-SUSP-SOURCE
                 MOVE CBBEN-REC TO WS-SUSP-SAVE-REC
              WHEN 8
                 MOVE 'CLMFLOW' TO WS-SUSP-SOURCE
                 MOVE CBFLW-REC TO WS-SUSP-SAVE-REC
              WHEN 9
                 MOVE 'CLMDUR' TO WS-SUSP-SOURCE
                 MOVE CBDUR-REC TO WS-SUSP-SAVE-REC
              WHEN 10
                 MOVE 'CLMTRF' TO WS-SUSP-SOURCE
                 MOVE CBTRF-REC TO WS-SUSP-SAVE-REC
              WHEN 11
                 MOVE 'CLMPGM' TO WS-SUSP-SOURCE
                 MOVE CBPGM-REC TO WS-SUSP-SAVE-REC
           END-EVALUATE.
           MOVE WS-PARK-REASON TO WS-SUSP-REASON.
           PERFORM WRITE-SUSPENSE-RECORD.
      *
      * Builds the week's record in storage -- the stored record if
      * the week is on file, a cleared one if not -- applies the
      * age row and every staged companion row to it, and writes it
      * once.  The LOADAUD rows and the CLMMSUM update are the same
      * ones the file-at-a-time load produced: a brand-new week's
      * age row still carries blank old values, so UNEMPBKO deletes
      * the record on backout.
       WRITE-WEEK-RECORD.
           MOVE CBAGE-FIELDS  TO  PRINT-REC.
           WRITE PRINT-REC.
           COMPUTE WS-CBAGE-CROSSFOOT-TOTAL =
           IF WS-CBAGE-CROSSFOOT-TOTAL NOT = CBAGE-INA
              PERFORM LOG-CBAGE-CROSSFOOT-MISMATCH
           END-IF.
           MOVE WS-STAGE-KEY TO RECORD-KEY.
           MOVE RECORD-KEY TO WS-SAVE-KEY.
           PERFORM READ-PRIOR-WEEK-RECORD.
           MOVE 0 TO WS-MSUM-STAGED-COUNT.
           READ CLAIMS-DATABASE.
           IF WS-CLMDB-SUCCESS
              MOVE 'Y' TO WS-WEEK-ON-FILE-SW
              MOVE CLMDB-CBAGE-FIELDS TO WS-AUD-OLD-VALUES
           ELSE
              MOVE 'N' TO WS-WEEK-ON-FILE-SW
              INITIALIZE CLAIMSDB-RECORD
              MOVE WS-SAVE-KEY TO RECORD-KEY
              MOVE ALL 'N' TO CLMDB-CATEGORY-STATUS-FIELDS
              MOVE SPACES TO WS-AUD-OLD-VALUES
           END-IF.
           MOVE 0 TO WS-OUTSTANDING-COUNT.
           INSPECT CLMDB-CATEGORY-STATUS-FIELDS
              TALLYING WS-OUTSTANDING-COUNT FOR ALL 'N'.
           MOVE CBAGE-FIELDS-NF TO CLMDB-CBAGE-FIELDS.
           MOVE 'Y' TO DB-CATEGORY-LOADED (1).
           PERFORM COMPUTE-CBAGE-PERCENTAGES.
           PERFORM COMPUTE-INSURED-UNEMPLOYMENT-RATE.
           MOVE WS-CURRENT-LAYOUT-VERSION TO CLMDB-LAYOUT-VERSION.
           MOVE CLMDB-CBAGE-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-WEEK-ON-FILE
              AND NOT WS-REVISION-MODE
              AND WS-STARTING-CKPT-STAGE = 0
              AND WS-OUTSTANDING-COUNT = 0
      * A re-sent week on a fresh run is NOT applied unless the
      * revision control card says so: the age row and the rows
      * staged with it park on suspense, the week key is remembered
      * so any of its rows met later park too, and the stored week
      * is left exactly as published.  A week still outstanding a
      * category is being completed, not re-sent, and is applied.
              DISPLAY 'DUPLICATE KEY ON CBAGE LOAD, ROW TO '
                      'SUSPENSE ' RECORD-KEY
              MOVE 'CLMAGE' TO WS-SUSP-SOURCE
              MOVE 'DUPK' TO WS-SUSP-REASON
              MOVE CBAGE-REC TO WS-SUSP-SAVE-REC
              PERFORM WRITE-SUSPENSE-RECORD
              PERFORM VARYING WS-STG-SUB FROM 1 BY 1
                      UNTIL WS-STG-SUB > 11
                 IF WS-STG-MATCH-SW (WS-STG-SUB) = 'Y'
                    MOVE 'DUPK' TO WS-PARK-REASON
                    PERFORM PARK-COMPANION-ROW
                 END-IF
              END-PERFORM
              PERFORM REMEMBER-DUPK-WEEK
           ELSE
              MOVE RECORD-KEY TO WS-PCL-WEEK-ENDING
              MOVE 'CLMAGE WEEKLY LOAD' TO WS-PCL-DETAIL
              IF WS-REVISION-MODE
                 MOVE 'CLMAGE REVISION LOAD' TO WS-PCL-DETAIL
              END-IF
              PERFORM CHECK-PERIOD-OPEN
              IF WS-PCL-PERIOD-CLOSED
                 PERFORM PARK-CLOSED-WEEK
              ELSE
                 PERFORM APPLY-STAGED-WEEK
              END-IF
           END-IF.
           IF WS-PRIOR-FOUND
              PERFORM CHECK-CBAGE-THRESHOLDS
           END-IF.
      *
      * The age row and every row staged with it park together, so
      * the week is reprocessed whole once its quarter is reopened.
       PARK-CLOSED-WEEK.
           DISPLAY 'PERIOD ' WS-PCL-QUARTER ' CLOSED, WEEK TO '
                   'SUSPENSE ' RECORD-KEY.
           ADD 1 TO WS-PERIOD-CLOSED-COUNT.
           MOVE 'CLMAGE' TO WS-SUSP-SOURCE.
           MOVE 'PCLS' TO WS-SUSP-REASON.
           MOVE CBAGE-REC TO WS-SUSP-SAVE-REC.
           PERFORM WRITE-SUSPENSE-RECORD.
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1
                   UNTIL WS-STG-SUB > 11
              IF WS-STG-MATCH-SW (WS-STG-SUB) = 'Y'
                 ADD 1 TO WS-PERIOD-CLOSED-COUNT
                 MOVE 'PCLS' TO WS-PARK-REASON
                 PERFORM PARK-COMPANION-ROW
              END-IF
           END-PERFORM.
      *
      * Callers put the week in WS-PCL-WEEK-ENDING and what is being
      * applied in WS-PCL-DETAIL; UNEMPPCL logs a refusal itself,
      * and LOG-PERIOD-CHANGE logs the update once it is made.
       CHECK-PERIOD-OPEN.
           MOVE 'C' TO WS-PCL-FUNCTION.
           MOVE WS-PCL-WEEK-ENDING TO WS-PCL-RECORD-KEY.
           CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA.
      *
       LOG-PERIOD-CHANGE.
           IF WS-PCL-PERIOD-REOPENED
              MOVE 'L' TO WS-PCL-FUNCTION
              MOVE 'CH' TO WS-PCL-EVENT
              CALL WS-PCL-SUBROUTINE USING WS-PCL-DATA
           END-IF.
      *
       APPLY-STAGED-WEEK.
           IF WS-WEEK-ON-FILE
              DISPLAY 'DUPLICATE KEY ON CBAGE LOAD, REWRITING '
                      RECORD-KEY
              IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
                 MOVE 'CLMAGE' TO AUD-SOURCE-FILE
                 PERFORM WRITE-LOAD-AUDIT-RECORD
              END-IF
           ELSE
      * A brand-new weekly record gets an audit row with blank old
      * values, so UNEMPBKO can tell a record created that day (to
      * be deleted on backout) from one that was only updated.
              MOVE 'AGE ' TO AUD-CATEGORY
              MOVE 'CLMAGE' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
           MOVE 'AGE ' TO WS-MSUM-CAT.
           PERFORM STAGE-MSUM-CATEGORY.
           IF WS-STG-MATCH-SW (1) = 'Y'
              MOVE CBETH-FIELDS TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBETH-ROW
           END-IF.
           IF WS-STG-MATCH-SW (2) = 'Y'
              MOVE CBIND-FIELDS-NF TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBIND-ROW
           END-IF.
           IF WS-STG-MATCH-SW (3) = 'Y'
              MOVE CBRAC-FIELDS TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBRAC-ROW
           END-IF.
           IF WS-STG-MATCH-SW (4) = 'Y'
              MOVE CBGEN-FIELDS TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBGEN-ROW
           END-IF.
           IF WS-STG-MATCH-SW (5) = 'Y'
              MOVE CBEDU-FIELDS TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBEDU-ROW
           END-IF.
           IF WS-STG-MATCH-SW (6) = 'Y'
              MOVE CBCNT-FIELDS TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBCNT-ROW
           END-IF.
           IF WS-STG-MATCH-SW (7) = 'Y'
              MOVE CBBEN-FIELDS TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBBEN-ROW
           END-IF.
           IF WS-STG-MATCH-SW (8) = 'Y'
              MOVE CBFLW-FIELDS TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBFLW-ROW
           END-IF.
           IF WS-STG-MATCH-SW (9) = 'Y'
              MOVE CBDUR-FIELDS TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBDUR-ROW
           END-IF.
           IF WS-STG-MATCH-SW (10) = 'Y'
              MOVE CBTRF-FIELDS TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBTRF-ROW
           END-IF.
           IF WS-STG-MATCH-SW (11) = 'Y'
              MOVE CBPGM-FIELDS TO PRINT-REC
              WRITE PRINT-REC
              PERFORM APPLY-CBPGM-ROW
           END-IF.
           IF WS-WEEK-ON-FILE
              REWRITE CLAIMSDB-RECORD
           ELSE
              WRITE CLAIMSDB-RECORD
           END-IF.
           IF WS-CLMDB-SUCCESS
              PERFORM COUNT-STAGED-WEEK
              PERFORM UPDATE-MONTHLY-SUMMARY
              PERFORM LOG-PERIOD-CHANGE
              IF NOT WS-WEEK-ON-FILE
                 PERFORM STAMP-LOAD-MILESTONE
              END-IF
           ELSE
              DISPLAY 'CLMSDB WRITE FAILED FOR KEY ' RECORD-KEY
                      ' STATUS ' WS-CLMDB-STATUS
           END-IF.
           IF WS-PRIOR-FOUND
              IF WS-STG-MATCH-SW (1) = 'Y'
                 PERFORM CHECK-CBETH-THRESHOLDS
              END-IF
              IF WS-STG-MATCH-SW (2) = 'Y'
                 PERFORM CHECK-CBIND-THRESHOLDS
              END-IF
              IF WS-STG-MATCH-SW (3) = 'Y'
                 PERFORM CHECK-CBRAC-THRESHOLDS
              END-IF
              IF WS-STG-MATCH-SW (4) = 'Y'
                 PERFORM CHECK-CBGEN-THRESHOLDS
              END-IF
           END-IF.
      *
      * A failed stamp is reported but does not stop the load.
       STAMP-LOAD-MILESTONE.
           MOVE RECORD-KEY TO WS-LCY-WEEK-ENDING.
           CALL WS-LCY-SUBROUTINE USING WS-LCY-DATA.
           IF WS-LCY-RESULT NOT = '0'
              DISPLAY 'LOAD MILESTONE FOR WEEK ' RECORD-KEY
                      ' NOT RECORDED ON LIFECYC'
           END-IF.
      *
      * Every file's count moves with the one write, so the control
      * totals still say how many rows of each file reached CLMSDB.
       COUNT-STAGED-WEEK.
           ADD 1 TO WS-CBAGE-WRITE-COUNT.
           IF WS-STG-MATCH-SW (1) = 'Y'
              ADD 1 TO WS-CBETH-REWRITE-COUNT
           END-IF.
           IF WS-STG-MATCH-SW (2) = 'Y'
              ADD 1 TO WS-CBIND-REWRITE-COUNT
           END-IF.
           IF WS-STG-MATCH-SW (3) = 'Y'
              ADD 1 TO WS-CBRAC-REWRITE-COUNT
           END-IF.
           IF WS-STG-MATCH-SW (4) = 'Y'
              ADD 1 TO WS-CBGEN-REWRITE-COUNT
           END-IF.
           IF WS-STG-MATCH-SW (5) = 'Y'
              ADD 1 TO WS-CBEDU-REWRITE-COUNT
           END-IF.
           IF WS-STG-MATCH-SW (6) = 'Y'
              ADD 1 TO WS-CBCNT-REWRITE-COUNT
           END-IF.
           IF WS-STG-MATCH-SW (7) = 'Y'
              ADD 1 TO WS-CBBEN-REWRITE-COUNT
           END-IF.
           IF WS-STG-MATCH-SW (8) = 'Y'
              ADD 1 TO WS-CBFLW-REWRITE-COUNT
           END-IF.
           IF WS-STG-MATCH-SW (9) = 'Y'
              ADD 1 TO WS-CBDUR-REWRITE-COUNT
           END-IF.
           IF WS-STG-MATCH-SW (10) = 'Y'
              ADD 1 TO WS-CBTRF-REWRITE-COUNT
           END-IF.
           IF WS-STG-MATCH-SW (11) = 'Y'
              ADD 1 TO WS-CBPGM-REWRITE-COUNT
           END-IF.
      *
      * Reads the week before WS-SAVE-KEY into the PR- groups for
      * the spike alerts, leaving CLAIMSDB-RECORD and RECORD-KEY as
      * the caller had them.
       READ-PRIOR-WEEK-RECORD.
           MOVE CLAIMSDB-RECORD TO WS-SAVE-CLAIMSDB-RECORD.
           PERFORM COMPUTE-PRIOR-WEEK-KEY.
           MOVE WS-PRIOR-KEY TO RECORD-KEY.
           MOVE 'N' TO WS-PRIOR-FOUND-SW.
           READ CLAIMS-DATABASE.
           IF WS-CLMDB-SUCCESS
              MOVE 'Y' TO WS-PRIOR-FOUND-SW
              MOVE CLMDB-CBAGE-FIELDS TO WS-PRIOR-CBAGE-FIELDS
              MOVE CLMDB-CBETH-FIELDS TO WS-PRIOR-CBETH-FIELDS
              MOVE CLMDB-CBIND-FIELDS TO WS-PRIOR-CBIND-FIELDS
              MOVE CLMDB-CBRAC-FIELDS TO WS-PRIOR-CBRAC-FIELDS
              MOVE CLMDB-CBGEN-FIELDS TO WS-PRIOR-CBGEN-FIELDS
           END-IF.
           MOVE WS-SAVE-CLAIMSDB-RECORD TO CLAIMSDB-RECORD.
           MOVE WS-SAVE-KEY TO RECORD-KEY.
      *
       STAGE-MSUM-CATEGORY.
           ADD 1 TO WS-MSUM-STAGED-COUNT.
           MOVE WS-MSUM-CAT TO WS-MSUM-STG-CAT (WS-MSUM-STAGED-COUNT).
           MOVE WS-AUD-OLD-VALUES
              TO WS-MSUM-STG-OLD (WS-MSUM-STAGED-COUNT).
           MOVE WS-AUD-NEW-VALUES
              TO WS-MSUM-STG-NEW (WS-MSUM-STAGED-COUNT).
      *
       CHECK-CBAGE-THRESHOLDS.
           MOVE 'CBAGE-LESS-THAN-22      ' TO WS-ALERT-LABEL.
           END-IF.
      *
       WRITE-CBETH-RECORD.
           MOVE CBETH-FIELDS TO PRINT-REC.
           WRITE PRINT-REC.
           STRING CBETH-YYYY DELIMITED BY SIZE
                  CBETH-MM DELIMITED BY SIZE
              MOVE CBETH-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              MOVE RECORD-KEY TO WS-SAVE-KEY
              PERFORM READ-PRIOR-WEEK-RECORD
              MOVE 0 TO WS-MSUM-STAGED-COUNT
              PERFORM APPLY-CBETH-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBETH-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
                 PERFORM UPDATE-MONTHLY-SUMMARY
              ELSE
                 DISPLAY 'CBETH REWRITE FAILED FOR KEY ' RECORD-KEY
                 PERFORM CHECK-CBETH-THRESHOLDS
              END-IF
           END-IF.
      *
       APPLY-CBETH-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (2).
           MOVE CLMDB-CBETH-FIELDS TO WS-AUD-OLD-VALUES.
           MOVE CBETH-FIELDS-NF TO CLMDB-CBETH-FIELDS.
           PERFORM COMPUTE-CBETH-PERCENTAGES.
           MOVE CLMDB-CBETH-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'ETH ' TO AUD-CATEGORY
              MOVE 'CLMETH' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
           MOVE 'ETH ' TO WS-MSUM-CAT.
           PERFORM STAGE-MSUM-CATEGORY.
      *
       CHECK-CBETH-THRESHOLDS.
           MOVE 'CBETH-HISPANIC-OR-LATINO' TO WS-ALERT-LABEL.
           END-IF.
      *
       WRITE-CBIND-RECORD.
           MOVE CBIND-FIELDS-NF TO PRINT-REC.
           WRITE PRINT-REC.
           STRING CBIND-YYYY DELIMITED BY SIZE
                  CBIND-MM DELIMITED BY SIZE
              MOVE CBIND-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              MOVE RECORD-KEY TO WS-SAVE-KEY
              PERFORM READ-PRIOR-WEEK-RECORD
              MOVE 0 TO WS-MSUM-STAGED-COUNT
              PERFORM APPLY-CBIND-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBIND-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
                 PERFORM UPDATE-MONTHLY-SUMMARY
              ELSE
                 DISPLAY 'CBIND REWRITE FAILED FOR KEY ' RECORD-KEY
                 PERFORM CHECK-CBIND-THRESHOLDS
              END-IF
           END-IF.
      *
       APPLY-CBIND-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (3).
           MOVE CLMDB-CBIND-FIELDS TO WS-AUD-OLD-VALUES.
           MOVE CBIND-FIELDS-NF TO CLMDB-CBIND-FIELDS.
           PERFORM COMPUTE-CBIND-PERCENTAGES.
           MOVE CLMDB-CBIND-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'IND ' TO AUD-CATEGORY
              MOVE 'CLMIND' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
           MOVE 'IND ' TO WS-MSUM-CAT.
           PERFORM STAGE-MSUM-CATEGORY.
      *
       CHECK-CBIND-THRESHOLDS.
           MOVE 'CBIND-WHOLESALE-TRADE   ' TO WS-ALERT-LABEL.
           MOVE 1 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-WHOLESALE-TRADE TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-WHOLESALE-TRADE TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-TRANS-WAREHOUSE   ' TO WS-ALERT-LABEL.
           MOVE 2 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-TRANS-WAREHOUSE TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-TRANS-WAREHOUSE TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-CONSTRUCTION      ' TO WS-ALERT-LABEL.
           MOVE 3 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-CONSTRUCTION TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-CONSTRUCTION TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-FINANCE-INSURANCE ' TO WS-ALERT-LABEL.
           MOVE 4 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-FINANCE-INSURANCE TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-FINANCE-INSURANCE TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-MANUFACTURING     ' TO WS-ALERT-LABEL.
           MOVE 5 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-MANUFACTURING TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-MANUFACTURING TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-AGR-FOR-FISH-HUNT ' TO WS-ALERT-LABEL.
           MOVE 6 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-AGR-FOR-FISH-HUNT TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-AGR-FOR-FISH-HUNT TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-PUBLIC-ADMIN      ' TO WS-ALERT-LABEL.
           MOVE 7 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-PUBLIC-ADMINISTRATION TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-PUBLIC-ADMINISTRATION TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-UTILITIES         ' TO WS-ALERT-LABEL.
           MOVE 8 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-UTILITIES TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-UTILITIES TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-ACCOM-FOODSERVICES' TO WS-ALERT-LABEL.
           MOVE 9 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-ACCOM-FOODSERVICES TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-ACCOM-FOODSERVICES TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-INFORMATION       ' TO WS-ALERT-LABEL.
           MOVE 10 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-INFORMATION TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-INFORMATION TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-PROF-SCI-TECHSERV ' TO WS-ALERT-LABEL.
           MOVE 11 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-PROF-SCI-TECHSERVICES TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-PROF-SCI-TECHSERVICES TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-RE-RENTAL-LEASING ' TO WS-ALERT-LABEL.
           MOVE 12 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-RE-RENTAL-LEASING TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-RE-RENTAL-LEASING TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-OTH-SERV-EXC-PUBAD' TO WS-ALERT-LABEL.
           MOVE 13 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-OTH-SERV-EXC-PUB-ADM TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-OTH-SERV-EXC-PUB-ADM TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-MGT-OF-COMPANIES  ' TO WS-ALERT-LABEL.
           MOVE 14 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-MGT-OF-COMPANIES-ENT TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-MGT-OF-COMPANIES-ENT TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-EDUCATIONAL-SERVIC' TO WS-ALERT-LABEL.
           MOVE 15 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-EDUCATIONAL-SERVICES TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-EDUCATIONAL-SERVICES TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-MINING            ' TO WS-ALERT-LABEL.
           MOVE 16 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-MINING TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-MINING TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-HEALTHCARE-SOCASST' TO WS-ALERT-LABEL.
           MOVE 17 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-HEALTHCARE-SOCIALASST TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-HEALTHCARE-SOCIALASST TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-ARTS-ENT-REC      ' TO WS-ALERT-LABEL.
           MOVE 18 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-ARTS-ENT-REC TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-ARTS-ENT-REC TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-ADM-SUP-WSTMGMT   ' TO WS-ALERT-LABEL.
           MOVE 19 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-ADM-SUP-WSTMGMT-RMSRV TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-ADM-SUP-WSTMGMT-RMSRV TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 'CBIND-RETAIL-TRADE      ' TO WS-ALERT-LABEL.
           MOVE 20 TO WS-ALERT-IND-SLOT.
           MOVE DB-CBIND-RETAIL-TRADE TO WS-ALERT-CURRENT.
           MOVE PR-CBIND-RETAIL-TRADE TO WS-ALERT-PRIOR.
           PERFORM CHECK-THRESHOLD-ALERT.
           MOVE 0 TO WS-ALERT-IND-SLOT.
      *
       COMPUTE-CBIND-PERCENTAGES.
           IF DB-CBIND-INA = 0
           END-IF.
      *
       WRITE-CBRAC-RECORD.
           MOVE CBRAC-FIELDS TO PRINT-REC.
           WRITE PRINT-REC.
           STRING CBRAC-YYYY DELIMITED BY SIZE
                  CBRAC-MM DELIMITED BY SIZE
              MOVE CBRAC-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              MOVE RECORD-KEY TO WS-SAVE-KEY
              PERFORM READ-PRIOR-WEEK-RECORD
              MOVE 0 TO WS-MSUM-STAGED-COUNT
              PERFORM APPLY-CBRAC-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBRAC-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
                 PERFORM UPDATE-MONTHLY-SUMMARY
              ELSE
                 DISPLAY 'CBRAC REWRITE FAILED FOR KEY ' RECORD-KEY
                 PERFORM CHECK-CBRAC-THRESHOLDS
              END-IF
           END-IF.
      *
       APPLY-CBRAC-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (4).
           MOVE CLMDB-CBRAC-FIELDS TO WS-AUD-OLD-VALUES.
           MOVE CBRAC-FIELDS-NF TO CLMDB-CBRAC-FIELDS.
           PERFORM COMPUTE-CBRAC-PERCENTAGES.
           MOVE CLMDB-CBRAC-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'RAC ' TO AUD-CATEGORY
              MOVE 'CLMRAC' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
           MOVE 'RAC ' TO WS-MSUM-CAT.
           PERFORM STAGE-MSUM-CATEGORY.
      *
       CHECK-CBRAC-THRESHOLDS.
           MOVE 'CBRAC-WHITE             ' TO WS-ALERT-LABEL.
           END-IF.
      *
       WRITE-CBGEN-RECORD.
           MOVE CBGEN-FIELDS TO PRINT-REC.
           WRITE PRINT-REC.
           STRING CBGEN-YYYY DELIMITED BY SIZE
                  CBGEN-MM DELIMITED BY SIZE
              MOVE CBGEN-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              MOVE RECORD-KEY TO WS-SAVE-KEY
              PERFORM READ-PRIOR-WEEK-RECORD
              MOVE 0 TO WS-MSUM-STAGED-COUNT
              PERFORM APPLY-CBGEN-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBGEN-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
                 PERFORM UPDATE-MONTHLY-SUMMARY
              ELSE
                 DISPLAY 'CBGEN REWRITE FAILED FOR KEY ' RECORD-KEY
                 PERFORM CHECK-CBGEN-THRESHOLDS
              END-IF
           END-IF.
      *
       APPLY-CBGEN-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (5).
           MOVE CLMDB-CBGEN-FIELDS TO WS-AUD-OLD-VALUES.
           MOVE CBGEN-FIELDS-NF TO CLMDB-CBGEN-FIELDS.
           PERFORM COMPUTE-CBGEN-PERCENTAGES.
           MOVE CLMDB-CBGEN-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'GEN ' TO AUD-CATEGORY
              MOVE 'CLMGEN' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
           MOVE 'GEN ' TO WS-MSUM-CAT.
           PERFORM STAGE-MSUM-CATEGORY.
      *
       CHECK-CBGEN-THRESHOLDS.
           MOVE 'CBGEN-FEMALE            ' TO WS-ALERT-LABEL.
              WHEN 'DUR '
                 MOVE 5 TO WS-REV-FIELD-COUNT
                 MOVE WS-REV-DUR-LABEL-VALUES TO WS-REV-LABEL-TABLE
              WHEN 'PGM '
                 MOVE 14 TO WS-REV-FIELD-COUNT
                 MOVE WS-REV-PGM-LABEL-VALUES TO WS-REV-LABEL-TABLE
              WHEN OTHER
                 MOVE 0 TO WS-REV-FIELD-COUNT
           END-EVALUATE.
           END-IF.
      *
      * Keeps the CLMMSUM monthly totals in step with CLMSDB: each
      * category staged for the week subtracts the old weekly image
      * and adds the new one, all in one read and rewrite of the
      * month, so a checkpoint restart that replays a week nets to
      * zero.  A blank old image on the age category is a brand-new
      * week and bumps the month's week count.
       UPDATE-MONTHLY-SUMMARY.
           IF WS-MSUM-OPEN
              AND WS-MSUM-STAGED-COUNT > 0
              MOVE RECORD-KEY (1:6) TO MSUM-KEY
              READ MONTHLY-SUMMARY
              IF WS-MSUM-IO-OK
                 INITIALIZE MONTHLY-SUMMARY-RECORD
                 MOVE RECORD-KEY (1:6) TO MSUM-KEY
              END-IF
              PERFORM APPLY-STAGED-MSUM-CATEGORY
                      VARYING WS-MSUM-STG-SUB FROM 1 BY 1
                      UNTIL WS-MSUM-STG-SUB > WS-MSUM-STAGED-COUNT
              IF WS-MSUM-FOUND
                 REWRITE MONTHLY-SUMMARY-RECORD
              ELSE
                         ' STATUS ' WS-MSUM-STATUS
              END-IF
           END-IF.
      *
       APPLY-STAGED-MSUM-CATEGORY.
           MOVE WS-MSUM-STG-CAT (WS-MSUM-STG-SUB) TO WS-MSUM-CAT.
           MOVE WS-MSUM-STG-OLD (WS-MSUM-STG-SUB) TO WS-MSUM-OLD-IMAGE.
           MOVE WS-MSUM-STG-NEW (WS-MSUM-STG-SUB) TO WS-MSUM-NEW-IMAGE.
           PERFORM APPLY-MSUM-CATEGORY.
      *
       APPLY-MSUM-CATEGORY.
           EVALUATE WS-MSUM-CAT
           END-IF.
      *
       WRITE-CBEDU-RECORD.
           MOVE CBEDU-FIELDS TO PRINT-REC.
           WRITE PRINT-REC.
           STRING CBEDU-YYYY DELIMITED BY SIZE
                  CBEDU-MM DELIMITED BY SIZE
              MOVE CBEDU-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              MOVE 0 TO WS-MSUM-STAGED-COUNT
              PERFORM APPLY-CBEDU-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBEDU-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
                 PERFORM UPDATE-MONTHLY-SUMMARY
              ELSE
                 DISPLAY 'CBEDU REWRITE FAILED FOR KEY ' RECORD-KEY
                         ' STATUS ' WS-CLMDB-STATUS
              END-IF
           END-IF.
      *
       APPLY-CBEDU-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (6).
           MOVE CLMDB-CBEDU-FIELDS TO WS-AUD-OLD-VALUES.
           MOVE CBEDU-FIELDS-NF TO CLMDB-CBEDU-FIELDS.
           PERFORM COMPUTE-CBEDU-PERCENTAGES.
           MOVE CLMDB-CBEDU-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'EDU ' TO AUD-CATEGORY
              MOVE 'CLMEDU' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
           MOVE 'EDU ' TO WS-MSUM-CAT.
           PERFORM STAGE-MSUM-CATEGORY.
      *
       READ-CBCNT-RECORD.
           READ CONTINUED-CLAIMS-FILE
              MOVE CBCNT-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              PERFORM APPLY-CBCNT-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBCNT-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
              ELSE
                 DISPLAY 'CBCNT REWRITE FAILED FOR KEY ' RECORD-KEY
                         ' STATUS ' WS-CLMDB-STATUS
              END-IF
           END-IF.
      *
       APPLY-CBCNT-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (7).
           MOVE CLMDB-LABORFORCE-FIELDS TO WS-AUD-OLD-VALUES.
           MOVE CBCNT-CONTINUED TO DB-CONTINUED-CLAIMS.
           PERFORM COMPUTE-RATE-FROM-CONTINUED.
           MOVE CLMDB-LABORFORCE-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'CNT ' TO AUD-CATEGORY
              MOVE 'CLMCONT' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
      *
       READ-CBBEN-RECORD.
           READ BENEFITS-PAID-FILE
              MOVE CBBEN-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              PERFORM APPLY-CBBEN-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBBEN-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
              ELSE
                 DISPLAY 'CBBEN REWRITE FAILED FOR KEY ' RECORD-KEY
                         ' STATUS ' WS-CLMDB-STATUS
              END-IF
           END-IF.
      *
       APPLY-CBBEN-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (8).
           MOVE CLMDB-BENEFIT-FIELDS TO WS-AUD-OLD-VALUES.
           STRING CBBEN-MM '/' CBBEN-DD '/' CBBEN-YYYY
              DELIMITED BY SIZE INTO DB-BENEFIT-DATE.
           COMPUTE DB-BENEFIT-DOLLARS-PAID =
              CBBEN-DOLLARS-CENTS / 100.
           MOVE CBBEN-PAYMENT-COUNT TO DB-BENEFIT-PAYMENT-COUNT.
           COMPUTE DB-BENEFIT-AVG-WEEKLY =
              CBBEN-AVG-CENTS / 100.
           MOVE CLMDB-BENEFIT-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'BEN ' TO AUD-CATEGORY
              MOVE 'CLMBEN' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
      *
       READ-CBFLW-RECORD.
           READ BENEFIT-FLOW-FILE
              MOVE CBFLW-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              PERFORM APPLY-CBFLW-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBFLW-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
              ELSE
                 DISPLAY 'CBFLW REWRITE FAILED FOR KEY ' RECORD-KEY
                         ' STATUS ' WS-CLMDB-STATUS
              END-IF
           END-IF.
      *
       APPLY-CBFLW-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (9).
           MOVE CLMDB-FLOW-FIELDS TO WS-AUD-OLD-VALUES.
           STRING CBFLW-MM '/' CBFLW-DD '/' CBFLW-YYYY
              DELIMITED BY SIZE INTO DB-FLOW-DATE.
           MOVE CBFLW-FIRST-PAYMENTS TO DB-FLOW-FIRST-PAYMENTS.
           MOVE CBFLW-EXHAUSTIONS TO DB-FLOW-EXHAUSTIONS.
           MOVE CLMDB-FLOW-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'FLOW' TO AUD-CATEGORY
              MOVE 'CLMFLOW' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
      *
       READ-CBDUR-RECORD.
           READ CLAIMS-BY-DURATION
              MOVE CBDUR-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              PERFORM APPLY-CBDUR-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBDUR-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
              ELSE
                 DISPLAY 'CBDUR REWRITE FAILED FOR KEY ' RECORD-KEY
                         ' STATUS ' WS-CLMDB-STATUS
              END-IF
           END-IF.
      *
       APPLY-CBDUR-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (10).
           MOVE CLMDB-CBDUR-FIELDS TO WS-AUD-OLD-VALUES.
           MOVE CBDUR-FIELDS-NF TO CLMDB-CBDUR-FIELDS.
           PERFORM COMPUTE-CBDUR-PERCENTAGES.
           MOVE CLMDB-CBDUR-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'DUR ' TO AUD-CATEGORY
              MOVE 'CLMDUR' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
      *
       COMPUTE-CBDUR-PERCENTAGES.
           IF DB-CBDUR-TOTAL = 0
              MOVE CBTRF-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              PERFORM APPLY-CBTRF-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBTRF-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
              ELSE
                 DISPLAY 'CBTRF REWRITE FAILED FOR KEY ' RECORD-KEY
                         ' STATUS ' WS-CLMDB-STATUS
              END-IF
           END-IF.
      *
       APPLY-CBTRF-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (11).
           MOVE CLMDB-TRUSTFUND-FIELDS TO WS-AUD-OLD-VALUES.
           STRING CBTRF-MM '/' CBTRF-DD '/' CBTRF-YYYY
              DELIMITED BY SIZE INTO DB-TF-DATE.
           COMPUTE DB-TF-ENDING-BALANCE =
              CBTRF-BALANCE-CENTS / 100.
           COMPUTE DB-TF-CONTRIBUTIONS =
              CBTRF-CONTRIB-CENTS / 100.
           MOVE CLMDB-TRUSTFUND-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'TRF ' TO AUD-CATEGORY
              MOVE 'CLMTRF' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
      *
       READ-CBPGM-RECORD.
           READ CLAIMS-BY-PROGRAM
           AT END MOVE 'Y' TO LASTREC
           NOT AT END
             UNSTRING CBPGM-REC DELIMITED BY ',' OR ' '
               INTO CBPGM-RECORD-ID
                    CBPGM-DATE
                    CBPGM-INA
                    STATE-UI-INTRA
                    STATE-UI-INTER
                    UCFE-INTRA
                    UCFE-INTER
                    UCX-INTRA
                    UCX-INTER
                    CBPGM-CONT-TOTAL
                    CONT-STATE-UI-INTRA
                    CONT-STATE-UI-INTER
                    CONT-UCFE-INTRA
                    CONT-UCFE-INTER
                    CONT-UCX-INTRA
                    CONT-UCX-INTER
             END-UNSTRING
           END-READ.
           IF LASTREC NOT = 'Y'
              AND WS-WEEK-FILTER NOT = SPACES
              MOVE CBPGM-YYYY TO WS-ROW-KEY (1:4)
              MOVE CBPGM-MM TO WS-ROW-KEY (5:2)
              MOVE CBPGM-DD TO WS-ROW-KEY (7:2)
              IF WS-ROW-KEY NOT = WS-WEEK-FILTER
                 GO TO READ-CBPGM-RECORD
              END-IF
           END-IF.
           IF LASTREC NOT = 'Y'
              AND WS-DUPK-WEEK-COUNT > 0
              MOVE CBPGM-YYYY TO WS-ROW-KEY (1:4)
              MOVE CBPGM-MM TO WS-ROW-KEY (5:2)
              MOVE CBPGM-DD TO WS-ROW-KEY (7:2)
              PERFORM CHECK-DUPK-PARKED-WEEK
              IF WS-DUPK-HIT
                 MOVE 'CLMPGM' TO WS-SUSP-SOURCE
                 MOVE 'DUPK' TO WS-SUSP-REASON
                 MOVE CBPGM-REC TO WS-SUSP-SAVE-REC
                 PERFORM WRITE-SUSPENSE-RECORD
                 GO TO READ-CBPGM-RECORD
              END-IF
           END-IF.
      *
       WRITE-CBPGM-RECORD.
           MOVE CBPGM-FIELDS TO PRINT-REC.
           WRITE PRINT-REC.
           STRING CBPGM-YYYY DELIMITED BY SIZE
                  CBPGM-MM DELIMITED BY SIZE
                  CBPGM-DD DELIMITED BY SIZE
                  INTO RECORD-KEY.
           READ CLAIMS-DATABASE.
           IF NOT WS-CLMDB-SUCCESS
              MOVE 'CLMPGM' TO WS-MISSKEY-SOURCE
              MOVE CBPGM-REC TO WS-SUSP-SAVE-REC
              PERFORM LOG-MISSING-KEY-EXCEPTION
           ELSE
              PERFORM APPLY-CBPGM-ROW
              REWRITE CLAIMSDB-RECORD
              IF WS-CLMDB-SUCCESS
                 ADD 1 TO WS-CBPGM-REWRITE-COUNT
                 PERFORM LOG-PERIOD-CHANGE
              ELSE
                 DISPLAY 'CBPGM REWRITE FAILED FOR KEY ' RECORD-KEY
                         ' STATUS ' WS-CLMDB-STATUS
              END-IF
           END-IF.
      *
      * The six initial-claim splits must foot to the row's own
      * initial total, the same test the age buckets get against
      * CBAGE-INA; the total itself is held to CBAGE-INA by the
      * cross-file INA check at the end of the pass.
       APPLY-CBPGM-ROW.
           MOVE 'Y' TO DB-CATEGORY-LOADED (12).
           COMPUTE WS-CBPGM-CROSSFOOT-TOTAL =
                   STATE-UI-INTRA + STATE-UI-INTER
                 + UCFE-INTRA + UCFE-INTER
                 + UCX-INTRA + UCX-INTER.
           IF WS-CBPGM-CROSSFOOT-TOTAL NOT = CBPGM-INA
              PERFORM LOG-CBPGM-CROSSFOOT-MISMATCH
           END-IF.
           MOVE CLMDB-CBPGM-FIELDS TO WS-AUD-OLD-VALUES.
           MOVE CBPGM-FIELDS-NF TO CLMDB-CBPGM-FIELDS.
           PERFORM COMPUTE-CBPGM-PERCENTAGES.
           MOVE CLMDB-CBPGM-FIELDS TO WS-AUD-NEW-VALUES.
           IF WS-AUD-OLD-VALUES NOT = WS-AUD-NEW-VALUES
              MOVE 'PGM ' TO AUD-CATEGORY
              MOVE 'CLMPGM' TO AUD-SOURCE-FILE
              PERFORM WRITE-LOAD-AUDIT-RECORD
           END-IF.
      *
       LOG-CBPGM-CROSSFOOT-MISMATCH.
           MOVE CBPGM-DATE TO WS-PF-DATE.
           MOVE CBPGM-INA TO WS-PF-REPORTED.
           MOVE WS-CBPGM-CROSSFOOT-TOTAL TO WS-PF-COMPUTED.
           DISPLAY WS-CBPGM-CROSSFOOT-LINE.
           MOVE WS-CBPGM-CROSSFOOT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE CBPGM-RECORD-ID TO WS-EXL-RECORD-KEY.
           MOVE 'XFOT' TO WS-EXL-REASON.
           MOVE 'CBPGM CROSSFOOT MISMATCH, ROW TO SUSPENSE'
              TO WS-EXL-TEXT.
           CALL WS-EXL-SUBROUTINE USING WS-EXL-DATA.
           MOVE 'CLMPGM' TO WS-SUSP-SOURCE.
           MOVE 'XFOT' TO WS-SUSP-REASON.
           MOVE CBPGM-REC TO WS-SUSP-SAVE-REC.
           PERFORM WRITE-SUSPENSE-RECORD.
      *
       COMPUTE-CBPGM-PERCENTAGES.
           IF DB-CBPGM-INA = 0
              MOVE 0 TO DB-CBPGM-PCT-STATE-UI-INTRA
                        DB-CBPGM-PCT-STATE-UI-INTER
                        DB-CBPGM-PCT-UCFE-INTRA
                        DB-CBPGM-PCT-UCFE-INTER
                        DB-CBPGM-PCT-UCX-INTRA
                        DB-CBPGM-PCT-UCX-INTER
           ELSE
              COMPUTE DB-CBPGM-PCT-STATE-UI-INTRA ROUNDED =
                 (DB-CBPGM-STATE-UI-INTRA / DB-CBPGM-INA) * 100
              COMPUTE DB-CBPGM-PCT-STATE-UI-INTER ROUNDED =
                 (DB-CBPGM-STATE-UI-INTER / DB-CBPGM-INA) * 100
              COMPUTE DB-CBPGM-PCT-UCFE-INTRA ROUNDED =
                 (DB-CBPGM-UCFE-INTRA / DB-CBPGM-INA) * 100
              COMPUTE DB-CBPGM-PCT-UCFE-INTER ROUNDED =
                 (DB-CBPGM-UCFE-INTER / DB-CBPGM-INA) * 100
              COMPUTE DB-CBPGM-PCT-UCX-INTRA ROUNDED =
                 (DB-CBPGM-UCX-INTRA / DB-CBPGM-INA) * 100
              COMPUTE DB-CBPGM-PCT-UCX-INTER ROUNDED =
                 (DB-CBPGM-UCX-INTER / DB-CBPGM-INA) * 100
           END-IF.
      *
       COMPUTE-RATE-FROM-CONTINUED.
           IF DB-LABORFORCE-COUNT = 0
