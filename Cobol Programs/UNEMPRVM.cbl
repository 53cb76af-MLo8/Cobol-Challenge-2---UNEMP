      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNEMPRVM.
      ****************************************************************
      *  Revision magnitude analysis for the annual data-quality
      *  statement.  Weeks move after first publication -- reloads
      *  of revised source rows, UNEMPCOR corrections -- and users
      *  ask how far the first print can be trusted.  For every
      *  week in the RVMPARM range this program finds each
      *  category as it was first transmitted and sets it beside
      *  the category on the current CLMSDB record:
      *     - the first transmission of a week is the earliest
      *       XMITLOG entry for FEED-ID created on or after the
      *       week's first LOADAUD row for the category
      *     - the value transmitted is the LOADAUD new image of
      *       the last load of the category processed on or before
      *       that date (the log carries only a date, so a load on
      *       the day of the send counts as sent)
      *  Every count field of the category (the INA or continued
      *  total and each bucket) is compared, and the revisions are
      *  summarised by category (AGE ETH IND RAC GEN EDU DUR PGM)
      *  and by weeks since first publication: the share of weeks
      *  revised at all, the mean absolute and mean net revision
      *  per field compared, the count of revisions up and down,
      *  and the largest revision with its week and field.  A week
      *  counts as revised in a line when any field counted in the
      *  line changed.  A week's age is taken from the first
      *  publication of any of its categories.  Categories with no
      *  LOADAUD row, and weeks not yet transmitted, are counted
      *  and left out.
      *
      *  RVMPARM keyword cards (see UNEMPKWP), all optional:
      *     START-DATE=YYYYMMDD   first week analysed (default all)
      *     END-DATE=YYYYMMDD     last week analysed (default all)
      *     FEED-ID=PTREXTR       feed whose sends date first
      *                           publication (default PTREXTR)
      ****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT OPTIONAL RVM-CONTROL-PARM ASSIGN TO RVMPARM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL TRANSMISSION-LOG ASSIGN TO XMITLOG
                  FILE STATUS IS WS-XLOG-STATUS.
           SELECT OPTIONAL LOAD-AUDIT-LOG ASSIGN TO LOADAUD
                  FILE STATUS IS WS-LAUD-STATUS.
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
       FD  RVM-CONTROL-PARM RECORDING MODE F.
       01  RVMPARM-REC                              PIC X(80).
      *
       FD  TRANSMISSION-LOG RECORDING MODE F.
       01  XMITLOG-REC.
           05  XMT-LOG-FEED-ID                      PIC X(08).
           05  XMT-LOG-CREATE-DATE                  PIC X(08).
           05  XMT-LOG-SEQUENCE                     PIC 9(06).
           05  XMT-LOG-RECORD-COUNT                 PIC 9(09).
           05  XMT-LOG-HASH-TOTAL                   PIC 9(12).
           05  FILLER                               PIC X(37).
      *
       FD  LOAD-AUDIT-LOG RECORDING MODE F.
       01  LAUD-REC.
           05  LAUD-RECORD-KEY                      PIC X(08).
           05  LAUD-CATEGORY                        PIC X(04).
           05  LAUD-SOURCE-FILE                     PIC X(08).
           05  LAUD-OLD-VALUES                      PIC X(150).
           05  LAUD-NEW-VALUES                      PIC X(150).
           05  LAUD-DATE-PROCESSED                  PIC X(08).
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
       01  WS-XLOG-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-XLOG-SUCCESS                       VALUE '00'.
           88 WS-XLOG-EOF                           VALUE '10'.
       01  WS-LAUD-STATUS               PIC X(02)   VALUE SPACES.
           88 WS-LAUD-SUCCESS                       VALUE '00'.
           88 WS-LAUD-EOF                           VALUE '10'.
      *
       01  WS-START-DATE                PIC X(08)   VALUE SPACES.
       01  WS-END-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-FEED-ID                   PIC X(08)   VALUE 'PTREXTR'.
       01  WS-RUN-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-KEY-NUM                   PIC 9(08)   VALUE 0.
       01  WS-RUN-INTEGER               PIC S9(09)  VALUE 0.
       01  WS-PUB-INTEGER               PIC S9(09)  VALUE 0.
       01  WS-WEEKS-SINCE               PIC 9(05)   VALUE 0.
      *
      * The categories decoded field by field, in the order of the
      * statistics lines, with the count fields in each image.
       01  WS-CATEGORY-CODE-VALUES      PIC X(32)
           VALUE 'AGE ETH IND RAC GEN EDU DUR PGM '.
       01  WS-CATEGORY-CODES REDEFINES WS-CATEGORY-CODE-VALUES.
           05  WS-CATEGORY-CODE         PIC X(04) OCCURS 8 TIMES.
       01  WS-CATEGORY-FIELD-VALUES     PIC X(16)
           VALUE '0903210603050514'.
       01  WS-CATEGORY-FIELDS REDEFINES WS-CATEGORY-FIELD-VALUES.
           05  WS-CATEGORY-FIELD-COUNT  PIC 9(02) OCCURS 8 TIMES.
       01  WS-CAT-SUB                   PIC 9(02)   VALUE 0.
      *
      * XMITLOG create dates for the publication feed.
       01  WS-SEND-COUNT                PIC 9(04)   VALUE 0.
       01  WS-SEND-SUB                  PIC 9(04)   VALUE 0.
       01  WS-SENDS-DROPPED             PIC 9(06)   VALUE 0.
       01  WS-SEND-TABLE.
           05  WS-SEND-DATE             PIC X(08) OCCURS 3000 TIMES.
       01  WS-PUB-DATE                  PIC X(08)   VALUE SPACES.
      *
      * One entry per week and category met on LOADAUD: the date
      * of its first load, the date it was first sent, and the
      * image as sent.
       01  WS-FI-COUNT                  PIC 9(04)   VALUE 0.
       01  WS-FI-SUB                    PIC 9(04)   VALUE 0.
       01  WS-FI-FOUND-SUB              PIC 9(04)   VALUE 0.
       01  WS-IMAGES-DROPPED            PIC 9(06)   VALUE 0.
       01  WS-FIRST-IMAGE-TABLE.
           05  WS-FI-ENTRY OCCURS 5000 TIMES.
               10  WS-FI-KEY                PIC X(08).
               10  WS-FI-CAT                PIC 9(02).
               10  WS-FI-LOAD-DATE          PIC X(08).
               10  WS-FI-PUB-DATE           PIC X(08).
               10  WS-FI-IMAGE              PIC X(150).
      *
      * Every category image is laid out as a 10-byte date followed
      * by the total and the category buckets, all PIC 9(06), so
      * one overlay decodes any of them.
       01  WS-FIRST-BLOB.
           05  WS-FIRST-DATE            PIC X(10).
           05  WS-FIRST-CNT             PIC 9(06) OCCURS 21 TIMES.
           05  FILLER                   PIC X(14).
       01  WS-CURRENT-BLOB.
           05  WS-CURRENT-DATE          PIC X(10).
           05  WS-CURRENT-CNT           PIC 9(06) OCCURS 21 TIMES.
           05  FILLER                   PIC X(14).
       01  WS-FIELD-COUNT               PIC 9(02)   VALUE 0.
       01  WS-FLD-SUB                   PIC 9(02)   VALUE 0.
       01  WS-FIRST-NUM                 PIC 9(06)   VALUE 0.
       01  WS-CURRENT-NUM               PIC 9(06)   VALUE 0.
       01  WS-REVISION                  PIC S9(07)  VALUE 0.
       01  WS-ABS-REVISION              PIC 9(07)   VALUE 0.
      *
      * The week being compared.
       01  WS-WEEK-PUB-DATE             PIC X(08)   VALUE SPACES.
       01  WS-WEEK-IMAGES               PIC 9(02)   VALUE 0.
       01  WS-BUCKET-SUB                PIC 9(02)   VALUE 0.
       01  WS-STAT-SUB                  PIC 9(02)   VALUE 0.
       01  WS-WEEKS-READ                PIC 9(06)   VALUE 0.
       01  WS-WEEKS-COMPARED            PIC 9(06)   VALUE 0.
       01  WS-WEEKS-NO-IMAGE            PIC 9(06)   VALUE 0.
       01  WS-WEEKS-UNPUBLISHED         PIC 9(06)   VALUE 0.
      *
      * Statistics lines 1-8 are the categories, 9-13 the weeks
      * since first publication, 14 all categories together.
       01  WS-STAT-LABEL-VALUES.
           05  FILLER  PIC X(18) VALUE 'AGE'.
           05  FILLER  PIC X(18) VALUE 'ETHNICITY'.
           05  FILLER  PIC X(18) VALUE 'INDUSTRY'.
           05  FILLER  PIC X(18) VALUE 'RACE'.
           05  FILLER  PIC X(18) VALUE 'GENDER'.
           05  FILLER  PIC X(18) VALUE 'EDUCATION'.
           05  FILLER  PIC X(18) VALUE 'DURATION'.
           05  FILLER  PIC X(18) VALUE 'PROGRAM TYPE'.
           05  FILLER  PIC X(18) VALUE '0 TO 4 WEEKS'.
           05  FILLER  PIC X(18) VALUE '5 TO 13 WEEKS'.
           05  FILLER  PIC X(18) VALUE '14 TO 26 WEEKS'.
           05  FILLER  PIC X(18) VALUE '27 TO 52 WEEKS'.
           05  FILLER  PIC X(18) VALUE 'OVER 52 WEEKS'.
           05  FILLER  PIC X(18) VALUE 'ALL CATEGORIES'.
       01  WS-STAT-LABELS REDEFINES WS-STAT-LABEL-VALUES.
           05  WS-STAT-LABEL            PIC X(18) OCCURS 14 TIMES.
       01  WS-STAT-TABLE.
           05  WS-SR-ENTRY OCCURS 14 TIMES.
               10  WS-SR-WEEKS              PIC 9(06).
               10  WS-SR-WEEKS-REVISED      PIC 9(06).
               10  WS-SR-FIELDS             PIC 9(08).
               10  WS-SR-UP                 PIC 9(08).
               10  WS-SR-DOWN               PIC 9(08).
               10  WS-SR-SUM-ABS            PIC 9(11).
               10  WS-SR-SUM-NET            PIC S9(11).
               10  WS-SR-LARGEST            PIC S9(07).
               10  WS-SR-LARGEST-ABS        PIC 9(07).
               10  WS-SR-LARGEST-KEY        PIC X(08).
               10  WS-SR-LARGEST-CAT        PIC X(04).
               10  WS-SR-LARGEST-FIELD      PIC X(24).
               10  WS-SR-WEEK-TOUCHED       PIC X(01).
               10  WS-SR-WEEK-CHANGED       PIC X(01).
       01  WS-PCT-WORK                  PIC 9(03)V99 VALUE 0.
       01  WS-MEAN-WORK                 PIC S9(07)V99 VALUE 0.
      *
       01  WS-AGE-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'IN ACTIVE CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'LESS THAN 22'.
           05  FILLER  PIC X(24) VALUE '22 TO 24'.
           05  FILLER  PIC X(24) VALUE '25 TO 34'.
           05  FILLER  PIC X(24) VALUE '35 TO 44'.
           05  FILLER  PIC X(24) VALUE '45 TO 54'.
           05  FILLER  PIC X(24) VALUE '55 TO 59'.
           05  FILLER  PIC X(24) VALUE '60 TO 64'.
           05  FILLER  PIC X(24) VALUE 'GREATER THAN 64'.
       01  WS-AGE-LABELS REDEFINES WS-AGE-LABEL-VALUES.
           05  WS-AGE-LABEL             PIC X(24) OCCURS 9 TIMES.
      *
       01  WS-ETH-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'IN ACTIVE CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'HISPANIC OR LATINO'.
           05  FILLER  PIC X(24) VALUE 'NOT HISPANIC OR LATINO'.
       01  WS-ETH-LABELS REDEFINES WS-ETH-LABEL-VALUES.
           05  WS-ETH-LABEL             PIC X(24) OCCURS 3 TIMES.
      *
       01  WS-IND-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'IN ACTIVE CLAIMS TOTAL'.
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
           05  WS-IND-LABEL             PIC X(24) OCCURS 21 TIMES.
      *
       01  WS-RAC-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'IN ACTIVE CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'WHITE'.
           05  FILLER  PIC X(24) VALUE 'ASIAN'.
           05  FILLER  PIC X(24) VALUE 'BLACK OR AFRICAN AMER'.
           05  FILLER  PIC X(24) VALUE 'AM INDIAN OR AL NATIVE'.
           05  FILLER  PIC X(24) VALUE 'NAT HAWAIIAN OR PAC ISL'.
       01  WS-RAC-LABELS REDEFINES WS-RAC-LABEL-VALUES.
           05  WS-RAC-LABEL             PIC X(24) OCCURS 6 TIMES.
      *
       01  WS-GEN-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'IN ACTIVE CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'FEMALE'.
           05  FILLER  PIC X(24) VALUE 'MALE'.
       01  WS-GEN-LABELS REDEFINES WS-GEN-LABEL-VALUES.
           05  WS-GEN-LABEL             PIC X(24) OCCURS 3 TIMES.
      *
       01  WS-EDU-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'IN ACTIVE CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'LESS THAN HS'.
           05  FILLER  PIC X(24) VALUE 'HS DIPLOMA'.
           05  FILLER  PIC X(24) VALUE 'SOME COLLEGE'.
           05  FILLER  PIC X(24) VALUE 'BACHELORS OR HIGHER'.
       01  WS-EDU-LABELS REDEFINES WS-EDU-LABEL-VALUES.
           05  WS-EDU-LABEL             PIC X(24) OCCURS 5 TIMES.
      *
       01  WS-DUR-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'CONTINUED CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE '1 TO 4 WEEKS'.
           05  FILLER  PIC X(24) VALUE '5 TO 14 WEEKS'.
           05  FILLER  PIC X(24) VALUE '15 TO 26 WEEKS'.
           05  FILLER  PIC X(24) VALUE 'GREATER THAN 26 WEEKS'.
       01  WS-DUR-LABELS REDEFINES WS-DUR-LABEL-VALUES.
           05  WS-DUR-LABEL             PIC X(24) OCCURS 5 TIMES.
      *
       01  WS-PGM-LABEL-VALUES.
           05  FILLER  PIC X(24) VALUE 'INITIAL CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'STATE UI INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'STATE UI INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'UCFE INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'UCFE INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'UCX INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'UCX INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'CONTINUED CLAIMS TOTAL'.
           05  FILLER  PIC X(24) VALUE 'CONT STATE UI INTRA'.
           05  FILLER  PIC X(24) VALUE 'CONT STATE UI INTER'.
           05  FILLER  PIC X(24) VALUE 'CONT UCFE INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT UCFE INTERSTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT UCX INTRASTATE'.
           05  FILLER  PIC X(24) VALUE 'CONT UCX INTERSTATE'.
      *
       01  WS-WORK-LABELS.
           05  WS-WORK-LABEL            PIC X(24) OCCURS 21 TIMES.
      *
       01  WS-VAL-BAD-SW                PIC X(01)   VALUE 'N'.
           88 WS-VAL-BAD                            VALUE 'Y'.
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
       01  WS-RVM-HEADER1.
           05  FILLER  PIC X(40)
               VALUE 'REVISION MAGNITUDE, FIRST PUBLISHED VS  '.
           05  FILLER  PIC X(08) VALUE 'CURRENT '.
           05  FILLER  PIC X(08) VALUE ' AS OF  '.
           05  WS-RH-RUN-DATE           PIC X(08).
       01  WS-RVM-HEADER2.
           05  FILLER  PIC X(18) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE ' WEEKS'.
           05  FILLER  PIC X(08) VALUE '   REVSD'.
           05  FILLER  PIC X(08) VALUE '  PCT RV'.
           05  FILLER  PIC X(12) VALUE '    MEAN ABS'.
           05  FILLER  PIC X(13) VALUE '     MEAN NET'.
           05  FILLER  PIC X(08) VALUE '      UP'.
           05  FILLER  PIC X(08) VALUE '    DOWN'.
           05  FILLER  PIC X(10) VALUE '   LARGEST'.
           05  FILLER  PIC X(09) VALUE ' WEEK    '.
           05  FILLER  PIC X(09) VALUE 'CAT FIELD'.
       01  WS-REPORT-RULE               PIC X(129) VALUE ALL '-'.
       01  WS-SECTION-LINE              PIC X(60)   VALUE SPACES.
       01  WS-STAT-LINE.
           05  WS-SL-LABEL              PIC X(18).
           05  WS-SL-WEEKS              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SL-REVISED            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SL-PCT-REVISED        PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SL-MEAN-ABS           PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SL-MEAN-NET           PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-SL-UP                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-SL-DOWN               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SL-LARGEST            PIC -ZZZ,ZZ9.
           05  WS-SL-LARGEST-X REDEFINES WS-SL-LARGEST
                                        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-SL-LARGEST-KEY        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-SL-LARGEST-CAT        PIC X(04).
           05  WS-SL-LARGEST-FIELD      PIC X(24).
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS READ IN RANGE          :'.
           05  WS-SUM-READ              PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE2.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS COMPARED               :'.
           05  WS-SUM-COMPARED          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE3.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS WITH NO LOADAUD IMAGE  :'.
           05  WS-SUM-NO-IMAGE          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE4.
           05  FILLER                   PIC X(30) VALUE
               'WEEKS NOT YET TRANSMITTED    :'.
           05  WS-SUM-UNPUBLISHED       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE5.
           05  FILLER                   PIC X(30) VALUE
               'FEED SENDS ON XMITLOG        :'.
           05  WS-SUM-SENDS             PIC ZZZ,ZZ9.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-KEY-NUM.
           COMPUTE WS-RUN-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           PERFORM READ-CONTROL-PARM.
           PERFORM PRINT-PARM-ECHO.
           PERFORM LOAD-SEND-DATES.
           PERFORM COLLECT-FIRST-IMAGES.
           PERFORM INITIALIZE-STATISTICS.
           PERFORM COMPARE-WEEKS.
           PERFORM PRINT-STATISTICS.
           PERFORM PRINT-SUMMARY.
           GO TO CLOSE-STOP.
      *
      * RVMPARM is a KEYWORD=VALUE card deck parsed through
      * UNEMPKWP; unknown keywords and malformed cards end the run,
      * and the values in effect are echoed.
       READ-CONTROL-PARM.
           OPEN INPUT RVM-CONTROL-PARM.
           IF WS-PARM-STATUS-OK
              MOVE 'N' TO WS-PARM-EOF-SW
              PERFORM UNTIL WS-PARM-EOF
                 READ RVM-CONTROL-PARM
                    AT END MOVE 'Y' TO WS-PARM-EOF-SW
                    NOT AT END
                       MOVE RVMPARM-REC TO WS-KWP-CARD
                       PERFORM PARSE-RVMPARM-CARD
                 END-READ
              END-PERFORM
              CLOSE RVM-CONTROL-PARM
           ELSE
              DISPLAY 'NO RVMPARM CONTROL FILE, ANALYSING ALL WEEKS'
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY 'RVMPARM CONTROL CARD ERRORS, RUN ENDED'
              MOVE 8 TO RETURN-CODE
              GO TO CLOSE-STOP
           END-IF.
      *
       PARSE-RVMPARM-CARD.
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
              WHEN WS-KWP-KEYWORD = 'FEED-ID'
                 MOVE WS-KWP-VALUE (1:8) TO WS-FEED-ID
              WHEN OTHER
                 DISPLAY 'UNKNOWN RVMPARM KEYWORD: ' WS-KWP-KEYWORD
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
           MOVE 'FEED-ID' TO WS-EC-KEYWORD.
           MOVE WS-FEED-ID TO WS-EC-VALUE.
           PERFORM WRITE-ECHO-LINE.
      *
       WRITE-ECHO-LINE.
           MOVE WS-ECHO-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY WS-ECHO-LINE.
      *
      * With no XMITLOG nothing counts as published and no week is
      * compared.
       LOAD-SEND-DATES.
           OPEN INPUT TRANSMISSION-LOG.
           IF NOT WS-XLOG-SUCCESS
              DISPLAY 'NO XMITLOG AVAILABLE, STATUS ' WS-XLOG-STATUS
           ELSE
              PERFORM UNTIL WS-XLOG-EOF
                 READ TRANSMISSION-LOG
                    AT END MOVE '10' TO WS-XLOG-STATUS
                    NOT AT END
                       IF XMT-LOG-FEED-ID = WS-FEED-ID
                          IF WS-SEND-COUNT < 3000
                             ADD 1 TO WS-SEND-COUNT
                             MOVE XMT-LOG-CREATE-DATE
                                TO WS-SEND-DATE (WS-SEND-COUNT)
                          ELSE
                             ADD 1 TO WS-SENDS-DROPPED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSMISSION-LOG
           END-IF.
           IF WS-SENDS-DROPPED > 0
              DISPLAY WS-SENDS-DROPPED ' XMITLOG SENDS BEYOND 3000 '
                      'NOT HELD'
           END-IF.
      *
      * LOADAUD is in the order the loads ran, so the first row met
      * for a week and category is its first load.
       COLLECT-FIRST-IMAGES.
           OPEN INPUT LOAD-AUDIT-LOG.
           IF NOT WS-LAUD-SUCCESS
              DISPLAY 'NO LOADAUD FILE AVAILABLE, STATUS '
                      WS-LAUD-STATUS
           ELSE
              PERFORM UNTIL WS-LAUD-EOF
                 READ LOAD-AUDIT-LOG
                    AT END MOVE '10' TO WS-LAUD-STATUS
                    NOT AT END PERFORM TAKE-LOAD-AUDIT-ROW
                 END-READ
              END-PERFORM
              CLOSE LOAD-AUDIT-LOG
           END-IF.
           IF WS-IMAGES-DROPPED > 0
              DISPLAY WS-IMAGES-DROPPED ' FIRST IMAGES BEYOND 5000 '
                      'NOT HELD, NARROW THE RANGE'
           END-IF.
      *
       TAKE-LOAD-AUDIT-ROW.
           IF (WS-START-DATE = SPACES
               OR LAUD-RECORD-KEY NOT < WS-START-DATE)
              AND (WS-END-DATE = SPACES
               OR LAUD-RECORD-KEY NOT > WS-END-DATE)
              PERFORM FIND-CATEGORY
              IF WS-CAT-SUB > 0
                 PERFORM FIND-FIRST-IMAGE
                 IF WS-FI-FOUND-SUB = 0
                    PERFORM ADD-FIRST-IMAGE
                 ELSE
                    IF WS-FI-PUB-DATE (WS-FI-FOUND-SUB) NOT = SPACES
                       AND LAUD-DATE-PROCESSED NOT >
                           WS-FI-PUB-DATE (WS-FI-FOUND-SUB)
                       MOVE LAUD-NEW-VALUES
                          TO WS-FI-IMAGE (WS-FI-FOUND-SUB)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       FIND-CATEGORY.
           MOVE 0 TO WS-CAT-SUB.
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > 8
              IF WS-CATEGORY-CODE (WS-STAT-SUB) = LAUD-CATEGORY
                 MOVE WS-STAT-SUB TO WS-CAT-SUB
              END-IF
           END-PERFORM.
      *
       FIND-FIRST-IMAGE.
           MOVE 0 TO WS-FI-FOUND-SUB.
           PERFORM VARYING WS-FI-SUB FROM 1 BY 1
                   UNTIL WS-FI-SUB > WS-FI-COUNT
                      OR WS-FI-FOUND-SUB > 0
              IF WS-FI-KEY (WS-FI-SUB) = LAUD-RECORD-KEY
                 AND WS-FI-CAT (WS-FI-SUB) = WS-CAT-SUB
                 MOVE WS-FI-SUB TO WS-FI-FOUND-SUB
              END-IF
           END-PERFORM.
      *
       ADD-FIRST-IMAGE.
           IF WS-FI-COUNT < 5000
              ADD 1 TO WS-FI-COUNT
              MOVE LAUD-RECORD-KEY TO WS-FI-KEY (WS-FI-COUNT)
              MOVE WS-CAT-SUB TO WS-FI-CAT (WS-FI-COUNT)
              MOVE LAUD-DATE-PROCESSED TO WS-FI-LOAD-DATE (WS-FI-COUNT)
              MOVE LAUD-NEW-VALUES TO WS-FI-IMAGE (WS-FI-COUNT)
              PERFORM FIND-PUBLICATION-DATE
              MOVE WS-PUB-DATE TO WS-FI-PUB-DATE (WS-FI-COUNT)
           ELSE
              ADD 1 TO WS-IMAGES-DROPPED
           END-IF.
      *
      * The earliest send of the feed on or after the first load.
       FIND-PUBLICATION-DATE.
           MOVE SPACES TO WS-PUB-DATE.
           PERFORM VARYING WS-SEND-SUB FROM 1 BY 1
                   UNTIL WS-SEND-SUB > WS-SEND-COUNT
              IF WS-SEND-DATE (WS-SEND-SUB) NOT < LAUD-DATE-PROCESSED
                 AND (WS-PUB-DATE = SPACES
                  OR WS-SEND-DATE (WS-SEND-SUB) < WS-PUB-DATE)
                 MOVE WS-SEND-DATE (WS-SEND-SUB) TO WS-PUB-DATE
              END-IF
           END-PERFORM.
      *
       INITIALIZE-STATISTICS.
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > 14
              INITIALIZE WS-SR-ENTRY (WS-STAT-SUB)
           END-PERFORM.
      *
       COMPARE-WEEKS.
           PERFORM READ-CLAIMSDB-NEXT.
           PERFORM UNTIL WS-CLMDB-EOF
              IF WS-END-DATE NOT = SPACES
                 AND RECORD-KEY > WS-END-DATE
                 MOVE '10' TO WS-CLMDB-STATUS
              ELSE
                 IF WS-START-DATE = SPACES
                    OR RECORD-KEY NOT < WS-START-DATE
                    ADD 1 TO WS-WEEKS-READ
                    PERFORM COMPARE-ONE-WEEK
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
      * The week's age is set by the first publication of any of
      * its categories; only categories already sent are compared.
       COMPARE-ONE-WEEK.
           MOVE SPACES TO WS-WEEK-PUB-DATE.
           MOVE 0 TO WS-WEEK-IMAGES.
           PERFORM VARYING WS-FI-SUB FROM 1 BY 1
                   UNTIL WS-FI-SUB > WS-FI-COUNT
              IF WS-FI-KEY (WS-FI-SUB) = RECORD-KEY
                 ADD 1 TO WS-WEEK-IMAGES
                 IF WS-FI-PUB-DATE (WS-FI-SUB) NOT = SPACES
                    AND (WS-WEEK-PUB-DATE = SPACES
                     OR WS-FI-PUB-DATE (WS-FI-SUB) < WS-WEEK-PUB-DATE)
                    MOVE WS-FI-PUB-DATE (WS-FI-SUB) TO WS-WEEK-PUB-DATE
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-WEEK-IMAGES = 0
                 ADD 1 TO WS-WEEKS-NO-IMAGE
              WHEN WS-WEEK-PUB-DATE = SPACES
                 ADD 1 TO WS-WEEKS-UNPUBLISHED
              WHEN OTHER
                 ADD 1 TO WS-WEEKS-COMPARED
                 PERFORM SET-AGE-BUCKET
                 PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                         UNTIL WS-STAT-SUB > 14
                    MOVE 'N' TO WS-SR-WEEK-TOUCHED (WS-STAT-SUB)
                    MOVE 'N' TO WS-SR-WEEK-CHANGED (WS-STAT-SUB)
                 END-PERFORM
                 PERFORM VARYING WS-FI-SUB FROM 1 BY 1
                         UNTIL WS-FI-SUB > WS-FI-COUNT
                    IF WS-FI-KEY (WS-FI-SUB) = RECORD-KEY
                       AND WS-FI-PUB-DATE (WS-FI-SUB) NOT = SPACES
                       PERFORM COMPARE-ONE-CATEGORY
                    END-IF
                 END-PERFORM
                 PERFORM COUNT-WEEK-IN-STATISTICS
           END-EVALUATE.
      *
       SET-AGE-BUCKET.
           MOVE WS-WEEK-PUB-DATE TO WS-KEY-NUM.
           COMPUTE WS-PUB-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-KEY-NUM).
           COMPUTE WS-WEEKS-SINCE =
              (WS-RUN-INTEGER - WS-PUB-INTEGER) / 7.
           EVALUATE TRUE
              WHEN WS-WEEKS-SINCE NOT > 4
                 MOVE 9 TO WS-BUCKET-SUB
              WHEN WS-WEEKS-SINCE NOT > 13
                 MOVE 10 TO WS-BUCKET-SUB
              WHEN WS-WEEKS-SINCE NOT > 26
                 MOVE 11 TO WS-BUCKET-SUB
              WHEN WS-WEEKS-SINCE NOT > 52
                 MOVE 12 TO WS-BUCKET-SUB
              WHEN OTHER
                 MOVE 13 TO WS-BUCKET-SUB
           END-EVALUATE.
      *
       COMPARE-ONE-CATEGORY.
           MOVE WS-FI-CAT (WS-FI-SUB) TO WS-CAT-SUB.
           MOVE WS-FI-IMAGE (WS-FI-SUB) TO WS-FIRST-BLOB.
           EVALUATE WS-CAT-SUB
              WHEN 1
                 MOVE CLMDB-CBAGE-FIELDS TO WS-CURRENT-BLOB
                 MOVE WS-AGE-LABEL-VALUES TO WS-WORK-LABELS
              WHEN 2
                 MOVE CLMDB-CBETH-FIELDS TO WS-CURRENT-BLOB
                 MOVE WS-ETH-LABEL-VALUES TO WS-WORK-LABELS
              WHEN 3
                 MOVE CLMDB-CBIND-FIELDS TO WS-CURRENT-BLOB
                 MOVE WS-IND-LABEL-VALUES TO WS-WORK-LABELS
              WHEN 4
                 MOVE CLMDB-CBRAC-FIELDS TO WS-CURRENT-BLOB
                 MOVE WS-RAC-LABEL-VALUES TO WS-WORK-LABELS
              WHEN 5
                 MOVE CLMDB-CBGEN-FIELDS TO WS-CURRENT-BLOB
                 MOVE WS-GEN-LABEL-VALUES TO WS-WORK-LABELS
              WHEN 6
                 MOVE CLMDB-CBEDU-FIELDS TO WS-CURRENT-BLOB
                 MOVE WS-EDU-LABEL-VALUES TO WS-WORK-LABELS
              WHEN 7
                 MOVE CLMDB-CBDUR-FIELDS TO WS-CURRENT-BLOB
                 MOVE WS-DUR-LABEL-VALUES TO WS-WORK-LABELS
              WHEN 8
                 MOVE CLMDB-CBPGM-FIELDS TO WS-CURRENT-BLOB
                 MOVE WS-PGM-LABEL-VALUES TO WS-WORK-LABELS
           END-EVALUATE.
           MOVE WS-CATEGORY-FIELD-COUNT (WS-CAT-SUB) TO WS-FIELD-COUNT.
           MOVE 'Y' TO WS-SR-WEEK-TOUCHED (WS-CAT-SUB)
                       WS-SR-WEEK-TOUCHED (WS-BUCKET-SUB)
                       WS-SR-WEEK-TOUCHED (14).
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-FIELD-COUNT
              PERFORM COMPARE-ONE-FIELD
           END-PERFORM.
      *
       COMPARE-ONE-FIELD.
           IF WS-FIRST-CNT (WS-FLD-SUB) NUMERIC
              MOVE WS-FIRST-CNT (WS-FLD-SUB) TO WS-FIRST-NUM
           ELSE
              MOVE 0 TO WS-FIRST-NUM
           END-IF.
           IF WS-CURRENT-CNT (WS-FLD-SUB) NUMERIC
              MOVE WS-CURRENT-CNT (WS-FLD-SUB) TO WS-CURRENT-NUM
           ELSE
              MOVE 0 TO WS-CURRENT-NUM
           END-IF.
           COMPUTE WS-REVISION = WS-CURRENT-NUM - WS-FIRST-NUM.
           IF WS-REVISION < 0
              COMPUTE WS-ABS-REVISION = 0 - WS-REVISION
           ELSE
              MOVE WS-REVISION TO WS-ABS-REVISION
           END-IF.
           MOVE WS-CAT-SUB TO WS-STAT-SUB.
           PERFORM ADD-FIELD-TO-STATISTICS.
           MOVE WS-BUCKET-SUB TO WS-STAT-SUB.
           PERFORM ADD-FIELD-TO-STATISTICS.
           MOVE 14 TO WS-STAT-SUB.
           PERFORM ADD-FIELD-TO-STATISTICS.
      *
       ADD-FIELD-TO-STATISTICS.
           ADD 1 TO WS-SR-FIELDS (WS-STAT-SUB).
           IF WS-REVISION NOT = 0
              MOVE 'Y' TO WS-SR-WEEK-CHANGED (WS-STAT-SUB)
              IF WS-REVISION > 0
                 ADD 1 TO WS-SR-UP (WS-STAT-SUB)
              ELSE
                 ADD 1 TO WS-SR-DOWN (WS-STAT-SUB)
              END-IF
              ADD WS-ABS-REVISION TO WS-SR-SUM-ABS (WS-STAT-SUB)
              ADD WS-REVISION TO WS-SR-SUM-NET (WS-STAT-SUB)
              IF WS-ABS-REVISION > WS-SR-LARGEST-ABS (WS-STAT-SUB)
                 MOVE WS-ABS-REVISION
                    TO WS-SR-LARGEST-ABS (WS-STAT-SUB)
                 MOVE WS-REVISION TO WS-SR-LARGEST (WS-STAT-SUB)
                 MOVE RECORD-KEY TO WS-SR-LARGEST-KEY (WS-STAT-SUB)
                 MOVE WS-CATEGORY-CODE (WS-CAT-SUB)
                    TO WS-SR-LARGEST-CAT (WS-STAT-SUB)
                 MOVE WS-WORK-LABEL (WS-FLD-SUB)
                    TO WS-SR-LARGEST-FIELD (WS-STAT-SUB)
              END-IF
           END-IF.
      *
       COUNT-WEEK-IN-STATISTICS.
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > 14
              IF WS-SR-WEEK-TOUCHED (WS-STAT-SUB) = 'Y'
                 ADD 1 TO WS-SR-WEEKS (WS-STAT-SUB)
                 IF WS-SR-WEEK-CHANGED (WS-STAT-SUB) = 'Y'
                    ADD 1 TO WS-SR-WEEKS-REVISED (WS-STAT-SUB)
                 END-IF
              END-IF
           END-PERFORM.
      *
       PRINT-STATISTICS.
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           WRITE PRINT-REC FROM WS-RVM-HEADER1.
           WRITE PRINT-REC FROM WS-RVM-HEADER2.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE 'BY CATEGORY' TO WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > 8
              PERFORM PRINT-STAT-LINE
           END-PERFORM.
           MOVE 'BY WEEKS SINCE FIRST PUBLICATION' TO WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           PERFORM VARYING WS-STAT-SUB FROM 9 BY 1
                   UNTIL WS-STAT-SUB > 13
              PERFORM PRINT-STAT-LINE
           END-PERFORM.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
           MOVE 14 TO WS-STAT-SUB.
           PERFORM PRINT-STAT-LINE.
           WRITE PRINT-REC FROM WS-REPORT-RULE.
      *
      * Means are per field compared; the share revised is of the
      * weeks counted in the line.
       PRINT-STAT-LINE.
           MOVE SPACES TO WS-STAT-LINE.
           MOVE WS-STAT-LABEL (WS-STAT-SUB) TO WS-SL-LABEL.
           MOVE WS-SR-WEEKS (WS-STAT-SUB) TO WS-SL-WEEKS.
           MOVE WS-SR-WEEKS-REVISED (WS-STAT-SUB) TO WS-SL-REVISED.
           MOVE 0 TO WS-PCT-WORK.
           IF WS-SR-WEEKS (WS-STAT-SUB) > 0
              COMPUTE WS-PCT-WORK ROUNDED =
                 WS-SR-WEEKS-REVISED (WS-STAT-SUB) * 100
                 / WS-SR-WEEKS (WS-STAT-SUB)
           END-IF.
           MOVE WS-PCT-WORK TO WS-SL-PCT-REVISED.
           MOVE 0 TO WS-MEAN-WORK.
           IF WS-SR-FIELDS (WS-STAT-SUB) > 0
              COMPUTE WS-MEAN-WORK ROUNDED =
                 WS-SR-SUM-ABS (WS-STAT-SUB)
                 / WS-SR-FIELDS (WS-STAT-SUB)
           END-IF.
           MOVE WS-MEAN-WORK TO WS-SL-MEAN-ABS.
           MOVE 0 TO WS-MEAN-WORK.
           IF WS-SR-FIELDS (WS-STAT-SUB) > 0
              COMPUTE WS-MEAN-WORK ROUNDED =
                 WS-SR-SUM-NET (WS-STAT-SUB)
                 / WS-SR-FIELDS (WS-STAT-SUB)
           END-IF.
           MOVE WS-MEAN-WORK TO WS-SL-MEAN-NET.
           MOVE WS-SR-UP (WS-STAT-SUB) TO WS-SL-UP.
           MOVE WS-SR-DOWN (WS-STAT-SUB) TO WS-SL-DOWN.
           IF WS-SR-LARGEST-ABS (WS-STAT-SUB) > 0
              MOVE WS-SR-LARGEST (WS-STAT-SUB) TO WS-SL-LARGEST
              MOVE WS-SR-LARGEST-KEY (WS-STAT-SUB)
                 TO WS-SL-LARGEST-KEY
              MOVE WS-SR-LARGEST-CAT (WS-STAT-SUB)
                 TO WS-SL-LARGEST-CAT
              MOVE WS-SR-LARGEST-FIELD (WS-STAT-SUB)
                 TO WS-SL-LARGEST-FIELD
           ELSE
              MOVE SPACES TO WS-SL-LARGEST-X
           END-IF.
           WRITE PRINT-REC FROM WS-STAT-LINE.
      *
       PRINT-SUMMARY.
           MOVE WS-WEEKS-READ TO WS-SUM-READ.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE1.
           DISPLAY WS-SUMMARY-LINE1.
           MOVE WS-WEEKS-COMPARED TO WS-SUM-COMPARED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE2.
           DISPLAY WS-SUMMARY-LINE2.
           MOVE WS-WEEKS-NO-IMAGE TO WS-SUM-NO-IMAGE.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE3.
           DISPLAY WS-SUMMARY-LINE3.
           MOVE WS-WEEKS-UNPUBLISHED TO WS-SUM-UNPUBLISHED.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE4.
           DISPLAY WS-SUMMARY-LINE4.
           MOVE WS-SEND-COUNT TO WS-SUM-SENDS.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE5.
           DISPLAY WS-SUMMARY-LINE5.
           IF (WS-IMAGES-DROPPED > 0 OR WS-SENDS-DROPPED > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           CLOSE CLAIMS-DATABASE.
           STOP RUN.
