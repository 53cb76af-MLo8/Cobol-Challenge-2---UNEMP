      *  added, 03 = benefits-paid fields added, 04 = the version
      *  stamp itself, 05 = first-payment and exhaustion counts
      *  added, 06 = claims-by-duration category added, 07 = trust
      *  fund balance and contributions added, 08 = claims by
      *  program type (state UI, UCFE, UCX) added, 09 = per-category
      *  load status flags added (current).
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
       FD  CLAIMS-DATABASE.
       01  CLAIMSDB-RECORD.
           05  RECORD-KEY                           PIC X(08).
           05  FILLER                               PIC X(853).
           05  CLMDB-LAYOUT-VERSION                 PIC 9(02).
      *
       WORKING-STORAGE SECTION.
       01  WS-CLMDB-STATUS              PIC X(02)   VALUE SPACES.
           88 WS-CLMDB-SUCCESS                      VALUE '00'.
           88 WS-CLMDB-NOT-PRESENT                  VALUES '35' '05'.
       01  WS-CURRENT-LAYOUT-VERSION    PIC 9(02)   VALUE 09.
      *
       LINKAGE SECTION.
       01  VER-RESULT                               PIC X(01).
