      *              pre-release history stays restorable by
      *              UNEMPRST and readable by RTRANGE.
      *     CORRAUD  a correction audit file written before the
      *              operator id was added (CAUDIN, 371 bytes) or
      *              before the approver id was added (379 bytes)
      *              is rewritten on CAUDOUT at the current 387
      *              bytes with the missing ids blank, keeping the
      *              history readable by UNEMPAUD and UNEMPASF.
      *
      *  Layout history and the image length each version carried:
      *     01  original record                       569 bytes
      *     05  first payments / exhaustions added    633 bytes
      *     06  claims-by-duration category added     693 bytes
      *     07  trust fund balance fields added       727 bytes
      *     08  claims-by-program-type group added    851 bytes
      *     09  per-category load status flags added  863 bytes
      *         (current)
      *  Fields an old layout did not carry are defaulted: numeric
      *  columns to zeroes, dates to spaces, version stamp to 04.
      *  Every category of a week written under an older layout was
      *  loaded in full, so its load status flags come over as 'Y'.
      *
      *  MIGPARM:  COLS 1-2   FROM VERSION (01 TO 08; ignored
      *                       for the CORRAUD object)
      *            COLS 3-10  OBJECT (BACKUP, ARCHIVE OR CORRAUD;
      *                       spaces = BACKUP)
       01  PRINT-REC                                 PIC X(132).
      *
       FD  OLD-BACKUP-FILE
           RECORD IS VARYING IN SIZE FROM 620 TO 853 CHARACTERS
           DEPENDING ON WS-BKPIN-LEN.
       01  OLD-BACKUP-REC.
           05  OLD-RECORD-TYPE                      PIC X(02).
               88  OLD-DATA-ROW                     VALUE 'DR'.
               88  OLD-TRAILER-ROW                  VALUE 'TR'.
           05  OLD-DATA                             PIC X(851).
      *
       FD  NEW-BACKUP-FILE RECORDING MODE F.
       01  NEW-BACKUP-REC.
           05  NEW-RECORD-TYPE                      PIC X(02).
           05  NEW-DATA                             PIC X(863).
           05  NEW-TRAILER REDEFINES NEW-DATA.
               10  NEW-TR-RECORD-COUNT              PIC 9(09).
               10  NEW-TR-AGE-INA-HASH              PIC 9(12).
               10  NEW-TR-IND-INA-HASH              PIC 9(12).
               10  NEW-TR-RAC-INA-HASH              PIC 9(12).
               10  NEW-TR-GEN-INA-HASH              PIC 9(12).
               10  FILLER                           PIC X(794).
      *
       FD  OLD-ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 569 TO 851 CHARACTERS
           DEPENDING ON WS-ARCHIN-LEN.
       01  OLD-ARCH-REC                             PIC X(851).
      *
       FD  NEW-ARCHIVE-FILE RECORDING MODE F.
       01  NEW-ARCH-REC                             PIC X(863).
      *
       FD  OLD-CORRAUD-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 387 CHARACTERS
           DEPENDING ON WS-CAUDIN-LEN.
       01  OLD-CAUD-REC                             PIC X(387).
      *
       FD  NEW-CORRAUD-FILE RECORDING MODE F.
       01  NEW-CAUD-REC                             PIC X(387).
      *
       FD  MIG-CONTROL-PARM RECORDING MODE F.
       01  MIGPARM-REC.
           88 WS-OBJECT-BACKUP                      VALUE 'BACKUP'.
           88 WS-OBJECT-ARCHIVE                     VALUE 'ARCHIVE'.
           88 WS-OBJECT-CORRAUD                     VALUE 'CORRAUD'.
       01  WS-CURRENT-LAYOUT-VERSION    PIC 9(02)   VALUE 09.
       01  WS-OLD-IMAGE-LENGTH          PIC 9(03)   VALUE 0.
       01  WS-OLD-IMAGE                 PIC X(851)  VALUE SPACES.
      *
      * Current-layout image being built: the old image is laid over
      * the front (split around the continued-claims field when it
      * comes from version 01), the fields the old layout did not
      * carry are defaulted, and the version stamp goes on the end.
       01  WS-NEW-IMAGE.
           05  WS-NI-PREFIX             PIC X(861).
           05  WS-NI-LAYOUT-VERSION     PIC 9(02).
       01  WS-NI-INAS REDEFINES WS-NEW-IMAGE.
           05  FILLER                   PIC X(18).
           05  WS-NI-RAC-INA            PIC 9(06).
           05  FILLER                   PIC X(65).
           05  WS-NI-GEN-INA            PIC 9(06).
           05  FILLER                   PIC X(390).
      *
       01  WS-MIGRATED-COUNT            PIC 9(09)   VALUE 0.
       01  WS-AGE-INA-HASH              PIC 9(12)   VALUE 0.
                    MOVE 633 TO WS-OLD-IMAGE-LENGTH
                 WHEN 6
                    MOVE 693 TO WS-OLD-IMAGE-LENGTH
                 WHEN 7
                    MOVE 727 TO WS-OLD-IMAGE-LENGTH
                 WHEN 8
                    MOVE 851 TO WS-OLD-IMAGE-LENGTH
                 WHEN OTHER
                    DISPLAY 'FROM-VERSION ' MIGPARM-FROM-VERSION
                            ' NOT CONVERTIBLE BY THIS RELEASE'
                 MOVE WS-OLD-IMAGE (1:631) TO WS-NEW-IMAGE (1:631)
              WHEN 6
                 MOVE WS-OLD-IMAGE (1:691) TO WS-NEW-IMAGE (1:691)
              WHEN 7
                 MOVE WS-OLD-IMAGE (1:725) TO WS-NEW-IMAGE (1:725)
              WHEN 8
                 MOVE WS-OLD-IMAGE (1:849) TO WS-NEW-IMAGE (1:849)
           END-EVALUATE.
           IF WS-FROM-VERSION < 3
              MOVE SPACES TO WS-NEW-IMAGE (576:10)
              MOVE SPACES TO WS-NEW-IMAGE (632:10)
              MOVE ALL '0' TO WS-NEW-IMAGE (642:50)
           END-IF.
           IF WS-FROM-VERSION < 7
              MOVE SPACES TO WS-NEW-IMAGE (692:10)
              MOVE ALL '0' TO WS-NEW-IMAGE (702:24)
           END-IF.
           IF WS-FROM-VERSION < 8
              MOVE SPACES TO WS-NEW-IMAGE (726:10)
              MOVE ALL '0' TO WS-NEW-IMAGE (736:114)
           END-IF.
           MOVE ALL 'Y' TO WS-NEW-IMAGE (850:12).
           MOVE WS-CURRENT-LAYOUT-VERSION TO WS-NI-LAYOUT-VERSION.
      *
       MIGRATE-BACKUP-FILE.
              AT END MOVE '10' TO WS-OLD-STATUS
           END-READ.
      *
      * Correction audit rows only grew an operator id and then an
      * approver id on the end, so the conversion is a straight copy
      * of the length read with the ids it did not carry blank.
       MIGRATE-CORRAUD-FILE.
           OPEN INPUT OLD-CORRAUD-FILE.
           IF NOT WS-OLD-SUCCESS
           PERFORM READ-OLD-CORRAUD-NEXT.
           PERFORM UNTIL WS-OLD-EOF
              MOVE SPACES TO NEW-CAUD-REC
              MOVE OLD-CAUD-REC (1:WS-CAUDIN-LEN)
                 TO NEW-CAUD-REC (1:WS-CAUDIN-LEN)
              WRITE NEW-CAUD-REC
              IF NOT WS-NEW-IO-OK
                 DISPLAY 'CAUDOUT WRITE FAILED, STATUS '
