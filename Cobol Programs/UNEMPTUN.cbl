      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID.      UNEMPTUN.
      ****************************************************************
      *  Shared total-unemployment reference store.  CLMSDB holds
      *  insured unemployment only; the monthly estimate of ALL
      *  unemployed persons in the state (and the total unemployment
      *  rate) arrives as two more columns on the CLMLABOR rows.
      *  UNEMP and the UNEMPLFR revision sweep hand each month's
      *  figures to this routine, which keeps them on the keyed
      *  TOTUNEM file -- one row per month -- with the date the
      *  month was first loaded and, when a later CLMLABOR carries a
      *  different total, the prior figure and the revision date.
      *  UNEMPRCP computes the UI recipiency rate from these rows
      *  and marks on each month the total it first used, so a
      *  revision after that point can be flagged.
      *
      *     TUN-FUNCTION        'S' = store TUN-YYYYMM's figures (the
      *                               file is opened on the first S
      *                               of the run)
      *                         'C' = close TOTUNEM at end of run
      *     TUN-YYYYMM          month of the figures
      *     TUN-TOTAL-UNEMPLOYED  total unemployed persons
      *     TUN-TOTAL-RATE      total unemployment rate, percent
      *     TUN-LABORFORCE      labor force for the month
      *     TUN-ACTION          returned: 'N' month new on file,
      *                         'R' total revised, 'U' unchanged
      *     TUN-PRIOR-TOTAL     returned on 'R': the total replaced
      *     TUN-RESULT          '0' ok, '1' bad request, '2' TOTUNEM
      *                         file error (reported once; later
      *                         months are not attempted)
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TOTAL-UNEMP-FILE ASSIGN TO TOTUNEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TOT-YYYYMM
                  FILE STATUS IS WS-TOT-STATUS.
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
       FD  TOTAL-UNEMP-FILE.
       01  TOTAL-UNEMP-REC.
           05  TOT-YYYYMM                           PIC X(06).
           05  TOT-TOTAL-UNEMPLOYED                 PIC 9(09).
           05  TOT-TOTAL-RATE                       PIC 9(03)V99.
           05  TOT-LABORFORCE                       PIC 9(09).
           05  TOT-FIRST-LOAD-DATE                  PIC X(08).
           05  TOT-REVISED-DATE                     PIC X(08).
           05  TOT-PRIOR-TOTAL                      PIC 9(09).
           05  TOT-REVISION-COUNT                   PIC 9(03).
           05  TOT-RCP-FIRST-DATE                   PIC X(08).
           05  TOT-RCP-FIRST-TOTAL                  PIC 9(09).
           05  FILLER                               PIC X(26).
      *
       WORKING-STORAGE SECTION.
       01  WS-TOT-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-TOT-OPEN-OK                        VALUES '00' '05'.
           88 WS-TOT-IO-OK                          VALUE '00'.
           88 WS-TOT-NOT-FOUND                      VALUE '23'.
       01  WS-TOT-OPEN-SW               PIC X(01)   VALUE 'N'.
           88 WS-TOT-OPEN                           VALUE 'Y'.
       01  WS-TOT-DEAD-SW               PIC X(01)   VALUE 'N'.
           88 WS-TOT-DEAD                           VALUE 'Y'.
       01  WS-TOT-TODAY                 PIC X(08)   VALUE SPACES.
      *
       LINKAGE SECTION.
       01  TUN-CALLER-DATA.
           05  TUN-FUNCTION                         PIC X(01).
               88  TUN-STORE-MONTH                  VALUE 'S'.
               88  TUN-CLOSE-FILE                   VALUE 'C'.
           05  TUN-YYYYMM                           PIC X(06).
           05  TUN-TOTAL-UNEMPLOYED                 PIC 9(09).
           05  TUN-TOTAL-RATE                       PIC 9(03)V99.
           05  TUN-LABORFORCE                       PIC 9(09).
           05  TUN-ACTION                           PIC X(01).
           05  TUN-PRIOR-TOTAL                      PIC 9(09).
           05  TUN-RESULT                           PIC X(01).
      *
      *--------------------------------------------
       PROCEDURE DIVISION USING TUN-CALLER-DATA.
      *--------------------------------------------
           MOVE '0' TO TUN-RESULT.
           MOVE SPACE TO TUN-ACTION.
           MOVE 0 TO TUN-PRIOR-TOTAL.
           EVALUATE TRUE
              WHEN TUN-CLOSE-FILE
                 PERFORM CLOSE-TOTAL-UNEMP-FILE
              WHEN WS-TOT-DEAD
                 MOVE '2' TO TUN-RESULT
              WHEN TUN-STORE-MONTH AND TUN-YYYYMM NUMERIC
                 PERFORM STORE-ONE-MONTH
              WHEN OTHER
                 DISPLAY 'UNKNOWN TOTUNEM FUNCTION ' TUN-FUNCTION
                         ' MONTH ' TUN-YYYYMM
                 MOVE '1' TO TUN-RESULT
           END-EVALUATE.
           EXIT PROGRAM.
      *
      * A month arriving again with the same total is left alone, so
      * re-running a load does not count as a revision; the rate and
      * labor force simply follow the latest file.
       STORE-ONE-MONTH.
           IF NOT WS-TOT-OPEN
              PERFORM OPEN-TOTAL-UNEMP-FILE
           END-IF.
           IF WS-TOT-DEAD
              MOVE '2' TO TUN-RESULT
           ELSE
              MOVE TUN-YYYYMM TO TOT-YYYYMM
              READ TOTAL-UNEMP-FILE
              EVALUATE TRUE
                 WHEN WS-TOT-IO-OK
                    IF TOT-TOTAL-UNEMPLOYED = TUN-TOTAL-UNEMPLOYED
                       MOVE 'U' TO TUN-ACTION
                    ELSE
                       MOVE 'R' TO TUN-ACTION
                       MOVE TOT-TOTAL-UNEMPLOYED TO TOT-PRIOR-TOTAL
                                                    TUN-PRIOR-TOTAL
                       MOVE WS-TOT-TODAY TO TOT-REVISED-DATE
                       ADD 1 TO TOT-REVISION-COUNT
                       MOVE TUN-TOTAL-UNEMPLOYED
                          TO TOT-TOTAL-UNEMPLOYED
                    END-IF
                    MOVE TUN-TOTAL-RATE TO TOT-TOTAL-RATE
                    MOVE TUN-LABORFORCE TO TOT-LABORFORCE
                    REWRITE TOTAL-UNEMP-REC
                    PERFORM CHECK-TOTAL-UNEMP-UPDATE
                 WHEN WS-TOT-NOT-FOUND
                    MOVE 'N' TO TUN-ACTION
                    MOVE SPACES TO TOTAL-UNEMP-REC
                    MOVE TUN-YYYYMM TO TOT-YYYYMM
                    MOVE TUN-TOTAL-UNEMPLOYED TO TOT-TOTAL-UNEMPLOYED
                    MOVE TUN-TOTAL-RATE TO TOT-TOTAL-RATE
                    MOVE TUN-LABORFORCE TO TOT-LABORFORCE
                    MOVE WS-TOT-TODAY TO TOT-FIRST-LOAD-DATE
                    MOVE 0 TO TOT-PRIOR-TOTAL TOT-REVISION-COUNT
                              TOT-RCP-FIRST-TOTAL
                    WRITE TOTAL-UNEMP-REC
                    PERFORM CHECK-TOTAL-UNEMP-UPDATE
                 WHEN OTHER
                    DISPLAY 'TOTUNEM READ FAILED FOR MONTH '
                            TUN-YYYYMM ' STATUS ' WS-TOT-STATUS
                    MOVE '2' TO TUN-RESULT
              END-EVALUATE
           END-IF.
      *
       OPEN-TOTAL-UNEMP-FILE.
           MOVE SPACES TO WS-TOT-STATUS.
           OPEN I-O TOTAL-UNEMP-FILE.
           IF NOT WS-TOT-OPEN-OK
              DISPLAY 'TOTUNEM OPEN FAILED, STATUS ' WS-TOT-STATUS
              DISPLAY 'TOTAL UNEMPLOYMENT FIGURES NOT RECORDED'
              MOVE 'Y' TO WS-TOT-DEAD-SW
           ELSE
              MOVE 'Y' TO WS-TOT-OPEN-SW
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TOT-TODAY
           END-IF.
      *
       CHECK-TOTAL-UNEMP-UPDATE.
           IF NOT WS-TOT-IO-OK
              DISPLAY 'TOTUNEM UPDATE FAILED FOR MONTH '
                      TOT-YYYYMM ' STATUS ' WS-TOT-STATUS
              MOVE '2' TO TUN-RESULT
              MOVE SPACE TO TUN-ACTION
           END-IF.
      *
       CLOSE-TOTAL-UNEMP-FILE.
           IF WS-TOT-OPEN
              CLOSE TOTAL-UNEMP-FILE
              MOVE 'N' TO WS-TOT-OPEN-SW
           END-IF.
