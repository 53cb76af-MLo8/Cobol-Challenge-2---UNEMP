      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID.      UNEMPRNL.
      ****************************************************************
      *  Shared region reference lookup.  A region code on CLMRGDB
      *  is a bare three bytes; the keyed RGNREF file that UNEMPRFL
      *  maintains maps each code to its name, its parent areas (the
      *  workforce development area and, where there is one, the
      *  metro area) and the dates it is in use.  UNEMPRGN asks this
      *  routine whether an incoming code is good for the week, and
      *  the regional reports ask it for names and parent areas.
      *  RGNREF is read on the first call and held for the run unit.
      *
      *     RNL-REGION          code to look up
      *     RNL-WEEK-ENDING     YYYYMMDD; the code must be in effect
      *                         on this date (effective on or before
      *                         it, not retired on or before it);
      *                         spaces skips the date check
      *     RNL-REGION-NAME     }
      *     RNL-WDA-CODE/NAME   } returned from the reference row
      *     RNL-METRO-CODE/NAME }   (metro spaces when there is none)
      *     RNL-COUNTY-COUNT    }
      *     RNL-RESULT          '0' known and in effect
      *                         '1' code not on RGNREF
      *                         '2' code on RGNREF but not in effect
      *                             for the week (retired, or not yet
      *                             effective)
      *                         '3' no reference held (RGNREF missing
      *                             or empty), nothing can be checked
      *  Region 000, the statewide rollup, is always known; it is
      *  named STATEWIDE unless RGNREF carries a row for it.
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGION-REFERENCE-FILE ASSIGN TO RGNREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RGR-REGION
                  FILE STATUS IS WS-RGR-STATUS.
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
       FD  REGION-REFERENCE-FILE.
       01  REGION-REFERENCE-REC.
           05  RGR-REGION                           PIC X(03).
           05  RGR-NAME                             PIC X(30).
           05  RGR-EFFECTIVE-DATE                   PIC X(08).
           05  RGR-RETIRED-DATE                     PIC X(08).
           05  RGR-WDA-CODE                         PIC X(04).
           05  RGR-WDA-NAME                         PIC X(30).
           05  RGR-METRO-CODE                       PIC X(05).
           05  RGR-METRO-NAME                       PIC X(30).
           05  RGR-COUNTY-COUNT                     PIC 9(02).
           05  RGR-COUNTY       PIC X(20) OCCURS 10 TIMES.
           05  RGR-LOAD-DATE                        PIC X(08).
           05  FILLER                               PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  WS-RGR-STATUS                PIC X(02)   VALUE SPACES.
           88 WS-RGR-OPEN-OK                        VALUES '00' '05'.
           88 WS-RGR-EOF                            VALUE '10'.
       01  WS-REF-LOADED-SW             PIC X(01)   VALUE 'N'.
           88 WS-REF-LOADED                         VALUE 'Y'.
       01  WS-REF-COUNT                 PIC 9(03)   VALUE 0.
       01  WS-REF-SUB                   PIC 9(03)   VALUE 0.
       01  WS-REF-HIT                   PIC 9(03)   VALUE 0.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 300 TIMES.
               10  WS-REF-REGION            PIC X(03).
               10  WS-REF-NAME              PIC X(30).
               10  WS-REF-EFFECTIVE         PIC X(08).
               10  WS-REF-RETIRED           PIC X(08).
               10  WS-REF-WDA-CODE          PIC X(04).
               10  WS-REF-WDA-NAME          PIC X(30).
               10  WS-REF-METRO-CODE        PIC X(05).
               10  WS-REF-METRO-NAME        PIC X(30).
               10  WS-REF-COUNTY-COUNT      PIC 9(02).
      *
       LINKAGE SECTION.
       01  RNL-CALLER-DATA.
           05  RNL-REGION                           PIC X(03).
           05  RNL-WEEK-ENDING                      PIC X(08).
           05  RNL-REGION-NAME                      PIC X(30).
           05  RNL-WDA-CODE                         PIC X(04).
           05  RNL-WDA-NAME                         PIC X(30).
           05  RNL-METRO-CODE                       PIC X(05).
           05  RNL-METRO-NAME                       PIC X(30).
           05  RNL-COUNTY-COUNT                     PIC 9(02).
           05  RNL-RESULT                           PIC X(01).
      *
      *--------------------------------------------
       PROCEDURE DIVISION USING RNL-CALLER-DATA.
      *--------------------------------------------
           IF NOT WS-REF-LOADED
              PERFORM LOAD-REGION-REFERENCE
              MOVE 'Y' TO WS-REF-LOADED-SW
           END-IF.
           MOVE SPACES TO RNL-REGION-NAME RNL-WDA-CODE RNL-WDA-NAME.
           MOVE SPACES TO RNL-METRO-CODE RNL-METRO-NAME.
           MOVE 0 TO RNL-COUNTY-COUNT.
           MOVE 0 TO WS-REF-HIT.
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-REF-COUNT
                      OR WS-REF-HIT > 0
              IF WS-REF-REGION (WS-REF-SUB) = RNL-REGION
                 MOVE WS-REF-SUB TO WS-REF-HIT
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-REF-HIT > 0
                 PERFORM RETURN-REFERENCE-ROW
              WHEN RNL-REGION = '000'
                 MOVE 'STATEWIDE' TO RNL-REGION-NAME
                 MOVE '0' TO RNL-RESULT
              WHEN WS-REF-COUNT = 0
                 MOVE '3' TO RNL-RESULT
              WHEN OTHER
                 MOVE '1' TO RNL-RESULT
           END-EVALUATE.
           EXIT PROGRAM.
      *
       LOAD-REGION-REFERENCE.
           MOVE 0 TO WS-REF-COUNT.
           MOVE SPACES TO WS-RGR-STATUS.
           OPEN INPUT REGION-REFERENCE-FILE.
           IF NOT WS-RGR-OPEN-OK
              DISPLAY 'RGNREF OPEN FAILED, STATUS ' WS-RGR-STATUS
              MOVE '10' TO WS-RGR-STATUS
           END-IF.
           PERFORM UNTIL WS-RGR-EOF
              READ REGION-REFERENCE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-RGR-STATUS
                 NOT AT END
                    PERFORM HOLD-REFERENCE-ROW
              END-READ
           END-PERFORM.
           CLOSE REGION-REFERENCE-FILE.
           IF WS-REF-COUNT = 0
              DISPLAY 'NO RGNREF REGION ROWS, REGION CODES CANNOT '
                      'BE CHECKED OR NAMED'
           END-IF.
      *
       HOLD-REFERENCE-ROW.
           IF WS-REF-COUNT < 300
              ADD 1 TO WS-REF-COUNT
              MOVE RGR-REGION TO WS-REF-REGION (WS-REF-COUNT)
              MOVE RGR-NAME TO WS-REF-NAME (WS-REF-COUNT)
              MOVE RGR-EFFECTIVE-DATE
                 TO WS-REF-EFFECTIVE (WS-REF-COUNT)
              MOVE RGR-RETIRED-DATE TO WS-REF-RETIRED (WS-REF-COUNT)
              MOVE RGR-WDA-CODE TO WS-REF-WDA-CODE (WS-REF-COUNT)
              MOVE RGR-WDA-NAME TO WS-REF-WDA-NAME (WS-REF-COUNT)
              MOVE RGR-METRO-CODE TO WS-REF-METRO-CODE (WS-REF-COUNT)
              MOVE RGR-METRO-NAME TO WS-REF-METRO-NAME (WS-REF-COUNT)
              MOVE RGR-COUNTY-COUNT
                 TO WS-REF-COUNTY-COUNT (WS-REF-COUNT)
           ELSE
              DISPLAY 'MORE THAN 300 RGNREF REGIONS, ' RGR-REGION
                      ' AND LATER NOT HELD'
           END-IF.
      *
      * A code is in use from its effective date up to, but not
      * including, the date it was retired.
       RETURN-REFERENCE-ROW.
           MOVE WS-REF-NAME (WS-REF-HIT) TO RNL-REGION-NAME.
           MOVE WS-REF-WDA-CODE (WS-REF-HIT) TO RNL-WDA-CODE.
           MOVE WS-REF-WDA-NAME (WS-REF-HIT) TO RNL-WDA-NAME.
           MOVE WS-REF-METRO-CODE (WS-REF-HIT) TO RNL-METRO-CODE.
           MOVE WS-REF-METRO-NAME (WS-REF-HIT) TO RNL-METRO-NAME.
           MOVE WS-REF-COUNTY-COUNT (WS-REF-HIT) TO RNL-COUNTY-COUNT.
           MOVE '0' TO RNL-RESULT.
           IF RNL-WEEK-ENDING NOT = SPACES
              IF WS-REF-EFFECTIVE (WS-REF-HIT) > RNL-WEEK-ENDING
                 MOVE '2' TO RNL-RESULT
              END-IF
              IF WS-REF-RETIRED (WS-REF-HIT) NOT = SPACES
                 AND WS-REF-RETIRED (WS-REF-HIT) NOT > RNL-WEEK-ENDING
                 MOVE '2' TO RNL-RESULT
              END-IF
           END-IF.
