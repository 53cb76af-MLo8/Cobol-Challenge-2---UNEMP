      *  hash disagreement, and any acknowledgment that matches no
      *  logged send -- ending with RETURN-CODE 8 when anything is
      *  off, so a truncated file surfaces the day it happens instead
      *  of a week later by phone.  A send acknowledged in full
      *  stamps the acknowledgment milestone on LIFECYC (through
      *  UNEMPLCY) for the weeks first transmitted in it.
      *
      *  ACKFILE record:  COLS  1- 8  FEED ID
      *                   COLS  9-14  SEQUENCE NUMBER
           05  WS-EXL-REASON            PIC X(04)   VALUE SPACES.
           05  WS-EXL-TEXT              PIC X(50)   VALUE SPACES.
           05  WS-EXL-RESULT            PIC X(01)   VALUE SPACE.
      *
       01  WS-LCY-SUBROUTINE            PIC X(08)   VALUE 'UNEMPLCY'.
       01  WS-LCY-DATA.
           05  WS-LCY-FUNCTION          PIC X(01)   VALUE 'K'.
           05  WS-LCY-MILESTONE         PIC 9(01)   VALUE 6.
           05  WS-LCY-WEEK-ENDING       PIC X(08)   VALUE SPACES.
           05  WS-LCY-THROUGH-WEEK      PIC X(08)   VALUE SPACES.
           05  WS-LCY-FEED-ID           PIC X(08)   VALUE SPACES.
           05  WS-LCY-SEQUENCE          PIC 9(06)   VALUE 0.
           05  WS-LCY-WEEKS-STAMPED     PIC 9(04)   VALUE 0.
           05  WS-LCY-RESULT            PIC X(01)   VALUE SPACE.
      *
       01  WS-SUMMARY-LINE1.
           05  FILLER                   PIC X(25) VALUE
              PERFORM WRITE-EXCEPTION-LINE
           ELSE
              ADD 1 TO WS-MATCHED-COUNT
              PERFORM STAMP-ACK-MILESTONE
           END-IF.
      *
       STAMP-ACK-MILESTONE.
           MOVE XMT-LOG-FEED-ID TO WS-LCY-FEED-ID.
           MOVE XMT-LOG-SEQUENCE TO WS-LCY-SEQUENCE.
           CALL WS-LCY-SUBROUTINE USING WS-LCY-DATA.
           IF WS-LCY-RESULT NOT = '0'
              DISPLAY 'ACKNOWLEDGMENT MILESTONE NOT RECORDED ON '
                      'LIFECYC FOR ' XMT-LOG-FEED-ID ' '
                      XMT-LOG-SEQUENCE
           END-IF.
      *
       REPORT-ORPHAN-ACKS.
