      *
      * Change history
      *   2026-09-02  Initial version.
      *   2026-10-15  Control table raised from 50 to 100 entries,
      *               matching CMPBALN - the stream now reports
      *               more than 50 counters a cycle.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-DROPPED-COUNT      PIC 9(3) VALUE 0.

       01  WS-CONTROL-TABLE.
           05  WS-CONTROL-ENTRY OCCURS 100.
               10  WS-CTL-PROGRAM-ID PIC X(8).
               10  WS-CTL-COUNTER-NAME
                                     PIC X(20).
               END-IF
           END-PERFORM
           IF NOT COUNTER-FOUND
               IF WS-CONTROL-COUNT < 100
                   ADD 1 TO WS-CONTROL-COUNT
                   MOVE CTL-PROGRAM-ID
                       TO WS-CTL-PROGRAM-ID (WS-CONTROL-COUNT)
