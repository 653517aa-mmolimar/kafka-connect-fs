      *   2026-09-02  Closed companies (COMPANY-STATUS) are
      *               skipped and counted - retired exposure
      *               no longer inflates the totals.
      *   2026-10-15  A closed company that CMPMERGE retired
      *               prints a MERGED INTO line naming the
      *               company now carrying its exposure
      *               (resolved through the successor cross-
      *               reference) instead of vanishing with the
      *               other closed companies.
      *   2026-10-15  A full successor table ends the run with
      *               RETURN-CODE 16 - a retired ID left
      *               unresolved would lose its MERGED INTO
      *               line.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO STRRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUCCESSOR-XREF-FILE
               ASSIGN TO SUCCXRF
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER-FILE.
           RECORDING MODE IS F.
       01  STRATEGY-REPORT-LINE      PIC X(80).

       FD  SUCCESSOR-XREF-FILE
           RECORDING MODE IS F.
       COPY CMPSUCC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MASTER-EOF         PIC X VALUE 'N'.
               88  MASTER-EOF                VALUE 'Y'.
           05  WS-COMPANY-HELD       PIC X VALUE 'N'.
               88  COMPANY-HELD              VALUE 'Y'.
           05  WS-SUCCESSOR-EOF      PIC X VALUE 'N'.
               88  SUCCESSOR-EOF             VALUE 'Y'.
           05  WS-RESOLVED           PIC X VALUE 'N'.
               88  RESOLVED                  VALUE 'Y'.
           05  WS-HOP-FOUND          PIC X VALUE 'N'.
               88  HOP-FOUND                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-COMPANY-COUNT      PIC 9(7) VALUE 0.
           05  WS-SLOT-SUB           PIC 9(2) VALUE 0.
           05  WS-POPULATED-COUNT    PIC 9(2) VALUE 0.
           05  WS-CLOSED-SKIP-COUNT  PIC 9(7) VALUE 0.
           05  WS-MERGED-COUNT       PIC 9(7) VALUE 0.
           05  WS-SUCCESSOR-COUNT    PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-SUB      PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-SKIPPED  PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-HOPS     PIC 9(2) VALUE 0.

       01  WS-HELD-COMPANY-ID        PIC X(10) VALUE SPACES.
       01  WS-RESOLVE-ID             PIC X(10).

      *    Retired-to-surviving pairs off the successor cross-
      *    reference, in the order CMPMERGE appended them.
       01  WS-SUCCESSOR-TABLE.
           05  WS-SUCCESSOR-ENTRY OCCURS 2000.
               10  SX-RETIRED-ID     PIC X(10).
               10  SX-SUCCESSOR-ID   PIC X(10).

       01  WS-SUM-NUM1               PIC 9(9) VALUE 0.
       01  WS-SUM-NUM2               PIC 9(9) VALUE 0.
           05  DL-POPULATED-COUNT    PIC Z9.
           05  FILLER                PIC X(37) VALUE SPACES.

       01  WS-MERGED-LINE.
           05  ML-COMPANY-ID         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(12) VALUE 'MERGED INTO '.
           05  ML-SUCCESSOR-ID       PIC X(10).
           05  FILLER                PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           OPEN INPUT  COMPANY-MASTER-FILE
           OPEN OUTPUT STRATEGY-REPORT-FILE
           WRITE STRATEGY-REPORT-LINE FROM WS-HEADING-1
           PERFORM 1100-LOAD-SUCCESSORS
           PERFORM 8000-READ-MASTER.

       1100-LOAD-SUCCESSORS.
           OPEN INPUT SUCCESSOR-XREF-FILE
           PERFORM 8300-READ-SUCCESSOR UNTIL SUCCESSOR-EOF
           CLOSE SUCCESSOR-XREF-FILE
           IF WS-SUCCESSOR-SKIPPED > 0
               MOVE 16 TO RETURN-CODE
               DISPLAY 'CMPSTRPT: SUCCESSOR TABLE FULL - '
                       WS-SUCCESSOR-SKIPPED
                       ' RETIRED IDS NOT RESOLVED'
           END-IF.

      *    The STRTC continuation row collates directly behind its
      *    company's STATC row, so the detail line is held from the
      *    STATC row until the continuation (if any) has been added
               WHEN SEGMENT-IS-STATIC-DETAILS
                   PERFORM 2050-FLUSH-HELD-COMPANY
                   IF COMPANY-IS-CLOSED
                       PERFORM 2060-CHECK-MERGED-COMPANY
                   ELSE
                       PERFORM 2100-SUMMARIZE-STRATEGY
                       MOVE COMPANY-ID OF COMPANY-DETAILS
               MOVE SPACES TO WS-HELD-COMPANY-ID
           END-IF.

      *    A closed company on the successor cross-reference was
      *    merged away - its exposure is in the successor's line,
      *    and the report says so. Any other closed company is
      *    skipped as before.
       2060-CHECK-MERGED-COMPANY.
           MOVE COMPANY-ID OF COMPANY-DETAILS TO WS-RESOLVE-ID
           PERFORM 5000-RESOLVE-SUCCESSOR
           IF RESOLVED
               MOVE COMPANY-ID OF COMPANY-DETAILS TO ML-COMPANY-ID
               MOVE WS-RESOLVE-ID TO ML-SUCCESSOR-ID
               WRITE STRATEGY-REPORT-LINE FROM WS-MERGED-LINE
               ADD 1 TO WS-MERGED-COUNT
           ELSE
               ADD 1 TO WS-CLOSED-SKIP-COUNT
           END-IF.

       2100-SUMMARIZE-STRATEGY.
           MOVE 0 TO WS-SUM-NUM1 WS-SUM-NUM2 WS-POPULATED-COUNT
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
           MOVE WS-POPULATED-COUNT TO DL-POPULATED-COUNT
           WRITE STRATEGY-REPORT-LINE FROM WS-DETAIL-LINE.

      *    Follows the cross-reference from WS-RESOLVE-ID to the
      *    company at the end of the chain - a survivor can itself
      *    be retired by a later merge. The hop limit stops a
      *    mis-keyed circular pair from looping.
       5000-RESOLVE-SUCCESSOR.
           MOVE 'N' TO WS-RESOLVED
           MOVE 0 TO WS-SUCCESSOR-HOPS
           SET HOP-FOUND TO TRUE
           PERFORM UNTIL NOT HOP-FOUND OR WS-SUCCESSOR-HOPS > 9
               MOVE 'N' TO WS-HOP-FOUND
               PERFORM VARYING WS-SUCCESSOR-SUB FROM 1 BY 1
                       UNTIL WS-SUCCESSOR-SUB > WS-SUCCESSOR-COUNT
                          OR HOP-FOUND
                   IF SX-RETIRED-ID (WS-SUCCESSOR-SUB)
                      = WS-RESOLVE-ID
                       MOVE SX-SUCCESSOR-ID (WS-SUCCESSOR-SUB)
                           TO WS-RESOLVE-ID
                       SET HOP-FOUND TO TRUE
                       SET RESOLVED TO TRUE
                       ADD 1 TO WS-SUCCESSOR-HOPS
                   END-IF
               END-PERFORM
           END-PERFORM.

       8000-READ-MASTER.
           READ COMPANY-MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ.

       8300-READ-SUCCESSOR.
           READ SUCCESSOR-XREF-FILE
               AT END
                   SET SUCCESSOR-EOF TO TRUE
               NOT AT END
                   IF WS-SUCCESSOR-COUNT < 2000
                       ADD 1 TO WS-SUCCESSOR-COUNT
                       MOVE SUCC-RETIRED-ID
                           TO SX-RETIRED-ID (WS-SUCCESSOR-COUNT)
                       MOVE SUCC-SUCCESSOR-ID
                           TO SX-SUCCESSOR-ID (WS-SUCCESSOR-COUNT)
                   ELSE
                       ADD 1 TO WS-SUCCESSOR-SKIPPED
                   END-IF
           END-READ.

       9000-TERMINATE.
           CLOSE COMPANY-MASTER-FILE
                 STRATEGY-REPORT-FILE
           DISPLAY 'CMPSTRPT: COMPANIES REPORTED = ' WS-COMPANY-COUNT
           DISPLAY 'CMPSTRPT: CLOSED COMPANIES SKIPPED = '
                   WS-CLOSED-SKIP-COUNT
           DISPLAY 'CMPSTRPT: MERGED COMPANIES LISTED  = '
                   WS-MERGED-COUNT.
