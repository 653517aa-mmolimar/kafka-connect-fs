      *               ones matched as NEW - a repeated TODAY
      *               COMPANY-ID that also exists in PRIOR was
      *               missed as a duplicate otherwise.
      *   2026-10-15  A prior COMPANY-ID that CMPMERGE retired
      *               into a surviving company is reported as
      *               MERGED with its successor (following the
      *               successor cross-reference to the end of
      *               any chain) rather than as DROPPED, and no
      *               longer counts toward the drop threshold.
      *   2026-10-15  A full successor table ends the run with
      *               RETURN-CODE 16 - a retired ID left
      *               unresolved would be reported DROPPED.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO RECONRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUCCESSOR-XREF-FILE
               ASSIGN TO SUCCXRF
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TODAY-COMPANY-FILE
           RECORDING MODE IS F.
       01  RECON-REPORT-LINE         PIC X(80).

       FD  SUCCESSOR-XREF-FILE
           RECORDING MODE IS F.
       COPY CMPSUCC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-TODAY-EOF          PIC X VALUE 'N'.
               88  TODAY-EOF                 VALUE 'Y'.
           05  WS-PRIOR-EOF          PIC X VALUE 'N'.
               88  PRIOR-EOF                 VALUE 'Y'.
           05  WS-SUCCESSOR-EOF      PIC X VALUE 'N'.
               88  SUCCESSOR-EOF             VALUE 'Y'.
           05  WS-RESOLVED           PIC X VALUE 'N'.
               88  RESOLVED                  VALUE 'Y'.
           05  WS-HOP-FOUND          PIC X VALUE 'N'.
               88  HOP-FOUND                 VALUE 'Y'.

       01  WS-PREVIOUS-TODAY-ID      PIC X(10) VALUE SPACES.
       01  WS-DROP-THRESHOLD         PIC 9(5) VALUE 00050.
           05  WS-NEW-COUNT          PIC 9(7) VALUE 0.
           05  WS-DROPPED-COUNT      PIC 9(7) VALUE 0.
           05  WS-DUPLICATE-COUNT    PIC 9(7) VALUE 0.
           05  WS-MERGED-COUNT       PIC 9(7) VALUE 0.
           05  WS-SUCCESSOR-COUNT    PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-SUB      PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-SKIPPED  PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-HOPS     PIC 9(2) VALUE 0.

       01  WS-RESOLVE-ID             PIC X(10).

      *    Retired-to-surviving pairs off the successor cross-
      *    reference, in the order CMPMERGE appended them.
       01  WS-SUCCESSOR-TABLE.
           05  WS-SUCCESSOR-ENTRY OCCURS 2000.
               10  SX-RETIRED-ID     PIC X(10).
               10  SX-SUCCESSOR-ID   PIC X(10).

       01  WS-DETAIL-LINE.
           05  DL-STATUS             PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-COMPANY-ID         PIC X(10).
           05  DL-MERGE-NOTE.
               10  FILLER            PIC X(2).
               10  DL-INTO           PIC X(5).
               10  DL-SUCCESSOR-ID   PIC X(10).
           05  FILLER                PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
                   MOVE PARM-DROP-THRESHOLD TO WS-DROP-THRESHOLD
           END-READ
           CLOSE RECON-PARM-FILE
           MOVE SPACES TO DL-MERGE-NOTE
           PERFORM 1100-LOAD-SUCCESSORS
           PERFORM 8100-READ-TODAY
           PERFORM 8200-READ-PRIOR.

       1100-LOAD-SUCCESSORS.
           OPEN INPUT SUCCESSOR-XREF-FILE
           PERFORM 8300-READ-SUCCESSOR UNTIL SUCCESSOR-EOF
           CLOSE SUCCESSOR-XREF-FILE
           IF WS-SUCCESSOR-SKIPPED > 0
               MOVE 16 TO RETURN-CODE
               DISPLAY 'CMPRECON: SUCCESSOR TABLE FULL - '
                       WS-SUCCESSOR-SKIPPED
                       ' RETIRED IDS NOT RESOLVED'
           END-IF.

       2000-RECONCILE.
           EVALUATE TRUE
               WHEN TODAY-EOF
               WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *    A prior company that was merged away is not a loss -
      *    its strategies live on under the successor - so it is
      *    reported against the successor instead of as dropped.
       2200-DROPPED.
           MOVE PRIOR-COMPANY-ID TO WS-RESOLVE-ID
           PERFORM 5000-RESOLVE-SUCCESSOR
           IF RESOLVED
               ADD 1 TO WS-MERGED-COUNT
               MOVE 'MERGED'     TO DL-STATUS
               MOVE PRIOR-COMPANY-ID TO DL-COMPANY-ID
               MOVE 'INTO'       TO DL-INTO
               MOVE WS-RESOLVE-ID TO DL-SUCCESSOR-ID
               WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE
               MOVE SPACES TO DL-MERGE-NOTE
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE 'DROPPED'    TO DL-STATUS
               MOVE PRIOR-COMPANY-ID TO DL-COMPANY-ID
               WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       2300-DUPLICATE.
           ADD 1 TO WS-DUPLICATE-COUNT
           MOVE TODAY-COMPANY-ID TO DL-COMPANY-ID
           WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE.

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

       8100-READ-TODAY.
           MOVE TODAY-COMPANY-ID TO WS-PREVIOUS-TODAY-ID
           READ TODAY-COMPANY-FILE
               DISPLAY 'CMPRECON: RUN HELD FOR REVIEW'
           END-IF.

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
           CLOSE TODAY-COMPANY-FILE
                 PRIOR-COMPANY-FILE
           DISPLAY 'CMPRECON: NEW COMPANIES       = ' WS-NEW-COUNT
           DISPLAY 'CMPRECON: DROPPED COMPANIES   = ' WS-DROPPED-COUNT
           DISPLAY 'CMPRECON: DUPLICATE COMPANIES = '
                   WS-DUPLICATE-COUNT
           DISPLAY 'CMPRECON: MERGED COMPANIES    = '
                   WS-MERGED-COUNT.
