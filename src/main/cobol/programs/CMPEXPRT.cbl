      *       (C) or gone (D) emit one line each with the
      *       action flag in a leading column ahead of the
      *       unpacked fields; unchanged companies emit
      *       nothing. A company retired by CMPMERGE goes
      *       out as M (merged) instead of D, with the
      *       surviving COMPANY-ID in a trailing column.
      *
      * Change history
      *   2026-08-08  Initial version.
      *               the transmission log for CMPACKCK to
      *               match the consumer's acknowledgment
      *               against before the next send goes out.
      *   2026-10-15  The master's ADDRESS field is renamed
      *               COMPANY-ADDRESS - ADDRESS is a reserved
      *               word - and references changed to match.
      *   2026-10-15  Delta mode resolves a company retired by a
      *               merge to its successor through the
      *               successor cross-reference: the night it
      *               closes it emits an M line carrying the
      *               surviving COMPANY-ID in a new trailing
      *               SUCCESSOR-ID column (delta file only)
      *               rather than a D line.
      *   2026-10-15  A full successor table ends the run with
      *               RETURN-CODE 16 - a retired ID left
      *               unresolved would go out as a D line.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO EXPXMIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUCCESSOR-XREF-FILE
               ASSIGN TO SUCCXRF
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER-FILE.
               SEGMENT-IS-STRATEGY-EXTRA  BY PRIOR-IS-STRATEGY-EXTRA
               STATIC-DETAILS             BY PRIOR-STATIC-DETAILS
               COMPANY-NAME               BY PRIOR-COMPANY-NAME
               COMPANY-ADDRESS            BY PRIOR-ADDRESS
               TAXPAYER                   BY PRIOR-TAXPAYER
               TAXPAYER-TYPE              BY PRIOR-TAXPAYER-TYPE
               TAXPAYER-TYPE-INDIVIDUAL   BY PRIOR-TYPE-INDIVIDUAL
           RECORDING MODE IS F.
       COPY CMPXMIT.

       FD  SUCCESSOR-XREF-FILE
           RECORDING MODE IS F.
       COPY CMPSUCC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MASTER-EOF         PIC X VALUE 'N'.
               88  TODAY-RECORD-HELD         VALUE 'Y'.
           05  WS-PRIOR-HELD         PIC X VALUE 'N'.
               88  PRIOR-RECORD-HELD         VALUE 'Y'.
           05  WS-SUCCESSOR-EOF      PIC X VALUE 'N'.
               88  SUCCESSOR-EOF             VALUE 'Y'.
           05  WS-RESOLVED           PIC X VALUE 'N'.
               88  RESOLVED                  VALUE 'Y'.
           05  WS-HOP-FOUND          PIC X VALUE 'N'.
               88  HOP-FOUND                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-EXPORT-COUNT       PIC 9(7) VALUE 0.
           05  WS-UNCHANGED-COUNT    PIC 9(7) VALUE 0.
           05  WS-CLOSED-SKIP-COUNT  PIC 9(7) VALUE 0.
           05  WS-STRING-PTR         PIC 9(3) VALUE 1.
           05  WS-MERGED-COUNT       PIC 9(7) VALUE 0.
           05  WS-SUCCESSOR-COUNT    PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-SUB      PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-SKIPPED  PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-HOPS     PIC 9(2) VALUE 0.

       01  WS-ACTION-FLAG            PIC X(1).

       01  WS-RESOLVE-ID             PIC X(10).

      *    Retired-to-surviving pairs off the successor cross-
      *    reference, in the order CMPMERGE appended them. Loaded
      *    on delta nights only - the full baseline leaves closed
      *    companies out altogether.
       01  WS-SUCCESSOR-TABLE.
           05  WS-SUCCESSOR-ENTRY OCCURS 2000.
               10  SX-RETIRED-ID     PIC X(10).
               10  SX-SUCCESSOR-ID   PIC X(10).

       01  WS-CYCLE-NUMBER           PIC 9(5) VALUE 0.
       01  WS-RUN-DATE               PIC X(8).

           05  WS-E-COMPANY-NAME     PIC X(15).
           05  WS-E-ADDRESS          PIC X(25).
           05  WS-E-TAXPAYER-TYPE    PIC X(1).
           05  WS-E-SUCCESSOR-ID     PIC X(10).
           05  WS-D-TAXPAYER-NUM     PIC 9(8).
           05  WS-D-STRATEGY-TABLE.
               10  WS-D-STRATEGY-ENTRY OCCURS 18.
           OPEN OUTPUT COMPANY-EXPORT-FILE
           PERFORM 1200-WRITE-HEADING
           IF DELTA-MODE
               PERFORM 1300-LOAD-SUCCESSORS
               OPEN INPUT PRIOR-MASTER-FILE
               PERFORM 8200-READ-PRIOR-COMPANY
           END-IF
               INTO COMPANY-EXPORT-LINE
               WITH POINTER WS-STRING-PTR
           END-STRING
           IF DELTA-MODE
               STRING ',SUCCESSOR-ID' DELIMITED BY SIZE
                   INTO COMPANY-EXPORT-LINE
                   WITH POINTER WS-STRING-PTR
               END-STRING
           END-IF
           WRITE COMPANY-EXPORT-LINE.

       1300-LOAD-SUCCESSORS.
           OPEN INPUT SUCCESSOR-XREF-FILE
           PERFORM 8300-READ-SUCCESSOR UNTIL SUCCESSOR-EOF
           CLOSE SUCCESSOR-XREF-FILE
           IF WS-SUCCESSOR-SKIPPED > 0
               MOVE 16 TO RETURN-CODE
               DISPLAY 'CMPEXPRT: SUCCESSOR TABLE FULL - '
                       WS-SUCCESSOR-SKIPPED
                       ' RETIRED IDS NOT RESOLVED'
           END-IF.

       2000-PROCESS-MASTER.
           IF T-COMPANY-CLOSED
               ADD 1 TO WS-CLOSED-SKIP-COUNT
      *    is its COMP redefinition and is not safe to read in that
      *    case, so a suspended company exports as zero instead.
       2100-CONVERT-FIELDS.
           MOVE SPACES           TO WS-E-SUCCESSOR-ID
           MOVE T-COMPANY-ID     TO WS-E-COMPANY-ID
           MOVE T-COMPANY-NAME   TO WS-E-COMPANY-NAME
           MOVE T-ADDRESS        TO WS-E-ADDRESS
      *    is no longer on today's master, and the consumer needs to
      *    know what it is removing.
       2150-CONVERT-PRIOR-FIELDS.
           MOVE SPACES           TO WS-E-SUCCESSOR-ID
           MOVE P-COMPANY-ID     TO WS-E-COMPANY-ID
           MOVE P-COMPANY-NAME   TO WS-E-COMPANY-NAME
           MOVE P-ADDRESS        TO WS-E-ADDRESS
               INTO COMPANY-EXPORT-LINE
               WITH POINTER WS-STRING-PTR
           END-STRING
           IF DELTA-MODE
               STRING ',' WS-E-SUCCESSOR-ID DELIMITED BY SIZE
                   INTO COMPANY-EXPORT-LINE
                   WITH POINTER WS-STRING-PTR
               END-STRING
           END-IF
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 18
               ADD WS-D-NUM1 (WS-SLOT-SUB) TO WS-HASH-NUM1
           IF P-COMPANY-CLOSED
               ADD 1 TO WS-CLOSED-SKIP-COUNT
           ELSE
               PERFORM 2590-RESOLVE-RETIRING
           END-IF.

       2560-RESOLVE-TODAY-ONLY.
               WHEN T-COMPANY-CLOSED AND P-COMPANY-CLOSED
                   ADD 1 TO WS-CLOSED-SKIP-COUNT
               WHEN T-COMPANY-CLOSED
                   PERFORM 2590-RESOLVE-RETIRING
               WHEN P-COMPANY-CLOSED
                   PERFORM 2700-EMIT-ADD
               WHEN T-COMPARE-AREA = P-COMPARE-AREA
                   PERFORM 2800-EMIT-CHANGE
           END-EVALUATE.

      *    A company leaving the file is either a plain close or
      *    delete (D) or a merge (M) - a company on the successor
      *    cross-reference tells downstream where its strategies
      *    went rather than just that it is gone.
       2590-RESOLVE-RETIRING.
           MOVE P-COMPANY-ID TO WS-RESOLVE-ID
           PERFORM 5000-RESOLVE-SUCCESSOR
           IF RESOLVED
               PERFORM 2650-EMIT-MERGE
           ELSE
               PERFORM 2600-EMIT-DELETE
           END-IF.

       2600-EMIT-DELETE.
           MOVE 'D' TO WS-ACTION-FLAG
           PERFORM 2150-CONVERT-PRIOR-FIELDS
           ADD 1 TO WS-DELETED-COUNT
           ADD 1 TO WS-EXPORT-COUNT.

       2650-EMIT-MERGE.
           MOVE 'M' TO WS-ACTION-FLAG
           PERFORM 2150-CONVERT-PRIOR-FIELDS
           MOVE WS-RESOLVE-ID TO WS-E-SUCCESSOR-ID
           PERFORM 2200-WRITE-EXPORT-LINE
           ADD 1 TO WS-MERGED-COUNT
           ADD 1 TO WS-EXPORT-COUNT.

       2700-EMIT-ADD.
           MOVE 'A' TO WS-ACTION-FLAG
           PERFORM 2100-CONVERT-FIELDS
           ADD 1 TO WS-CHANGED-COUNT
           ADD 1 TO WS-EXPORT-COUNT.

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
                   TO T-COMPANY-ID
               MOVE COMPANY-NAME OF COMPANY-DETAILS
                   TO T-COMPANY-NAME
               MOVE COMPANY-ADDRESS OF COMPANY-DETAILS
                   TO T-ADDRESS
               MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
                   TO T-TAXPAYER-TYPE
                   CONTINUE
           END-EVALUATE.

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
           PERFORM 9050-WRITE-ENVELOPE-TRAILER
           CLOSE COMPANY-MASTER-FILE
                       WS-CHANGED-COUNT
               DISPLAY 'CMPEXPRT: COMPANIES DELETED   = '
                       WS-DELETED-COUNT
               DISPLAY 'CMPEXPRT: COMPANIES MERGED    = '
                       WS-MERGED-COUNT
               DISPLAY 'CMPEXPRT: COMPANIES UNCHANGED = '
                       WS-UNCHANGED-COUNT
           END-IF.
