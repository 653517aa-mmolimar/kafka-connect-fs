      *               company (or a reopen of an open one) is
      *               rejected, and the audit row carries the
      *               before/after status bytes.
      *   2026-10-15  Audit rows clear the merge slot and
      *               related-company fields CMPMERGE uses on
      *               the shared audit trail.
      *   2026-10-15  A STRT transaction that would take the
      *               company's NUM1 or NUM2 sum across all 18
      *               strategy slots over its hard limit on the
      *               exposure limits file (company row, else
      *               the TAXPAYER-TYPE default) is rejected to
      *               the audit file with the reason. The STRTC
      *               continuation row is read with the STATC
      *               row so the sum covers every slot.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXPOSURE-LIMIT-FILE
               ASSIGN TO EXPLIMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-KEY.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CMPCTL
               ORGANIZATION IS SEQUENTIAL.
           RECORDING MODE IS F.
       COPY CMPMAUD.

       FD  EXPOSURE-LIMIT-FILE.
       COPY CMPLIMT.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY CMPCTL.
               88  MASTER-FOUND              VALUE 'Y'.
           05  WS-MASTER-CHANGED     PIC X VALUE 'N'.
               88  MASTER-CHANGED            VALUE 'Y'.
           05  WS-LIMIT-FOUND        PIC X VALUE 'N'.
               88  LIMIT-FOUND               VALUE 'Y'.
           05  WS-LIMIT-EXCEEDED     PIC X VALUE 'N'.
               88  LIMIT-EXCEEDED            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-APPLIED-COUNT      PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT     PIC 9(7) VALUE 0.
           05  WS-TRANS-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-REWRITTEN-COUNT    PIC 9(7) VALUE 0.
           05  WS-LIMIT-REJECT-COUNT PIC 9(7) VALUE 0.
           05  WS-SLOT-SUB           PIC 9(2) VALUE 0.

       01  WS-CURRENT-COMPANY-ID     PIC X(10) VALUE LOW-VALUES.

       01  WS-REJECT-REASON          PIC X(40).

      *    Exposure sums for the STRT limit check. The STRTC row's
      *    12 pairs are summed when the company comes up, since the
      *    record area then holds the STATC row for the rest of the
      *    company's transactions.
       01  WS-EXPOSURE-CHECK.
           05  WS-EXTRA-SUM-NUM1     PIC 9(9) VALUE 0.
           05  WS-EXTRA-SUM-NUM2     PIC 9(9) VALUE 0.
           05  WS-OLD-SUM-NUM1       PIC 9(9) VALUE 0.
           05  WS-OLD-SUM-NUM2       PIC 9(9) VALUE 0.
           05  WS-NEW-SUM-NUM1       PIC 9(9) VALUE 0.
           05  WS-NEW-SUM-NUM2       PIC 9(9) VALUE 0.
           05  WS-LIMIT-NUM1         PIC 9(9) VALUE 0.
           05  WS-LIMIT-NUM2         PIC 9(9) VALUE 0.

       01  WS-TAXPAYER-CHECK.
           05  WS-TAXPAYER-STATUS    PIC X VALUE 'Y'.
               88  TAXPAYER-VALID            VALUE 'Y'.
       1000-INITIALIZE.
           OPEN I-O    COMPANY-MASTER-FILE
           OPEN INPUT  COMPANY-MAINT-TRANS-FILE
                       EXPOSURE-LIMIT-FILE
           OPEN OUTPUT MAINT-AUDIT-FILE
           PERFORM 8200-READ-TRANS.

           PERFORM 8200-READ-TRANS.

       2100-READ-MASTER-ROW.
           PERFORM 2110-SUM-EXTRA-STRATEGY
           MOVE WS-CURRENT-COMPANY-ID
               TO COMPANY-ID OF COMPANY-DETAILS
           MOVE 'STATC' TO SEGMENT-ID OF COMPANY-DETAILS
                   MOVE 'N' TO WS-MASTER-FOUND
           END-READ.

      *    Read ahead of the STATC row, which must be the row left
      *    in the record area for the transactions and the rewrite.
       2110-SUM-EXTRA-STRATEGY.
           MOVE 0 TO WS-EXTRA-SUM-NUM1 WS-EXTRA-SUM-NUM2
           MOVE WS-CURRENT-COMPANY-ID
               TO COMPANY-ID OF COMPANY-DETAILS
           MOVE 'STRTC' TO SEGMENT-ID OF COMPANY-DETAILS
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                           UNTIL WS-SLOT-SUB > 12
                       ADD EXTRA-NUM1 (WS-SLOT-SUB)
                           TO WS-EXTRA-SUM-NUM1
                       ADD EXTRA-NUM2 (WS-SLOT-SUB)
                           TO WS-EXTRA-SUM-NUM2
                   END-PERFORM
           END-READ.

       2200-APPLY-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN MTXN-IS-TAXPAYER-UPDATE

       2220-APPLY-STRATEGY-UPDATE.
           IF MTXN-STRATEGY-SLOT >= 1 AND MTXN-STRATEGY-SLOT <= 6
               PERFORM 2225-CHECK-EXPOSURE-LIMIT
               IF LIMIT-EXCEEDED
                   ADD 1 TO WS-LIMIT-REJECT-COUNT
                   PERFORM 2510-WRITE-REJECT-AUDIT
               ELSE
                   PERFORM 2228-REPLACE-STRATEGY-SLOT
               END-IF
           ELSE
               MOVE 'STRATEGY SLOT OUT OF RANGE 1-6'
                   TO WS-REJECT-REASON
               PERFORM 2510-WRITE-REJECT-AUDIT
           END-IF.

      *    The company's sums with the slot replaced are measured
      *    against its hard limits - the company's own row on the
      *    limits file, else the default for its TAXPAYER-TYPE. A
      *    zero limit leaves that sum unlimited. A transaction that
      *    lowers an already-excessive sum is let through, so a
      *    company over a newly tightened limit can be brought down.
       2225-CHECK-EXPOSURE-LIMIT.
           MOVE 'N' TO WS-LIMIT-EXCEEDED
           MOVE WS-EXTRA-SUM-NUM1 TO WS-OLD-SUM-NUM1
           MOVE WS-EXTRA-SUM-NUM2 TO WS-OLD-SUM-NUM2
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 6
               ADD NUM1 OF COMPANY-DETAILS (WS-SLOT-SUB)
                   TO WS-OLD-SUM-NUM1
               ADD NUM2 OF COMPANY-DETAILS (WS-SLOT-SUB)
                   TO WS-OLD-SUM-NUM2
           END-PERFORM
           COMPUTE WS-NEW-SUM-NUM1 = WS-OLD-SUM-NUM1
                   - NUM1 OF COMPANY-DETAILS (MTXN-STRATEGY-SLOT)
                   + MTXN-NUM1
           COMPUTE WS-NEW-SUM-NUM2 = WS-OLD-SUM-NUM2
                   - NUM2 OF COMPANY-DETAILS (MTXN-STRATEGY-SLOT)
                   + MTXN-NUM2
           PERFORM 5000-FIND-LIMIT
           IF LIMIT-FOUND
               EVALUATE TRUE
                   WHEN WS-LIMIT-NUM1 > 0
                        AND WS-NEW-SUM-NUM1 > WS-LIMIT-NUM1
                        AND WS-NEW-SUM-NUM1 > WS-OLD-SUM-NUM1
                       SET LIMIT-EXCEEDED TO TRUE
                       MOVE 'STRT WOULD EXCEED NUM1 EXPOSURE LIMIT'
                           TO WS-REJECT-REASON
                   WHEN WS-LIMIT-NUM2 > 0
                        AND WS-NEW-SUM-NUM2 > WS-LIMIT-NUM2
                        AND WS-NEW-SUM-NUM2 > WS-OLD-SUM-NUM2
                       SET LIMIT-EXCEEDED TO TRUE
                       MOVE 'STRT WOULD EXCEED NUM2 EXPOSURE LIMIT'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       2228-REPLACE-STRATEGY-SLOT.
           MOVE NUM1 OF COMPANY-DETAILS (MTXN-STRATEGY-SLOT)
               TO AUD-BEFORE-NUM1
           MOVE NUM2 OF COMPANY-DETAILS (MTXN-STRATEGY-SLOT)
               TO AUD-BEFORE-NUM2
           MOVE MTXN-NUM1
               TO NUM1 OF COMPANY-DETAILS (MTXN-STRATEGY-SLOT)
           MOVE MTXN-NUM2
               TO NUM2 OF COMPANY-DETAILS (MTXN-STRATEGY-SLOT)
           MOVE MTXN-NUM1 TO AUD-AFTER-NUM1
           MOVE MTXN-NUM2 TO AUD-AFTER-NUM2
           MOVE MTXN-STRATEGY-SLOT TO AUD-STRATEGY-SLOT
           MOVE SPACES TO AUD-BEFORE-TAXPAYER-TYPE
           MOVE SPACES TO AUD-BEFORE-TAXPAYER-STR
           MOVE SPACES TO AUD-AFTER-TAXPAYER-TYPE
           MOVE SPACES TO AUD-AFTER-TAXPAYER-STR
           MOVE SPACES TO AUD-BEFORE-STATUS AUD-AFTER-STATUS
           ADD 1 TO WS-APPLIED-COUNT
           SET MASTER-CHANGED TO TRUE
           PERFORM 2520-WRITE-APPLIED-AUDIT.

      *    CLOS marks the STATIC-DETAILS row closed and REOP marks
      *    it open again. Closing a closed company (or reopening an
      *    open one) is rejected - a doubled-up or stale lifecycle
           MOVE 0 TO AUD-BEFORE-NUM1 AUD-BEFORE-NUM2
           MOVE 0 TO AUD-AFTER-NUM1 AUD-AFTER-NUM2
           MOVE SPACES TO AUD-BEFORE-STATUS AUD-AFTER-STATUS
           MOVE 0      TO AUD-MERGE-SLOT
           MOVE SPACES TO AUD-RELATED-COMPANY-ID
           WRITE COMPANY-MAINT-AUDIT-RECORD.

       2520-WRITE-APPLIED-AUDIT.
           MOVE MTXN-TIMESTAMP    TO AUD-TIMESTAMP
           SET  AUD-APPLIED       TO TRUE
           MOVE SPACES            TO AUD-REASON
           MOVE 0                 TO AUD-MERGE-SLOT
           MOVE SPACES            TO AUD-RELATED-COMPANY-ID
           WRITE COMPANY-MAINT-AUDIT-RECORD.

       3000-FLUSH-HELD-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE 'N' TO WS-MASTER-CHANGED.

      *    The company's own limit row wins; otherwise the default
      *    row for the TAXPAYER-TYPE the company carries now.
       5000-FIND-LIMIT.
           MOVE 0 TO WS-LIMIT-NUM1 WS-LIMIT-NUM2
           MOVE WS-CURRENT-COMPANY-ID TO LIM-KEY
           PERFORM 5100-READ-LIMIT
           IF NOT LIMIT-FOUND
               MOVE '*DEFAULT*' TO LIM-DEFAULT-MARKER
               MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
                   TO LIM-DEFAULT-TAXPAYER-TYPE
               PERFORM 5100-READ-LIMIT
           END-IF
           IF LIMIT-FOUND
               MOVE LIM-NUM1-LIMIT TO WS-LIMIT-NUM1
               MOVE LIM-NUM2-LIMIT TO WS-LIMIT-NUM2
           END-IF.

       5100-READ-LIMIT.
           MOVE 'Y' TO WS-LIMIT-FOUND
           READ EXPOSURE-LIMIT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LIMIT-FOUND
           END-READ.

       8200-READ-TRANS.
           READ COMPANY-MAINT-TRANS-FILE
               AT END
           CLOSE COMPANY-MASTER-FILE
                 COMPANY-MAINT-TRANS-FILE
                 MAINT-AUDIT-FILE
                 EXPOSURE-LIMIT-FILE
           PERFORM 9100-WRITE-RUN-CONTROLS
           DISPLAY 'CMPMAINT: TRANSACTIONS APPLIED  = '
                   WS-APPLIED-COUNT
           DISPLAY 'CMPMAINT: TRANSACTIONS REJECTED = '
                   WS-REJECTED-COUNT
           DISPLAY 'CMPMAINT: OVER EXPOSURE LIMIT   = '
                   WS-LIMIT-REJECT-COUNT
           DISPLAY 'CMPMAINT: COMPANIES REWRITTEN   = '
                   WS-REWRITTEN-COUNT.

