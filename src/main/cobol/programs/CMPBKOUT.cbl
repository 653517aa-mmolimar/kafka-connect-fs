       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPBKOUT.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPBKOUT
      * Maintenance backout. Selects APPLIED rows from the
      * CMPMAINT audit trail (CMPMAUD) by submitting user,
      * timestamp range and/or batch number - a batch is
      * looked up on the batched session file CMPMBVAL read,
      * and its transactions selected by COMPANY-ID, type,
      * user and timestamp - and writes reversing
      * transactions in CMPMAINT's input layout (CMPMTXN)
      * that put the before-images back:
      *   TAXP -> TAXP to the before TAXPAYER-TYPE/STR
      *   STRT -> STRT to the before NUM1/NUM2 in the slot
      *   CLOS -> REOP,  REOP -> CLOS
      * Within a company the reversals come out newest
      * first, so a slot keyed twice unwinds back through
      * both values. Before anything is reversed the
      * company's STATIC-DETAILS row must still hold every
      * after-image being undone, and no unselected change
      * may have landed on the company since the earliest
      * selected one; otherwise the whole company goes to
      * the conflict report and nothing is generated for
      * it. MERG rows (CMPMERGE) cannot be undone by a
      * maintenance transaction and also send the company
      * to the conflict report, as does a company where a
      * reversal CMPAPPRV will hold would be written ahead
      * of one it passes straight through - the held one
      * would land after it. Conflicts end the run with
      * RETURN-CODE 8; a selection with no criterion at all,
      * or a batch number not on the session file, ends it
      * with 16 and writes nothing.
      *
      * The reversing transactions go through CMPAPPRV like
      * any other maintenance, so a reversed CLOS, REOP or
      * taxpayer-type change still needs a second user.
      * Each carries the requested-by user and the run
      * timestamp advanced one second per reversal within
      * the company, so every reversal has its own key for
      * an approver's decision and sorts in the order
      * written.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUDIT-FILE
               ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT BATCHED-MAINT-FILE
               ASSIGN TO BMAINTXN
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-MASTER-FILE
               ASSIGN TO CMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY.

           SELECT BACKOUT-PARM-FILE
               ASSIGN TO BKOUTPRM
               ORGANIZATION IS SEQUENTIAL.

           SELECT REVERSING-TRANS-FILE
               ASSIGN TO BKOUTTXN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFLICT-REPORT-FILE
               ASSIGN TO BKCONFL
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY CMPMAUD.

       FD  BATCHED-MAINT-FILE
           RECORDING MODE IS F.
       COPY CMPMBAT.

       FD  COMPANY-MASTER-FILE.
       COPY CMPMSTRI.

       FD  BACKOUT-PARM-FILE
           RECORDING MODE IS F.
       01  BACKOUT-PARM-RECORD.
           05  PARM-USER-ID          PIC X(8).
           05  PARM-FROM-TIMESTAMP   PIC X(14).
           05  PARM-TO-TIMESTAMP     PIC X(14).
           05  PARM-BATCH-NUMBER     PIC X(5).
           05  PARM-REQUESTED-BY     PIC X(8).

       FD  REVERSING-TRANS-FILE
           RECORDING MODE IS F.
       COPY CMPMTXN.

       FD  CONFLICT-REPORT-FILE
           RECORDING MODE IS F.
       01  CONFLICT-REPORT-LINE      PIC X(100).

      *    Applied audit rows by company, newest first; the read
      *    sequence breaks ties between rows stamped alike.
       SD  SORT-WORK-FILE.
       01  SORT-AUDIT-RECORD.
           05  SRT-COMPANY-ID        PIC X(10).
           05  SRT-TIMESTAMP         PIC X(14).
           05  SRT-SEQUENCE          PIC 9(7).
           05  SRT-SELECTED          PIC X(1).
           05  SRT-AUDIT-ROW         PIC X(145).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-AUDIT-EOF          PIC X VALUE 'N'.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  WS-BATCH-EOF          PIC X VALUE 'N'.
               88  BATCH-EOF                 VALUE 'Y'.
           05  WS-SORT-EOF           PIC X VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
           05  WS-SELECTION-VALID    PIC X VALUE 'Y'.
               88  SELECTION-VALID           VALUE 'Y'.
           05  WS-BATCH-SELECTED     PIC X VALUE 'N'.
               88  BATCH-SELECTED            VALUE 'Y'.
           05  WS-BATCH-FOUND        PIC X VALUE 'N'.
               88  BATCH-FOUND               VALUE 'Y'.
           05  WS-IN-BATCH           PIC X VALUE 'N'.
               88  IN-BATCH                  VALUE 'Y'.
           05  WS-ROW-SELECTED       PIC X VALUE 'N'.
               88  ROW-SELECTED              VALUE 'Y'.
           05  WS-KEY-FOUND          PIC X VALUE 'N'.
               88  KEY-FOUND                 VALUE 'Y'.
           05  WS-MASTER-FOUND       PIC X VALUE 'N'.
               88  MASTER-FOUND              VALUE 'Y'.
           05  WS-COMPANY-CONFLICT   PIC X VALUE 'N'.
               88  COMPANY-CONFLICT          VALUE 'Y'.
           05  WS-GROUP-OVERFLOW     PIC X VALUE 'N'.
               88  GROUP-OVERFLOW            VALUE 'Y'.
           05  WS-REVERSAL-HELD      PIC X VALUE 'N'.
               88  REVERSAL-HELD             VALUE 'Y'.
           05  WS-HELD-SEEN          PIC X VALUE 'N'.
               88  HELD-SEEN                 VALUE 'Y'.

       01  WS-SELECTION.
           05  WS-SEL-USER-ID        PIC X(8)  VALUE SPACES.
           05  WS-SEL-FROM-TIMESTAMP PIC X(14) VALUE LOW-VALUES.
           05  WS-SEL-TO-TIMESTAMP   PIC X(14) VALUE HIGH-VALUES.
           05  WS-SEL-BATCH-NUMBER   PIC 9(5)  VALUE 0.
           05  WS-REQUESTED-BY       PIC X(8)  VALUE 'BACKOUT'.

       01  WS-RUN-TIMESTAMP          PIC X(14).
       01  WS-RUN-TIMESTAMP-PARTS REDEFINES WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE-NUM       PIC 9(8).
           05  WS-RUN-HH             PIC 9(2).
           05  WS-RUN-MI             PIC 9(2).
           05  WS-RUN-SS             PIC 9(2).

      *    A reversal's timestamp - the run timestamp plus its
      *    sequence within the company in seconds.
       01  WS-REVERSAL-TIMESTAMP.
           05  RT-DATE               PIC 9(8).
           05  RT-HH                 PIC 9(2).
           05  RT-MI                 PIC 9(2).
           05  RT-SS                 PIC 9(2).

       01  WS-STAMP-WORK.
           05  WS-REVERSAL-SEQ       PIC 9(3) VALUE 0.
           05  WS-STAMP-SECONDS      PIC 9(6) VALUE 0.
           05  WS-STAMP-REMAINDER    PIC 9(6) VALUE 0.
           05  WS-STAMP-DAY-NUMBER   PIC 9(7) VALUE 0.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-APPLIED-READ-COUNT PIC 9(7) VALUE 0.
           05  WS-SELECTED-COUNT     PIC 9(7) VALUE 0.
           05  WS-REVERSED-COUNT     PIC 9(7) VALUE 0.
           05  WS-CONFLICT-ROW-COUNT PIC 9(7) VALUE 0.
           05  WS-COMPANY-COUNT      PIC 9(7) VALUE 0.
           05  WS-CONFLICT-COUNT     PIC 9(7) VALUE 0.
           05  WS-BATCH-KEY-COUNT    PIC 9(3) VALUE 0.
           05  WS-BATCH-KEY-SUB      PIC 9(3) VALUE 0.
           05  WS-GROUP-COUNT        PIC 9(3) VALUE 0.
           05  WS-GROUP-SUB          PIC 9(3) VALUE 0.
           05  WS-LAST-SELECTED      PIC 9(3) VALUE 0.
           05  WS-MISMATCH-SUB       PIC 9(3) VALUE 0.
           05  WS-SLOT               PIC 9(1) VALUE 0.

       01  WS-CURRENT-COMPANY-ID     PIC X(10).
       01  WS-CONFLICT-REASON        PIC X(40).

      *    The transactions of the selected batch, as keyed.
       01  WS-BATCH-KEY-TABLE.
           05  WS-BATCH-KEY OCCURS 500.
               10  BK-COMPANY-ID     PIC X(10).
               10  BK-TRANS-TYPE     PIC X(4).
               10  BK-USER-ID        PIC X(8).
               10  BK-TIMESTAMP      PIC X(14).

           COPY CMPMTXN REPLACING
               COMPANY-MAINT-TRANSACTION BY WS-BATCH-TRANSACTION
               MTXN-COMPANY-ID       BY BTX-COMPANY-ID
               MTXN-TRANS-TYPE       BY BTX-TRANS-TYPE
               MTXN-IS-TAXPAYER-UPDATE
                                     BY BTX-IS-TAXPAYER-UPDATE
               MTXN-IS-STRATEGY-UPDATE
                                     BY BTX-IS-STRATEGY-UPDATE
               MTXN-IS-CLOSE-COMPANY BY BTX-IS-CLOSE-COMPANY
               MTXN-IS-REOPEN-COMPANY
                                     BY BTX-IS-REOPEN-COMPANY
               MTXN-USER-ID          BY BTX-USER-ID
               MTXN-TIMESTAMP        BY BTX-TIMESTAMP
               MTXN-TAXPAYER-TYPE    BY BTX-TAXPAYER-TYPE
               MTXN-TAXPAYER-STR     BY BTX-TAXPAYER-STR
               MTXN-STRATEGY-SLOT    BY BTX-STRATEGY-SLOT
               MTXN-NUM1             BY BTX-NUM1
               MTXN-NUM2             BY BTX-NUM2.

      *    Every applied row for the company being worked, newest
      *    first, with its selected marker.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 500.
               10  GT-SELECTED       PIC X(1).
               10  GT-AUDIT-ROW      PIC X(145).

      *    Work copy of one audit row from the group.
           COPY CMPMAUD REPLACING
               COMPANY-MAINT-AUDIT-RECORD BY WS-WORK-AUDIT-ROW
               AUD-COMPANY-ID        BY WRK-COMPANY-ID
               AUD-TRANS-TYPE        BY WRK-TRANS-TYPE
               AUD-USER-ID           BY WRK-USER-ID
               AUD-TIMESTAMP         BY WRK-TIMESTAMP
               AUD-STATUS            BY WRK-STATUS
               AUD-APPLIED           BY WRK-APPLIED
               AUD-REJECTED          BY WRK-REJECTED
               AUD-HELD              BY WRK-HELD
               AUD-APPROVED          BY WRK-APPROVED
               AUD-REASON            BY WRK-REASON
               AUD-BEFORE-TAXPAYER-TYPE
                                     BY WRK-BEFORE-TAXPAYER-TYPE
               AUD-BEFORE-TAXPAYER-STR
                                     BY WRK-BEFORE-TAXPAYER-STR
               AUD-AFTER-TAXPAYER-TYPE
                                     BY WRK-AFTER-TAXPAYER-TYPE
               AUD-AFTER-TAXPAYER-STR
                                     BY WRK-AFTER-TAXPAYER-STR
               AUD-STRATEGY-SLOT     BY WRK-STRATEGY-SLOT
               AUD-BEFORE-NUM1       BY WRK-BEFORE-NUM1
               AUD-BEFORE-NUM2       BY WRK-BEFORE-NUM2
               AUD-AFTER-NUM1        BY WRK-AFTER-NUM1
               AUD-AFTER-NUM2        BY WRK-AFTER-NUM2
               AUD-BEFORE-STATUS     BY WRK-BEFORE-STATUS
               AUD-AFTER-STATUS      BY WRK-AFTER-STATUS
               AUD-MERGE-SLOT        BY WRK-MERGE-SLOT
               AUD-RELATED-COMPANY-ID
                                     BY WRK-RELATED-COMPANY-ID.

      *    The company's STATIC-DETAILS values as the reversals walk
      *    back through them - starts as the master row and takes
      *    each before-image in turn.
       01  WS-WORKING-IMAGE.
           05  WI-TAXPAYER-TYPE      PIC X(1).
           05  WI-TAXPAYER-STR       PIC X(8).
           05  WI-STATUS             PIC X(1).
               88  WI-IS-CLOSED              VALUE 'C'.
           05  WI-STRATEGY OCCURS 6.
               10  WI-NUM1           PIC 9(7).
               10  WI-NUM2           PIC 9(7).

      *    Expected and found values for a mismatched row, in a
      *    printable form whatever the transaction type.
       01  WS-IMAGE-TEXT.
           05  WS-EXPECTED-TEXT      PIC X(17).
           05  WS-FOUND-TEXT         PIC X(17).

       01  WS-NUM-IMAGE.
           05  NI-NUM1               PIC 9(7).
           05  FILLER                PIC X(1) VALUE '/'.
           05  NI-NUM2               PIC 9(7).

       01  WS-TAXPAYER-IMAGE.
           05  TI-TYPE               PIC X(1).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  TI-STR                PIC X(8).

       01  WS-HEADING-1.
           05  FILLER                PIC X(100) VALUE
               'MAINTENANCE BACKOUT - COMPANIES NOT BACKED OUT'.

       01  WS-SELECTION-LINE.
           05  FILLER                PIC X(10) VALUE 'SELECTION '.
           05  FILLER                PIC X(5)  VALUE 'USER '.
           05  SL-USER-ID            PIC X(8).
           05  FILLER                PIC X(6)  VALUE ' FROM '.
           05  SL-FROM-TIMESTAMP     PIC X(14).
           05  FILLER                PIC X(4)  VALUE ' TO '.
           05  SL-TO-TIMESTAMP       PIC X(14).
           05  FILLER                PIC X(7)  VALUE ' BATCH '.
           05  SL-BATCH-NUMBER       PIC X(5).
           05  FILLER                PIC X(27) VALUE SPACES.

       01  WS-COMPANY-LINE.
           05  FILLER                PIC X(8)  VALUE 'COMPANY '.
           05  CL-COMPANY-ID         PIC X(10).
           05  FILLER                PIC X(3)  VALUE ' - '.
           05  CL-REASON             PIC X(40).
           05  FILLER                PIC X(39) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'TYPE'.
           05  FILLER                PIC X(10) VALUE 'USER'.
           05  FILLER                PIC X(16) VALUE 'TIMESTAMP'.
           05  FILLER                PIC X(10) VALUE 'ROW'.
           05  FILLER                PIC X(19) VALUE 'AFTER-IMAGE'.
           05  FILLER                PIC X(35) VALUE 'ON MASTER'.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  DL-TRANS-TYPE         PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-USER-ID            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-TIMESTAMP          PIC X(14).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-ROW-KIND           PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-EXPECTED           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-FOUND              PIC X(17).
           05  FILLER                PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF SELECTION-VALID
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-COMPANY-ID
                   ON DESCENDING KEY SRT-TIMESTAMP
                                     SRT-SEQUENCE
                   INPUT PROCEDURE IS 2000-SELECT-AUDIT-ROWS
                   OUTPUT PROCEDURE IS 3000-BUILD-REVERSALS
           END-IF
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TIMESTAMP
           OPEN INPUT  BACKOUT-PARM-FILE
           READ BACKOUT-PARM-FILE
               AT END
                   MOVE SPACES TO BACKOUT-PARM-RECORD
           END-READ
           CLOSE BACKOUT-PARM-FILE
           OPEN INPUT  COMPANY-MASTER-FILE
           OPEN OUTPUT REVERSING-TRANS-FILE
           OPEN OUTPUT CONFLICT-REPORT-FILE
           PERFORM 1100-EDIT-SELECTION
           IF SELECTION-VALID AND BATCH-SELECTED
               PERFORM 1200-LOAD-BATCH-KEYS
           END-IF
           MOVE PARM-USER-ID        TO SL-USER-ID
           MOVE PARM-FROM-TIMESTAMP TO SL-FROM-TIMESTAMP
           MOVE PARM-TO-TIMESTAMP   TO SL-TO-TIMESTAMP
           MOVE PARM-BATCH-NUMBER   TO SL-BATCH-NUMBER
           WRITE CONFLICT-REPORT-LINE FROM WS-HEADING-1
           WRITE CONFLICT-REPORT-LINE FROM WS-SELECTION-LINE
           MOVE SPACES TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE.

      *    Blank criteria are open-ended, but at least one must be
      *    given - a backout of the entire audit trail is never
      *    what was meant.
       1100-EDIT-SELECTION.
           IF PARM-USER-ID NOT = SPACES
               MOVE PARM-USER-ID TO WS-SEL-USER-ID
           END-IF
           IF PARM-FROM-TIMESTAMP NOT = SPACES
               MOVE PARM-FROM-TIMESTAMP TO WS-SEL-FROM-TIMESTAMP
           END-IF
           IF PARM-TO-TIMESTAMP NOT = SPACES
               MOVE PARM-TO-TIMESTAMP TO WS-SEL-TO-TIMESTAMP
           END-IF
           IF PARM-REQUESTED-BY NOT = SPACES
               MOVE PARM-REQUESTED-BY TO WS-REQUESTED-BY
           END-IF
           IF PARM-BATCH-NUMBER NOT = SPACES
               IF PARM-BATCH-NUMBER IS NUMERIC
                   MOVE PARM-BATCH-NUMBER TO WS-SEL-BATCH-NUMBER
                   SET BATCH-SELECTED TO TRUE
               ELSE
                   MOVE 'N' TO WS-SELECTION-VALID
                   DISPLAY 'CMPBKOUT: BATCH NUMBER '
                           PARM-BATCH-NUMBER ' IS NOT NUMERIC'
               END-IF
           END-IF
           IF PARM-USER-ID = SPACES
              AND PARM-FROM-TIMESTAMP = SPACES
              AND PARM-TO-TIMESTAMP = SPACES
              AND PARM-BATCH-NUMBER = SPACES
               MOVE 'N' TO WS-SELECTION-VALID
               DISPLAY 'CMPBKOUT: NO SELECTION GIVEN - '
                       'USER, TIMESTAMP RANGE OR BATCH REQUIRED'
           END-IF.

      *    The batch's own transactions, header to trailer, are the
      *    keys its audit rows are found by. A batch too big for
      *    the table could only be partly backed out, so it is
      *    refused whole.
       1200-LOAD-BATCH-KEYS.
           OPEN INPUT BATCHED-MAINT-FILE
           PERFORM 8200-READ-BATCHED
           PERFORM UNTIL BATCH-EOF
               EVALUATE TRUE
                   WHEN BMT-IS-HEADER
                       IF BHD-BATCH-NUMBER = WS-SEL-BATCH-NUMBER
                           SET IN-BATCH TO TRUE
                           SET BATCH-FOUND TO TRUE
                       ELSE
                           MOVE 'N' TO WS-IN-BATCH
                       END-IF
                   WHEN BMT-IS-DETAIL AND IN-BATCH
                       PERFORM 1250-ADD-BATCH-KEY
                   WHEN BMT-IS-TRAILER
                       MOVE 'N' TO WS-IN-BATCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 8200-READ-BATCHED
           END-PERFORM
           CLOSE BATCHED-MAINT-FILE
           IF NOT BATCH-FOUND
               MOVE 'N' TO WS-SELECTION-VALID
               DISPLAY 'CMPBKOUT: BATCH ' WS-SEL-BATCH-NUMBER
                       ' NOT ON THE SESSION FILE'
           END-IF.

       1250-ADD-BATCH-KEY.
           MOVE BMT-RECORD-BODY TO WS-BATCH-TRANSACTION
           IF WS-BATCH-KEY-COUNT < 500
               ADD 1 TO WS-BATCH-KEY-COUNT
               MOVE BTX-COMPANY-ID
                   TO BK-COMPANY-ID (WS-BATCH-KEY-COUNT)
               MOVE BTX-TRANS-TYPE
                   TO BK-TRANS-TYPE (WS-BATCH-KEY-COUNT)
               MOVE BTX-USER-ID
                   TO BK-USER-ID (WS-BATCH-KEY-COUNT)
               MOVE BTX-TIMESTAMP
                   TO BK-TIMESTAMP (WS-BATCH-KEY-COUNT)
           ELSE
               MOVE 'N' TO WS-SELECTION-VALID
               DISPLAY 'CMPBKOUT: BATCH ' WS-SEL-BATCH-NUMBER
                       ' EXCEEDS 500 TRANSACTIONS - NOT BACKED OUT'
           END-IF.

      *    Every APPLIED row goes to the sort, selected or not - the
      *    unselected ones are how a later change to the same
      *    company is spotted.
       2000-SELECT-AUDIT-ROWS.
           OPEN INPUT MAINT-AUDIT-FILE
           PERFORM 8100-READ-AUDIT
           PERFORM UNTIL AUDIT-EOF
               IF AUD-APPLIED
                   ADD 1 TO WS-APPLIED-READ-COUNT
                   PERFORM 2100-CHECK-SELECTION
                   MOVE AUD-COMPANY-ID       TO SRT-COMPANY-ID
                   MOVE AUD-TIMESTAMP        TO SRT-TIMESTAMP
                   MOVE WS-AUDIT-READ-COUNT  TO SRT-SEQUENCE
                   MOVE WS-ROW-SELECTED      TO SRT-SELECTED
                   MOVE COMPANY-MAINT-AUDIT-RECORD TO SRT-AUDIT-ROW
                   RELEASE SORT-AUDIT-RECORD
               END-IF
               PERFORM 8100-READ-AUDIT
           END-PERFORM
           CLOSE MAINT-AUDIT-FILE.

       2100-CHECK-SELECTION.
           SET ROW-SELECTED TO TRUE
           IF WS-SEL-USER-ID NOT = SPACES
              AND AUD-USER-ID NOT = WS-SEL-USER-ID
               MOVE 'N' TO WS-ROW-SELECTED
           END-IF
           IF AUD-TIMESTAMP < WS-SEL-FROM-TIMESTAMP
              OR AUD-TIMESTAMP > WS-SEL-TO-TIMESTAMP
               MOVE 'N' TO WS-ROW-SELECTED
           END-IF
           IF ROW-SELECTED AND BATCH-SELECTED
               PERFORM 2150-FIND-BATCH-KEY
               IF NOT KEY-FOUND
                   MOVE 'N' TO WS-ROW-SELECTED
               END-IF
           END-IF
           IF ROW-SELECTED
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.

       2150-FIND-BATCH-KEY.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-BATCH-KEY-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-KEY-SUB > WS-BATCH-KEY-COUNT
                      OR KEY-FOUND
               IF BK-COMPANY-ID (WS-BATCH-KEY-SUB) = AUD-COMPANY-ID
                  AND BK-TRANS-TYPE (WS-BATCH-KEY-SUB) = AUD-TRANS-TYPE
                  AND BK-USER-ID (WS-BATCH-KEY-SUB) = AUD-USER-ID
                  AND BK-TIMESTAMP (WS-BATCH-KEY-SUB) = AUD-TIMESTAMP
                   SET KEY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3000-BUILD-REVERSALS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 8300-RETURN-SORTED
           PERFORM 3100-WORK-COMPANY UNTIL SORT-EOF.

       3100-WORK-COMPANY.
           PERFORM 3200-COLLECT-GROUP
           IF WS-LAST-SELECTED > 0
               ADD 1 TO WS-COMPANY-COUNT
               PERFORM 3300-CHECK-COMPANY
               IF COMPANY-CONFLICT
                   PERFORM 3600-REPORT-CONFLICT
               ELSE
                   PERFORM 3500-WRITE-REVERSALS
               END-IF
           END-IF.

      *    Rows older than the earliest selected one play no part;
      *    the position of the last (earliest) selected row in the
      *    group is remembered. A selected row past the table
      *    cannot be checked, so the whole company then conflicts.
       3200-COLLECT-GROUP.
           MOVE SRT-COMPANY-ID TO WS-CURRENT-COMPANY-ID
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-LAST-SELECTED
           MOVE 'N' TO WS-GROUP-OVERFLOW
           PERFORM UNTIL SORT-EOF
                   OR SRT-COMPANY-ID NOT = WS-CURRENT-COMPANY-ID
               IF WS-GROUP-COUNT < 500
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE SRT-SELECTED
                       TO GT-SELECTED (WS-GROUP-COUNT)
                   MOVE SRT-AUDIT-ROW
                       TO GT-AUDIT-ROW (WS-GROUP-COUNT)
                   IF SRT-SELECTED = 'Y'
                       MOVE WS-GROUP-COUNT TO WS-LAST-SELECTED
                   END-IF
               ELSE
                   IF SRT-SELECTED = 'Y'
                       SET GROUP-OVERFLOW TO TRUE
                   END-IF
               END-IF
               PERFORM 8300-RETURN-SORTED
           END-PERFORM
           IF GROUP-OVERFLOW
               MOVE WS-GROUP-COUNT TO WS-LAST-SELECTED
           END-IF.

      *    Checks in order of seriousness; the first one that fails
      *    is the reason the company is reported under.
       3300-CHECK-COMPANY.
           MOVE 'N' TO WS-COMPANY-CONFLICT
           MOVE 0 TO WS-MISMATCH-SUB
           MOVE SPACES TO WS-CONFLICT-REASON
           IF GROUP-OVERFLOW
               SET COMPANY-CONFLICT TO TRUE
               MOVE 'OVER 500 AUDIT ROWS SINCE SELECTION'
                   TO WS-CONFLICT-REASON
           END-IF
           IF NOT COMPANY-CONFLICT
               PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB > WS-LAST-SELECTED
                          OR COMPANY-CONFLICT
                   MOVE GT-AUDIT-ROW (WS-GROUP-SUB)
                       TO WS-WORK-AUDIT-ROW
                   EVALUATE TRUE
                       WHEN GT-SELECTED (WS-GROUP-SUB) NOT = 'Y'
                           SET COMPANY-CONFLICT TO TRUE
                           MOVE 'CHANGED AGAIN SINCE THE SELECTED ROWS'
                               TO WS-CONFLICT-REASON
                       WHEN WRK-TRANS-TYPE = 'MERG'
                           SET COMPANY-CONFLICT TO TRUE
                           MOVE 'MERGE CANNOT BE BACKED OUT'
                               TO WS-CONFLICT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF NOT COMPANY-CONFLICT
               PERFORM 8400-READ-MASTER-ROW
               IF MASTER-FOUND
                   PERFORM 3400-WALK-BEFORE-IMAGES
                   IF NOT COMPANY-CONFLICT
                       PERFORM 3470-CHECK-HOLD-ORDER
                   END-IF
               ELSE
                   SET COMPANY-CONFLICT TO TRUE
                   MOVE 'COMPANY NO LONGER ON MASTER'
                       TO WS-CONFLICT-REASON
               END-IF
           END-IF.

      *    Walks the selected rows newest first against the working
      *    image: each row's after-image must be what the image
      *    holds at that point, and its before-image then becomes
      *    the image for the next (older) row.
       3400-WALK-BEFORE-IMAGES.
           MOVE TAXPAYER-TYPE OF COMPANY-DETAILS TO WI-TAXPAYER-TYPE
           MOVE TAXPAYER-STR OF COMPANY-DETAILS  TO WI-TAXPAYER-STR
           MOVE COMPANY-STATUS OF COMPANY-DETAILS TO WI-STATUS
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 6
               MOVE NUM1 OF COMPANY-DETAILS (WS-SLOT)
                   TO WI-NUM1 (WS-SLOT)
               MOVE NUM2 OF COMPANY-DETAILS (WS-SLOT)
                   TO WI-NUM2 (WS-SLOT)
           END-PERFORM
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-LAST-SELECTED
                      OR COMPANY-CONFLICT
               MOVE GT-AUDIT-ROW (WS-GROUP-SUB) TO WS-WORK-AUDIT-ROW
               PERFORM 3450-CHECK-ONE-IMAGE
           END-PERFORM.

       3450-CHECK-ONE-IMAGE.
           EVALUATE WRK-TRANS-TYPE
               WHEN 'TAXP'
                   IF WI-TAXPAYER-TYPE = WRK-AFTER-TAXPAYER-TYPE
                      AND WI-TAXPAYER-STR = WRK-AFTER-TAXPAYER-STR
                       MOVE WRK-BEFORE-TAXPAYER-TYPE
                           TO WI-TAXPAYER-TYPE
                       MOVE WRK-BEFORE-TAXPAYER-STR
                           TO WI-TAXPAYER-STR
                   ELSE
                       PERFORM 3490-NOTE-MISMATCH
                   END-IF
               WHEN 'STRT'
                   MOVE WRK-STRATEGY-SLOT TO WS-SLOT
                   IF WS-SLOT >= 1 AND WS-SLOT <= 6
                      AND WI-NUM1 (WS-SLOT) = WRK-AFTER-NUM1
                      AND WI-NUM2 (WS-SLOT) = WRK-AFTER-NUM2
                       MOVE WRK-BEFORE-NUM1 TO WI-NUM1 (WS-SLOT)
                       MOVE WRK-BEFORE-NUM2 TO WI-NUM2 (WS-SLOT)
                   ELSE
                       PERFORM 3490-NOTE-MISMATCH
                   END-IF
               WHEN 'CLOS'
                   IF WI-IS-CLOSED
                       MOVE WRK-BEFORE-STATUS TO WI-STATUS
                   ELSE
                       PERFORM 3490-NOTE-MISMATCH
                   END-IF
               WHEN 'REOP'
                   IF NOT WI-IS-CLOSED
                       MOVE WRK-BEFORE-STATUS TO WI-STATUS
                   ELSE
                       PERFORM 3490-NOTE-MISMATCH
                   END-IF
               WHEN OTHER
                   SET COMPANY-CONFLICT TO TRUE
                   MOVE 'UNRECOGNIZED TRANSACTION TYPE ON AUDIT'
                       TO WS-CONFLICT-REASON
           END-EVALUATE.

      *    CMPAPPRV holds CLOS, REOP and a TAXP that moves the
      *    master to another TAXPAYER-TYPE until a second user
      *    approves it; the rest pass straight through to that
      *    night's CMPMAINT. Reversals that pass may be written
      *    ahead of held ones, but a held reversal ahead of one
      *    that passes would be applied after it and undo the
      *    changes out of order, so that company is left to be
      *    unwound by hand.
       3470-CHECK-HOLD-ORDER.
           MOVE 'N' TO WS-HELD-SEEN
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-LAST-SELECTED
                      OR COMPANY-CONFLICT
               MOVE GT-AUDIT-ROW (WS-GROUP-SUB) TO WS-WORK-AUDIT-ROW
               MOVE 'N' TO WS-REVERSAL-HELD
               EVALUATE WRK-TRANS-TYPE
                   WHEN 'CLOS'
                   WHEN 'REOP'
                       SET REVERSAL-HELD TO TRUE
                   WHEN 'TAXP'
                       IF WRK-BEFORE-TAXPAYER-TYPE
                          NOT = TAXPAYER-TYPE OF COMPANY-DETAILS
                           SET REVERSAL-HELD TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF REVERSAL-HELD
                   SET HELD-SEEN TO TRUE
               ELSE
                   IF HELD-SEEN
                       SET COMPANY-CONFLICT TO TRUE
                       MOVE 'HELD REVERSAL WOULD APPLY OUT OF ORDER'
                           TO WS-CONFLICT-REASON
                   END-IF
               END-IF
           END-PERFORM.

       3490-NOTE-MISMATCH.
           SET COMPANY-CONFLICT TO TRUE
           MOVE 'MASTER NO LONGER HOLDS THE AFTER-IMAGE'
               TO WS-CONFLICT-REASON
           MOVE WS-GROUP-SUB TO WS-MISMATCH-SUB.

      *    Reversals in group order - newest change first - each
      *    stamped one second after the one before it.
       3500-WRITE-REVERSALS.
           MOVE 0 TO WS-REVERSAL-SEQ
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-LAST-SELECTED
               MOVE GT-AUDIT-ROW (WS-GROUP-SUB) TO WS-WORK-AUDIT-ROW
               MOVE SPACES TO COMPANY-MAINT-TRANSACTION
               MOVE WRK-COMPANY-ID   TO MTXN-COMPANY-ID
               MOVE WS-REQUESTED-BY  TO MTXN-USER-ID
               PERFORM 3550-STAMP-REVERSAL
               MOVE WS-REVERSAL-TIMESTAMP TO MTXN-TIMESTAMP
               MOVE 0 TO MTXN-STRATEGY-SLOT MTXN-NUM1 MTXN-NUM2
               EVALUATE WRK-TRANS-TYPE
                   WHEN 'TAXP'
                       SET MTXN-IS-TAXPAYER-UPDATE TO TRUE
                       MOVE WRK-BEFORE-TAXPAYER-TYPE
                           TO MTXN-TAXPAYER-TYPE
                       MOVE WRK-BEFORE-TAXPAYER-STR
                           TO MTXN-TAXPAYER-STR
                   WHEN 'STRT'
                       SET MTXN-IS-STRATEGY-UPDATE TO TRUE
                       MOVE WRK-STRATEGY-SLOT TO MTXN-STRATEGY-SLOT
                       MOVE WRK-BEFORE-NUM1   TO MTXN-NUM1
                       MOVE WRK-BEFORE-NUM2   TO MTXN-NUM2
                   WHEN 'CLOS'
                       SET MTXN-IS-REOPEN-COMPANY TO TRUE
                   WHEN 'REOP'
                       SET MTXN-IS-CLOSE-COMPANY TO TRUE
               END-EVALUATE
               WRITE COMPANY-MAINT-TRANSACTION
               ADD 1 TO WS-REVERSED-COUNT
               ADD 1 TO WS-REVERSAL-SEQ
           END-PERFORM.

      *    Run time plus the sequence in seconds, carried into the
      *    next day when the run is just before midnight.
       3550-STAMP-REVERSAL.
           COMPUTE WS-STAMP-SECONDS = WS-RUN-HH * 3600
                                    + WS-RUN-MI * 60
                                    + WS-RUN-SS
                                    + WS-REVERSAL-SEQ
           MOVE WS-RUN-DATE-NUM TO RT-DATE
           IF WS-STAMP-SECONDS >= 86400
               SUBTRACT 86400 FROM WS-STAMP-SECONDS
               COMPUTE WS-STAMP-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM) + 1
               COMPUTE RT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-STAMP-DAY-NUMBER)
           END-IF
           DIVIDE WS-STAMP-SECONDS BY 3600
               GIVING RT-HH
               REMAINDER WS-STAMP-REMAINDER
           DIVIDE WS-STAMP-REMAINDER BY 60
               GIVING RT-MI
               REMAINDER RT-SS.

      *    The company's reason, then every row from the newest
      *    change down to the earliest selected one - LATER marks a
      *    change outside the selection - with the expected and
      *    found values shown on the row that no longer matches.
       3600-REPORT-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE WS-CURRENT-COMPANY-ID TO CL-COMPANY-ID
           MOVE WS-CONFLICT-REASON    TO CL-REASON
           WRITE CONFLICT-REPORT-LINE FROM WS-COMPANY-LINE
           WRITE CONFLICT-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-LAST-SELECTED
               MOVE GT-AUDIT-ROW (WS-GROUP-SUB) TO WS-WORK-AUDIT-ROW
               MOVE SPACES TO DL-EXPECTED DL-FOUND
               MOVE WRK-TRANS-TYPE TO DL-TRANS-TYPE
               MOVE WRK-USER-ID    TO DL-USER-ID
               MOVE WRK-TIMESTAMP  TO DL-TIMESTAMP
               IF GT-SELECTED (WS-GROUP-SUB) = 'Y'
                   MOVE 'SELECTED' TO DL-ROW-KIND
                   ADD 1 TO WS-CONFLICT-ROW-COUNT
               ELSE
                   MOVE 'LATER'    TO DL-ROW-KIND
               END-IF
               IF WS-GROUP-SUB = WS-MISMATCH-SUB
                   PERFORM 3650-FORMAT-MISMATCH
                   MOVE WS-EXPECTED-TEXT TO DL-EXPECTED
                   MOVE WS-FOUND-TEXT    TO DL-FOUND
               END-IF
               WRITE CONFLICT-REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE.

       3650-FORMAT-MISMATCH.
           MOVE SPACES TO WS-IMAGE-TEXT
           EVALUATE WRK-TRANS-TYPE
               WHEN 'TAXP'
                   MOVE WRK-AFTER-TAXPAYER-TYPE TO TI-TYPE
                   MOVE WRK-AFTER-TAXPAYER-STR  TO TI-STR
                   MOVE WS-TAXPAYER-IMAGE       TO WS-EXPECTED-TEXT
                   MOVE WI-TAXPAYER-TYPE        TO TI-TYPE
                   MOVE WI-TAXPAYER-STR         TO TI-STR
                   MOVE WS-TAXPAYER-IMAGE       TO WS-FOUND-TEXT
               WHEN 'STRT'
                   MOVE WRK-AFTER-NUM1 TO NI-NUM1
                   MOVE WRK-AFTER-NUM2 TO NI-NUM2
                   MOVE WS-NUM-IMAGE   TO WS-EXPECTED-TEXT
                   IF WS-SLOT >= 1 AND WS-SLOT <= 6
                       MOVE WI-NUM1 (WS-SLOT) TO NI-NUM1
                       MOVE WI-NUM2 (WS-SLOT) TO NI-NUM2
                       MOVE WS-NUM-IMAGE      TO WS-FOUND-TEXT
                   ELSE
                       MOVE 'SLOT OUT OF RANGE' TO WS-FOUND-TEXT
                   END-IF
               WHEN OTHER
                   MOVE WRK-AFTER-STATUS TO WS-EXPECTED-TEXT
                   MOVE WI-STATUS        TO WS-FOUND-TEXT
           END-EVALUATE.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT SELECTION-VALID
                   MOVE 16 TO RETURN-CODE
                   DISPLAY 'CMPBKOUT: SELECTION REJECTED - '
                           'NO REVERSING TRANSACTIONS WRITTEN'
               WHEN WS-CONFLICT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'CMPBKOUT: ' WS-CONFLICT-COUNT
                           ' COMPANY(IES) NOT BACKED OUT - '
                           'SEE CONFLICT REPORT'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8100-READ-AUDIT.
           READ MAINT-AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
           END-READ.

       8200-READ-BATCHED.
           READ BATCHED-MAINT-FILE
               AT END
                   SET BATCH-EOF TO TRUE
           END-READ.

       8300-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       8400-READ-MASTER-ROW.
           MOVE WS-CURRENT-COMPANY-ID
               TO COMPANY-ID OF COMPANY-DETAILS
           MOVE 'STATC' TO SEGMENT-ID OF COMPANY-DETAILS
           MOVE 'Y' TO WS-MASTER-FOUND
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND
           END-READ.

       9000-TERMINATE.
           CLOSE COMPANY-MASTER-FILE
                 REVERSING-TRANS-FILE
                 CONFLICT-REPORT-FILE
           DISPLAY 'CMPBKOUT: AUDIT ROWS READ       = '
                   WS-AUDIT-READ-COUNT
           DISPLAY 'CMPBKOUT: APPLIED ROWS READ     = '
                   WS-APPLIED-READ-COUNT
           DISPLAY 'CMPBKOUT: ROWS SELECTED         = '
                   WS-SELECTED-COUNT
           DISPLAY 'CMPBKOUT: COMPANIES SELECTED    = '
                   WS-COMPANY-COUNT
           DISPLAY 'CMPBKOUT: REVERSALS WRITTEN     = '
                   WS-REVERSED-COUNT
           DISPLAY 'CMPBKOUT: COMPANIES IN CONFLICT = '
                   WS-CONFLICT-COUNT
           DISPLAY 'CMPBKOUT: ROWS NOT BACKED OUT   = '
                   WS-CONFLICT-ROW-COUNT.
