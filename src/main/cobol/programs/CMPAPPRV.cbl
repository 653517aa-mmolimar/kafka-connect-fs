       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPAPPRV.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPAPPRV
      * Entitlement and two-person approval gate for the
      * maintenance transaction stream, run between CMPMBVAL
      * and CMPMAINT. Reads CMPMBVAL's accepted transactions
      * together with the user entitlement table (CMPENTL),
      * the pending-approval file carried from the prior
      * cycle (CMPPEND) and the day's approval decisions
      * keyed by a second user (CMPAPRV):
      *   - a transaction whose submitting user is not
      *     entitled to submit its type rejects
      *   - CLOS, REOP and any TAXP that changes the
      *     company's TAXPAYER-TYPE is held on the pending
      *     file until a different user, entitled to approve
      *     that type, approves it
      *   - a held item that is approved is released to
      *     CMPMAINT; one that is declined, approved by its
      *     own submitter or by a user not entitled to
      *     approve, rejects; one that waits longer than the
      *     expiry period rejects as expired
      *   - everything else passes straight through
      * Released transactions are sorted back into CMPMAINT's
      * COMPANY-ID order (submission time within a company).
      * Every hold, approval and rejection is written to the
      * approval audit file in the CMPMAUD layout, and the
      * items still waiting are listed with their age on the
      * pending-approvals report. Any rejection ends the run
      * with RETURN-CODE 8 - the released work still flows,
      * but the morning checks see the loss.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCEPTED-TRANS-FILE
               ASSIGN TO ACCTXN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RELEASED-TRANS-FILE
               ASSIGN TO MAINTXN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENDING-IN-FILE
               ASSIGN TO PENDIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENDING-OUT-FILE
               ASSIGN TO PENDOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITLEMENT-FILE
               ASSIGN TO ENTLTBL
               ORGANIZATION IS SEQUENTIAL.

           SELECT DECISION-FILE
               ASSIGN TO APPRDEC
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-MASTER-FILE
               ASSIGN TO CMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY.

           SELECT APPROVAL-PARM-FILE
               ASSIGN TO APPRPRM
               ORGANIZATION IS SEQUENTIAL.

           SELECT APPROVAL-AUDIT-FILE
               ASSIGN TO APPRAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENDING-REPORT-FILE
               ASSIGN TO PENDRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CMPCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTED-TRANS-FILE
           RECORDING MODE IS F.
       COPY CMPMTXN.

       FD  RELEASED-TRANS-FILE
           RECORDING MODE IS F.
       01  RELEASED-TRANS-RECORD     PIC X(60).

       FD  PENDING-IN-FILE
           RECORDING MODE IS F.
       COPY CMPPEND.

       FD  PENDING-OUT-FILE
           RECORDING MODE IS F.
           COPY CMPPEND REPLACING
               PENDING-APPROVAL-RECORD BY NEXT-PENDING-RECORD
               PEND-TRANSACTION        BY NXTP-TRANSACTION
               PEND-QUEUED-DATE        BY NXTP-QUEUED-DATE.

       FD  ENTITLEMENT-FILE
           RECORDING MODE IS F.
       COPY CMPENTL.

       FD  DECISION-FILE
           RECORDING MODE IS F.
       COPY CMPAPRV.

       FD  COMPANY-MASTER-FILE.
       COPY CMPMSTRI.

       FD  APPROVAL-PARM-FILE
           RECORDING MODE IS F.
       01  APPROVAL-PARM-RECORD.
           05  PARM-RUN-DATE         PIC X(8).
           05  PARM-EXPIRY-DAYS      PIC 9(3).

       FD  APPROVAL-AUDIT-FILE
           RECORDING MODE IS F.
       COPY CMPMAUD.

       FD  PENDING-REPORT-FILE
           RECORDING MODE IS F.
       01  PENDING-REPORT-LINE       PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY CMPCTL.

       SD  SORT-WORK-FILE.
       01  SORT-TRANS-RECORD.
           05  SRT-COMPANY-ID        PIC X(10).
           05  SRT-TRANS-TYPE        PIC X(4).
           05  SRT-USER-ID           PIC X(8).
           05  SRT-TIMESTAMP         PIC X(14).
           05  FILLER                PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-ACCEPTED-EOF       PIC X VALUE 'N'.
               88  ACCEPTED-EOF              VALUE 'Y'.
           05  WS-PENDING-EOF        PIC X VALUE 'N'.
               88  PENDING-EOF               VALUE 'Y'.
           05  WS-ENTITLEMENT-EOF    PIC X VALUE 'N'.
               88  ENTITLEMENT-EOF           VALUE 'Y'.
           05  WS-DECISION-EOF       PIC X VALUE 'N'.
               88  DECISION-EOF              VALUE 'Y'.
           05  WS-SORT-EOF           PIC X VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
           05  WS-MASTER-FOUND       PIC X VALUE 'N'.
               88  MASTER-FOUND              VALUE 'Y'.
           05  WS-MAY-SUBMIT         PIC X VALUE 'N'.
               88  MAY-SUBMIT                VALUE 'Y'.
           05  WS-MAY-APPROVE        PIC X VALUE 'N'.
               88  MAY-APPROVE               VALUE 'Y'.
           05  WS-NEEDS-APPROVAL     PIC X VALUE 'N'.
               88  NEEDS-APPROVAL            VALUE 'Y'.
           05  WS-DECISION-FOUND     PIC X VALUE 'N'.
               88  DECISION-FOUND            VALUE 'Y'.

      *    Run date and expiry period, overridable from the
      *    parameter file; a blank date keeps today's date and a
      *    zero period keeps the default.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                     PIC 9(8).
       01  WS-EXPIRY-DAYS            PIC 9(3) VALUE 005.

       01  WS-DATE-WORK.
           05  WS-RUN-DAY-NUMBER     PIC 9(7) VALUE 0.
           05  WS-QUEUED-DATE        PIC X(8).
           05  WS-QUEUED-DATE-NUM REDEFINES WS-QUEUED-DATE
                                     PIC 9(8).
           05  WS-ITEM-AGE           PIC 9(3) VALUE 0.
           05  WS-AGE-DAYS           PIC S9(7) VALUE 0.

       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-PENDING-READ-COUNT PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT     PIC 9(7) VALUE 0.
           05  WS-PASSED-COUNT       PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT         PIC 9(7) VALUE 0.
           05  WS-APPROVED-COUNT     PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT     PIC 9(7) VALUE 0.
           05  WS-EXPIRED-COUNT      PIC 9(7) VALUE 0.
           05  WS-CARRIED-COUNT      PIC 9(7) VALUE 0.
           05  WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.
           05  WS-UNMATCHED-DECISION-COUNT
                                     PIC 9(5) VALUE 0.
           05  WS-ENTITLEMENT-COUNT  PIC 9(5) VALUE 0.
           05  WS-ENTITLEMENT-SUB    PIC 9(5) VALUE 0.
           05  WS-ENTITLEMENT-DROPPED
                                     PIC 9(5) VALUE 0.
           05  WS-DECISION-COUNT     PIC 9(5) VALUE 0.
           05  WS-DECISION-SUB       PIC 9(5) VALUE 0.
           05  WS-DECISION-HIT       PIC 9(5) VALUE 0.
           05  WS-DECISION-DROPPED   PIC 9(5) VALUE 0.

       01  WS-REJECT-REASON          PIC X(40).

       01  WS-CHECK-USER-ID          PIC X(8).

      *    Work copy of the transaction being screened, whether it
      *    came from today's accepted file or the pending file.
           COPY CMPMTXN REPLACING
               COMPANY-MAINT-TRANSACTION BY WS-WORK-TRANSACTION
               MTXN-COMPANY-ID       BY WRK-COMPANY-ID
               MTXN-TRANS-TYPE       BY WRK-TRANS-TYPE
               MTXN-IS-TAXPAYER-UPDATE
                                     BY WRK-IS-TAXPAYER-UPDATE
               MTXN-IS-STRATEGY-UPDATE
                                     BY WRK-IS-STRATEGY-UPDATE
               MTXN-IS-CLOSE-COMPANY BY WRK-IS-CLOSE-COMPANY
               MTXN-IS-REOPEN-COMPANY
                                     BY WRK-IS-REOPEN-COMPANY
               MTXN-USER-ID          BY WRK-USER-ID
               MTXN-TIMESTAMP        BY WRK-TIMESTAMP
               MTXN-TAXPAYER-TYPE    BY WRK-TAXPAYER-TYPE
               MTXN-TAXPAYER-STR     BY WRK-TAXPAYER-STR
               MTXN-STRATEGY-SLOT    BY WRK-STRATEGY-SLOT
               MTXN-NUM1             BY WRK-NUM1
               MTXN-NUM2             BY WRK-NUM2.

       01  WS-ENTITLEMENT-TABLE.
           05  WS-ENTITLEMENT-ENTRY OCCURS 500.
               10  ET-USER-ID        PIC X(8).
               10  ET-TRANS-TYPE     PIC X(4).
               10  ET-SUBMIT-FLAG    PIC X(1).
               10  ET-APPROVE-FLAG   PIC X(1).

      *    The day's decisions, held so each pending item can find
      *    its own. A decision is marked used once it has settled
      *    an item; any left unused at the end matched nothing.
       01  WS-DECISION-TABLE.
           05  WS-DECISION-ENTRY OCCURS 1000.
               10  DT-COMPANY-ID     PIC X(10).
               10  DT-TRANS-TYPE     PIC X(4).
               10  DT-SUBMIT-USER-ID PIC X(8).
               10  DT-SUBMIT-TIMESTAMP
                                     PIC X(14).
               10  DT-APPROVER-ID    PIC X(8).
               10  DT-DECISION       PIC X(1).
               10  DT-TIMESTAMP      PIC X(14).
               10  DT-USED-FLAG      PIC X(1).

       01  WS-REPORT-HEADING.
           05  FILLER                PIC X(24) VALUE
               'PENDING APPROVALS AS AT '.
           05  RH-RUN-DATE           PIC X(8).
           05  FILLER                PIC X(18) VALUE
               '   EXPIRY DAYS '.
           05  RH-EXPIRY-DAYS        PIC ZZ9.
           05  FILLER                PIC X(47) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(12) VALUE 'COMPANY-ID'.
           05  FILLER                PIC X(6)  VALUE 'TYPE'.
           05  FILLER                PIC X(10) VALUE 'SUBMITTER'.
           05  FILLER                PIC X(16) VALUE 'SUBMITTED-AT'.
           05  FILLER                PIC X(10) VALUE 'QUEUED'.
           05  FILLER                PIC X(6)  VALUE 'AGE'.
           05  FILLER                PIC X(40) VALUE 'STATE'.

       01  WS-DETAIL-LINE.
           05  DL-COMPANY-ID         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-TRANS-TYPE         PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-SUBMIT-USER-ID     PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-SUBMIT-TIMESTAMP   PIC X(14).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-QUEUED-DATE        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-AGE                PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  DL-STATE              PIC X(7).
           05  FILLER                PIC X(33) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL              PIC X(40).
           05  TL-VALUE              PIC ZZZZZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-COMPANY-ID
                                SRT-TIMESTAMP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-SCREEN-TRANSACTIONS
               OUTPUT PROCEDURE IS 4000-WRITE-RELEASED
           PERFORM 5000-COUNT-UNMATCHED-DECISIONS
           PERFORM 7000-WRITE-REPORT-TOTALS
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT  APPROVAL-PARM-FILE
           READ APPROVAL-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-RUN-DATE NOT = SPACES
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   IF PARM-EXPIRY-DAYS IS NUMERIC
                      AND PARM-EXPIRY-DAYS > 0
                       MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                   END-IF
           END-READ
           CLOSE APPROVAL-PARM-FILE
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           DISPLAY 'CMPAPPRV: RUN DATE ' WS-RUN-DATE
                   ', EXPIRY DAYS ' WS-EXPIRY-DAYS
           OPEN INPUT  ACCEPTED-TRANS-FILE
           OPEN INPUT  PENDING-IN-FILE
           OPEN INPUT  ENTITLEMENT-FILE
           OPEN INPUT  DECISION-FILE
           OPEN INPUT  COMPANY-MASTER-FILE
           OPEN OUTPUT RELEASED-TRANS-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           OPEN OUTPUT APPROVAL-AUDIT-FILE
           OPEN OUTPUT PENDING-REPORT-FILE
           PERFORM 1100-LOAD-ENTITLEMENTS
           PERFORM 1200-LOAD-DECISIONS
           MOVE WS-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-EXPIRY-DAYS TO RH-EXPIRY-DAYS
           WRITE PENDING-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE PENDING-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM 8100-READ-ACCEPTED
           PERFORM 8200-READ-PENDING.

      *    Entitlement rows past the table are counted and called
      *    out - a user whose row was dropped is refused, so the
      *    table size shows up as rejections, never as a user
      *    quietly gaining access.
       1100-LOAD-ENTITLEMENTS.
           PERFORM 8300-READ-ENTITLEMENT
           PERFORM UNTIL ENTITLEMENT-EOF
               IF WS-ENTITLEMENT-COUNT < 500
                   ADD 1 TO WS-ENTITLEMENT-COUNT
                   MOVE ENT-USER-ID
                       TO ET-USER-ID (WS-ENTITLEMENT-COUNT)
                   MOVE ENT-TRANS-TYPE
                       TO ET-TRANS-TYPE (WS-ENTITLEMENT-COUNT)
                   MOVE ENT-SUBMIT-FLAG
                       TO ET-SUBMIT-FLAG (WS-ENTITLEMENT-COUNT)
                   MOVE ENT-APPROVE-FLAG
                       TO ET-APPROVE-FLAG (WS-ENTITLEMENT-COUNT)
               ELSE
                   ADD 1 TO WS-ENTITLEMENT-DROPPED
               END-IF
               PERFORM 8300-READ-ENTITLEMENT
           END-PERFORM
           CLOSE ENTITLEMENT-FILE
           IF WS-ENTITLEMENT-DROPPED > 0
               DISPLAY 'CMPAPPRV: ENTITLEMENT TABLE FULL - '
                       WS-ENTITLEMENT-DROPPED ' ROW(S) NOT LOADED'
           END-IF.

      *    Decisions past the table cannot settle anything this
      *    run; their items stay pending (or expire) and the
      *    overflow raises the review code.
       1200-LOAD-DECISIONS.
           PERFORM 8400-READ-DECISION
           PERFORM UNTIL DECISION-EOF
               IF WS-DECISION-COUNT < 1000
                   ADD 1 TO WS-DECISION-COUNT
                   MOVE APRV-COMPANY-ID
                       TO DT-COMPANY-ID (WS-DECISION-COUNT)
                   MOVE APRV-TRANS-TYPE
                       TO DT-TRANS-TYPE (WS-DECISION-COUNT)
                   MOVE APRV-SUBMIT-USER-ID
                       TO DT-SUBMIT-USER-ID (WS-DECISION-COUNT)
                   MOVE APRV-SUBMIT-TIMESTAMP
                       TO DT-SUBMIT-TIMESTAMP (WS-DECISION-COUNT)
                   MOVE APRV-APPROVER-ID
                       TO DT-APPROVER-ID (WS-DECISION-COUNT)
                   MOVE APRV-DECISION
                       TO DT-DECISION (WS-DECISION-COUNT)
                   MOVE APRV-TIMESTAMP
                       TO DT-TIMESTAMP (WS-DECISION-COUNT)
                   MOVE 'N' TO DT-USED-FLAG (WS-DECISION-COUNT)
               ELSE
                   ADD 1 TO WS-DECISION-DROPPED
               END-IF
               PERFORM 8400-READ-DECISION
           END-PERFORM
           CLOSE DECISION-FILE
           IF WS-DECISION-DROPPED > 0
               DISPLAY 'CMPAPPRV: DECISION TABLE FULL - '
                       WS-DECISION-DROPPED ' DECISION(S) NOT LOADED'
           END-IF.

      *    Sort input: the prior cycle's pending items first, then
      *    today's accepted transactions. Anything released goes
      *    to the sort; the sort puts it back in CMPMAINT order.
       2000-SCREEN-TRANSACTIONS.
           PERFORM 2100-WORK-PENDING-ITEM UNTIL PENDING-EOF
           PERFORM 2500-SCREEN-INCOMING UNTIL ACCEPTED-EOF.

       2100-WORK-PENDING-ITEM.
           MOVE PEND-TRANSACTION TO WS-WORK-TRANSACTION
           MOVE PEND-QUEUED-DATE TO WS-QUEUED-DATE
           PERFORM 2150-COMPUTE-ITEM-AGE
           PERFORM 3000-DECIDE-HELD-ITEM
           PERFORM 8200-READ-PENDING.

      *    Age in calendar days since the item was first held. A
      *    queued date that is not a date at all cannot be aged,
      *    so the item is treated as past expiry and rejects with
      *    a trail rather than sitting on the file for ever.
       2150-COMPUTE-ITEM-AGE.
           IF WS-QUEUED-DATE-NUM IS NUMERIC
              AND WS-QUEUED-DATE-NUM > 16010101
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE (WS-QUEUED-DATE-NUM)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS < 0
                       MOVE 0 TO WS-ITEM-AGE
                   WHEN WS-AGE-DAYS > 999
                       MOVE 999 TO WS-ITEM-AGE
                   WHEN OTHER
                       MOVE WS-AGE-DAYS TO WS-ITEM-AGE
               END-EVALUATE
           ELSE
               MOVE 999 TO WS-ITEM-AGE
           END-IF.

       2500-SCREEN-INCOMING.
           MOVE COMPANY-MAINT-TRANSACTION TO WS-WORK-TRANSACTION
           MOVE WRK-USER-ID TO WS-CHECK-USER-ID
           PERFORM 5100-CHECK-ENTITLEMENT
           IF NOT MAY-SUBMIT
               MOVE 'USER NOT ENTITLED TO TRANSACTION TYPE'
                   TO WS-REJECT-REASON
               PERFORM 3700-REJECT-ITEM
           ELSE
               PERFORM 2600-CHECK-NEEDS-APPROVAL
               IF NEEDS-APPROVAL
                   PERFORM 2700-HOLD-NEW-ITEM
               ELSE
                   ADD 1 TO WS-PASSED-COUNT
                   PERFORM 3600-RELEASE-ITEM
               END-IF
           END-IF
           PERFORM 8100-READ-ACCEPTED.

      *    Lifecycle changes always need a second user. A TAXP
      *    needs one only when it moves the company to a different
      *    TAXPAYER-TYPE - a corrected ID under the same type goes
      *    straight through. A company not on the master passes
      *    through for CMPMAINT to reject in the usual way.
       2600-CHECK-NEEDS-APPROVAL.
           MOVE 'N' TO WS-NEEDS-APPROVAL
           EVALUATE TRUE
               WHEN WRK-IS-CLOSE-COMPANY
               WHEN WRK-IS-REOPEN-COMPANY
                   SET NEEDS-APPROVAL TO TRUE
               WHEN WRK-IS-TAXPAYER-UPDATE
                   PERFORM 8500-READ-MASTER-ROW
                   IF MASTER-FOUND
                      AND TAXPAYER-TYPE OF COMPANY-DETAILS
                          NOT = WRK-TAXPAYER-TYPE
                       SET NEEDS-APPROVAL TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A newly held item is aged from today. It goes through
      *    the same decision step as a carried item, so a second
      *    user who approved it the same day releases it at once.
       2700-HOLD-NEW-ITEM.
           ADD 1 TO WS-HELD-COUNT
           PERFORM 6000-BUILD-AUDIT-ROW
           SET  AUD-HELD TO TRUE
           MOVE 'AWAITING SECOND-USER APPROVAL' TO AUD-REASON
           IF WRK-IS-TAXPAYER-UPDATE
               MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
                   TO AUD-BEFORE-TAXPAYER-TYPE
               MOVE TAXPAYER-STR OF COMPANY-DETAILS
                   TO AUD-BEFORE-TAXPAYER-STR
           END-IF
           WRITE COMPANY-MAINT-AUDIT-RECORD
           MOVE WS-RUN-DATE TO WS-QUEUED-DATE
           MOVE 0 TO WS-ITEM-AGE
           PERFORM 3000-DECIDE-HELD-ITEM.

      *    Expiry is checked before any decision: an approval that
      *    arrives after the item's window has closed does not
      *    release it - the change has to be keyed again.
       3000-DECIDE-HELD-ITEM.
           PERFORM 5200-FIND-DECISION
           EVALUATE TRUE
               WHEN WS-ITEM-AGE > WS-EXPIRY-DAYS
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'PENDING APPROVAL EXPIRED'
                       TO WS-REJECT-REASON
                   PERFORM 3700-REJECT-ITEM
               WHEN NOT DECISION-FOUND
                   PERFORM 3500-CARRY-PENDING-FORWARD
               WHEN DT-APPROVER-ID (WS-DECISION-HIT) = WRK-USER-ID
                   MOVE 'SELF-APPROVAL NOT PERMITTED'
                       TO WS-REJECT-REASON
                   PERFORM 3700-REJECT-ITEM
               WHEN OTHER
                   PERFORM 3100-APPLY-DECISION
           END-EVALUATE.

       3100-APPLY-DECISION.
           MOVE DT-APPROVER-ID (WS-DECISION-HIT) TO WS-CHECK-USER-ID
           PERFORM 5100-CHECK-ENTITLEMENT
           EVALUATE TRUE
               WHEN NOT MAY-APPROVE
                   MOVE 'APPROVER NOT ENTITLED TO TRANSACTION TYPE'
                       TO WS-REJECT-REASON
                   PERFORM 3700-REJECT-ITEM
               WHEN DT-DECISION (WS-DECISION-HIT) = 'D'
                   MOVE 'DECLINED BY APPROVER' TO WS-REJECT-REASON
                   PERFORM 3700-REJECT-ITEM
               WHEN DT-DECISION (WS-DECISION-HIT) = 'A'
                   PERFORM 3200-RELEASE-APPROVED-ITEM
               WHEN OTHER
                   MOVE 'UNRECOGNIZED APPROVAL DECISION'
                       TO WS-REJECT-REASON
                   PERFORM 3700-REJECT-ITEM
           END-EVALUATE.

      *    The APPROVED row carries the approver as its user and
      *    the approval time as its timestamp; the submitter is
      *    kept in the reason. CMPMAINT then writes its own
      *    APPLIED/REJECTED row under the submitter as usual.
       3200-RELEASE-APPROVED-ITEM.
           ADD 1 TO WS-APPROVED-COUNT
           PERFORM 6000-BUILD-AUDIT-ROW
           SET  AUD-APPROVED TO TRUE
           MOVE DT-APPROVER-ID (WS-DECISION-HIT) TO AUD-USER-ID
           MOVE DT-TIMESTAMP (WS-DECISION-HIT)   TO AUD-TIMESTAMP
           STRING 'APPROVED - SUBMITTED BY ' DELIMITED BY SIZE
                  WRK-USER-ID                DELIMITED BY SIZE
               INTO AUD-REASON
           END-STRING
           WRITE COMPANY-MAINT-AUDIT-RECORD
           PERFORM 3600-RELEASE-ITEM.

       3500-CARRY-PENDING-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           MOVE WS-WORK-TRANSACTION TO NXTP-TRANSACTION
           MOVE WS-QUEUED-DATE      TO NXTP-QUEUED-DATE
           WRITE NEXT-PENDING-RECORD
           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE WRK-COMPANY-ID      TO DL-COMPANY-ID
           MOVE WRK-TRANS-TYPE      TO DL-TRANS-TYPE
           MOVE WRK-USER-ID         TO DL-SUBMIT-USER-ID
           MOVE WRK-TIMESTAMP       TO DL-SUBMIT-TIMESTAMP
           MOVE WS-QUEUED-DATE      TO DL-QUEUED-DATE
           MOVE WS-ITEM-AGE         TO DL-AGE
           IF WS-QUEUED-DATE = WS-RUN-DATE
               MOVE 'NEW'     TO DL-STATE
           ELSE
               MOVE 'WAITING' TO DL-STATE
           END-IF
           WRITE PENDING-REPORT-LINE FROM WS-DETAIL-LINE.

       3600-RELEASE-ITEM.
           ADD 1 TO WS-RELEASED-COUNT
           RELEASE SORT-TRANS-RECORD FROM WS-WORK-TRANSACTION.

       3700-REJECT-ITEM.
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM 6000-BUILD-AUDIT-ROW
           SET  AUD-REJECTED     TO TRUE
           MOVE WS-REJECT-REASON TO AUD-REASON
           WRITE COMPANY-MAINT-AUDIT-RECORD
           MOVE SPACES TO WS-REJECT-REASON.

       4000-WRITE-RELEASED.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 8600-RETURN-SORTED
           PERFORM UNTIL SORT-EOF
               WRITE RELEASED-TRANS-RECORD FROM SORT-TRANS-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               PERFORM 8600-RETURN-SORTED
           END-PERFORM.

      *    Decisions that settled nothing - keyed against an item
      *    that was never held, already settled, or mistyped - are
      *    listed so the approver can re-key them.
       5000-COUNT-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-DECISION-SUB FROM 1 BY 1
                   UNTIL WS-DECISION-SUB > WS-DECISION-COUNT
               IF DT-USED-FLAG (WS-DECISION-SUB) = 'N'
                   ADD 1 TO WS-UNMATCHED-DECISION-COUNT
                   DISPLAY 'CMPAPPRV: DECISION BY '
                           DT-APPROVER-ID (WS-DECISION-SUB)
                           ' FOR ' DT-COMPANY-ID (WS-DECISION-SUB)
                           ' ' DT-TRANS-TYPE (WS-DECISION-SUB)
                           ' ' DT-SUBMIT-TIMESTAMP (WS-DECISION-SUB)
                           ' MATCHES NO PENDING ITEM'
               END-IF
           END-PERFORM.

      *    Sets MAY-SUBMIT / MAY-APPROVE for WS-CHECK-USER-ID against
      *    the transaction type being worked.
       5100-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-MAY-SUBMIT
           MOVE 'N' TO WS-MAY-APPROVE
           PERFORM VARYING WS-ENTITLEMENT-SUB FROM 1 BY 1
                   UNTIL WS-ENTITLEMENT-SUB > WS-ENTITLEMENT-COUNT
               IF ET-USER-ID (WS-ENTITLEMENT-SUB) = WS-CHECK-USER-ID
                  AND ET-TRANS-TYPE (WS-ENTITLEMENT-SUB)
                      = WRK-TRANS-TYPE
                   IF ET-SUBMIT-FLAG (WS-ENTITLEMENT-SUB) = 'Y'
                       SET MAY-SUBMIT TO TRUE
                   END-IF
                   IF ET-APPROVE-FLAG (WS-ENTITLEMENT-SUB) = 'Y'
                       SET MAY-APPROVE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    First unused decision for this exact transaction - same
      *    company, type, submitter and submission timestamp.
       5200-FIND-DECISION.
           MOVE 'N' TO WS-DECISION-FOUND
           MOVE 0 TO WS-DECISION-HIT
           PERFORM VARYING WS-DECISION-SUB FROM 1 BY 1
                   UNTIL WS-DECISION-SUB > WS-DECISION-COUNT
                      OR DECISION-FOUND
               IF DT-USED-FLAG (WS-DECISION-SUB) = 'N'
                  AND DT-COMPANY-ID (WS-DECISION-SUB)
                      = WRK-COMPANY-ID
                  AND DT-TRANS-TYPE (WS-DECISION-SUB)
                      = WRK-TRANS-TYPE
                  AND DT-SUBMIT-USER-ID (WS-DECISION-SUB)
                      = WRK-USER-ID
                  AND DT-SUBMIT-TIMESTAMP (WS-DECISION-SUB)
                      = WRK-TIMESTAMP
                   SET DECISION-FOUND TO TRUE
                   MOVE WS-DECISION-SUB TO WS-DECISION-HIT
                   MOVE 'Y' TO DT-USED-FLAG (WS-DECISION-SUB)
               END-IF
           END-PERFORM.

      *    Audit row for the transaction being worked, under its
      *    submitter and submission time; the caller sets the
      *    status and reason. The after-image is what the
      *    transaction asks for.
       6000-BUILD-AUDIT-ROW.
           MOVE WRK-COMPANY-ID    TO AUD-COMPANY-ID
           MOVE WRK-TRANS-TYPE    TO AUD-TRANS-TYPE
           MOVE WRK-USER-ID       TO AUD-USER-ID
           MOVE WRK-TIMESTAMP     TO AUD-TIMESTAMP
           MOVE SPACES            TO AUD-STATUS AUD-REASON
           MOVE SPACES TO AUD-BEFORE-TAXPAYER-TYPE
                          AUD-BEFORE-TAXPAYER-STR
                          AUD-AFTER-TAXPAYER-TYPE
                          AUD-AFTER-TAXPAYER-STR
           MOVE 0 TO AUD-STRATEGY-SLOT
           MOVE 0 TO AUD-BEFORE-NUM1 AUD-BEFORE-NUM2
           MOVE 0 TO AUD-AFTER-NUM1 AUD-AFTER-NUM2
           MOVE SPACES TO AUD-BEFORE-STATUS AUD-AFTER-STATUS
           MOVE 0      TO AUD-MERGE-SLOT
           MOVE SPACES TO AUD-RELATED-COMPANY-ID
           EVALUATE TRUE
               WHEN WRK-IS-TAXPAYER-UPDATE
                   MOVE WRK-TAXPAYER-TYPE TO AUD-AFTER-TAXPAYER-TYPE
                   MOVE WRK-TAXPAYER-STR  TO AUD-AFTER-TAXPAYER-STR
               WHEN WRK-IS-STRATEGY-UPDATE
                   IF WRK-STRATEGY-SLOT IS NUMERIC
                       MOVE WRK-STRATEGY-SLOT TO AUD-STRATEGY-SLOT
                   END-IF
                   IF WRK-NUM1 IS NUMERIC
                       MOVE WRK-NUM1 TO AUD-AFTER-NUM1
                   END-IF
                   IF WRK-NUM2 IS NUMERIC
                       MOVE WRK-NUM2 TO AUD-AFTER-NUM2
                   END-IF
               WHEN WRK-IS-CLOSE-COMPANY
                   MOVE 'C' TO AUD-AFTER-STATUS
               WHEN WRK-IS-REOPEN-COMPANY
                   MOVE 'O' TO AUD-AFTER-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE 'ITEMS STILL WAITING'          TO TL-LABEL
           MOVE WS-CARRIED-COUNT               TO TL-VALUE
           WRITE PENDING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NEWLY HELD THIS RUN'          TO TL-LABEL
           MOVE WS-HELD-COUNT                  TO TL-VALUE
           WRITE PENDING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'APPROVED AND RELEASED'        TO TL-LABEL
           MOVE WS-APPROVED-COUNT              TO TL-VALUE
           WRITE PENDING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REJECTED (INCLUDING EXPIRED)' TO TL-LABEL
           MOVE WS-REJECTED-COUNT              TO TL-VALUE
           WRITE PENDING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EXPIRED'                      TO TL-LABEL
           MOVE WS-EXPIRED-COUNT               TO TL-VALUE
           WRITE PENDING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DECISIONS MATCHING NO ITEM'   TO TL-LABEL
           MOVE WS-UNMATCHED-DECISION-COUNT    TO TL-VALUE
           WRITE PENDING-REPORT-LINE FROM WS-TOTAL-LINE.

      *    Unmatched decisions and table overflow also raise the
      *    review code - an approval that settled nothing is work
      *    someone believes is done.
       8000-SET-RETURN-CODE.
           IF WS-REJECTED-COUNT > 0
              OR WS-UNMATCHED-DECISION-COUNT > 0
              OR WS-ENTITLEMENT-DROPPED > 0
              OR WS-DECISION-DROPPED > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY 'CMPAPPRV: ' WS-REJECTED-COUNT
                       ' TRANSACTION(S) REJECTED, '
                       WS-UNMATCHED-DECISION-COUNT
                       ' DECISION(S) UNMATCHED - '
                       'SEE APPROVAL AUDIT TRAIL'
           END-IF.

       8100-READ-ACCEPTED.
           READ ACCEPTED-TRANS-FILE
               AT END
                   SET ACCEPTED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ-COUNT
           END-READ.

       8200-READ-PENDING.
           READ PENDING-IN-FILE
               AT END
                   SET PENDING-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PENDING-READ-COUNT
           END-READ.

       8300-READ-ENTITLEMENT.
           READ ENTITLEMENT-FILE
               AT END
                   SET ENTITLEMENT-EOF TO TRUE
           END-READ.

       8400-READ-DECISION.
           READ DECISION-FILE
               AT END
                   SET DECISION-EOF TO TRUE
           END-READ.

       8500-READ-MASTER-ROW.
           MOVE WRK-COMPANY-ID TO COMPANY-ID OF COMPANY-DETAILS
           MOVE 'STATC' TO SEGMENT-ID OF COMPANY-DETAILS
           MOVE 'Y' TO WS-MASTER-FOUND
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND
           END-READ.

       8600-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       9000-TERMINATE.
           CLOSE ACCEPTED-TRANS-FILE
                 PENDING-IN-FILE
                 COMPANY-MASTER-FILE
                 RELEASED-TRANS-FILE
                 PENDING-OUT-FILE
                 APPROVAL-AUDIT-FILE
                 PENDING-REPORT-FILE
           DISPLAY 'CMPAPPRV: TRANSACTIONS READ     = '
                   WS-TRANS-READ-COUNT
           DISPLAY 'CMPAPPRV: PENDING ITEMS READ    = '
                   WS-PENDING-READ-COUNT
           DISPLAY 'CMPAPPRV: PASSED WITHOUT HOLD   = '
                   WS-PASSED-COUNT
           DISPLAY 'CMPAPPRV: NEWLY HELD            = '
                   WS-HELD-COUNT
           DISPLAY 'CMPAPPRV: APPROVED AND RELEASED = '
                   WS-APPROVED-COUNT
           DISPLAY 'CMPAPPRV: RELEASED TO CMPMAINT  = '
                   WS-WRITTEN-COUNT
           DISPLAY 'CMPAPPRV: REJECTED              = '
                   WS-REJECTED-COUNT
           DISPLAY 'CMPAPPRV: OF WHICH EXPIRED      = '
                   WS-EXPIRED-COUNT
           DISPLAY 'CMPAPPRV: CARRIED TO NEXT CYCLE = '
                   WS-CARRIED-COUNT
           DISPLAY 'CMPAPPRV: UNMATCHED DECISIONS   = '
                   WS-UNMATCHED-DECISION-COUNT
           PERFORM 9100-WRITE-RUN-CONTROLS.

       9100-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE 'CMPAPPRV'             TO CTL-PROGRAM-ID
           MOVE 'TRANS-READ'           TO CTL-COUNTER-NAME
           MOVE WS-TRANS-READ-COUNT    TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'PENDING-READ'         TO CTL-COUNTER-NAME
           MOVE WS-PENDING-READ-COUNT  TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'TRANS-RELEASED'       TO CTL-COUNTER-NAME
           MOVE WS-WRITTEN-COUNT       TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'TRANS-HELD'           TO CTL-COUNTER-NAME
           MOVE WS-HELD-COUNT          TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'TRANS-APPROVED'       TO CTL-COUNTER-NAME
           MOVE WS-APPROVED-COUNT      TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'TRANS-REJECTED'       TO CTL-COUNTER-NAME
           MOVE WS-REJECTED-COUNT      TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'TRANS-EXPIRED'        TO CTL-COUNTER-NAME
           MOVE WS-EXPIRED-COUNT       TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'PENDING-CARRIED'      TO CTL-COUNTER-NAME
           MOVE WS-CARRIED-COUNT       TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
