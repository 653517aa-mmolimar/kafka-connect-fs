       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPMERGE.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPMERGE
      * Consolidates duplicate companies - the clusters
      * CMPDUPCK reports - onto one surviving COMPANY-ID.
      * Each merge transaction names a surviving and a
      * retired company. Every non-zero NUM1/NUM2 pair the
      * retired company carries (the 6 STATC slots and the
      * 12 on its STRTC continuation row) moves to the
      * first free slot on the survivor, building the
      * survivor's STRTC row when the pairs spill past slot
      * 6; a pair with no free slot left goes to the
      * strategy overflow file under the survivor's ID so
      * it is chased down rather than lost. The retired
      * company is then emptied of strategies and closed,
      * and the pair is appended to the permanent successor
      * cross-reference that CMPEXPRT, CMPSTRPT and CMPRECON
      * use to resolve the retired ID.
      *
      * Every pair moved is audited on the maintenance
      * audit trail on both sides of the merge, with the
      * retired company's close as a final row; a merge
      * that cannot be applied (same company twice, either
      * company missing, retired company already closed,
      * survivor closed) is rejected onto the same trail.
      * Run after CMPMAINT - the audit, overflow and cross-
      * reference files are all appended to. Overflow rows
      * carry on the sequence numbers already on the file.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-MASTER-FILE
               ASSIGN TO CMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY.

           SELECT COMPANY-MERGE-TRANS-FILE
               ASSIGN TO MERGTXN
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT STRATEGY-OVERFLOW-FILE
               ASSIGN TO STROVFL
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUCCESSOR-XREF-FILE
               ASSIGN TO SUCCXRF
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CMPCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER-FILE.
       COPY CMPMSTRI.

       FD  COMPANY-MERGE-TRANS-FILE
           RECORDING MODE IS F.
       COPY CMPMRGT.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY CMPMAUD.

       FD  STRATEGY-OVERFLOW-FILE
           RECORDING MODE IS F.
       COPY STRATOVF.

       FD  SUCCESSOR-XREF-FILE
           RECORDING MODE IS F.
       COPY CMPSUCC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY CMPCTL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MERGE-EOF          PIC X VALUE 'N'.
               88  MERGE-EOF                 VALUE 'Y'.
           05  WS-MERGE-VALID        PIC X VALUE 'N'.
               88  MERGE-VALID               VALUE 'Y'.
           05  WS-ROW-FOUND          PIC X VALUE 'N'.
               88  ROW-FOUND                 VALUE 'Y'.
           05  WS-SURV-EXTRA-FOUND   PIC X VALUE 'N'.
               88  SURV-EXTRA-FOUND          VALUE 'Y'.
           05  WS-RET-EXTRA-FOUND    PIC X VALUE 'N'.
               88  RET-EXTRA-FOUND           VALUE 'Y'.
           05  WS-SLOT-FOUND         PIC X VALUE 'N'.
               88  SLOT-FOUND                VALUE 'Y'.
           05  WS-SURV-EXTRA-USED    PIC X VALUE 'N'.
               88  SURV-EXTRA-USED           VALUE 'Y'.
           05  WS-OVERFLOW-EOF       PIC X VALUE 'N'.
               88  OVERFLOW-EOF              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MERGE-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-MERGED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT     PIC 9(7) VALUE 0.
           05  WS-PAIRS-MOVED-COUNT  PIC 9(7) VALUE 0.
           05  WS-OVERFLOW-COUNT     PIC 9(5) VALUE 0.
           05  WS-OVERFLOW-SEQUENCE  PIC 9(5) VALUE 0.
           05  WS-COMPANY-MOVED      PIC 9(2) VALUE 0.
           05  WS-COMPANY-OVERFLOWED PIC 9(2) VALUE 0.
           05  WS-RET-SUB            PIC 9(2) VALUE 0.
           05  WS-SURV-SUB           PIC 9(2) VALUE 0.
           05  WS-SLOT-SUB           PIC 9(2) VALUE 0.

       01  WS-RUN-DATE               PIC X(8).
       01  WS-REJECT-REASON          PIC X(40).
       01  WS-BEFORE-STATUS          PIC X(1).

      *    Both companies' 18 strategy slots are gathered here -
      *    1-6 off the STATC row, 7-18 off the STRTC row - so the
      *    pairs can be matched to free slots across both rows
      *    before either company is rewritten.
       01  WS-SURVIVOR-SLOTS.
           05  WS-SURV-ENTRY OCCURS 18.
               10  SV-NUM1           PIC 9(7).
               10  SV-NUM2           PIC 9(7).

       01  WS-RETIRED-SLOTS.
           05  WS-RET-ENTRY OCCURS 18.
               10  RT-NUM1           PIC 9(7).
               10  RT-NUM2           PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MERGE UNTIL MERGE-EOF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN I-O    COMPANY-MASTER-FILE
           OPEN INPUT  COMPANY-MERGE-TRANS-FILE
           OPEN EXTEND MAINT-AUDIT-FILE
           PERFORM 1100-SEED-OVERFLOW-SEQUENCE
           OPEN EXTEND STRATEGY-OVERFLOW-FILE
           OPEN EXTEND SUCCESSOR-XREF-FILE
           PERFORM 8200-READ-MERGE.

      *    CMPLOAD has already numbered its rows on the overflow
      *    file; the merge's rows follow on from the highest.
       1100-SEED-OVERFLOW-SEQUENCE.
           OPEN INPUT STRATEGY-OVERFLOW-FILE
           PERFORM 8300-READ-OVERFLOW
           PERFORM UNTIL OVERFLOW-EOF
               IF OVFL-SEQUENCE-NO IS NUMERIC
                  AND OVFL-SEQUENCE-NO > WS-OVERFLOW-SEQUENCE
                   MOVE OVFL-SEQUENCE-NO TO WS-OVERFLOW-SEQUENCE
               END-IF
               PERFORM 8300-READ-OVERFLOW
           END-PERFORM
           CLOSE STRATEGY-OVERFLOW-FILE.

       2000-PROCESS-MERGE.
           PERFORM 2100-VALIDATE-MERGE
           IF MERGE-VALID
               PERFORM 2200-GATHER-EXTRA-SLOTS
               PERFORM 2300-MOVE-RETIRED-PAIRS
               PERFORM 2400-REWRITE-SURVIVOR
               PERFORM 2500-RETIRE-COMPANY
               PERFORM 2600-WRITE-SUCCESSOR
               ADD 1 TO WS-MERGED-COUNT
           ELSE
               PERFORM 2910-WRITE-REJECT-AUDIT
           END-IF
           PERFORM 8200-READ-MERGE.

      *    Both STATC rows are read here and their six slots
      *    gathered as they are checked. A retired company that is
      *    already closed has either been merged before or was
      *    closed by CLOS - either way there is nothing safe to
      *    move, and a closed survivor would bury the pairs.
       2100-VALIDATE-MERGE.
           SET MERGE-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF MRG-SURVIVOR-ID = MRG-RETIRED-ID
               MOVE 'N' TO WS-MERGE-VALID
               MOVE 'SURVIVING AND RETIRED COMPANY ARE SAME'
                   TO WS-REJECT-REASON
           END-IF
           IF MERGE-VALID
               MOVE MRG-RETIRED-ID TO COMPANY-ID OF COMPANY-DETAILS
               PERFORM 8100-READ-STATIC-ROW
               EVALUATE TRUE
                   WHEN NOT ROW-FOUND
                       MOVE 'N' TO WS-MERGE-VALID
                       MOVE 'RETIRED COMPANY NOT FOUND ON MASTER'
                           TO WS-REJECT-REASON
                   WHEN COMPANY-IS-CLOSED OF COMPANY-DETAILS
                       MOVE 'N' TO WS-MERGE-VALID
                       MOVE 'RETIRED COMPANY ALREADY CLOSED'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                               UNTIL WS-SLOT-SUB > 6
                           MOVE NUM1 OF COMPANY-DETAILS (WS-SLOT-SUB)
                               TO RT-NUM1 (WS-SLOT-SUB)
                           MOVE NUM2 OF COMPANY-DETAILS (WS-SLOT-SUB)
                               TO RT-NUM2 (WS-SLOT-SUB)
                       END-PERFORM
               END-EVALUATE
           END-IF
           IF MERGE-VALID
               MOVE MRG-SURVIVOR-ID TO COMPANY-ID OF COMPANY-DETAILS
               PERFORM 8100-READ-STATIC-ROW
               EVALUATE TRUE
                   WHEN NOT ROW-FOUND
                       MOVE 'N' TO WS-MERGE-VALID
                       MOVE 'SURVIVING COMPANY NOT FOUND ON MASTER'
                           TO WS-REJECT-REASON
                   WHEN COMPANY-IS-CLOSED OF COMPANY-DETAILS
                       MOVE 'N' TO WS-MERGE-VALID
                       MOVE 'SURVIVING COMPANY IS CLOSED'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                               UNTIL WS-SLOT-SUB > 6
                           MOVE NUM1 OF COMPANY-DETAILS (WS-SLOT-SUB)
                               TO SV-NUM1 (WS-SLOT-SUB)
                           MOVE NUM2 OF COMPANY-DETAILS (WS-SLOT-SUB)
                               TO SV-NUM2 (WS-SLOT-SUB)
                       END-PERFORM
               END-EVALUATE
           END-IF.

      *    Slots 7-18 come off each company's STRTC row; a company
      *    with no continuation row has them all zero.
       2200-GATHER-EXTRA-SLOTS.
           MOVE 'N' TO WS-RET-EXTRA-FOUND
           MOVE 'N' TO WS-SURV-EXTRA-FOUND
           MOVE 'N' TO WS-SURV-EXTRA-USED
           PERFORM VARYING WS-SLOT-SUB FROM 7 BY 1
                   UNTIL WS-SLOT-SUB > 18
               MOVE 0 TO RT-NUM1 (WS-SLOT-SUB) RT-NUM2 (WS-SLOT-SUB)
               MOVE 0 TO SV-NUM1 (WS-SLOT-SUB) SV-NUM2 (WS-SLOT-SUB)
           END-PERFORM
           MOVE MRG-RETIRED-ID TO COMPANY-ID OF COMPANY-DETAILS
           PERFORM 8150-READ-EXTRA-ROW
           IF ROW-FOUND
               SET RET-EXTRA-FOUND TO TRUE
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 12
                   MOVE EXTRA-NUM1 (WS-SLOT-SUB)
                       TO RT-NUM1 (WS-SLOT-SUB + 6)
                   MOVE EXTRA-NUM2 (WS-SLOT-SUB)
                       TO RT-NUM2 (WS-SLOT-SUB + 6)
               END-PERFORM
           END-IF
           MOVE MRG-SURVIVOR-ID TO COMPANY-ID OF COMPANY-DETAILS
           PERFORM 8150-READ-EXTRA-ROW
           IF ROW-FOUND
               SET SURV-EXTRA-FOUND TO TRUE
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 12
                   MOVE EXTRA-NUM1 (WS-SLOT-SUB)
                       TO SV-NUM1 (WS-SLOT-SUB + 6)
                   MOVE EXTRA-NUM2 (WS-SLOT-SUB)
                       TO SV-NUM2 (WS-SLOT-SUB + 6)
               END-PERFORM
           END-IF.

      *    Retired pairs are taken in slot order and each goes to
      *    the survivor's lowest free slot (both NUM1 and NUM2
      *    zero). An all-zero retired slot is empty and has
      *    nothing to move.
       2300-MOVE-RETIRED-PAIRS.
           MOVE 0 TO WS-COMPANY-MOVED WS-COMPANY-OVERFLOWED
           PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                   UNTIL WS-RET-SUB > 18
               IF RT-NUM1 (WS-RET-SUB) NOT = 0
                  OR RT-NUM2 (WS-RET-SUB) NOT = 0
                   PERFORM 2310-FIND-FREE-SLOT
                   IF SLOT-FOUND
                       PERFORM 2320-MOVE-ONE-PAIR
                   ELSE
                       PERFORM 2330-OVERFLOW-ONE-PAIR
                   END-IF
               END-IF
           END-PERFORM.

       2310-FIND-FREE-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND
           PERFORM VARYING WS-SURV-SUB FROM 1 BY 1
                   UNTIL WS-SURV-SUB > 18 OR SLOT-FOUND
               IF SV-NUM1 (WS-SURV-SUB) = 0
                  AND SV-NUM2 (WS-SURV-SUB) = 0
                   SET SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SLOT-FOUND
               SUBTRACT 1 FROM WS-SURV-SUB
           END-IF.

      *    One audit row on each side: the survivor's slot goes
      *    from empty to the pair, the retired slot from the pair
      *    to empty.
       2320-MOVE-ONE-PAIR.
           MOVE RT-NUM1 (WS-RET-SUB) TO SV-NUM1 (WS-SURV-SUB)
           MOVE RT-NUM2 (WS-RET-SUB) TO SV-NUM2 (WS-SURV-SUB)
           IF WS-SURV-SUB > 6
               SET SURV-EXTRA-USED TO TRUE
           END-IF
           PERFORM 2900-CLEAR-AUDIT-VALUES
           MOVE MRG-SURVIVOR-ID      TO AUD-COMPANY-ID
           MOVE MRG-RETIRED-ID       TO AUD-RELATED-COMPANY-ID
           MOVE WS-SURV-SUB          TO AUD-MERGE-SLOT
           MOVE RT-NUM1 (WS-RET-SUB) TO AUD-AFTER-NUM1
           MOVE RT-NUM2 (WS-RET-SUB) TO AUD-AFTER-NUM2
           MOVE 'STRATEGY PAIR MERGED IN FROM RETIRED ID'
               TO AUD-REASON
           PERFORM 2920-WRITE-APPLIED-AUDIT
           PERFORM 2900-CLEAR-AUDIT-VALUES
           MOVE MRG-RETIRED-ID       TO AUD-COMPANY-ID
           MOVE MRG-SURVIVOR-ID      TO AUD-RELATED-COMPANY-ID
           MOVE WS-RET-SUB           TO AUD-MERGE-SLOT
           MOVE RT-NUM1 (WS-RET-SUB) TO AUD-BEFORE-NUM1
           MOVE RT-NUM2 (WS-RET-SUB) TO AUD-BEFORE-NUM2
           MOVE 'STRATEGY PAIR MOVED TO SURVIVING ID'
               TO AUD-REASON
           PERFORM 2920-WRITE-APPLIED-AUDIT
           ADD 1 TO WS-COMPANY-MOVED
           ADD 1 TO WS-PAIRS-MOVED-COUNT.

      *    With all 18 survivor slots in use the pair is written to
      *    the overflow exception file under the survivor's ID -
      *    it belongs to the survivor now - and still leaves the
      *    retired company, so the audit row shows it removed.
       2330-OVERFLOW-ONE-PAIR.
           ADD 1 TO WS-OVERFLOW-COUNT
           ADD 1 TO WS-OVERFLOW-SEQUENCE
           ADD 1 TO WS-COMPANY-OVERFLOWED
           MOVE MRG-SURVIVOR-ID      TO OVFL-COMPANY-ID
           MOVE WS-OVERFLOW-SEQUENCE TO OVFL-SEQUENCE-NO
           MOVE RT-NUM1 (WS-RET-SUB) TO OVFL-NUM1
           MOVE RT-NUM2 (WS-RET-SUB) TO OVFL-NUM2
           MOVE SPACES               TO OVFL-REASON
           STRING 'MERGED FROM ' DELIMITED BY SIZE
                  MRG-RETIRED-ID DELIMITED BY SPACE
                  ' - ALL 18 SLOTS USED' DELIMITED BY SIZE
               INTO OVFL-REASON
           END-STRING
           WRITE STRATEGY-OVERFLOW-RECORD
           PERFORM 2900-CLEAR-AUDIT-VALUES
           MOVE MRG-RETIRED-ID       TO AUD-COMPANY-ID
           MOVE MRG-SURVIVOR-ID      TO AUD-RELATED-COMPANY-ID
           MOVE WS-RET-SUB           TO AUD-MERGE-SLOT
           MOVE RT-NUM1 (WS-RET-SUB) TO AUD-BEFORE-NUM1
           MOVE RT-NUM2 (WS-RET-SUB) TO AUD-BEFORE-NUM2
           MOVE 'NO FREE SLOT - PAIR SENT TO OVERFLOW FILE'
               TO AUD-REASON
           PERFORM 2920-WRITE-APPLIED-AUDIT.

      *    The survivor's STRTC row is rewritten when it already
      *    exists, or built and written when the merge is the first
      *    thing to put a pair past slot 6.
       2400-REWRITE-SURVIVOR.
           MOVE MRG-SURVIVOR-ID TO COMPANY-ID OF COMPANY-DETAILS
           PERFORM 8100-READ-STATIC-ROW
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 6
               MOVE SV-NUM1 (WS-SLOT-SUB)
                   TO NUM1 OF COMPANY-DETAILS (WS-SLOT-SUB)
               MOVE SV-NUM2 (WS-SLOT-SUB)
                   TO NUM2 OF COMPANY-DETAILS (WS-SLOT-SUB)
           END-PERFORM
           REWRITE COMPANY-DETAILS
           IF SURV-EXTRA-USED
               IF SURV-EXTRA-FOUND
                   PERFORM 8150-READ-EXTRA-ROW
               ELSE
                   MOVE 'STRTC' TO SEGMENT-ID OF COMPANY-DETAILS
                   MOVE MRG-SURVIVOR-ID
                       TO COMPANY-ID OF COMPANY-DETAILS
                   MOVE SPACES TO STATIC-DETAILS OF COMPANY-DETAILS
               END-IF
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 12
                   MOVE SV-NUM1 (WS-SLOT-SUB + 6)
                       TO EXTRA-NUM1 (WS-SLOT-SUB)
                   MOVE SV-NUM2 (WS-SLOT-SUB + 6)
                       TO EXTRA-NUM2 (WS-SLOT-SUB)
               END-PERFORM
               IF SURV-EXTRA-FOUND
                   REWRITE COMPANY-DETAILS
               ELSE
                   WRITE COMPANY-DETAILS
               END-IF
           END-IF.

      *    The retired company keeps its STATC row (closed, with
      *    empty strategy slots) so its name, address and taxpayer
      *    stay on file; its STRTC row is deleted outright - an
      *    all-zero continuation row carries nothing.
       2500-RETIRE-COMPANY.
           MOVE MRG-RETIRED-ID TO COMPANY-ID OF COMPANY-DETAILS
           PERFORM 8100-READ-STATIC-ROW
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 6
               MOVE 0 TO NUM1 OF COMPANY-DETAILS (WS-SLOT-SUB)
               MOVE 0 TO NUM2 OF COMPANY-DETAILS (WS-SLOT-SUB)
           END-PERFORM
           MOVE COMPANY-STATUS OF COMPANY-DETAILS
               TO WS-BEFORE-STATUS
           MOVE 'C' TO COMPANY-STATUS OF COMPANY-DETAILS
           REWRITE COMPANY-DETAILS
           IF RET-EXTRA-FOUND
               MOVE 'STRTC' TO SEGMENT-ID OF COMPANY-DETAILS
               DELETE COMPANY-MASTER-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           PERFORM 2900-CLEAR-AUDIT-VALUES
           MOVE MRG-RETIRED-ID       TO AUD-COMPANY-ID
           MOVE MRG-SURVIVOR-ID      TO AUD-RELATED-COMPANY-ID
           MOVE WS-BEFORE-STATUS     TO AUD-BEFORE-STATUS
           MOVE 'C'                  TO AUD-AFTER-STATUS
           STRING 'COMPANY RETIRED - MERGED INTO '
                      DELIMITED BY SIZE
                  MRG-SURVIVOR-ID DELIMITED BY SIZE
               INTO AUD-REASON
           END-STRING
           PERFORM 2920-WRITE-APPLIED-AUDIT.

       2600-WRITE-SUCCESSOR.
           MOVE MRG-RETIRED-ID        TO SUCC-RETIRED-ID
           MOVE MRG-SURVIVOR-ID       TO SUCC-SUCCESSOR-ID
           MOVE WS-RUN-DATE           TO SUCC-MERGE-DATE
           MOVE MRG-USER-ID           TO SUCC-USER-ID
           MOVE WS-COMPANY-MOVED      TO SUCC-PAIRS-MOVED
           MOVE WS-COMPANY-OVERFLOWED TO SUCC-PAIRS-OVERFLOWED
           WRITE COMPANY-SUCCESSOR-RECORD.

       2900-CLEAR-AUDIT-VALUES.
           MOVE SPACES TO AUD-REASON
           MOVE SPACES TO AUD-BEFORE-TAXPAYER-TYPE
                          AUD-BEFORE-TAXPAYER-STR
                          AUD-AFTER-TAXPAYER-TYPE
                          AUD-AFTER-TAXPAYER-STR
           MOVE 0 TO AUD-STRATEGY-SLOT
           MOVE 0 TO AUD-BEFORE-NUM1 AUD-BEFORE-NUM2
           MOVE 0 TO AUD-AFTER-NUM1 AUD-AFTER-NUM2
           MOVE SPACES TO AUD-BEFORE-STATUS AUD-AFTER-STATUS
           MOVE 0 TO AUD-MERGE-SLOT
           MOVE SPACES TO AUD-RELATED-COMPANY-ID.

      *    Rejected merges are audited against the retired ID - the
      *    company the merge was meant to close.
       2910-WRITE-REJECT-AUDIT.
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM 2900-CLEAR-AUDIT-VALUES
           MOVE MRG-RETIRED-ID    TO AUD-COMPANY-ID
           MOVE MRG-SURVIVOR-ID   TO AUD-RELATED-COMPANY-ID
           MOVE 'MERG'            TO AUD-TRANS-TYPE
           MOVE MRG-USER-ID       TO AUD-USER-ID
           MOVE MRG-TIMESTAMP     TO AUD-TIMESTAMP
           SET  AUD-REJECTED      TO TRUE
           MOVE WS-REJECT-REASON  TO AUD-REASON
           WRITE COMPANY-MAINT-AUDIT-RECORD.

       2920-WRITE-APPLIED-AUDIT.
           MOVE 'MERG'            TO AUD-TRANS-TYPE
           MOVE MRG-USER-ID       TO AUD-USER-ID
           MOVE MRG-TIMESTAMP     TO AUD-TIMESTAMP
           SET  AUD-APPLIED       TO TRUE
           WRITE COMPANY-MAINT-AUDIT-RECORD.

      *    Keyed reads against the company named in COMPANY-ID of
      *    the record area.
       8100-READ-STATIC-ROW.
           MOVE 'STATC' TO SEGMENT-ID OF COMPANY-DETAILS
           MOVE 'Y' TO WS-ROW-FOUND
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND
           END-READ.

       8150-READ-EXTRA-ROW.
           MOVE 'STRTC' TO SEGMENT-ID OF COMPANY-DETAILS
           MOVE 'Y' TO WS-ROW-FOUND
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND
           END-READ.

       8200-READ-MERGE.
           READ COMPANY-MERGE-TRANS-FILE
               AT END
                   SET MERGE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MERGE-READ-COUNT
           END-READ.

       8300-READ-OVERFLOW.
           READ STRATEGY-OVERFLOW-FILE
               AT END
                   SET OVERFLOW-EOF TO TRUE
           END-READ.

       9000-TERMINATE.
           CLOSE COMPANY-MASTER-FILE
                 COMPANY-MERGE-TRANS-FILE
                 MAINT-AUDIT-FILE
                 STRATEGY-OVERFLOW-FILE
                 SUCCESSOR-XREF-FILE
           PERFORM 9100-WRITE-RUN-CONTROLS
           DISPLAY 'CMPMERGE: MERGES READ       = '
                   WS-MERGE-READ-COUNT
           DISPLAY 'CMPMERGE: MERGES APPLIED    = '
                   WS-MERGED-COUNT
           DISPLAY 'CMPMERGE: MERGES REJECTED   = '
                   WS-REJECTED-COUNT
           DISPLAY 'CMPMERGE: PAIRS MOVED       = '
                   WS-PAIRS-MOVED-COUNT
           DISPLAY 'CMPMERGE: PAIRS OVERFLOWED  = '
                   WS-OVERFLOW-COUNT.

       9100-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE 'CMPMERGE'             TO CTL-PROGRAM-ID
           MOVE 'MERGES-READ'          TO CTL-COUNTER-NAME
           MOVE WS-MERGE-READ-COUNT    TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'MERGES-APPLIED'       TO CTL-COUNTER-NAME
           MOVE WS-MERGED-COUNT        TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'MERGES-REJECTED'      TO CTL-COUNTER-NAME
           MOVE WS-REJECTED-COUNT      TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'PAIRS-MOVED'          TO CTL-COUNTER-NAME
           MOVE WS-PAIRS-MOVED-COUNT   TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'PAIRS-OVERFLOWED'     TO CTL-COUNTER-NAME
           MOVE WS-OVERFLOW-COUNT      TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
