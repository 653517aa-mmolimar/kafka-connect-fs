       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPVERFY.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPVERFY
      * Company master integrity verification. One pass over
      * the indexed master in key order checks that each
      * company's CNTCT, STATC and STRTC rows hang together,
      * and the taxpayer suspense queue (TAXPSUS) is checked
      * against the STATC rows alongside.
      *
      * Structural findings - the master itself is damaged:
      *   ORPHAN CNTCT     CNTCT row with no STATC row
      *   ORPHAN STRTC     STRTC row with no STATC row
      *   EMPTY STRTC      STRTC row with all 12 pairs zero
      *   BAD STATUS       STATC COMPANY-STATUS not O, C or
      *                    space
      *   UNKNOWN SEGMENT  SEGMENT-ID not CNTCT/STATC/STRTC
      * Data findings - the master and its queues disagree:
      *   NOT ON SUSPENSE  blank TAXPAYER-STR (type other
      *                    than exempt) with no suspense item
      *   SUSPENSE GONE    suspense item whose company is not
      *                    on the master
      *   SUSPENSE FIXED   suspense item whose company now
      *                    carries a taxpayer number
      *   DUPLICATE TAXP   TAXPAYER-NUM carried by more than
      *                    one open COMPANY-ID (found through
      *                    a sort on the number)
      *
      * Every finding is listed, then counted by type. Any
      * structural finding ends the run with RETURN-CODE 16,
      * holding the baseline export that follows it in the
      * weekly schedule; data findings alone are listed for
      * the data team and do not hold it.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY.

           SELECT TAXPAYER-SUSPENSE-FILE
               ASSIGN TO TAXSUSP
               ORGANIZATION IS SEQUENTIAL.

           SELECT VERIFY-REPORT-FILE
               ASSIGN TO VRFYRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CMPCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER-FILE.
       COPY CMPMSTRI.

       FD  TAXPAYER-SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY TAXPSUS.

       FD  VERIFY-REPORT-FILE
           RECORDING MODE IS F.
       01  VERIFY-REPORT-LINE        PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY CMPCTL.

       SD  SORT-WORK-FILE.
       01  SORT-TAXPAYER-RECORD.
           05  SRT-TAXPAYER-NUM      PIC 9(8).
           05  SRT-COMPANY-ID        PIC X(10).
           05  SRT-TAXPAYER-TYPE     PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MASTER-EOF         PIC X VALUE 'N'.
               88  MASTER-EOF                VALUE 'Y'.
           05  WS-SUSPENSE-EOF       PIC X VALUE 'N'.
               88  SUSPENSE-EOF              VALUE 'Y'.
           05  WS-SORT-EOF           PIC X VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
           05  WS-FIRST-SORTED       PIC X VALUE 'Y'.
               88  FIRST-SORTED              VALUE 'Y'.
           05  WS-PREV-WRITTEN       PIC X VALUE 'N'.
               88  PREV-WRITTEN              VALUE 'Y'.
           05  WS-SUSPENSE-FOUND     PIC X VALUE 'N'.
               88  SUSPENSE-FOUND            VALUE 'Y'.
           05  WS-GROUP-HAS-CNTCT    PIC X VALUE 'N'.
               88  GROUP-HAS-CNTCT           VALUE 'Y'.
           05  WS-GROUP-HAS-STATC    PIC X VALUE 'N'.
               88  GROUP-HAS-STATC           VALUE 'Y'.
           05  WS-GROUP-HAS-STRTC    PIC X VALUE 'N'.
               88  GROUP-HAS-STRTC           VALUE 'Y'.
           05  WS-STRTC-POPULATED    PIC X VALUE 'N'.
               88  STRTC-POPULATED           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ROW-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-COMPANY-COUNT      PIC 9(7) VALUE 0.
           05  WS-SUSPENSE-READ-COUNT
                                     PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT     PIC 9(7) VALUE 0.
           05  WS-SLOT-SUB           PIC 9(2) VALUE 0.
           05  WS-SUSPENSE-COUNT     PIC 9(5) VALUE 0.
           05  WS-SUSPENSE-SUB       PIC 9(5) VALUE 0.
           05  WS-SUSPENSE-DROPPED   PIC 9(5) VALUE 0.

      *    Findings by type; the first five are structural.
       01  WS-FINDING-COUNTS.
           05  WS-ORPHAN-CNTCT-COUNT PIC 9(7) VALUE 0.
           05  WS-ORPHAN-STRTC-COUNT PIC 9(7) VALUE 0.
           05  WS-EMPTY-STRTC-COUNT  PIC 9(7) VALUE 0.
           05  WS-BAD-STATUS-COUNT   PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-SEG-COUNT  PIC 9(7) VALUE 0.
           05  WS-NOT-SUSPENDED-COUNT
                                     PIC 9(7) VALUE 0.
           05  WS-SUSPENSE-GONE-COUNT
                                     PIC 9(7) VALUE 0.
           05  WS-SUSPENSE-FIXED-COUNT
                                     PIC 9(7) VALUE 0.
           05  WS-DUPLICATE-TAXP-COUNT
                                     PIC 9(7) VALUE 0.
           05  WS-STRUCTURAL-COUNT   PIC 9(7) VALUE 0.
           05  WS-DATA-FINDING-COUNT PIC 9(7) VALUE 0.

       01  WS-GROUP-COMPANY-ID       PIC X(10) VALUE LOW-VALUES.
       01  WS-PREV-TAXPAYER-NUM      PIC 9(8).
       01  WS-PREV-COMPANY-ID        PIC X(10).

      *    Suspense items by company; SQ-STATE is set as the
      *    company's STATC row is checked - B still blank, F
      *    fixed, E exempt and blank - and an item left unset
      *    has no company.
       01  WS-SUSPENSE-TABLE.
           05  WS-SUSPENSE-ENTRY OCCURS 5000.
               10  SQ-COMPANY-ID     PIC X(10).
               10  SQ-REASON-CODE    PIC X(4).
               10  SQ-STATE          PIC X(1).

       01  WS-REPORT-HEADING.
           05  FILLER                PIC X(40) VALUE
               'COMPANY MASTER INTEGRITY VERIFICATION'.
           05  RH-RUN-DATE           PIC X(8).
           05  FILLER                PIC X(52) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(12) VALUE 'COMPANY-ID'.
           05  FILLER                PIC X(7)  VALUE 'SEGMT'.
           05  FILLER                PIC X(12) VALUE 'CLASS'.
           05  FILLER                PIC X(18) VALUE 'FINDING'.
           05  FILLER                PIC X(51) VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05  DL-COMPANY-ID         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-SEGMENT-ID         PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-CLASS              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-FINDING            PIC X(16).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-DETAIL             PIC X(40).
           05  FILLER                PIC X(11) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL              PIC X(40).
           05  TL-VALUE              PIC ZZZZZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.

       01  WS-DETAIL-WORK.
           05  WS-DETAIL-TAXP        PIC 9(8).
           05  WS-DETAIL-STATUS      PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TAXPAYER-NUM
                                SRT-COMPANY-ID
               INPUT PROCEDURE IS 2000-VERIFY-MASTER
               OUTPUT PROCEDURE IS 3000-REPORT-DUPLICATE-TAXPAYERS
           PERFORM 4000-REPORT-SUSPENSE-GONE
           PERFORM 7000-WRITE-REPORT-TOTALS
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           WRITE VERIFY-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 1100-LOAD-SUSPENSE.

       1100-LOAD-SUSPENSE.
           OPEN INPUT TAXPAYER-SUSPENSE-FILE
           PERFORM 8200-READ-SUSPENSE UNTIL SUSPENSE-EOF
           CLOSE TAXPAYER-SUSPENSE-FILE
           IF WS-SUSPENSE-DROPPED > 0
               DISPLAY 'CMPVERFY: SUSPENSE TABLE FULL - '
                       WS-SUSPENSE-DROPPED ' ITEMS NOT CHECKED'
           END-IF.

      *    The rows of one company arrive together - CNTCT, STATC,
      *    STRTC - so the orphan checks are made when the next
      *    company's first row (or end of file) closes the group.
       2000-VERIFY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           PERFORM 8100-READ-MASTER
           PERFORM 2100-VERIFY-ONE-ROW UNTIL MASTER-EOF
           PERFORM 2200-CLOSE-COMPANY-GROUP
           CLOSE COMPANY-MASTER-FILE.

       2100-VERIFY-ONE-ROW.
           IF COMPANY-ID OF COMPANY-DETAILS NOT = WS-GROUP-COMPANY-ID
               PERFORM 2200-CLOSE-COMPANY-GROUP
               MOVE COMPANY-ID OF COMPANY-DETAILS
                   TO WS-GROUP-COMPANY-ID
               ADD 1 TO WS-COMPANY-COUNT
           END-IF
           EVALUATE TRUE
               WHEN SEGMENT-IS-CONTACT-DETAILS
                   SET GROUP-HAS-CNTCT TO TRUE
               WHEN SEGMENT-IS-STATIC-DETAILS
                   SET GROUP-HAS-STATC TO TRUE
                   PERFORM 2300-VERIFY-STATIC-ROW
               WHEN SEGMENT-IS-STRATEGY-EXTRA
                   SET GROUP-HAS-STRTC TO TRUE
                   PERFORM 2400-VERIFY-STRATEGY-ROW
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-SEG-COUNT
                   MOVE 'UNKNOWN SEGMENT' TO DL-FINDING
                   MOVE 'SEGMENT-ID IS NOT CNTCT, STATC OR STRTC'
                       TO DL-DETAIL
                   PERFORM 2910-WRITE-STRUCTURAL
           END-EVALUATE
           PERFORM 8100-READ-MASTER.

       2200-CLOSE-COMPANY-GROUP.
           IF NOT GROUP-HAS-STATC
               IF GROUP-HAS-CNTCT
                   ADD 1 TO WS-ORPHAN-CNTCT-COUNT
                   MOVE 'CNTCT'        TO DL-SEGMENT-ID
                   MOVE 'ORPHAN CNTCT' TO DL-FINDING
                   MOVE 'NO STATC ROW FOR THIS COMPANY' TO DL-DETAIL
                   PERFORM 2920-WRITE-GROUP-FINDING
               END-IF
               IF GROUP-HAS-STRTC
                   ADD 1 TO WS-ORPHAN-STRTC-COUNT
                   MOVE 'STRTC'        TO DL-SEGMENT-ID
                   MOVE 'ORPHAN STRTC' TO DL-FINDING
                   MOVE 'NO STATC ROW FOR THIS COMPANY' TO DL-DETAIL
                   PERFORM 2920-WRITE-GROUP-FINDING
               END-IF
           END-IF
           MOVE 'N' TO WS-GROUP-HAS-CNTCT
           MOVE 'N' TO WS-GROUP-HAS-STATC
           MOVE 'N' TO WS-GROUP-HAS-STRTC.

      *    Exempt companies carry a blank TAXPAYER-STR by rule and
      *    have no place on the suspense queue. Open companies with
      *    a usable number go to the sort for the duplicate check.
       2300-VERIFY-STATIC-ROW.
           IF NOT COMPANY-IS-OPEN AND NOT COMPANY-IS-CLOSED
               ADD 1 TO WS-BAD-STATUS-COUNT
               MOVE COMPANY-STATUS OF COMPANY-DETAILS
                   TO WS-DETAIL-STATUS
               MOVE 'BAD STATUS' TO DL-FINDING
               STRING 'COMPANY-STATUS BYTE IS '
                      QUOTE WS-DETAIL-STATUS QUOTE
                      DELIMITED BY SIZE INTO DL-DETAIL
               PERFORM 2910-WRITE-STRUCTURAL
           END-IF
           PERFORM 5000-FIND-SUSPENSE
           IF TAXPAYER-STR OF COMPANY-DETAILS = SPACES
              OR TAXPAYER-STR OF COMPANY-DETAILS = LOW-VALUES
               IF NOT TAXPAYER-TYPE-EXEMPT
                   IF SUSPENSE-FOUND
                       MOVE 'B' TO SQ-STATE (WS-SUSPENSE-SUB)
                   ELSE
                       ADD 1 TO WS-NOT-SUSPENDED-COUNT
                       MOVE 'NOT ON SUSPENSE' TO DL-FINDING
                       MOVE 'TAXPAYER-STR BLANK, NO TAXPSUS ITEM'
                           TO DL-DETAIL
                       PERFORM 2930-WRITE-DATA-FINDING
                   END-IF
               ELSE
                   IF SUSPENSE-FOUND
                       MOVE 'E' TO SQ-STATE (WS-SUSPENSE-SUB)
                   END-IF
               END-IF
           ELSE
               IF SUSPENSE-FOUND
                   MOVE 'F' TO SQ-STATE (WS-SUSPENSE-SUB)
                   ADD 1 TO WS-SUSPENSE-FIXED-COUNT
                   MOVE 'SUSPENSE FIXED' TO DL-FINDING
                   MOVE 'TAXPSUS ITEM BUT MASTER HAS A NUMBER'
                       TO DL-DETAIL
                   PERFORM 2930-WRITE-DATA-FINDING
               END-IF
               IF COMPANY-IS-OPEN
                  AND NOT TAXPAYER-TYPE-EXEMPT
                  AND TAXPAYER-NUM OF COMPANY-DETAILS <= 99999999
                   PERFORM 2500-RELEASE-TAXPAYER
               END-IF
           END-IF.

       2400-VERIFY-STRATEGY-ROW.
           MOVE 'N' TO WS-STRTC-POPULATED
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 12
               IF EXTRA-NUM1 (WS-SLOT-SUB) NOT = 0
                  OR EXTRA-NUM2 (WS-SLOT-SUB) NOT = 0
                   SET STRTC-POPULATED TO TRUE
               END-IF
           END-PERFORM
           IF NOT STRTC-POPULATED
               ADD 1 TO WS-EMPTY-STRTC-COUNT
               MOVE 'EMPTY STRTC' TO DL-FINDING
               MOVE 'ALL 12 NUM1/NUM2 PAIRS ARE ZERO' TO DL-DETAIL
               PERFORM 2910-WRITE-STRUCTURAL
           END-IF.

       2500-RELEASE-TAXPAYER.
           MOVE TAXPAYER-NUM OF COMPANY-DETAILS TO SRT-TAXPAYER-NUM
           MOVE COMPANY-ID OF COMPANY-DETAILS   TO SRT-COMPANY-ID
           MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
               TO SRT-TAXPAYER-TYPE
           RELEASE SORT-TAXPAYER-RECORD
           ADD 1 TO WS-RELEASED-COUNT.

      *    Findings on the row in the record area.
       2910-WRITE-STRUCTURAL.
           MOVE COMPANY-ID OF COMPANY-DETAILS TO DL-COMPANY-ID
           MOVE SEGMENT-ID OF COMPANY-DETAILS TO DL-SEGMENT-ID
           MOVE 'STRUCTURAL' TO DL-CLASS
           ADD 1 TO WS-STRUCTURAL-COUNT
           PERFORM 2990-WRITE-DETAIL-LINE.

      *    Orphan findings are made after the group has closed, so
      *    the company comes from the group key, not the record.
       2920-WRITE-GROUP-FINDING.
           MOVE WS-GROUP-COMPANY-ID TO DL-COMPANY-ID
           MOVE 'STRUCTURAL' TO DL-CLASS
           ADD 1 TO WS-STRUCTURAL-COUNT
           PERFORM 2990-WRITE-DETAIL-LINE.

       2930-WRITE-DATA-FINDING.
           MOVE COMPANY-ID OF COMPANY-DETAILS TO DL-COMPANY-ID
           MOVE SEGMENT-ID OF COMPANY-DETAILS TO DL-SEGMENT-ID
           MOVE 'DATA' TO DL-CLASS
           ADD 1 TO WS-DATA-FINDING-COUNT
           PERFORM 2990-WRITE-DETAIL-LINE.

       2990-WRITE-DETAIL-LINE.
           WRITE VERIFY-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE.

      *    Open companies sharing a taxpayer number sit adjacent
      *    after the sort; every member of such a run is listed.
       3000-REPORT-DUPLICATE-TAXPAYERS.
           PERFORM 8300-RETURN-SORTED
           PERFORM 3100-EXAMINE-ONE UNTIL SORT-EOF.

       3100-EXAMINE-ONE.
           IF NOT FIRST-SORTED
              AND SRT-TAXPAYER-NUM = WS-PREV-TAXPAYER-NUM
               IF NOT PREV-WRITTEN
                   MOVE WS-PREV-COMPANY-ID TO DL-COMPANY-ID
                   PERFORM 3200-WRITE-DUPLICATE-LINE
               END-IF
               MOVE SRT-COMPANY-ID TO DL-COMPANY-ID
               PERFORM 3200-WRITE-DUPLICATE-LINE
               SET PREV-WRITTEN TO TRUE
           ELSE
               MOVE 'N' TO WS-PREV-WRITTEN
           END-IF
           MOVE 'N' TO WS-FIRST-SORTED
           MOVE SRT-TAXPAYER-NUM  TO WS-PREV-TAXPAYER-NUM
           MOVE SRT-COMPANY-ID    TO WS-PREV-COMPANY-ID
           PERFORM 8300-RETURN-SORTED.

       3200-WRITE-DUPLICATE-LINE.
           ADD 1 TO WS-DUPLICATE-TAXP-COUNT
           ADD 1 TO WS-DATA-FINDING-COUNT
           MOVE 'STATC'          TO DL-SEGMENT-ID
           MOVE 'DATA'           TO DL-CLASS
           MOVE 'DUPLICATE TAXP' TO DL-FINDING
           MOVE SRT-TAXPAYER-NUM TO WS-DETAIL-TAXP
           STRING 'TAXPAYER-NUM ' WS-DETAIL-TAXP
                  ' ON >1 OPEN COMPANY'
                  DELIMITED BY SIZE INTO DL-DETAIL
           PERFORM 2990-WRITE-DETAIL-LINE.

      *    A suspense item no STATC row claimed belongs to a company
      *    no longer on the master.
       4000-REPORT-SUSPENSE-GONE.
           PERFORM VARYING WS-SUSPENSE-SUB FROM 1 BY 1
                   UNTIL WS-SUSPENSE-SUB > WS-SUSPENSE-COUNT
               IF SQ-STATE (WS-SUSPENSE-SUB) = SPACE
                   ADD 1 TO WS-SUSPENSE-GONE-COUNT
                   ADD 1 TO WS-DATA-FINDING-COUNT
                   MOVE SQ-COMPANY-ID (WS-SUSPENSE-SUB)
                       TO DL-COMPANY-ID
                   MOVE SPACES          TO DL-SEGMENT-ID
                   MOVE 'DATA'          TO DL-CLASS
                   MOVE 'SUSPENSE GONE' TO DL-FINDING
                   STRING 'TAXPSUS ITEM '
                          SQ-REASON-CODE (WS-SUSPENSE-SUB)
                          ' - NOT ON MASTER'
                          DELIMITED BY SIZE INTO DL-DETAIL
                   PERFORM 2990-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.

       5000-FIND-SUSPENSE.
           MOVE 'N' TO WS-SUSPENSE-FOUND
           PERFORM VARYING WS-SUSPENSE-SUB FROM 1 BY 1
                   UNTIL WS-SUSPENSE-SUB > WS-SUSPENSE-COUNT
                      OR SUSPENSE-FOUND
               IF SQ-COMPANY-ID (WS-SUSPENSE-SUB)
                  = COMPANY-ID OF COMPANY-DETAILS
                   SET SUSPENSE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SUSPENSE-FOUND
               SUBTRACT 1 FROM WS-SUSPENSE-SUB
           END-IF.

       7000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           MOVE 'MASTER ROWS READ'              TO TL-LABEL
           MOVE WS-ROW-READ-COUNT               TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'COMPANIES ON MASTER'           TO TL-LABEL
           MOVE WS-COMPANY-COUNT                TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SUSPENSE ITEMS READ'           TO TL-LABEL
           MOVE WS-SUSPENSE-READ-COUNT          TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           MOVE 'STRUCTURAL - ORPHAN CNTCT'     TO TL-LABEL
           MOVE WS-ORPHAN-CNTCT-COUNT           TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'STRUCTURAL - ORPHAN STRTC'     TO TL-LABEL
           MOVE WS-ORPHAN-STRTC-COUNT           TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'STRUCTURAL - EMPTY STRTC'      TO TL-LABEL
           MOVE WS-EMPTY-STRTC-COUNT            TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'STRUCTURAL - BAD STATUS'       TO TL-LABEL
           MOVE WS-BAD-STATUS-COUNT             TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'STRUCTURAL - UNKNOWN SEGMENT'  TO TL-LABEL
           MOVE WS-UNKNOWN-SEG-COUNT            TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DATA - NOT ON SUSPENSE'        TO TL-LABEL
           MOVE WS-NOT-SUSPENDED-COUNT          TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DATA - SUSPENSE GONE'          TO TL-LABEL
           MOVE WS-SUSPENSE-GONE-COUNT          TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DATA - SUSPENSE FIXED'         TO TL-LABEL
           MOVE WS-SUSPENSE-FIXED-COUNT         TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DATA - DUPLICATE TAXP'         TO TL-LABEL
           MOVE WS-DUPLICATE-TAXP-COUNT         TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           MOVE 'TOTAL STRUCTURAL FINDINGS'     TO TL-LABEL
           MOVE WS-STRUCTURAL-COUNT             TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL DATA FINDINGS'           TO TL-LABEL
           MOVE WS-DATA-FINDING-COUNT           TO TL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE.

      *    A suspense table overflow also holds - items left out of
      *    the table would be misreported as NOT ON SUSPENSE.
       8000-SET-RETURN-CODE.
           IF WS-STRUCTURAL-COUNT > 0 OR WS-SUSPENSE-DROPPED > 0
               MOVE 16 TO RETURN-CODE
               DISPLAY 'CMPVERFY: ' WS-STRUCTURAL-COUNT
                       ' STRUCTURAL FINDING(S) ON THE MASTER - '
                       'EXPORT HELD'
           END-IF.

       8100-READ-MASTER.
           READ COMPANY-MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-READ-COUNT
           END-READ.

       8200-READ-SUSPENSE.
           READ TAXPAYER-SUSPENSE-FILE
               AT END
                   SET SUSPENSE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-READ-COUNT
                   IF WS-SUSPENSE-COUNT < 5000
                       ADD 1 TO WS-SUSPENSE-COUNT
                       MOVE SUSP-COMPANY-ID
                           TO SQ-COMPANY-ID (WS-SUSPENSE-COUNT)
                       MOVE SUSP-REASON-CODE
                           TO SQ-REASON-CODE (WS-SUSPENSE-COUNT)
                       MOVE SPACE
                           TO SQ-STATE (WS-SUSPENSE-COUNT)
                   ELSE
                       ADD 1 TO WS-SUSPENSE-DROPPED
                   END-IF
           END-READ.

       8300-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       9000-TERMINATE.
           CLOSE VERIFY-REPORT-FILE
           PERFORM 9100-WRITE-RUN-CONTROLS
           DISPLAY 'CMPVERFY: MASTER ROWS READ      = '
                   WS-ROW-READ-COUNT
           DISPLAY 'CMPVERFY: COMPANIES ON MASTER   = '
                   WS-COMPANY-COUNT
           DISPLAY 'CMPVERFY: SUSPENSE ITEMS READ   = '
                   WS-SUSPENSE-READ-COUNT
           DISPLAY 'CMPVERFY: TAXPAYERS SORTED      = '
                   WS-RELEASED-COUNT
           DISPLAY 'CMPVERFY: STRUCTURAL FINDINGS   = '
                   WS-STRUCTURAL-COUNT
           DISPLAY 'CMPVERFY: DATA FINDINGS         = '
                   WS-DATA-FINDING-COUNT.

       9100-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE 'CMPVERFY'             TO CTL-PROGRAM-ID
           MOVE 'ROWS-READ'            TO CTL-COUNTER-NAME
           MOVE WS-ROW-READ-COUNT      TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'STRUCTURAL-FINDINGS'  TO CTL-COUNTER-NAME
           MOVE WS-STRUCTURAL-COUNT    TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'DATA-FINDINGS'        TO CTL-COUNTER-NAME
           MOVE WS-DATA-FINDING-COUNT  TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
