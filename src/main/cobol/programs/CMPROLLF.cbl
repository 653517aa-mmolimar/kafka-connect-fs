       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPROLLF.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPROLLF
      * Period-end exposure roll-forward. Run once at the
      * close of each accounting period:
      *   - freezes every open company's NUM1/NUM2 sums
      *     across all 18 strategy slots (STATC plus the
      *     STRTC continuation row, as CMPSTRPT sums them) to
      *     the period file (CMPEXPS layout, cycle date set to
      *     the period end, limit standing left blank)
      *   - rolls the prior period's frozen file (opening)
      *     forward to tonight's freeze (closing):
      *       opening
      *       + new companies
      *       + increases   - decreases
      *       + taxpayer-type changes in - changes out
      *       - companies closed or deleted
      *       = closing
      *     in total and for each TAXPAYER-TYPE.
      *
      * Movements are attributed from the period's APPLIED
      * CMPMAUD rows (STRT and MERG strategy changes, CLOS,
      * REOP and the merge close) and from the period's
      * CMPLOAD delta extracts (STATC action codes A, R and
      * D), concatenated on MAINTAUD and LOADDLT. Whatever
      * part of a company's movement neither source explains
      * is shown as unattributed rather than forced.
      *
      * The report proves each section: opening plus the
      * movements is computed and set against the frozen
      * closing, for the company count and both sums. Any
      * difference, or an opening or closing file total that
      * does not agree with its section, ends the run with
      * RETURN-CODE 16 so the figures are not released.
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

           SELECT OPENING-PERIOD-FILE
               ASSIGN TO PERDOPN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLOSING-PERIOD-FILE
               ASSIGN TO PERDCLS
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT LOAD-DELTA-FILE
               ASSIGN TO LOADDLT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ROLLFWD-PARM-FILE
               ASSIGN TO RLFWPRM
               ORGANIZATION IS SEQUENTIAL.

           SELECT ROLLFWD-REPORT-FILE
               ASSIGN TO RLFWRPT
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

       FD  OPENING-PERIOD-FILE
           RECORDING MODE IS F.
           COPY CMPEXPS REPLACING
               EXPOSURE-SNAPSHOT-RECORD BY OPENING-PERIOD-RECORD
               EXS-COMPANY-ID        BY OPN-COMPANY-ID
               EXS-TAXPAYER-TYPE     BY OPN-TAXPAYER-TYPE
               EXS-SUM-NUM1          BY OPN-SUM-NUM1
               EXS-SUM-NUM2          BY OPN-SUM-NUM2
               EXS-LIMIT-STATUS      BY OPN-LIMIT-STATUS
               EXS-WITHIN-LIMIT      BY OPN-WITHIN-LIMIT
               EXS-AT-WARNING        BY OPN-AT-WARNING
               EXS-IN-BREACH         BY OPN-IN-BREACH
               EXS-NO-LIMIT          BY OPN-NO-LIMIT
               EXS-CYCLE-DATE        BY OPN-CYCLE-DATE.

       FD  CLOSING-PERIOD-FILE
           RECORDING MODE IS F.
       COPY CMPEXPS.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY CMPMAUD.

       FD  LOAD-DELTA-FILE
           RECORDING MODE IS F.
       COPY CMPXTR.

       FD  ROLLFWD-PARM-FILE
           RECORDING MODE IS F.
       01  ROLLFWD-PARM-RECORD.
           05  PARM-PERIOD-END       PIC X(8).
           05  PARM-PERIOD-START     PIC X(8).

       FD  ROLLFWD-REPORT-FILE
           RECORDING MODE IS F.
       01  ROLLFWD-REPORT-LINE       PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY CMPCTL.

       SD  SORT-WORK-FILE.
       01  SORT-ACTIVITY-RECORD.
           05  SRT-COMPANY-ID        PIC X(10).
           05  SRT-ACTIVITY          PIC X(4).
               88  SRT-IS-STRATEGY-CHANGE    VALUE 'SCHG'.
               88  SRT-IS-CLOSE              VALUE 'CLOS'.
               88  SRT-IS-REOPEN             VALUE 'REOP'.
               88  SRT-IS-MERGED-AWAY        VALUE 'MRGD'.
               88  SRT-IS-LOAD-ADD           VALUE 'LADD'.
               88  SRT-IS-LOAD-REPLACE       VALUE 'LREP'.
               88  SRT-IS-LOAD-DELETE        VALUE 'LDEL'.
           05  SRT-NUM1-CHANGE       PIC S9(9).
           05  SRT-NUM2-CHANGE       PIC S9(9).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MASTER-EOF         PIC X VALUE 'N'.
               88  MASTER-EOF                VALUE 'Y'.
           05  WS-OPENING-EOF        PIC X VALUE 'N'.
               88  OPENING-EOF               VALUE 'Y'.
           05  WS-AUDIT-EOF          PIC X VALUE 'N'.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  WS-DELTA-EOF          PIC X VALUE 'N'.
               88  DELTA-EOF                 VALUE 'Y'.
           05  WS-SORT-EOF           PIC X VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
           05  WS-MASTER-OPEN        PIC X VALUE 'N'.
               88  MASTER-COMPANY-OPEN       VALUE 'Y'.
           05  WS-ON-OPENING         PIC X VALUE 'N'.
               88  ON-OPENING                VALUE 'Y'.
           05  WS-ON-CLOSING         PIC X VALUE 'N'.
               88  ON-CLOSING                VALUE 'Y'.
           05  WS-ON-MASTER          PIC X VALUE 'N'.
               88  ON-MASTER                 VALUE 'Y'.
           05  WS-ACT-CLOSED         PIC X VALUE 'N'.
               88  ACT-CLOSED                VALUE 'Y'.
           05  WS-ACT-REOPENED       PIC X VALUE 'N'.
               88  ACT-REOPENED              VALUE 'Y'.
           05  WS-ACT-MERGED         PIC X VALUE 'N'.
               88  ACT-MERGED                VALUE 'Y'.
           05  WS-ACT-LOAD-ADD       PIC X VALUE 'N'.
               88  ACT-LOAD-ADD              VALUE 'Y'.
           05  WS-ACT-LOAD-CHANGE    PIC X VALUE 'N'.
               88  ACT-LOAD-CHANGE           VALUE 'Y'.
           05  WS-ACT-LOAD-DELETE    PIC X VALUE 'N'.
               88  ACT-LOAD-DELETE           VALUE 'Y'.
           05  WS-SECTION-TIES       PIC X VALUE 'Y'.
               88  SECTION-TIES              VALUE 'Y'.
           05  WS-RUN-TIES           PIC X VALUE 'Y'.
               88  RUN-TIES                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-READ-COUNT  PIC 9(7) VALUE 0.
           05  WS-AUDIT-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-AUDIT-USED-COUNT   PIC 9(7) VALUE 0.
           05  WS-DELTA-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-DELTA-USED-COUNT   PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT     PIC 9(7) VALUE 0.
           05  WS-OPENING-COUNT      PIC 9(7) VALUE 0.
           05  WS-CLOSING-COUNT      PIC 9(7) VALUE 0.
           05  WS-UNATTRIB-COUNT     PIC 9(7) VALUE 0.
           05  WS-BREAK-COUNT        PIC 9(7) VALUE 0.
           05  WS-SLOT-SUB           PIC 9(2) VALUE 0.
           05  WS-ROW-SUB            PIC 9(2) VALUE 0.
           05  WS-SECTION-SUB        PIC 9(1) VALUE 0.

       01  WS-PERIOD-END             PIC X(8).
       01  WS-PERIOD-START           PIC X(8) VALUE SPACES.
       01  WS-OPENING-DATE           PIC X(8) VALUE SPACES.
       01  WS-OPENING-DATE-N REDEFINES WS-OPENING-DATE
                                     PIC 9(8).
       01  WS-START-DATE-N           PIC 9(8) VALUE 0.
       01  WS-AUDIT-DATE             PIC X(8).

      *    Totals read from the opening file and written to the
      *    closing file, proved against the roll-forward sections.
       01  WS-FILE-TOTALS.
           05  WS-OPENING-NUM1       PIC S9(11) VALUE 0.
           05  WS-OPENING-NUM2       PIC S9(11) VALUE 0.
           05  WS-CLOSING-NUM1       PIC S9(11) VALUE 0.
           05  WS-CLOSING-NUM2       PIC S9(11) VALUE 0.

      *    Match keys for the three company-ordered inputs; each is
      *    HIGH-VALUES once its input is exhausted.
       01  WS-MATCH-KEYS.
           05  WS-OPN-KEY            PIC X(10).
           05  WS-MST-KEY            PIC X(10).
           05  WS-ACT-KEY            PIC X(10).
           05  WS-COMPANY-KEY        PIC X(10).

      *    The company being rolled forward.
       01  WS-COMPANY-WORK.
           05  WS-OPEN-TYPE          PIC X(1).
           05  WS-OPEN-NUM1          PIC S9(9).
           05  WS-OPEN-NUM2          PIC S9(9).
           05  WS-CLOSE-TYPE         PIC X(1).
           05  WS-CLOSE-NUM1         PIC S9(9).
           05  WS-CLOSE-NUM2         PIC S9(9).
           05  WS-MAINT-NUM1         PIC S9(9).
           05  WS-MAINT-NUM2         PIC S9(9).
           05  WS-LOAD-NUM1          PIC S9(9).
           05  WS-LOAD-NUM2          PIC S9(9).
           05  WS-OTHER-NUM1         PIC S9(9).
           05  WS-OTHER-NUM2         PIC S9(9).

      *    Master company group being summed.
       01  WS-MASTER-WORK.
           05  WS-MST-TYPE           PIC X(1).
           05  WS-MST-NUM1           PIC 9(9).
           05  WS-MST-NUM2           PIC 9(9).

      *    One posting to the roll-forward table.
       01  WS-POSTING.
           05  WS-POST-ROW           PIC 9(2).
           05  WS-POST-TYPE          PIC X(1).
           05  WS-POST-COUNT         PIC S9(7).
           05  WS-POST-NUM1          PIC S9(11).
           05  WS-POST-NUM2          PIC S9(11).
           05  WS-PART-NUM1          PIC S9(11).
           05  WS-PART-NUM2          PIC S9(11).
           05  WS-INC-ROW            PIC 9(2).
           05  WS-DEC-ROW            PIC 9(2).

      *    Roll-forward rows. The first byte of each label is the
      *    row's sign in the proof; the opening row counts as plus.
      *    Company counts on the increase and decrease rows are for
      *    information only and take no part in the count proof.
       01  WS-ROW-NUMBERS.
           05  WS-ROW-OPENING        PIC 9(2) VALUE 1.
           05  WS-ROW-NEW-LOAD       PIC 9(2) VALUE 2.
           05  WS-ROW-NEW-REOPEN     PIC 9(2) VALUE 3.
           05  WS-ROW-NEW-OTHER      PIC 9(2) VALUE 4.
           05  WS-ROW-INC-MAINT      PIC 9(2) VALUE 5.
           05  WS-ROW-INC-LOAD       PIC 9(2) VALUE 6.
           05  WS-ROW-INC-OTHER      PIC 9(2) VALUE 7.
           05  WS-ROW-DEC-MAINT      PIC 9(2) VALUE 8.
           05  WS-ROW-DEC-LOAD       PIC 9(2) VALUE 9.
           05  WS-ROW-DEC-OTHER      PIC 9(2) VALUE 10.
           05  WS-ROW-TYPE-IN        PIC 9(2) VALUE 11.
           05  WS-ROW-TYPE-OUT       PIC 9(2) VALUE 12.
           05  WS-ROW-CLOSED         PIC 9(2) VALUE 13.
           05  WS-ROW-MERGED         PIC 9(2) VALUE 14.
           05  WS-ROW-DELETED        PIC 9(2) VALUE 15.
           05  WS-ROW-GONE-OTHER     PIC 9(2) VALUE 16.
           05  WS-ROW-FROZEN         PIC 9(2) VALUE 17.

       01  WS-ROW-LABEL-VALUES.
           05  FILLER PIC X(41) VALUE ' OPENING EXPOSURE'.
           05  FILLER PIC X(41) VALUE '+NEW - ADDED BY LOAD DELTA'.
           05  FILLER PIC X(41) VALUE '+NEW - REOPENED (CMPMAUD REOP)'.
           05  FILLER PIC X(41) VALUE '+NEW - OTHER'.
           05  FILLER PIC X(41) VALUE
               '+INCREASES - MAINTENANCE (CMPMAUD)'.
           05  FILLER PIC X(41) VALUE '+INCREASES - LOAD DELTA'.
           05  FILLER PIC X(41) VALUE '+INCREASES - UNATTRIBUTED'.
           05  FILLER PIC X(41) VALUE
               '-DECREASES - MAINTENANCE (CMPMAUD)'.
           05  FILLER PIC X(41) VALUE '-DECREASES - LOAD DELTA'.
           05  FILLER PIC X(41) VALUE '-DECREASES - UNATTRIBUTED'.
           05  FILLER PIC X(41) VALUE '+TAXPAYER-TYPE CHANGED IN'.
           05  FILLER PIC X(41) VALUE '-TAXPAYER-TYPE CHANGED OUT'.
           05  FILLER PIC X(41) VALUE '-CLOSED (CMPMAUD CLOS)'.
           05  FILLER PIC X(41) VALUE
               '-CLOSED BY MERGE (CMPMAUD MERG)'.
           05  FILLER PIC X(41) VALUE '-DELETED BY LOAD DELTA'.
           05  FILLER PIC X(41) VALUE '-CLOSED OR DELETED - OTHER'.
           05  FILLER PIC X(41) VALUE ' CLOSING EXPOSURE - FROZEN'.
       01  WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABEL-VALUES.
           05  WS-ROW-LABEL          OCCURS 17.
               10  RL-SIGN           PIC X(1).
               10  RL-TEXT           PIC X(40).

      *    Section 1 is all companies; 2-5 are TAXPAYER-TYPE 1, 2,
      *    9 and any other value.
       01  WS-SECTION-NAME-VALUES.
           05  FILLER PIC X(30) VALUE 'ALL COMPANIES'.
           05  FILLER PIC X(30) VALUE 'TAXPAYER-TYPE 1 - INDIVIDUAL'.
           05  FILLER PIC X(30) VALUE 'TAXPAYER-TYPE 2 - BUSINESS'.
           05  FILLER PIC X(30) VALUE 'TAXPAYER-TYPE 9 - EXEMPT'.
           05  FILLER PIC X(30) VALUE 'TAXPAYER-TYPE OTHER OR BLANK'.
       01  WS-SECTION-NAME-TABLE REDEFINES WS-SECTION-NAME-VALUES.
           05  WS-SECTION-NAME       PIC X(30) OCCURS 5.

       01  WS-ROLLFWD-TABLE.
           05  WS-SECTION            OCCURS 5.
               10  WS-SECTION-ROW    OCCURS 17.
                   15  RF-COUNT      PIC S9(7).
                   15  RF-NUM1       PIC S9(11).
                   15  RF-NUM2       PIC S9(11).

       01  WS-PROOF.
           05  WS-CALC-COUNT         PIC S9(7).
           05  WS-CALC-NUM1          PIC S9(11).
           05  WS-CALC-NUM2          PIC S9(11).
           05  WS-DIFF-COUNT         PIC S9(7).
           05  WS-DIFF-NUM1          PIC S9(11).
           05  WS-DIFF-NUM2          PIC S9(11).

       01  WS-REPORT-HEADING.
           05  FILLER                PIC X(33) VALUE
               'EXPOSURE ROLL-FORWARD - OPENING '.
           05  RH-OPENING-DATE       PIC X(8).
           05  FILLER                PIC X(11) VALUE
               '  CLOSING '.
           05  RH-PERIOD-END         PIC X(8).
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-SECTION-HEADING.
           05  FILLER                PIC X(10) VALUE 'SECTION - '.
           05  SH-SECTION-NAME       PIC X(30).
           05  FILLER                PIC X(60) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(42) VALUE
               '  MOVEMENT'.
           05  FILLER                PIC X(9)  VALUE
               'COMPANIES'.
           05  FILLER                PIC X(15) VALUE
               '       SUM-NUM1'.
           05  FILLER                PIC X(15) VALUE
               '       SUM-NUM2'.
           05  FILLER                PIC X(19) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-SIGN               PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  DL-LABEL              PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-COUNT              PIC -(6)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-NUM1               PIC -(12)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-NUM2               PIC -(12)9.
           05  FILLER                PIC X(19) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL              PIC X(40).
           05  TL-VALUE              PIC ZZZZZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-COMPANY-ID
               INPUT PROCEDURE IS 2000-RELEASE-ACTIVITY
               OUTPUT PROCEDURE IS 3000-ROLL-FORWARD
           PERFORM 7000-WRITE-REPORT-TOTALS
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

      *    The opening file's first row gives the opening date. With
      *    no period start on the parameter, the period starts the
      *    day after it; with neither, every audit row up to the
      *    period end is taken.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PERIOD-END
           INITIALIZE WS-ROLLFWD-TABLE
           OPEN INPUT  ROLLFWD-PARM-FILE
           READ ROLLFWD-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-PERIOD-END NOT = SPACES
                       MOVE PARM-PERIOD-END TO WS-PERIOD-END
                   END-IF
                   IF PARM-PERIOD-START NOT = SPACES
                       MOVE PARM-PERIOD-START TO WS-PERIOD-START
                   END-IF
           END-READ
           CLOSE ROLLFWD-PARM-FILE
           OPEN INPUT  COMPANY-MASTER-FILE
                       OPENING-PERIOD-FILE
           OPEN OUTPUT CLOSING-PERIOD-FILE
                       ROLLFWD-REPORT-FILE
           PERFORM 8100-READ-OPENING
           IF NOT OPENING-EOF
               MOVE OPN-CYCLE-DATE TO WS-OPENING-DATE
           END-IF
           IF WS-PERIOD-START = SPACES
              AND WS-OPENING-DATE IS NUMERIC
              AND WS-OPENING-DATE-N > 16010101
               COMPUTE WS-START-DATE-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-OPENING-DATE-N) + 1)
               MOVE WS-START-DATE-N TO WS-PERIOD-START
           END-IF
           MOVE WS-OPENING-DATE TO RH-OPENING-DATE
           MOVE WS-PERIOD-END   TO RH-PERIOD-END
           WRITE ROLLFWD-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 8300-READ-MASTER
           PERFORM 3100-NEXT-MASTER-COMPANY.

      *    Activity for the period, sorted into company order. The
      *    master's own changes come from the audit trail and the
      *    load's from the delta extracts.
       2000-RELEASE-ACTIVITY.
           OPEN INPUT MAINT-AUDIT-FILE
           PERFORM 8400-READ-AUDIT
           PERFORM 2100-RELEASE-AUDIT-ROW UNTIL AUDIT-EOF
           CLOSE MAINT-AUDIT-FILE
           OPEN INPUT LOAD-DELTA-FILE
           PERFORM 8500-READ-DELTA
           PERFORM 2200-RELEASE-DELTA-ROW UNTIL DELTA-EOF
           CLOSE LOAD-DELTA-FILE.

      *    Only applied rows inside the period count. A strategy
      *    change (STRT, or a MERG pair moved in or out) carries its
      *    signed effect on the company's sums; CLOS, REOP and the
      *    merge close only mark how the company left or came back.
       2100-RELEASE-AUDIT-ROW.
           MOVE AUD-TIMESTAMP (1:8) TO WS-AUDIT-DATE
           IF AUD-APPLIED
              AND WS-AUDIT-DATE NOT > WS-PERIOD-END
              AND (WS-PERIOD-START = SPACES
                   OR WS-AUDIT-DATE NOT < WS-PERIOD-START)
               MOVE AUD-COMPANY-ID TO SRT-COMPANY-ID
               MOVE 0 TO SRT-NUM1-CHANGE SRT-NUM2-CHANGE
               MOVE SPACES TO SRT-ACTIVITY
               EVALUATE TRUE
                   WHEN AUD-TRANS-TYPE = 'STRT'
                   WHEN AUD-TRANS-TYPE = 'MERG'
                        AND AUD-MERGE-SLOT > 0
                       SET SRT-IS-STRATEGY-CHANGE TO TRUE
                       COMPUTE SRT-NUM1-CHANGE =
                               AUD-AFTER-NUM1 - AUD-BEFORE-NUM1
                       COMPUTE SRT-NUM2-CHANGE =
                               AUD-AFTER-NUM2 - AUD-BEFORE-NUM2
                   WHEN AUD-TRANS-TYPE = 'MERG'
                        AND AUD-AFTER-STATUS = 'C'
                       SET SRT-IS-MERGED-AWAY TO TRUE
                   WHEN AUD-TRANS-TYPE = 'CLOS'
                       SET SRT-IS-CLOSE TO TRUE
                   WHEN AUD-TRANS-TYPE = 'REOP'
                       SET SRT-IS-REOPEN TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF SRT-ACTIVITY NOT = SPACES
                   ADD 1 TO WS-AUDIT-USED-COUNT
                   PERFORM 2900-RELEASE-ACTIVITY
               END-IF
           END-IF
           PERFORM 8400-READ-AUDIT.

       2200-RELEASE-DELTA-ROW.
           IF SEGMENT-IS-STATIC OF COMPANY-EXTRACT-RECORD
               MOVE COMPANY-ID OF COMPANY-EXTRACT-RECORD
                   TO SRT-COMPANY-ID
               MOVE 0 TO SRT-NUM1-CHANGE SRT-NUM2-CHANGE
               MOVE SPACES TO SRT-ACTIVITY
               EVALUATE TRUE
                   WHEN XTR-ACTION-ADD
                       SET SRT-IS-LOAD-ADD TO TRUE
                   WHEN XTR-ACTION-REPLACE
                       SET SRT-IS-LOAD-REPLACE TO TRUE
                   WHEN XTR-ACTION-DELETE
                       SET SRT-IS-LOAD-DELETE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF SRT-ACTIVITY NOT = SPACES
                   ADD 1 TO WS-DELTA-USED-COUNT
                   PERFORM 2900-RELEASE-ACTIVITY
               END-IF
           END-IF
           PERFORM 8500-READ-DELTA.

       2900-RELEASE-ACTIVITY.
           RELEASE SORT-ACTIVITY-RECORD
           ADD 1 TO WS-RELEASED-COUNT.

      *    Three-way match on COMPANY-ID of the opening file, the
      *    sorted activity and the master, taking the lowest key
      *    each time round.
       3000-ROLL-FORWARD.
           PERFORM 8200-RETURN-ACTIVITY
           PERFORM 3200-ROLL-ONE-COMPANY
               UNTIL WS-OPN-KEY = HIGH-VALUES
                 AND WS-MST-KEY = HIGH-VALUES
                 AND WS-ACT-KEY = HIGH-VALUES.

      *    Sum the next company's rows on the master. A company
      *    counts as closing exposure only when its STATC row is
      *    open; STRTC slots are added to whatever STATC found.
       3100-NEXT-MASTER-COMPANY.
           IF MASTER-EOF
               MOVE HIGH-VALUES TO WS-MST-KEY
           ELSE
               MOVE COMPANY-ID OF COMPANY-DETAILS TO WS-MST-KEY
               MOVE 'N' TO WS-MASTER-OPEN
               MOVE SPACES TO WS-MST-TYPE
               MOVE 0 TO WS-MST-NUM1 WS-MST-NUM2
               PERFORM 3150-ADD-MASTER-ROW
                   UNTIL MASTER-EOF
                      OR COMPANY-ID OF COMPANY-DETAILS
                         NOT = WS-MST-KEY
           END-IF.

       3150-ADD-MASTER-ROW.
           EVALUATE TRUE
               WHEN SEGMENT-IS-STATIC-DETAILS
                   IF COMPANY-IS-OPEN
                       SET MASTER-COMPANY-OPEN TO TRUE
                   END-IF
                   MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
                       TO WS-MST-TYPE
                   PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                           UNTIL WS-SLOT-SUB > 6
                       ADD NUM1 (WS-SLOT-SUB) TO WS-MST-NUM1
                       ADD NUM2 (WS-SLOT-SUB) TO WS-MST-NUM2
                   END-PERFORM
               WHEN SEGMENT-IS-STRATEGY-EXTRA
                   PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                           UNTIL WS-SLOT-SUB > 12
                       ADD EXTRA-NUM1 (WS-SLOT-SUB) TO WS-MST-NUM1
                       ADD EXTRA-NUM2 (WS-SLOT-SUB) TO WS-MST-NUM2
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 8300-READ-MASTER.

       3200-ROLL-ONE-COMPANY.
           MOVE WS-MST-KEY TO WS-COMPANY-KEY
           IF WS-OPN-KEY < WS-COMPANY-KEY
               MOVE WS-OPN-KEY TO WS-COMPANY-KEY
           END-IF
           IF WS-ACT-KEY < WS-COMPANY-KEY
               MOVE WS-ACT-KEY TO WS-COMPANY-KEY
           END-IF
           PERFORM 3300-CLEAR-COMPANY-WORK
           PERFORM 3310-TAKE-ACTIVITY
               UNTIL WS-ACT-KEY NOT = WS-COMPANY-KEY
           IF WS-OPN-KEY = WS-COMPANY-KEY
               SET ON-OPENING TO TRUE
               MOVE OPN-TAXPAYER-TYPE TO WS-OPEN-TYPE
               MOVE OPN-SUM-NUM1      TO WS-OPEN-NUM1
               MOVE OPN-SUM-NUM2      TO WS-OPEN-NUM2
               PERFORM 8100-READ-OPENING
           END-IF
           IF WS-MST-KEY = WS-COMPANY-KEY
               SET ON-MASTER TO TRUE
               IF MASTER-COMPANY-OPEN
                   SET ON-CLOSING TO TRUE
                   MOVE WS-MST-TYPE TO WS-CLOSE-TYPE
                   MOVE WS-MST-NUM1 TO WS-CLOSE-NUM1
                   MOVE WS-MST-NUM2 TO WS-CLOSE-NUM2
                   PERFORM 3900-WRITE-FREEZE
               END-IF
               PERFORM 3100-NEXT-MASTER-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN ON-OPENING AND ON-CLOSING
                   PERFORM 3500-ROLL-CONTINUING-COMPANY
               WHEN ON-OPENING
                   PERFORM 3600-ROLL-GONE-COMPANY
               WHEN ON-CLOSING
                   PERFORM 3700-ROLL-NEW-COMPANY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3300-CLEAR-COMPANY-WORK.
           MOVE 'N' TO WS-ON-OPENING WS-ON-CLOSING WS-ON-MASTER
                       WS-ACT-CLOSED WS-ACT-REOPENED WS-ACT-MERGED
                       WS-ACT-LOAD-ADD WS-ACT-LOAD-CHANGE
                       WS-ACT-LOAD-DELETE
           MOVE SPACES TO WS-OPEN-TYPE WS-CLOSE-TYPE
           MOVE 0 TO WS-OPEN-NUM1  WS-OPEN-NUM2
                     WS-CLOSE-NUM1 WS-CLOSE-NUM2
                     WS-MAINT-NUM1 WS-MAINT-NUM2
                     WS-LOAD-NUM1  WS-LOAD-NUM2
                     WS-OTHER-NUM1 WS-OTHER-NUM2.

       3310-TAKE-ACTIVITY.
           EVALUATE TRUE
               WHEN SRT-IS-STRATEGY-CHANGE
                   ADD SRT-NUM1-CHANGE TO WS-MAINT-NUM1
                   ADD SRT-NUM2-CHANGE TO WS-MAINT-NUM2
               WHEN SRT-IS-CLOSE
                   SET ACT-CLOSED TO TRUE
               WHEN SRT-IS-REOPEN
                   SET ACT-REOPENED TO TRUE
               WHEN SRT-IS-MERGED-AWAY
                   SET ACT-MERGED TO TRUE
               WHEN SRT-IS-LOAD-ADD
                   SET ACT-LOAD-ADD TO TRUE
                   SET ACT-LOAD-CHANGE TO TRUE
               WHEN SRT-IS-LOAD-REPLACE
                   SET ACT-LOAD-CHANGE TO TRUE
               WHEN SRT-IS-LOAD-DELETE
                   SET ACT-LOAD-DELETE TO TRUE
           END-EVALUATE
           PERFORM 8200-RETURN-ACTIVITY.

      *    Open at both ends. A TAXPAYER-TYPE change moves the
      *    opening amount across types first, so the movement is
      *    booked under the type the company closes with. The
      *    movement is split into the audited maintenance change,
      *    then the load's part where a delta touched the company,
      *    and any remainder is unattributed; each part goes to
      *    increases or decreases by its own sign.
       3500-ROLL-CONTINUING-COMPANY.
           MOVE WS-OPEN-TYPE TO WS-POST-TYPE
           MOVE WS-ROW-OPENING TO WS-POST-ROW
           PERFORM 3800-POST-OPENING-AMOUNT
           IF WS-OPEN-TYPE NOT = WS-CLOSE-TYPE
               MOVE WS-ROW-TYPE-OUT TO WS-POST-ROW
               PERFORM 3800-POST-OPENING-AMOUNT
               MOVE WS-CLOSE-TYPE TO WS-POST-TYPE
               MOVE WS-ROW-TYPE-IN TO WS-POST-ROW
               PERFORM 3800-POST-OPENING-AMOUNT
           END-IF
           COMPUTE WS-OTHER-NUM1 =
                   WS-CLOSE-NUM1 - WS-OPEN-NUM1 - WS-MAINT-NUM1
           COMPUTE WS-OTHER-NUM2 =
                   WS-CLOSE-NUM2 - WS-OPEN-NUM2 - WS-MAINT-NUM2
           IF ACT-LOAD-CHANGE
               MOVE WS-OTHER-NUM1 TO WS-LOAD-NUM1
               MOVE WS-OTHER-NUM2 TO WS-LOAD-NUM2
               MOVE 0 TO WS-OTHER-NUM1 WS-OTHER-NUM2
           END-IF
           MOVE WS-CLOSE-TYPE TO WS-POST-TYPE
           MOVE WS-MAINT-NUM1 TO WS-PART-NUM1
           MOVE WS-MAINT-NUM2 TO WS-PART-NUM2
           MOVE WS-ROW-INC-MAINT TO WS-INC-ROW
           MOVE WS-ROW-DEC-MAINT TO WS-DEC-ROW
           PERFORM 3550-POST-MOVEMENT-PART
           MOVE WS-LOAD-NUM1 TO WS-PART-NUM1
           MOVE WS-LOAD-NUM2 TO WS-PART-NUM2
           MOVE WS-ROW-INC-LOAD TO WS-INC-ROW
           MOVE WS-ROW-DEC-LOAD TO WS-DEC-ROW
           PERFORM 3550-POST-MOVEMENT-PART
           IF WS-OTHER-NUM1 NOT = 0 OR WS-OTHER-NUM2 NOT = 0
               ADD 1 TO WS-UNATTRIB-COUNT
           END-IF
           MOVE WS-OTHER-NUM1 TO WS-PART-NUM1
           MOVE WS-OTHER-NUM2 TO WS-PART-NUM2
           MOVE WS-ROW-INC-OTHER TO WS-INC-ROW
           MOVE WS-ROW-DEC-OTHER TO WS-DEC-ROW
           PERFORM 3550-POST-MOVEMENT-PART.

      *    Decreases are carried as positive amounts on their rows.
       3550-POST-MOVEMENT-PART.
           MOVE 0 TO WS-POST-NUM1 WS-POST-NUM2
           IF WS-PART-NUM1 > 0
               MOVE WS-PART-NUM1 TO WS-POST-NUM1
           END-IF
           IF WS-PART-NUM2 > 0
               MOVE WS-PART-NUM2 TO WS-POST-NUM2
           END-IF
           MOVE WS-INC-ROW TO WS-POST-ROW
           PERFORM 3560-POST-IF-MOVED
           MOVE 0 TO WS-POST-NUM1 WS-POST-NUM2
           IF WS-PART-NUM1 < 0
               COMPUTE WS-POST-NUM1 = 0 - WS-PART-NUM1
           END-IF
           IF WS-PART-NUM2 < 0
               COMPUTE WS-POST-NUM2 = 0 - WS-PART-NUM2
           END-IF
           MOVE WS-DEC-ROW TO WS-POST-ROW
           PERFORM 3560-POST-IF-MOVED.

       3560-POST-IF-MOVED.
           IF WS-POST-NUM1 NOT = 0 OR WS-POST-NUM2 NOT = 0
               MOVE 1 TO WS-POST-COUNT
               PERFORM 5000-POST-MOVEMENT
           END-IF.

      *    Open at the start of the period and not at the end. A
      *    company still on the master was closed - by a merge if
      *    CMPMERGE retired it, otherwise by a CLOS; one no longer
      *    on the master was deleted, by the load if a delta says so.
       3600-ROLL-GONE-COMPANY.
           MOVE WS-OPEN-TYPE TO WS-POST-TYPE
           MOVE WS-ROW-OPENING TO WS-POST-ROW
           PERFORM 3800-POST-OPENING-AMOUNT
           EVALUATE TRUE
               WHEN ON-MASTER AND ACT-MERGED
                   MOVE WS-ROW-MERGED TO WS-POST-ROW
               WHEN ON-MASTER AND ACT-CLOSED
                   MOVE WS-ROW-CLOSED TO WS-POST-ROW
               WHEN NOT ON-MASTER AND ACT-LOAD-DELETE
                   MOVE WS-ROW-DELETED TO WS-POST-ROW
               WHEN OTHER
                   MOVE WS-ROW-GONE-OTHER TO WS-POST-ROW
                   ADD 1 TO WS-UNATTRIB-COUNT
           END-EVALUATE
           PERFORM 3800-POST-OPENING-AMOUNT.

      *    Open at the end of the period and not at the start: its
      *    whole closing exposure is new.
       3700-ROLL-NEW-COMPANY.
           EVALUATE TRUE
               WHEN ACT-REOPENED
                   MOVE WS-ROW-NEW-REOPEN TO WS-POST-ROW
               WHEN ACT-LOAD-ADD
                   MOVE WS-ROW-NEW-LOAD TO WS-POST-ROW
               WHEN OTHER
                   MOVE WS-ROW-NEW-OTHER TO WS-POST-ROW
                   ADD 1 TO WS-UNATTRIB-COUNT
           END-EVALUATE
           MOVE WS-CLOSE-TYPE TO WS-POST-TYPE
           MOVE 1             TO WS-POST-COUNT
           MOVE WS-CLOSE-NUM1 TO WS-POST-NUM1
           MOVE WS-CLOSE-NUM2 TO WS-POST-NUM2
           PERFORM 5000-POST-MOVEMENT.

       3800-POST-OPENING-AMOUNT.
           MOVE 1            TO WS-POST-COUNT
           MOVE WS-OPEN-NUM1 TO WS-POST-NUM1
           MOVE WS-OPEN-NUM2 TO WS-POST-NUM2
           PERFORM 5000-POST-MOVEMENT.

       3900-WRITE-FREEZE.
           MOVE WS-COMPANY-KEY TO EXS-COMPANY-ID
           MOVE WS-MST-TYPE    TO EXS-TAXPAYER-TYPE
           MOVE WS-MST-NUM1    TO EXS-SUM-NUM1
           MOVE WS-MST-NUM2    TO EXS-SUM-NUM2
           MOVE SPACES         TO EXS-LIMIT-STATUS
           MOVE WS-PERIOD-END  TO EXS-CYCLE-DATE
           WRITE EXPOSURE-SNAPSHOT-RECORD
           ADD 1 TO WS-CLOSING-COUNT
           ADD WS-MST-NUM1 TO WS-CLOSING-NUM1
           ADD WS-MST-NUM2 TO WS-CLOSING-NUM2
           MOVE WS-MST-TYPE     TO WS-POST-TYPE
           MOVE WS-ROW-FROZEN   TO WS-POST-ROW
           MOVE 1               TO WS-POST-COUNT
           MOVE WS-MST-NUM1     TO WS-POST-NUM1
           MOVE WS-MST-NUM2     TO WS-POST-NUM2
           PERFORM 5000-POST-MOVEMENT.

      *    Every posting goes to the all-companies section and to
      *    the section for its TAXPAYER-TYPE.
       5000-POST-MOVEMENT.
           MOVE 1 TO WS-SECTION-SUB
           PERFORM 5100-ADD-TO-SECTION
           EVALUATE WS-POST-TYPE
               WHEN '1'
                   MOVE 2 TO WS-SECTION-SUB
               WHEN '2'
                   MOVE 3 TO WS-SECTION-SUB
               WHEN '9'
                   MOVE 4 TO WS-SECTION-SUB
               WHEN OTHER
                   MOVE 5 TO WS-SECTION-SUB
           END-EVALUATE
           PERFORM 5100-ADD-TO-SECTION.

       5100-ADD-TO-SECTION.
           ADD WS-POST-COUNT
               TO RF-COUNT (WS-SECTION-SUB WS-POST-ROW)
           ADD WS-POST-NUM1
               TO RF-NUM1 (WS-SECTION-SUB WS-POST-ROW)
           ADD WS-POST-NUM2
               TO RF-NUM2 (WS-SECTION-SUB WS-POST-ROW).

       7000-WRITE-REPORT-TOTALS.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > 5
               PERFORM 7100-WRITE-SECTION
           END-PERFORM
           PERFORM 7300-PROVE-FILE-TOTALS
           MOVE SPACES TO ROLLFWD-REPORT-LINE
           WRITE ROLLFWD-REPORT-LINE
           MOVE 'OPENING COMPANIES READ'       TO TL-LABEL
           MOVE WS-OPENING-COUNT               TO TL-VALUE
           WRITE ROLLFWD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSING COMPANIES FROZEN'     TO TL-LABEL
           MOVE WS-CLOSING-COUNT               TO TL-VALUE
           WRITE ROLLFWD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AUDIT ROWS ATTRIBUTED'        TO TL-LABEL
           MOVE WS-AUDIT-USED-COUNT            TO TL-VALUE
           WRITE ROLLFWD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LOAD DELTA ROWS ATTRIBUTED'   TO TL-LABEL
           MOVE WS-DELTA-USED-COUNT            TO TL-VALUE
           WRITE ROLLFWD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'COMPANIES WITH UNATTRIBUTED MOVEMENT'
                                               TO TL-LABEL
           MOVE WS-UNATTRIB-COUNT              TO TL-VALUE
           WRITE ROLLFWD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TIE-OUT BREAKS'               TO TL-LABEL
           MOVE WS-BREAK-COUNT                 TO TL-VALUE
           WRITE ROLLFWD-REPORT-LINE FROM WS-TOTAL-LINE.

      *    One section: the movement rows, then the proof that the
      *    opening plus movements equals the frozen closing.
       7100-WRITE-SECTION.
           MOVE SPACES TO ROLLFWD-REPORT-LINE
           WRITE ROLLFWD-REPORT-LINE
           MOVE WS-SECTION-NAME (WS-SECTION-SUB) TO SH-SECTION-NAME
           WRITE ROLLFWD-REPORT-LINE FROM WS-SECTION-HEADING
           WRITE ROLLFWD-REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE 0 TO WS-CALC-COUNT WS-CALC-NUM1 WS-CALC-NUM2
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 16
               PERFORM 7150-WRITE-SECTION-ROW
           END-PERFORM
           COMPUTE WS-DIFF-COUNT = WS-CALC-COUNT
                   - RF-COUNT (WS-SECTION-SUB WS-ROW-FROZEN)
           COMPUTE WS-DIFF-NUM1  = WS-CALC-NUM1
                   - RF-NUM1 (WS-SECTION-SUB WS-ROW-FROZEN)
           COMPUTE WS-DIFF-NUM2  = WS-CALC-NUM2
                   - RF-NUM2 (WS-SECTION-SUB WS-ROW-FROZEN)
           MOVE '='                            TO DL-SIGN
           MOVE 'CLOSING EXPOSURE - COMPUTED'  TO DL-LABEL
           MOVE WS-CALC-COUNT                  TO DL-COUNT
           MOVE WS-CALC-NUM1                   TO DL-NUM1
           MOVE WS-CALC-NUM2                   TO DL-NUM2
           WRITE ROLLFWD-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE WS-ROW-FROZEN TO WS-ROW-SUB
           PERFORM 7200-WRITE-TABLE-ROW
           MOVE SPACES                         TO DL-SIGN
           MOVE 'DIFFERENCE'                   TO DL-LABEL
           MOVE WS-DIFF-COUNT                  TO DL-COUNT
           MOVE WS-DIFF-NUM1                   TO DL-NUM1
           MOVE WS-DIFF-NUM2                   TO DL-NUM2
           WRITE ROLLFWD-REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-DIFF-COUNT = 0 AND WS-DIFF-NUM1 = 0
              AND WS-DIFF-NUM2 = 0
               MOVE 'Y' TO WS-SECTION-TIES
           ELSE
               MOVE 'N' TO WS-SECTION-TIES
           END-IF
           PERFORM 7400-WRITE-PROOF-RESULT.

      *    Increase and decrease rows move amounts only; every
      *    other row also moves the company count.
       7150-WRITE-SECTION-ROW.
           IF RL-SIGN (WS-ROW-SUB) = '-'
               SUBTRACT RF-NUM1 (WS-SECTION-SUB WS-ROW-SUB)
                   FROM WS-CALC-NUM1
               SUBTRACT RF-NUM2 (WS-SECTION-SUB WS-ROW-SUB)
                   FROM WS-CALC-NUM2
           ELSE
               ADD RF-NUM1 (WS-SECTION-SUB WS-ROW-SUB)
                   TO WS-CALC-NUM1
               ADD RF-NUM2 (WS-SECTION-SUB WS-ROW-SUB)
                   TO WS-CALC-NUM2
           END-IF
           IF WS-ROW-SUB < WS-ROW-INC-MAINT
              OR WS-ROW-SUB > WS-ROW-DEC-OTHER
               IF RL-SIGN (WS-ROW-SUB) = '-'
                   SUBTRACT RF-COUNT (WS-SECTION-SUB WS-ROW-SUB)
                       FROM WS-CALC-COUNT
               ELSE
                   ADD RF-COUNT (WS-SECTION-SUB WS-ROW-SUB)
                       TO WS-CALC-COUNT
               END-IF
           END-IF
           PERFORM 7200-WRITE-TABLE-ROW.

       7200-WRITE-TABLE-ROW.
           MOVE RL-SIGN (WS-ROW-SUB)                TO DL-SIGN
           MOVE RL-TEXT (WS-ROW-SUB)                TO DL-LABEL
           MOVE RF-COUNT (WS-SECTION-SUB WS-ROW-SUB) TO DL-COUNT
           MOVE RF-NUM1 (WS-SECTION-SUB WS-ROW-SUB)  TO DL-NUM1
           MOVE RF-NUM2 (WS-SECTION-SUB WS-ROW-SUB)  TO DL-NUM2
           WRITE ROLLFWD-REPORT-LINE FROM WS-DETAIL-LINE.

      *    The files themselves must agree with the all-companies
      *    section: the opening file read against the opening row,
      *    the freeze written against the frozen closing row.
       7300-PROVE-FILE-TOTALS.
           MOVE SPACES TO ROLLFWD-REPORT-LINE
           WRITE ROLLFWD-REPORT-LINE
           MOVE 'FILE CONTROL TOTALS' TO SH-SECTION-NAME
           WRITE ROLLFWD-REPORT-LINE FROM WS-SECTION-HEADING
           MOVE SPACES                         TO DL-SIGN
           MOVE 'OPENING PERIOD FILE READ'     TO DL-LABEL
           MOVE WS-OPENING-COUNT               TO DL-COUNT
           MOVE WS-OPENING-NUM1                TO DL-NUM1
           MOVE WS-OPENING-NUM2                TO DL-NUM2
           WRITE ROLLFWD-REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-OPENING-COUNT = RF-COUNT (1 WS-ROW-OPENING)
              AND WS-OPENING-NUM1 = RF-NUM1 (1 WS-ROW-OPENING)
              AND WS-OPENING-NUM2 = RF-NUM2 (1 WS-ROW-OPENING)
               MOVE 'Y' TO WS-SECTION-TIES
           ELSE
               MOVE 'N' TO WS-SECTION-TIES
           END-IF
           PERFORM 7400-WRITE-PROOF-RESULT
           MOVE 'CLOSING PERIOD FILE WRITTEN'  TO DL-LABEL
           MOVE WS-CLOSING-COUNT               TO DL-COUNT
           MOVE WS-CLOSING-NUM1                TO DL-NUM1
           MOVE WS-CLOSING-NUM2                TO DL-NUM2
           WRITE ROLLFWD-REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-CLOSING-COUNT = RF-COUNT (1 WS-ROW-FROZEN)
              AND WS-CLOSING-NUM1 = RF-NUM1 (1 WS-ROW-FROZEN)
              AND WS-CLOSING-NUM2 = RF-NUM2 (1 WS-ROW-FROZEN)
               MOVE 'Y' TO WS-SECTION-TIES
           ELSE
               MOVE 'N' TO WS-SECTION-TIES
           END-IF
           PERFORM 7400-WRITE-PROOF-RESULT.

       7400-WRITE-PROOF-RESULT.
           IF SECTION-TIES
               MOVE '  *** TIES ***' TO ROLLFWD-REPORT-LINE
           ELSE
               MOVE '  *** DOES NOT TIE ***' TO ROLLFWD-REPORT-LINE
               MOVE 'N' TO WS-RUN-TIES
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           WRITE ROLLFWD-REPORT-LINE.

       8000-SET-RETURN-CODE.
           IF NOT RUN-TIES
               MOVE 16 TO RETURN-CODE
               DISPLAY 'CMPROLLF: ROLL-FORWARD DOES NOT TIE - '
                       WS-BREAK-COUNT ' BREAK(S) - FIGURES HELD'
           END-IF.

       8100-READ-OPENING.
           READ OPENING-PERIOD-FILE
               AT END
                   SET OPENING-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-OPN-KEY
               NOT AT END
                   MOVE OPN-COMPANY-ID TO WS-OPN-KEY
                   ADD 1 TO WS-OPENING-COUNT
                   ADD OPN-SUM-NUM1 TO WS-OPENING-NUM1
                   ADD OPN-SUM-NUM2 TO WS-OPENING-NUM2
           END-READ.

       8200-RETURN-ACTIVITY.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-ACT-KEY
               NOT AT END
                   MOVE SRT-COMPANY-ID TO WS-ACT-KEY
           END-RETURN.

       8300-READ-MASTER.
           READ COMPANY-MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
           END-READ.

       8400-READ-AUDIT.
           READ MAINT-AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
           END-READ.

       8500-READ-DELTA.
           READ LOAD-DELTA-FILE
               AT END
                   SET DELTA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DELTA-READ-COUNT
           END-READ.

       9000-TERMINATE.
           CLOSE COMPANY-MASTER-FILE
                 OPENING-PERIOD-FILE
                 CLOSING-PERIOD-FILE
                 ROLLFWD-REPORT-FILE
           PERFORM 9100-WRITE-RUN-CONTROLS
           DISPLAY 'CMPROLLF: MASTER ROWS READ         = '
                   WS-MASTER-READ-COUNT
           DISPLAY 'CMPROLLF: AUDIT ROWS READ          = '
                   WS-AUDIT-READ-COUNT
           DISPLAY 'CMPROLLF: LOAD DELTA ROWS READ     = '
                   WS-DELTA-READ-COUNT
           DISPLAY 'CMPROLLF: ACTIVITY ROWS SORTED     = '
                   WS-RELEASED-COUNT
           DISPLAY 'CMPROLLF: OPENING COMPANIES        = '
                   WS-OPENING-COUNT
           DISPLAY 'CMPROLLF: CLOSING COMPANIES        = '
                   WS-CLOSING-COUNT
           DISPLAY 'CMPROLLF: UNATTRIBUTED COMPANIES   = '
                   WS-UNATTRIB-COUNT
           DISPLAY 'CMPROLLF: TIE-OUT BREAKS           = '
                   WS-BREAK-COUNT.

       9100-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE 'CMPROLLF'             TO CTL-PROGRAM-ID
           MOVE 'OPENING-COMPANIES'    TO CTL-COUNTER-NAME
           MOVE WS-OPENING-COUNT       TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'CLOSING-COMPANIES'    TO CTL-COUNTER-NAME
           MOVE WS-CLOSING-COUNT       TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'UNATTRIBUTED'         TO CTL-COUNTER-NAME
           MOVE WS-UNATTRIB-COUNT      TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'TIE-OUT-BREAKS'       TO CTL-COUNTER-NAME
           MOVE WS-BREAK-COUNT         TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
