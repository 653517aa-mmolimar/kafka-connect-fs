       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPEXPMN.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPEXPMN
      * Strategy exposure limit monitor. Sums each open
      * company's NUM1 and NUM2 across all 18 strategy
      * slots (the STATC row plus the STRTC continuation
      * row, as CMPSTRPT does) and measures the sums against
      * the company's hard limits on the exposure limits file
      * (CMPLIMT) - the company's own row, or failing that
      * the default row for its TAXPAYER-TYPE.
      *
      * A company whose sum is over either hard limit is in
      * BREACH; one at or above the warning percentage of a
      * limit (parameter, default 80) is at WARNING. Each
      * such company is reported with the movement in its
      * sums since the prior cycle's snapshot (CMPEXPS), and
      * a breach the prior cycle did not already show is
      * flagged NEW BREACH. A company that was in breach
      * last cycle and no longer is prints as CLEARED, or as
      * CLEARED (CLOSED) when it has no open STATC row
      * tonight and its whole prior exposure has gone.
      *
      * Every open company is written to tonight's snapshot
      * for the next cycle to compare against. Any new
      * breach ends the run with RETURN-CODE 8 for review.
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

           SELECT EXPOSURE-LIMIT-FILE
               ASSIGN TO EXPLIMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-KEY.

           SELECT PRIOR-SNAPSHOT-FILE
               ASSIGN TO EXPPRIOR
               ORGANIZATION IS SEQUENTIAL.

           SELECT CURRENT-SNAPSHOT-FILE
               ASSIGN TO EXPCURR
               ORGANIZATION IS SEQUENTIAL.

           SELECT MONITOR-PARM-FILE
               ASSIGN TO EXPMPRM
               ORGANIZATION IS SEQUENTIAL.

           SELECT MONITOR-REPORT-FILE
               ASSIGN TO EXPMRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CMPCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER-FILE.
       COPY CMPMSTRI.

       FD  EXPOSURE-LIMIT-FILE.
       COPY CMPLIMT.

       FD  PRIOR-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CMPEXPS REPLACING
               EXPOSURE-SNAPSHOT-RECORD BY PRIOR-SNAPSHOT-RECORD
               EXS-COMPANY-ID        BY PRV-COMPANY-ID
               EXS-TAXPAYER-TYPE     BY PRV-TAXPAYER-TYPE
               EXS-SUM-NUM1          BY PRV-SUM-NUM1
               EXS-SUM-NUM2          BY PRV-SUM-NUM2
               EXS-LIMIT-STATUS      BY PRV-LIMIT-STATUS
               EXS-WITHIN-LIMIT      BY PRV-WITHIN-LIMIT
               EXS-AT-WARNING        BY PRV-AT-WARNING
               EXS-IN-BREACH         BY PRV-IN-BREACH
               EXS-NO-LIMIT          BY PRV-NO-LIMIT
               EXS-CYCLE-DATE        BY PRV-CYCLE-DATE.

       FD  CURRENT-SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY CMPEXPS.

       FD  MONITOR-PARM-FILE
           RECORDING MODE IS F.
       01  MONITOR-PARM-RECORD.
           05  PARM-CYCLE-DATE       PIC X(8).
           05  PARM-WARNING-PCT      PIC 9(3).

       FD  MONITOR-REPORT-FILE
           RECORDING MODE IS F.
       01  MONITOR-REPORT-LINE       PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY CMPCTL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MASTER-EOF         PIC X VALUE 'N'.
               88  MASTER-EOF                VALUE 'Y'.
           05  WS-PRIOR-EOF          PIC X VALUE 'N'.
               88  PRIOR-EOF                 VALUE 'Y'.
           05  WS-COMPANY-HELD       PIC X VALUE 'N'.
               88  COMPANY-HELD              VALUE 'Y'.
           05  WS-LIMIT-FOUND        PIC X VALUE 'N'.
               88  LIMIT-FOUND               VALUE 'Y'.
           05  WS-PRIOR-FOUND        PIC X VALUE 'N'.
               88  PRIOR-FOUND               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-COMPANY-COUNT      PIC 9(7) VALUE 0.
           05  WS-CLOSED-SKIP-COUNT  PIC 9(7) VALUE 0.
           05  WS-NO-LIMIT-COUNT     PIC 9(7) VALUE 0.
           05  WS-WARNING-COUNT      PIC 9(7) VALUE 0.
           05  WS-BREACH-COUNT       PIC 9(7) VALUE 0.
           05  WS-NEW-BREACH-COUNT   PIC 9(7) VALUE 0.
           05  WS-CLEARED-COUNT      PIC 9(7) VALUE 0.
           05  WS-PRIOR-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-PRIOR-GONE-COUNT   PIC 9(7) VALUE 0.
           05  WS-SNAPSHOT-COUNT     PIC 9(7) VALUE 0.
           05  WS-SLOT-SUB           PIC 9(2) VALUE 0.

       01  WS-CYCLE-DATE             PIC X(8).
       01  WS-WARNING-PCT            PIC 9(3) VALUE 80.

       01  WS-HELD-COMPANY-ID        PIC X(10) VALUE SPACES.
       01  WS-HELD-TAXPAYER-TYPE     PIC X(1).

       01  WS-SUM-NUM1               PIC 9(9) VALUE 0.
       01  WS-SUM-NUM2               PIC 9(9) VALUE 0.
       01  WS-LIMIT-NUM1             PIC 9(9) VALUE 0.
       01  WS-LIMIT-NUM2             PIC 9(9) VALUE 0.
       01  WS-PRIOR-NUM1             PIC 9(9) VALUE 0.
       01  WS-PRIOR-NUM2             PIC 9(9) VALUE 0.
       01  WS-PRIOR-STATUS           PIC X(1).
       01  WS-MOVE-NUM1              PIC S9(9) VALUE 0.
       01  WS-MOVE-NUM2              PIC S9(9) VALUE 0.

      *    Percentage of limit used, the higher of the two sums.
       01  WS-PCT-NUM1               PIC 9(5) VALUE 0.
       01  WS-PCT-NUM2               PIC 9(5) VALUE 0.
       01  WS-PCT-USED               PIC 9(5) VALUE 0.

       01  WS-LIMIT-STATUS           PIC X(1).
           88  WS-WITHIN-LIMIT               VALUE 'N'.
           88  WS-AT-WARNING                 VALUE 'W'.
           88  WS-IN-BREACH                  VALUE 'B'.
           88  WS-NO-LIMIT                   VALUE 'U'.

       01  WS-REPORT-HEADING.
           05  FILLER                PIC X(36) VALUE
               'STRATEGY EXPOSURE LIMITS FOR CYCLE '.
           05  RH-CYCLE-DATE         PIC X(8).
           05  FILLER                PIC X(16) VALUE
               '   WARNING AT '.
           05  RH-WARNING-PCT        PIC ZZ9.
           05  FILLER                PIC X(37) VALUE
               ' PCT OF LIMIT'.

       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(15) VALUE 'COMPANY-ID   T'.
           05  FILLER                PIC X(10) VALUE '  SUM-NUM1'.
           05  FILLER                PIC X(10) VALUE '    LIMIT1'.
           05  FILLER                PIC X(10) VALUE '  SUM-NUM2'.
           05  FILLER                PIC X(10) VALUE '    LIMIT2'.
           05  FILLER                PIC X(5)  VALUE ' PCT'.
           05  FILLER                PIC X(11) VALUE '  MOVE-NUM1'.
           05  FILLER                PIC X(11) VALUE '  MOVE-NUM2'.
           05  FILLER                PIC X(18) VALUE ' STANDING'.

       01  WS-DETAIL-LINE.
           05  DL-COMPANY-ID         PIC X(10).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  DL-TAXPAYER-TYPE      PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  DL-SUM-NUM1           PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  DL-LIMIT-NUM1         PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  DL-SUM-NUM2           PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  DL-LIMIT-NUM2         PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  DL-PCT-USED           PIC ZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  DL-MOVE-NUM1          PIC -(9)9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  DL-MOVE-NUM2          PIC -(9)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-STANDING           PIC X(16).
           05  FILLER                PIC X(1)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL              PIC X(40).
           05  TL-VALUE              PIC ZZZZZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MASTER UNTIL MASTER-EOF
           PERFORM 2050-FLUSH-HELD-COMPANY
           PERFORM 2600-SKIP-GONE-PRIOR UNTIL PRIOR-EOF
           PERFORM 7000-WRITE-REPORT-TOTALS
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           OPEN INPUT  MONITOR-PARM-FILE
           READ MONITOR-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-CYCLE-DATE NOT = SPACES
                       MOVE PARM-CYCLE-DATE TO WS-CYCLE-DATE
                   END-IF
                   IF PARM-WARNING-PCT IS NUMERIC
                      AND PARM-WARNING-PCT > 0
                       MOVE PARM-WARNING-PCT TO WS-WARNING-PCT
                   END-IF
           END-READ
           CLOSE MONITOR-PARM-FILE
           OPEN INPUT  COMPANY-MASTER-FILE
                       EXPOSURE-LIMIT-FILE
                       PRIOR-SNAPSHOT-FILE
           OPEN OUTPUT CURRENT-SNAPSHOT-FILE
                       MONITOR-REPORT-FILE
           MOVE WS-CYCLE-DATE  TO RH-CYCLE-DATE
           MOVE WS-WARNING-PCT TO RH-WARNING-PCT
           WRITE MONITOR-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM 8200-READ-PRIOR
           PERFORM 8100-READ-MASTER.

      *    Same STATC/STRTC accumulation as CMPSTRPT: the company is
      *    held from its STATC row until any continuation row has
      *    been added, and measured when the next STATC comes up.
       2000-PROCESS-MASTER.
           EVALUATE TRUE
               WHEN SEGMENT-IS-STATIC-DETAILS
                   PERFORM 2050-FLUSH-HELD-COMPANY
                   IF COMPANY-IS-CLOSED
                       ADD 1 TO WS-CLOSED-SKIP-COUNT
                   ELSE
                       PERFORM 2100-SUMMARIZE-STRATEGY
                       MOVE COMPANY-ID OF COMPANY-DETAILS
                           TO WS-HELD-COMPANY-ID
                       MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
                           TO WS-HELD-TAXPAYER-TYPE
                       SET COMPANY-HELD TO TRUE
                   END-IF
               WHEN SEGMENT-IS-STRATEGY-EXTRA
                   IF COMPANY-HELD
                      AND COMPANY-ID OF COMPANY-DETAILS
                          = WS-HELD-COMPANY-ID
                       PERFORM 2150-ADD-EXTRA-STRATEGY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 8100-READ-MASTER.

       2050-FLUSH-HELD-COMPANY.
           IF COMPANY-HELD
               ADD 1 TO WS-COMPANY-COUNT
               PERFORM 2200-FIND-PRIOR-EXPOSURE
               PERFORM 5000-FIND-LIMIT
               PERFORM 2300-MEASURE-AGAINST-LIMIT
               PERFORM 2400-REPORT-STANDING
               PERFORM 2500-WRITE-SNAPSHOT
               MOVE 'N' TO WS-COMPANY-HELD
               MOVE SPACES TO WS-HELD-COMPANY-ID
           END-IF.

       2100-SUMMARIZE-STRATEGY.
           MOVE 0 TO WS-SUM-NUM1 WS-SUM-NUM2
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 6
               ADD NUM1 (WS-SLOT-SUB) TO WS-SUM-NUM1
               ADD NUM2 (WS-SLOT-SUB) TO WS-SUM-NUM2
           END-PERFORM.

       2150-ADD-EXTRA-STRATEGY.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 12
               ADD EXTRA-NUM1 (WS-SLOT-SUB) TO WS-SUM-NUM1
               ADD EXTRA-NUM2 (WS-SLOT-SUB) TO WS-SUM-NUM2
           END-PERFORM.

      *    The prior snapshot is in COMPANY-ID order like the master,
      *    so it is matched by advancing past companies no longer
      *    open. A company not on it is new to the snapshot and its
      *    whole exposure counts as movement.
       2200-FIND-PRIOR-EXPOSURE.
           PERFORM 2600-SKIP-GONE-PRIOR
               UNTIL PRIOR-EOF
                  OR PRV-COMPANY-ID NOT < WS-HELD-COMPANY-ID
           MOVE 'N' TO WS-PRIOR-FOUND
           MOVE 0 TO WS-PRIOR-NUM1 WS-PRIOR-NUM2
           MOVE SPACES TO WS-PRIOR-STATUS
           IF NOT PRIOR-EOF
              AND PRV-COMPANY-ID = WS-HELD-COMPANY-ID
               SET PRIOR-FOUND TO TRUE
               MOVE PRV-SUM-NUM1     TO WS-PRIOR-NUM1
               MOVE PRV-SUM-NUM2     TO WS-PRIOR-NUM2
               MOVE PRV-LIMIT-STATUS TO WS-PRIOR-STATUS
               PERFORM 8200-READ-PRIOR
           END-IF
           COMPUTE WS-MOVE-NUM1 = WS-SUM-NUM1 - WS-PRIOR-NUM1
           COMPUTE WS-MOVE-NUM2 = WS-SUM-NUM2 - WS-PRIOR-NUM2.

      *    A sum over its hard limit is a breach; being exactly at
      *    the limit is not. A zero limit leaves that sum unlimited.
       2300-MEASURE-AGAINST-LIMIT.
           MOVE 0 TO WS-PCT-NUM1 WS-PCT-NUM2 WS-PCT-USED
           IF NOT LIMIT-FOUND
              OR (WS-LIMIT-NUM1 = 0 AND WS-LIMIT-NUM2 = 0)
               SET WS-NO-LIMIT TO TRUE
               ADD 1 TO WS-NO-LIMIT-COUNT
           ELSE
               IF WS-LIMIT-NUM1 > 0
                   COMPUTE WS-PCT-NUM1 =
                           WS-SUM-NUM1 * 100 / WS-LIMIT-NUM1
                       ON SIZE ERROR
                           MOVE 99999 TO WS-PCT-NUM1
                   END-COMPUTE
               END-IF
               IF WS-LIMIT-NUM2 > 0
                   COMPUTE WS-PCT-NUM2 =
                           WS-SUM-NUM2 * 100 / WS-LIMIT-NUM2
                       ON SIZE ERROR
                           MOVE 99999 TO WS-PCT-NUM2
                   END-COMPUTE
               END-IF
               IF WS-PCT-NUM1 > WS-PCT-NUM2
                   MOVE WS-PCT-NUM1 TO WS-PCT-USED
               ELSE
                   MOVE WS-PCT-NUM2 TO WS-PCT-USED
               END-IF
               EVALUATE TRUE
                   WHEN WS-LIMIT-NUM1 > 0
                        AND WS-SUM-NUM1 > WS-LIMIT-NUM1
                   WHEN WS-LIMIT-NUM2 > 0
                        AND WS-SUM-NUM2 > WS-LIMIT-NUM2
                       SET WS-IN-BREACH TO TRUE
                   WHEN WS-PCT-USED >= WS-WARNING-PCT
                       SET WS-AT-WARNING TO TRUE
                   WHEN OTHER
                       SET WS-WITHIN-LIMIT TO TRUE
               END-EVALUATE
           END-IF.

       2400-REPORT-STANDING.
           MOVE SPACES TO DL-STANDING
           EVALUATE TRUE
               WHEN WS-IN-BREACH
                   ADD 1 TO WS-BREACH-COUNT
                   IF PRIOR-FOUND AND WS-PRIOR-STATUS = 'B'
                       MOVE 'BREACH' TO DL-STANDING
                   ELSE
                       MOVE 'NEW BREACH' TO DL-STANDING
                       ADD 1 TO WS-NEW-BREACH-COUNT
                   END-IF
               WHEN WS-AT-WARNING
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE 'WARNING' TO DL-STANDING
               WHEN PRIOR-FOUND AND WS-PRIOR-STATUS = 'B'
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE 'CLEARED' TO DL-STANDING
           END-EVALUATE
           IF DL-STANDING NOT = SPACES
               PERFORM 2450-WRITE-DETAIL-LINE
           END-IF.

       2450-WRITE-DETAIL-LINE.
           MOVE WS-HELD-COMPANY-ID    TO DL-COMPANY-ID
           MOVE WS-HELD-TAXPAYER-TYPE TO DL-TAXPAYER-TYPE
           MOVE WS-SUM-NUM1           TO DL-SUM-NUM1
           MOVE WS-LIMIT-NUM1         TO DL-LIMIT-NUM1
           MOVE WS-SUM-NUM2           TO DL-SUM-NUM2
           MOVE WS-LIMIT-NUM2         TO DL-LIMIT-NUM2
           IF WS-PCT-USED > 9999
               MOVE 9999 TO DL-PCT-USED
           ELSE
               MOVE WS-PCT-USED TO DL-PCT-USED
           END-IF
           MOVE WS-MOVE-NUM1          TO DL-MOVE-NUM1
           MOVE WS-MOVE-NUM2          TO DL-MOVE-NUM2
           WRITE MONITOR-REPORT-LINE FROM WS-DETAIL-LINE.

       2500-WRITE-SNAPSHOT.
           MOVE WS-HELD-COMPANY-ID    TO EXS-COMPANY-ID
           MOVE WS-HELD-TAXPAYER-TYPE TO EXS-TAXPAYER-TYPE
           MOVE WS-SUM-NUM1           TO EXS-SUM-NUM1
           MOVE WS-SUM-NUM2           TO EXS-SUM-NUM2
           MOVE WS-LIMIT-STATUS       TO EXS-LIMIT-STATUS
           MOVE WS-CYCLE-DATE         TO EXS-CYCLE-DATE
           WRITE EXPOSURE-SNAPSHOT-RECORD
           ADD 1 TO WS-SNAPSHOT-COUNT.

      *    A prior-cycle company with no open STATC row tonight has
      *    been closed or deleted; it drops out of the snapshot,
      *    and a breach it carried is reported cleared.
       2600-SKIP-GONE-PRIOR.
           ADD 1 TO WS-PRIOR-GONE-COUNT
           IF PRV-IN-BREACH
               PERFORM 2650-REPORT-CLOSED-BREACH
           END-IF
           PERFORM 8200-READ-PRIOR.

       2650-REPORT-CLOSED-BREACH.
           ADD 1 TO WS-CLEARED-COUNT
           MOVE PRV-COMPANY-ID        TO DL-COMPANY-ID
           MOVE PRV-TAXPAYER-TYPE     TO DL-TAXPAYER-TYPE
           MOVE 0                     TO DL-SUM-NUM1 DL-LIMIT-NUM1
                                         DL-SUM-NUM2 DL-LIMIT-NUM2
                                         DL-PCT-USED
           COMPUTE DL-MOVE-NUM1 = 0 - PRV-SUM-NUM1
           COMPUTE DL-MOVE-NUM2 = 0 - PRV-SUM-NUM2
           MOVE 'CLEARED (CLOSED)'    TO DL-STANDING
           WRITE MONITOR-REPORT-LINE FROM WS-DETAIL-LINE.

      *    The company's own limit row wins; otherwise the default
      *    row for its TAXPAYER-TYPE applies.
       5000-FIND-LIMIT.
           MOVE 0 TO WS-LIMIT-NUM1 WS-LIMIT-NUM2
           MOVE WS-HELD-COMPANY-ID TO LIM-KEY
           PERFORM 8300-READ-LIMIT
           IF NOT LIMIT-FOUND
               MOVE '*DEFAULT*'           TO LIM-DEFAULT-MARKER
               MOVE WS-HELD-TAXPAYER-TYPE TO LIM-DEFAULT-TAXPAYER-TYPE
               PERFORM 8300-READ-LIMIT
           END-IF
           IF LIMIT-FOUND
               MOVE LIM-NUM1-LIMIT TO WS-LIMIT-NUM1
               MOVE LIM-NUM2-LIMIT TO WS-LIMIT-NUM2
           END-IF.

       7000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE
           MOVE 'OPEN COMPANIES CHECKED'       TO TL-LABEL
           MOVE WS-COMPANY-COUNT               TO TL-VALUE
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AT WARNING'                   TO TL-LABEL
           MOVE WS-WARNING-COUNT               TO TL-VALUE
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'IN BREACH'                    TO TL-LABEL
           MOVE WS-BREACH-COUNT                TO TL-VALUE
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NEW BREACHES THIS CYCLE'      TO TL-LABEL
           MOVE WS-NEW-BREACH-COUNT            TO TL-VALUE
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'BREACHES CLEARED SINCE PRIOR' TO TL-LABEL
           MOVE WS-CLEARED-COUNT               TO TL-VALUE
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO LIMIT ON FILE'             TO TL-LABEL
           MOVE WS-NO-LIMIT-COUNT              TO TL-VALUE
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE.

       8000-SET-RETURN-CODE.
           IF WS-NEW-BREACH-COUNT > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY 'CMPEXPMN: ' WS-NEW-BREACH-COUNT
                       ' NEW EXPOSURE LIMIT BREACH(ES) - '
                       'SEE MONITOR REPORT'
           END-IF.

       8100-READ-MASTER.
           READ COMPANY-MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ.

       8200-READ-PRIOR.
           READ PRIOR-SNAPSHOT-FILE
               AT END
                   SET PRIOR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PRIOR-READ-COUNT
           END-READ.

       8300-READ-LIMIT.
           MOVE 'Y' TO WS-LIMIT-FOUND
           READ EXPOSURE-LIMIT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LIMIT-FOUND
           END-READ.

       9000-TERMINATE.
           CLOSE COMPANY-MASTER-FILE
                 EXPOSURE-LIMIT-FILE
                 PRIOR-SNAPSHOT-FILE
                 CURRENT-SNAPSHOT-FILE
                 MONITOR-REPORT-FILE
           PERFORM 9100-WRITE-RUN-CONTROLS
           DISPLAY 'CMPEXPMN: OPEN COMPANIES CHECKED = '
                   WS-COMPANY-COUNT
           DISPLAY 'CMPEXPMN: CLOSED COMPANIES SKIPPED = '
                   WS-CLOSED-SKIP-COUNT
           DISPLAY 'CMPEXPMN: AT WARNING             = '
                   WS-WARNING-COUNT
           DISPLAY 'CMPEXPMN: IN BREACH              = '
                   WS-BREACH-COUNT
           DISPLAY 'CMPEXPMN: NEW BREACHES           = '
                   WS-NEW-BREACH-COUNT
           DISPLAY 'CMPEXPMN: PRIOR SNAPSHOT ROWS    = '
                   WS-PRIOR-READ-COUNT
           DISPLAY 'CMPEXPMN: PRIOR ROWS NOW GONE    = '
                   WS-PRIOR-GONE-COUNT
           DISPLAY 'CMPEXPMN: SNAPSHOT ROWS WRITTEN  = '
                   WS-SNAPSHOT-COUNT.

       9100-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE 'CMPEXPMN'             TO CTL-PROGRAM-ID
           MOVE 'COMPANIES-CHECKED'    TO CTL-COUNTER-NAME
           MOVE WS-COMPANY-COUNT       TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'COMPANIES-WARNING'    TO CTL-COUNTER-NAME
           MOVE WS-WARNING-COUNT       TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'COMPANIES-BREACH'     TO CTL-COUNTER-NAME
           MOVE WS-BREACH-COUNT        TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'NEW-BREACHES'         TO CTL-COUNTER-NAME
           MOVE WS-NEW-BREACH-COUNT    TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
