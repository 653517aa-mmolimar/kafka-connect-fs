       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPSTSRP.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPSTSRP
      * Morning stream-status report over the stream step
      * ledger CMPSTEP keeps (CMPLEDG). For each cycle in
      * the requested date range (default: today's cycle
      * only) lists every step on the ledger with its
      * outcome - COMPLETED, FAILED, or still STARTED (the
      * step abended or was cancelled before its end was
      * recorded) - its start and end times, elapsed time,
      * return code, number of attempts and whether the
      * latest attempt was a forced rerun. Any program named
      * on the step dependency table (CMPSTDP) with no
      * ledger row for the cycle is listed as NOT RUN, and
      * every date in the range is reported - a date with no
      * ledger rows at all lists each such program NOT RUN.
      * A cycle with any step failed, unfinished or not run
      * ends the report with RETURN-CODE 8 so the morning
      * checks pick it up.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-LEDGER-FILE
               ASSIGN TO STRMLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LDG-KEY.

           SELECT STEP-DEPENDENCY-FILE
               ASSIGN TO STEPDEP
               ORGANIZATION IS SEQUENTIAL.

           SELECT STATUS-PARM-FILE
               ASSIGN TO STSRPRM
               ORGANIZATION IS SEQUENTIAL.

           SELECT STATUS-REPORT-FILE
               ASSIGN TO STSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-LEDGER-FILE.
       COPY CMPLEDG.

       FD  STEP-DEPENDENCY-FILE
           RECORDING MODE IS F.
       COPY CMPSTDP.

       FD  STATUS-PARM-FILE
           RECORDING MODE IS F.
       01  STATUS-PARM-RECORD.
           05  PARM-FROM-DATE        PIC X(8).
           05  PARM-TO-DATE          PIC X(8).

       FD  STATUS-REPORT-FILE
           RECORDING MODE IS F.
       01  STATUS-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-LEDGER-EOF         PIC X VALUE 'N'.
               88  LEDGER-EOF                VALUE 'Y'.
           05  WS-DEPENDENCY-EOF     PIC X VALUE 'N'.
               88  DEPENDENCY-EOF            VALUE 'Y'.
           05  WS-STEP-FOUND         PIC X VALUE 'N'.
               88  STEP-FOUND                VALUE 'Y'.

       01  WS-FROM-DATE              PIC X(8).
       01  WS-TO-DATE                PIC X(8).
       01  WS-CURRENT-CYCLE          PIC X(8).
       01  WS-FIND-PROGRAM-ID        PIC X(8).

      *    Day stepping for a requested range with no ledger rows.
       01  WS-DATE-WORK              PIC X(8).
       01  WS-DATE-9 REDEFINES WS-DATE-WORK
                                     PIC 9(8).
       01  WS-DAY-NUMBER             PIC 9(7) VALUE 0.
       01  WS-LAST-DAY-NUMBER        PIC 9(7) VALUE 0.

       01  WS-COUNTERS.
           05  WS-CYCLE-COUNT        PIC 9(5) VALUE 0.
           05  WS-ROW-COUNT          PIC 9(7) VALUE 0.
           05  WS-COMPLETED-COUNT    PIC 9(5) VALUE 0.
           05  WS-FAILED-COUNT       PIC 9(5) VALUE 0.
           05  WS-UNFINISHED-COUNT   PIC 9(5) VALUE 0.
           05  WS-NOT-RUN-COUNT      PIC 9(5) VALUE 0.
           05  WS-PROBLEM-CYCLE-COUNT
                                     PIC 9(5) VALUE 0.
           05  WS-EXPECTED-COUNT     PIC 9(3) VALUE 0.
           05  WS-EXPECTED-SUB       PIC 9(3) VALUE 0.
           05  WS-EXPECTED-DROPPED   PIC 9(3) VALUE 0.

      *    Every program named on the dependency table, with a
      *    per-cycle marker for whether the ledger showed it.
       01  WS-EXPECTED-TABLE.
           05  WS-EXPECTED-ENTRY OCCURS 100.
               10  EX-PROGRAM-ID     PIC X(8).
               10  EX-SEEN-FLAG      PIC X(1).

       01  WS-ELAPSED-WORK.
           05  WS-START-STAMP        PIC X(14).
           05  WS-START-PARTS REDEFINES WS-START-STAMP.
               10  WS-START-DATE     PIC 9(8).
               10  WS-START-HH       PIC 9(2).
               10  WS-START-MM       PIC 9(2).
               10  WS-START-SS       PIC 9(2).
           05  WS-END-STAMP          PIC X(14).
           05  WS-END-PARTS REDEFINES WS-END-STAMP.
               10  WS-END-DATE       PIC 9(8).
               10  WS-END-HH         PIC 9(2).
               10  WS-END-MM         PIC 9(2).
               10  WS-END-SS         PIC 9(2).
           05  WS-ELAPSED-SECONDS    PIC S9(9) VALUE 0.
           05  WS-ELAPSED-REMAINDER  PIC 9(9) VALUE 0.

       01  WS-ELAPSED-TEXT.
           05  ET-HOURS              PIC 99.
           05  FILLER                PIC X(1) VALUE ':'.
           05  ET-MINUTES            PIC 99.
           05  FILLER                PIC X(1) VALUE ':'.
           05  ET-SECONDS            PIC 99.

       01  WS-CYCLE-HEADING.
           05  FILLER                PIC X(24) VALUE
               'STREAM STATUS FOR CYCLE '.
           05  CH-CYCLE-DATE         PIC X(8).
           05  FILLER                PIC X(68) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                PIC X(11) VALUE 'OUTCOME'.
           05  FILLER                PIC X(16) VALUE 'STARTED'.
           05  FILLER                PIC X(16) VALUE 'ENDED'.
           05  FILLER                PIC X(10) VALUE 'ELAPSED'.
           05  FILLER                PIC X(6)  VALUE 'RC'.
           05  FILLER                PIC X(10) VALUE 'ATTEMPTS'.
           05  FILLER                PIC X(21) VALUE 'FORCED'.

       01  WS-DETAIL-LINE.
           05  DL-PROGRAM-ID         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-OUTCOME            PIC X(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-START-TIMESTAMP    PIC X(14).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-END-TIMESTAMP      PIC X(14).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-ELAPSED            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-RETURN-CODE        PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-ATTEMPTS           PIC ZZ9.
           05  FILLER                PIC X(7)  VALUE SPACES.
           05  DL-FORCED             PIC X(6).
           05  FILLER                PIC X(15) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(12) VALUE 'COMPLETED '.
           05  SM-COMPLETED          PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE '  FAILED '.
           05  SM-FAILED             PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE '  UNFINISHED '.
           05  SM-UNFINISHED         PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE '  NOT RUN '.
           05  SM-NOT-RUN            PIC ZZZZ9.
           05  FILLER                PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2500-REPORT-RANGE
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FROM-DATE
           MOVE WS-FROM-DATE TO WS-TO-DATE
           OPEN INPUT STATUS-PARM-FILE
           READ STATUS-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-FROM-DATE NOT = SPACES
                       MOVE PARM-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF PARM-TO-DATE NOT = SPACES
                       MOVE PARM-TO-DATE TO WS-TO-DATE
                   END-IF
           END-READ
           CLOSE STATUS-PARM-FILE
           DISPLAY 'CMPSTSRP: CYCLES ' WS-FROM-DATE ' TO ' WS-TO-DATE
           PERFORM 1100-LOAD-EXPECTED-STEPS
           OPEN INPUT  STREAM-LEDGER-FILE
           OPEN OUTPUT STATUS-REPORT-FILE
           MOVE WS-FROM-DATE TO LDG-CYCLE-DATE
           MOVE LOW-VALUES   TO LDG-PROGRAM-ID
           START STREAM-LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
               INVALID KEY
                   SET LEDGER-EOF TO TRUE
           END-START
           IF NOT LEDGER-EOF
               PERFORM 8100-READ-LEDGER
           END-IF.

      *    Both sides of every dependency row are steps the stream
      *    is expected to run.
       1100-LOAD-EXPECTED-STEPS.
           OPEN INPUT STEP-DEPENDENCY-FILE
           PERFORM 8200-READ-DEPENDENCY
           PERFORM UNTIL DEPENDENCY-EOF
               MOVE DEP-PROGRAM-ID TO WS-FIND-PROGRAM-ID
               PERFORM 1150-ADD-EXPECTED-STEP
               MOVE DEP-PREREQ-ID TO WS-FIND-PROGRAM-ID
               PERFORM 1150-ADD-EXPECTED-STEP
               PERFORM 8200-READ-DEPENDENCY
           END-PERFORM
           CLOSE STEP-DEPENDENCY-FILE
           IF WS-EXPECTED-DROPPED > 0
               DISPLAY 'CMPSTSRP: EXPECTED-STEP TABLE FULL - '
                       WS-EXPECTED-DROPPED ' PROGRAM(S) NOT CHECKED'
           END-IF.

       1150-ADD-EXPECTED-STEP.
           PERFORM 5000-FIND-EXPECTED-STEP
           IF NOT STEP-FOUND AND WS-FIND-PROGRAM-ID NOT = SPACES
               IF WS-EXPECTED-COUNT < 100
                   ADD 1 TO WS-EXPECTED-COUNT
                   MOVE WS-FIND-PROGRAM-ID
                       TO EX-PROGRAM-ID (WS-EXPECTED-COUNT)
               ELSE
                   ADD 1 TO WS-EXPECTED-DROPPED
               END-IF
           END-IF.

       2000-REPORT-CYCLE.
           MOVE LDG-CYCLE-DATE TO WS-CURRENT-CYCLE
           PERFORM 2050-START-CYCLE
           PERFORM 2100-REPORT-STEP
               UNTIL LEDGER-EOF
                  OR LDG-CYCLE-DATE NOT = WS-CURRENT-CYCLE
           PERFORM 2400-FINISH-CYCLE.

       2050-START-CYCLE.
           ADD 1 TO WS-CYCLE-COUNT
           MOVE 0 TO WS-COMPLETED-COUNT WS-FAILED-COUNT
                     WS-UNFINISHED-COUNT WS-NOT-RUN-COUNT
           PERFORM VARYING WS-EXPECTED-SUB FROM 1 BY 1
                   UNTIL WS-EXPECTED-SUB > WS-EXPECTED-COUNT
               MOVE 'N' TO EX-SEEN-FLAG (WS-EXPECTED-SUB)
           END-PERFORM
           MOVE WS-CURRENT-CYCLE TO CH-CYCLE-DATE
           WRITE STATUS-REPORT-LINE FROM WS-CYCLE-HEADING
           WRITE STATUS-REPORT-LINE FROM WS-COLUMN-HEADING.

       2100-REPORT-STEP.
           ADD 1 TO WS-ROW-COUNT
           MOVE LDG-PROGRAM-ID TO WS-FIND-PROGRAM-ID
           PERFORM 5000-FIND-EXPECTED-STEP
           IF STEP-FOUND
               MOVE 'Y' TO EX-SEEN-FLAG (WS-EXPECTED-SUB)
           END-IF
           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE LDG-PROGRAM-ID      TO DL-PROGRAM-ID
           EVALUATE TRUE
               WHEN LDG-IS-COMPLETED
                   MOVE 'COMPLETED' TO DL-OUTCOME
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN LDG-IS-FAILED
                   MOVE 'FAILED'    TO DL-OUTCOME
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   MOVE 'STARTED'   TO DL-OUTCOME
                   ADD 1 TO WS-UNFINISHED-COUNT
           END-EVALUATE
           MOVE LDG-START-TIMESTAMP TO DL-START-TIMESTAMP
           MOVE LDG-END-TIMESTAMP   TO DL-END-TIMESTAMP
           PERFORM 2200-COMPUTE-ELAPSED
           IF NOT LDG-IS-STARTED
               MOVE LDG-RETURN-CODE TO DL-RETURN-CODE
           END-IF
           MOVE LDG-ATTEMPT-COUNT   TO DL-ATTEMPTS
           IF LDG-WAS-FORCED
               MOVE 'FORCED' TO DL-FORCED
           END-IF
           WRITE STATUS-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 8100-READ-LEDGER.

      *    Elapsed time only where both ends are recorded; a step
      *    running past midnight is carried by the day numbers.
       2200-COMPUTE-ELAPSED.
           MOVE LDG-START-TIMESTAMP TO WS-START-STAMP
           MOVE LDG-END-TIMESTAMP   TO WS-END-STAMP
           IF WS-START-STAMP IS NUMERIC
              AND WS-END-STAMP IS NUMERIC
              AND WS-START-DATE > 16010101
              AND WS-END-DATE > 16010101
               COMPUTE WS-ELAPSED-SECONDS =
                   (FUNCTION INTEGER-OF-DATE (WS-END-DATE)
                  - FUNCTION INTEGER-OF-DATE (WS-START-DATE)) * 86400
                  + (WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS)
                  - (WS-START-HH * 3600 + WS-START-MM * 60
                     + WS-START-SS)
               IF WS-ELAPSED-SECONDS >= 0
                   DIVIDE WS-ELAPSED-SECONDS BY 3600
                       GIVING ET-HOURS
                       REMAINDER WS-ELAPSED-REMAINDER
                   DIVIDE WS-ELAPSED-REMAINDER BY 60
                       GIVING ET-MINUTES
                       REMAINDER ET-SECONDS
                   MOVE WS-ELAPSED-TEXT TO DL-ELAPSED
               END-IF
           END-IF.

       2300-REPORT-NOT-RUN.
           PERFORM VARYING WS-EXPECTED-SUB FROM 1 BY 1
                   UNTIL WS-EXPECTED-SUB > WS-EXPECTED-COUNT
               IF EX-SEEN-FLAG (WS-EXPECTED-SUB) = 'N'
                   ADD 1 TO WS-NOT-RUN-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE EX-PROGRAM-ID (WS-EXPECTED-SUB)
                       TO DL-PROGRAM-ID
                   MOVE 'NOT RUN' TO DL-OUTCOME
                   WRITE STATUS-REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.

       2400-FINISH-CYCLE.
           PERFORM 2300-REPORT-NOT-RUN
           MOVE WS-COMPLETED-COUNT  TO SM-COMPLETED
           MOVE WS-FAILED-COUNT     TO SM-FAILED
           MOVE WS-UNFINISHED-COUNT TO SM-UNFINISHED
           MOVE WS-NOT-RUN-COUNT    TO SM-NOT-RUN
           WRITE STATUS-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           IF WS-FAILED-COUNT > 0 OR WS-UNFINISHED-COUNT > 0
              OR WS-NOT-RUN-COUNT > 0
               ADD 1 TO WS-PROBLEM-CYCLE-COUNT
           END-IF.

      *    The range is walked a calendar date at a time, each
      *    date reported from its ledger rows or, with none, as a
      *    cycle where nothing ran. Ledger rows whose cycle date
      *    is not a calendar date are still reported, in key
      *    order. A range whose dates cannot be stepped through
      *    is reported from the ledger alone, or for its FROM
      *    date when the ledger has nothing in it.
       2500-REPORT-RANGE.
           MOVE WS-FROM-DATE TO WS-DATE-WORK
           IF WS-DATE-WORK IS NUMERIC
              AND WS-DATE-9 > 16010101
              AND WS-TO-DATE IS NUMERIC
              AND WS-TO-DATE NOT < WS-FROM-DATE
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-9)
               MOVE WS-TO-DATE TO WS-DATE-WORK
               COMPUTE WS-LAST-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-9)
               PERFORM 2550-REPORT-ONE-DATE
                   UNTIL WS-DAY-NUMBER > WS-LAST-DAY-NUMBER
               PERFORM 2000-REPORT-CYCLE UNTIL LEDGER-EOF
           ELSE
               PERFORM 2000-REPORT-CYCLE UNTIL LEDGER-EOF
               IF WS-CYCLE-COUNT = 0
                   MOVE WS-FROM-DATE TO WS-CURRENT-CYCLE
                   PERFORM 2050-START-CYCLE
                   PERFORM 2400-FINISH-CYCLE
               END-IF
           END-IF.

       2550-REPORT-ONE-DATE.
           COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
           PERFORM 2000-REPORT-CYCLE
               UNTIL LEDGER-EOF
                  OR LDG-CYCLE-DATE NOT < WS-DATE-WORK
           IF NOT LEDGER-EOF
              AND LDG-CYCLE-DATE = WS-DATE-WORK
               PERFORM 2000-REPORT-CYCLE
           ELSE
               MOVE WS-DATE-WORK TO WS-CURRENT-CYCLE
               PERFORM 2050-START-CYCLE
               PERFORM 2400-FINISH-CYCLE
           END-IF
           ADD 1 TO WS-DAY-NUMBER.

       5000-FIND-EXPECTED-STEP.
           MOVE 'N' TO WS-STEP-FOUND
           PERFORM VARYING WS-EXPECTED-SUB FROM 1 BY 1
                   UNTIL WS-EXPECTED-SUB > WS-EXPECTED-COUNT
                      OR STEP-FOUND
               IF EX-PROGRAM-ID (WS-EXPECTED-SUB) = WS-FIND-PROGRAM-ID
                   SET STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF STEP-FOUND
               SUBTRACT 1 FROM WS-EXPECTED-SUB
           END-IF.

       8000-SET-RETURN-CODE.
           IF WS-PROBLEM-CYCLE-COUNT > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY 'CMPSTSRP: ' WS-PROBLEM-CYCLE-COUNT
                       ' CYCLE(S) WITH STEPS FAILED, UNFINISHED '
                       'OR NOT RUN'
           END-IF.

      *    Rows past the end of the requested range end the read.
       8100-READ-LEDGER.
           READ STREAM-LEDGER-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   IF LDG-CYCLE-DATE > WS-TO-DATE
                       SET LEDGER-EOF TO TRUE
                   END-IF
           END-READ.

       8200-READ-DEPENDENCY.
           READ STEP-DEPENDENCY-FILE
               AT END
                   SET DEPENDENCY-EOF TO TRUE
           END-READ.

       9000-TERMINATE.
           CLOSE STREAM-LEDGER-FILE
                 STATUS-REPORT-FILE
           DISPLAY 'CMPSTSRP: CYCLES REPORTED    = ' WS-CYCLE-COUNT
           DISPLAY 'CMPSTSRP: LEDGER ROWS READ   = ' WS-ROW-COUNT
           DISPLAY 'CMPSTSRP: CYCLES WITH ISSUES = '
                   WS-PROBLEM-CYCLE-COUNT.
