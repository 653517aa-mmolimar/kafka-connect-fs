       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPSTEP.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPSTEP
      * Stream step ledger gate. Runs immediately before and
      * immediately after every program in the nightly
      * stream, driven by a one-record parameter naming the
      * action, the program and the cycle date:
      *   S (start) - refuses the step, with RETURN-CODE 16
      *       so the scheduler does not run the program, when
      *       the ledger (CMPLEDG) shows it already COMPLETED
      *       for the cycle and no forced rerun was asked
      *       for, or when any prerequisite on the dependency
      *       table (CMPSTDP) has not COMPLETED for the same
      *       cycle; otherwise records the step STARTED
      *   E (end) - records the step COMPLETED, or FAILED
      *       when its return code is above 8 (8 is the
      *       stream's review code; 16 holds the stream), with
      *       the return code and end time
      * A step that failed, or abended and is still STARTED,
      * may simply be run again; only a completed step needs
      * the forced-rerun flag.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDG-KEY.

           SELECT STEP-DEPENDENCY-FILE
               ASSIGN TO STEPDEP
               ORGANIZATION IS SEQUENTIAL.

           SELECT STEP-PARM-FILE
               ASSIGN TO STEPPRM
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-LEDGER-FILE.
       COPY CMPLEDG.

       FD  STEP-DEPENDENCY-FILE
           RECORDING MODE IS F.
       COPY CMPSTDP.

       FD  STEP-PARM-FILE
           RECORDING MODE IS F.
       01  STEP-PARM-RECORD.
           05  PARM-ACTION           PIC X(1).
               88  PARM-IS-START             VALUE 'S'.
               88  PARM-IS-END               VALUE 'E'.
           05  PARM-PROGRAM-ID       PIC X(8).
           05  PARM-CYCLE-DATE       PIC X(8).
           05  PARM-STEP-RC          PIC 9(4).
           05  PARM-FORCE-RERUN      PIC X(1).
               88  PARM-FORCED               VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-DEPENDENCY-EOF     PIC X VALUE 'N'.
               88  DEPENDENCY-EOF            VALUE 'Y'.
           05  WS-LEDGER-FOUND       PIC X VALUE 'N'.
               88  LEDGER-FOUND              VALUE 'Y'.
           05  WS-STEP-REFUSED       PIC X VALUE 'N'.
               88  STEP-REFUSED              VALUE 'Y'.
           05  WS-PARM-VALID         PIC X VALUE 'Y'.
               88  PARM-VALID                VALUE 'Y'.

       01  WS-CYCLE-DATE             PIC X(8).
       01  WS-RUN-TIMESTAMP          PIC X(14).
       01  WS-STEP-RC                PIC 9(4) VALUE 0.
       01  WS-MAX-GOOD-RC            PIC 9(4) VALUE 8.

      *    The ledger row of the step being started, held while its
      *    prerequisites are read into the same record area.
       01  WS-HELD-LEDGER-ROW.
           05  WS-HELD-FOUND         PIC X(1).
           05  WS-HELD-ROW           PIC X(53).

       01  WS-COUNTERS.
           05  WS-PREREQ-COUNT       PIC 9(3) VALUE 0.
           05  WS-PREREQ-MISSING     PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF PARM-VALID
               EVALUATE TRUE
                   WHEN PARM-IS-START
                       PERFORM 2000-START-STEP
                   WHEN PARM-IS-END
                       PERFORM 3000-END-STEP
               END-EVALUATE
           END-IF
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-CYCLE-DATE
           OPEN INPUT STEP-PARM-FILE
           READ STEP-PARM-FILE
               AT END
                   MOVE SPACES TO STEP-PARM-RECORD
           END-READ
           CLOSE STEP-PARM-FILE
           IF PARM-CYCLE-DATE NOT = SPACES
               MOVE PARM-CYCLE-DATE TO WS-CYCLE-DATE
           END-IF
           IF PARM-STEP-RC IS NUMERIC
               MOVE PARM-STEP-RC TO WS-STEP-RC
           END-IF
           IF PARM-PROGRAM-ID = SPACES
              OR NOT (PARM-IS-START OR PARM-IS-END)
               MOVE 'N' TO WS-PARM-VALID
               DISPLAY 'CMPSTEP: PARAMETER NEEDS ACTION S OR E '
                       'AND A PROGRAM-ID'
           END-IF
      *    An end action without a readable RC must not record the
      *    step COMPLETED - that would release every dependent step.
           IF PARM-IS-END
              AND PARM-STEP-RC NOT NUMERIC
               MOVE 'N' TO WS-PARM-VALID
               DISPLAY 'CMPSTEP: ACTION E NEEDS THE STEP RETURN CODE '
                       'IN THE PARAMETER'
           END-IF
           OPEN I-O STREAM-LEDGER-FILE.

      *    The step's own row is checked first and then held aside,
      *    since reading each prerequisite's row reuses the record
      *    area.
       2000-START-STEP.
           MOVE PARM-PROGRAM-ID TO LDG-PROGRAM-ID
           PERFORM 8100-READ-LEDGER
           IF LEDGER-FOUND AND LDG-IS-COMPLETED
               IF PARM-FORCED
                   DISPLAY 'CMPSTEP: ' PARM-PROGRAM-ID
                           ' ALREADY COMPLETED FOR CYCLE '
                           WS-CYCLE-DATE ' - FORCED RERUN'
               ELSE
                   SET STEP-REFUSED TO TRUE
                   DISPLAY 'CMPSTEP: ' PARM-PROGRAM-ID
                           ' ALREADY COMPLETED FOR CYCLE '
                           WS-CYCLE-DATE ' - RERUN REFUSED'
               END-IF
           END-IF
           MOVE WS-LEDGER-FOUND      TO WS-HELD-FOUND
           MOVE STREAM-LEDGER-RECORD TO WS-HELD-ROW
           PERFORM 2100-CHECK-PREREQUISITES
           IF NOT STEP-REFUSED
               PERFORM 2200-RECORD-START
           END-IF.

       2100-CHECK-PREREQUISITES.
           OPEN INPUT STEP-DEPENDENCY-FILE
           PERFORM 8200-READ-DEPENDENCY
           PERFORM UNTIL DEPENDENCY-EOF
               IF DEP-PROGRAM-ID = PARM-PROGRAM-ID
                   ADD 1 TO WS-PREREQ-COUNT
                   MOVE DEP-PREREQ-ID TO LDG-PROGRAM-ID
                   PERFORM 8100-READ-LEDGER
                   IF NOT LEDGER-FOUND OR NOT LDG-IS-COMPLETED
                       ADD 1 TO WS-PREREQ-MISSING
                       SET STEP-REFUSED TO TRUE
                       DISPLAY 'CMPSTEP: ' PARM-PROGRAM-ID
                               ' NEEDS ' DEP-PREREQ-ID
                               ' - NOT COMPLETED FOR CYCLE '
                               WS-CYCLE-DATE
                   END-IF
               END-IF
               PERFORM 8200-READ-DEPENDENCY
           END-PERFORM
           CLOSE STEP-DEPENDENCY-FILE.

       2200-RECORD-START.
           MOVE WS-HELD-ROW TO STREAM-LEDGER-RECORD
           IF WS-HELD-FOUND NOT = 'Y'
               MOVE WS-CYCLE-DATE   TO LDG-CYCLE-DATE
               MOVE PARM-PROGRAM-ID TO LDG-PROGRAM-ID
               MOVE 0               TO LDG-ATTEMPT-COUNT
           END-IF
           SET LDG-IS-STARTED TO TRUE
           MOVE 0                TO LDG-RETURN-CODE
           MOVE WS-RUN-TIMESTAMP TO LDG-START-TIMESTAMP
           MOVE SPACES           TO LDG-END-TIMESTAMP
           ADD 1 TO LDG-ATTEMPT-COUNT
           IF PARM-FORCED
               MOVE 'Y' TO LDG-FORCED-FLAG
           ELSE
               MOVE 'N' TO LDG-FORCED-FLAG
           END-IF
           IF WS-HELD-FOUND = 'Y'
               REWRITE STREAM-LEDGER-RECORD
           ELSE
               WRITE STREAM-LEDGER-RECORD
           END-IF
           DISPLAY 'CMPSTEP: ' PARM-PROGRAM-ID ' STARTED FOR CYCLE '
                   WS-CYCLE-DATE ' ATTEMPT ' LDG-ATTEMPT-COUNT.

      *    An end with no start on file (the start step was skipped)
      *    is still recorded, with no start time, so the morning
      *    report shows the step ran.
       3000-END-STEP.
           MOVE PARM-PROGRAM-ID TO LDG-PROGRAM-ID
           PERFORM 8100-READ-LEDGER
           IF NOT LEDGER-FOUND
               MOVE WS-CYCLE-DATE   TO LDG-CYCLE-DATE
               MOVE PARM-PROGRAM-ID TO LDG-PROGRAM-ID
               MOVE SPACES          TO LDG-START-TIMESTAMP
               MOVE 1               TO LDG-ATTEMPT-COUNT
               MOVE 'N'             TO LDG-FORCED-FLAG
               DISPLAY 'CMPSTEP: ' PARM-PROGRAM-ID
                       ' ENDED WITH NO START RECORDED'
           END-IF
           IF WS-STEP-RC > WS-MAX-GOOD-RC
               SET LDG-IS-FAILED TO TRUE
           ELSE
               SET LDG-IS-COMPLETED TO TRUE
           END-IF
           MOVE WS-STEP-RC       TO LDG-RETURN-CODE
           MOVE WS-RUN-TIMESTAMP TO LDG-END-TIMESTAMP
           IF LEDGER-FOUND
               REWRITE STREAM-LEDGER-RECORD
           ELSE
               WRITE STREAM-LEDGER-RECORD
           END-IF
           DISPLAY 'CMPSTEP: ' PARM-PROGRAM-ID ' ENDED RC '
                   WS-STEP-RC ' FOR CYCLE ' WS-CYCLE-DATE
                   ' - ' LDG-STATUS.

       8000-SET-RETURN-CODE.
           IF STEP-REFUSED OR NOT PARM-VALID
               MOVE 16 TO RETURN-CODE
               DISPLAY 'CMPSTEP: STEP ' PARM-PROGRAM-ID
                       ' MAY NOT RUN - STREAM HELD'
           END-IF.

       8100-READ-LEDGER.
           MOVE WS-CYCLE-DATE TO LDG-CYCLE-DATE
           MOVE 'Y' TO WS-LEDGER-FOUND
           READ STREAM-LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEDGER-FOUND
           END-READ.

       8200-READ-DEPENDENCY.
           READ STEP-DEPENDENCY-FILE
               AT END
                   SET DEPENDENCY-EOF TO TRUE
           END-READ.

       9000-TERMINATE.
           CLOSE STREAM-LEDGER-FILE
           DISPLAY 'CMPSTEP: PREREQUISITES CHECKED = '
                   WS-PREREQ-COUNT
           DISPLAY 'CMPSTEP: PREREQUISITES MISSING = '
                   WS-PREREQ-MISSING.
