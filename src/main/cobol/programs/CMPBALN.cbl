      *****************************************************
      * CMPBALN
      * End-of-stream control-totals balancing. Reads the
      * run-control file that CMPXMRG, CMPLOAD, CMPAPPRV,
      * CMPMAINT, CMPEXPRT and CMPHIST append their run
      * totals to, and proves the figures tie out across
      * the stream:
      *   1. STATC segments read by CMPLOAD
      *        = companies loaded to the master
      *   2. companies loaded to the master
      *        = transactions applied + rejected
      *   4. CMPHIST companies opened+changed+unchanged
      *        = master STATC rows read by CMPEXPRT
      *   5. approval-gate transactions + pending items read
      *        = released + rejected + carried forward
      *   6. transactions released by the approval gate
      *        = maintenance transactions read
      *   7. extract merge records read from all sources
      *        = records written + records superseded
      *   8. STATC segments written by the extract merge
      *        = STATC segments read by CMPLOAD
      * Any rule out of balance - including a counter that
      * is missing because its program did not run or ran
      * against a stale file - is reported and the run ends
      *               out of balance - the load only touched
      *               the changed companies while the export
      *               still reads the whole master.
      *   2026-10-15  Rules 5 and 6 balance the CMPAPPRV
      *               approval gate internally and against the
      *               transactions CMPMAINT reads. Control table
      *               raised to 100 entries.
      *   2026-10-15  Rules 7 and 8 balance the CMPXMRG extract
      *               merge across its three sources and against
      *               the STATC segments CMPLOAD reads.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                     PIC 9(3) VALUE 0.

       01  WS-CONTROL-TABLE.
           05  WS-CONTROL-ENTRY OCCURS 100.
               10  WS-CTL-PROGRAM-ID PIC X(8).
               10  WS-CTL-COUNTER-NAME
                                     PIC X(20).
               END-IF
           END-PERFORM
           IF NOT COUNTER-FOUND
               IF WS-CONTROL-COUNT < 100
                   ADD 1 TO WS-CONTROL-COUNT
                   MOVE CTL-PROGRAM-ID
                       TO WS-CTL-PROGRAM-ID (WS-CONTROL-COUNT)
           PERFORM 3100-CHECK-LOAD-INTERNAL
           PERFORM 3200-CHECK-LOAD-TO-EXPORT
           PERFORM 3300-CHECK-MAINT-INTERNAL
           PERFORM 3400-CHECK-HIST-TO-EXPORT
           PERFORM 3500-CHECK-APPROVAL-INTERNAL
           PERFORM 3600-CHECK-APPROVAL-TO-MAINT
           PERFORM 3700-CHECK-MERGE-INTERNAL
           PERFORM 3800-CHECK-MERGE-TO-LOAD.

      *    CMPLOAD only reports DELTA-MODE-FLAG on a delta-apply
      *    night; its absence is the normal full-rebuild case, not
           MOVE WS-FOUND-VALUE TO WS-RHS-VALUE
           PERFORM 3900-WRITE-RULE-RESULT.

       3500-CHECK-APPROVAL-INTERNAL.
           MOVE 'APPROVAL READ = RELEASED + REJECTED + CARRIED'
               TO WS-RULE-TEXT
           MOVE 'N' TO WS-RULE-MISSING
           MOVE 'CMPAPPRV' TO WS-FIND-PROGRAM-ID
           MOVE 'TRANS-READ' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           MOVE WS-FOUND-VALUE TO WS-LHS-VALUE
           MOVE 'PENDING-READ' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           ADD WS-FOUND-VALUE TO WS-LHS-VALUE
           MOVE 'TRANS-RELEASED' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           MOVE WS-FOUND-VALUE TO WS-RHS-VALUE
           MOVE 'TRANS-REJECTED' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           ADD WS-FOUND-VALUE TO WS-RHS-VALUE
           MOVE 'PENDING-CARRIED' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           ADD WS-FOUND-VALUE TO WS-RHS-VALUE
           PERFORM 3900-WRITE-RULE-RESULT.

       3600-CHECK-APPROVAL-TO-MAINT.
           MOVE 'APPROVAL TRANS RELEASED = MAINT TRANS READ'
               TO WS-RULE-TEXT
           MOVE 'N' TO WS-RULE-MISSING
           MOVE 'CMPAPPRV' TO WS-FIND-PROGRAM-ID
           MOVE 'TRANS-RELEASED' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           MOVE WS-FOUND-VALUE TO WS-LHS-VALUE
           MOVE 'CMPMAINT' TO WS-FIND-PROGRAM-ID
           MOVE 'TRANS-READ' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           MOVE WS-FOUND-VALUE TO WS-RHS-VALUE
           PERFORM 3900-WRITE-RULE-RESULT.

       3700-CHECK-MERGE-INTERNAL.
           MOVE 'MERGE READ = WRITTEN + SUPERSEDED'
               TO WS-RULE-TEXT
           MOVE 'N' TO WS-RULE-MISSING
           MOVE 'CMPXMRG' TO WS-FIND-PROGRAM-ID
           MOVE 'HO-RECORDS-READ' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           MOVE WS-FOUND-VALUE TO WS-LHS-VALUE
           MOVE 'BR1-RECORDS-READ' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           ADD WS-FOUND-VALUE TO WS-LHS-VALUE
           MOVE 'BR2-RECORDS-READ' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           ADD WS-FOUND-VALUE TO WS-LHS-VALUE
           MOVE 'RECORDS-WRITTEN' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           MOVE WS-FOUND-VALUE TO WS-RHS-VALUE
           MOVE 'RECORDS-SUPERSEDED' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           ADD WS-FOUND-VALUE TO WS-RHS-VALUE
           PERFORM 3900-WRITE-RULE-RESULT.

       3800-CHECK-MERGE-TO-LOAD.
           MOVE 'MERGE STATC WRITTEN = STATC SEGMENTS READ'
               TO WS-RULE-TEXT
           MOVE 'N' TO WS-RULE-MISSING
           MOVE 'CMPXMRG' TO WS-FIND-PROGRAM-ID
           MOVE 'STATC-WRITTEN' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           MOVE WS-FOUND-VALUE TO WS-LHS-VALUE
           MOVE 'CMPLOAD' TO WS-FIND-PROGRAM-ID
           MOVE 'STATC-SEGMENTS-READ' TO WS-FIND-COUNTER-NAME
           PERFORM 5000-FIND-COUNTER
           MOVE WS-FOUND-VALUE TO WS-RHS-VALUE
           PERFORM 3900-WRITE-RULE-RESULT.

      *    A missing counter means the program never wrote its
      *    totals this stream - exactly the stale-file case the
      *    balancing step exists to catch - so it fails the rule
