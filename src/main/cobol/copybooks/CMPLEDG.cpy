      *****************************************************
      * STREAM-LEDGER-RECORD (indexed stream step ledger)
      * One row per nightly stream step per cycle, keyed by
      * the cycle date then the step's PROGRAM-ID. CMPSTEP
      * writes the row when the step starts and updates it
      * when the step ends: STARTED, then COMPLETED or
      * FAILED with the return code the step ended with. A
      * row still STARTED the next morning is a step that
      * abended or was cancelled without its end being
      * recorded. LDG-ATTEMPT-COUNT counts the starts for
      * the cycle and LDG-FORCED-FLAG is Y when the latest
      * start was a forced rerun of a completed step.
      * CMPSTSRP reads the ledger for the morning stream-
      * status report.
      *****************************************************
       01  STREAM-LEDGER-RECORD.
           05  LDG-KEY.
               10  LDG-CYCLE-DATE    PIC X(8).
               10  LDG-PROGRAM-ID    PIC X(8).
           05  LDG-STATUS            PIC X(1).
               88  LDG-IS-STARTED            VALUE 'S'.
               88  LDG-IS-COMPLETED          VALUE 'C'.
               88  LDG-IS-FAILED             VALUE 'F'.
           05  LDG-RETURN-CODE       PIC 9(4).
           05  LDG-START-TIMESTAMP   PIC X(14).
           05  LDG-END-TIMESTAMP     PIC X(14).
           05  LDG-ATTEMPT-COUNT     PIC 9(3).
           05  LDG-FORCED-FLAG       PIC X(1).
               88  LDG-WAS-FORCED            VALUE 'Y'.
