      *****************************************************
      * STEP-DEPENDENCY-RECORD
      * The nightly stream's step order, one row per
      * prerequisite: DEP-PROGRAM-ID may not start for a
      * cycle until DEP-PREREQ-ID has COMPLETED on the
      * stream ledger for the same cycle. A step with no
      * rows here has no prerequisites. CMPSTSRP also treats
      * every program named here as a step expected to run
      * each cycle.
      *****************************************************
       01  STEP-DEPENDENCY-RECORD.
           05  DEP-PROGRAM-ID        PIC X(8).
           05  DEP-PREREQ-ID         PIC X(8).
