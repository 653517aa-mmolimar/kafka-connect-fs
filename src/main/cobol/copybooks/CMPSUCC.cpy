      *****************************************************
      * COMPANY-SUCCESSOR-RECORD
      * Permanent retired-to-surviving COMPANY-ID cross-
      * reference. CMPMERGE appends one record per merge
      * applied and the file is never cleared, so a retired
      * COMPANY-ID can always be resolved to the company
      * that carries its strategies. A survivor can itself
      * be retired by a later merge - readers follow the
      * chain to the company at the end of it.
      *****************************************************
       01  COMPANY-SUCCESSOR-RECORD.
           05  SUCC-RETIRED-ID       PIC X(10).
           05  SUCC-SUCCESSOR-ID     PIC X(10).
           05  SUCC-MERGE-DATE       PIC X(8).
           05  SUCC-USER-ID          PIC X(8).
           05  SUCC-PAIRS-MOVED      PIC 9(2).
           05  SUCC-PAIRS-OVERFLOWED PIC 9(2).
