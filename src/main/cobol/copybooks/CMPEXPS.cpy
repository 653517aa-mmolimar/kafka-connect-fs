      *****************************************************
      * EXPOSURE-SNAPSHOT-RECORD (cycle exposure snapshot)
      * One row per open company, in COMPANY-ID order, with
      * the company's NUM1/NUM2 sums across all 18 strategy
      * slots as they stood at the end of a cycle, and the
      * limit standing CMPEXPMN gave it. Each night's
      * snapshot is the next night's prior-cycle input, so
      * the monitoring run can show movement and tell a new
      * breach from one already reported.
      *
      * CMPROLLF writes the same layout as its period-end
      * freeze, with EXS-CYCLE-DATE set to the period end
      * and EXS-LIMIT-STATUS left at spaces; each period's
      * freeze is the next period's opening balance.
      *****************************************************
       01  EXPOSURE-SNAPSHOT-RECORD.
           05  EXS-COMPANY-ID        PIC X(10).
           05  EXS-TAXPAYER-TYPE     PIC X(1).
           05  EXS-SUM-NUM1          PIC 9(9).
           05  EXS-SUM-NUM2          PIC 9(9).
           05  EXS-LIMIT-STATUS      PIC X(1).
               88  EXS-WITHIN-LIMIT          VALUE 'N'.
               88  EXS-AT-WARNING            VALUE 'W'.
               88  EXS-IN-BREACH             VALUE 'B'.
               88  EXS-NO-LIMIT              VALUE 'U'.
           05  EXS-CYCLE-DATE        PIC X(8).
