      *****************************************************
      * APPROVAL-DECISION-RECORD
      * A second user's decision on one transaction held on
      * the pending-approval file. The held transaction is
      * identified by its COMPANY-ID, type, submitting user
      * and submission timestamp, exactly as they were keyed.
      * APRV-DECISION is A (approve - release to CMPMAINT) or
      * D (decline - reject to the audit trail).
      *****************************************************
       01  APPROVAL-DECISION-RECORD.
           05  APRV-COMPANY-ID       PIC X(10).
           05  APRV-TRANS-TYPE       PIC X(4).
           05  APRV-SUBMIT-USER-ID   PIC X(8).
           05  APRV-SUBMIT-TIMESTAMP PIC X(14).
           05  APRV-APPROVER-ID      PIC X(8).
           05  APRV-DECISION         PIC X(1).
               88  APRV-IS-APPROVED          VALUE 'A'.
               88  APRV-IS-DECLINED          VALUE 'D'.
           05  APRV-TIMESTAMP        PIC X(14).
