      *****************************************************
      * USER-ENTITLEMENT-RECORD
      * One row per user and maintenance transaction type
      * the user is allowed to handle. ENT-SUBMIT-FLAG says
      * the user may key the type; ENT-APPROVE-FLAG says the
      * user may approve another user's transaction of that
      * type where it needs a second pair of eyes. A user
      * with no row for a type may do neither. Read by
      * CMPAPPRV at the top of each run.
      *****************************************************
       01  USER-ENTITLEMENT-RECORD.
           05  ENT-USER-ID           PIC X(8).
           05  ENT-TRANS-TYPE        PIC X(4).
           05  ENT-SUBMIT-FLAG       PIC X(1).
               88  ENT-MAY-SUBMIT            VALUE 'Y'.
           05  ENT-APPROVE-FLAG      PIC X(1).
               88  ENT-MAY-APPROVE           VALUE 'Y'.
