      * master file or rejected. The before/after status
      * bytes are set for CLOS/REOP lifecycle transactions
      * and spaces otherwise.
      *
      * CMPMERGE appends MERG rows to the same trail: one per
      * strategy pair moved on each side of the merge, and
      * one for the retired company's close. A merge pair can
      * sit in any of the 18 slots, so it is carried in
      * AUD-MERGE-SLOT (1-6 STATC, 7-18 STRTC) rather than
      * AUD-STRATEGY-SLOT, and AUD-RELATED-COMPANY-ID names
      * the other company in the merge. Both are zero/spaces
      * on every other row.
      *
      * CMPAPPRV writes the same layout to its own approval
      * audit file: HELD when a transaction is queued for a
      * second user, APPROVED (under the approver's user ID)
      * when it is released to CMPMAINT, and REJECTED for an
      * unentitled, self-approved, declined or expired item.
      *****************************************************
       01  COMPANY-MAINT-AUDIT-RECORD.
           05  AUD-COMPANY-ID          PIC X(10).
           05  AUD-STATUS              PIC X(8).
               88  AUD-APPLIED                 VALUE 'APPLIED'.
               88  AUD-REJECTED                VALUE 'REJECTED'.
               88  AUD-HELD                    VALUE 'HELD'.
               88  AUD-APPROVED                VALUE 'APPROVED'.
           05  AUD-REASON              PIC X(40).
           05  AUD-BEFORE-TAXPAYER-TYPE PIC X(1).
           05  AUD-BEFORE-TAXPAYER-STR  PIC X(8).
           05  AUD-AFTER-NUM2           PIC 9(7).
           05  AUD-BEFORE-STATUS        PIC X(1).
           05  AUD-AFTER-STATUS         PIC X(1).
           05  AUD-MERGE-SLOT           PIC 9(2).
           05  AUD-RELATED-COMPANY-ID   PIC X(10).
