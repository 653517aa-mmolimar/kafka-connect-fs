      *
      * Change history
      *   2026-09-02  Initial version.
      *   2026-10-15  Reject audit rows clear the merge slot and
      *               related-company fields CMPMERGE uses on
      *               the shared audit layout.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE 0 TO AUD-BEFORE-NUM1 AUD-BEFORE-NUM2
           MOVE 0 TO AUD-AFTER-NUM1 AUD-AFTER-NUM2
           MOVE SPACES TO AUD-BEFORE-STATUS AUD-AFTER-STATUS
           MOVE 0      TO AUD-MERGE-SLOT
           MOVE SPACES TO AUD-RELATED-COMPANY-ID
           WRITE COMPANY-MAINT-AUDIT-RECORD.

      *    Batches past the seen-table also raise the review code -
