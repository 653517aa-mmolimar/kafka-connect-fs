      *****************************************************
      * PENDING-APPROVAL-RECORD
      * A maintenance transaction held back from CMPMAINT
      * until a second user approves it - CLOS, REOP and
      * TAXP transactions that change TAXPAYER-TYPE.
      * PEND-TRANSACTION is the transaction exactly as keyed,
      * in CMPMAINT's input layout (CMPMTXN). CMPAPPRV reads
      * the prior cycle's file and writes the next one, so
      * PEND-QUEUED-DATE (the run date the item was first
      * held) is what its age is measured from.
      *****************************************************
       01  PENDING-APPROVAL-RECORD.
           05  PEND-TRANSACTION      PIC X(60).
           05  PEND-QUEUED-DATE      PIC X(8).
