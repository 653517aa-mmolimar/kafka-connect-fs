      *****************************************************
      * COMPANY-MERGE-TRANSACTION
      * One consolidation of a duplicate company pair, as
      * found by CMPDUPCK: the retired COMPANY-ID's strategy
      * pairs move onto the surviving COMPANY-ID and the
      * retired company is closed. Fed to CMPMERGE in any
      * order - each transaction is applied on its own by
      * keyed access to both companies.
      *****************************************************
       01  COMPANY-MERGE-TRANSACTION.
           05  MRG-SURVIVOR-ID       PIC X(10).
           05  MRG-RETIRED-ID        PIC X(10).
           05  MRG-USER-ID           PIC X(8).
           05  MRG-TIMESTAMP         PIC X(14).
