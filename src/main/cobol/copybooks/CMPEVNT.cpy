      *****************************************************
      * COMPANY-EVENT-RECORD
      * One company event worth telling the company's
      * contact about. CMPTAXCK writes one per taxpayer
      * finding; CMPNOTFY turns the applied CLOS/REOP rows
      * on CMPMAINT's audit trail into the same form, and
      * joins every event to the company's CNTCT row for the
      * outbound notice file.
      *****************************************************
       01  COMPANY-EVENT-RECORD.
           05  EVT-COMPANY-ID        PIC X(10).
           05  EVT-EVENT-CODE        PIC X(4).
               88  EVT-NOT-REGISTERED        VALUE 'TXNR'.
               88  EVT-TYPE-MISMATCH         VALUE 'TXTY'.
               88  EVT-REGISTRY-INACTIVE     VALUE 'TXIN'.
               88  EVT-COMPANY-CLOSED        VALUE 'CLOS'.
               88  EVT-COMPANY-REOPENED      VALUE 'REOP'.
           05  EVT-SOURCE-ID         PIC X(8).
           05  EVT-TIMESTAMP         PIC X(14).
