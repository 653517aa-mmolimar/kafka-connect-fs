      *   2026-09-02  Closed companies (COMPANY-STATUS) are
      *               skipped and counted - a retired company
      *               has no registration worth chasing.
      *   2026-10-15  Every finding is also written to the
      *               company event file (CMPEVNT) with its
      *               event code, for CMPNOTFY to notify the
      *               company's contact.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO TAXCKTXN
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-EVENT-FILE
               ASSIGN TO TAXCKEVT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SORTED-MASTER-FILE
           RECORDING MODE IS F.
       COPY CMPMTXN.

       FD  COMPANY-EVENT-FILE
           RECORDING MODE IS F.
       COPY CMPEVNT.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MASTER-EOF         PIC X VALUE 'N'.
               88  EMIT-TRANS                VALUE 'Y'.

       01  WS-MASTER-TAXPAYER-NUM    PIC 9(8).
       01  WS-RUN-TIMESTAMP          PIC X(14).
       01  WS-EVENT-CODE             PIC X(4).

       01  WS-COUNTERS.
           05  WS-MASTER-READ-COUNT  PIC 9(7) VALUE 0.
                                     PIC 9(7) VALUE 0.
           05  WS-INACTIVE-COUNT     PIC 9(7) VALUE 0.
           05  WS-TRANS-EMIT-COUNT   PIC 9(7) VALUE 0.
           05  WS-EVENT-COUNT        PIC 9(7) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                PIC X(12) VALUE 'COMPANY-ID'.
           OPEN INPUT  TAXPAYER-REGISTRY-FILE
           OPEN INPUT  CHECK-PARM-FILE
           OPEN OUTPUT CHECK-REPORT-FILE
           OPEN OUTPUT COMPANY-EVENT-FILE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TIMESTAMP
           READ CHECK-PARM-FILE
               AT END
                   CONTINUE
               ADD 1 TO WS-NOT-ON-REG-COUNT
               MOVE SPACES TO DL-REGISTRY-TYPE DL-REGISTRY-STATUS
               MOVE 'NOT ON REGISTRY' TO DL-FINDING
               MOVE 'TXNR' TO WS-EVENT-CODE
               PERFORM 2900-WRITE-FINDING
           ELSE
               IF TREG-INACTIVE
                   MOVE TREG-TAXPAYER-TYPE TO DL-REGISTRY-TYPE
                   MOVE TREG-STATUS        TO DL-REGISTRY-STATUS
                   MOVE 'REGISTRY INACTIVE' TO DL-FINDING
                   MOVE 'TXIN' TO WS-EVENT-CODE
                   PERFORM 2900-WRITE-FINDING
               END-IF
               IF TAXPAYER-TYPE OF COMPANY-DETAILS
                   MOVE TREG-TAXPAYER-TYPE TO DL-REGISTRY-TYPE
                   MOVE TREG-STATUS        TO DL-REGISTRY-STATUS
                   MOVE 'TAXPAYER TYPE MISMATCH' TO DL-FINDING
                   MOVE 'TXTY' TO WS-EVENT-CODE
                   PERFORM 2900-WRITE-FINDING
                   IF EMIT-TRANS AND TREG-ACTIVE
                       PERFORM 2300-EMIT-CORRECTION-TRANS
           MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
               TO DL-MASTER-TYPE
           WRITE CHECK-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 2950-WRITE-EVENT.

       2950-WRITE-EVENT.
           MOVE COMPANY-ID OF COMPANY-DETAILS TO EVT-COMPANY-ID
           MOVE WS-EVENT-CODE                 TO EVT-EVENT-CODE
           MOVE 'CMPTAXCK'                    TO EVT-SOURCE-ID
           MOVE WS-RUN-TIMESTAMP              TO EVT-TIMESTAMP
           WRITE COMPANY-EVENT-RECORD
           ADD 1 TO WS-EVENT-COUNT.

       8100-READ-MASTER.
           READ SORTED-MASTER-FILE
           CLOSE SORTED-MASTER-FILE
                 TAXPAYER-REGISTRY-FILE
                 CHECK-REPORT-FILE
                 COMPANY-EVENT-FILE
           IF EMIT-TRANS
               CLOSE CORRECTION-TRANS-FILE
           END-IF
           DISPLAY 'CMPTAXCK: REGISTRY INACTIVE = '
                   WS-INACTIVE-COUNT
           DISPLAY 'CMPTAXCK: TRANSACTIONS EMITTED = '
                   WS-TRANS-EMIT-COUNT
           DISPLAY 'CMPTAXCK: EVENTS WRITTEN = '
                   WS-EVENT-COUNT.
