       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPNOTFY.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPNOTFY
      * Contact notification extract. Gathers the night's
      * company events - the taxpayer findings CMPTAXCK
      * writes to its event file (not registered, wrong
      * type, registration inactive) and the applied CLOS/
      * REOP rows on CMPMAINT's audit trail - and joins each
      * one to the company's STATC and CNTCT rows on the
      * master, writing one notice record (CMPNOTC) per
      * event for the correspondence system.
      *
      * An event goes on the exceptions list instead when
      * the company is not on the master, has no CNTCT row,
      * or its contact is still on the contact review queue
      * (CNTCTQ) waiting to be worked.
      *
      * A notice for the same company and event code sent
      * within the suppression window (parameter, default
      * 30 days) is not sent again. The sent-notice history
      * (CMPNTFH) is read as the old generation and written
      * out again with the night's notices added and rows
      * past the window dropped.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-EVENT-FILE
               ASSIGN TO TAXCKEVT
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-MASTER-FILE
               ASSIGN TO CMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY.

           SELECT CONTACT-REVIEW-FILE
               ASSIGN TO CNTCTQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORY-IN-FILE
               ASSIGN TO NTFHIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORY-OUT-FILE
               ASSIGN TO NTFHOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIFY-PARM-FILE
               ASSIGN TO NTFYPRM
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTACT-NOTICE-FILE
               ASSIGN TO NOTICES
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO NTFYEXC
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CMPCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-EVENT-FILE
           RECORDING MODE IS F.
       COPY CMPEVNT.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY CMPMAUD.

       FD  COMPANY-MASTER-FILE.
       COPY CMPMSTRI.

       FD  CONTACT-REVIEW-FILE
           RECORDING MODE IS F.
       COPY CNTCTQ.

       FD  HISTORY-IN-FILE
           RECORDING MODE IS F.
       COPY CMPNTFH.

       FD  HISTORY-OUT-FILE
           RECORDING MODE IS F.
           COPY CMPNTFH REPLACING
               NOTICE-HISTORY-RECORD BY NEXT-HISTORY-RECORD
               NTFH-COMPANY-ID       BY NXTH-COMPANY-ID
               NTFH-EVENT-CODE       BY NXTH-EVENT-CODE
               NTFH-SENT-DATE        BY NXTH-SENT-DATE.

       FD  NOTIFY-PARM-FILE
           RECORDING MODE IS F.
       01  NOTIFY-PARM-RECORD.
           05  PARM-RUN-DATE         PIC X(8).
           05  PARM-SUPPRESS-DAYS    PIC 9(3).

       FD  CONTACT-NOTICE-FILE
           RECORDING MODE IS F.
       COPY CMPNOTC.

       FD  EXCEPTION-REPORT-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-REPORT-LINE     PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY CMPCTL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EVENT-EOF          PIC X VALUE 'N'.
               88  EVENT-EOF                 VALUE 'Y'.
           05  WS-AUDIT-EOF          PIC X VALUE 'N'.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  WS-QUEUE-EOF          PIC X VALUE 'N'.
               88  QUEUE-EOF                 VALUE 'Y'.
           05  WS-HISTORY-EOF        PIC X VALUE 'N'.
               88  HISTORY-EOF               VALUE 'Y'.
           05  WS-MASTER-FOUND       PIC X VALUE 'N'.
               88  MASTER-FOUND              VALUE 'Y'.
           05  WS-HISTORY-FOUND      PIC X VALUE 'N'.
               88  HISTORY-FOUND             VALUE 'Y'.
           05  WS-ON-REVIEW-QUEUE    PIC X VALUE 'N'.
               88  ON-REVIEW-QUEUE           VALUE 'Y'.

      *    Run date and suppression window, overridable from the
      *    parameter file; a blank date keeps today's date and a
      *    zero window keeps the default.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                     PIC 9(8).
       01  WS-SUPPRESS-DAYS          PIC 9(3) VALUE 030.

       01  WS-DATE-WORK.
           05  WS-RUN-DAY-NUMBER     PIC 9(7) VALUE 0.
           05  WS-SENT-DATE          PIC X(8).
           05  WS-SENT-DATE-NUM REDEFINES WS-SENT-DATE
                                     PIC 9(8).
           05  WS-AGE-DAYS           PIC S9(7) VALUE 0.

       01  WS-COUNTERS.
           05  WS-TAX-EVENT-COUNT    PIC 9(7) VALUE 0.
           05  WS-AUDIT-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-LIFECYCLE-COUNT    PIC 9(7) VALUE 0.
           05  WS-EVENT-COUNT        PIC 9(7) VALUE 0.
           05  WS-NOTICE-COUNT       PIC 9(7) VALUE 0.
           05  WS-SUPPRESSED-COUNT   PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-COUNT    PIC 9(7) VALUE 0.
           05  WS-HISTORY-READ-COUNT PIC 9(7) VALUE 0.
           05  WS-HISTORY-KEPT-COUNT PIC 9(7) VALUE 0.
           05  WS-HISTORY-COUNT      PIC 9(5) VALUE 0.
           05  WS-HISTORY-SUB        PIC 9(5) VALUE 0.
           05  WS-HISTORY-DROPPED    PIC 9(5) VALUE 0.
           05  WS-QUEUE-COUNT        PIC 9(5) VALUE 0.
           05  WS-QUEUE-SUB          PIC 9(5) VALUE 0.
           05  WS-QUEUE-DROPPED      PIC 9(5) VALUE 0.

      *    The event being worked, from either source.
           COPY CMPEVNT REPLACING
               COMPANY-EVENT-RECORD  BY WS-CURRENT-EVENT
               EVT-COMPANY-ID        BY CEV-COMPANY-ID
               EVT-EVENT-CODE        BY CEV-EVENT-CODE
               EVT-NOT-REGISTERED    BY CEV-NOT-REGISTERED
               EVT-TYPE-MISMATCH     BY CEV-TYPE-MISMATCH
               EVT-REGISTRY-INACTIVE BY CEV-REGISTRY-INACTIVE
               EVT-COMPANY-CLOSED    BY CEV-COMPANY-CLOSED
               EVT-COMPANY-REOPENED  BY CEV-COMPANY-REOPENED
               EVT-SOURCE-ID         BY CEV-SOURCE-ID
               EVT-TIMESTAMP         BY CEV-TIMESTAMP.

       01  WS-EXCEPTION-REASON       PIC X(40).

      *    Sent-notice history, old generation plus tonight's
      *    notices; one row per company and event code.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-ENTRY OCCURS 5000.
               10  HT-COMPANY-ID     PIC X(10).
               10  HT-EVENT-CODE     PIC X(4).
               10  HT-SENT-DATE      PIC X(8).

      *    Companies whose contact is on the review queue.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 2000.
               10  QT-COMPANY-ID     PIC X(10).

       01  WS-REPORT-HEADING.
           05  FILLER                PIC X(38) VALUE
               'CONTACT NOTIFICATION EXCEPTIONS FOR '.
           05  RH-RUN-DATE           PIC X(8).
           05  FILLER                PIC X(54) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(12) VALUE 'COMPANY-ID'.
           05  FILLER                PIC X(6)  VALUE 'EVENT'.
           05  FILLER                PIC X(10) VALUE 'SOURCE'.
           05  FILLER                PIC X(16) VALUE 'EVENT-TIME'.
           05  FILLER                PIC X(56) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  DL-COMPANY-ID         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-EVENT-CODE         PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-SOURCE-ID          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-EVENT-TIMESTAMP    PIC X(14).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-REASON             PIC X(40).
           05  FILLER                PIC X(16) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL              PIC X(40).
           05  TL-VALUE              PIC ZZZZZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TAX-EVENT UNTIL EVENT-EOF
           PERFORM 3000-PROCESS-AUDIT-ROW UNTIL AUDIT-EOF
           PERFORM 6000-WRITE-HISTORY
           PERFORM 7000-WRITE-REPORT-TOTALS
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT  NOTIFY-PARM-FILE
           READ NOTIFY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-RUN-DATE NOT = SPACES
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   IF PARM-SUPPRESS-DAYS IS NUMERIC
                      AND PARM-SUPPRESS-DAYS > 0
                       MOVE PARM-SUPPRESS-DAYS TO WS-SUPPRESS-DAYS
                   END-IF
           END-READ
           CLOSE NOTIFY-PARM-FILE
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           DISPLAY 'CMPNOTFY: RUN DATE ' WS-RUN-DATE
                   ', SUPPRESSION DAYS ' WS-SUPPRESS-DAYS
           PERFORM 1100-LOAD-REVIEW-QUEUE
           PERFORM 1200-LOAD-HISTORY
           OPEN INPUT  COMPANY-EVENT-FILE
                       MAINT-AUDIT-FILE
                       COMPANY-MASTER-FILE
           OPEN OUTPUT CONTACT-NOTICE-FILE
                       EXCEPTION-REPORT-FILE
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM 8100-READ-EVENT
           PERFORM 8200-READ-AUDIT.

       1100-LOAD-REVIEW-QUEUE.
           OPEN INPUT CONTACT-REVIEW-FILE
           PERFORM 8300-READ-REVIEW-QUEUE UNTIL QUEUE-EOF
           CLOSE CONTACT-REVIEW-FILE
           IF WS-QUEUE-DROPPED > 0
               DISPLAY 'CMPNOTFY: REVIEW QUEUE TABLE FULL - '
                       WS-QUEUE-DROPPED ' ITEMS NOT LOADED'
           END-IF.

       1200-LOAD-HISTORY.
           OPEN INPUT HISTORY-IN-FILE
           PERFORM 8400-READ-HISTORY UNTIL HISTORY-EOF
           CLOSE HISTORY-IN-FILE
           IF WS-HISTORY-DROPPED > 0
               DISPLAY 'CMPNOTFY: HISTORY TABLE FULL - '
                       WS-HISTORY-DROPPED ' ROWS NOT LOADED'
           END-IF.

       2000-PROCESS-TAX-EVENT.
           MOVE COMPANY-EVENT-RECORD TO WS-CURRENT-EVENT
           ADD 1 TO WS-TAX-EVENT-COUNT
           PERFORM 4000-NOTIFY-ONE-EVENT
           PERFORM 8100-READ-EVENT.

      *    Only lifecycle changes that were actually applied are
      *    events; rejected and held rows changed nothing.
       3000-PROCESS-AUDIT-ROW.
           IF AUD-APPLIED
              AND (AUD-TRANS-TYPE = 'CLOS' OR AUD-TRANS-TYPE = 'REOP')
               MOVE AUD-COMPANY-ID TO CEV-COMPANY-ID
               MOVE AUD-TRANS-TYPE TO CEV-EVENT-CODE
               MOVE 'CMPMAINT'     TO CEV-SOURCE-ID
               MOVE AUD-TIMESTAMP  TO CEV-TIMESTAMP
               ADD 1 TO WS-LIFECYCLE-COUNT
               PERFORM 4000-NOTIFY-ONE-EVENT
           END-IF
           PERFORM 8200-READ-AUDIT.

      *    Suppression is checked first - an event already notified
      *    inside the window needs no contact look-up at all.
       4000-NOTIFY-ONE-EVENT.
           ADD 1 TO WS-EVENT-COUNT
           PERFORM 5000-FIND-HISTORY
           IF HISTORY-FOUND
               MOVE HT-SENT-DATE (WS-HISTORY-SUB) TO WS-SENT-DATE
               PERFORM 5100-COMPUTE-SENT-AGE
           END-IF
           IF HISTORY-FOUND AND WS-AGE-DAYS < WS-SUPPRESS-DAYS
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               PERFORM 4100-BUILD-NOTICE
           END-IF.

      *    The company's details come off the STATC row into the
      *    notice before the CNTCT row is read into the same record
      *    area.
       4100-BUILD-NOTICE.
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE 'STATC' TO SEGMENT-ID OF COMPANY-DETAILS
           PERFORM 8500-READ-MASTER-ROW
           IF NOT MASTER-FOUND
               MOVE 'COMPANY NOT ON MASTER FILE'
                   TO WS-EXCEPTION-REASON
           ELSE
               PERFORM 4200-MOVE-COMPANY-DETAILS
               MOVE 'CNTCT' TO SEGMENT-ID OF COMPANY-DETAILS
               PERFORM 8500-READ-MASTER-ROW
               IF NOT MASTER-FOUND
                   MOVE 'NO CONTACT ROW ON MASTER FILE'
                       TO WS-EXCEPTION-REASON
               ELSE
                   PERFORM 5200-CHECK-REVIEW-QUEUE
                   IF ON-REVIEW-QUEUE
                       MOVE 'CONTACT IS ON THE CONTACT REVIEW QUEUE'
                           TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 4300-WRITE-NOTICE
           ELSE
               PERFORM 4900-WRITE-EXCEPTION
           END-IF.

       4200-MOVE-COMPANY-DETAILS.
           MOVE SPACES TO CONTACT-NOTICE-RECORD
           MOVE COMPANY-ID OF COMPANY-DETAILS TO NTC-COMPANY-ID
           MOVE COMPANY-NAME OF COMPANY-DETAILS
               TO NTC-COMPANY-NAME
           MOVE COMPANY-ADDRESS OF COMPANY-DETAILS
               TO NTC-COMPANY-ADDRESS
           MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
               TO NTC-TAXPAYER-TYPE
           IF TAXPAYER-STR OF COMPANY-DETAILS = SPACES
              OR TAXPAYER-STR OF COMPANY-DETAILS = LOW-VALUES
               MOVE 0 TO NTC-TAXPAYER-NUM
           ELSE
               MOVE TAXPAYER-NUM OF COMPANY-DETAILS
                   TO NTC-TAXPAYER-NUM
           END-IF
           MOVE COMPANY-STATUS OF COMPANY-DETAILS
               TO NTC-COMPANY-STATUS.

       4300-WRITE-NOTICE.
           MOVE CEV-EVENT-CODE TO NTC-EVENT-CODE
           EVALUATE TRUE
               WHEN CEV-NOT-REGISTERED
                   MOVE 'TAXPAYER NUMBER NOT REGISTERED'
                       TO NTC-EVENT-TEXT
               WHEN CEV-TYPE-MISMATCH
                   MOVE 'TAXPAYER TYPE DISAGREES'
                       TO NTC-EVENT-TEXT
               WHEN CEV-REGISTRY-INACTIVE
                   MOVE 'TAXPAYER REGISTRATION INACTIVE'
                       TO NTC-EVENT-TEXT
               WHEN CEV-COMPANY-CLOSED
                   MOVE 'COMPANY CLOSED' TO NTC-EVENT-TEXT
               WHEN CEV-COMPANY-REOPENED
                   MOVE 'COMPANY REOPENED' TO NTC-EVENT-TEXT
               WHEN OTHER
                   MOVE SPACES TO NTC-EVENT-TEXT
           END-EVALUATE
           MOVE CEV-TIMESTAMP  TO NTC-EVENT-TIMESTAMP
           MOVE WS-RUN-DATE    TO NTC-NOTICE-DATE
           MOVE CONTACT-NAME OF COMPANY-DETAILS
               TO NTC-CONTACT-NAME
           MOVE CONTACT-EMAIL OF COMPANY-DETAILS
               TO NTC-CONTACT-EMAIL
           MOVE CONTACT-PHONE OF COMPANY-DETAILS
               TO NTC-CONTACT-PHONE
           WRITE CONTACT-NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM 4400-RECORD-SENT.

      *    The history row for the company and event is re-dated,
      *    or added when it is the first notice of its kind.
       4400-RECORD-SENT.
           IF HISTORY-FOUND
               MOVE WS-RUN-DATE TO HT-SENT-DATE (WS-HISTORY-SUB)
           ELSE
               IF WS-HISTORY-COUNT < 5000
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE CEV-COMPANY-ID
                       TO HT-COMPANY-ID (WS-HISTORY-COUNT)
                   MOVE CEV-EVENT-CODE
                       TO HT-EVENT-CODE (WS-HISTORY-COUNT)
                   MOVE WS-RUN-DATE
                       TO HT-SENT-DATE (WS-HISTORY-COUNT)
               ELSE
                   ADD 1 TO WS-HISTORY-DROPPED
               END-IF
           END-IF.

       4900-WRITE-EXCEPTION.
           MOVE CEV-COMPANY-ID      TO DL-COMPANY-ID
           MOVE CEV-EVENT-CODE      TO DL-EVENT-CODE
           MOVE CEV-SOURCE-ID       TO DL-SOURCE-ID
           MOVE CEV-TIMESTAMP       TO DL-EVENT-TIMESTAMP
           MOVE WS-EXCEPTION-REASON TO DL-REASON
           WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       5000-FIND-HISTORY.
           MOVE 'N' TO WS-HISTORY-FOUND
           MOVE 0 TO WS-AGE-DAYS
           PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                   UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
                      OR HISTORY-FOUND
               IF HT-COMPANY-ID (WS-HISTORY-SUB) = CEV-COMPANY-ID
                  AND HT-EVENT-CODE (WS-HISTORY-SUB) = CEV-EVENT-CODE
                   SET HISTORY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF HISTORY-FOUND
               SUBTRACT 1 FROM WS-HISTORY-SUB
           END-IF.

      *    Days since the notice went out. A sent date that is not
      *    a date at all is treated as long past the window.
       5100-COMPUTE-SENT-AGE.
           IF WS-SENT-DATE-NUM IS NUMERIC
              AND WS-SENT-DATE-NUM > 16010101
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE (WS-SENT-DATE-NUM)
           ELSE
               MOVE 9999 TO WS-AGE-DAYS
           END-IF.

       5200-CHECK-REVIEW-QUEUE.
           MOVE 'N' TO WS-ON-REVIEW-QUEUE
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
                      OR ON-REVIEW-QUEUE
               IF QT-COMPANY-ID (WS-QUEUE-SUB) = CEV-COMPANY-ID
                   SET ON-REVIEW-QUEUE TO TRUE
               END-IF
           END-PERFORM.

      *    Only rows still inside the suppression window carry
      *    forward; older ones would no longer stop a notice.
       6000-WRITE-HISTORY.
           OPEN OUTPUT HISTORY-OUT-FILE
           PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                   UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
               MOVE HT-SENT-DATE (WS-HISTORY-SUB) TO WS-SENT-DATE
               PERFORM 5100-COMPUTE-SENT-AGE
               IF WS-AGE-DAYS < WS-SUPPRESS-DAYS
                   MOVE HT-COMPANY-ID (WS-HISTORY-SUB)
                       TO NXTH-COMPANY-ID
                   MOVE HT-EVENT-CODE (WS-HISTORY-SUB)
                       TO NXTH-EVENT-CODE
                   MOVE HT-SENT-DATE (WS-HISTORY-SUB)
                       TO NXTH-SENT-DATE
                   WRITE NEXT-HISTORY-RECORD
                   ADD 1 TO WS-HISTORY-KEPT-COUNT
               END-IF
           END-PERFORM
           CLOSE HISTORY-OUT-FILE.

       7000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE 'TAXPAYER FINDING EVENTS'      TO TL-LABEL
           MOVE WS-TAX-EVENT-COUNT             TO TL-VALUE
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSE/REOPEN EVENTS'          TO TL-LABEL
           MOVE WS-LIFECYCLE-COUNT             TO TL-VALUE
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOTICES WRITTEN'              TO TL-LABEL
           MOVE WS-NOTICE-COUNT                TO TL-VALUE
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SUPPRESSED - RECENTLY NOTIFIED' TO TL-LABEL
           MOVE WS-SUPPRESSED-COUNT            TO TL-VALUE
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EXCEPTIONS LISTED'            TO TL-LABEL
           MOVE WS-EXCEPTION-COUNT             TO TL-VALUE
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.

      *    Exceptions are the list's own work and do not flag the
      *    run; a table overflow flags it for review, since it
      *    means a notice may go out twice or a queued contact
      *    be written to.
       8000-SET-RETURN-CODE.
           IF WS-HISTORY-DROPPED > 0
              OR WS-QUEUE-DROPPED > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY 'CMPNOTFY: TABLE OVERFLOW - HISTORY '
                       WS-HISTORY-DROPPED ', REVIEW QUEUE '
                       WS-QUEUE-DROPPED
           END-IF.

       8100-READ-EVENT.
           READ COMPANY-EVENT-FILE
               AT END
                   SET EVENT-EOF TO TRUE
           END-READ.

       8200-READ-AUDIT.
           READ MAINT-AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
           END-READ.

       8300-READ-REVIEW-QUEUE.
           READ CONTACT-REVIEW-FILE
               AT END
                   SET QUEUE-EOF TO TRUE
               NOT AT END
                   IF WS-QUEUE-COUNT < 2000
                       ADD 1 TO WS-QUEUE-COUNT
                       MOVE REVC-COMPANY-ID
                           TO QT-COMPANY-ID (WS-QUEUE-COUNT)
                   ELSE
                       ADD 1 TO WS-QUEUE-DROPPED
                   END-IF
           END-READ.

       8400-READ-HISTORY.
           READ HISTORY-IN-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   IF WS-HISTORY-COUNT < 5000
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE NTFH-COMPANY-ID
                           TO HT-COMPANY-ID (WS-HISTORY-COUNT)
                       MOVE NTFH-EVENT-CODE
                           TO HT-EVENT-CODE (WS-HISTORY-COUNT)
                       MOVE NTFH-SENT-DATE
                           TO HT-SENT-DATE (WS-HISTORY-COUNT)
                   ELSE
                       ADD 1 TO WS-HISTORY-DROPPED
                   END-IF
           END-READ.

       8500-READ-MASTER-ROW.
           MOVE CEV-COMPANY-ID TO COMPANY-ID OF COMPANY-DETAILS
           MOVE 'Y' TO WS-MASTER-FOUND
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND
           END-READ.

       9000-TERMINATE.
           CLOSE COMPANY-EVENT-FILE
                 MAINT-AUDIT-FILE
                 COMPANY-MASTER-FILE
                 CONTACT-NOTICE-FILE
                 EXCEPTION-REPORT-FILE
           PERFORM 9100-WRITE-RUN-CONTROLS
           DISPLAY 'CMPNOTFY: TAXPAYER EVENTS READ  = '
                   WS-TAX-EVENT-COUNT
           DISPLAY 'CMPNOTFY: AUDIT ROWS READ       = '
                   WS-AUDIT-READ-COUNT
           DISPLAY 'CMPNOTFY: CLOSE/REOPEN EVENTS   = '
                   WS-LIFECYCLE-COUNT
           DISPLAY 'CMPNOTFY: NOTICES WRITTEN       = '
                   WS-NOTICE-COUNT
           DISPLAY 'CMPNOTFY: SUPPRESSED            = '
                   WS-SUPPRESSED-COUNT
           DISPLAY 'CMPNOTFY: EXCEPTIONS            = '
                   WS-EXCEPTION-COUNT
           DISPLAY 'CMPNOTFY: HISTORY ROWS READ     = '
                   WS-HISTORY-READ-COUNT
           DISPLAY 'CMPNOTFY: HISTORY ROWS KEPT     = '
                   WS-HISTORY-KEPT-COUNT.

       9100-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE 'CMPNOTFY'             TO CTL-PROGRAM-ID
           MOVE 'EVENTS-READ'          TO CTL-COUNTER-NAME
           MOVE WS-EVENT-COUNT         TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'NOTICES-WRITTEN'      TO CTL-COUNTER-NAME
           MOVE WS-NOTICE-COUNT        TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'NOTICES-SUPPRESSED'   TO CTL-COUNTER-NAME
           MOVE WS-SUPPRESSED-COUNT    TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'NOTICE-EXCEPTIONS'    TO CTL-COUNTER-NAME
           MOVE WS-EXCEPTION-COUNT     TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
