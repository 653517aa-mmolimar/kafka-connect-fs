       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPINQRY.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPINQRY
      * Single-company inquiry dossier. Takes a list of
      * COMPANY-IDs and prints, for each one in list order,
      * a self-contained dossier that can be handed to the
      * company or the auditor as it stands:
      *   1. the current master rows - STATC, CNTCT and the
      *      STRTC continuation - read by key, with
      *      TAXPAYER-NUM and every NUM1/NUM2 slot unpacked
      *   2. the full effective-dated history, from the
      *      retained file and the archive generations
      *      CMPHPRG purged to (concatenated on the archive
      *      DD), in effective-date order
      *   3. every maintenance audit row (CMPMAINT and
      *      CMPMERGE) and every approval audit row
      *      (CMPAPPRV) for the company
      *   4. any open taxpayer suspense, address review or
      *      contact review item, with the number of cycles
      *      it has been carried
      *   5. any strategy overflow line CMPLOAD wrote
      *   6. the last export cycle on the transmission log,
      *      and whether and how the company went out on it
      * Every sequential source is re-read for each company
      * - an inquiry list is a handful of IDs, so a re-read
      * beats holding the files in storage. A requested
      * COMPANY-ID found neither on the master nor in the
      * history is flagged on its dossier and ends the run
      * with RETURN-CODE 8, since it is most likely keyed
      * wrong on the list.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-SELECT-FILE
               ASSIGN TO INQSEL
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-MASTER-FILE
               ASSIGN TO CMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY.

           SELECT RETAINED-HISTORY-FILE
               ASSIGN TO RETHST
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHIVE-HISTORY-FILE
               ASSIGN TO ARCHST
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT APPROVAL-AUDIT-FILE
               ASSIGN TO APPRAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT TAXPAYER-SUSPENSE-FILE
               ASSIGN TO TAXSUSP
               ORGANIZATION IS SEQUENTIAL.

           SELECT ADDRESS-REVIEW-FILE
               ASSIGN TO ADDRQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTACT-REVIEW-FILE
               ASSIGN TO CNTCTQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT STRATEGY-OVERFLOW-FILE
               ASSIGN TO STROVFL
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXPORT-XMIT-FILE
               ASSIGN TO EXPXMIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-EXPORT-FILE
               ASSIGN TO CMPEXP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO INQRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-SELECT-FILE
           RECORDING MODE IS F.
       01  COMPANY-SELECT-RECORD.
           COPY RECONKEY REPLACING RECON-COMPANY-ID
               BY SELECT-COMPANY-ID.

       FD  COMPANY-MASTER-FILE.
       COPY CMPMSTRI.

       FD  RETAINED-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CMPHSTR.

       FD  ARCHIVE-HISTORY-FILE
           RECORDING MODE IS F.
           COPY CMPHSTR REPLACING
               COMPANY-HISTORY-RECORD BY ARCHIVE-HISTORY-RECORD
               HIST-COMPANY-ID       BY ARCH-COMPANY-ID
               HIST-EFF-START-DATE   BY ARCH-EFF-START-DATE
               HIST-EFF-END-DATE     BY ARCH-EFF-END-DATE
               HIST-CURRENTLY-EFFECTIVE
                                     BY ARCH-CURRENTLY-EFFECTIVE
               HIST-COMPANY-NAME     BY ARCH-COMPANY-NAME
               HIST-ADDRESS          BY ARCH-ADDRESS
               HIST-TAXPAYER-TYPE    BY ARCH-TAXPAYER-TYPE
               HIST-TAXPAYER-STR     BY ARCH-TAXPAYER-STR
               HIST-STRATEGY         BY ARCH-STRATEGY
               HIST-STRATEGY-ENTRY   BY ARCH-STRATEGY-ENTRY
               HIST-NUM1             BY ARCH-NUM1
               HIST-NUM2             BY ARCH-NUM2.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY CMPMAUD.

      *    Same CMPMAUD layout, written by CMPAPPRV; taken whole
      *    into the audit work row below.
       FD  APPROVAL-AUDIT-FILE
           RECORDING MODE IS F.
       01  APPROVAL-AUDIT-RECORD     PIC X(145).

       FD  TAXPAYER-SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY TAXPSUS.

       FD  ADDRESS-REVIEW-FILE
           RECORDING MODE IS F.
       COPY ADDRQ.

       FD  CONTACT-REVIEW-FILE
           RECORDING MODE IS F.
       COPY CNTCTQ.

       FD  STRATEGY-OVERFLOW-FILE
           RECORDING MODE IS F.
       COPY STRATOVF.

       FD  EXPORT-XMIT-FILE
           RECORDING MODE IS F.
       COPY CMPXMIT.

       FD  COMPANY-EXPORT-FILE.
       01  COMPANY-EXPORT-LINE       PIC X(450).

       FD  INQUIRY-REPORT-FILE
           RECORDING MODE IS F.
       01  INQUIRY-REPORT-LINE       PIC X(132).

      *    One company's history rows from both files, tagged with
      *    the file each came from.
       SD  SORT-WORK-FILE.
           COPY CMPHSTR REPLACING
               COMPANY-HISTORY-RECORD BY SORT-HISTORY-RECORD
               HIST-COMPANY-ID       BY SRT-COMPANY-ID
               HIST-EFF-START-DATE   BY SRT-EFF-START-DATE
               HIST-EFF-END-DATE     BY SRT-EFF-END-DATE
               HIST-CURRENTLY-EFFECTIVE
                                     BY SRT-CURRENTLY-EFFECTIVE
               HIST-COMPANY-NAME     BY SRT-COMPANY-NAME
               HIST-ADDRESS          BY SRT-ADDRESS
               HIST-TAXPAYER-TYPE    BY SRT-TAXPAYER-TYPE
               HIST-TAXPAYER-STR     BY SRT-TAXPAYER-STR
               HIST-STRATEGY         BY SRT-STRATEGY
               HIST-STRATEGY-ENTRY   BY SRT-STRATEGY-ENTRY
               HIST-NUM1             BY SRT-NUM1
               HIST-NUM2             BY SRT-NUM2.
           05  SRT-SOURCE            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-SELECT-EOF         PIC X VALUE 'N'.
               88  SELECT-EOF                VALUE 'Y'.
           05  WS-MASTER-FOUND       PIC X VALUE 'N'.
               88  MASTER-FOUND              VALUE 'Y'.
           05  WS-RETAINED-EOF       PIC X VALUE 'N'.
               88  RETAINED-EOF              VALUE 'Y'.
           05  WS-ARCHIVE-EOF        PIC X VALUE 'N'.
               88  ARCHIVE-EOF               VALUE 'Y'.
           05  WS-SORT-EOF           PIC X VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
           05  WS-AUDIT-EOF          PIC X VALUE 'N'.
               88  AUDIT-EOF                 VALUE 'Y'.
           05  WS-APPROVAL-EOF       PIC X VALUE 'N'.
               88  APPROVAL-EOF              VALUE 'Y'.
           05  WS-SUSPENSE-EOF       PIC X VALUE 'N'.
               88  SUSPENSE-EOF              VALUE 'Y'.
           05  WS-ADDRESS-EOF        PIC X VALUE 'N'.
               88  ADDRESS-EOF               VALUE 'Y'.
           05  WS-CONTACT-EOF        PIC X VALUE 'N'.
               88  CONTACT-EOF               VALUE 'Y'.
           05  WS-OVERFLOW-EOF       PIC X VALUE 'N'.
               88  OVERFLOW-EOF              VALUE 'Y'.
           05  WS-XMIT-EOF           PIC X VALUE 'N'.
               88  XMIT-EOF                  VALUE 'Y'.
           05  WS-XMIT-FOUND         PIC X VALUE 'N'.
               88  XMIT-FOUND                VALUE 'Y'.
           05  WS-EXPORT-EOF         PIC X VALUE 'N'.
               88  EXPORT-EOF                VALUE 'Y'.
           05  WS-EXPORT-CURRENT     PIC X VALUE 'N'.
               88  EXPORT-CURRENT            VALUE 'Y'.
           05  WS-EXPORT-LINE-FOUND  PIC X VALUE 'N'.
               88  EXPORT-LINE-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(8).

       01  WS-INQ-COMPANY-ID         PIC X(10) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-REQUESTED-COUNT    PIC 9(7) VALUE 0.
           05  WS-NOT-FOUND-COUNT    PIC 9(7) VALUE 0.
           05  WS-MASTER-ROW-COUNT   PIC 9(7) VALUE 0.
           05  WS-HISTORY-ROW-COUNT  PIC 9(7) VALUE 0.
           05  WS-AUDIT-ROW-COUNT    PIC 9(7) VALUE 0.
           05  WS-QUEUE-ITEM-COUNT   PIC 9(7) VALUE 0.
           05  WS-OVERFLOW-LINE-COUNT
                                     PIC 9(7) VALUE 0.
           05  WS-CO-MASTER-ROWS     PIC 9(5) VALUE 0.
           05  WS-CO-HISTORY-ROWS    PIC 9(5) VALUE 0.
           05  WS-SECTION-ROWS       PIC 9(5) VALUE 0.
           05  WS-SLOT-SUB           PIC 9(2) VALUE 0.

      *    Strategy sums across every slot on the company's
      *    master rows.
       01  WS-STRATEGY-SUMS.
           05  WS-SUM-NUM1           PIC 9(9) VALUE 0.
           05  WS-SUM-NUM2           PIC 9(9) VALUE 0.

       01  WS-DISPLAY-TAXPAYER-NUM   PIC 9(8).

       01  WS-TAXPAYER-WORK.
           05  WS-TAXPAYER-STR       PIC X(8).
           05  WS-TAXPAYER-NUM REDEFINES WS-TAXPAYER-STR
                                     PIC 9(8) COMP.

      *    The last cycle on the transmission log, and the cycle
      *    the export file on hand says it is.
       01  WS-LAST-XMIT.
           05  LX-CYCLE-NUMBER       PIC 9(5) VALUE 0.
           05  LX-RUN-DATE           PIC X(8) VALUE SPACES.
           05  LX-EXPORT-MODE        PIC X(1) VALUE SPACES.
               88  LX-DELTA-MODE              VALUE 'D'.
           05  LX-RECORD-COUNT       PIC 9(7) VALUE 0.

       01  WS-EXPORT-FILE-CYCLE      PIC 9(5) VALUE 0.
       01  WS-EXPORT-ACTION          PIC X(1) VALUE SPACES.

      *    Leading bytes of an export line - the H record, a full
      *    baseline data line (COMPANY-ID first) or a delta data
      *    line (action flag, then COMPANY-ID).
       01  WS-EXPORT-PREFIX          PIC X(20).
       01  WS-EXPORT-HEADER-VIEW REDEFINES WS-EXPORT-PREFIX.
           05  EH-RECORD-TYPE        PIC X(1).
           05  FILLER                PIC X(1).
           05  EH-RUN-DATE           PIC X(8).
           05  FILLER                PIC X(1).
           05  EH-CYCLE-NUMBER       PIC 9(5).
           05  FILLER                PIC X(4).
       01  WS-EXPORT-FULL-VIEW REDEFINES WS-EXPORT-PREFIX.
           05  EF-COMPANY-ID         PIC X(10).
           05  EF-SEPARATOR          PIC X(1).
           05  FILLER                PIC X(9).
       01  WS-EXPORT-DELTA-VIEW REDEFINES WS-EXPORT-PREFIX.
           05  ED-ACTION             PIC X(1).
           05  ED-ACTION-SEPARATOR   PIC X(1).
           05  ED-COMPANY-ID         PIC X(10).
           05  ED-SEPARATOR          PIC X(1).
           05  FILLER                PIC X(7).

      *    Work copy of one audit row, from either audit file.
           COPY CMPMAUD REPLACING
               COMPANY-MAINT-AUDIT-RECORD BY WS-WORK-AUDIT-ROW
               AUD-COMPANY-ID        BY WRK-COMPANY-ID
               AUD-TRANS-TYPE        BY WRK-TRANS-TYPE
               AUD-USER-ID           BY WRK-USER-ID
               AUD-TIMESTAMP         BY WRK-TIMESTAMP
               AUD-STATUS            BY WRK-STATUS
               AUD-APPLIED           BY WRK-APPLIED
               AUD-REJECTED          BY WRK-REJECTED
               AUD-HELD              BY WRK-HELD
               AUD-APPROVED          BY WRK-APPROVED
               AUD-REASON            BY WRK-REASON
               AUD-BEFORE-TAXPAYER-TYPE
                                     BY WRK-BEFORE-TAXPAYER-TYPE
               AUD-BEFORE-TAXPAYER-STR
                                     BY WRK-BEFORE-TAXPAYER-STR
               AUD-AFTER-TAXPAYER-TYPE
                                     BY WRK-AFTER-TAXPAYER-TYPE
               AUD-AFTER-TAXPAYER-STR
                                     BY WRK-AFTER-TAXPAYER-STR
               AUD-STRATEGY-SLOT     BY WRK-STRATEGY-SLOT
               AUD-BEFORE-NUM1       BY WRK-BEFORE-NUM1
               AUD-BEFORE-NUM2       BY WRK-BEFORE-NUM2
               AUD-AFTER-NUM1        BY WRK-AFTER-NUM1
               AUD-AFTER-NUM2        BY WRK-AFTER-NUM2
               AUD-BEFORE-STATUS     BY WRK-BEFORE-STATUS
               AUD-AFTER-STATUS      BY WRK-AFTER-STATUS
               AUD-MERGE-SLOT        BY WRK-MERGE-SLOT
               AUD-RELATED-COMPANY-ID
                                     BY WRK-RELATED-COMPANY-ID.

       01  WS-RULE-LINE              PIC X(132) VALUE ALL '='.

       01  WS-DOSSIER-HEADING.
           05  FILLER                PIC X(28) VALUE
               'COMPANY INQUIRY DOSSIER FOR '.
           05  DH-COMPANY-ID         PIC X(10).
           05  FILLER                PIC X(14) VALUE
               '    RUN DATE  '.
           05  DH-RUN-DATE           PIC X(8).
           05  FILLER                PIC X(72) VALUE SPACES.

       01  WS-DOSSIER-END-LINE.
           05  FILLER                PIC X(19) VALUE
               'END OF DOSSIER FOR '.
           05  DE-COMPANY-ID         PIC X(10).
           05  FILLER                PIC X(103) VALUE SPACES.

       01  WS-SECTION-HEADING.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  SH-TEXT               PIC X(70).
           05  FILLER                PIC X(60) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  NL-TEXT               PIC X(70).
           05  FILLER                PIC X(56) VALUE SPACES.

       01  WS-FIELD-LINE.
           05  FILLER                PIC X(6).
           05  FL-LABEL              PIC X(20).
           05  FL-VALUE              PIC X(40).
           05  FILLER                PIC X(2).
           05  FL-NOTE               PIC X(40).
           05  FILLER                PIC X(24).

       01  WS-STRATEGY-HEADING.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE 'SEGMENT'.
           05  FILLER                PIC X(6)  VALUE 'SLOT'.
           05  FILLER                PIC X(11) VALUE 'NUM1'.
           05  FILLER                PIC X(101) VALUE 'NUM2'.

       01  WS-STRATEGY-LINE.
           05  FILLER                PIC X(6).
           05  SL-SEGMENT            PIC X(5).
           05  FILLER                PIC X(3).
           05  SL-SLOT               PIC Z9.
           05  FILLER                PIC X(4).
           05  SL-NUM1               PIC ZZZZZZ9.
           05  FILLER                PIC X(4).
           05  SL-NUM2               PIC ZZZZZZ9.
           05  FILLER                PIC X(94).

       01  WS-STRATEGY-TOTAL-LINE.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  FILLER                PIC X(12) VALUE 'ALL SLOTS'.
           05  ST-NUM1               PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  ST-NUM2               PIC ZZZZZZZZ9.
           05  FILLER                PIC X(94) VALUE SPACES.

       01  WS-HISTORY-HEADING.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'SOURCE'.
           05  FILLER                PIC X(10) VALUE 'EFF-START'.
           05  FILLER                PIC X(10) VALUE 'EFF-END'.
           05  FILLER                PIC X(17) VALUE 'COMPANY-NAME'.
           05  FILLER                PIC X(27) VALUE 'ADDRESS'.
           05  FILLER                PIC X(5)  VALUE 'TYPE'.
           05  FILLER                PIC X(47) VALUE 'TAXPAYER'.

       01  WS-HISTORY-LINE.
           05  FILLER                PIC X(6).
           05  HL-SOURCE             PIC X(8).
           05  FILLER                PIC X(2).
           05  HL-EFF-START          PIC X(8).
           05  FILLER                PIC X(2).
           05  HL-EFF-END            PIC X(8).
           05  FILLER                PIC X(2).
           05  HL-COMPANY-NAME       PIC X(15).
           05  FILLER                PIC X(2).
           05  HL-ADDRESS            PIC X(25).
           05  FILLER                PIC X(2).
           05  HL-TAXPAYER-TYPE      PIC X(1).
           05  FILLER                PIC X(4).
           05  HL-TAXPAYER-NUM       PIC 9(8).
           05  FILLER                PIC X(39).

       01  WS-HISTORY-STRATEGY-LINE.
           05  FILLER                PIC X(16).
           05  HS-LABEL              PIC X(10).
           05  HS-ENTRY OCCURS 6.
               10  HS-NUM1           PIC ZZZZZZ9.
               10  HS-SLASH          PIC X(1).
               10  HS-NUM2           PIC ZZZZZZ9.
               10  FILLER            PIC X(2).
           05  FILLER                PIC X(4).

       01  WS-AUDIT-HEADING.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  FILLER                PIC X(16) VALUE 'TIMESTAMP'.
           05  FILLER                PIC X(6)  VALUE 'TYPE'.
           05  FILLER                PIC X(10) VALUE 'USER-ID'.
           05  FILLER                PIC X(10) VALUE 'STATUS'.
           05  FILLER                PIC X(84) VALUE 'REASON'.

       01  WS-AUDIT-LINE.
           05  FILLER                PIC X(6).
           05  AL-TIMESTAMP          PIC X(14).
           05  FILLER                PIC X(2).
           05  AL-TRANS-TYPE         PIC X(4).
           05  FILLER                PIC X(2).
           05  AL-USER-ID            PIC X(8).
           05  FILLER                PIC X(2).
           05  AL-STATUS             PIC X(8).
           05  FILLER                PIC X(2).
           05  AL-REASON             PIC X(40).
           05  FILLER                PIC X(44).

      *    Before/after images carried on the audit row, under
      *    the row it belongs to.
       01  WS-AUDIT-VALUES-LINE.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X(9)  VALUE 'TAXPAYER '.
           05  AV-BEFORE-TYPE        PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  AV-BEFORE-STR         PIC 9(8).
           05  FILLER                PIC X(4)  VALUE ' -> '.
           05  AV-AFTER-TYPE         PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  AV-AFTER-STR          PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(5)  VALUE 'SLOT '.
           05  AV-SLOT               PIC Z9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(5)  VALUE 'NUM1 '.
           05  AV-BEFORE-NUM1        PIC ZZZZZZ9.
           05  FILLER                PIC X(4)  VALUE ' -> '.
           05  AV-AFTER-NUM1         PIC ZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(5)  VALUE 'NUM2 '.
           05  AV-BEFORE-NUM2        PIC ZZZZZZ9.
           05  FILLER                PIC X(4)  VALUE ' -> '.
           05  AV-AFTER-NUM2         PIC ZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(7)  VALUE 'STATUS '.
           05  AV-BEFORE-STATUS      PIC X(1).
           05  FILLER                PIC X(4)  VALUE ' -> '.
           05  AV-AFTER-STATUS       PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(5)  VALUE 'WITH '.
           05  AV-RELATED-COMPANY-ID PIC X(10).

       01  WS-QUEUE-HEADING.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'QUEUE'.
           05  FILLER                PIC X(8)  VALUE 'REASON'.
           05  FILLER                PIC X(7)  VALUE 'AGE'.
           05  FILLER                PIC X(42) VALUE 'REASON-TEXT'.
           05  FILLER                PIC X(59) VALUE 'QUEUED VALUE'.

       01  WS-QUEUE-LINE.
           05  FILLER                PIC X(6).
           05  QL-QUEUE              PIC X(8).
           05  FILLER                PIC X(2).
           05  QL-REASON-CODE        PIC X(4).
           05  FILLER                PIC X(4).
           05  QL-AGE                PIC ZZ9.
           05  FILLER                PIC X(4).
           05  QL-REASON-TEXT        PIC X(40).
           05  FILLER                PIC X(2).
           05  QL-CONTENT            PIC X(59).

       01  WS-OVERFLOW-HEADING.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  FILLER                PIC X(9)  VALUE 'SEQ'.
           05  FILLER                PIC X(11) VALUE 'NUM1'.
           05  FILLER                PIC X(11) VALUE 'NUM2'.
           05  FILLER                PIC X(95) VALUE 'REASON'.

       01  WS-OVERFLOW-LINE.
           05  FILLER                PIC X(6).
           05  OL-SEQUENCE-NO        PIC ZZZZ9.
           05  FILLER                PIC X(4).
           05  OL-NUM1               PIC ZZZZZZ9.
           05  FILLER                PIC X(4).
           05  OL-NUM2               PIC ZZZZZZ9.
           05  FILLER                PIC X(4).
           05  OL-REASON             PIC X(40).
           05  FILLER                PIC X(55).

       01  WS-TOTAL-LINE.
           05  TL-LABEL              PIC X(40).
           05  TL-VALUE              PIC ZZZZZZ9.
           05  FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-INQUIRY UNTIL SELECT-EOF
           PERFORM 7000-WRITE-REPORT-TOTALS
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT  COMPANY-SELECT-FILE
           OPEN INPUT  COMPANY-MASTER-FILE
           OPEN OUTPUT INQUIRY-REPORT-FILE
           PERFORM 1100-FIND-LAST-XMIT
           PERFORM 1200-READ-EXPORT-HEADER
           PERFORM 8100-READ-SELECT.

      *    The transmission log is appended one record per cycle
      *    sent, so the last record read is the last cycle.
       1100-FIND-LAST-XMIT.
           OPEN INPUT EXPORT-XMIT-FILE
           PERFORM 1150-READ-XMIT UNTIL XMIT-EOF
           CLOSE EXPORT-XMIT-FILE
           IF XMIT-FOUND
               DISPLAY 'CMPINQRY: LAST EXPORT CYCLE '
                       LX-CYCLE-NUMBER ' SENT ' LX-RUN-DATE
           ELSE
               DISPLAY 'CMPINQRY: NO CYCLE ON THE EXPORT '
                       'TRANSMISSION LOG'
           END-IF.

       1150-READ-XMIT.
           READ EXPORT-XMIT-FILE
               AT END
                   SET XMIT-EOF TO TRUE
               NOT AT END
                   SET XMIT-FOUND TO TRUE
                   MOVE XMIT-CYCLE-NUMBER TO LX-CYCLE-NUMBER
                   MOVE XMIT-RUN-DATE     TO LX-RUN-DATE
                   MOVE XMIT-EXPORT-MODE  TO LX-EXPORT-MODE
                   MOVE XMIT-RECORD-COUNT TO LX-RECORD-COUNT
           END-READ.

      *    The export file on hand is only searched for a company's
      *    line when its H record names the same cycle as the last
      *    one logged - an older or newer file would answer for the
      *    wrong send.
       1200-READ-EXPORT-HEADER.
           OPEN INPUT COMPANY-EXPORT-FILE
           READ COMPANY-EXPORT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE COMPANY-EXPORT-LINE TO WS-EXPORT-PREFIX
                   IF EH-RECORD-TYPE = 'H'
                      AND EH-CYCLE-NUMBER IS NUMERIC
                       MOVE EH-CYCLE-NUMBER TO WS-EXPORT-FILE-CYCLE
                   END-IF
           END-READ
           CLOSE COMPANY-EXPORT-FILE
           IF XMIT-FOUND
              AND WS-EXPORT-FILE-CYCLE = LX-CYCLE-NUMBER
               SET EXPORT-CURRENT TO TRUE
           ELSE
               DISPLAY 'CMPINQRY: EXPORT FILE ON HAND IS NOT THE '
                       'LAST CYCLE LOGGED - COMPANY LINES NOT CHECKED'
           END-IF.

      *    Blank records on the list are passed over; every other
      *    COMPANY-ID gets a dossier, in the order requested.
       2000-PROCESS-INQUIRY.
           IF SELECT-COMPANY-ID NOT = SPACES
               MOVE SELECT-COMPANY-ID TO WS-INQ-COMPANY-ID
               ADD 1 TO WS-REQUESTED-COUNT
               PERFORM 2100-START-DOSSIER
               PERFORM 3000-MASTER-SECTION
               PERFORM 3400-HISTORY-SECTION
               PERFORM 4000-AUDIT-SECTION
               PERFORM 4400-QUEUE-SECTION
               PERFORM 4800-OVERFLOW-SECTION
               PERFORM 5000-EXPORT-SECTION
               PERFORM 6000-FINISH-DOSSIER
           END-IF
           PERFORM 8100-READ-SELECT.

       2100-START-DOSSIER.
           MOVE 0 TO WS-CO-MASTER-ROWS
           MOVE 0 TO WS-CO-HISTORY-ROWS
           MOVE WS-INQ-COMPANY-ID TO DH-COMPANY-ID
           MOVE WS-RUN-DATE       TO DH-RUN-DATE
           WRITE INQUIRY-REPORT-LINE FROM WS-RULE-LINE
           WRITE INQUIRY-REPORT-LINE FROM WS-DOSSIER-HEADING
           WRITE INQUIRY-REPORT-LINE FROM WS-RULE-LINE.

      *    Each segment is read by key; a missing row is stated
      *    rather than left out, so the requester sees it was
      *    looked for.
       3000-MASTER-SECTION.
           MOVE 'CURRENT MASTER ROWS' TO SH-TEXT
           PERFORM 8800-WRITE-SECTION-HEADING
           MOVE 0 TO WS-SUM-NUM1
           MOVE 0 TO WS-SUM-NUM2

           MOVE WS-INQ-COMPANY-ID TO COMPANY-ID OF COMPANY-DETAILS
           MOVE 'STATC'           TO SEGMENT-ID OF COMPANY-DETAILS
           PERFORM 8200-READ-MASTER-ROW
           IF MASTER-FOUND
               PERFORM 3100-PRINT-STATIC-ROW
           ELSE
               MOVE 'NO STATC ROW ON THE MASTER' TO NL-TEXT
               WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
           END-IF

           MOVE WS-INQ-COMPANY-ID TO COMPANY-ID OF COMPANY-DETAILS
           MOVE 'CNTCT'           TO SEGMENT-ID OF COMPANY-DETAILS
           PERFORM 8200-READ-MASTER-ROW
           IF MASTER-FOUND
               PERFORM 3200-PRINT-CONTACT-ROW
           ELSE
               MOVE 'NO CNTCT ROW ON THE MASTER' TO NL-TEXT
               WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
           END-IF

           MOVE WS-INQ-COMPANY-ID TO COMPANY-ID OF COMPANY-DETAILS
           MOVE 'STRTC'           TO SEGMENT-ID OF COMPANY-DETAILS
           PERFORM 8200-READ-MASTER-ROW
           IF MASTER-FOUND
               PERFORM 3300-PRINT-EXTRA-ROW
           ELSE
               MOVE 'NO STRTC CONTINUATION ROW ON THE MASTER'
                   TO NL-TEXT
               WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
           END-IF

           IF WS-CO-MASTER-ROWS > 0
               MOVE WS-SUM-NUM1 TO ST-NUM1
               MOVE WS-SUM-NUM2 TO ST-NUM2
               WRITE INQUIRY-REPORT-LINE FROM WS-STRATEGY-TOTAL-LINE
           END-IF.

      *    The same guard CMPEXPRT applies - TAXPAYER-NUM is the
      *    COMP redefinition of TAXPAYER-STR and is not safe to
      *    read when the row was loaded with TAXPAYER-STR blank.
       3100-PRINT-STATIC-ROW.
           ADD 1 TO WS-CO-MASTER-ROWS
           ADD 1 TO WS-MASTER-ROW-COUNT
           MOVE 'STATC ROW - STATIC DETAILS' TO NL-TEXT
           WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'COMPANY-NAME'   TO FL-LABEL
           MOVE COMPANY-NAME OF COMPANY-DETAILS TO FL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'ADDRESS'        TO FL-LABEL
           MOVE COMPANY-ADDRESS OF COMPANY-DETAILS TO FL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'TAXPAYER-TYPE'  TO FL-LABEL
           MOVE TAXPAYER-TYPE OF COMPANY-DETAILS TO FL-VALUE
           EVALUATE TRUE
               WHEN TAXPAYER-TYPE-INDIVIDUAL OF COMPANY-DETAILS
                   MOVE 'INDIVIDUAL' TO FL-NOTE
               WHEN TAXPAYER-TYPE-BUSINESS OF COMPANY-DETAILS
                   MOVE 'BUSINESS'   TO FL-NOTE
               WHEN TAXPAYER-TYPE-EXEMPT OF COMPANY-DETAILS
                   MOVE 'EXEMPT'     TO FL-NOTE
               WHEN OTHER
                   MOVE 'UNRECOGNISED TYPE' TO FL-NOTE
           END-EVALUATE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'TAXPAYER-NUM'   TO FL-LABEL
           IF TAXPAYER-STR OF COMPANY-DETAILS = SPACES
               MOVE 0 TO WS-DISPLAY-TAXPAYER-NUM
               MOVE 'TAXPAYER-STR BLANK - NOT UNPACKED' TO FL-NOTE
           ELSE
               MOVE TAXPAYER-NUM OF COMPANY-DETAILS
                   TO WS-DISPLAY-TAXPAYER-NUM
           END-IF
           MOVE WS-DISPLAY-TAXPAYER-NUM TO FL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'COMPANY-STATUS' TO FL-LABEL
           MOVE COMPANY-STATUS OF COMPANY-DETAILS TO FL-VALUE
           EVALUATE TRUE
               WHEN COMPANY-IS-CLOSED OF COMPANY-DETAILS
                   MOVE 'CLOSED' TO FL-NOTE
               WHEN COMPANY-IS-OPEN OF COMPANY-DETAILS
                   MOVE 'OPEN'   TO FL-NOTE
               WHEN OTHER
                   MOVE 'UNRECOGNISED STATUS' TO FL-NOTE
           END-EVALUATE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE

           WRITE INQUIRY-REPORT-LINE FROM WS-STRATEGY-HEADING
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 6
               MOVE SPACES TO WS-STRATEGY-LINE
               MOVE 'STATC'     TO SL-SEGMENT
               MOVE WS-SLOT-SUB TO SL-SLOT
               MOVE NUM1 OF COMPANY-DETAILS (WS-SLOT-SUB) TO SL-NUM1
               MOVE NUM2 OF COMPANY-DETAILS (WS-SLOT-SUB) TO SL-NUM2
               ADD NUM1 OF COMPANY-DETAILS (WS-SLOT-SUB)
                   TO WS-SUM-NUM1
               ADD NUM2 OF COMPANY-DETAILS (WS-SLOT-SUB)
                   TO WS-SUM-NUM2
               WRITE INQUIRY-REPORT-LINE FROM WS-STRATEGY-LINE
           END-PERFORM.

       3200-PRINT-CONTACT-ROW.
           ADD 1 TO WS-CO-MASTER-ROWS
           ADD 1 TO WS-MASTER-ROW-COUNT
           MOVE 'CNTCT ROW - CONTACT DETAILS' TO NL-TEXT
           WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'CONTACT-NAME'  TO FL-LABEL
           MOVE CONTACT-NAME OF COMPANY-DETAILS TO FL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'CONTACT-PHONE' TO FL-LABEL
           MOVE CONTACT-PHONE OF COMPANY-DETAILS TO FL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'CONTACT-EMAIL' TO FL-LABEL
           MOVE CONTACT-EMAIL OF COMPANY-DETAILS TO FL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE.

      *    Continuation pairs are strategy slots 7 to 18.
       3300-PRINT-EXTRA-ROW.
           ADD 1 TO WS-CO-MASTER-ROWS
           ADD 1 TO WS-MASTER-ROW-COUNT
           MOVE 'STRTC ROW - STRATEGY CONTINUATION' TO NL-TEXT
           WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
           WRITE INQUIRY-REPORT-LINE FROM WS-STRATEGY-HEADING
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 12
               MOVE SPACES TO WS-STRATEGY-LINE
               MOVE 'STRTC'     TO SL-SEGMENT
               ADD 6 WS-SLOT-SUB GIVING SL-SLOT
               MOVE EXTRA-NUM1 (WS-SLOT-SUB) TO SL-NUM1
               MOVE EXTRA-NUM2 (WS-SLOT-SUB) TO SL-NUM2
               ADD EXTRA-NUM1 (WS-SLOT-SUB) TO WS-SUM-NUM1
               ADD EXTRA-NUM2 (WS-SLOT-SUB) TO WS-SUM-NUM2
               WRITE INQUIRY-REPORT-LINE FROM WS-STRATEGY-LINE
           END-PERFORM.

      *    The company's rows from the retained file and every
      *    archive generation, sorted back into effective-date
      *    order the way CMPHRTRV does for a whole list.
       3400-HISTORY-SECTION.
           MOVE 'EFFECTIVE-DATED HISTORY - RETAINED AND ARCHIVED ROWS'
               TO SH-TEXT
           PERFORM 8800-WRITE-SECTION-HEADING
           WRITE INQUIRY-REPORT-LINE FROM WS-HISTORY-HEADING
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EFF-START-DATE
                                SRT-EFF-END-DATE
               INPUT PROCEDURE IS 3500-SELECT-HISTORY
               OUTPUT PROCEDURE IS 3700-PRINT-HISTORY
           IF WS-CO-HISTORY-ROWS = 0
               MOVE 'NO HISTORY ROWS ON THE RETAINED OR ARCHIVE FILES'
                   TO NL-TEXT
               WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

       3500-SELECT-HISTORY.
           MOVE 'N' TO WS-RETAINED-EOF
           OPEN INPUT RETAINED-HISTORY-FILE
           PERFORM 8300-READ-RETAINED
           PERFORM 3510-SIFT-RETAINED UNTIL RETAINED-EOF
           CLOSE RETAINED-HISTORY-FILE
           MOVE 'N' TO WS-ARCHIVE-EOF
           OPEN INPUT ARCHIVE-HISTORY-FILE
           PERFORM 8350-READ-ARCHIVE
           PERFORM 3520-SIFT-ARCHIVE UNTIL ARCHIVE-EOF
           CLOSE ARCHIVE-HISTORY-FILE.

       3510-SIFT-RETAINED.
           IF HIST-COMPANY-ID = WS-INQ-COMPANY-ID
               MOVE COMPANY-HISTORY-RECORD TO SORT-HISTORY-RECORD
               MOVE 'RETAINED' TO SRT-SOURCE
               RELEASE SORT-HISTORY-RECORD
           END-IF
           PERFORM 8300-READ-RETAINED.

       3520-SIFT-ARCHIVE.
           IF ARCH-COMPANY-ID = WS-INQ-COMPANY-ID
               MOVE ARCHIVE-HISTORY-RECORD TO SORT-HISTORY-RECORD
               MOVE 'ARCHIVE' TO SRT-SOURCE
               RELEASE SORT-HISTORY-RECORD
           END-IF
           PERFORM 8350-READ-ARCHIVE.

       3700-PRINT-HISTORY.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 8500-RETURN-SORTED
           PERFORM 3710-PRINT-HISTORY-ROW UNTIL SORT-EOF.

       3710-PRINT-HISTORY-ROW.
           ADD 1 TO WS-CO-HISTORY-ROWS
           ADD 1 TO WS-HISTORY-ROW-COUNT
           IF SRT-TAXPAYER-STR = SPACES
               MOVE 0 TO WS-DISPLAY-TAXPAYER-NUM
           ELSE
               MOVE SRT-TAXPAYER-STR TO WS-TAXPAYER-STR
               MOVE WS-TAXPAYER-NUM  TO WS-DISPLAY-TAXPAYER-NUM
           END-IF
           MOVE SPACES              TO WS-HISTORY-LINE
           MOVE SRT-SOURCE          TO HL-SOURCE
           MOVE SRT-EFF-START-DATE  TO HL-EFF-START
           IF SRT-CURRENTLY-EFFECTIVE
               MOVE 'CURRENT'       TO HL-EFF-END
           ELSE
               MOVE SRT-EFF-END-DATE TO HL-EFF-END
           END-IF
           MOVE SRT-COMPANY-NAME    TO HL-COMPANY-NAME
           MOVE SRT-ADDRESS         TO HL-ADDRESS
           MOVE SRT-TAXPAYER-TYPE   TO HL-TAXPAYER-TYPE
           MOVE WS-DISPLAY-TAXPAYER-NUM
                                    TO HL-TAXPAYER-NUM
           WRITE INQUIRY-REPORT-LINE FROM WS-HISTORY-LINE

           MOVE SPACES      TO WS-HISTORY-STRATEGY-LINE
           MOVE 'NUM1/NUM2' TO HS-LABEL
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 6
               MOVE SRT-NUM1 (WS-SLOT-SUB) TO HS-NUM1 (WS-SLOT-SUB)
               MOVE '/'                    TO HS-SLASH (WS-SLOT-SUB)
               MOVE SRT-NUM2 (WS-SLOT-SUB) TO HS-NUM2 (WS-SLOT-SUB)
           END-PERFORM
           WRITE INQUIRY-REPORT-LINE FROM WS-HISTORY-STRATEGY-LINE
           PERFORM 8500-RETURN-SORTED.

      *    CMPMAINT and CMPAPPRV open MAINTAUD and APPRAUD fresh
      *    each night, so the generations must be concatenated
      *    oldest first on each DD - file order is taken as time
      *    order within each trail.
       4000-AUDIT-SECTION.
           MOVE 'MAINTENANCE ACTIONS - MAINTENANCE AUDIT TRAIL'
               TO SH-TEXT
           PERFORM 8800-WRITE-SECTION-HEADING
           WRITE INQUIRY-REPORT-LINE FROM WS-AUDIT-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT MAINT-AUDIT-FILE
           PERFORM 8400-READ-AUDIT
           PERFORM 4100-SIFT-MAINT-AUDIT UNTIL AUDIT-EOF
           CLOSE MAINT-AUDIT-FILE
           PERFORM 8900-WRITE-NONE-ON-FILE

           MOVE 'APPROVAL ACTIONS - APPROVAL AUDIT TRAIL' TO SH-TEXT
           PERFORM 8800-WRITE-SECTION-HEADING
           WRITE INQUIRY-REPORT-LINE FROM WS-AUDIT-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           MOVE 'N' TO WS-APPROVAL-EOF
           OPEN INPUT APPROVAL-AUDIT-FILE
           PERFORM 8450-READ-APPROVAL
           PERFORM 4200-SIFT-APPROVAL-AUDIT UNTIL APPROVAL-EOF
           CLOSE APPROVAL-AUDIT-FILE
           PERFORM 8900-WRITE-NONE-ON-FILE.

       4100-SIFT-MAINT-AUDIT.
           IF AUD-COMPANY-ID = WS-INQ-COMPANY-ID
               MOVE COMPANY-MAINT-AUDIT-RECORD TO WS-WORK-AUDIT-ROW
               PERFORM 4300-PRINT-AUDIT-ROW
           END-IF
           PERFORM 8400-READ-AUDIT.

       4200-SIFT-APPROVAL-AUDIT.
           MOVE APPROVAL-AUDIT-RECORD TO WS-WORK-AUDIT-ROW
           IF WRK-COMPANY-ID = WS-INQ-COMPANY-ID
               PERFORM 4300-PRINT-AUDIT-ROW
           END-IF
           PERFORM 8450-READ-APPROVAL.

      *    A merge pair carries its slot (1-18) in the merge slot;
      *    every other row carries it in the strategy slot.
       4300-PRINT-AUDIT-ROW.
           ADD 1 TO WS-SECTION-ROWS
           ADD 1 TO WS-AUDIT-ROW-COUNT
           MOVE SPACES         TO WS-AUDIT-LINE
           MOVE WRK-TIMESTAMP  TO AL-TIMESTAMP
           MOVE WRK-TRANS-TYPE TO AL-TRANS-TYPE
           MOVE WRK-USER-ID    TO AL-USER-ID
           MOVE WRK-STATUS     TO AL-STATUS
           MOVE WRK-REASON     TO AL-REASON
           WRITE INQUIRY-REPORT-LINE FROM WS-AUDIT-LINE

           MOVE WRK-BEFORE-TAXPAYER-TYPE TO AV-BEFORE-TYPE
           PERFORM 4310-CONVERT-BEFORE-TAXPAYER
           MOVE WRK-AFTER-TAXPAYER-TYPE  TO AV-AFTER-TYPE
           PERFORM 4320-CONVERT-AFTER-TAXPAYER
           IF WRK-MERGE-SLOT > 0
               MOVE WRK-MERGE-SLOT       TO AV-SLOT
           ELSE
               MOVE WRK-STRATEGY-SLOT    TO AV-SLOT
           END-IF
           MOVE WRK-BEFORE-NUM1          TO AV-BEFORE-NUM1
           MOVE WRK-AFTER-NUM1           TO AV-AFTER-NUM1
           MOVE WRK-BEFORE-NUM2          TO AV-BEFORE-NUM2
           MOVE WRK-AFTER-NUM2           TO AV-AFTER-NUM2
           MOVE WRK-BEFORE-STATUS        TO AV-BEFORE-STATUS
           MOVE WRK-AFTER-STATUS         TO AV-AFTER-STATUS
           MOVE WRK-RELATED-COMPANY-ID   TO AV-RELATED-COMPANY-ID
           WRITE INQUIRY-REPORT-LINE FROM WS-AUDIT-VALUES-LINE.

      *    The audit row carries TAXPAYER-NUM's COMP bytes in the
      *    TAXPAYER-STR slots; a blank slot prints as zero.
       4310-CONVERT-BEFORE-TAXPAYER.
           IF WRK-BEFORE-TAXPAYER-STR = SPACES
               MOVE 0 TO AV-BEFORE-STR
           ELSE
               MOVE WRK-BEFORE-TAXPAYER-STR TO WS-TAXPAYER-STR
               MOVE WS-TAXPAYER-NUM         TO AV-BEFORE-STR
           END-IF.

       4320-CONVERT-AFTER-TAXPAYER.
           IF WRK-AFTER-TAXPAYER-STR = SPACES
               MOVE 0 TO AV-AFTER-STR
           ELSE
               MOVE WRK-AFTER-TAXPAYER-STR TO WS-TAXPAYER-STR
               MOVE WS-TAXPAYER-NUM        TO AV-AFTER-STR
           END-IF.

      *    The age shown is the queue's own count of cycles the
      *    item has been carried forward unworked.
       4400-QUEUE-SECTION.
           MOVE 'OPEN EXCEPTION QUEUE ITEMS - AGE IN CYCLES CARRIED'
               TO SH-TEXT
           PERFORM 8800-WRITE-SECTION-HEADING
           WRITE INQUIRY-REPORT-LINE FROM WS-QUEUE-HEADING
           MOVE 0 TO WS-SECTION-ROWS

           MOVE 'N' TO WS-SUSPENSE-EOF
           OPEN INPUT TAXPAYER-SUSPENSE-FILE
           PERFORM 8600-READ-SUSPENSE
           PERFORM 4500-SIFT-SUSPENSE UNTIL SUSPENSE-EOF
           CLOSE TAXPAYER-SUSPENSE-FILE

           MOVE 'N' TO WS-ADDRESS-EOF
           OPEN INPUT ADDRESS-REVIEW-FILE
           PERFORM 8650-READ-ADDRESS
           PERFORM 4600-SIFT-ADDRESS UNTIL ADDRESS-EOF
           CLOSE ADDRESS-REVIEW-FILE

           MOVE 'N' TO WS-CONTACT-EOF
           OPEN INPUT CONTACT-REVIEW-FILE
           PERFORM 8700-READ-CONTACT
           PERFORM 4700-SIFT-CONTACT UNTIL CONTACT-EOF
           CLOSE CONTACT-REVIEW-FILE
           PERFORM 8900-WRITE-NONE-ON-FILE.

       4500-SIFT-SUSPENSE.
           IF SUSP-COMPANY-ID = WS-INQ-COMPANY-ID
               MOVE SPACES           TO WS-QUEUE-LINE
               MOVE 'TAXPSUS'        TO QL-QUEUE
               MOVE SUSP-REASON-CODE TO QL-REASON-CODE
               MOVE SUSP-AGE-COUNT   TO QL-AGE
               MOVE SUSP-REASON-TEXT TO QL-REASON-TEXT
               STRING 'TYPE '            DELIMITED BY SIZE
                      SUSP-TAXPAYER-TYPE DELIMITED BY SIZE
                      '  TAXPAYER-STR '  DELIMITED BY SIZE
                      SUSP-TAXPAYER-STR  DELIMITED BY SIZE
                   INTO QL-CONTENT
               END-STRING
               PERFORM 4750-WRITE-QUEUE-LINE
           END-IF
           PERFORM 8600-READ-SUSPENSE.

       4600-SIFT-ADDRESS.
           IF REVQ-COMPANY-ID = WS-INQ-COMPANY-ID
               MOVE SPACES           TO WS-QUEUE-LINE
               MOVE 'ADDRQ'          TO QL-QUEUE
               MOVE REVQ-REASON-CODE TO QL-REASON-CODE
               MOVE REVQ-AGE-COUNT   TO QL-AGE
               MOVE REVQ-REASON-TEXT TO QL-REASON-TEXT
               MOVE REVQ-ADDRESS-RAW TO QL-CONTENT
               PERFORM 4750-WRITE-QUEUE-LINE
           END-IF
           PERFORM 8650-READ-ADDRESS.

       4700-SIFT-CONTACT.
           IF REVC-COMPANY-ID = WS-INQ-COMPANY-ID
               MOVE SPACES           TO WS-QUEUE-LINE
               MOVE 'CNTCTQ'         TO QL-QUEUE
               MOVE REVC-REASON-CODE TO QL-REASON-CODE
               MOVE REVC-AGE-COUNT   TO QL-AGE
               MOVE REVC-REASON-TEXT TO QL-REASON-TEXT
               STRING REVC-CONTACT-NAME  DELIMITED BY '  '
                      ' / '              DELIMITED BY SIZE
                      REVC-CONTACT-PHONE DELIMITED BY '  '
                      ' / '              DELIMITED BY SIZE
                      REVC-CONTACT-EMAIL DELIMITED BY '  '
                   INTO QL-CONTENT
               END-STRING
               PERFORM 4750-WRITE-QUEUE-LINE
           END-IF
           PERFORM 8700-READ-CONTACT.

       4750-WRITE-QUEUE-LINE.
           ADD 1 TO WS-SECTION-ROWS
           ADD 1 TO WS-QUEUE-ITEM-COUNT
           WRITE INQUIRY-REPORT-LINE FROM WS-QUEUE-LINE.

       4800-OVERFLOW-SECTION.
           MOVE 'STRATEGY OVERFLOW LINES' TO SH-TEXT
           PERFORM 8800-WRITE-SECTION-HEADING
           WRITE INQUIRY-REPORT-LINE FROM WS-OVERFLOW-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           MOVE 'N' TO WS-OVERFLOW-EOF
           OPEN INPUT STRATEGY-OVERFLOW-FILE
           PERFORM 8750-READ-OVERFLOW
           PERFORM 4900-SIFT-OVERFLOW UNTIL OVERFLOW-EOF
           CLOSE STRATEGY-OVERFLOW-FILE
           PERFORM 8900-WRITE-NONE-ON-FILE.

       4900-SIFT-OVERFLOW.
           IF OVFL-COMPANY-ID = WS-INQ-COMPANY-ID
               ADD 1 TO WS-SECTION-ROWS
               ADD 1 TO WS-OVERFLOW-LINE-COUNT
               MOVE SPACES           TO WS-OVERFLOW-LINE
               MOVE OVFL-SEQUENCE-NO TO OL-SEQUENCE-NO
               MOVE OVFL-NUM1        TO OL-NUM1
               MOVE OVFL-NUM2        TO OL-NUM2
               MOVE OVFL-REASON      TO OL-REASON
               WRITE INQUIRY-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF
           PERFORM 8750-READ-OVERFLOW.

      *    The last cycle logged, then the company's own line on
      *    that cycle's file. On a delta cycle a company with no
      *    line went unchanged; on a full baseline it was left out
      *    (closed, or not on the master).
       5000-EXPORT-SECTION.
           MOVE 'LAST EXPORT CYCLE' TO SH-TEXT
           PERFORM 8800-WRITE-SECTION-HEADING
           IF NOT XMIT-FOUND
               MOVE 'NO CYCLE ON THE EXPORT TRANSMISSION LOG'
                   TO NL-TEXT
               WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
           ELSE
               PERFORM 5100-PRINT-CYCLE-FIELDS
               MOVE SPACES TO WS-FIELD-LINE
               MOVE 'COMPANY ON CYCLE' TO FL-LABEL
               IF EXPORT-CURRENT
                   PERFORM 5200-FIND-EXPORT-LINE
                   PERFORM 5300-DESCRIBE-EXPORT-LINE
               ELSE
                   MOVE 'NOT CHECKED' TO FL-VALUE
                   MOVE 'EXPORT FILE ON HAND IS ANOTHER CYCLE'
                       TO FL-NOTE
               END-IF
               WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE
           END-IF.

       5100-PRINT-CYCLE-FIELDS.
           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'CYCLE NUMBER'    TO FL-LABEL
           MOVE LX-CYCLE-NUMBER   TO FL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'RUN DATE'        TO FL-LABEL
           MOVE LX-RUN-DATE       TO FL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'EXPORT MODE'     TO FL-LABEL
           MOVE LX-EXPORT-MODE    TO FL-VALUE
           IF LX-DELTA-MODE
               MOVE 'CHANGES-ONLY DELTA' TO FL-NOTE
           ELSE
               MOVE 'FULL BASELINE'      TO FL-NOTE
           END-IF
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE

           MOVE SPACES TO WS-FIELD-LINE
           MOVE 'RECORDS SENT'    TO FL-LABEL
           MOVE LX-RECORD-COUNT   TO FL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-FIELD-LINE.

       5200-FIND-EXPORT-LINE.
           MOVE 'N' TO WS-EXPORT-LINE-FOUND
           MOVE 'N' TO WS-EXPORT-EOF
           MOVE SPACES TO WS-EXPORT-ACTION
           OPEN INPUT COMPANY-EXPORT-FILE
           PERFORM 8850-READ-EXPORT
           PERFORM 5250-TEST-EXPORT-LINE
               UNTIL EXPORT-EOF OR EXPORT-LINE-FOUND
           CLOSE COMPANY-EXPORT-FILE.

       5250-TEST-EXPORT-LINE.
           MOVE COMPANY-EXPORT-LINE TO WS-EXPORT-PREFIX
           IF LX-DELTA-MODE
               IF ED-COMPANY-ID = WS-INQ-COMPANY-ID
                  AND ED-ACTION-SEPARATOR = ','
                  AND ED-SEPARATOR = ','
                   SET EXPORT-LINE-FOUND TO TRUE
                   MOVE ED-ACTION TO WS-EXPORT-ACTION
               END-IF
           ELSE
               IF EF-COMPANY-ID = WS-INQ-COMPANY-ID
                  AND EF-SEPARATOR = ','
                   SET EXPORT-LINE-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT EXPORT-LINE-FOUND
               PERFORM 8850-READ-EXPORT
           END-IF.

       5300-DESCRIBE-EXPORT-LINE.
           IF EXPORT-LINE-FOUND
               MOVE 'YES' TO FL-VALUE
               IF LX-DELTA-MODE
                   EVALUATE WS-EXPORT-ACTION
                       WHEN 'A'
                           MOVE 'SENT AS ADDED (A)'        TO FL-NOTE
                       WHEN 'C'
                           MOVE 'SENT AS CHANGED (C)'      TO FL-NOTE
                       WHEN 'D'
                           MOVE 'SENT AS DELETED (D)'      TO FL-NOTE
                       WHEN 'M'
                           MOVE 'SENT AS MERGED AWAY (M)'  TO FL-NOTE
                       WHEN OTHER
                           MOVE 'SENT WITH UNRECOGNISED ACTION'
                               TO FL-NOTE
                   END-EVALUATE
               ELSE
                   MOVE 'SENT ON THE FULL BASELINE' TO FL-NOTE
               END-IF
           ELSE
               MOVE 'NO' TO FL-VALUE
               IF LX-DELTA-MODE
                   MOVE 'NOT SENT - UNCHANGED SINCE PRIOR CYCLE'
                       TO FL-NOTE
               ELSE
                   MOVE 'NOT SENT - CLOSED OR NOT ON MASTER'
                       TO FL-NOTE
               END-IF
           END-IF.

      *    A COMPANY-ID with no master row and no history row was
      *    never on file - most likely keyed wrong on the list.
       6000-FINISH-DOSSIER.
           IF WS-CO-MASTER-ROWS = 0
              AND WS-CO-HISTORY-ROWS = 0
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE SPACES TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               MOVE '*** NOT FOUND ON MASTER OR HISTORY - CHECK THE ID'
                   TO NL-TEXT
               WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
           END-IF
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE WS-INQ-COMPANY-ID TO DE-COMPANY-ID
           WRITE INQUIRY-REPORT-LINE FROM WS-DOSSIER-END-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE.

       7000-WRITE-REPORT-TOTALS.
           WRITE INQUIRY-REPORT-LINE FROM WS-RULE-LINE
           MOVE 'COMPANIES REQUESTED'       TO TL-LABEL
           MOVE WS-REQUESTED-COUNT          TO TL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'COMPANIES NOT FOUND'       TO TL-LABEL
           MOVE WS-NOT-FOUND-COUNT          TO TL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'MASTER ROWS SHOWN'         TO TL-LABEL
           MOVE WS-MASTER-ROW-COUNT         TO TL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HISTORY ROWS SHOWN'        TO TL-LABEL
           MOVE WS-HISTORY-ROW-COUNT        TO TL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AUDIT ROWS SHOWN'          TO TL-LABEL
           MOVE WS-AUDIT-ROW-COUNT          TO TL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'OPEN QUEUE ITEMS SHOWN'    TO TL-LABEL
           MOVE WS-QUEUE-ITEM-COUNT         TO TL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'OVERFLOW LINES SHOWN'      TO TL-LABEL
           MOVE WS-OVERFLOW-LINE-COUNT      TO TL-VALUE
           WRITE INQUIRY-REPORT-LINE FROM WS-TOTAL-LINE.

       8000-SET-RETURN-CODE.
           IF WS-REQUESTED-COUNT = 0
               MOVE 8 TO RETURN-CODE
               DISPLAY 'CMPINQRY: INQUIRY LIST IS EMPTY - '
                       'NO DOSSIERS PRODUCED'
           END-IF
           IF WS-NOT-FOUND-COUNT > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY 'CMPINQRY: ' WS-NOT-FOUND-COUNT
                       ' COMPANY-ID(S) NOT FOUND ON MASTER OR HISTORY'
               DISPLAY 'CMPINQRY: RUN FLAGGED FOR REVIEW'
           END-IF.

       8100-READ-SELECT.
           READ COMPANY-SELECT-FILE
               AT END
                   SET SELECT-EOF TO TRUE
           END-READ.

       8200-READ-MASTER-ROW.
           MOVE 'Y' TO WS-MASTER-FOUND
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND
           END-READ.

       8300-READ-RETAINED.
           READ RETAINED-HISTORY-FILE
               AT END
                   SET RETAINED-EOF TO TRUE
           END-READ.

       8350-READ-ARCHIVE.
           READ ARCHIVE-HISTORY-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
           END-READ.

       8400-READ-AUDIT.
           READ MAINT-AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
           END-READ.

       8450-READ-APPROVAL.
           READ APPROVAL-AUDIT-FILE
               AT END
                   SET APPROVAL-EOF TO TRUE
           END-READ.

       8500-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       8600-READ-SUSPENSE.
           READ TAXPAYER-SUSPENSE-FILE
               AT END
                   SET SUSPENSE-EOF TO TRUE
           END-READ.

       8650-READ-ADDRESS.
           READ ADDRESS-REVIEW-FILE
               AT END
                   SET ADDRESS-EOF TO TRUE
           END-READ.

       8700-READ-CONTACT.
           READ CONTACT-REVIEW-FILE
               AT END
                   SET CONTACT-EOF TO TRUE
           END-READ.

       8750-READ-OVERFLOW.
           READ STRATEGY-OVERFLOW-FILE
               AT END
                   SET OVERFLOW-EOF TO TRUE
           END-READ.

       8800-WRITE-SECTION-HEADING.
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE FROM WS-SECTION-HEADING.

       8850-READ-EXPORT.
           READ COMPANY-EXPORT-FILE
               AT END
                   SET EXPORT-EOF TO TRUE
           END-READ.

       8900-WRITE-NONE-ON-FILE.
           IF WS-SECTION-ROWS = 0
               MOVE 'NONE ON FILE' TO NL-TEXT
               WRITE INQUIRY-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE COMPANY-SELECT-FILE
                 COMPANY-MASTER-FILE
                 INQUIRY-REPORT-FILE
           DISPLAY 'CMPINQRY: COMPANIES REQUESTED = '
                   WS-REQUESTED-COUNT
           DISPLAY 'CMPINQRY: COMPANIES NOT FOUND = '
                   WS-NOT-FOUND-COUNT
           DISPLAY 'CMPINQRY: HISTORY ROWS SHOWN  = '
                   WS-HISTORY-ROW-COUNT
           DISPLAY 'CMPINQRY: AUDIT ROWS SHOWN    = '
                   WS-AUDIT-ROW-COUNT
           DISPLAY 'CMPINQRY: QUEUE ITEMS SHOWN   = '
                   WS-QUEUE-ITEM-COUNT.
