       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CMPXMRG.
       AUTHOR.        DATA-MGMT.
      *****************************************************
      * CMPXMRG
      * Multi-source company extract merge, run ahead of
      * CMPXEDIT. The company extract arrives from the head
      * office system and from two branch-office systems,
      * each in COMPANY-ID order with the STATC segment
      * first. This step matches the three on COMPANY-ID and
      * writes the single extract CMPXEDIT edits and CMPLOAD
      * loads, with every segment tagged (XTR-SOURCE-ID) with
      * the system it came from.
      *
      * Every company is rebuilt, however many sources sent
      * it: its STATC and CNTCT segments are built afresh
      * from the winning field values (anything outside the
      * named fields comes out as spaces, and a LOW-VALUES
      * taxpayer number as blank), and its segments are
      * written STATC, STRAT lines, CNTCT, then anything the
      * merge cannot place. A company sent by one source
      * keeps that source's values. When more than one
      * source sends it, the precedence table (CMPXPRC)
      * decides field by field which source wins - name
      * and address, taxpayer type and number, the delta
      * action code, each contact field, and the STRAT lines
      * as a set, so a company's strategies all come from
      * one system (its owning branch by default). A source
      * that sent a field blank is passed over, and a source
      * left off a partial order wins a field only when no
      * source on the order sent it. A rebuilt STATC or
      * CNTCT segment is tagged M when its winners differ.
      *
      * The conflict report lists every field where sources
      * disagreed, the value taken and each value not taken.
      * Segments the merge cannot place (a second STATC or
      * CNTCT from one source, a STATC behind its own detail
      * lines, an unknown SEGMENT-ID) are passed through
      * after the company's rebuilt segments so CMPXEDIT
      * still reports them.
      *
      * Per-source record counts go to the run-control file
      * for CMPBALN: records read = records written + records
      * superseded by another source's winning value.
      *
      * RETURN-CODE 16 if a company overflowed the holding
      * tables (records dropped - the extract must not load);
      * 8 if a precedence row was rejected and its default
      * used.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEAD-OFFICE-EXTRACT-FILE
               ASSIGN TO EXTHO
               ORGANIZATION IS SEQUENTIAL.

           SELECT BRANCH-1-EXTRACT-FILE
               ASSIGN TO EXTBR1
               ORGANIZATION IS SEQUENTIAL.

           SELECT BRANCH-2-EXTRACT-FILE
               ASSIGN TO EXTBR2
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXTRACT-PRECEDENCE-FILE
               ASSIGN TO XMRGPRC
               ORGANIZATION IS SEQUENTIAL.

           SELECT MERGED-EXTRACT-FILE
               ASSIGN TO EXTRACT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFLICT-REPORT-FILE
               ASSIGN TO XMRGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CMPCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HEAD-OFFICE-EXTRACT-FILE
           RECORDING MODE IS F.
       01  HEAD-OFFICE-EXTRACT-RECORD
                                     PIC X(100).

       FD  BRANCH-1-EXTRACT-FILE
           RECORDING MODE IS F.
       01  BRANCH-1-EXTRACT-RECORD   PIC X(100).

       FD  BRANCH-2-EXTRACT-FILE
           RECORDING MODE IS F.
       01  BRANCH-2-EXTRACT-RECORD   PIC X(100).

       FD  EXTRACT-PRECEDENCE-FILE
           RECORDING MODE IS F.
       COPY CMPXPRC.

       FD  MERGED-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY CMPXTR.

       FD  CONFLICT-REPORT-FILE
           RECORDING MODE IS F.
       01  CONFLICT-REPORT-LINE      PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY CMPCTL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PRECEDENCE-EOF     PIC X VALUE 'N'.
               88  PRECEDENCE-EOF            VALUE 'Y'.
           05  WS-ORDER-VALID        PIC X VALUE 'Y'.
               88  ORDER-VALID               VALUE 'Y'.
           05  WS-VALUES-DIFFER      PIC X VALUE 'N'.
               88  VALUES-DIFFER             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-COMPANY-COUNT      PIC 9(7) VALUE 0.
           05  WS-MULTI-SOURCE-COUNT PIC 9(7) VALUE 0.
           05  WS-CONFLICT-COUNT     PIC 9(7) VALUE 0.
           05  WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.
           05  WS-STATC-WRITTEN-COUNT
                                     PIC 9(7) VALUE 0.
           05  WS-SUPERSEDED-COUNT   PIC 9(7) VALUE 0.
           05  WS-DROPPED-COUNT      PIC 9(7) VALUE 0.
           05  WS-PRC-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-PRC-REJECT-COUNT   PIC 9(7) VALUE 0.
           05  WS-SOURCES-IN-COMPANY PIC 9(1) VALUE 0.
           05  WS-HELD-COUNT         PIC 9(1) VALUE 0.
           05  WS-FIRST-HELD-SUB     PIC 9(1) VALUE 0.
           05  WS-SRC-SUB            PIC 9(1) VALUE 0.
           05  WS-OTHER-SUB          PIC 9(1) VALUE 0.
           05  WS-RANK-SUB           PIC 9(1) VALUE 0.
           05  WS-CAND-SUB           PIC 9(1) VALUE 0.
           05  WS-WINNER-SUB         PIC 9(1) VALUE 0.
           05  WS-FIELD-SUB          PIC 9(2) VALUE 0.
           05  WS-TABLE-SUB          PIC 9(2) VALUE 0.
           05  WS-LINE-SUB           PIC 9(3) VALUE 0.
           05  WS-PASS-SUB           PIC 9(3) VALUE 0.

       01  WS-COMPANY-KEY            PIC X(10).

      *    Source precedence by field, defaulted here and overridden
      *    by the precedence table. Fields 1-5 are on the STATC
      *    segment, 6-8 on CNTCT, 9 is the STRAT lines as a set.
       01  WS-PRECEDENCE-VALUES.
           05  FILLER                PIC X(11) VALUE 'NAME    H12'.
           05  FILLER                PIC X(11) VALUE 'ADDRESS H12'.
           05  FILLER                PIC X(11) VALUE 'TXTYPE  12H'.
           05  FILLER                PIC X(11) VALUE 'TXNUM   12H'.
           05  FILLER                PIC X(11) VALUE 'ACTION  H12'.
           05  FILLER                PIC X(11) VALUE 'CNTNAME 12H'.
           05  FILLER                PIC X(11) VALUE 'CNTPHONE12H'.
           05  FILLER                PIC X(11) VALUE 'CNTEMAIL12H'.
           05  FILLER                PIC X(11) VALUE 'STRATS  12H'.
       01  WS-PRECEDENCE-TABLE REDEFINES WS-PRECEDENCE-VALUES.
           05  WS-PRECEDENCE         OCCURS 9.
               10  PT-FIELD-NAME     PIC X(8).
               10  PT-SOURCE-ORDER.
                   15  PT-ORDER-CODE PIC X(1) OCCURS 3.

       01  WS-CHECK-ORDER.
           05  WS-CHECK-CODE         PIC X(1) OCCURS 3.

      *    One entry per source system: 1 head office, 2 branch 1,
      *    3 branch 2. Each holds its current input record and the
      *    segments it sent for the company being merged.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE             OCCURS 3.
               10  SRC-CODE          PIC X(1).
               10  SRC-EOF-FLAG      PIC X(1).
                   88  SRC-AT-EOF            VALUE 'Y'.
               10  SRC-READ-COUNT    PIC 9(7).
               10  SRC-KEY           PIC X(10).
               10  SRC-CURRENT.
                   15  SRC-CUR-SEGMENT-ID
                                     PIC X(5).
                   15  SRC-CUR-COMPANY-ID
                                     PIC X(10).
                   15  FILLER        PIC X(85).
               10  SRC-STATC-HELD    PIC X(1).
               10  SRC-CNTCT-HELD    PIC X(1).
               10  SRC-DETAIL-SEEN   PIC X(1).
               10  SRC-STATC-IMAGE   PIC X(100).
               10  SRC-CNTCT-IMAGE   PIC X(100).
               10  SRC-STRAT-COUNT   PIC 9(3).
               10  SRC-SUM-NUM1      PIC 9(9).
               10  SRC-SUM-NUM2      PIC 9(9).
               10  SRC-STRAT-LINE    OCCURS 99.
                   15  SRC-STRAT-DATA
                                     PIC X(99).
                   15  SRC-STRAT-TAG PIC X(1).

      *    Segments passed through behind the company's rebuilt
      *    segments, already tagged with their source.
       01  WS-PASS-TABLE.
           05  WS-PASS-COUNT         PIC 9(3) VALUE 0.
           05  WS-PASS-LINE          PIC X(100) OCCURS 50.

      *    Each source's value of the field being resolved.
       01  WS-FIELD-WORK.
           05  WS-FIELD-VALUE        PIC X(30) OCCURS 3.
           05  WS-TAKEN-VALUE        PIC X(30).
           05  WS-TAG-SOURCE         PIC X(1).

       01  WS-DISPLAY-TAXPAYER-NUM   PIC 9(8).

       01  WS-TAXPAYER-WORK.
           05  WS-TAXPAYER-STR       PIC X(8).
           05  WS-TAXPAYER-NUM REDEFINES WS-TAXPAYER-STR
                                     PIC 9(8) COMP.

      *    A source's STRAT lines as shown on the conflict report.
       01  WS-STRAT-SUMMARY.
           05  SS-LINE-COUNT         PIC ZZ9.
           05  FILLER                PIC X(7)  VALUE ' LINES '.
           05  SS-SUM-NUM1           PIC Z(8)9.
           05  FILLER                PIC X(1)  VALUE '/'.
           05  SS-SUM-NUM2           PIC Z(8)9.
           05  FILLER                PIC X(1)  VALUE SPACES.

      *    Work view of a held source segment.
           COPY CMPXTR REPLACING
               COMPANY-EXTRACT-RECORD    BY SOURCE-EXTRACT-RECORD
               SEGMENT-ID                BY WRK-SEGMENT-ID
               SEGMENT-IS-STATIC         BY WRK-IS-STATIC
               SEGMENT-IS-STRATEGY       BY WRK-IS-STRATEGY
               SEGMENT-IS-CONTACT        BY WRK-IS-CONTACT
               COMPANY-ID                BY WRK-COMPANY-ID
               STATIC-SEGMENT            BY WRK-STATIC-SEGMENT
               COMPANY-NAME              BY WRK-COMPANY-NAME
               COMPANY-ADDRESS           BY WRK-COMPANY-ADDRESS
               TAXPAYER-TYPE             BY WRK-TAXPAYER-TYPE
               TAXPAYER-TYPE-INDIVIDUAL  BY WRK-TYPE-INDIVIDUAL
               TAXPAYER-TYPE-BUSINESS    BY WRK-TYPE-BUSINESS
               TAXPAYER-TYPE-EXEMPT      BY WRK-TYPE-EXEMPT
               TAXPAYER-STR              BY WRK-TAXPAYER-STR
               TAXPAYER-NUM              BY WRK-TAXPAYER-NUM
               XTR-ACTION-CODE           BY WRK-ACTION-CODE
               XTR-ACTION-ADD            BY WRK-ACTION-ADD
               XTR-ACTION-REPLACE        BY WRK-ACTION-REPLACE
               XTR-ACTION-DELETE         BY WRK-ACTION-DELETE
               STRATEGY-SEGMENT          BY WRK-STRATEGY-SEGMENT
               STRAT-NUM1                BY WRK-STRAT-NUM1
               STRAT-NUM2                BY WRK-STRAT-NUM2
               CONTACT-SEGMENT           BY WRK-CONTACT-SEGMENT
               CONTACT-NAME              BY WRK-CONTACT-NAME
               CONTACT-PHONE             BY WRK-CONTACT-PHONE
               CONTACT-EMAIL             BY WRK-CONTACT-EMAIL
               XTR-SOURCE-ID             BY WRK-SOURCE-ID
               XTR-SOURCE-HEAD-OFFICE    BY WRK-SOURCE-HEAD-OFFICE
               XTR-SOURCE-BRANCH-1       BY WRK-SOURCE-BRANCH-1
               XTR-SOURCE-BRANCH-2       BY WRK-SOURCE-BRANCH-2
               XTR-SOURCE-MERGED         BY WRK-SOURCE-MERGED.

       01  WS-REPORT-HEADING.
           05  FILLER                PIC X(100) VALUE
               'COMPANY EXTRACT MERGE - PRECEDENCE AND CONFLICTS'.

       01  WS-SOURCE-KEY-LINE.
           05  FILLER                PIC X(100) VALUE
               'SOURCES: H = HEAD OFFICE  1 = BRANCH 1  2 = BRANCH 2'.

       01  WS-PRECEDENCE-LINE.
           05  FILLER                PIC X(12) VALUE 'PRECEDENCE '.
           05  PL-FIELD-NAME         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  PL-SOURCE-ORDER       PIC X(3).
           05  FILLER                PIC X(75) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(12) VALUE 'COMPANY-ID'.
           05  FILLER                PIC X(10) VALUE 'FIELD'.
           05  FILLER                PIC X(3)  VALUE 'TK'.
           05  FILLER                PIC X(32) VALUE 'VALUE TAKEN'.
           05  FILLER                PIC X(3)  VALUE 'NT'.
           05  FILLER                PIC X(40) VALUE 'VALUE NOT TAKEN'.

       01  WS-DETAIL-LINE.
           05  DL-COMPANY-ID         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-FIELD-NAME         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-TAKEN-SOURCE       PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-TAKEN-VALUE        PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-OTHER-SOURCE       PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-OTHER-VALUE        PIC X(30).
           05  FILLER                PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL              PIC X(40).
           05  TL-VALUE              PIC ZZZZZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MERGE-COMPANY
               UNTIL SRC-KEY (1) = HIGH-VALUES
                 AND SRC-KEY (2) = HIGH-VALUES
                 AND SRC-KEY (3) = HIGH-VALUES
           PERFORM 7000-WRITE-REPORT-TOTALS
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE WS-SOURCE-TABLE
           MOVE 'H' TO SRC-CODE (1)
           MOVE '1' TO SRC-CODE (2)
           MOVE '2' TO SRC-CODE (3)
           OPEN INPUT  EXTRACT-PRECEDENCE-FILE
           PERFORM 8200-READ-PRECEDENCE
           PERFORM 1100-APPLY-PRECEDENCE UNTIL PRECEDENCE-EOF
           CLOSE EXTRACT-PRECEDENCE-FILE
           OPEN INPUT  HEAD-OFFICE-EXTRACT-FILE
                       BRANCH-1-EXTRACT-FILE
                       BRANCH-2-EXTRACT-FILE
           OPEN OUTPUT MERGED-EXTRACT-FILE
                       CONFLICT-REPORT-FILE
           WRITE CONFLICT-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE CONFLICT-REPORT-LINE FROM WS-SOURCE-KEY-LINE
           MOVE SPACES TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > 9
               MOVE PT-FIELD-NAME (WS-TABLE-SUB)   TO PL-FIELD-NAME
               MOVE PT-SOURCE-ORDER (WS-TABLE-SUB) TO PL-SOURCE-ORDER
               WRITE CONFLICT-REPORT-LINE FROM WS-PRECEDENCE-LINE
           END-PERFORM
           MOVE SPACES TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               PERFORM 8100-READ-SOURCE
           END-PERFORM.

      *    A row naming an unknown field, or an order that is not
      *    made of H, 1 and 2 each used at most once, is refused
      *    and the field keeps its default.
       1100-APPLY-PRECEDENCE.
           MOVE 0 TO WS-FIELD-SUB
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > 9
               IF PT-FIELD-NAME (WS-TABLE-SUB) = PRC-FIELD-NAME
                   MOVE WS-TABLE-SUB TO WS-FIELD-SUB
               END-IF
           END-PERFORM
           PERFORM 1150-CHECK-ORDER
           IF WS-FIELD-SUB > 0 AND ORDER-VALID
               MOVE PRC-SOURCE-ORDER
                   TO PT-SOURCE-ORDER (WS-FIELD-SUB)
           ELSE
               ADD 1 TO WS-PRC-REJECT-COUNT
               DISPLAY 'CMPXMRG: PRECEDENCE ROW ' PRC-FIELD-NAME
                       ' ' PRC-SOURCE-ORDER
                       ' REJECTED - DEFAULT KEPT'
           END-IF
           PERFORM 8200-READ-PRECEDENCE.

       1150-CHECK-ORDER.
           MOVE 'Y' TO WS-ORDER-VALID
           MOVE PRC-SOURCE-ORDER TO WS-CHECK-ORDER
           IF WS-CHECK-ORDER = SPACES
               MOVE 'N' TO WS-ORDER-VALID
           END-IF
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > 3
               IF WS-CHECK-CODE (WS-RANK-SUB) NOT = SPACE
                   IF WS-CHECK-CODE (WS-RANK-SUB) NOT = 'H'
                      AND WS-CHECK-CODE (WS-RANK-SUB) NOT = '1'
                      AND WS-CHECK-CODE (WS-RANK-SUB) NOT = '2'
                       MOVE 'N' TO WS-ORDER-VALID
                   END-IF
                   PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                           UNTIL WS-OTHER-SUB NOT < WS-RANK-SUB
                       IF WS-CHECK-CODE (WS-OTHER-SUB)
                               = WS-CHECK-CODE (WS-RANK-SUB)
                           MOVE 'N' TO WS-ORDER-VALID
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    Take the lowest COMPANY-ID on any source and gather every
      *    segment each source sent for it.
       2000-MERGE-COMPANY.
           MOVE HIGH-VALUES TO WS-COMPANY-KEY
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               IF SRC-KEY (WS-SRC-SUB) < WS-COMPANY-KEY
                   MOVE SRC-KEY (WS-SRC-SUB) TO WS-COMPANY-KEY
               END-IF
           END-PERFORM
           PERFORM 2050-CLEAR-COMPANY
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               PERFORM 2100-COLLECT-SEGMENT
                   UNTIL SRC-KEY (WS-SRC-SUB) NOT = WS-COMPANY-KEY
           END-PERFORM
           PERFORM 3000-BUILD-COMPANY.

       2050-CLEAR-COMPANY.
           ADD 1 TO WS-COMPANY-COUNT
           MOVE 0 TO WS-SOURCES-IN-COMPANY
           MOVE 0 TO WS-PASS-COUNT
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               MOVE 'N' TO SRC-STATC-HELD (WS-SRC-SUB)
                           SRC-CNTCT-HELD (WS-SRC-SUB)
                           SRC-DETAIL-SEEN (WS-SRC-SUB)
               MOVE 0 TO SRC-STRAT-COUNT (WS-SRC-SUB)
                         SRC-SUM-NUM1 (WS-SRC-SUB)
                         SRC-SUM-NUM2 (WS-SRC-SUB)
               IF SRC-KEY (WS-SRC-SUB) = WS-COMPANY-KEY
                   ADD 1 TO WS-SOURCES-IN-COMPANY
               END-IF
           END-PERFORM
           IF WS-SOURCES-IN-COMPANY > 1
               ADD 1 TO WS-MULTI-SOURCE-COUNT
           END-IF.

      *    The first STATC ahead of the source's detail lines and
      *    the first CNTCT are held; any other STATC or CNTCT, and
      *    any unknown segment, is passed through as sent.
       2100-COLLECT-SEGMENT.
           MOVE SRC-CURRENT (WS-SRC-SUB) TO SOURCE-EXTRACT-RECORD
           MOVE SRC-CODE (WS-SRC-SUB)    TO WRK-SOURCE-ID
           EVALUATE TRUE
               WHEN WRK-IS-STATIC
                    AND SRC-STATC-HELD (WS-SRC-SUB) = 'N'
                    AND SRC-DETAIL-SEEN (WS-SRC-SUB) = 'N'
                   MOVE 'Y' TO SRC-STATC-HELD (WS-SRC-SUB)
                   MOVE SOURCE-EXTRACT-RECORD
                       TO SRC-STATC-IMAGE (WS-SRC-SUB)
               WHEN WRK-IS-STRATEGY
                   MOVE 'Y' TO SRC-DETAIL-SEEN (WS-SRC-SUB)
                   PERFORM 2200-HOLD-STRATEGY-LINE
               WHEN WRK-IS-CONTACT
                    AND SRC-CNTCT-HELD (WS-SRC-SUB) = 'N'
                   MOVE 'Y' TO SRC-DETAIL-SEEN (WS-SRC-SUB)
                   MOVE 'Y' TO SRC-CNTCT-HELD (WS-SRC-SUB)
                   MOVE SOURCE-EXTRACT-RECORD
                       TO SRC-CNTCT-IMAGE (WS-SRC-SUB)
               WHEN OTHER
                   IF WRK-IS-CONTACT
                       MOVE 'Y' TO SRC-DETAIL-SEEN (WS-SRC-SUB)
                   END-IF
                   PERFORM 2300-HOLD-PASS-THROUGH
           END-EVALUATE
           PERFORM 8100-READ-SOURCE.

       2200-HOLD-STRATEGY-LINE.
           IF SRC-STRAT-COUNT (WS-SRC-SUB) < 99
               ADD 1 TO SRC-STRAT-COUNT (WS-SRC-SUB)
               MOVE SOURCE-EXTRACT-RECORD
                   TO SRC-STRAT-LINE (WS-SRC-SUB
                                      SRC-STRAT-COUNT (WS-SRC-SUB))
               ADD WRK-STRAT-NUM1 TO SRC-SUM-NUM1 (WS-SRC-SUB)
               ADD WRK-STRAT-NUM2 TO SRC-SUM-NUM2 (WS-SRC-SUB)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY 'CMPXMRG: OVER 99 STRAT LINES FOR '
                       WS-COMPANY-KEY ' FROM SOURCE '
                       SRC-CODE (WS-SRC-SUB) ' - LINE DROPPED'
           END-IF.

       2300-HOLD-PASS-THROUGH.
           IF WS-PASS-COUNT < 50
               ADD 1 TO WS-PASS-COUNT
               MOVE SOURCE-EXTRACT-RECORD
                   TO WS-PASS-LINE (WS-PASS-COUNT)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY 'CMPXMRG: OVER 50 UNPLACED SEGMENTS FOR '
                       WS-COMPANY-KEY ' - SEGMENT DROPPED'
           END-IF.

      *    STATC first, then the winning source's STRAT lines, then
      *    CNTCT, then anything passed through - the grouping
      *    CMPXEDIT and CMPLOAD expect.
       3000-BUILD-COMPANY.
           MOVE 0 TO WS-HELD-COUNT WS-FIRST-HELD-SUB
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               IF SRC-STATC-HELD (WS-SRC-SUB) = 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   IF WS-FIRST-HELD-SUB = 0
                       MOVE WS-SRC-SUB TO WS-FIRST-HELD-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HELD-COUNT > 0
               PERFORM 3100-BUILD-STATIC
               COMPUTE WS-SUPERSEDED-COUNT =
                       WS-SUPERSEDED-COUNT + WS-HELD-COUNT - 1
           END-IF
           PERFORM 3300-BUILD-STRATEGIES
           MOVE 0 TO WS-HELD-COUNT WS-FIRST-HELD-SUB
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               IF SRC-CNTCT-HELD (WS-SRC-SUB) = 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   IF WS-FIRST-HELD-SUB = 0
                       MOVE WS-SRC-SUB TO WS-FIRST-HELD-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HELD-COUNT > 0
               PERFORM 3400-BUILD-CONTACT
               COMPUTE WS-SUPERSEDED-COUNT =
                       WS-SUPERSEDED-COUNT + WS-HELD-COUNT - 1
           END-IF
           PERFORM VARYING WS-PASS-SUB FROM 1 BY 1
                   UNTIL WS-PASS-SUB > WS-PASS-COUNT
               MOVE WS-PASS-LINE (WS-PASS-SUB)
                   TO COMPANY-EXTRACT-RECORD
               PERFORM 3900-WRITE-MERGED
           END-PERFORM.

       3100-BUILD-STATIC.
           MOVE SPACES TO COMPANY-EXTRACT-RECORD
           MOVE 'STATC'        TO SEGMENT-ID
           MOVE WS-COMPANY-KEY TO COMPANY-ID
           MOVE SPACES         TO WS-TAG-SOURCE
           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                   UNTIL WS-FIELD-SUB > 5
               PERFORM 3110-GET-STATIC-FIELD
               PERFORM 5000-RESOLVE-FIELD
               PERFORM 3120-SET-STATIC-FIELD
           END-PERFORM
           PERFORM 3190-SET-SEGMENT-TAG
           PERFORM 3900-WRITE-MERGED.

      *    LOW-VALUES in TAXPAYER-STR is blank to CMPLOAD, so it
      *    is left blank here and never outranks a real number.
       3110-GET-STATIC-FIELD.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               MOVE SPACES TO WS-FIELD-VALUE (WS-SRC-SUB)
               IF SRC-STATC-HELD (WS-SRC-SUB) = 'Y'
                   MOVE SRC-STATC-IMAGE (WS-SRC-SUB)
                       TO SOURCE-EXTRACT-RECORD
                   EVALUATE WS-FIELD-SUB
                       WHEN 1
                           MOVE WRK-COMPANY-NAME
                               TO WS-FIELD-VALUE (WS-SRC-SUB)
                       WHEN 2
                           MOVE WRK-COMPANY-ADDRESS
                               TO WS-FIELD-VALUE (WS-SRC-SUB)
                       WHEN 3
                           MOVE WRK-TAXPAYER-TYPE
                               TO WS-FIELD-VALUE (WS-SRC-SUB)
                       WHEN 4
                           IF WRK-TAXPAYER-STR NOT = LOW-VALUES
                               MOVE WRK-TAXPAYER-STR
                                   TO WS-FIELD-VALUE (WS-SRC-SUB)
                           END-IF
                       WHEN 5
                           MOVE WRK-ACTION-CODE
                               TO WS-FIELD-VALUE (WS-SRC-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3120-SET-STATIC-FIELD.
           EVALUATE WS-FIELD-SUB
               WHEN 1
                   MOVE WS-TAKEN-VALUE TO COMPANY-NAME
               WHEN 2
                   MOVE WS-TAKEN-VALUE TO COMPANY-ADDRESS
               WHEN 3
                   MOVE WS-TAKEN-VALUE TO TAXPAYER-TYPE
               WHEN 4
                   MOVE WS-TAKEN-VALUE TO TAXPAYER-STR
               WHEN 5
                   MOVE WS-TAKEN-VALUE TO XTR-ACTION-CODE
           END-EVALUATE.

      *    A rebuilt segment whose every field was blank carries the
      *    tag of the first source that sent it.
       3190-SET-SEGMENT-TAG.
           IF WS-TAG-SOURCE = SPACES
               MOVE SRC-CODE (WS-FIRST-HELD-SUB) TO WS-TAG-SOURCE
           END-IF
           MOVE WS-TAG-SOURCE TO XTR-SOURCE-ID.

      *    The STRAT lines are taken whole from one source; every
      *    other source's lines are superseded.
       3300-BUILD-STRATEGIES.
           MOVE 9 TO WS-FIELD-SUB
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               MOVE SPACES TO WS-FIELD-VALUE (WS-SRC-SUB)
               IF SRC-STRAT-COUNT (WS-SRC-SUB) > 0
                   MOVE SRC-STRAT-COUNT (WS-SRC-SUB) TO SS-LINE-COUNT
                   MOVE SRC-SUM-NUM1 (WS-SRC-SUB)    TO SS-SUM-NUM1
                   MOVE SRC-SUM-NUM2 (WS-SRC-SUB)    TO SS-SUM-NUM2
                   MOVE WS-STRAT-SUMMARY
                       TO WS-FIELD-VALUE (WS-SRC-SUB)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TAG-SOURCE
           PERFORM 5000-RESOLVE-FIELD
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               IF WS-SRC-SUB = WS-WINNER-SUB
                   PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                           UNTIL WS-LINE-SUB
                                 > SRC-STRAT-COUNT (WS-SRC-SUB)
                       MOVE SRC-STRAT-LINE (WS-SRC-SUB WS-LINE-SUB)
                           TO COMPANY-EXTRACT-RECORD
                       PERFORM 3900-WRITE-MERGED
                   END-PERFORM
               ELSE
                   ADD SRC-STRAT-COUNT (WS-SRC-SUB)
                       TO WS-SUPERSEDED-COUNT
               END-IF
           END-PERFORM.

       3400-BUILD-CONTACT.
           MOVE SPACES TO COMPANY-EXTRACT-RECORD
           MOVE 'CNTCT'        TO SEGMENT-ID
           MOVE WS-COMPANY-KEY TO COMPANY-ID
           MOVE SPACES         TO WS-TAG-SOURCE
           PERFORM VARYING WS-FIELD-SUB FROM 6 BY 1
                   UNTIL WS-FIELD-SUB > 8
               PERFORM 3410-GET-CONTACT-FIELD
               PERFORM 5000-RESOLVE-FIELD
               PERFORM 3420-SET-CONTACT-FIELD
           END-PERFORM
           PERFORM 3190-SET-SEGMENT-TAG
           PERFORM 3900-WRITE-MERGED.

       3410-GET-CONTACT-FIELD.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               MOVE SPACES TO WS-FIELD-VALUE (WS-SRC-SUB)
               IF SRC-CNTCT-HELD (WS-SRC-SUB) = 'Y'
                   MOVE SRC-CNTCT-IMAGE (WS-SRC-SUB)
                       TO SOURCE-EXTRACT-RECORD
                   EVALUATE WS-FIELD-SUB
                       WHEN 6
                           MOVE WRK-CONTACT-NAME
                               TO WS-FIELD-VALUE (WS-SRC-SUB)
                       WHEN 7
                           MOVE WRK-CONTACT-PHONE
                               TO WS-FIELD-VALUE (WS-SRC-SUB)
                       WHEN 8
                           MOVE WRK-CONTACT-EMAIL
                               TO WS-FIELD-VALUE (WS-SRC-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3420-SET-CONTACT-FIELD.
           EVALUATE WS-FIELD-SUB
               WHEN 6
                   MOVE WS-TAKEN-VALUE TO CONTACT-NAME
               WHEN 7
                   MOVE WS-TAKEN-VALUE TO CONTACT-PHONE
               WHEN 8
                   MOVE WS-TAKEN-VALUE TO CONTACT-EMAIL
           END-EVALUATE.

       3900-WRITE-MERGED.
           WRITE COMPANY-EXTRACT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           IF SEGMENT-IS-STATIC
               ADD 1 TO WS-STATC-WRITTEN-COUNT
           END-IF.

      *    The first source in the field's precedence order with a
      *    non-blank value wins. A source left off a partial order
      *    wins only when no listed source sent the field, so a
      *    field one system alone sent is never dropped. Every
      *    other source with a non-blank value that differs is a
      *    conflict.
       5000-RESOLVE-FIELD.
           MOVE 0 TO WS-WINNER-SUB
           MOVE SPACES TO WS-TAKEN-VALUE
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > 3 OR WS-WINNER-SUB > 0
               PERFORM 5100-SOURCE-FOR-RANK
               IF WS-CAND-SUB > 0
                   IF WS-FIELD-VALUE (WS-CAND-SUB) NOT = SPACES
                       MOVE WS-CAND-SUB TO WS-WINNER-SUB
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3 OR WS-WINNER-SUB > 0
               IF WS-FIELD-VALUE (WS-SRC-SUB) NOT = SPACES
                   MOVE WS-SRC-SUB TO WS-WINNER-SUB
               END-IF
           END-PERFORM
           IF WS-WINNER-SUB > 0
               MOVE WS-FIELD-VALUE (WS-WINNER-SUB) TO WS-TAKEN-VALUE
               PERFORM 5200-TAG-FROM-WINNER
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > 3
                   IF WS-SRC-SUB NOT = WS-WINNER-SUB
                      AND WS-FIELD-VALUE (WS-SRC-SUB) NOT = SPACES
                       PERFORM 5300-COMPARE-WITH-TAKEN
                       IF VALUES-DIFFER
                           PERFORM 5400-WRITE-CONFLICT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       5100-SOURCE-FOR-RANK.
           EVALUATE PT-ORDER-CODE (WS-FIELD-SUB WS-RANK-SUB)
               WHEN 'H'
                   MOVE 1 TO WS-CAND-SUB
               WHEN '1'
                   MOVE 2 TO WS-CAND-SUB
               WHEN '2'
                   MOVE 3 TO WS-CAND-SUB
               WHEN OTHER
                   MOVE 0 TO WS-CAND-SUB
           END-EVALUATE.

       5200-TAG-FROM-WINNER.
           IF WS-TAG-SOURCE = SPACES
               MOVE SRC-CODE (WS-WINNER-SUB) TO WS-TAG-SOURCE
           ELSE
               IF WS-TAG-SOURCE NOT = SRC-CODE (WS-WINNER-SUB)
                   MOVE 'M' TO WS-TAG-SOURCE
               END-IF
           END-IF.

      *    STRAT lines are compared line for line, not by their
      *    summary, so two sets that merely total the same still
      *    show as a conflict.
       5300-COMPARE-WITH-TAKEN.
           MOVE 'N' TO WS-VALUES-DIFFER
           IF WS-FIELD-SUB = 9
               IF SRC-STRAT-COUNT (WS-SRC-SUB)
                       NOT = SRC-STRAT-COUNT (WS-WINNER-SUB)
                   SET VALUES-DIFFER TO TRUE
               ELSE
                   PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                           UNTIL WS-LINE-SUB
                                 > SRC-STRAT-COUNT (WS-SRC-SUB)
                       IF SRC-STRAT-DATA (WS-SRC-SUB WS-LINE-SUB)
                          NOT = SRC-STRAT-DATA (WS-WINNER-SUB
                                                WS-LINE-SUB)
                           SET VALUES-DIFFER TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               IF WS-FIELD-VALUE (WS-SRC-SUB) NOT = WS-TAKEN-VALUE
                   SET VALUES-DIFFER TO TRUE
               END-IF
           END-IF.

      *    TAXPAYER-STR carries TAXPAYER-NUM's COMP bytes, so the
      *    TXNUM values are unpacked before they are printed.
       5400-WRITE-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE WS-COMPANY-KEY                TO DL-COMPANY-ID
           MOVE PT-FIELD-NAME (WS-FIELD-SUB)  TO DL-FIELD-NAME
           MOVE SRC-CODE (WS-WINNER-SUB)      TO DL-TAKEN-SOURCE
           MOVE WS-TAKEN-VALUE                TO DL-TAKEN-VALUE
           MOVE SRC-CODE (WS-SRC-SUB)         TO DL-OTHER-SOURCE
           MOVE WS-FIELD-VALUE (WS-SRC-SUB)   TO DL-OTHER-VALUE
           IF WS-FIELD-SUB = 4
               MOVE WS-TAKEN-VALUE (1:8)      TO WS-TAXPAYER-STR
               MOVE WS-TAXPAYER-NUM           TO WS-DISPLAY-TAXPAYER-NUM
               MOVE WS-DISPLAY-TAXPAYER-NUM   TO DL-TAKEN-VALUE
               MOVE WS-FIELD-VALUE (WS-SRC-SUB) (1:8)
                                              TO WS-TAXPAYER-STR
               MOVE WS-TAXPAYER-NUM           TO WS-DISPLAY-TAXPAYER-NUM
               MOVE WS-DISPLAY-TAXPAYER-NUM   TO DL-OTHER-VALUE
           END-IF
           WRITE CONFLICT-REPORT-LINE FROM WS-DETAIL-LINE.

       7000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           MOVE 'HEAD OFFICE RECORDS READ'     TO TL-LABEL
           MOVE SRC-READ-COUNT (1)             TO TL-VALUE
           WRITE CONFLICT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'BRANCH 1 RECORDS READ'        TO TL-LABEL
           MOVE SRC-READ-COUNT (2)             TO TL-VALUE
           WRITE CONFLICT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'BRANCH 2 RECORDS READ'        TO TL-LABEL
           MOVE SRC-READ-COUNT (3)             TO TL-VALUE
           WRITE CONFLICT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'COMPANIES MERGED'             TO TL-LABEL
           MOVE WS-COMPANY-COUNT               TO TL-VALUE
           WRITE CONFLICT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'COMPANIES FROM MORE THAN ONE SOURCE' TO TL-LABEL
           MOVE WS-MULTI-SOURCE-COUNT          TO TL-VALUE
           WRITE CONFLICT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'FIELD CONFLICTS'              TO TL-LABEL
           MOVE WS-CONFLICT-COUNT              TO TL-VALUE
           WRITE CONFLICT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'RECORDS WRITTEN'              TO TL-LABEL
           MOVE WS-WRITTEN-COUNT               TO TL-VALUE
           WRITE CONFLICT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'RECORDS SUPERSEDED'           TO TL-LABEL
           MOVE WS-SUPERSEDED-COUNT            TO TL-VALUE
           WRITE CONFLICT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'RECORDS DROPPED (TABLE FULL)' TO TL-LABEL
           MOVE WS-DROPPED-COUNT               TO TL-VALUE
           WRITE CONFLICT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PRECEDENCE ROWS REJECTED'     TO TL-LABEL
           MOVE WS-PRC-REJECT-COUNT            TO TL-VALUE
           WRITE CONFLICT-REPORT-LINE FROM WS-TOTAL-LINE.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-DROPPED-COUNT > 0
                   MOVE 16 TO RETURN-CODE
                   DISPLAY 'CMPXMRG: ' WS-DROPPED-COUNT
                           ' EXTRACT RECORD(S) DROPPED'
                   DISPLAY 'CMPXMRG: RUN HELD - DO NOT LOAD THIS '
                           'EXTRACT'
               WHEN WS-PRC-REJECT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'CMPXMRG: ' WS-PRC-REJECT-COUNT
                           ' PRECEDENCE ROW(S) REJECTED - '
                           'DEFAULTS USED'
           END-EVALUATE.

       8100-READ-SOURCE.
           EVALUATE WS-SRC-SUB
               WHEN 1
                   READ HEAD-OFFICE-EXTRACT-FILE
                       INTO SRC-CURRENT (1)
                       AT END
                           MOVE 'Y' TO SRC-EOF-FLAG (1)
                   END-READ
               WHEN 2
                   READ BRANCH-1-EXTRACT-FILE
                       INTO SRC-CURRENT (2)
                       AT END
                           MOVE 'Y' TO SRC-EOF-FLAG (2)
                   END-READ
               WHEN 3
                   READ BRANCH-2-EXTRACT-FILE
                       INTO SRC-CURRENT (3)
                       AT END
                           MOVE 'Y' TO SRC-EOF-FLAG (3)
                   END-READ
           END-EVALUATE
           IF SRC-AT-EOF (WS-SRC-SUB)
               MOVE HIGH-VALUES TO SRC-KEY (WS-SRC-SUB)
           ELSE
               ADD 1 TO SRC-READ-COUNT (WS-SRC-SUB)
               MOVE SRC-CUR-COMPANY-ID (WS-SRC-SUB)
                   TO SRC-KEY (WS-SRC-SUB)
           END-IF.

       8200-READ-PRECEDENCE.
           READ EXTRACT-PRECEDENCE-FILE
               AT END
                   SET PRECEDENCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PRC-READ-COUNT
           END-READ.

       9000-TERMINATE.
           CLOSE HEAD-OFFICE-EXTRACT-FILE
                 BRANCH-1-EXTRACT-FILE
                 BRANCH-2-EXTRACT-FILE
                 MERGED-EXTRACT-FILE
                 CONFLICT-REPORT-FILE
           PERFORM 9100-WRITE-RUN-CONTROLS
           DISPLAY 'CMPXMRG: HEAD OFFICE RECORDS READ = '
                   SRC-READ-COUNT (1)
           DISPLAY 'CMPXMRG: BRANCH 1 RECORDS READ    = '
                   SRC-READ-COUNT (2)
           DISPLAY 'CMPXMRG: BRANCH 2 RECORDS READ    = '
                   SRC-READ-COUNT (3)
           DISPLAY 'CMPXMRG: COMPANIES MERGED         = '
                   WS-COMPANY-COUNT
           DISPLAY 'CMPXMRG: MULTI-SOURCE COMPANIES   = '
                   WS-MULTI-SOURCE-COUNT
           DISPLAY 'CMPXMRG: FIELD CONFLICTS          = '
                   WS-CONFLICT-COUNT
           DISPLAY 'CMPXMRG: RECORDS WRITTEN          = '
                   WS-WRITTEN-COUNT
           DISPLAY 'CMPXMRG: RECORDS SUPERSEDED       = '
                   WS-SUPERSEDED-COUNT
           DISPLAY 'CMPXMRG: PRECEDENCE ROWS READ     = '
                   WS-PRC-READ-COUNT.

       9100-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE 'CMPXMRG'              TO CTL-PROGRAM-ID
           MOVE 'HO-RECORDS-READ'      TO CTL-COUNTER-NAME
           MOVE SRC-READ-COUNT (1)     TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'BR1-RECORDS-READ'     TO CTL-COUNTER-NAME
           MOVE SRC-READ-COUNT (2)     TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'BR2-RECORDS-READ'     TO CTL-COUNTER-NAME
           MOVE SRC-READ-COUNT (3)     TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'RECORDS-WRITTEN'      TO CTL-COUNTER-NAME
           MOVE WS-WRITTEN-COUNT       TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'RECORDS-SUPERSEDED'   TO CTL-COUNTER-NAME
           MOVE WS-SUPERSEDED-COUNT    TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'STATC-WRITTEN'        TO CTL-COUNTER-NAME
           MOVE WS-STATC-WRITTEN-COUNT TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           MOVE 'FIELD-CONFLICTS'      TO CTL-COUNTER-NAME
           MOVE WS-CONFLICT-COUNT      TO CTL-COUNTER-VALUE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
