      *****************************************************
      * EXTRACT-PRECEDENCE-RECORD (source precedence table)
      * One row per extract field that CMPXMRG resolves when
      * the same COMPANY-ID arrives from more than one
      * source system, naming the sources in the order they
      * win:
      *   H - head office      1 - branch 1    2 - branch 2
      * e.g. 'H12' takes head office first, then branch 1,
      * then branch 2. A source left off the order wins the
      * field only when no source on the order sent it, and
      * is otherwise compared with the value taken. A source
      * that sent the field blank (for TXNUM, spaces or
      * LOW-VALUES) is passed over for the next in order.
      *
      * PRC-FIELD-NAME is one of:
      *   NAME     ADDRESS  TXTYPE   TXNUM    ACTION   (STATC)
      *   STRATS   (the company's STRAT lines, as a set)
      *   CNTNAME  CNTPHONE CNTEMAIL                   (CNTCT)
      * A field with no row keeps the CMPXMRG default.
      *****************************************************
       01  EXTRACT-PRECEDENCE-RECORD.
           05  PRC-FIELD-NAME        PIC X(8).
           05  PRC-SOURCE-ORDER      PIC X(3).
           05  PRC-SET-DATE          PIC X(8).
           05  PRC-SET-BY            PIC X(8).
