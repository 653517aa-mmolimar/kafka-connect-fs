      * replace or delete for the whole company. A full
      * extract leaves the byte at spaces and CMPLOAD
      * ignores it.
      *
      * XTR-SOURCE-ID, the last byte of every segment, is set
      * by CMPXMRG when it merges the head office and branch
      * extracts: the system the segment came from, or M for
      * a STATC/CNTCT built from more than one source. CMPLOAD
      * and CMPXEDIT ignore it.
      *****************************************************
       01  COMPANY-EXTRACT-RECORD.
           05  SEGMENT-ID            PIC X(5).
           05  COMPANY-ID            PIC X(10).
           05  STATIC-SEGMENT.
               10  COMPANY-NAME      PIC X(15).
               10  COMPANY-ADDRESS   PIC X(25).
               10  TAXPAYER-TYPE     PIC X(1).
                   88  TAXPAYER-TYPE-INDIVIDUAL   VALUE '1'.
                   88  TAXPAYER-TYPE-BUSINESS     VALUE '2'.
                   88  XTR-ACTION-ADD             VALUE 'A'.
                   88  XTR-ACTION-REPLACE         VALUE 'R'.
                   88  XTR-ACTION-DELETE          VALUE 'D'.
               10  FILLER            PIC X(34).
           05  STRATEGY-SEGMENT REDEFINES STATIC-SEGMENT.
               10  STRAT-NUM1        PIC 9(7) COMP.
               10  STRAT-NUM2        PIC 9(7) COMP-3.
               10  FILLER            PIC X(76).
           05  CONTACT-SEGMENT REDEFINES STATIC-SEGMENT.
               10  CONTACT-NAME      PIC X(20).
               10  CONTACT-PHONE     PIC X(12).
               10  CONTACT-EMAIL     PIC X(30).
               10  FILLER            PIC X(22).
           05  XTR-SOURCE-ID         PIC X(1).
               88  XTR-SOURCE-HEAD-OFFICE     VALUE 'H'.
               88  XTR-SOURCE-BRANCH-1        VALUE '1'.
               88  XTR-SOURCE-BRANCH-2        VALUE '2'.
               88  XTR-SOURCE-MERGED          VALUE 'M'.
