      *****************************************************
      * EXPOSURE-LIMIT-RECORD (indexed exposure limits)
      * The agreed strategy exposure ceiling for a company,
      * keyed by COMPANY-ID, as hard limits on the NUM1 and
      * NUM2 sums across all 18 strategy slots (STATC plus
      * STRTC). A limit of zero leaves that sum unlimited.
      *
      * A company with no row of its own falls back to the
      * default row for its TAXPAYER-TYPE, keyed by the
      * marker *DEFAULT* followed by the one-byte type code
      * (*DEFAULT*1, *DEFAULT*2, *DEFAULT*9). A company with
      * neither carries no limit.
      *
      * CMPEXPMN reads the limits for the nightly breach
      * monitoring run; CMPMAINT reads them to refuse a STRT
      * transaction that would take a company over its hard
      * limit.
      *****************************************************
       01  EXPOSURE-LIMIT-RECORD.
           05  LIM-KEY               PIC X(10).
           05  LIM-DEFAULT-KEY REDEFINES LIM-KEY.
               10  LIM-DEFAULT-MARKER
                                     PIC X(9).
                   88  LIM-IS-TYPE-DEFAULT   VALUE '*DEFAULT*'.
               10  LIM-DEFAULT-TAXPAYER-TYPE
                                     PIC X(1).
           05  LIM-NUM1-LIMIT        PIC 9(9).
           05  LIM-NUM2-LIMIT        PIC 9(9).
           05  LIM-SET-DATE          PIC X(8).
           05  LIM-SET-BY            PIC X(8).
