                   88  SEGMENT-IS-STRATEGY-EXTRA  VALUE 'STRTC'.
           05  STATIC-DETAILS.
               10  COMPANY-NAME      PIC X(15).
               10  COMPANY-ADDRESS   PIC X(25).
               10  TAXPAYER.
                   15  TAXPAYER-TYPE PIC X(1).
                       88  TAXPAYER-TYPE-INDIVIDUAL   VALUE '1'.
