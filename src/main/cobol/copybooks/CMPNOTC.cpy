      *****************************************************
      * CONTACT-NOTICE-RECORD
      * Outbound notice for the correspondence system - one
      * per company event (CMPEVNT event codes), carrying
      * the company's details off its STATC row and the
      * contact to write to off its CNTCT row. The taxpayer
      * number is carried unpacked. Written by CMPNOTFY.
      *****************************************************
       01  CONTACT-NOTICE-RECORD.
           05  NTC-EVENT-CODE        PIC X(4).
           05  NTC-EVENT-TEXT        PIC X(30).
           05  NTC-EVENT-TIMESTAMP   PIC X(14).
           05  NTC-NOTICE-DATE       PIC X(8).
           05  NTC-COMPANY-ID        PIC X(10).
           05  NTC-COMPANY-NAME      PIC X(15).
           05  NTC-COMPANY-ADDRESS   PIC X(25).
           05  NTC-TAXPAYER-TYPE     PIC X(1).
           05  NTC-TAXPAYER-NUM      PIC 9(8).
           05  NTC-COMPANY-STATUS    PIC X(1).
           05  NTC-CONTACT-NAME      PIC X(20).
           05  NTC-CONTACT-EMAIL     PIC X(30).
           05  NTC-CONTACT-PHONE     PIC X(12).
