      *   2026-08-22  Reads the master as an indexed file in
      *               key order now that it is keyed on
      *               COMPANY-ID + SEGMENT-ID.
      *   2026-10-15  The master's ADDRESS field is renamed
      *               COMPANY-ADDRESS - ADDRESS is a reserved
      *               word - and references changed to match.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WS-RUN-DATE                   TO NEWH-EFF-START-DATE
           MOVE HIGH-VALUES                   TO NEWH-EFF-END-DATE
           MOVE COMPANY-NAME OF COMPANY-DETAILS TO NEWH-COMPANY-NAME
           MOVE COMPANY-ADDRESS OF COMPANY-DETAILS TO NEWH-ADDRESS
           MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
               TO NEWH-TAXPAYER-TYPE
           MOVE TAXPAYER-STR OF COMPANY-DETAILS

       2200-COMPARE-COMPANY.
           IF COMPANY-NAME OF COMPANY-DETAILS = HIST-COMPANY-NAME
              AND COMPANY-ADDRESS OF COMPANY-DETAILS = HIST-ADDRESS
              AND TAXPAYER-TYPE OF COMPANY-DETAILS
                  = HIST-TAXPAYER-TYPE
              AND TAXPAYER-STR OF COMPANY-DETAILS
           MOVE WS-RUN-DATE     TO NEWH-EFF-START-DATE
           MOVE HIGH-VALUES     TO NEWH-EFF-END-DATE
           MOVE COMPANY-NAME OF COMPANY-DETAILS TO NEWH-COMPANY-NAME
           MOVE COMPANY-ADDRESS OF COMPANY-DETAILS TO NEWH-ADDRESS
           MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
               TO NEWH-TAXPAYER-TYPE
           MOVE TAXPAYER-STR OF COMPANY-DETAILS
