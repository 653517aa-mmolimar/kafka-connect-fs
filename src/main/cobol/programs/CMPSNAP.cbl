      *               stray byte in the record area must not
      *               make the report programs skip the
      *               company as closed.
      *   2026-10-15  The master's ADDRESS field is renamed
      *               COMPANY-ADDRESS - ADDRESS is a reserved
      *               word - and references changed to match.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE 'STATC'           TO SEGMENT-ID OF COMPANY-DETAILS
           MOVE HIST-COMPANY-NAME
               TO COMPANY-NAME OF COMPANY-DETAILS
           MOVE HIST-ADDRESS      TO COMPANY-ADDRESS OF COMPANY-DETAILS
           MOVE HIST-TAXPAYER-TYPE
               TO TAXPAYER-TYPE OF COMPANY-DETAILS
           MOVE HIST-TAXPAYER-STR
