      *
      * Change history
      *   2026-09-02  Initial version.
      *   2026-10-15  The master's ADDRESS field is renamed
      *               COMPANY-ADDRESS - ADDRESS is a reserved
      *               word - and references changed to match.
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE COMPANY-NAME OF COMPANY-DETAILS TO WS-NORM-INPUT
           PERFORM 5000-NORMALIZE-TEXT
           MOVE WS-NORM-OUTPUT TO SRT-NORM-NAME
           MOVE COMPANY-ADDRESS OF COMPANY-DETAILS TO WS-NORM-INPUT
           PERFORM 5000-NORMALIZE-TEXT
           MOVE WS-NORM-OUTPUT TO SRT-NORM-ADDRESS
           MOVE COMPANY-ID OF COMPANY-DETAILS TO SRT-COMPANY-ID
           MOVE COMPANY-NAME OF COMPANY-DETAILS TO SRT-RAW-NAME
           MOVE COMPANY-ADDRESS OF COMPANY-DETAILS TO SRT-RAW-ADDRESS
           RELEASE SORT-COMPANY-RECORD.

      *    Companies sharing a normalized name form a cluster. The
