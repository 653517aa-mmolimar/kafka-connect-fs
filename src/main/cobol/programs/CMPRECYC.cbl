      *               full old/new master copy is gone. The
      *               merge is queue-driven now instead of
      *               master-driven.
      *   2026-10-15  The master's ADDRESS field is renamed
      *               COMPANY-ADDRESS - ADDRESS is a reserved
      *               word - and references changed to match.
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   PERFORM 2320-VALIDATE-ADDRESS
                   IF ADDRESS-VALID
                       MOVE FUNCTION UPPER-CASE(WS-CORR-ADDRESS)
                           TO COMPANY-ADDRESS OF COMPANY-DETAILS
                       SET MASTER-CHANGED TO TRUE
                       ADD 1 TO WS-ADDR-APPLIED-COUNT
                   ELSE
