      *               not previously on file opens as 'O', so a
      *               CMPMAINT closure is never undone outside
      *               the audited CLOS/REOP path.
      *   2026-10-15  The master's ADDRESS field is renamed
      *               COMPANY-ADDRESS - ADDRESS is a reserved
      *               word - and references changed to match.
      *****************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               SEGMENT-IS-STRATEGY-EXTRA  BY PRIOR-IS-STRATEGY-EXTRA
               STATIC-DETAILS             BY PRIOR-STATIC-DETAILS
               COMPANY-NAME               BY PRIOR-COMPANY-NAME
               COMPANY-ADDRESS            BY PRIOR-ADDRESS
               TAXPAYER                   BY PRIOR-TAXPAYER
               TAXPAYER-TYPE              BY PRIOR-TAXPAYER-TYPE
               TAXPAYER-TYPE-INDIVIDUAL   BY PRIOR-TYPE-INDIVIDUAL
       2110-EDIT-STATIC-FIELDS.
           MOVE COMPANY-NAME  OF COMPANY-EXTRACT-RECORD
               TO WS-COMPANY-NAME
           MOVE COMPANY-ADDRESS OF COMPANY-EXTRACT-RECORD
               TO WS-ADDRESS
           MOVE TAXPAYER-TYPE OF COMPANY-EXTRACT-RECORD
               TO WS-TAXPAYER-TYPE
           MOVE WS-COMPANY-NAME
               TO COMPANY-NAME OF COMPANY-DETAILS
           MOVE WS-ADDRESS
               TO COMPANY-ADDRESS OF COMPANY-DETAILS
           MOVE WS-TAXPAYER-TYPE
               TO TAXPAYER-TYPE OF COMPANY-DETAILS
           MOVE WS-TAXPAYER-STR
