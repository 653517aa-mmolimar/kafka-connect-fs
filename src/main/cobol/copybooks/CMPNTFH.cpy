      *****************************************************
      * NOTICE-HISTORY-RECORD
      * CMPNOTFY's sent-notice history - the date a notice
      * for each company and event code last went out. An
      * event for the same company within the suppression
      * window is not notified again. Each run reads the
      * old generation and writes a new one; rows older than
      * the window no longer suppress anything and are
      * dropped.
      *****************************************************
       01  NOTICE-HISTORY-RECORD.
           05  NTFH-COMPANY-ID       PIC X(10).
           05  NTFH-EVENT-CODE       PIC X(4).
           05  NTFH-SENT-DATE        PIC X(8).
