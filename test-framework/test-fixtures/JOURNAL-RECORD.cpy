      * sized with room to spare so a future layout change does not
      * force a journal conversion; JRNL-AFTER-IMAGE is SPACES on a
      * DELETE, JRNL-BEFORE-IMAGE is SPACES on a fresh WRITE.
      * Rows past their keep age are moved by SAMPLE-PROGRAM-RETAIN
      * into dated history files in this same layout, listed with
      * their chain anchors on the history control file
      * (HISTORY-CONTROL-RECORD).
      *****************************************************************
       01  JOURNAL-RECORD.
           05  JRNL-PROGRAM-NAME   PIC X(24).
