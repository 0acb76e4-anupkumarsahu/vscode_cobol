      *****************************************************************
      * Reprint Request Record Layout
      * One row per duplicate a service rep has asked for from
      * SAMPLE-PROGRAM-CORRINQ: the archived copy to send again,
      * named by the four parts of its document archive key, and who
      * asked and when. SAMPLE-PROGRAM-REPRINT works the queue each
      * night and empties it.
      *****************************************************************
       01  REPRINT-REQUEST-RECORD.
           05  RPQ-CUST-ID         PIC 9(9).
           05  RPQ-DOC-TYPE        PIC X(10).
           05  RPQ-SENT-DATE       PIC 9(8).
           05  RPQ-COPY-NO         PIC 9(3).
           05  RPQ-REQUEST-DATE    PIC 9(8).
           05  RPQ-REQUEST-TIME    PIC 9(6).
           05  RPQ-OPERATOR-ID     PIC X(8).
