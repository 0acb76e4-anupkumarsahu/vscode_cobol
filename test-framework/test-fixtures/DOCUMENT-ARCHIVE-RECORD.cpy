      *****************************************************************
      * Document Archive Record Layout
      * One row per printed line of every rendered statement and
      * letter, exactly as it went to the print file, so a rep can
      * read back what the customer was sent and order a duplicate.
      * Keyed by CUST-ID, document type and sent date - the same three
      * fields as the correspondence log row that sent it - then a
      * copy number, since one customer can be sent the same document
      * twice in a day (a re-run, or a copy to each guarantor), and
      * the line number within the copy. The log row carries the copy
      * number in CORR-ARCHIVE-COPY-NO. Written only through
      * SAMPLE-PROGRAM-DOCARCH; read by SAMPLE-PROGRAM-CORRINQ and
      * SAMPLE-PROGRAM-REPRINT; a customer's rows are deleted by
      * SAMPLE-PROGRAM-ERASE and SAMPLE-PROGRAM-PURGE along with the
      * rest of the customer's data.
      *****************************************************************
       01  DOCUMENT-ARCHIVE-RECORD.
           05  DAR-KEY.
               10  DAR-CUST-ID     PIC 9(9).
               10  DAR-DOC-TYPE    PIC X(10).
               10  DAR-SENT-DATE   PIC 9(8).
               10  DAR-COPY-NO     PIC 9(3).
               10  DAR-LINE-NO     PIC 9(4).
           05  DAR-SENT-TIME       PIC 9(6).
      * The program that rendered the document
           05  DAR-PROGRAM-NAME    PIC X(24).
           05  DAR-LINE-TEXT       PIC X(80).
