      * extract, the dunning run, and any future letter program all
      * share this layout, so "what did you send me?" has one answer
      * in one place. SAMPLE-PROGRAM-CORRINQ reads it back by CUST-ID
      * for customer service. SAMPLE-PROGRAM-MAILCONF stamps each
      * paper row with the day the print vendor confirms it mailed.
      * A rendered letter or statement keeps its text in the document
      * archive (DOCUMENT-ARCHIVE-RECORD) under the row's CUST-ID,
      * document type and sent date, and the copy number here.
      * Rows past their keep age are moved by SAMPLE-PROGRAM-RETAIN
      * into dated history files in this same layout, listed on the
      * history control file (HISTORY-CONTROL-RECORD).
      *****************************************************************
       01  CORRESPONDENCE-LOG-RECORD.
           05  CORR-CUST-ID        PIC 9(9).
      * Which wording version went out, once letter text moved to
      * the template library; zero for documents with no template
           05  CORR-TEMPLATE-VERSION PIC 9(3).
      * The day the print vendor confirmed the piece went into the
      * mail; zero until confirmed (and always zero for e-channel
      * rows, which nothing mails)
           05  CORR-MAILED-DATE    PIC 9(8).
      * Which archived copy of the document this row sent - the
      * fourth part of the archive key after CUST-ID, CORR-DOC-TYPE
      * and CORR-SENT-DATE; zero when nothing was archived (e-channel
      * notices and other documents with no rendered text)
           05  CORR-ARCHIVE-COPY-NO PIC 9(3).
