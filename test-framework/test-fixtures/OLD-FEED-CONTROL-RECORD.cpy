      *****************************************************************
      * Pre-Backout Inbound Feed Registration Record Layout
      * Frozen copy of FEED-CONTROL-RECORD as it stood before a
      * backed-out file was marked on its registration. Used only by
      * SAMPLE-PROGRAM-RECCONV to read CUSTFDCL rows written under
      * the old layout during the one-time conversion; every other
      * program uses FEED-CONTROL-RECORD.
      *****************************************************************
       01  OLD-FEED-CONTROL-RECORD.
           05  OFDC-KEY.
               10  OFDC-FEED-CODE   PIC X(8).
               10  OFDC-BUSINESS-DATE PIC 9(8).
               10  OFDC-SEQUENCE    PIC 9(6).
           05  OFDC-CONTENT-HASH    PIC 9(12).
           05  OFDC-RECORD-COUNT    PIC 9(8).
           05  OFDC-REGISTERED-DATE PIC 9(8).
           05  OFDC-REGISTERED-TIME PIC 9(6).
