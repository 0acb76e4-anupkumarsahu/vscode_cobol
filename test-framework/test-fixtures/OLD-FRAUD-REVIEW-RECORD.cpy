      *****************************************************************
      * Pre-Parent-Remittance Fraud Review Queue Record Layout
      * Frozen copy of FRAUD-REVIEW-RECORD as it stood before a
      * queued transaction carried its parent-level remittance
      * fields. Used only by SAMPLE-PROGRAM-RECCONV to read CUSTFRDQ
      * rows written under the old layout during the one-time
      * conversion; every other program uses FRAUD-REVIEW-RECORD.
      *****************************************************************
       01  OLD-FRAUD-REVIEW-RECORD.
           05  OFRQ-KEY.
               10  OFRQ-QUEUE-DATE  PIC 9(8).
               10  OFRQ-ITEM-SEQ    PIC 9(4).
           05  OFRQ-STATUS          PIC X.
           05  OFRQ-REASON          PIC X(30).
           05  OFRQ-CUST-ID         PIC 9(9).
           05  OFRQ-TRANS-TYPE      PIC X.
           05  OFRQ-AMOUNT          PIC S9(7)V99.
           05  OFRQ-CURRENCY-CODE   PIC X(3).
           05  OFRQ-TRANS-DATE      PIC 9(8).
           05  OFRQ-SOURCE-CODE     PIC X(8).
           05  OFRQ-REMITTER-NAME   PIC X(30).
           05  OFRQ-INVOICE-REF     PIC 9(8).
           05  OFRQ-DECIDED-BY      PIC X(8).
           05  OFRQ-DECIDED-DATE    PIC 9(8).
