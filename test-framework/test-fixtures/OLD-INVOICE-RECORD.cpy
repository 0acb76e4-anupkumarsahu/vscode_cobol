      *****************************************************************
      * Pre-Terms Open-Item Invoice Record Layout
      * Frozen copy of INVOICE-RECORD as it stood before payment
      * terms, discounts, credit memos and rebills were carried on
      * the invoice. Used only by SAMPLE-PROGRAM-RECCONV to read
      * CUSTINVC rows written under the old layout during the one-
      * time conversion; every other program uses INVOICE-RECORD.
      *****************************************************************
       01  OLD-INVOICE-RECORD.
           05  OINV-KEY.
               10  OINV-CUST-ID     PIC 9(9).
               10  OINV-INVOICE-NO  PIC 9(8).
           05  OINV-STATUS          PIC X.
           05  OINV-INVOICE-DATE    PIC 9(8).
           05  OINV-ORIGINAL-AMOUNT PIC S9(7)V99.
           05  OINV-OPEN-AMOUNT     PIC S9(7)V99.
           05  OINV-PAID-DATE       PIC 9(8).
           05  OINV-SOURCE-CODE     PIC X(8).
