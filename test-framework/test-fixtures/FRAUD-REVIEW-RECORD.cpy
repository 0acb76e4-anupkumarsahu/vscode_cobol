      * put a released item back through posting under its ORIGINAL
      * transaction date - re-aging stays honest - and a rejected
      * one keeps its reason on file.
      * Items queued before the parent remittance fields existed
      * were brought forward by SAMPLE-PROGRAM-RECCONV with them
      * zeroed.
      *****************************************************************
       01  FRAUD-REVIEW-RECORD.
           05  FRQ-KEY.
           05  FRQ-SOURCE-CODE     PIC X(8).
           05  FRQ-REMITTER-NAME   PIC X(30).
           05  FRQ-INVOICE-REF     PIC 9(8).
           05  FRQ-REMIT-PARENT-ID PIC 9(9).
           05  FRQ-REMIT-TOTAL     PIC S9(7)V99.
           05  FRQ-DECIDED-BY      PIC X(8).
           05  FRQ-DECIDED-DATE    PIC 9(8).
