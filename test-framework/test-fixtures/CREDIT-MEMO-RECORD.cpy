      *****************************************************************
      * Invoice Credit Memo Record Layout
      * One row per credit memo issued against a named invoice
      * through SAMPLE-PROGRAM-MAINT - the correction for a billing
      * error, in place of a free-form balance adjustment that moves
      * CUST-BALANCE but leaves the wrong invoice open. The memo is
      * released to the posting engine as a CUSTTRAN adjustment
      * (source CRMEMO) carrying the invoice in TRN-INVOICE-REF, and
      * the optional corrected replacement invoice as a charge
      * (source REBILL) referencing the same invoice. The statement
      * run prints each memo once on the customer's next statement
      * and stamps the date it went out here.
      *****************************************************************
       01  CREDIT-MEMO-RECORD.
           05  CMM-KEY.
               10  CMM-CUST-ID     PIC 9(9).
      * The issue date, bumped when two memos land the same day
               10  CMM-MEMO-NO     PIC 9(8).
           05  CMM-INVOICE-NO      PIC 9(8).
           05  CMM-CREDIT-AMOUNT   PIC S9(7)V99.
      * Zero when no replacement invoice was issued
           05  CMM-REBILL-AMOUNT   PIC S9(7)V99.
           05  CMM-REASON-CODE     PIC X(10).
           05  CMM-ISSUED-BY       PIC X(8).
           05  CMM-ISSUE-DATE      PIC 9(8).
      * Zero until the memo has printed on a statement
           05  CMM-STMT-DATE       PIC 9(8).
