      * balance tally reads the open items so each unpaid invoice
      * ages from its own date instead of the one account-level
      * CUST-DAYS-PAST-DUE - one old invoice no longer makes ten
      * current ones look delinquent. Each invoice carries the
      * customer's payment terms as they stood when it was created -
      * the due date they imply and, on discount terms, the last
      * day the early-payment discount may be taken. A credit memo
      * issued against the invoice reduces its open amount; the
      * corrected replacement invoice, if any, names the invoice it
      * replaces.
      * Invoices written before terms were carried were brought
      * forward by SAMPLE-PROGRAM-RECCONV with the terms, discount,
      * credit and rebill fields spaced or zeroed.
      *****************************************************************
       01  INVOICE-RECORD.
           05  INV-KEY.
           05  INV-STATUS          PIC X.
               88  INV-OPEN        VALUE 'O'.
               88  INV-PAID        VALUE 'P'.
      * Short-paid past tolerance - the unpaid remainder now lives
      * on a DEDUCTION-RECORD, not on this invoice
               88  INV-DEDUCTED    VALUE 'D'.
      * Cleared in full by credit memos rather than by payment
               88  INV-CREDITED    VALUE 'K'.
      * Moved to another account by an account split - the open
      * amount now lives under the same invoice number on the new
      * CUST-ID, and this row stays behind, zeroed, as the trail
               88  INV-TRANSFERRED VALUE 'T'.
           05  INV-INVOICE-DATE    PIC 9(8).
           05  INV-ORIGINAL-AMOUNT PIC S9(7)V99.
      * What is still unpaid - the open-item figure the aging reads
           05  INV-OPEN-AMOUNT     PIC S9(7)V99.
           05  INV-PAID-DATE       PIC 9(8).
           05  INV-SOURCE-CODE     PIC X(8).
           05  INV-TERMS-CODE      PIC X(8).
           05  INV-DUE-DATE        PIC 9(8).
      * Zero rate and zero date when the terms carry no discount
           05  INV-DISCOUNT-PCT    PIC 9(2)V99.
           05  INV-DISCOUNT-DATE   PIC 9(8).
      * Set once the discount has been taken, so it is never taken
      * twice on the same invoice
           05  INV-DISCOUNT-TAKEN  PIC S9(7)V99.
      * Running total of credit memos posted against the invoice
           05  INV-CREDITED-AMOUNT PIC S9(7)V99.
      * The invoice this one was re-billed to replace - zero on an
      * ordinary charge
           05  INV-REPLACES-INVOICE-NO PIC 9(8).
