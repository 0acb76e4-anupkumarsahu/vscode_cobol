      *****************************************************************
      * Payment Application Record Layout
      * One row per payment SAMPLE-PROGRAM-POST applies, keyed by
      * the account, the payment's own transaction date, and a
      * sequence that bumps past any key already taken. It is the
      * trail of where the money went: how the sub-ledger allocation
      * split it across fees, interest, and principal, and which
      * open invoices it drained and by how much, and which payment-
      * plan installments it satisfied. The posting register says a
      * payment posted; this row says what it paid.
      * SAMPLE-PROGRAM-MISAPPLY finds the payment a transfer request
      * names here and marks it pending; the transfer's reversal leg
      * reads it back in posting to put every component and invoice
      * back exactly as the payment found them, and marks it
      * transferred so the same payment can never move twice.
      * SAMPLE-PROGRAM-BACKOUT claims the row the same way when it
      * reverses a bad posting run, and its reversal row puts the
      * payment back out of the books through the same trail.
      *****************************************************************
       01  PAYMENT-APPLICATION-RECORD.
           05  PAP-KEY.
               10  PAP-CUST-ID         PIC 9(9).
               10  PAP-TRANS-DATE      PIC 9(8).
               10  PAP-SEQ             PIC 9(3).
           05  PAP-POST-DATE           PIC 9(8).
      * In the account's currency - the converted figure when the
      * payment arrived in another one, the same as the register's
           05  PAP-AMOUNT              PIC S9(7)V99.
           05  PAP-SOURCE-CODE         PIC X(8).
           05  PAP-STATUS              PIC X.
               88  PAP-APPLIED         VALUE 'A'.
      * A transfer request has claimed it; the reversal leg has not
      * posted yet
               88  PAP-TRANSFER-PENDING VALUE 'T'.
               88  PAP-TRANSFERRED     VALUE 'X'.
      * Claimed by a posting-run backout, then backed out
               88  PAP-BACKOUT-PENDING VALUE 'Q'.
               88  PAP-BACKED-OUT      VALUE 'B'.
      * The account the payment was moved to, and the day posting
      * moved it (or backed it out) - zero until then
           05  PAP-TRANSFER-CUST-ID    PIC 9(9).
           05  PAP-TRANSFER-DATE       PIC 9(8).
      * The sub-ledger allocation, in the declared order
           05  PAP-FEE-APPLIED         PIC S9(7)V99.
           05  PAP-INTEREST-APPLIED    PIC S9(7)V99.
           05  PAP-PRINCIPAL-APPLIED   PIC S9(7)V99.
      * Each invoice the payment drained; a payment spread past the
      * table lands the rest on principal when it is put back
           05  PAP-INVOICE-COUNT       PIC 9(2).
           05  PAP-INVOICE-APPLIED OCCURS 12 TIMES.
               10  PAP-INVOICE-NO      PIC 9(8).
               10  PAP-INVOICE-AMOUNT  PIC S9(7)V99.
      * Payment-plan installment slots the payment satisfied
           05  PAP-PLAN-SLOT-COUNT     PIC 9(2).
           05  PAP-PLAN-SLOT OCCURS 12 TIMES PIC 9(2).
