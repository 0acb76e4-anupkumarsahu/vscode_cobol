      *****************************************************************
      * Debt-Sale Record Layout
      * One row per charged-off account sold to a third-party debt
      * buyer, written by SAMPLE-PROGRAM-DEBTSALE when a sale is
      * committed: which sale and buyer took it, the unrecovered
      * write-off balance that changed hands, and the price paid.
      * From then on SAMPLE-PROGRAM-POST forwards every payment that
      * still arrives on the account instead of booking it as a
      * recovery, and keeps the running total owed to the buyer
      * here; SAMPLE-PROGRAM-DEBTREMT reports it for remittance.
      * An account the buyer returns as ineligible is put back by
      * SAMPLE-PROGRAM-DEBTPUTB - the row stays, marked P, so the
      * account is ours again and is never offered a second time.
      *****************************************************************
       01  DEBT-SALE-RECORD.
           05  DSL-CUST-ID         PIC 9(9).
           05  DSL-SALE-ID         PIC X(10).
           05  DSL-BUYER-CODE      PIC X(8).
           05  DSL-SALE-DATE       PIC 9(8).
      * The vintage the account was selected from
           05  DSL-WRITEOFF-DATE   PIC 9(8).
      * Write-off less everything recovered before the sale
           05  DSL-BALANCE-SOLD    PIC S9(7)V99.
      * Price as a percent of the balance sold (e.g. 004.5000 for
      * four and a half cents on the dollar) and what it came to
           05  DSL-PRICE-PCT       PIC 9(3)V9(4).
           05  DSL-PROCEEDS        PIC S9(7)V99.
      * S = sold, P = put back by the buyer as ineligible
           05  DSL-STATUS          PIC X.
               88  DSL-SOLD        VALUE 'S'.
               88  DSL-PUT-BACK    VALUE 'P'.
           05  DSL-PUTBACK-DATE    PIC 9(8).
           05  DSL-PUTBACK-REASON  PIC X(20).
      * Payments received on the account since the sale, owed over
      * to the buyer
           05  DSL-FORWARDED-AMOUNT PIC S9(9)V99.
           05  DSL-LAST-FORWARD-DATE PIC 9(8).
