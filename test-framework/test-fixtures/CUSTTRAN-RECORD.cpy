      * this payment covers, when the feed captured one; ZERO means
      * none and the payment drains the oldest open invoice first
           05  TRN-INVOICE-REF     PIC 9(8).
      * Set when this row is one account's share of a corporate
      * parent's single remittance, split across the family by
      * SAMPLE-PROGRAM-PARALLOC - the paying account and the whole
      * remittance amount, so the posting register ties every
      * share back to the one check; ZERO on an ordinary row. On
      * the two legs of a SAMPLE-PROGRAM-MISAPPLY transfer it names
      * the OTHER leg's account and the total is the payment moved,
      * so the register links the reversal to the re-application
           05  TRN-REMIT-PARENT-ID PIC 9(9).
           05  TRN-REMIT-TOTAL     PIC S9(7)V99.
