      *   &BALANCE   the balance, edited for print
      *   &DAYS      days past due
      *   &PROMISED  the open promised amount, when one exists
      * and, in remediation campaign letters only:
      *   &REMEDY    the total paid back, refund plus interest
      *   &REFUND    the refund before interest
      *   &INTEREST  the interest added to the refund
      * Every line of a document carries the same TPL-VERSION, and
      * the version renders onto the CORRESPONDENCE-LOG-RECORD row
      * so "exactly which wording did this customer receive" has a
