      *****************************************************************
      * Statute-of-Limitations Table Record Layout
      * One row per state per effective date - how long after the
      * clock starts a debt can still be sued on. Keyed by the
      * CUST-STATE code and the date the limit takes effect, the
      * same way the sales-tax rates are, so a legislature changing
      * the limit is a new row and debts whose clock started under
      * the old limit keep it. Set through SAMPLE-PROGRAM-MAINT;
      * SAMPLE-PROGRAM-SOLTRACK applies the latest row effective on
      * or before the day the account's clock started. A state with
      * no row has no limit applied and nothing is ever barred.
      *****************************************************************
       01  STATUTE-LIMIT-RECORD.
           05  SOL-KEY.
               10  SOL-STATE       PIC X(2).
               10  SOL-EFFECTIVE-DATE PIC 9(8).
           05  SOL-LIMIT-YEARS     PIC 9(2).
      * How long before the limit an account is flagged approaching
           05  SOL-WARNING-DAYS    PIC 9(3).
           05  SOL-SET-BY          PIC X(8).
           05  SOL-SET-DATE        PIC 9(8).
