      *****************************************************************
      * State Sales-Tax Rate Record Layout
      * One row per state per effective date - the combined rate
      * finance used to look up on a spreadsheet. Keyed by the
      * CUST-STATE code and the date the rate takes effect, so a
      * rate change is a new row and the old rate still answers for
      * charges due before it. Set through SAMPLE-PROGRAM-MAINT;
      * SAMPLE-PROGRAM-BILLING taxes each recurring charge at the
      * latest rate effective on or before the charge's due date.
      * A state with no row, or whose only rows are still in the
      * future, is not taxed.
      *****************************************************************
       01  SALES-TAX-RATE-RECORD.
           05  STX-KEY.
               10  STX-STATE       PIC X(2).
               10  STX-EFFECTIVE-DATE PIC 9(8).
      * Decimal fraction - 0.07250 is seven and a quarter percent
           05  STX-RATE            PIC 9V9(5).
           05  STX-SET-BY          PIC X(8).
           05  STX-SET-DATE        PIC 9(8).
