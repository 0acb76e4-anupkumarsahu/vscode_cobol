      *****************************************************************
      * Allowance Reserve Record Layout
      * One row per company per month-end, written by
      * SAMPLE-PROGRAM-BADDEBT with the reserve it set, the aged
      * receivables it was set against, and the per-bucket loss
      * rates the roll-rate matrix produced. The next month reads
      * this month's row back as its prior reserve, so the true-up
      * booked is always the change, never the whole balance. A
      * rerun within the month rewrites the row in place.
      * Loss rates are by aging bucket: 1 = current, 2 = 30-59,
      * 3 = 60-89, 4 = 90-plus days past due.
      *****************************************************************
       01  ALLOWANCE-RESERVE-RECORD.
           05  ALW-KEY.
               10  ALW-COMPANY-ID      PIC X(4).
               10  ALW-PERIOD-ID       PIC 9(6).
           05  ALW-AGED-BALANCE        PIC S9(11)V99.
           05  ALW-RESERVE-AMOUNT      PIC S9(11)V99.
           05  ALW-LOSS-RATE           PIC 9V9(6) OCCURS 4 TIMES.
           05  ALW-RUN-DATE            PIC 9(8).
           05  ALW-RUN-TIME            PIC 9(6).
