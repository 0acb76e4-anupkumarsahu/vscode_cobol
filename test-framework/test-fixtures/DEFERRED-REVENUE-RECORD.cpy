      *****************************************************************
      * Deferred-Revenue Recognition Schedule Record Layout
      * One row per quarterly or annual recurring charge billed up
      * front, written by SAMPLE-PROGRAM-BILLING when it cuts the
      * charge and keyed by the customer and the charge's date - the
      * same pair the posting register carries, so SAMPLE-PROGRAM-
      * GLGEN can tell a deferred charge from an ordinary one and
      * book it to deferred revenue instead of service income. The
      * month-end run SAMPLE-PROGRAM-REVREC releases one month's
      * share into earned revenue per period (the last month takes
      * the rounding remainder). Cancelling the recurring charge
      * through SAMPLE-PROGRAM-MAINT reverses whatever is still
      * unearned as a credit to the customer.
      *****************************************************************
       01  DEFERRED-REVENUE-RECORD.
           05  DFR-KEY.
               10  DFR-CUST-ID     PIC 9(9).
               10  DFR-CHARGE-DATE PIC 9(8).
           05  DFR-STATUS          PIC X.
               88  DFR-ACTIVE      VALUE 'A'.
               88  DFR-FULLY-EARNED VALUE 'E'.
               88  DFR-CANCELLED   VALUE 'X'.
           05  DFR-FREQUENCY       PIC X.
           05  DFR-TOTAL-AMOUNT    PIC S9(7)V99.
           05  DFR-MONTHS          PIC 9(2).
           05  DFR-MONTHLY-AMOUNT  PIC S9(7)V99.
      * The first period (YYYYMM) that earns a share - the month of
      * the charge date
           05  DFR-FIRST-PERIOD    PIC 9(6).
           05  DFR-MONTHS-RECOGNIZED PIC 9(2).
           05  DFR-RECOGNIZED-AMOUNT PIC S9(7)V99.
           05  DFR-LAST-PERIOD     PIC 9(6).
           05  DFR-DESCRIPTION     PIC X(20).
      * Set on cancellation - the unearned remainder credited back
           05  DFR-CANCEL-DATE     PIC 9(8).
           05  DFR-REVERSED-AMOUNT PIC S9(7)V99.
