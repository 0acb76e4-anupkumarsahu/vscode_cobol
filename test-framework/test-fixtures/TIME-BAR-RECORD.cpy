      *****************************************************************
      * Time-Barred Debt Tracking Record Layout
      * One row per account the nightly statute-of-limitations pass
      * (SAMPLE-PROGRAM-SOLTRACK) has seen, keyed by the account.
      * The posting engine's payment history is only a rolling
      * window, so the last payment date is kept here for as long
      * as the account lives. The clock starts at the last payment,
      * or at the first delinquency when no payment is on record;
      * the limit comes off the statute table for the account's
      * state. A time-barred account gets the disclosure on every
      * dunning letter, is never placed with the agency, and can
      * take no litigation hold. Separately, the bureau extract
      * stops reporting the account once seven years have passed
      * from the first delinquency.
      *****************************************************************
       01  TIME-BAR-RECORD.
           05  TBR-CUST-ID         PIC 9(9).
           05  TBR-LAST-PAYMENT-DATE PIC 9(8).
      * First day of the current delinquency - zero while current
           05  TBR-FIRST-DELINQ-DATE PIC 9(8).
           05  TBR-CLOCK-START-DATE PIC 9(8).
           05  TBR-STATE           PIC X(2).
           05  TBR-LIMIT-YEARS     PIC 9(2).
      * Zero when no limit applies
           05  TBR-LIMIT-DATE      PIC 9(8).
           05  TBR-STATUS          PIC X.
               88  TBR-WITHIN-LIMIT VALUE ' '.
               88  TBR-APPROACHING VALUE 'W'.
               88  TBR-TIME-BARRED VALUE 'B'.
      * The day the status last changed
           05  TBR-STATUS-DATE     PIC 9(8).
      * Seven years from the first delinquency - zero while current
           05  TBR-REPORTING-END-DATE PIC 9(8).
           05  TBR-REVIEWED-DATE   PIC 9(8).
