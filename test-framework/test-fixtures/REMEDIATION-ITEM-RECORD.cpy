      *****************************************************************
      * Remediation Item Record Layout
      * One row per customer a remediation campaign has found,
      * keyed by campaign and CUST-ID - the proof, customer by
      * customer, that the campaign was carried out. Written by
      * SAMPLE-PROGRAM-REMEDIATE when the customer is identified,
      * moved on as the remedy is paid and the letter sent, and
      * brought up to date against the check register by SAMPLE-
      * PROGRAM-RMDSTAT, whose status report reads it back.
      * A row once paid is never paid again, however often the
      * campaign is rerun.
      *****************************************************************
       01  REMEDIATION-ITEM-RECORD.
           05  RMI-KEY.
               10  RMI-CAMPAIGN-ID PIC X(8).
               10  RMI-CUST-ID     PIC 9(9).
      * The harm as found: how many register rows, what they came
      * to, the refund owed on them and the interest on the refund
           05  RMI-ITEM-COUNT      PIC 9(4).
           05  RMI-BASE-AMOUNT     PIC S9(7)V99.
           05  RMI-REFUND-AMOUNT   PIC S9(7)V99.
           05  RMI-INTEREST-AMOUNT PIC S9(7)V99.
           05  RMI-REMEDY-AMOUNT   PIC S9(7)V99.
           05  RMI-IDENTIFIED-DATE PIC 9(8).
           05  RMI-PAY-STATUS      PIC X.
      * Found, not yet paid
               88  RMI-IDENTIFIED  VALUE 'I'.
      * Could not be paid - RMI-HOLD-REASON says why; retried on
      * every later run
               88  RMI-HELD        VALUE 'H'.
      * Paid as a credit to an open account
               88  RMI-CREDITED    VALUE 'C'.
      * A check requested for a closed account, not yet cashed
               88  RMI-CHECK-REQUESTED VALUE 'Q'.
      * The check has cleared the bank
               88  RMI-CHECK-PAID  VALUE 'K'.
      * The check stale-dated and was voided back to the account
               88  RMI-CHECK-VOIDED VALUE 'V'.
               88  RMI-PAID-OUT    VALUE 'C' 'K'.
               88  RMI-REMEDY-RELEASED VALUE 'C' 'Q' 'K' 'V'.
           05  RMI-PAID-DATE       PIC 9(8).
           05  RMI-CHECK-NUMBER    PIC 9(9).
           05  RMI-HOLD-REASON     PIC X(30).
           05  RMI-LETTER-STATUS   PIC X.
               88  RMI-LETTER-NOT-SENT VALUE SPACE.
               88  RMI-LETTER-SENT VALUE 'S'.
               88  RMI-LETTER-UNDELIVERABLE VALUE 'U'.
           05  RMI-LETTER-DATE     PIC 9(8).
           05  RMI-TEMPLATE-VERSION PIC 9(3).
