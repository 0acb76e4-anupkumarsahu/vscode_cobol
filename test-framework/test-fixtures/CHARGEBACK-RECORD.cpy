      *****************************************************************
      * Card Chargeback Record Layout
      * One row per chargeback the card processor reports against a
      * payment taken through SAMPLE-PROGRAM-PORTAL, keyed by the
      * processor's case number and written by SAMPLE-PROGRAM-
      * CHARGEBK when the chargeback arrives. The payment is reversed
      * through the posting engine at once; the row then tracks the
      * case through representment to its decision - a win re-posts
      * the payment, a loss leaves the reversal standing.
      *****************************************************************
       01  CHARGEBACK-RECORD.
           05  CHB-CASE-ID             PIC X(16).
           05  CHB-CUST-ID             PIC 9(9).
           05  CHB-AMOUNT              PIC S9(7)V99.
      * The original portal payment's date - the reversal re-ages
      * the account from here
           05  CHB-PAYMENT-DATE        PIC 9(8).
      * The card network's reason code (10.4 FRAUD, 13.1 SERVICES
      * NOT RECEIVED, ...) as the processor sends it
           05  CHB-REASON-CODE         PIC X(6).
           05  CHB-RECEIVED-DATE       PIC 9(8).
      * The last day the processor will take our representment
           05  CHB-RESPOND-BY-DATE     PIC 9(8).
           05  CHB-STATUS              PIC X.
               88  CHB-OPEN            VALUE 'O'.
               88  CHB-REPRESENTED     VALUE 'R'.
               88  CHB-WON             VALUE 'W'.
               88  CHB-LOST            VALUE 'L'.
           05  CHB-REPRESENTED-DATE    PIC 9(8).
           05  CHB-DECIDED-DATE        PIC 9(8).
