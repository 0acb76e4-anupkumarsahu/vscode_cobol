      *****************************************************************
      * Deposit Claim Record Layout
      * One row per deposit one of our cash feeds says it made to the
      * bank: a released LOCKBOX batch, a released PORTAL settlement
      * batch, a balanced TELLER till, and one row per ACHORIG debit
      * (the bank settles those as one credit per effective date, so
      * the reconciliation sums them by DCL-EXPECTED-DATE). Each feed
      * appends its rows; SAMPLE-PROGRAM-BANKREC matches them against
      * the credits on the bank's BAI2 prior-day statement and empties
      * the file once every claim is either matched or carried on the
      * reconciling-item file.
      *****************************************************************
       01  DEPOSIT-CLAIM-RECORD.
           05  DCL-CLAIM-DATE          PIC 9(8).
           05  DCL-FEED-CODE           PIC X(8).
               88  DCL-LOCKBOX-CLAIM   VALUE 'LOCKBOX '.
               88  DCL-PORTAL-CLAIM    VALUE 'PORTAL  '.
               88  DCL-TELLER-CLAIM    VALUE 'TELLER  '.
               88  DCL-ACHORIG-CLAIM   VALUE 'ACHORIG '.
      * Batch id, till operator, or trace customer - whatever lets
      * the cash desk find the deposit in the feed's own records
           05  DCL-REFERENCE           PIC X(12).
           05  DCL-AMOUNT              PIC S9(9)V99.
      * The day the money should show on the bank statement - the
      * claim date, or the debit effective date for ACH
           05  DCL-EXPECTED-DATE       PIC 9(8).
