      *****************************************************************
      * Credit-Line Review Proposal Record Layout
      * One row per customer holding the latest line change the
      * quarterly SAMPLE-PROGRAM-CRREVIEW run proposed from the
      * account's risk grade, recent payment history, and thirteen
      * months of balance history - an increase for a clean account
      * using most of its line, a decrease for one that is going
      * bad. The proposal waits PENDING until a supervisor approves
      * or rejects it through SAMPLE-PROGRAM-MAINT; approval moves
      * the proposed line onto the credit-limit file. An approved
      * decrease is owed an adverse-action notice, which the review
      * run's notice pass renders through the template library and
      * logs to the correspondence log, stamping the date here.
      *****************************************************************
       01  CREDIT-REVIEW-RECORD.
           05  CRV-CUST-ID         PIC 9(9).
           05  CRV-STATUS          PIC X.
               88  CRV-PENDING     VALUE 'P'.
               88  CRV-APPROVED    VALUE 'A'.
               88  CRV-REJECTED    VALUE 'J'.
           05  CRV-DIRECTION       PIC X.
               88  CRV-INCREASE    VALUE 'I'.
               88  CRV-DECREASE    VALUE 'D'.
           05  CRV-CURRENT-LIMIT   PIC S9(7)V99.
           05  CRV-PROPOSED-LIMIT  PIC S9(7)V99.
      * What drove the proposal, as the run saw it
           05  CRV-BALANCE         PIC S9(7)V99.
           05  CRV-UTILIZATION-PCT PIC 9(3).
           05  CRV-RISK-GRADE      PIC X.
           05  CRV-MAX-DAYS-PAST-DUE PIC 9(3).
           05  CRV-REASON          PIC X(30).
           05  CRV-PROPOSED-DATE   PIC 9(8).
           05  CRV-DECIDED-BY      PIC X(8).
           05  CRV-DECIDED-DATE    PIC 9(8).
      * Zero until the adverse-action notice for an approved
      * decrease has gone out
           05  CRV-NOTICE-DATE     PIC 9(8).
