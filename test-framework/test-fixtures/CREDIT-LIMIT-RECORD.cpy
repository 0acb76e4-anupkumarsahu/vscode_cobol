      *****************************************************************
      * Account Credit-Limit Record Layout
      * One row per customer carrying that account's own credit
      * line, replacing the single run-wide ceiling for any account
      * that has one. Set and changed through SAMPLE-PROGRAM-MAINT
      * (every change audited with the old and new line); the main
      * pass measures the account against it in 2240-VALIDATE-
      * BALANCE, the billing run holds any recurring charge that
      * would carry the account past it, and SAMPLE-PROGRAM-OVLIMIT
      * lists every account standing above it. An account with no
      * row here is held to the run-wide ceiling as it always was.
      *****************************************************************
       01  CREDIT-LIMIT-RECORD.
           05  CRL-CUST-ID         PIC 9(9).
           05  CRL-CREDIT-LIMIT    PIC S9(7)V99.
      * The line this one replaced - zero on a first-time setting
           05  CRL-PRIOR-LIMIT     PIC S9(7)V99.
           05  CRL-SET-DATE        PIC 9(8).
           05  CRL-SET-BY          PIC X(8).
