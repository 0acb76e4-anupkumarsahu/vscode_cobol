      *****************************************************************
      * Security Deposit Record Layout
      * One row per customer holding a security deposit - money the
      * shop holds against a higher-risk commercial account, kept
      * apart from CUST-BALANCE because it is the customer's money,
      * not money the customer owes. Recorded through SAMPLE-
      * PROGRAM-MAINT. The monthly SAMPLE-PROGRAM-DEPOSIT run
      * accrues the interest owed on it and returns it, interest and
      * all, through the refund-check path once the account has
      * twelve clean closed months behind it. SAMPLE-PROGRAM-CLOSURE
      * applies a deposit still held against the final balance when
      * it retires the account and refunds whatever is left.
      *****************************************************************
       01  DEPOSIT-RECORD.
           05  DEP-CUST-ID         PIC 9(9).
           05  DEP-STATUS          PIC X.
               88  DEP-HELD        VALUE 'H'.
               88  DEP-RETURNED    VALUE 'R'.
               88  DEP-APPLIED     VALUE 'A'.
           05  DEP-AMOUNT-HELD     PIC S9(7)V99.
           05  DEP-RECEIVED-DATE   PIC 9(8).
      * Annual simple rate, percent - accrued monthly
           05  DEP-INTEREST-RATE   PIC 9(2)V99.
      * Interest owed to the customer, accrued and not yet paid
           05  DEP-INTEREST-ACCRUED PIC S9(7)V99.
      * Last period (YYYYMM) accrued - the rerun guard; set to the
      * month received, so the first accrual is the month after
           05  DEP-LAST-ACCRUAL-PERIOD PIC 9(6).
           05  DEP-RECORDED-BY     PIC X(8).
      * How the deposit left: returned or applied at closure, the
      * date, and the total (deposit plus interest) released
           05  DEP-RELEASE-DATE    PIC 9(8).
           05  DEP-RELEASED-AMOUNT PIC S9(7)V99.
      * The part of the release applied against the final balance -
      * the rest went out as a refund check
           05  DEP-APPLIED-AMOUNT  PIC S9(7)V99.
