      *****************************************************************
      * Judgment Record Layout
      * One row per court case won on a litigated account - what the
      * court awarded and what has come in against it since. Keyed
      * by CUST-ID plus a case sequence number, so an account sued
      * more than once carries a row per case and a START on the
      * account's first key walks them all. Recorded and closed on
      * SAMPLE-PROGRAM-LITDESK; SAMPLE-PROGRAM-JDGACCR accrues the
      * post-judgment interest monthly, SAMPLE-PROGRAM-POST credits
      * every payment on the account to its open judgment, and
      * SAMPLE-PROGRAM-JDGRPT lists each attorney's cases.
      *****************************************************************
       01  JUDGMENT-RECORD.
           05  JDG-KEY.
               10  JDG-CUST-ID     PIC 9(9).
               10  JDG-CASE-NO     PIC 9(3).
      * The court's own docket number - what a garnishment check
      * quotes on its stub
           05  JDG-COURT-CASE-ID   PIC X(20).
           05  JDG-COURT-NAME      PIC X(30).
           05  JDG-ATTORNEY-CODE   PIC X(8).
           05  JDG-ATTORNEY-NAME   PIC X(30).
           05  JDG-JUDGMENT-DATE   PIC 9(8).
           05  JDG-JUDGMENT-AMOUNT PIC S9(7)V99.
      * Court costs awarded, cumulative - the desk adds each cost
      * as the attorney bills it; JDG-COSTS-POSTED is how much of
      * it the accrual run has already charged to the account
           05  JDG-COURT-COSTS     PIC S9(7)V99.
           05  JDG-COSTS-POSTED    PIC S9(7)V99.
      * Statutory post-judgment rate, annual percent (e.g. 009.0000
      * for nine percent), as the judgment states it
           05  JDG-INTEREST-RATE   PIC 9(3)V9(4).
           05  JDG-INTEREST-ACCRUED PIC S9(7)V99.
           05  JDG-LAST-ACCRUAL-DATE PIC 9(8).
      * Everything credited against the judgment since it was
      * entered, and the garnishment share of it
           05  JDG-COLLECTED       PIC S9(7)V99.
           05  JDG-GARNISHED       PIC S9(7)V99.
           05  JDG-LAST-PAYMENT-DATE PIC 9(8).
      * O = open, S = satisfied (paid and a satisfaction filed),
      * V = vacated or set aside by the court
           05  JDG-STATUS          PIC X.
               88  JDG-OPEN        VALUE 'O'.
               88  JDG-SATISFIED   VALUE 'S'.
               88  JDG-VACATED     VALUE 'V'.
           05  JDG-CLOSED-DATE     PIC 9(8).
           05  JDG-ENTERED-BY      PIC X(8).
           05  JDG-CLOSED-BY       PIC X(8).
