      *****************************************************************
      * Customer Payment-Terms Record Layout
      * One row per customer naming the terms the account buys on -
      * Net 10, Net 30, Net 60, or 2/10 Net 30 (two percent off if
      * paid inside ten days, otherwise due in thirty). Assigned
      * through SAMPLE-PROGRAM-MAINT, which fills in the day counts
      * and discount rate the code implies so every reader applies
      * the same numbers. SAMPLE-PROGRAM-POST stamps the terms, the
      * due date, and the discount deadline onto each invoice it
      * creates, and takes the discount on a payment that settles
      * the invoice inside the window. An account with no row is on
      * the house terms, Net 30 with no discount.
      *****************************************************************
       01  PAYMENT-TERMS-RECORD.
           05  PTM-CUST-ID         PIC 9(9).
           05  PTM-TERMS-CODE      PIC X(8).
               88  PTM-NET-10      VALUE 'NET10'.
               88  PTM-NET-30      VALUE 'NET30'.
               88  PTM-NET-60      VALUE 'NET60'.
               88  PTM-2-10-NET-30 VALUE '2-10N30'.
               88  PTM-VALID-TERMS VALUES 'NET10' 'NET30' 'NET60'
                                          '2-10N30'.
           05  PTM-NET-DAYS        PIC 9(3).
      * Zero rate and zero days on the plain net terms
           05  PTM-DISCOUNT-PCT    PIC 9(2)V99.
           05  PTM-DISCOUNT-DAYS   PIC 9(3).
           05  PTM-SET-BY          PIC X(8).
           05  PTM-SET-DATE        PIC 9(8).
