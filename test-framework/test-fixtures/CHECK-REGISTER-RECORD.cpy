      * paid (from the cleared-check intake), and which were never
      * cashed and stale-dated - the voided money going back to the
      * customer as a CUSTTRAN credit so it ages toward escheat
      * instead of evaporating. A check whose payee the sanctions
      * screen matched is registered BLOCKED instead - never sent
      * to positive pay, the money held - and issues on a later
      * run only once compliance has cleared the match.
      *****************************************************************
       01  CHECK-REGISTER-RECORD.
           05  CHK-CHECK-NUMBER    PIC 9(9).
               88  CHK-OUTSTANDING VALUE 'O'.
               88  CHK-PAID        VALUE 'P'.
               88  CHK-VOIDED      VALUE 'V'.
               88  CHK-BLOCKED     VALUE 'B'.
           05  CHK-CUST-ID         PIC 9(9).
           05  CHK-PAYEE-NAME      PIC X(30).
           05  CHK-AMOUNT          PIC S9(7)V99.
