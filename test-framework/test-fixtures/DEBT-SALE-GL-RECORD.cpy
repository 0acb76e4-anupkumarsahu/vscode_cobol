      *****************************************************************
      * Debt-Sale GL Memo Record Layout
      * One row per account sold or put back, appended by
      * SAMPLE-PROGRAM-DEBTSALE and SAMPLE-PROGRAM-DEBTPUTB for the
      * night's GLGEN run: a sale books the price as debt-sale
      * proceeds, a putback refunds it to the buyer. GLGEN takes
      * only the rows dated for its own run.
      *****************************************************************
       01  DEBT-SALE-GL-RECORD.
           05  SGL-RUN-DATE        PIC 9(8).
           05  SGL-CUST-ID         PIC 9(9).
           05  SGL-SALE-ID         PIC X(10).
           05  SGL-BUYER-CODE      PIC X(8).
      * S = sale proceeds, P = putback refund
           05  SGL-ENTRY-TYPE      PIC X.
               88  SGL-SALE-PROCEEDS VALUE 'S'.
               88  SGL-PUTBACK-REFUND VALUE 'P'.
           05  SGL-AMOUNT          PIC S9(7)V99.
