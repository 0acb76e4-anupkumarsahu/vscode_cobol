      *****************************************************************
      * Account-Split Cross-Reference Record Layout
      * Two rows per account split, one from each side's point of
      * view, so either CUST-ID finds the other: the account the
      * split came out of carries a SPLIT-TO row naming the new
      * account, and the new account carries a SPLIT-FROM row naming
      * its origin. Keyed by the CUST-ID the row belongs to plus the
      * related CUST-ID, so a START on the account's first key walks
      * every split it took part in. Written by SAMPLE-PROGRAM-
      * ACCTSPLT and read back by the customer-360 inquiry.
      *****************************************************************
       01  SPLIT-XREF-RECORD.
           05  SPX-KEY.
               10  SPX-CUST-ID     PIC 9(9).
               10  SPX-RELATED-CUST-ID PIC 9(9).
           05  SPX-DIRECTION       PIC X.
               88  SPX-SPLIT-FROM  VALUE 'F'.
               88  SPX-SPLIT-TO    VALUE 'T'.
           05  SPX-SPLIT-DATE      PIC 9(8).
           05  SPX-REASON-CODE     PIC X(10).
           05  SPX-OPERATOR-ID     PIC X(8).
      * What went across: the open-invoice total, how many invoices,
      * and whether an installment plan went with them
           05  SPX-BALANCE-MOVED   PIC S9(7)V99.
           05  SPX-INVOICES-MOVED  PIC 9(2).
           05  SPX-PLAN-MOVED-FLAG PIC X.
               88  SPX-PLAN-MOVED  VALUE 'Y'.
