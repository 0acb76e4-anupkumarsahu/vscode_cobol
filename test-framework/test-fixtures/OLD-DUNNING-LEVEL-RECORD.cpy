      *****************************************************************
      * Pre-Mail-Confirmation Dunning Level Record Layout
      * Frozen copy of DUNNING-LEVEL-RECORD as it stood before the
      * print vendor's mailing confirmations were tracked - the
      * nine-digit layout SAMPLE-PROGRAM-IDCONV wrote. Used only by
      * SAMPLE-PROGRAM-RECCONV to read CUSTDUNL rows written under
      * the old layout during the one-time conversion; every other
      * program uses DUNNING-LEVEL-RECORD.
      *****************************************************************
       01  OLD-DUNNING-LEVEL-RECORD.
           05  ODUN-CUST-ID         PIC 9(9).
           05  ODUN-LAST-LEVEL      PIC 9.
           05  ODUN-LAST-SENT-DATE  PIC 9(8).
