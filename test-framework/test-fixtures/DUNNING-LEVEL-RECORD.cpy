      *****************************************************************
      * Dunning Level Record Layout
      * One row per account the dunning run has lettered: the
      * highest level sent and when, so an account escalates as its
      * aging worsens and is never re-sent the same letter. The
      * mail status follows that letter to the print vendor -
      * pending from the night it is written until
      * SAMPLE-PROGRAM-MAILCONF matches the vendor's confirmation
      * that it actually went into the mail - and the dunning run
      * will not escalate past a letter still pending. A space means
      * a letter sent before confirmations were tracked. The
      * agency placement run reads the level as well.
      * Rows written before the mail status existed were brought
      * forward by SAMPLE-PROGRAM-RECCONV with it spaced.
      *****************************************************************
       01  DUNNING-LEVEL-RECORD.
           05  DUN-CUST-ID         PIC 9(9).
           05  DUN-LAST-LEVEL      PIC 9.
           05  DUN-LAST-SENT-DATE  PIC 9(8).
           05  DUN-MAIL-STATUS     PIC X.
               88  DUN-MAIL-PENDING VALUE 'P'.
               88  DUN-MAIL-CONFIRMED VALUE 'C'.
           05  DUN-LAST-MAILED-DATE PIC 9(8).
