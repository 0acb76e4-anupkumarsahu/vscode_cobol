      *****************************************************************
      * Bank Account Vault Record Layout
      * One row per bank account a customer has authorized us to
      * debit, keyed by the token that stands in for it everywhere
      * else - AUTOPAY-FILE carries only the token and the last four
      * digits. The routing and account numbers live here and
      * nowhere else on disk; the file is read and written only by
      * SAMPLE-PROGRAM-BANKVLT, which logs every time a token is
      * turned back into numbers. Tokens are 'BT' and a fourteen-
      * digit serial, issued in sequence, so they say nothing about
      * the account behind them. The row under serial zero is the
      * control row carrying the last serial issued.
      *****************************************************************
       01  BANK-ACCOUNT-VAULT-RECORD.
           05  BVT-TOKEN.
               10  BVT-TOKEN-PREFIX    PIC X(2).
               10  BVT-TOKEN-SEQ       PIC 9(14).
           05  BVT-ACCOUNT-DATA.
               10  BVT-CUST-ID         PIC 9(9).
               10  BVT-ROUTING-NUMBER  PIC 9(9).
               10  BVT-ACCOUNT-NUMBER  PIC X(17).
               10  BVT-LAST-FOUR       PIC X(4).
               10  BVT-CREATED-DATE    PIC 9(8).
               10  BVT-CREATED-TIME    PIC 9(6).
      * Who vaulted it - the operator and the program they ran
               10  BVT-CREATED-BY      PIC X(8).
               10  BVT-CREATED-PROGRAM PIC X(24).
      * The control row's view
           05  BVT-CONTROL-DATA REDEFINES BVT-ACCOUNT-DATA.
               10  BVT-LAST-TOKEN-SEQ  PIC 9(14).
               10  FILLER              PIC X(71).
