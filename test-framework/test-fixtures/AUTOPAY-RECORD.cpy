      * human looking. Enrolled and cancelled through SAMPLE-PROGRAM-
      * MAINT, originated monthly by SAMPLE-PROGRAM-ACHORIG, and
      * unwound by SAMPLE-PROGRAM-ACHRET when the bank returns a
      * debit unpaid. The bank account itself is never on this file:
      * SAMPLE-PROGRAM-BANKVLT keeps the routing and account numbers
      * in its vault and hands back a token, and only ACHORIG's
      * origination and MAINT's enrollment may turn the token back
      * into numbers.
      *****************************************************************
       01  AUTOPAY-RECORD.
           05  APY-CUST-ID         PIC 9(9).
           05  APY-STATUS          PIC X.
               88  APY-ENROLLED    VALUE 'E'.
               88  APY-CANCELLED   VALUE 'X'.
      * The authorized account, as its vault token, and the last
      * four digits of the account number - all any screen shows
           05  APY-BANK-ACCOUNT.
               10  APY-BANK-TOKEN.
                   15  APY-TOKEN-PREFIX PIC X(2).
                       88  APY-TOKENIZED VALUE 'BT'.
                   15  APY-TOKEN-SEQ   PIC 9(14).
               10  APY-ACCOUNT-LAST-FOUR PIC X(4).
               10  FILLER          PIC X(6).
      * A row enrolled before the vault, still carrying the numbers
      * in clear until SAMPLE-PROGRAM-APYTOKEN converts it
           05  APY-CLEAR-BANK-ACCOUNT REDEFINES APY-BANK-ACCOUNT.
               10  APY-CLEAR-ROUTING-NUMBER PIC 9(9).
               10  APY-CLEAR-ACCOUNT-NUMBER PIC X(17).
           05  APY-ACCOUNT-TYPE    PIC X.
               88  APY-CHECKING    VALUE 'C'.
               88  APY-SAVINGS     VALUE 'S'.
