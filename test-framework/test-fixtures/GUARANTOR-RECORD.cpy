      *****************************************************************
      * Guarantor / Co-Obligor Record Layout
      * One row per third party who has signed for an account - a
      * guarantor standing behind the borrower, or a co-obligor who
      * owes the debt jointly. Keyed by the guaranteed account's
      * CUST-ID plus a sequence number, so an account can carry
      * more than one signer and a START on the account's first key
      * walks them all in order. Maintained from the maintenance
      * screen; the dunning run copies active signers on the final
      * demand, the agency extract sends them with the placement,
      * and SAMPLE-PROGRAM-GUAREXP totals the exposure of any signer
      * who is also a customer in their own right.
      *****************************************************************
       01  GUARANTOR-RECORD.
           05  GRT-KEY.
               10  GRT-CUST-ID     PIC 9(9).
               10  GRT-SEQ-NO      PIC 9(2).
           05  GRT-NAME            PIC X(30).
           05  GRT-CONTACT.
               10  GRT-ADDRESS-LINE-1 PIC X(30).
               10  GRT-ADDRESS-LINE-2 PIC X(30).
               10  GRT-CITY        PIC X(20).
               10  GRT-STATE       PIC X(02).
               10  GRT-ZIP-CODE    PIC X(10).
               10  GRT-PHONE       PIC X(15).
               10  GRT-EMAIL       PIC X(40).
      * G = guarantor for the full balance, L = guarantor up to
      * GRT-GUARANTEE-LIMIT, C = co-obligor (jointly liable for
      * the full balance)
           05  GRT-LIABILITY-TYPE  PIC X.
               88  GRT-FULL-GUARANTOR    VALUE 'G'.
               88  GRT-LIMITED-GUARANTOR VALUE 'L'.
               88  GRT-CO-OBLIGOR        VALUE 'C'.
               88  GRT-VALID-LIABILITY   VALUE 'G' 'L' 'C'.
      * The most the signer can be held to; zero on G and C rows,
      * which are liable for whatever the account owes
           05  GRT-GUARANTEE-LIMIT PIC S9(7)V99.
      * The signer's own CUST-ID when they also hold an account
      * here; zero for an outside party
           05  GRT-GUARANTOR-CUST-ID PIC 9(9).
           05  GRT-STATUS          PIC X.
               88  GRT-ACTIVE      VALUE 'A'.
               88  GRT-RELEASED    VALUE 'R'.
           05  GRT-EFFECTIVE-DATE  PIC 9(8).
           05  GRT-RELEASED-DATE   PIC 9(8).
           05  GRT-CHANGED-BY      PIC X(8).
