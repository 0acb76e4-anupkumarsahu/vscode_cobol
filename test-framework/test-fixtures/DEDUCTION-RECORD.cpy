      *****************************************************************
      * Deduction (Short-Pay) Item Record Layout
      * One row per invoice a commercial customer short-paid by more
      * than the posting engine's tolerance. SAMPLE-PROGRAM-POST
      * splits the unpaid remainder off the invoice into this item,
      * linked to the invoice and to the remittance that short-paid
      * it, so a pricing, damage, or promotion claim is not aged,
      * dunned, or fee'd as ordinary past-due money - while the item
      * is open its amount is netted out of aging the way an open
      * dispute is. SAMPLE-PROGRAM-DEDUCT prints the daily deduction
      * worklist and applies the researched resolutions: a valid
      * deduction is cleared by a credit memo, an invalid one is
      * re-billed to the customer as a fresh invoice.
      *****************************************************************
       01  DEDUCTION-RECORD.
           05  DED-KEY.
               10  DED-CUST-ID     PIC 9(9).
               10  DED-INVOICE-NO  PIC 9(8).
           05  DED-STATUS          PIC X.
               88  DED-OPEN        VALUE 'O'.
               88  DED-VALID       VALUE 'V'.
               88  DED-INVALID     VALUE 'I'.
      * Unclassified when split; the research desk sets the real
      * reason when the item is resolved
           05  DED-REASON-CODE     PIC X(8).
               88  DED-UNCLASSIFIED VALUE 'UNCLASS'.
               88  DED-VALID-REASON VALUES 'PRICING' 'DAMAGE'
                                           'PROMO' 'SHORTAGE'
                                           'OTHER'.
           05  DED-AMOUNT          PIC S9(7)V99.
           05  DED-OPEN-DATE       PIC 9(8).
      * The remittance that short-paid the invoice
           05  DED-REMIT-DATE      PIC 9(8).
           05  DED-REMIT-AMOUNT    PIC S9(7)V99.
           05  DED-REMIT-SOURCE    PIC X(8).
           05  DED-REMITTER-NAME   PIC X(30).
           05  DED-RESOLVED-BY     PIC X(8).
           05  DED-RESOLVED-DATE   PIC 9(8).
      * The replacement invoice an invalid deduction was re-billed
      * on - zero otherwise
           05  DED-REBILL-INVOICE-NO PIC 9(8).
