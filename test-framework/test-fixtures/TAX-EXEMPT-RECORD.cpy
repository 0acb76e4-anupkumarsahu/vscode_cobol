      *****************************************************************
      * Customer Sales-Tax Exemption Record Layout
      * One row per customer whose tax status has been set through
      * SAMPLE-PROGRAM-MAINT - exempt accounts carry the resale or
      * exemption certificate number finance holds on file. An
      * account with no row, or a row set back to 'N', is taxable.
      * SAMPLE-PROGRAM-BILLING cuts no tax charge for an exempt
      * account, and the tax-liability report counts its charges as
      * exempt sales.
      *****************************************************************
       01  TAX-EXEMPT-RECORD.
           05  TXE-CUST-ID         PIC 9(9).
           05  TXE-EXEMPT-FLAG     PIC X.
               88  TXE-EXEMPT      VALUE 'Y'.
               88  TXE-TAXABLE     VALUE 'N'.
               88  TXE-VALID-FLAG  VALUES 'Y' 'N'.
      * Required when exempt; SPACES on a taxable row
           05  TXE-CERTIFICATE-NO  PIC X(20).
           05  TXE-SET-BY          PIC X(8).
           05  TXE-SET-DATE        PIC 9(8).
