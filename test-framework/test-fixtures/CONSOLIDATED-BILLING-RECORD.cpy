      *****************************************************************
      * Consolidated Parent Billing Election Record Layout
      * One row per corporate parent account (CUST-PARENT-ID on its
      * subsidiaries) that has elected consolidated billing - one
      * statement carrying a section per child account and a single
      * family remittance scanline, in place of a separate envelope
      * per subsidiary. Elected and withdrawn through SAMPLE-PROGRAM-
      * MAINT; SAMPLE-PROGRAM-STMT reads it to fold the children's
      * statements into the parent's and suppress their own. A
      * parent with no row, or a row set back to 'N', is billed one
      * statement per account as always.
      *****************************************************************
       01  CONSOLIDATED-BILLING-RECORD.
           05  CNB-PARENT-ID       PIC 9(9).
           05  CNB-ELECTION        PIC X.
               88  CNB-CONSOLIDATED VALUE 'Y'.
               88  CNB-SEPARATE    VALUE 'N'.
               88  CNB-VALID-ELECTION VALUES 'Y' 'N'.
           05  CNB-SET-BY          PIC X(8).
           05  CNB-SET-DATE        PIC 9(8).
