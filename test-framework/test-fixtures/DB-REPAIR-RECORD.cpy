      *****************************************************************
      * CUSTOMER_TABLE Repair Record Layout
      * One corrective update per discrepancy the weekly CUSTDATA /
      * CUSTOMER_TABLE reconciliation (SAMPLE-PROGRAM-DBRECON)
      * found. CUSTDATA is the system of record, so every repair
      * brings the table into line with the indexed master: INSERT a
      * row the table lacks, UPDATE a row whose name, balance or
      * status differ, DELETE a table row with no master behind it.
      * Every row is written pending review; a reviewer marks each
      * one approved or rejected, and SAMPLE-PROGRAM-DSQLDRAIN
      * applies the approved rows only once no row is left pending.
      * The values carried are the master's (the table's, for a
      * DELETE, so the reviewer sees what would go).
      *****************************************************************
       01  DB-REPAIR-RECORD.
           05  DBRP-CUST-ID        PIC 9(9).
           05  DBRP-ACTION         PIC X(6).
               88  DBRP-INSERT     VALUE 'INSERT'.
               88  DBRP-UPDATE     VALUE 'UPDATE'.
               88  DBRP-DELETE     VALUE 'DELETE'.
           05  DBRP-REVIEW-FLAG    PIC X.
               88  DBRP-PENDING    VALUE 'P'.
               88  DBRP-APPROVED   VALUE 'A'.
               88  DBRP-REJECTED   VALUE 'R'.
      * The reconciliation run that proposed it - a repair proposed
      * too long ago is stale and is not applied
           05  DBRP-RECON-DATE     PIC 9(8).
           05  DBRP-CUST-NAME      PIC X(30).
           05  DBRP-BALANCE        PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  DBRP-STATUS         PIC X.
      * UPDATE rows only - which fields differed (Y/N), for the
      * reviewer
           05  DBRP-NAME-DIFFERS   PIC X.
           05  DBRP-BALANCE-DIFFERS PIC X.
           05  DBRP-STATUS-DIFFERS PIC X.
