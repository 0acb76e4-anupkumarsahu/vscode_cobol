      *****************************************************************
      * Customer Snapshot Record Layout
      * The night's flattened copy of the customer master, cut once
      * by SAMPLE-PROGRAM-CUSTSNAP after the main pass has written
      * its control total, so the read-only jobs (dunning,
      * statements, worklist, risk grading, bureau, agency and the
      * cash forecast) scan one sequential file instead of each
      * walking CUSTDATA and repeating the same keyed lookups. Each
      * detail row carries the customer image as a plain byte copy
      * - moved into the program's own CUSTOMER-RECORD, so the
      * CUST- names read exactly as they did off the master - and
      * beside it the side-file facts already resolved: legal hold,
      * deceased case and estate contact, open dispute, sub-ledger
      * components and risk grade. A flag of 'N' means no row (or no
      * row in force) on the side file when the snapshot was cut.
      * Detail and trailer are told apart by the leading type byte,
      * the same convention the backup and period-end snapshot use;
      * the trailer holds the controls every consumer proves through
      * SAMPLE-PROGRAM-SNAPCHK before it reads a row.
      *****************************************************************
       01  CUSTOMER-SNAPSHOT-RECORD.
           05  SNP-RECORD-TYPE     PIC X.
               88  SNP-DETAIL      VALUE 'D'.
               88  SNP-TRAILER     VALUE 'T'.
           05  SNP-CUSTOMER-IMAGE  PIC X(250).
      * HOLD-FILE - an active legal hold
           05  SNP-HOLD-FLAG       PIC X.
               88  SNP-ON-HOLD     VALUE 'Y'.
           05  SNP-HOLD-TYPE       PIC X.
           05  SNP-HOLD-PLACED-DATE PIC 9(8).
      * DECEASED-FILE - an active case and where its mail goes
           05  SNP-DECEASED-FLAG   PIC X.
               88  SNP-DECEASED    VALUE 'Y'.
           05  SNP-DATE-OF-DEATH   PIC 9(8).
           05  SNP-ESTATE-CONTACT.
               10  SNP-ESTATE-NAME     PIC X(30).
               10  SNP-ESTATE-ADDR-1   PIC X(30).
               10  SNP-ESTATE-CITY     PIC X(20).
               10  SNP-ESTATE-STATE    PIC X(2).
               10  SNP-ESTATE-ZIP      PIC X(10).
      * DISPUTE-FILE - an open dispute
           05  SNP-DISPUTE-FLAG    PIC X.
               88  SNP-IN-DISPUTE  VALUE 'Y'.
           05  SNP-DISPUTED-AMOUNT PIC S9(7)V99.
           05  SNP-DISPUTE-OPEN-DATE PIC 9(8).
      * SUBLEDGER-FILE - what the balance is made of
           05  SNP-SUBLEDGER-FLAG  PIC X.
               88  SNP-HAS-SUBLEDGER VALUE 'Y'.
           05  SNP-PRINCIPAL       PIC S9(7)V99.
           05  SNP-FEE             PIC S9(7)V99.
           05  SNP-INTEREST        PIC S9(7)V99.
      * RISK-GRADE-FILE - the grade in force when the snapshot was
      * cut; a regrade later the same night shows on the next one
           05  SNP-RISK-FLAG       PIC X.
               88  SNP-HAS-RISK-GRADE VALUE 'Y'.
           05  SNP-RISK-GRADE      PIC X.
           05  SNP-RISK-SCORE      PIC 9(5).
           05  SNP-BROKEN-PROMISE-COUNT PIC 9(3).
           05  SNP-REVERSAL-COUNT  PIC 9(3).
           05  FILLER              PIC X(9).
       01  CUSTOMER-SNAPSHOT-TRAILER REDEFINES CUSTOMER-SNAPSHOT-RECORD.
           05  FILLER              PIC X.
           05  SNT-SNAPSHOT-DATE   PIC 9(8).
           05  SNT-SNAPSHOT-TIME   PIC 9(6).
      * The master the snapshot was cut from and the company its
      * control total was proven for
           05  SNT-SOURCE-FILE-NAME PIC X(40).
           05  SNT-COMPANY-ID      PIC X(4).
      * What landed in the detail rows
           05  SNT-RECORD-COUNT    PIC 9(8).
           05  SNT-ID-HASH-TOTAL   PIC 9(12).
           05  SNT-BALANCE-TOTAL   PIC S9(11)V99.
      * The main pass's CONTROL-TOTAL-FILE figures beside the same
      * figures counted off the snapshot under the main pass's own
      * record edit
           05  SNT-CTL-RECORD-COUNT PIC 9(6).
           05  SNT-CTL-INACTIVE-COUNT PIC 9(6).
           05  SNT-EDITED-COUNT    PIC 9(8).
           05  SNT-INACTIVE-COUNT  PIC 9(8).
           05  SNT-PROOF-STATUS    PIC X.
               88  SNT-PROVEN      VALUE 'P'.
               88  SNT-NOT-PROVEN  VALUE 'U'.
           05  FILLER              PIC X(309).
