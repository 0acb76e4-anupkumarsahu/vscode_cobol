      *****************************************************************
      * Remediation Campaign Definition Record Layout
      * One row per customer-remediation campaign - the definition
      * a systemic error is put right from, so each one is a run of
      * SAMPLE-PROGRAM-REMEDIATE instead of a one-off spreadsheet.
      * A campaign names:
      *   - which register the harm is found in (the accrual
      *     register or the posting register), and up to six
      *     generations of it, each with the date it was produced -
      *     three months of a wrong fee schedule is three accrual
      *     registers
      *   - the selection rule over those rows
      *   - how each selected row's refund is worked out, and the
      *     simple interest added to it from the row's date
      *   - the letter that goes with the remedy, as a document
      *     type in the template library
      * The campaign's source code is stamped on every credit it
      * releases, so the posting register and the ledger can tell
      * remediation money from every other adjustment.
      *****************************************************************
       01  REMEDIATION-CAMPAIGN-RECORD.
           05  RMC-CAMPAIGN-ID     PIC X(8).
           05  RMC-DESCRIPTION     PIC X(40).
      * Always begins RMD - the posting engine knows remediation
      * money by that prefix
           05  RMC-SOURCE-CODE     PIC X(8).
           05  RMC-REGISTER-TYPE   PIC X.
               88  RMC-ACCRUAL-REGISTER VALUE 'A'.
               88  RMC-POSTING-REGISTER VALUE 'P'.
           05  RMC-REGISTER-COUNT  PIC 9.
      * The register datasets to read; the as-of date is the date
      * an accrual register was produced (its rows carry none) and
      * is ignored for the posting register, whose rows are dated
           05  RMC-REGISTER OCCURS 6 TIMES.
               10  RMC-REGISTER-NAME   PIC X(40).
               10  RMC-REGISTER-AS-OF-DATE PIC 9(8).
      * Selection rule - a blank or zero criterion selects every row
      * Posting register: the transaction type and source code the
      * wrong item posted under, and the transaction-date window
           05  RMC-SEL-TRANS-TYPE  PIC X.
           05  RMC-SEL-SOURCE-CODE PIC X(8).
           05  RMC-SEL-FROM-DATE   PIC 9(8).
           05  RMC-SEL-TO-DATE     PIC 9(8).
      * Accrual register: the rate wrongly charged and the days-past-
      * due range it was charged to
           05  RMC-SEL-RATE-PCT    PIC 9V9(4).
           05  RMC-SEL-MIN-DAYS    PIC 9(3).
           05  RMC-SEL-MAX-DAYS    PIC 9(3).
      * Refund calculation per selected row:
      *   F = the full amount of the row
      *   P = RMC-REFUND-PCT percent of the row
      *   R = (accrual register) the fee charged less what the
      *       correct rate would have charged on the same balance
           05  RMC-REFUND-METHOD   PIC X.
               88  RMC-REFUND-FULL VALUE 'F'.
               88  RMC-REFUND-PERCENT VALUE 'P'.
               88  RMC-REFUND-RATE-CORRECTION VALUE 'R'.
           05  RMC-REFUND-PCT      PIC 9(3)V99.
           05  RMC-CORRECT-RATE-PCT PIC 9V9(4).
      * Simple annual interest on each row's refund, from the row's
      * date to the run date; zero means none
           05  RMC-INTEREST-RATE-PCT PIC 9(2)V99.
      * A customer whose remedy comes to less than this is still
      * identified but not paid; zero pays every remedy
           05  RMC-MIN-REMEDY      PIC 9(5)V99.
           05  RMC-LETTER-DOC-TYPE PIC X(10).
