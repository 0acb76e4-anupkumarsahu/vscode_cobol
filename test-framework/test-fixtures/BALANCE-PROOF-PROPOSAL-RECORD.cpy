      *****************************************************************
      * Balance Proof Corrective Proposal Record Layout
      * One corrective entry per break the nightly balance proof
      * (SAMPLE-PROGRAM-BALPROOF) found, for a supervisor to approve
      * or reject - nothing the proof finds is fixed silently. The
      * proof ties three figures per customer: CUST-BALANCE on the
      * master, the sub-ledger's principal + fee + interest, and the
      * open items (open invoices plus open deductions). A break is
      * reported at the level it was found on, and the entry
      * corrects whichever side the latest journal activity says is
      * likely wrong:
      *   - SUBLEDGR  re-plug SBL-PRINCIPAL to the proposed value;
      *               the next proof run applies it once approved
      *   - MASTER    move CUST-BALANCE to the proposed value; queued
      *               on PENDING-ADJ-FILE at the same time, so the
      *               supervisor releases it through MAINT's dual-
      *               control path and the journal and audit trail
      *               carry it like any other adjustment. These rows
      *               are written QUEUED and need no flag here
      *   - INVOICES  the open items are off by the break amount - a
      *               re-bill (positive) or credit memo (negative)
      *               raised through the billing desk once approved
      * The proposal file is rewritten by every proof run; a break
      * that still stands is proposed again.
      *****************************************************************
       01  BALANCE-PROOF-PROPOSAL-RECORD.
           05  BPP-CUST-ID         PIC 9(9).
      * Which tie broke - master to sub-ledger, or ledger to open
      * items
           05  BPP-LEVEL           PIC X(8).
               88  BPP-SUBLEDGER-LEVEL VALUE 'SUBLEDGR'.
               88  BPP-OPEN-ITEM-LEVEL VALUE 'OPENITEM'.
      * The side the entry corrects
           05  BPP-SIDE            PIC X(8).
               88  BPP-SIDE-SUBLEDGER VALUE 'SUBLEDGR'.
               88  BPP-SIDE-MASTER VALUE 'MASTER'.
               88  BPP-SIDE-INVOICES VALUE 'INVOICES'.
           05  BPP-REVIEW-FLAG     PIC X.
               88  BPP-PENDING     VALUE 'P'.
               88  BPP-APPROVED    VALUE 'A'.
               88  BPP-REJECTED    VALUE 'R'.
               88  BPP-QUEUED      VALUE 'Q'.
           05  BPP-PROOF-DATE      PIC 9(8).
      * Ledger side less the other side, signed
           05  BPP-BREAK-AMOUNT    PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
      * The corrected side's figure now, and what the entry makes
      * it - an approved row is applied only while the current
      * figure still stands
           05  BPP-CURRENT-VALUE   PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  BPP-PROPOSED-VALUE  PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
      * The evidence the side was judged on - the customer's latest
      * journal row, and the latest activity on the other side
           05  BPP-LAST-JOURNAL-DATE PIC 9(8).
           05  BPP-LAST-SIDE-DATE  PIC 9(8).
      * The customer's open disputed amount, zero when none - shown
      * for the reviewer, and a break that equals it is flagged
           05  BPP-OPEN-DISPUTE    PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  BPP-EQUALS-DISPUTE  PIC X.
           05  BPP-REVIEWED-BY     PIC X(8).
