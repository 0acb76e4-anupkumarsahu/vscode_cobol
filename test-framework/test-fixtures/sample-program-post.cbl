      * one customer's rows apply under a single READ/REWRITE and
      * one journal pair, and the keyed walk of CUSTDATA moves in
      * key order instead of doing a random read per transaction.
      * A payment remitted in a currency other than the account's is
      * converted at the day's rates from the daily rate file and
      * the converted amount applied; the difference between the
      * rate the receivable is carried at (the last revaluation's)
      * and the day's rate is the realized FX gain or loss, written
      * to its own register for GLGEN.
      * Every applied payment leaves its application trail - the
      * fee/interest/principal split and each invoice it drained -
      * on the keyed CUSTPAPL file. A MISAPPLY transfer's reversal
      * leg reads that trail back and puts the wrong account's
      * invoices and sub-ledger components back where the payment
      * found them; both legs carry the other leg's account in the
      * register's parent-id field, and neither is screened as a
      * duplicate or counted toward velocity. A BACKOUT row from the
      * posting-run backout unwinds the same way: its reversal puts
      * a bad payment's invoices, components, and plan installments
      * back from the trail, and its negative adjustment takes a bad
      * charge's invoice back off the open items.
      * A PRIORPER item dated in a closed period posts on its true
      * date only when a supervisor's authorization for it is on
      * CUSTPPAU; the closed months it moves are then restated - the
      * balance-history row marked and corrected, a restatement row
      * appended to that month's period-end snapshot, and the
      * restatement recorded on CUSTRSTM for finance.
      * On a litigated account every payment is also credited to the
      * account's open judgment on CUSTJDGM (the oldest, when a second
      * suit is open), so the attorney's case report can show what
      * the judgment has collected; a GARNISH row is counted as
      * garnished as well, and a reversal takes its payment back off.
      * The judgment accrual's interest and court-cost charges book
      * to the sub-ledger's interest and fee components.
      * A payment that still reaches us on a charged-off account sold
      * to a debt buyer (see DEBT-SALE-RECORD) is not ours to keep:
      * it is restamped SOLDFWD, kept off the balance like a recovery,
      * counted against the sale row as owed to the buyer, and never
      * recognized as recovery income - SAMPLE-PROGRAM-DEBTREMT lists
      * it for remittance and GLGEN books it to the buyer's payable.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS SBL-CUST-ID
               FILE STATUS IS WS-SBL-FILE-STATUS.

      * Payment application trail - what each applied payment paid,
      * so a misapplied-payment transfer can put it back; created on
      * first use
           SELECT PAYMENT-APPLICATION-FILE ASSIGN TO "CUSTPAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAP-KEY
               FILE STATUS IS WS-PAP-FILE-STATUS.

      * Supervisor authorizations for late items dated in a closed
      * period - created on first use
           SELECT PRIOR-PERIOD-AUTH-FILE ASSIGN TO "CUSTPPAU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPA-KEY
               FILE STATUS IS WS-PPA-FILE-STATUS.

      * Month-end balance trajectory the main run keeps at close -
      * an authorized prior-period item restates it; optional, since
      * a shop that has never closed has none
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "CUSTBHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHST-KEY
               FILE STATUS IS WS-BHST-FILE-STATUS.

      * The closed month's frozen snapshot, named with its closing
      * date - opened only to append a restatement row
           SELECT PERIOD-END-SNAPSHOT-FILE ASSIGN TO WS-PEND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

      * One row per closed period restated - created on first use
           SELECT RESTATEMENT-FILE ASSIGN TO "CUSTRSTM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RST-FILE-STATUS.

      * Settlement offers - a qualifying payment fulfills the offer
      * and the forgiven remainder releases as an adjustment row;
      * optional like the plan file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-FILE-STATUS.

      * Customer payment terms - stamped onto each new invoice with
      * the due date and discount deadline they imply; optional, an
      * account with no row is on the house Net 30
           SELECT PAYMENT-TERMS-FILE ASSIGN TO "CUSTTERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CUST-ID
               FILE STATUS IS WS-PTM-FILE-STATUS.

      * Early-payment discounts taken tonight - released as signed
      * adjustment rows under source DISCOUNT for the next posting
      * run, the same hand-off the settlement forgiveness uses; the
      * invoice comes down tonight, so the balance proof reads this
      * file to net the credit off the open items until it posts
           SELECT DISCOUNT-ADJ-FILE ASSIGN TO "CUSTDSCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAJ-FILE-STATUS.

      * One row per discount taken, so finance can book discounts
      * allowed without digging through the adjustment hand-off
           SELECT DISCOUNT-REGISTER-FILE ASSIGN TO "CUSTDSCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSC-FILE-STATUS.

      * Deduction items - a referenced invoice short-paid past the
      * tolerance has its remainder split off here for the research
      * desk; created on first use
           SELECT DEDUCTION-FILE ASSIGN TO "CUSTDEDN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

      * The daily rate file - the day's rates a cross-currency
      * payment converts at; optional, no file means such a payment
      * still rejects
           SELECT RATE-FILE ASSIGN TO "CUSTRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-FILE-STATUS.

      * The rates the last revaluation carried each currency at -
      * the booked side of a realized gain or loss; optional
           SELECT REVAL-CONTROL-FILE ASSIGN TO "CUSTFXRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXC-FILE-STATUS.

      * One row per converted payment with its realized FX gain or
      * loss, for GLGEN and the treasury desk
           SELECT FX-REGISTER-FILE ASSIGN TO "CUSTFXPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXP-FILE-STATUS.

      * Court judgments on litigated accounts - every payment is
      * credited to the account's open case; optional, missing means
      * no account has been to court
           SELECT JUDGMENT-FILE ASSIGN TO "CUSTJDGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDG-KEY
               FILE STATUS IS WS-JDG-FILE-STATUS.

      * Charged-off accounts sold to a debt buyer - a payment on a
      * sold account is forwarded, not recovered; optional, missing
      * means nothing has been sold
           SELECT DEBT-SALE-FILE ASSIGN TO "CUSTSOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSL-CUST-ID
               FILE STATUS IS WS-DSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       SD  TRAN-SORT-FILE.
       01  TRAN-SORT-RECORD.
           05  SRT-CUST-ID         PIC 9(9).
           05  FILLER              PIC X(85).

       FD  SORTED-TRAN-FILE.
           COPY CUSTTRAN-RECORD.
               88  PREG-SUSPENDED  VALUE 'SUSPENSE'.
               88  PREG-FRAUD-HELD VALUE 'FRAUDHLD'.
           05  PREG-REJECT-REASON  PIC X(40).
      * The paying account and whole amount when the row is one
      * share of a parent's split remittance - ZERO otherwise
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE-RECORD.
       FD  SUBLEDGER-FILE.
           COPY SUBLEDGER-RECORD.

       FD  PAYMENT-APPLICATION-FILE.
           COPY PAYMENT-APPLICATION-RECORD.

       FD  PRIOR-PERIOD-AUTH-FILE.
           COPY PRIOR-PERIOD-AUTH-RECORD.

       FD  BALANCE-HISTORY-FILE.
           COPY BALANCE-HISTORY-RECORD.

      * The main run's detail and summary rows, with the restatement
      * row this job appends after them
       FD  PERIOD-END-SNAPSHOT-FILE.
       01  PERIOD-END-SNAPSHOT-RECORD.
           05  PEND-RECORD-TYPE    PIC X.
           05  PEND-SNAPSHOT-DATE  PIC 9(8).
           05  PEND-CUST-ID        PIC 9(9).
           05  PEND-CUST-BALANCE   PIC S9(7)V99.
           05  PEND-CUST-STATUS    PIC X.
           05  PEND-COMPANY-ID     PIC X(4).
           05  FILLER              PIC X(8).
       01  PERIOD-END-RESTATEMENT-RECORD.
           05  PRST-RECORD-TYPE    PIC X.
           05  PRST-SNAPSHOT-DATE  PIC 9(8).
           05  PRST-CUST-ID        PIC 9(9).
      * The restated month-end balance - meaningful only when the
      * month had a balance-history row to restate from
           05  PRST-RESTATED-BALANCE PIC S9(7)V99.
           05  PRST-HISTORY-FLAG   PIC X.
               88  PRST-HISTORY-RESTATED VALUE 'Y'.
           05  PRST-BALANCE-EFFECT PIC S9(7)V99.
           05  PRST-TRANS-DATE     PIC 9(8).
           05  PRST-RESTATED-DATE  PIC 9(8).

       FD  RESTATEMENT-FILE.
           COPY RESTATEMENT-RECORD.

       FD  SETTLEMENT-OFFER-FILE.
           COPY SETTLEMENT-OFFER-RECORD.

           05  NSF-NEW-DAYS-PAST-DUE PIC 9(3).
           05  NSF-SOURCE-CODE     PIC X(8).

       FD  PAYMENT-TERMS-FILE.
           COPY PAYMENT-TERMS-RECORD.

       FD  DISCOUNT-ADJ-FILE.
           COPY CUSTTRAN-RECORD REPLACING
               ==CUSTOMER-TRAN-RECORD== BY ==DISCOUNT-ADJ-RECORD==
               LEADING ==TRN-== BY ==DAJ-==.

       FD  DISCOUNT-REGISTER-FILE.
       01  DISCOUNT-REGISTER-RECORD.
           05  DSC-POST-DATE       PIC 9(8).
           05  DSC-CUST-ID         PIC 9(9).
           05  DSC-INVOICE-NO      PIC 9(8).
           05  DSC-INVOICE-DATE    PIC 9(8).
           05  DSC-TERMS-CODE      PIC X(8).
           05  DSC-INVOICE-AMOUNT  PIC S9(7)V99.
           05  DSC-DISCOUNT-PCT    PIC 9(2)V99.
           05  DSC-DISCOUNT-AMOUNT PIC S9(7)V99.
           05  DSC-PAYMENT-DATE    PIC 9(8).
           05  DSC-SOURCE-CODE     PIC X(8).

       FD  DEDUCTION-FILE.
           COPY DEDUCTION-RECORD.

      * Same layout the main run and the revaluation read
       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RTE-CURRENCY-CODE   PIC X(3).
           05  RTE-RATE-TO-USD     PIC 9(3)V9(6).
           05  RTE-RATE-DATE       PIC 9(8).

      * Same layout the revaluation writes
       FD  REVAL-CONTROL-FILE.
       01  REVAL-CONTROL-RECORD.
           05  FXC-CURRENCY-CODE   PIC X(3).
           05  FXC-RATE-AT-REVAL   PIC 9(3)V9(6).
           05  FXC-REVAL-DATE      PIC 9(8).

       FD  FX-REGISTER-FILE.
       01  FX-REGISTER-RECORD.
           05  FXP-POST-DATE       PIC 9(8).
           05  FXP-CUST-ID         PIC 9(9).
           05  FXP-PAY-CURRENCY    PIC X(3).
           05  FXP-PAY-AMOUNT      PIC S9(7)V99.
           05  FXP-PAY-RATE        PIC 9(3)V9(6).
           05  FXP-ACCT-CURRENCY   PIC X(3).
           05  FXP-APPLIED-AMOUNT  PIC S9(7)V99.
      * The account currency's rate today and the rate it was
      * carried at; the realized figure is in USD, gain positive
           05  FXP-SETTLE-RATE     PIC 9(3)V9(6).
           05  FXP-BOOKED-RATE     PIC 9(3)V9(6).
           05  FXP-REALIZED-USD    PIC S9(9)V99.
           05  FXP-SOURCE-CODE     PIC X(8).

       FD  JUDGMENT-FILE.
           COPY JUDGMENT-RECORD.

       FD  DEBT-SALE-FILE.
           COPY DEBT-SALE-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-ALLOC-REMAINING      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-SBL-SUM              PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-PAP-FILE-STATUS      PIC XX.
           88  PAP-FILE-OK         VALUE '00'.
           88  PAP-FILE-MISSING    VALUE '35'.
       01  WS-PAP-WRITE-FLAG       PIC X VALUE 'N'.
           88  APPLICATION-WRITTEN VALUE 'Y'.
       01  WS-PAP-WALK-FLAG        PIC X VALUE 'N'.
           88  APPLICATION-WALK-DONE VALUE 'Y'.
      * Set when a transfer's reversal leg found the payment it
      * names on the trail - the components and invoices go back
      * from the trail instead of the whole amount landing on
      * principal
       01  WS-PAP-FOUND-FLAG       PIC X VALUE 'N'.
           88  TRANSFER-TRAIL-FOUND VALUE 'Y'.
       01  WS-PAP-SUB              PIC 9(2) COMP VALUE ZERO.
      * What a backed-out charge still has to take off its invoice
       01  WS-BACKOUT-REMAINING    PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-PPA-FILE-STATUS      PIC XX.
           88  PPA-FILE-OK         VALUE '00'.
           88  PPA-FILE-MISSING    VALUE '35'.
       01  WS-PPA-WALK-FLAG        PIC X VALUE 'N'.
           88  AUTHORIZATION-WALK-DONE VALUE 'Y'.
      * Set by 2272-FIND-AUTHORIZATION when the closed-period item
      * in hand carries a supervisor's authorization - it posts,
      * and the closed months are restated after it does
       01  WS-PRIOR-PERIOD-FLAG    PIC X VALUE 'N'.
           88  PRIOR-PERIOD-AUTHORIZED VALUE 'Y'.

       01  WS-BHST-FILE-STATUS     PIC XX.
           88  BHST-FILE-OK        VALUE '00'.
           88  BHST-FILE-MISSING   VALUE '35'.
       01  WS-BHST-OPENED-FLAG     PIC X VALUE 'N'.
           88  HISTORY-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-BHST-FOUND-FLAG      PIC X VALUE 'N'.
           88  HISTORY-ROW-FOUND   VALUE 'Y'.

       01  WS-PEND-FILE-NAME       PIC X(40) VALUE SPACES.
       01  WS-PEND-FILE-STATUS     PIC XX.
           88  PEND-FILE-OK        VALUE '00'.

       01  WS-RST-FILE-STATUS      PIC XX.
           88  RST-FILE-OK         VALUE '00'.
           88  RST-FILE-MISSING    VALUE '35'.
       01  WS-RST-WRITE-FLAG       PIC X VALUE 'N'.
           88  RESTATEMENT-WRITTEN VALUE 'Y'.
       01  WS-PRD-WALK-FLAG        PIC X VALUE 'N'.
           88  PERIOD-WALK-DONE    VALUE 'Y'.
      * What the authorized item moved the balance by - every closed
      * month-end from the item's own forward moves by the same
       01  WS-RESTATE-EFFECT       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-RESTATE-OLD-BALANCE  PIC S9(7)V99 COMP-3 VALUE ZERO.
      * What the payment in hand took off the invoice being drained
       01  WS-INV-APPLIED          PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-STL-FILE-STATUS      PIC XX.
           88  STL-FILE-OK         VALUE '00'.
           88  STL-FILE-MISSING    VALUE '35'.
           88  OFFER-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-STA-FILE-STATUS      PIC XX.
           88  STA-FILE-OK         VALUE '00'.
       01  WS-JDG-FILE-STATUS      PIC XX.
           88  JDG-FILE-OK         VALUE '00'.
           88  JDG-FILE-MISSING    VALUE '35'.
       01  WS-JDG-OPENED-FLAG      PIC X VALUE 'N'.
           88  JUDGMENT-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-JDG-SCAN-FLAG        PIC X VALUE 'N'.
           88  JUDGMENT-SCAN-DONE  VALUE 'Y'.
       01  WS-JDG-FOUND-FLAG       PIC X VALUE 'N'.
           88  OPEN-JUDGMENT-FOUND VALUE 'Y'.
       01  WS-DSL-FILE-STATUS      PIC XX.
           88  DSL-FILE-OK         VALUE '00'.
           88  DSL-FILE-MISSING    VALUE '35'.
       01  WS-DSL-OPENED-FLAG      PIC X VALUE 'N'.
           88  DEBT-SALE-FILE-WAS-OPENED VALUE 'Y'.
      * The remainder forgiven when an offer fulfills
       01  WS-FORGIVEN-AMOUNT      PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-PTM-FILE-STATUS      PIC XX.
           88  PTM-FILE-OK         VALUE '00'.
           88  PTM-FILE-MISSING    VALUE '35'.
       01  WS-PTM-OPENED-FLAG      PIC X VALUE 'N'.
           88  TERMS-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-DAJ-FILE-STATUS      PIC XX.
           88  DAJ-FILE-OK         VALUE '00'.
       01  WS-DSC-FILE-STATUS      PIC XX.
           88  DSC-FILE-OK         VALUE '00'.
      * House terms for an account with no terms row
       01  WS-HOUSE-TERMS-CODE     PIC X(8) VALUE 'NET30'.
       01  WS-HOUSE-NET-DAYS       PIC 9(3) VALUE 30.
      * Terms as found for the invoice being created
       01  WS-INV-NET-DAYS         PIC 9(3) VALUE ZERO.
       01  WS-INV-DISCOUNT-DAYS    PIC 9(3) VALUE ZERO.
       01  WS-INV-BASE-DAYS        PIC 9(8) COMP VALUE ZERO.
      * The discount this payment earns on the invoice in hand
       01  WS-DISCOUNT-AMOUNT      PIC S9(7)V99 COMP-3 VALUE ZERO.
      * The credit a CRMEMO adjustment carries, as a positive figure
       01  WS-CREDIT-MEMO-AMOUNT   PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-DED-FILE-STATUS      PIC XX.
           88  DED-FILE-OK         VALUE '00'.
           88  DED-FILE-MISSING    VALUE '35'.
      * A short-pay at or under this stays on the invoice as ordinary
      * open money - only a real claim becomes a deduction item
       01  WS-DEDUCTION-TOLERANCE  PIC S9(7)V99 VALUE 5.00.

       01  WS-RTE-FILE-STATUS      PIC XX.
           88  RTE-FILE-OK         VALUE '00'.
           88  RTE-FILE-AT-END     VALUE '10'.
       01  WS-FXC-FILE-STATUS      PIC XX.
           88  FXC-FILE-OK         VALUE '00'.
           88  FXC-FILE-AT-END     VALUE '10'.
       01  WS-FXP-FILE-STATUS      PIC XX.
           88  FXP-FILE-OK         VALUE '00'.
      * The three book currencies with the day's rate and the rate
      * each is carried at, walked by subscript the way the main
      * run's rate table is; USD is fixed at one
       01  WS-FXT-TABLE.
           05  WS-FXT-ENTRY OCCURS 3 TIMES.
               10  WS-FXT-CODE         PIC X(3).
               10  WS-FXT-DAY-RATE     PIC 9(3)V9(6).
               10  WS-FXT-BOOKED-RATE  PIC 9(3)V9(6).
       01  WS-FXT-SUB              PIC 9 COMP VALUE ZERO.
      * The payment in hand as it arrived, and the rates it
      * converted at
       01  WS-FX-CONVERTED-FLAG    PIC X VALUE 'N'.
           88  PAYMENT-CONVERTED   VALUE 'Y'.
       01  WS-FX-PAY-CURRENCY      PIC X(3) VALUE SPACES.
       01  WS-FX-PAY-AMOUNT        PIC S9(7)V99 VALUE ZERO.
       01  WS-FX-PAY-RATE          PIC 9(3)V9(6) VALUE ZERO.
       01  WS-FX-SETTLE-RATE       PIC 9(3)V9(6) VALUE ZERO.
       01  WS-FX-BOOKED-RATE       PIC 9(3)V9(6) VALUE ZERO.
       01  WS-FX-REALIZED          PIC S9(9)V99 COMP-3 VALUE ZERO.
      * The converted figure waits here until the item is known to
      * post - a payment that suspends, queues for review or rejects
      * keeps the amount and currency it arrived in
       01  WS-FX-APPLIED-AMOUNT    PIC S9(7)V99 VALUE ZERO.
      * What the duplicate and anomaly screens measure - the amount
      * the item would apply at, in the account's currency
       01  WS-SCREEN-AMOUNT        PIC S9(7)V99 VALUE ZERO.

      * Set by 2270-CHECK-PERIOD when the transaction's period is
      * closed - the item is suspended instead of posted
       01  WS-PERIOD-CLOSED-FLAG   PIC X VALUE 'N'.
           05  WS-INSTALLMENTS-SATISFIED PIC 9(6) VALUE ZERO.
           05  WS-PLANS-COMPLETED  PIC 9(6) VALUE ZERO.
           05  WS-OFFERS-FULFILLED PIC 9(6) VALUE ZERO.
           05  WS-JUDGMENTS-CREDITED PIC 9(6) VALUE ZERO.
           05  WS-INVOICES-CREATED PIC 9(6) VALUE ZERO.
           05  WS-INVOICES-RETIRED PIC 9(6) VALUE ZERO.
           05  WS-DUPLICATES-SUSPENDED PIC 9(6) VALUE ZERO.
           05  WS-RECOVERIES-POSTED PIC 9(6) VALUE ZERO.
           05  WS-RECOVERED-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-SOLD-FORWARDS    PIC 9(6) VALUE ZERO.
           05  WS-SOLD-FORWARD-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-FRAUD-QUEUED     PIC 9(6) VALUE ZERO.
           05  WS-FRAUD-QUEUED-AMOUNT PIC S9(9)V99 COMP-3
               VALUE ZERO.
           05  WS-FORGIVEN-RELEASED PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-DISCOUNTS-TAKEN  PIC 9(6) VALUE ZERO.
           05  WS-DISCOUNT-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-DEDUCTIONS-SPLIT PIC 9(6) VALUE ZERO.
           05  WS-DEDUCTION-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-CREDIT-MEMOS-APPLIED PIC 9(6) VALUE ZERO.
           05  WS-CREDIT-MEMO-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-FX-CONVERTED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-FX-GAIN-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-FX-LOSS-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-TRANSFERS-OUT    PIC 9(6) VALUE ZERO.
           05  WS-TRANSFERS-OUT-AMOUNT PIC S9(9)V99 COMP-3
               VALUE ZERO.
           05  WS-TRANSFERS-IN     PIC 9(6) VALUE ZERO.
           05  WS-INVOICES-REOPENED PIC 9(6) VALUE ZERO.
           05  WS-BACKOUTS-POSTED  PIC 9(6) VALUE ZERO.
           05  WS-INVOICES-BACKED-OUT PIC 9(6) VALUE ZERO.
           05  WS-PLAN-SLOTS-REOPENED PIC 9(6) VALUE ZERO.
           05  WS-PRIOR-PERIOD-POSTED PIC 9(6) VALUE ZERO.
           05  WS-PERIODS-RESTATED PIC 9(6) VALUE ZERO.
           05  WS-SNAPSHOTS-MISSING PIC 9(6) VALUE ZERO.
           05  WS-REVERSED-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-POSTED-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REJECTED-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
               GOBACK
           END-IF

      * Application trail - created on first use like the sub-ledger
           OPEN I-O PAYMENT-APPLICATION-FILE
           IF PAP-FILE-MISSING
               OPEN OUTPUT PAYMENT-APPLICATION-FILE
               CLOSE PAYMENT-APPLICATION-FILE
               OPEN I-O PAYMENT-APPLICATION-FILE
           END-IF
           IF NOT PAP-FILE-OK
               DISPLAY 'ERROR OPENING PAYMENT APPLICATION FILE: '
                   WS-PAP-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PST-RETURN-CODE
               GOBACK
           END-IF

      * Prior-period authorizations and the restatement record -
      * created on first use like the application trail
           OPEN I-O PRIOR-PERIOD-AUTH-FILE
           IF PPA-FILE-MISSING
               OPEN OUTPUT PRIOR-PERIOD-AUTH-FILE
               CLOSE PRIOR-PERIOD-AUTH-FILE
               OPEN I-O PRIOR-PERIOD-AUTH-FILE
           END-IF
           IF NOT PPA-FILE-OK
               DISPLAY 'ERROR OPENING PRIOR-PERIOD AUTH FILE: '
                   WS-PPA-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PST-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O RESTATEMENT-FILE
           IF RST-FILE-MISSING
               OPEN OUTPUT RESTATEMENT-FILE
               CLOSE RESTATEMENT-FILE
               OPEN I-O RESTATEMENT-FILE
           END-IF
           IF NOT RST-FILE-OK
               DISPLAY 'ERROR OPENING RESTATEMENT FILE: '
                   WS-RST-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PST-RETURN-CODE
               GOBACK
           END-IF

      * Balance history belongs to the main run's close - a shop
      * that has never closed has none, and a restatement then
      * lands on the snapshot and the restatement record only
           OPEN I-O BALANCE-HISTORY-FILE
           IF BHST-FILE-OK
               SET HISTORY-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT BHST-FILE-MISSING
                   DISPLAY 'ERROR OPENING BALANCE HISTORY FILE: '
                       WS-BHST-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-PST-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional settlement-offer file, and the adjustment hand-off
      * file that only matters when offers can fulfill
           OPEN I-O SETTLEMENT-OFFER-FILE
               END-IF
           END-IF

      * Optional judgment file - only the litigation desk creates it
           OPEN I-O JUDGMENT-FILE
           IF JDG-FILE-OK
               SET JUDGMENT-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT JDG-FILE-MISSING
                   DISPLAY 'ERROR OPENING JUDGMENT FILE: '
                       WS-JDG-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-PST-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional debt-sale file - only the sale run creates it
           OPEN I-O DEBT-SALE-FILE
           IF DSL-FILE-OK
               SET DEBT-SALE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DSL-FILE-MISSING
                   DISPLAY 'ERROR OPENING DEBT SALE FILE: '
                       WS-DSL-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-PST-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF RESTART-RUN
               OPEN EXTEND REVERSAL-REGISTER-FILE
           ELSE
               GOBACK
           END-IF

      * Optional payment terms; the discount hand-off and register
      * are always written, empty on a night no discount is taken
           OPEN INPUT PAYMENT-TERMS-FILE
           IF PTM-FILE-OK
               SET TERMS-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT PTM-FILE-MISSING
                   DISPLAY 'ERROR OPENING PAYMENT TERMS FILE: '
                       WS-PTM-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-PST-RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF RESTART-RUN
               OPEN EXTEND DISCOUNT-ADJ-FILE
               OPEN EXTEND DISCOUNT-REGISTER-FILE
           ELSE
               OPEN OUTPUT DISCOUNT-ADJ-FILE
               OPEN OUTPUT DISCOUNT-REGISTER-FILE
           END-IF
           IF NOT DAJ-FILE-OK OR NOT DSC-FILE-OK
               DISPLAY 'ERROR OPENING DISCOUNT FILES: '
                   WS-DAJ-FILE-STATUS ' ' WS-DSC-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PST-RETURN-CODE
               GOBACK
           END-IF

      * The realized FX register follows the discount register -
      * appended on a restart, rebuilt on a fresh night
           IF RESTART-RUN
               OPEN EXTEND FX-REGISTER-FILE
           ELSE
               OPEN OUTPUT FX-REGISTER-FILE
           END-IF
           IF NOT FXP-FILE-OK
               DISPLAY 'ERROR OPENING FX REGISTER FILE: '
                   WS-FXP-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PST-RETURN-CODE
               GOBACK
           END-IF

      * Deduction items - created on first use like the invoices
           OPEN I-O DEDUCTION-FILE
           IF DED-FILE-MISSING
               OPEN OUTPUT DEDUCTION-FILE
               CLOSE DEDUCTION-FILE
               OPEN I-O DEDUCTION-FILE
           END-IF
           IF NOT DED-FILE-OK
               DISPLAY 'ERROR OPENING DEDUCTION FILE: '
                   WS-DED-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PST-RETURN-CODE
               GOBACK
           END-IF

      * Suspense holds unapplied cash across runs, so it is appended
      * to, never rewritten - and the within-date item sequence is
      * seeded from whatever this date already holds, so a forced
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
           PERFORM 1250-LOAD-CALENDAR
           PERFORM 1270-LOAD-PAYMENT-HISTORY
           PERFORM 1290-LOAD-FX-RATES

      * The paragraphs above already ran via the explicit PERFORMs -
      * exit the section here instead of falling into them a second
                   END-IF
           END-READ.

       1290-LOAD-FX-RATES.
      * A currency with no day rate cannot convert; one with no
      * revaluation row yet is carried at the day's rate, so its
      * first settlements realize nothing
           MOVE 'USD' TO WS-FXT-CODE (1)
           MOVE 1 TO WS-FXT-DAY-RATE (1)
           MOVE 1 TO WS-FXT-BOOKED-RATE (1)
           MOVE 'CAD' TO WS-FXT-CODE (2)
           MOVE 'EUR' TO WS-FXT-CODE (3)
           MOVE ZERO TO WS-FXT-DAY-RATE (2)
           MOVE ZERO TO WS-FXT-DAY-RATE (3)
           MOVE ZERO TO WS-FXT-BOOKED-RATE (2)
           MOVE ZERO TO WS-FXT-BOOKED-RATE (3)
           OPEN INPUT RATE-FILE
           IF RTE-FILE-OK
               PERFORM 1291-LOAD-ONE-DAY-RATE
                   UNTIL RTE-FILE-AT-END
               CLOSE RATE-FILE
           END-IF
           OPEN INPUT REVAL-CONTROL-FILE
           IF FXC-FILE-OK
               PERFORM 1293-LOAD-ONE-BOOKED-RATE
                   UNTIL FXC-FILE-AT-END
               CLOSE REVAL-CONTROL-FILE
           END-IF.

       1291-LOAD-ONE-DAY-RATE.
           READ RATE-FILE
               AT END
                   SET RTE-FILE-AT-END TO TRUE
               NOT AT END
                   PERFORM 1292-APPLY-DAY-RATE
                       VARYING WS-FXT-SUB FROM 2 BY 1
                       UNTIL WS-FXT-SUB > 3
           END-READ.

       1292-APPLY-DAY-RATE.
           IF WS-FXT-CODE (WS-FXT-SUB) = RTE-CURRENCY-CODE
               MOVE RTE-RATE-TO-USD TO WS-FXT-DAY-RATE (WS-FXT-SUB)
           END-IF.

       1293-LOAD-ONE-BOOKED-RATE.
           READ REVAL-CONTROL-FILE
               AT END
                   SET FXC-FILE-AT-END TO TRUE
               NOT AT END
                   PERFORM 1294-APPLY-BOOKED-RATE
                       VARYING WS-FXT-SUB FROM 2 BY 1
                       UNTIL WS-FXT-SUB > 3
           END-READ.

       1294-APPLY-BOOKED-RATE.
           IF WS-FXT-CODE (WS-FXT-SUB) = FXC-CURRENCY-CODE
               MOVE FXC-RATE-AT-REVAL
                   TO WS-FXT-BOOKED-RATE (WS-FXT-SUB)
           END-IF.

       1105-SCAN-CHECKPOINT-LOG.
           READ POSTING-CHECKPOINT-FILE
               AT END
           END-IF.

       2280-APPLY-TO-HELD-CUSTOMER.
      * A transfer leg is a payment the account already had (or
      * never should have had) moving between books, and a backout
      * row unwinds something already posted - neither is activity,
      * so neither counts toward the daily velocity
           IF TRN-SOURCE-CODE NOT = 'MISAPPLY'
                   AND TRN-SOURCE-CODE NOT = 'BACKOUT '
               ADD 1 TO WS-HELD-TXN-COUNT
           END-IF
           PERFORM 2250-CHECK-CURRENCY
           IF TRAN-VALID
               PERFORM 2270-CHECK-PERIOD
           END-IF
           IF PAYMENT-CONVERTED
               MOVE WS-FX-APPLIED-AMOUNT TO WS-SCREEN-AMOUNT
           ELSE
               MOVE TRN-AMOUNT TO WS-SCREEN-AMOUNT
           END-IF
           IF TRAN-VALID AND NOT TRAN-PERIOD-CLOSED
                   AND TRN-PAYMENT
               PERFORM 2285-SCREEN-DUPLICATE
               WHEN ANOMALY-FLAGGED
                   PERFORM 2650-QUEUE-FRAUD-ITEM
               WHEN OTHER
                   IF PAYMENT-CONVERTED
                       MOVE WS-FX-APPLIED-AMOUNT TO TRN-AMOUNT
                       MOVE CUST-CURRENCY-CODE TO TRN-CURRENCY-CODE
                   END-IF
                   PERFORM 2300-POST-TO-BALANCE
           END-EVALUATE.

      * human instead of sailing through. A FRAUDREL source is the
      * review desk's own release coming back - that human already
      * looked at exactly these screens, so re-flagging it would
      * park the item forever. A MISAPPLY transfer leg moves a
      * payment that already cleared these screens when it first
      * posted - parking one leg would strand the money between the
      * two accounts. A BACKOUT row only ever undoes a posting, and
      * an authorized prior-period item is a supervisor's decision.
      * A remediation campaign (source code RMD...) pays a closed
      * account by check and posts the credit and its offset as a
      * zero-sum pair - the dormant screen would only park the pair
           MOVE 'N' TO WS-ANOMALY-FLAG
           EVALUATE TRUE
               WHEN PRIOR-PERIOD-AUTHORIZED
                   CONTINUE
               WHEN TRN-SOURCE-CODE = 'FRAUDREL'
                   CONTINUE
               WHEN TRN-SOURCE-CODE = 'MISAPPLY'
                   CONTINUE
               WHEN TRN-SOURCE-CODE = 'BACKOUT '
                   CONTINUE
               WHEN WS-SCREEN-AMOUNT > WS-FRAUD-CEILING
                   SET ANOMALY-FLAGGED TO TRUE
                   MOVE 'AMOUNT OVER SCREENING CEILING'
                       TO WS-ANOMALY-REASON
                   MOVE 'DAILY VELOCITY EXCEEDED'
                       TO WS-ANOMALY-REASON
               WHEN DORMANT-SCREEN-ON AND INACTIVE-CUSTOMER
                       AND TRN-SOURCE-CODE (1:3) NOT = 'RMD'
                   SET ANOMALY-FLAGGED TO TRUE
                   MOVE 'ACTIVITY ON DORMANT ACCOUNT'
                       TO WS-ANOMALY-REASON
           MOVE TRN-SOURCE-CODE TO FRQ-SOURCE-CODE
           MOVE TRN-REMITTER-NAME TO FRQ-REMITTER-NAME
           MOVE TRN-INVOICE-REF TO FRQ-INVOICE-REF
           MOVE TRN-REMIT-PARENT-ID TO FRQ-REMIT-PARENT-ID
           MOVE TRN-REMIT-TOTAL TO FRQ-REMIT-TOTAL
           MOVE SPACES TO FRQ-DECIDED-BY
           MOVE ZERO TO FRQ-DECIDED-DATE
           MOVE 'N' TO WS-FRQ-WRITE-FLAG
      * a human instead of applying twice. The same feed presenting
      * the same figures is not screened here; legitimate repeat
      * payments come through one channel all the time. Nor is a
      * REAPPLY, FRAUDREL, MISAPPLY or BACKOUT source - those are
      * the research and review desks' own releases, transfers and
      * backouts, each one a human decision, and each deliberately
      * carries the original figures the screen would otherwise
      * match
           MOVE 'N' TO WS-DUP-FLAG
           IF TRN-SOURCE-CODE NOT = 'REAPPLY '
                   AND TRN-SOURCE-CODE NOT = 'FRAUDREL'
                   AND TRN-SOURCE-CODE NOT = 'MISAPPLY'
                   AND TRN-SOURCE-CODE NOT = 'BACKOUT '
                   AND NOT PRIOR-PERIOD-AUTHORIZED
               PERFORM 2286-MATCH-ONE-HISTORY-ROW
                   VARYING WS-PHI-SUB FROM 1 BY 1
                   UNTIL WS-PHI-SUB > WS-PHI-TABLE-COUNT

       2286-MATCH-ONE-HISTORY-ROW.
           IF WS-PHI-CUST-ID (WS-PHI-SUB) = TRN-CUST-ID
                   AND WS-PHI-AMOUNT (WS-PHI-SUB) = WS-SCREEN-AMOUNT
                   AND WS-PHI-TRANS-DATE (WS-PHI-SUB) =
                       TRN-TRANS-DATE
                   AND WS-PHI-SOURCE (WS-PHI-SUB) NOT =
           END-IF.

       2250-CHECK-CURRENCY.
      * A CAD charge against a USD account would corrupt the per-
      * currency subtotals the main run builds, so the currencies
      * have to agree before the balance moves. A payment is the
      * exception: it converts into the account's currency at the
      * day's rates, and once it is known to post it applies as if
      * it had arrived that way
           MOVE 'N' TO WS-FX-CONVERTED-FLAG
           IF TRN-CURRENCY-CODE NOT = CUST-CURRENCY-CODE
               IF TRN-PAYMENT
                   PERFORM 2255-CONVERT-PAYMENT
               ELSE
                   SET TRAN-INVALID TO TRUE
                   MOVE 'TRN-CURRENCY DOES NOT MATCH ACCOUNT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2255-CONVERT-PAYMENT.
      * Through USD: the remitted amount at its own day rate, over
      * the account currency's day rate. The realized gain or loss
      * is the applied amount's USD worth today against what the
      * receivable was carried at
           MOVE ZERO TO WS-FX-PAY-RATE
           MOVE ZERO TO WS-FX-SETTLE-RATE
           MOVE ZERO TO WS-FX-BOOKED-RATE
           PERFORM 2256-FIND-PAYMENT-RATES
               VARYING WS-FXT-SUB FROM 1 BY 1
               UNTIL WS-FXT-SUB > 3
           IF WS-FX-PAY-RATE = ZERO OR WS-FX-SETTLE-RATE = ZERO
               SET TRAN-INVALID TO TRUE
               MOVE 'NO DAY RATE ON FILE TO CONVERT PAYMENT'
                   TO WS-REJECT-REASON
           ELSE
               IF WS-FX-BOOKED-RATE = ZERO
                   MOVE WS-FX-SETTLE-RATE TO WS-FX-BOOKED-RATE
               END-IF
               MOVE TRN-CURRENCY-CODE TO WS-FX-PAY-CURRENCY
               MOVE TRN-AMOUNT TO WS-FX-PAY-AMOUNT
               COMPUTE WS-FX-APPLIED-AMOUNT ROUNDED =
                   WS-FX-PAY-AMOUNT * WS-FX-PAY-RATE
                   / WS-FX-SETTLE-RATE
               IF WS-FX-APPLIED-AMOUNT = ZERO
                   SET TRAN-INVALID TO TRUE
                   MOVE 'CONVERTED PAYMENT ROUNDS TO ZERO'
                       TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-FX-REALIZED ROUNDED =
                       WS-FX-APPLIED-AMOUNT
                       * (WS-FX-SETTLE-RATE - WS-FX-BOOKED-RATE)
                   SET PAYMENT-CONVERTED TO TRUE
               END-IF
           END-IF.

       2256-FIND-PAYMENT-RATES.
           IF WS-FXT-CODE (WS-FXT-SUB) = TRN-CURRENCY-CODE
               MOVE WS-FXT-DAY-RATE (WS-FXT-SUB) TO WS-FX-PAY-RATE
           END-IF
           IF WS-FXT-CODE (WS-FXT-SUB) = CUST-CURRENCY-CODE
               MOVE WS-FXT-DAY-RATE (WS-FXT-SUB) TO WS-FX-SETTLE-RATE
               MOVE WS-FXT-BOOKED-RATE (WS-FXT-SUB)
                   TO WS-FX-BOOKED-RATE
           END-IF.

       2270-CHECK-PERIOD.
      * A transaction dated in a closed month must not move tonight's
      * balances - it is held in suspense for an operator to redate
      * or research, which is what the auditors asked for. The one
      * way through is a PRIORPER item a supervisor authorized for
      * exactly this account, date, type and amount
           MOVE 'N' TO WS-PERIOD-CLOSED-FLAG
           MOVE 'N' TO WS-PRIOR-PERIOD-FLAG
           IF PERIOD-FILE-WAS-OPENED
               COMPUTE WS-TRAN-PERIOD-ID = TRN-TRANS-DATE / 100
               MOVE WS-TRAN-PERIOD-ID TO PRD-PERIOD-ID
                           SET TRAN-PERIOD-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF TRAN-PERIOD-CLOSED AND TRN-SOURCE-CODE = 'PRIORPER'
               PERFORM 2272-FIND-AUTHORIZATION
               IF PRIOR-PERIOD-AUTHORIZED
                   MOVE 'N' TO WS-PERIOD-CLOSED-FLAG
               END-IF
           END-IF.

       2272-FIND-AUTHORIZATION.
      * Every authorization for the account on the item's date, in
      * sequence order - the first still unposted one for the same
      * type and amount is this item's. The amount is the one the
      * item arrived with, the figure the suspense register showed
      * the supervisor
           MOVE 'N' TO WS-PPA-WALK-FLAG
           MOVE TRN-CUST-ID TO PPA-CUST-ID
           MOVE TRN-TRANS-DATE TO PPA-TRANS-DATE
           MOVE ZERO TO PPA-SEQ
           START PRIOR-PERIOD-AUTH-FILE
               KEY IS NOT LESS THAN PPA-KEY
               INVALID KEY
                   SET AUTHORIZATION-WALK-DONE TO TRUE
           END-START
           PERFORM 2274-MATCH-ONE-AUTHORIZATION
               UNTIL AUTHORIZATION-WALK-DONE.

       2274-MATCH-ONE-AUTHORIZATION.
           READ PRIOR-PERIOD-AUTH-FILE NEXT RECORD
               AT END
                   SET AUTHORIZATION-WALK-DONE TO TRUE
               NOT AT END
                   IF PPA-CUST-ID NOT = TRN-CUST-ID
                           OR PPA-TRANS-DATE NOT = TRN-TRANS-DATE
                       SET AUTHORIZATION-WALK-DONE TO TRUE
                   ELSE
                       IF PPA-AUTHORIZED
                               AND PPA-TRANS-TYPE = TRN-TRANS-TYPE
                               AND PPA-AMOUNT = TRN-AMOUNT
                           SET PRIOR-PERIOD-AUTHORIZED TO TRUE
                           SET AUTHORIZATION-WALK-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2300-POST-TO-BALANCE.
      * The balance moves on the held in-memory record; the one
      * REWRITE and the journal pair happen at the customer break
      * in 2710-FLUSH-HELD-CUSTOMER. The journal before-image was
      * captured when the record was first held
           IF TRN-PAYMENT AND DEBT-SALE-FILE-WAS-OPENED
               PERFORM 2293-FORWARD-SOLD-PAYMENT
           END-IF
           IF TRN-PAYMENT AND RECOVERY-FILE-WAS-OPENED
                   AND TRN-SOURCE-CODE NOT = 'SOLDFWD '
               PERFORM 2295-RECOGNIZE-RECOVERY
           END-IF
      * A payment starts a fresh application trail; the sub-ledger
      * allocation and the invoice drain fill it in below
           MOVE 'N' TO WS-PAP-FOUND-FLAG
           IF TRN-PAYMENT
               INITIALIZE PAYMENT-APPLICATION-RECORD
           END-IF
           MOVE CUST-BALANCE TO WS-OLD-BALANCE
           EVALUATE TRUE
               WHEN TRN-PAYMENT AND (TRN-SOURCE-CODE = 'RECOVERY'
                       OR TRN-SOURCE-CODE = 'SOLDFWD ')
      * Recovered cash on a written-off account is balance-neutral:
      * the receivable was relieved at write-off, so the balance
      * stays where the write-off left it. Subtracting here would
      * recovered dollars back out as a refund, and the customer-
      * balance control would drift off the GL (which books only
      * Dr Cash / Cr Recovery Income) by every recovery dollar.
      * A payment forwarded on a sold account is the same: the
      * write-off relieved it, and the cash belongs to the buyer.
      * The register row, the audit, the recovery-file accrual,
      * and the GL pair already carry the cash
                   CONTINUE
      * run's fee assessment) pick it back up where it really stands
                   ADD TRN-AMOUNT TO CUST-BALANCE
                   PERFORM 2350-REAGE-ACCOUNT
                   IF TRN-SOURCE-CODE = 'MISAPPLY'
                           OR TRN-SOURCE-CODE = 'BACKOUT '
                       PERFORM 2460-FIND-TRANSFERRED-PAYMENT
                   END-IF
           END-EVALUATE
      * A balance-neutral recovery touched nothing on the master
      * row and allocates nothing - no REWRITE, no sub-ledger
      * movement, no invoice drain; everything else marks the held
      * record dirty and allocates as always
           IF TRN-PAYMENT AND (TRN-SOURCE-CODE = 'RECOVERY'
                   OR TRN-SOURCE-CODE = 'SOLDFWD ')
               CONTINUE
           ELSE
               SET HELD-RECORD-DIRTY TO TRUE
           IF TRN-CHARGE
               PERFORM 2410-CREATE-INVOICE
           END-IF
      * A credit memo names the invoice it corrects - the balance
      * moved above like any adjustment; the open item comes down
      * here so the wrong invoice stops aging
           IF TRN-ADJUSTMENT AND TRN-SOURCE-CODE = 'CRMEMO  '
                   AND TRN-INVOICE-REF NOT = ZERO
               PERFORM 2422-APPLY-CREDIT-MEMO
           END-IF
      * A backed-out charge names its charge date - the invoice the
      * charge created comes back off the open items
           IF TRN-ADJUSTMENT AND TRN-SOURCE-CODE = 'BACKOUT '
                   AND TRN-INVOICE-REF NOT = ZERO
                   AND TRN-AMOUNT < ZERO
               PERFORM 2423-BACK-OUT-CHARGE-INVOICE
           END-IF
           IF TRN-PAYMENT AND TRN-SOURCE-CODE NOT = 'RECOVERY'
                   AND TRN-SOURCE-CODE NOT = 'SOLDFWD '
               PERFORM 2420-APPLY-TO-INVOICES
           END-IF
           IF TRANSFER-TRAIL-FOUND
               PERFORM 2465-RESTORE-INVOICES
           END-IF
           PERFORM 2400-WRITE-POSTING-AUDIT
           PERFORM 2800-WRITE-POSTED-REGISTER
           IF PAYMENT-CONVERTED
               PERFORM 2365-WRITE-FX-REGISTER
           END-IF
      * A transfer leg or a backout is not a bounced check - it
      * stays off the returned-item register collections works from
           EVALUATE TRUE
               WHEN TRN-SOURCE-CODE = 'BACKOUT '
                   ADD 1 TO WS-BACKOUTS-POSTED
               WHEN TRN-SOURCE-CODE = 'MISAPPLY' AND TRN-REVERSAL
                   ADD 1 TO WS-TRANSFERS-OUT
                   ADD TRN-AMOUNT TO WS-TRANSFERS-OUT-AMOUNT
               WHEN TRN-SOURCE-CODE = 'MISAPPLY' AND TRN-PAYMENT
                   ADD 1 TO WS-TRANSFERS-IN
               WHEN TRN-REVERSAL
                   PERFORM 2360-WRITE-REVERSAL-REGISTER
           END-EVALUATE
           IF TRN-PAYMENT
               PERFORM 2440-RECORD-PAYMENT-HISTORY
           END-IF
           END-IF
           IF TRN-PAYMENT AND OFFER-FILE-WAS-OPENED
               PERFORM 2380-FULFILL-SETTLEMENT
           END-IF
           IF (TRN-PAYMENT OR TRN-REVERSAL)
                   AND JUDGMENT-FILE-WAS-OPENED
               PERFORM 2385-CREDIT-JUDGMENT
           END-IF
           IF TRN-PAYMENT AND TRN-SOURCE-CODE NOT = 'RECOVERY'
                   AND TRN-SOURCE-CODE NOT = 'SOLDFWD '
               PERFORM 2455-WRITE-APPLICATION-TRAIL
           END-IF
           IF PRIOR-PERIOD-AUTHORIZED
               PERFORM 2470-RESTATE-CLOSED-PERIODS
           END-IF.

       2380-FULFILL-SETTLEMENT.
                   END-IF
           END-READ.

       2385-CREDIT-JUDGMENT.
      * The account's oldest open case takes the credit - a payment
      * adds to what the judgment has collected, a GARNISH payment
      * to what garnishment has brought in too, and a reversal takes
      * its payment back off the collected figure
           MOVE 'N' TO WS-JDG-SCAN-FLAG
           MOVE 'N' TO WS-JDG-FOUND-FLAG
           MOVE TRN-CUST-ID TO JDG-CUST-ID
           MOVE ZERO TO JDG-CASE-NO
           START JUDGMENT-FILE KEY IS NOT LESS THAN JDG-KEY
               INVALID KEY
                   SET JUDGMENT-SCAN-DONE TO TRUE
           END-START
           PERFORM 2386-FIND-OPEN-JUDGMENT
               UNTIL JUDGMENT-SCAN-DONE OR OPEN-JUDGMENT-FOUND
           IF OPEN-JUDGMENT-FOUND
               IF TRN-PAYMENT
                   ADD TRN-AMOUNT TO JDG-COLLECTED
                   IF TRN-SOURCE-CODE = 'GARNISH '
                       ADD TRN-AMOUNT TO JDG-GARNISHED
                   END-IF
                   MOVE TRN-TRANS-DATE TO JDG-LAST-PAYMENT-DATE
               ELSE
                   SUBTRACT TRN-AMOUNT FROM JDG-COLLECTED
               END-IF
               REWRITE JUDGMENT-RECORD
               ADD 1 TO WS-JUDGMENTS-CREDITED
           END-IF.

       2386-FIND-OPEN-JUDGMENT.
           READ JUDGMENT-FILE NEXT RECORD
               AT END
                   SET JUDGMENT-SCAN-DONE TO TRUE
               NOT AT END
                   IF JDG-CUST-ID NOT = TRN-CUST-ID
                       SET JUDGMENT-SCAN-DONE TO TRUE
                   ELSE
                       IF JDG-OPEN
                           SET OPEN-JUDGMENT-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2390-RELEASE-FORGIVENESS.
           MOVE CUST-ID TO SAJ-CUST-ID
           MOVE 'A' TO SAJ-TRANS-TYPE
           MOVE 'SETTLE  ' TO SAJ-SOURCE-CODE
           MOVE SPACES TO SAJ-REMITTER-NAME
           MOVE ZERO TO SAJ-INVOICE-REF
           MOVE ZERO TO SAJ-REMIT-PARENT-ID
           MOVE ZERO TO SAJ-REMIT-TOTAL
           WRITE SETTLEMENT-ADJ-RECORD
           ADD WS-FORGIVEN-AMOUNT TO WS-FORGIVEN-RELEASED.

       2293-FORWARD-SOLD-PAYMENT.
      * A payment on an account sold to a debt buyer belongs to the
      * buyer - restamped SOLDFWD so recovery never sees it and the
      * remittance report and GLGEN do, and counted on the sale row
      * as owed. An account the buyer put back is ours again
           MOVE TRN-CUST-ID TO DSL-CUST-ID
           READ DEBT-SALE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DSL-SOLD
                       MOVE 'SOLDFWD ' TO TRN-SOURCE-CODE
                       ADD TRN-AMOUNT TO DSL-FORWARDED-AMOUNT
                       MOVE STD-CURRENT-DATE
                           TO DSL-LAST-FORWARD-DATE
                       REWRITE DEBT-SALE-RECORD
                       ADD 1 TO WS-SOLD-FORWARDS
                       ADD TRN-AMOUNT TO WS-SOLD-FORWARD-AMOUNT
                   END-IF
           END-READ.

       2295-RECOGNIZE-RECOVERY.
      * A payment on an account with an unrecovered write-off on
      * file is recovery income, not ordinary cash - the source
                       FROM WS-PLN-REMAINING-PAY
                   SET PLN-INST-SATISFIED (WS-PLN-SUB) TO TRUE
                   ADD 1 TO WS-INSTALLMENTS-SATISFIED
                   IF PAP-PLAN-SLOT-COUNT < 12
                       ADD 1 TO PAP-PLAN-SLOT-COUNT
                       MOVE WS-PLN-SUB
                           TO PAP-PLAN-SLOT (PAP-PLAN-SLOT-COUNT)
                   END-IF
                   MOVE 'Y' TO WS-PLN-DIRTY-FLAG
               ELSE
                   ADD 1 TO WS-PLN-OPEN-REMAINING
           MOVE TRN-AMOUNT TO INV-OPEN-AMOUNT
           MOVE ZERO TO INV-PAID-DATE
           MOVE TRN-SOURCE-CODE TO INV-SOURCE-CODE
           MOVE ZERO TO INV-CREDITED-AMOUNT
      * A corrected replacement invoice carries the invoice it
      * replaces in the remittance-reference slot
           IF TRN-SOURCE-CODE = 'REBILL  '
               MOVE TRN-INVOICE-REF TO INV-REPLACES-INVOICE-NO
           ELSE
               MOVE ZERO TO INV-REPLACES-INVOICE-NO
           END-IF
           PERFORM 2412-STAMP-INVOICE-TERMS
           MOVE 'N' TO WS-INV-WRITE-FLAG
           PERFORM 2415-TRY-INVOICE-WRITE
               UNTIL INVOICE-WRITTEN
           ADD 1 TO WS-INVOICES-CREATED.

       2412-STAMP-INVOICE-TERMS.
      * The terms in force when the charge posts travel with the
      * invoice, so a later terms change never moves an invoice
      * already out the door
           MOVE WS-HOUSE-TERMS-CODE TO INV-TERMS-CODE
           MOVE WS-HOUSE-NET-DAYS TO WS-INV-NET-DAYS
           MOVE ZERO TO INV-DISCOUNT-PCT
           MOVE ZERO TO WS-INV-DISCOUNT-DAYS
           MOVE ZERO TO INV-DISCOUNT-TAKEN
           IF TERMS-FILE-WAS-OPENED
               MOVE CUST-ID TO PTM-CUST-ID
               READ PAYMENT-TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PTM-TERMS-CODE TO INV-TERMS-CODE
                       MOVE PTM-NET-DAYS TO WS-INV-NET-DAYS
                       MOVE PTM-DISCOUNT-PCT TO INV-DISCOUNT-PCT
                       MOVE PTM-DISCOUNT-DAYS TO WS-INV-DISCOUNT-DAYS
               END-READ
           END-IF
           COMPUTE WS-INV-BASE-DAYS =
               FUNCTION INTEGER-OF-DATE (INV-INVOICE-DATE)
           COMPUTE INV-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-INV-BASE-DAYS + WS-INV-NET-DAYS)
           IF INV-DISCOUNT-PCT > ZERO
               COMPUTE INV-DISCOUNT-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-INV-BASE-DAYS + WS-INV-DISCOUNT-DAYS)
           ELSE
               MOVE ZERO TO INV-DISCOUNT-DATE
           END-IF.

       2415-TRY-INVOICE-WRITE.
           WRITE INVOICE-RECORD
               INVALID KEY
                   NOT INVALID KEY
                       IF INV-OPEN
                           PERFORM 2430-DRAIN-ONE-INVOICE
      * The whole remittance went to its named invoice and still
      * left it short past tolerance - a claim, not a late payment
                           IF INV-OPEN AND WS-INV-REMAINING = ZERO
                                   AND INV-OPEN-AMOUNT >
                                       WS-DEDUCTION-TOLERANCE
                               PERFORM 2432-SPLIT-DEDUCTION
                           END-IF
                       END-IF
               END-READ
           END-IF
                   UNTIL INVOICE-WALK-DONE
           END-IF.

       2422-APPLY-CREDIT-MEMO.
      * The credit comes off the named invoice's open amount; a memo
      * that covers what is left closes the invoice as credited. A
      * memo whose invoice is no longer open has still moved the
      * balance - the open-item walk simply has nothing to reduce
           COMPUTE WS-CREDIT-MEMO-AMOUNT = ZERO - TRN-AMOUNT
           MOVE CUST-ID TO INV-CUST-ID
           MOVE TRN-INVOICE-REF TO INV-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INV-OPEN AND WS-CREDIT-MEMO-AMOUNT > ZERO
                       IF WS-CREDIT-MEMO-AMOUNT >= INV-OPEN-AMOUNT
                           ADD INV-OPEN-AMOUNT TO INV-CREDITED-AMOUNT
                           MOVE ZERO TO INV-OPEN-AMOUNT
                           SET INV-CREDITED TO TRUE
                           MOVE STD-CURRENT-DATE TO INV-PAID-DATE
                           ADD 1 TO WS-INVOICES-RETIRED
                       ELSE
                           SUBTRACT WS-CREDIT-MEMO-AMOUNT
                               FROM INV-OPEN-AMOUNT
                           ADD WS-CREDIT-MEMO-AMOUNT
                               TO INV-CREDITED-AMOUNT
                       END-IF
                       REWRITE INVOICE-RECORD
                       ADD 1 TO WS-CREDIT-MEMOS-APPLIED
                       ADD WS-CREDIT-MEMO-AMOUNT
                           TO WS-CREDIT-MEMO-TOTAL
                   END-IF
           END-READ.

       2425-WALK-OPEN-INVOICES.
           READ INVOICE-FILE NEXT RECORD
               AT END
           END-READ.

       2430-DRAIN-ONE-INVOICE.
      * A payment dated inside the discount window that, with the
      * discount, clears the invoice earns the discount - taken off
      * the open amount here and released as its own adjustment
           IF INV-DISCOUNT-PCT > ZERO
                   AND INV-DISCOUNT-TAKEN = ZERO
                   AND TRN-TRANS-DATE <= INV-DISCOUNT-DATE
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   INV-ORIGINAL-AMOUNT * INV-DISCOUNT-PCT / 100
               IF WS-DISCOUNT-AMOUNT > ZERO
                       AND WS-DISCOUNT-AMOUNT < INV-OPEN-AMOUNT
                       AND WS-INV-REMAINING + WS-DISCOUNT-AMOUNT
                           >= INV-OPEN-AMOUNT
                   SUBTRACT WS-DISCOUNT-AMOUNT FROM INV-OPEN-AMOUNT
                   MOVE WS-DISCOUNT-AMOUNT TO INV-DISCOUNT-TAKEN
                   PERFORM 2435-RELEASE-DISCOUNT
               END-IF
           END-IF
           IF WS-INV-REMAINING >= INV-OPEN-AMOUNT
               MOVE INV-OPEN-AMOUNT TO WS-INV-APPLIED
           ELSE
               MOVE WS-INV-REMAINING TO WS-INV-APPLIED
           END-IF
           IF WS-INV-APPLIED > ZERO AND PAP-INVOICE-COUNT < 12
               ADD 1 TO PAP-INVOICE-COUNT
               MOVE INV-INVOICE-NO
                   TO PAP-INVOICE-NO (PAP-INVOICE-COUNT)
               MOVE WS-INV-APPLIED
                   TO PAP-INVOICE-AMOUNT (PAP-INVOICE-COUNT)
           END-IF
           IF WS-INV-REMAINING >= INV-OPEN-AMOUNT
               SUBTRACT INV-OPEN-AMOUNT FROM WS-INV-REMAINING
               MOVE ZERO TO INV-OPEN-AMOUNT
           END-IF
           REWRITE INVOICE-RECORD.

       2432-SPLIT-DEDUCTION.
      * The unpaid remainder moves onto a deduction item tied to the
      * invoice and to this remittance; the invoice itself closes as
      * deducted so neither the payment walk nor the aging walk
      * picks the remainder up again. A second short-pay on an
      * invoice that already carries an item stays on the invoice
           MOVE CUST-ID TO DED-CUST-ID
           MOVE INV-INVOICE-NO TO DED-INVOICE-NO
           SET DED-OPEN TO TRUE
           MOVE 'UNCLASS' TO DED-REASON-CODE
           MOVE INV-OPEN-AMOUNT TO DED-AMOUNT
           MOVE STD-CURRENT-DATE TO DED-OPEN-DATE
           MOVE TRN-TRANS-DATE TO DED-REMIT-DATE
           MOVE TRN-AMOUNT TO DED-REMIT-AMOUNT
           MOVE TRN-SOURCE-CODE TO DED-REMIT-SOURCE
           MOVE TRN-REMITTER-NAME TO DED-REMITTER-NAME
           MOVE SPACES TO DED-RESOLVED-BY
           MOVE ZERO TO DED-RESOLVED-DATE
           MOVE ZERO TO DED-REBILL-INVOICE-NO
           WRITE DEDUCTION-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DEDUCTIONS-SPLIT
                   ADD INV-OPEN-AMOUNT TO WS-DEDUCTION-TOTAL
                   SET INV-DEDUCTED TO TRUE
                   MOVE ZERO TO INV-OPEN-AMOUNT
                   REWRITE INVOICE-RECORD
           END-WRITE.

       2435-RELEASE-DISCOUNT.
           MOVE CUST-ID TO DAJ-CUST-ID
           MOVE 'A' TO DAJ-TRANS-TYPE
           COMPUTE DAJ-AMOUNT = ZERO - WS-DISCOUNT-AMOUNT
           MOVE CUST-CURRENCY-CODE TO DAJ-CURRENCY-CODE
           MOVE TRN-TRANS-DATE TO DAJ-TRANS-DATE
           MOVE 'DISCOUNT' TO DAJ-SOURCE-CODE
           MOVE SPACES TO DAJ-REMITTER-NAME
           MOVE INV-INVOICE-NO TO DAJ-INVOICE-REF
           MOVE ZERO TO DAJ-REMIT-PARENT-ID
           MOVE ZERO TO DAJ-REMIT-TOTAL
           WRITE DISCOUNT-ADJ-RECORD
           MOVE STD-CURRENT-DATE TO DSC-POST-DATE
           MOVE CUST-ID TO DSC-CUST-ID
           MOVE INV-INVOICE-NO TO DSC-INVOICE-NO
           MOVE INV-INVOICE-DATE TO DSC-INVOICE-DATE
           MOVE INV-TERMS-CODE TO DSC-TERMS-CODE
           MOVE INV-ORIGINAL-AMOUNT TO DSC-INVOICE-AMOUNT
           MOVE INV-DISCOUNT-PCT TO DSC-DISCOUNT-PCT
           MOVE WS-DISCOUNT-AMOUNT TO DSC-DISCOUNT-AMOUNT
           MOVE TRN-TRANS-DATE TO DSC-PAYMENT-DATE
           MOVE TRN-SOURCE-CODE TO DSC-SOURCE-CODE
           WRITE DISCOUNT-REGISTER-RECORD
           ADD 1 TO WS-DISCOUNTS-TAKEN
           ADD WS-DISCOUNT-AMOUNT TO WS-DISCOUNT-TOTAL.

       2340-UPDATE-SUBLEDGER.
      * Seed a missing row from the balance the account had before
      * tonight's move, and re-plug principal when some component-
           EVALUATE TRUE
               WHEN TRN-PAYMENT
                   PERFORM 2345-ALLOCATE-PAYMENT
      * Post-judgment interest is interest and court costs are a
      * fee, whichever run charged them
               WHEN TRN-CHARGE AND TRN-SOURCE-CODE = 'JDGINT  '
                   ADD TRN-AMOUNT TO SBL-INTEREST
               WHEN TRN-CHARGE AND TRN-SOURCE-CODE = 'CRTCOST '
                   ADD TRN-AMOUNT TO SBL-FEE
               WHEN TRN-CHARGE
                   ADD TRN-AMOUNT TO SBL-PRINCIPAL
      * A fee waiver forgives fees, so it books against the fee
                   ADD TRN-AMOUNT TO SBL-FEE
               WHEN TRN-ADJUSTMENT
                   ADD TRN-AMOUNT TO SBL-PRINCIPAL
      * A transfer's reversal leg puts back exactly what the
      * payment took, component by component
               WHEN TRN-REVERSAL AND TRANSFER-TRAIL-FOUND
                   ADD PAP-FEE-APPLIED TO SBL-FEE
                   ADD PAP-INTEREST-APPLIED TO SBL-INTEREST
                   ADD PAP-PRINCIPAL-APPLIED TO SBL-PRINCIPAL
               WHEN TRN-REVERSAL
                   ADD TRN-AMOUNT TO SBL-PRINCIPAL
           END-EVALUATE
      * negative when the customer overpays, exactly as
      * CUST-BALANCE itself does
           MOVE TRN-AMOUNT TO WS-ALLOC-REMAINING
           MOVE SBL-FEE TO PAP-FEE-APPLIED
           MOVE SBL-INTEREST TO PAP-INTEREST-APPLIED
           IF SBL-FEE > ZERO
               IF WS-ALLOC-REMAINING >= SBL-FEE
                   SUBTRACT SBL-FEE FROM WS-ALLOC-REMAINING
           END-IF
           IF WS-ALLOC-REMAINING NOT = ZERO
               SUBTRACT WS-ALLOC-REMAINING FROM SBL-PRINCIPAL
           END-IF
           SUBTRACT SBL-FEE FROM PAP-FEE-APPLIED
           SUBTRACT SBL-INTEREST FROM PAP-INTEREST-APPLIED
           MOVE WS-ALLOC-REMAINING TO PAP-PRINCIPAL-APPLIED.

       2440-RECORD-PAYMENT-HISTORY.
      * Tonight's posted payment joins the screening window; a full
      * table just stops remembering - the screen degrades to the
      * unscreened behavior rather than failing the run. A
      * transfer leg is the same payment moving accounts, not a new
      * one, and a backout is no payment at all - neither joins the
      * window
           IF WS-PHI-TABLE-COUNT < WS-PHI-TABLE-MAX
                   AND TRN-SOURCE-CODE NOT = 'MISAPPLY'
                   AND TRN-SOURCE-CODE NOT = 'BACKOUT '
               ADD 1 TO WS-PHI-TABLE-COUNT
               MOVE TRN-CUST-ID
                   TO WS-PHI-CUST-ID (WS-PHI-TABLE-COUNT)
                   TO WS-PHI-POSTED (WS-PHI-TABLE-COUNT)
           END-IF.

       2455-WRITE-APPLICATION-TRAIL.
      * The sequence bumps past any key already taken, the way the
      * fraud queue's does - two payments of one day on one account
      * each keep their own trail
           MOVE CUST-ID TO PAP-CUST-ID
           MOVE TRN-TRANS-DATE TO PAP-TRANS-DATE
           MOVE 1 TO PAP-SEQ
           MOVE STD-CURRENT-DATE TO PAP-POST-DATE
           MOVE TRN-AMOUNT TO PAP-AMOUNT
           MOVE TRN-SOURCE-CODE TO PAP-SOURCE-CODE
           SET PAP-APPLIED TO TRUE
           MOVE ZERO TO PAP-TRANSFER-CUST-ID
           MOVE ZERO TO PAP-TRANSFER-DATE
           MOVE 'N' TO WS-PAP-WRITE-FLAG
           PERFORM 2457-TRY-APPLICATION-WRITE
               UNTIL APPLICATION-WRITTEN.

       2457-TRY-APPLICATION-WRITE.
           WRITE PAYMENT-APPLICATION-RECORD
               INVALID KEY
                   IF PAP-SEQ < 999
                       ADD 1 TO PAP-SEQ
                   ELSE
                       DISPLAY 'APPLICATION TRAIL FULL FOR CUST-ID: '
                           PAP-CUST-ID ' DATE ' PAP-TRANS-DATE
                       SET APPLICATION-WRITTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET APPLICATION-WRITTEN TO TRUE
           END-WRITE.

       2460-FIND-TRANSFERRED-PAYMENT.
      * The reversal leg names the payment by account, date, and
      * amount; the transfer request already marked that trail row
      * pending with the account it is going to, which the leg
      * carries in TRN-REMIT-PARENT-ID. A backout reversal matches
      * the row the backout job claimed
           MOVE 'N' TO WS-PAP-WALK-FLAG
           MOVE CUST-ID TO PAP-CUST-ID
           MOVE TRN-TRANS-DATE TO PAP-TRANS-DATE
           MOVE ZERO TO PAP-SEQ
           START PAYMENT-APPLICATION-FILE
               KEY IS NOT LESS THAN PAP-KEY
               INVALID KEY
                   SET APPLICATION-WALK-DONE TO TRUE
           END-START
           PERFORM 2462-MATCH-ONE-APPLICATION
               UNTIL APPLICATION-WALK-DONE.

       2462-MATCH-ONE-APPLICATION.
           READ PAYMENT-APPLICATION-FILE NEXT RECORD
               AT END
                   SET APPLICATION-WALK-DONE TO TRUE
               NOT AT END
                   IF PAP-CUST-ID NOT = CUST-ID
                           OR PAP-TRANS-DATE NOT = TRN-TRANS-DATE
                       SET APPLICATION-WALK-DONE TO TRUE
                   ELSE
                       IF PAP-AMOUNT = TRN-AMOUNT
                               AND ((TRN-SOURCE-CODE = 'MISAPPLY'
                                   AND PAP-TRANSFER-PENDING
                                   AND PAP-TRANSFER-CUST-ID =
                                       TRN-REMIT-PARENT-ID)
                               OR (TRN-SOURCE-CODE = 'BACKOUT '
                                   AND PAP-BACKOUT-PENDING))
                           SET TRANSFER-TRAIL-FOUND TO TRUE
                           SET APPLICATION-WALK-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2465-RESTORE-INVOICES.
      * Each invoice the payment drained gets back what the payment
      * took and reopens, and each plan installment it satisfied
      * opens again; the trail row then closes as transferred (or
      * backed out) so no second request can move it again
           PERFORM 2467-REOPEN-ONE-INVOICE
               VARYING WS-PAP-SUB FROM 1 BY 1
               UNTIL WS-PAP-SUB > PAP-INVOICE-COUNT
           IF PAP-PLAN-SLOT-COUNT > ZERO AND PLAN-FILE-WAS-OPENED
               PERFORM 2468-REOPEN-PLAN-SLOTS
           END-IF
           IF PAP-BACKOUT-PENDING
               SET PAP-BACKED-OUT TO TRUE
           ELSE
               SET PAP-TRANSFERRED TO TRUE
           END-IF
           MOVE STD-CURRENT-DATE TO PAP-TRANSFER-DATE
           REWRITE PAYMENT-APPLICATION-RECORD.

       2467-REOPEN-ONE-INVOICE.
           MOVE CUST-ID TO INV-CUST-ID
           MOVE PAP-INVOICE-NO (WS-PAP-SUB) TO INV-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD PAP-INVOICE-AMOUNT (WS-PAP-SUB)
                       TO INV-OPEN-AMOUNT
                   IF NOT INV-OPEN
                       SET INV-OPEN TO TRUE
                       MOVE ZERO TO INV-PAID-DATE
                       ADD 1 TO WS-INVOICES-REOPENED
                   END-IF
                   REWRITE INVOICE-RECORD
           END-READ.

       2468-REOPEN-PLAN-SLOTS.
      * A plan the payment completed is live again - the money that
      * completed it was never the customer's
           MOVE CUST-ID TO PLN-CUST-ID
           READ PAYMENT-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2469-REOPEN-ONE-PLAN-SLOT
                       VARYING WS-PAP-SUB FROM 1 BY 1
                       UNTIL WS-PAP-SUB > PAP-PLAN-SLOT-COUNT
                   IF PLN-COMPLETED
                       SET PLN-ACTIVE-PLAN TO TRUE
                   END-IF
                   REWRITE PAYMENT-PLAN-RECORD
           END-READ.

       2469-REOPEN-ONE-PLAN-SLOT.
           IF PLN-INST-SATISFIED (PAP-PLAN-SLOT (WS-PAP-SUB))
               SET PLN-INST-OPEN (PAP-PLAN-SLOT (WS-PAP-SUB)) TO TRUE
               ADD 1 TO WS-PLAN-SLOTS-REOPENED
           END-IF.

       2470-RESTATE-CLOSED-PERIODS.
      * The authorization is spent, then every closed month from
      * the item's own forward is restated by what the item moved
      * the balance - the later closes carried the same error
           SET PPA-POSTED TO TRUE
           MOVE STD-CURRENT-DATE TO PPA-POSTED-DATE
           REWRITE PRIOR-PERIOD-AUTH-RECORD
           ADD 1 TO WS-PRIOR-PERIOD-POSTED
           COMPUTE WS-RESTATE-EFFECT = CUST-BALANCE - WS-OLD-BALANCE
           IF WS-RESTATE-EFFECT NOT = ZERO
               MOVE 'N' TO WS-PRD-WALK-FLAG
               COMPUTE PRD-PERIOD-ID = TRN-TRANS-DATE / 100
               START PERIOD-CONTROL-FILE
                   KEY IS NOT LESS THAN PRD-PERIOD-ID
                   INVALID KEY
                       SET PERIOD-WALK-DONE TO TRUE
               END-START
               PERFORM 2472-RESTATE-ONE-PERIOD
                   UNTIL PERIOD-WALK-DONE
           END-IF.

       2472-RESTATE-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE NEXT RECORD
               AT END
                   SET PERIOD-WALK-DONE TO TRUE
               NOT AT END
                   IF NOT PRD-CLOSED
                       SET PERIOD-WALK-DONE TO TRUE
                   ELSE
                       PERFORM 2474-RESTATE-HISTORY-ROW
                       PERFORM 2476-APPEND-SNAPSHOT-ROW
                       PERFORM 2478-RECORD-RESTATEMENT
                       ADD 1 TO WS-PERIODS-RESTATED
                   END-IF
           END-READ.

       2474-RESTATE-HISTORY-ROW.
      * The first restatement keeps the figure reported at close;
      * the row is corrected in place and marked
           MOVE 'N' TO WS-BHST-FOUND-FLAG
           MOVE ZERO TO WS-RESTATE-OLD-BALANCE
           IF HISTORY-FILE-WAS-OPENED
               MOVE CUST-ID TO BHST-CUST-ID
               MOVE PRD-PERIOD-ID TO BHST-PERIOD-ID
               READ BALANCE-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HISTORY-ROW-FOUND TO TRUE
                       MOVE BHST-MONTH-END-BALANCE
                           TO WS-RESTATE-OLD-BALANCE
                       IF NOT BHST-RESTATED
                           MOVE BHST-MONTH-END-BALANCE
                               TO BHST-ORIGINAL-BALANCE
                       END-IF
                       ADD WS-RESTATE-EFFECT
                           TO BHST-MONTH-END-BALANCE
                       SET BHST-RESTATED TO TRUE
                       MOVE STD-CURRENT-DATE TO BHST-RESTATED-DATE
                       REWRITE BALANCE-HISTORY-RECORD
               END-READ
           END-IF.

       2476-APPEND-SNAPSHOT-ROW.
      * The snapshot is named with the day the month closed; the
      * rows written at close are left exactly as reported
           MOVE SPACES TO WS-PEND-FILE-NAME
           STRING 'CUSTPEND.' PRD-CLOSE-DATE DELIMITED BY SIZE
               INTO WS-PEND-FILE-NAME
           OPEN EXTEND PERIOD-END-SNAPSHOT-FILE
           IF PEND-FILE-OK
               MOVE SPACES TO PERIOD-END-RESTATEMENT-RECORD
               MOVE 'R' TO PRST-RECORD-TYPE
               MOVE PRD-CLOSE-DATE TO PRST-SNAPSHOT-DATE
               MOVE CUST-ID TO PRST-CUST-ID
               IF HISTORY-ROW-FOUND
                   MOVE BHST-MONTH-END-BALANCE
                       TO PRST-RESTATED-BALANCE
                   SET PRST-HISTORY-RESTATED TO TRUE
               ELSE
                   MOVE ZERO TO PRST-RESTATED-BALANCE
                   MOVE 'N' TO PRST-HISTORY-FLAG
               END-IF
               MOVE WS-RESTATE-EFFECT TO PRST-BALANCE-EFFECT
               MOVE TRN-TRANS-DATE TO PRST-TRANS-DATE
               MOVE STD-CURRENT-DATE TO PRST-RESTATED-DATE
               WRITE PERIOD-END-RESTATEMENT-RECORD
               CLOSE PERIOD-END-SNAPSHOT-FILE
           ELSE
               DISPLAY 'PERIOD-END SNAPSHOT NOT AVAILABLE: '
                   WS-PEND-FILE-NAME ' ' WS-PEND-FILE-STATUS
               ADD 1 TO WS-SNAPSHOTS-MISSING
           END-IF.

       2478-RECORD-RESTATEMENT.
           MOVE PRD-PERIOD-ID TO RST-PERIOD-ID
           MOVE CUST-ID TO RST-CUST-ID
           MOVE ZERO TO RST-SEQ
           MOVE TRN-TRANS-DATE TO RST-TRANS-DATE
           MOVE TRN-TRANS-TYPE TO RST-TRANS-TYPE
           MOVE TRN-AMOUNT TO RST-AMOUNT
           MOVE WS-RESTATE-EFFECT TO RST-BALANCE-EFFECT
           IF HISTORY-ROW-FOUND
               MOVE WS-RESTATE-OLD-BALANCE TO RST-OLD-MONTH-END
               MOVE BHST-MONTH-END-BALANCE TO RST-NEW-MONTH-END
           ELSE
               MOVE ZERO TO RST-OLD-MONTH-END
               MOVE ZERO TO RST-NEW-MONTH-END
           END-IF
           MOVE PRD-CLOSE-DATE TO RST-SNAPSHOT-DATE
           MOVE STD-CURRENT-DATE TO RST-POST-DATE
           MOVE PPA-REASON-CODE TO RST-REASON-CODE
           MOVE PPA-AUTHORIZED-BY TO RST-AUTHORIZED-BY
           MOVE 'N' TO WS-RST-WRITE-FLAG
           PERFORM 2479-TRY-RESTATEMENT-WRITE
               UNTIL RESTATEMENT-WRITTEN.

       2479-TRY-RESTATEMENT-WRITE.
           WRITE RESTATEMENT-RECORD
               INVALID KEY
                   IF RST-SEQ < 999
                       ADD 1 TO RST-SEQ
                   ELSE
                       DISPLAY 'RESTATEMENT SEQUENCE FULL: '
                           RST-PERIOD-ID ' ' RST-CUST-ID
                       SET RESTATEMENT-WRITTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET RESTATEMENT-WRITTEN TO TRUE
           END-WRITE.

       2423-BACK-OUT-CHARGE-INVOICE.
      * The charge's invoice is numbered from its date; the first
      * one of that date and original amount not already credited
      * away is the one the backed-out charge created. Whatever of
      * it is still open comes off, and an invoice left with
      * nothing open closes as credited, the credit-memo rule
           COMPUTE WS-BACKOUT-REMAINING = ZERO - TRN-AMOUNT
           MOVE 'N' TO WS-INV-WALK-FLAG
           MOVE CUST-ID TO INV-CUST-ID
           MOVE TRN-INVOICE-REF TO INV-INVOICE-NO
           START INVOICE-FILE
               KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   SET INVOICE-WALK-DONE TO TRUE
           END-START
           PERFORM 2424-MATCH-BACKED-OUT-INVOICE
               UNTIL INVOICE-WALK-DONE.

       2424-MATCH-BACKED-OUT-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   SET INVOICE-WALK-DONE TO TRUE
               NOT AT END
                   IF INV-CUST-ID NOT = CUST-ID
                       SET INVOICE-WALK-DONE TO TRUE
                   ELSE
                       IF INV-INVOICE-DATE = TRN-INVOICE-REF
                               AND INV-ORIGINAL-AMOUNT =
                                   WS-BACKOUT-REMAINING
                               AND NOT INV-CREDITED
                           SET INVOICE-WALK-DONE TO TRUE
                           IF INV-OPEN-AMOUNT > WS-BACKOUT-REMAINING
                               SUBTRACT WS-BACKOUT-REMAINING
                                   FROM INV-OPEN-AMOUNT
                               ADD WS-BACKOUT-REMAINING
                                   TO INV-CREDITED-AMOUNT
                           ELSE
                               ADD INV-OPEN-AMOUNT
                                   TO INV-CREDITED-AMOUNT
                               MOVE ZERO TO INV-OPEN-AMOUNT
                               SET INV-CREDITED TO TRUE
                               MOVE STD-CURRENT-DATE TO INV-PAID-DATE
                           END-IF
                           REWRITE INVOICE-RECORD
                           ADD 1 TO WS-INVOICES-BACKED-OUT
                       END-IF
                   END-IF
           END-READ.

       2450-WRITE-JOURNAL-IMAGES.
           MOVE 'SAMPLE-PROGRAM-POST' TO JRNL-PROGRAM-NAME
           MOVE 'POSTING ' TO JRNL-OPERATOR-ID
           ADD 1 TO WS-TRANS-REVERSED
           ADD TRN-AMOUNT TO WS-REVERSED-AMOUNT.

       2365-WRITE-FX-REGISTER.
           MOVE STD-CURRENT-DATE TO FXP-POST-DATE
           MOVE CUST-ID TO FXP-CUST-ID
           MOVE WS-FX-PAY-CURRENCY TO FXP-PAY-CURRENCY
           MOVE WS-FX-PAY-AMOUNT TO FXP-PAY-AMOUNT
           MOVE WS-FX-PAY-RATE TO FXP-PAY-RATE
           MOVE CUST-CURRENCY-CODE TO FXP-ACCT-CURRENCY
           MOVE TRN-AMOUNT TO FXP-APPLIED-AMOUNT
           MOVE WS-FX-SETTLE-RATE TO FXP-SETTLE-RATE
           MOVE WS-FX-BOOKED-RATE TO FXP-BOOKED-RATE
           MOVE WS-FX-REALIZED TO FXP-REALIZED-USD
           MOVE TRN-SOURCE-CODE TO FXP-SOURCE-CODE
           WRITE FX-REGISTER-RECORD
           ADD 1 TO WS-FX-CONVERTED-COUNT
           IF WS-FX-REALIZED > ZERO
               ADD WS-FX-REALIZED TO WS-FX-GAIN-TOTAL
           ELSE
               SUBTRACT WS-FX-REALIZED FROM WS-FX-LOSS-TOTAL
           END-IF.

       2400-WRITE-POSTING-AUDIT.
      * Same audit row MAINT writes for an operator adjustment -
      * MAUD-TRANS-TYPE 'POSTING' and the feed's source code in the
               MOVE ZERO TO PREG-AMOUNT
           END-IF
           MOVE TRN-TRANS-DATE TO PREG-TRANS-DATE
           MOVE TRN-SOURCE-CODE TO PREG-SOURCE-CODE
           MOVE TRN-REMIT-PARENT-ID TO PREG-REMIT-PARENT-ID
           MOVE TRN-REMIT-TOTAL TO PREG-REMIT-TOTAL.

       3000-FINALIZE SECTION.
       3040-MARK-RUN-COMPLETE.
               USING WS-JRNLHASH-PARM-AREA
           CLOSE JOURNAL-FILE
           CLOSE SUBLEDGER-FILE
           CLOSE PAYMENT-APPLICATION-FILE
           CLOSE INVOICE-FILE
           CLOSE PRIOR-PERIOD-AUTH-FILE
           CLOSE RESTATEMENT-FILE
           IF HISTORY-FILE-WAS-OPENED
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           IF PLAN-FILE-WAS-OPENED
               CLOSE PAYMENT-PLAN-FILE
           END-IF
               CLOSE SETTLEMENT-OFFER-FILE
               CLOSE SETTLEMENT-ADJ-FILE
           END-IF
           IF JUDGMENT-FILE-WAS-OPENED
               CLOSE JUDGMENT-FILE
           END-IF
           IF DEBT-SALE-FILE-WAS-OPENED
               CLOSE DEBT-SALE-FILE
           END-IF
           IF TERMS-FILE-WAS-OPENED
               CLOSE PAYMENT-TERMS-FILE
           END-IF
           CLOSE DISCOUNT-ADJ-FILE
           CLOSE DISCOUNT-REGISTER-FILE
           CLOSE FX-REGISTER-FILE
           CLOSE DEDUCTION-FILE
           IF RECOVERY-FILE-WAS-OPENED
               CLOSE RECOVERY-FILE
           END-IF
           DISPLAY 'Plans Completed: ' WS-PLANS-COMPLETED
           DISPLAY 'Settlement Offers Fulfilled: ' WS-OFFERS-FULFILLED
           DISPLAY 'Forgiveness Released: ' WS-FORGIVEN-RELEASED
           DISPLAY 'Judgment Credits: ' WS-JUDGMENTS-CREDITED
           DISPLAY 'Early-Payment Discounts Taken: '
               WS-DISCOUNTS-TAKEN
           DISPLAY 'Discount Amount Released: ' WS-DISCOUNT-TOTAL
           DISPLAY 'Short-Pays Split To Deductions: '
               WS-DEDUCTIONS-SPLIT
           DISPLAY 'Deduction Amount Split: ' WS-DEDUCTION-TOTAL
           DISPLAY 'Credit Memos Applied To Invoices: '
               WS-CREDIT-MEMOS-APPLIED
           DISPLAY 'Credit Memo Amount Applied: ' WS-CREDIT-MEMO-TOTAL
           DISPLAY 'Cross-Currency Payments Converted: '
               WS-FX-CONVERTED-COUNT
           DISPLAY 'Realized FX Gain (USD): ' WS-FX-GAIN-TOTAL
           DISPLAY 'Realized FX Loss (USD): ' WS-FX-LOSS-TOTAL
           DISPLAY 'Invoices Created: ' WS-INVOICES-CREATED
           DISPLAY 'Invoices Retired: ' WS-INVOICES-RETIRED
           DISPLAY 'Misapplied Payments Transferred Out: '
               WS-TRANSFERS-OUT
           DISPLAY 'Transferred Out Amount: ' WS-TRANSFERS-OUT-AMOUNT
           DISPLAY 'Transferred Payments Applied: ' WS-TRANSFERS-IN
           DISPLAY 'Invoices Reopened By Transfer/Backout: '
               WS-INVOICES-REOPENED
           DISPLAY 'Backout Rows Posted: ' WS-BACKOUTS-POSTED
           DISPLAY 'Charge Invoices Backed Out: '
               WS-INVOICES-BACKED-OUT
           DISPLAY 'Plan Installments Reopened: '
               WS-PLAN-SLOTS-REOPENED
           DISPLAY 'Prior-Period Items Posted: ' WS-PRIOR-PERIOD-POSTED
           DISPLAY 'Closed Periods Restated: ' WS-PERIODS-RESTATED
           DISPLAY 'Restatement Snapshots Not Found: '
               WS-SNAPSHOTS-MISSING
           DISPLAY 'Suspected Duplicates Suspended: '
               WS-DUPLICATES-SUSPENDED
           DISPLAY 'Recoveries Posted: ' WS-RECOVERIES-POSTED
           DISPLAY 'Recovered Amount: ' WS-RECOVERED-AMOUNT
           DISPLAY 'Sold-Account Payments Forwarded: '
               WS-SOLD-FORWARDS
           DISPLAY 'Forwarded Amount: ' WS-SOLD-FORWARD-AMOUNT
           DISPLAY 'Skipped As Already Applied: ' WS-TRANS-SKIPPED
           DISPLAY 'Queued For Fraud Review: ' WS-FRAUD-QUEUED
           DISPLAY 'Fraud-Queued Amount: ' WS-FRAUD-QUEUED-AMOUNT
