      * blank address lines) rather than skipped, so a missing
      * address shows up to whoever runs the mail merge instead of
      * silently dropping that customer's statement.
      * A corporate parent that has elected consolidated billing
      * (CUSTCONB) gets one statement carrying a section per active
      * subsidiary - balance, aging, and open invoices - and a
      * family total with a single remittance scanline; each child's
      * own statement is suppressed and logged as consolidated.
      * Closing the cycle also sets each account's amount due
      * (CUSTAMTD): a minimum payment by rule and a payment due
      * date rolled onto a business day, both printed on the
      * statement and carried on the remittance scanline.
      * Every printed statement is also filed line for line in the
      * document archive (SAMPLE-PROGRAM-DOCARCH), and its log row
      * carries the archived copy number.
      * The customers come from the night's customer snapshot
      * (SAMPLE-PROGRAM-CUSTSNAP) rather than CUSTDATA, with the
      * deceased case, its estate contact and the account's
      * sub-ledger components already resolved on each row; only a
      * consolidated child's fee is still read from the sub-ledger
      * by key. A snapshot SAMPLE-PROGRAM-SNAPCHK will not prove
      * stops the run before a single statement is produced.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's customer snapshot (SAMPLE-PROGRAM-CUSTSNAP),
      * read in place of CUSTDATA once SAMPLE-PROGRAM-SNAPCHK has
      * proven it
           SELECT CUSTOMER-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      * One mailable statement per active customer, several lines long
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDW-FILE-STATUS.

      * Statement message text as data - legal edits the file, not
      * the program; optional, no template just means no message
      * block, the statement the shop always printed
               RECORD KEY IS BHST-KEY
               FILE STATUS IS WS-BHST-FILE-STATUS.

      * Credit memos issued against invoices since the last
      * statement - each prints once and is stamped; optional, no
      * file just means no memo lines
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CUSTCRMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMM-KEY
               FILE STATUS IS WS-CMM-FILE-STATUS.

      * Consolidated-billing elections by corporate parent; optional,
      * no file means one statement per account as always
           SELECT CONSOLIDATED-BILLING-FILE ASSIGN TO "CUSTCONB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNB-PARENT-ID
               FILE STATUS IS WS-CNB-FILE-STATUS.

      * Open items - the consolidated statement's per-account aging
      * and invoice lines; read-only, optional
           SELECT INVOICE-FILE ASSIGN TO "CUSTINVC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-FILE-STATUS.

      * The cycle's minimum payment and due date per account - the
      * missed-minimum check reads it back the day after the due
      * date; created on first use
           SELECT AMOUNT-DUE-FILE ASSIGN TO "CUSTAMTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADU-KEY
               FILE STATUS IS WS-ADU-FILE-STATUS.

      * Business-day processing calendar - a payment never falls
      * due on a weekend or holiday; optional
           SELECT CALENDAR-FILE ASSIGN TO "CUSTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SNAPSHOT-FILE.
           COPY CUSTOMER-SNAPSHOT-RECORD.

       FD  STATEMENT-EXTRACT-FILE.
       01  STATEMENT-EXTRACT-LINE     PIC X(80).
       FD  BALANCE-HISTORY-FILE.
           COPY BALANCE-HISTORY-RECORD.

       FD  TEMPLATE-FILE.
           COPY TEMPLATE-RECORD.

       FD  SUBLEDGER-FILE.
           COPY SUBLEDGER-RECORD.

       FD  CREDIT-MEMO-FILE.
           COPY CREDIT-MEMO-RECORD.

       FD  CONSOLIDATED-BILLING-FILE.
           COPY CONSOLIDATED-BILLING-RECORD.

       FD  INVOICE-FILE.
           COPY INVOICE-RECORD.

       FD  AMOUNT-DUE-FILE.
           COPY AMOUNT-DUE-RECORD.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE            PIC 9(8).
           05  CAL-DAY-TYPE        PIC X.

       FD  DELIVERY-PREF-FILE.
       01  DELIVERY-PREF-RECORD.
           05  PRF-CUST-ID         PIC 9(9).
       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * The master the snapshot must have been cut from
       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

      * Each snapshot row's customer image lands here, so every
      * CUST- name reads exactly as it did off the master
           COPY CUSTOMER-RECORD.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.
       01  WS-BDW-FILE-STATUS      PIC XX.
           88  BDW-FILE-OK         VALUE '00'.

       01  WS-ESTATE-REROUTED      PIC 9(6) VALUE ZERO.

      * Template machinery: file controls, the version that renders
           05  WS-PRIOR-PRD-MONTH  PIC 9(2).
       01  WS-PREV-BALANCE-DISPLAY PIC -(7)9.99.

       01  WS-CMM-FILE-STATUS      PIC XX.
           88  CMM-FILE-OK         VALUE '00'.
           88  CMM-FILE-MISSING    VALUE '35'.
       01  WS-CMM-OPENED-FLAG      PIC X VALUE 'N'.
           88  MEMO-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-CMM-WALK-FLAG        PIC X VALUE 'N'.
           88  MEMO-WALK-DONE      VALUE 'Y'.
       01  WS-MEMO-DISPLAY         PIC -(7)9.99.

       01  WS-CNB-FILE-STATUS      PIC XX.
           88  CNB-FILE-OK         VALUE '00'.
           88  CNB-FILE-MISSING    VALUE '35'.
       01  WS-CNB-OPENED-FLAG      PIC X VALUE 'N'.
           88  ELECTION-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-INV-FILE-STATUS      PIC XX.
           88  INV-FILE-OK         VALUE '00'.
           88  INV-FILE-MISSING    VALUE '35'.
       01  WS-INV-OPENED-FLAG      PIC X VALUE 'N'.
           88  INVOICE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-INV-WALK-FLAG        PIC X VALUE 'N'.
           88  INVOICE-WALK-DONE   VALUE 'Y'.
      * Sales tax billed this period prints on its own lines - any
      * tax invoice dated after the prior period's last day
       01  WS-TAX-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TAX-DISPLAY          PIC -(7)9.99.

      * Electing parents and their active children, loaded by a
      * front pass over CUSTOMER-FILE - a child's key can sort
      * before or after its parent's, so neither can be decided
      * from the main pass alone. Capped the lockbox-buffer way;
      * a child past the cap is counted and gets its own statement
       01  WS-CONS-PARENT-MAX      PIC 9(4) VALUE 500.
       01  WS-CPR-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-CPR-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-CONS-PARENT-TABLE.
           05  WS-CPR-CUST-ID      PIC 9(9) OCCURS 500 TIMES.
       01  WS-CONS-CHILD-MAX       PIC 9(4) VALUE 2000.
       01  WS-CCH-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-CCH-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-CONS-CHILD-TABLE.
           05  WS-CONS-CHILD-ENTRY OCCURS 2000 TIMES.
               10  WS-CCH-PARENT-ID    PIC 9(9).
               10  WS-CCH-CUST-ID      PIC 9(9).
               10  WS-CCH-NAME         PIC X(30).
               10  WS-CCH-BALANCE      PIC S9(7)V99 COMP-3.
               10  WS-CCH-MINIMUM      PIC S9(7)V99 COMP-3.
       01  WS-FIND-PARENT-ID       PIC 9(9) VALUE ZERO.
       01  WS-CPR-FOUND-FLAG       PIC X VALUE 'N'.
           88  ELECTING-PARENT-FOUND VALUE 'Y'.

      * The account in hand's part in consolidated billing
       01  WS-CONS-ROLE-FLAG       PIC X VALUE 'N'.
           88  CONSOLIDATED-PARENT VALUE 'P'.
           88  CONSOLIDATED-CHILD  VALUE 'C'.
           88  NOT-CONSOLIDATED    VALUE 'N'.
       01  WS-FAMILY-CHILDREN      PIC 9(4) VALUE ZERO.
       01  WS-FAMILY-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-FAMILY-TOTAL-DISPLAY PIC -(9)9.99.

      * Per-section work: the account the section is for, its open
      * items aged from their due dates, and display shadows
       01  WS-SEC-CUST-ID          PIC 9(9) VALUE ZERO.
       01  WS-DUE-DATE-WORK        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(5) COMP VALUE ZERO.
       01  WS-AGING-BUCKETS.
           05  WS-AGE-CURRENT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-AGE-1-30         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-AGE-31-60        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-AGE-61-90        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-AGE-OVER-90      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-AGE-DISPLAY-1        PIC -(7)9.99.
       01  WS-AGE-DISPLAY-2        PIC -(7)9.99.
       01  WS-AGE-DISPLAY-3        PIC -(7)9.99.
       01  WS-OPEN-ITEM-DISPLAY    PIC -(7)9.99.

      * Amount-due machinery: the rule (percent of balance, floor,
      * and days to the due date - run parms, house defaults when
      * zero), the due date this cycle closes with, and the figures
      * for the account in WS-SEC-CUST-ID
       01  WS-ADU-FILE-STATUS      PIC XX.
           88  ADU-FILE-OK         VALUE '00'.
           88  ADU-FILE-MISSING    VALUE '35'.
       01  WS-ADU-WALK-FLAG        PIC X VALUE 'N'.
           88  AMOUNT-DUE-WALK-DONE VALUE 'Y'.
       01  WS-ADU-EXISTS-FLAG      PIC X VALUE 'N'.
           88  AMOUNT-DUE-ROW-EXISTS VALUE 'Y'.
       01  WS-MIN-DUE-PERCENT      PIC 9(2)V99 VALUE 2.00.
       01  WS-MIN-DUE-FLOOR        PIC 9(5)V99 VALUE 25.00.
       01  WS-DUE-DAYS             PIC 9(3) VALUE 25.
       01  WS-PAYMENT-DUE-DATE     PIC 9(8) VALUE ZERO.
       01  WS-DUE-DATE-DAYS        PIC 9(8) COMP VALUE ZERO.
       01  WS-ADU-BALANCE          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-ADU-PERCENT-AMOUNT   PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-ADU-PAST-DUE         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-ADU-FEE              PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-ADU-MINIMUM          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-OWN-MINIMUM          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-FAMILY-MINIMUM       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-MINIMUM-DISPLAY      PIC -(7)9.99.
       01  WS-SCN-MINIMUM          PIC 9(9) VALUE ZERO.

       01  WS-CAL-FILE-STATUS      PIC XX.
           88  CAL-FILE-OK         VALUE '00'.
           88  CAL-FILE-AT-END     VALUE '10'.
       01  WS-CAL-TABLE-MAX        PIC 9(3) COMP VALUE 400.
       01  WS-CAL-TABLE-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  WS-CAL-SUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-NONBUS-DATE  OCCURS 400 TIMES PIC 9(8).
       01  WS-NONBUS-FLAG          PIC X VALUE 'N'.
           88  DATE-IS-NONBUS      VALUE 'Y'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-EDELIVERED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-PAPER-FALLBACKS  PIC 9(6) VALUE ZERO.
           05  WS-OTHER-CYCLE-COUNT PIC 9(6) VALUE ZERO.
           05  WS-MEMOS-PRINTED    PIC 9(6) VALUE ZERO.
           05  WS-TAX-LINES-PRINTED PIC 9(6) VALUE ZERO.
           05  WS-CONS-STATEMENTS  PIC 9(6) VALUE ZERO.
           05  WS-CONS-SUPPRESSED  PIC 9(6) VALUE ZERO.
           05  WS-CONS-OVERFLOW    PIC 9(6) VALUE ZERO.
           05  WS-AMOUNT-DUE-SET   PIC 9(6) VALUE ZERO.
           05  WS-PAST-DUE-CARRIED PIC 9(6) VALUE ZERO.

      * Document archive handshake - BEGIN before the first printed
      * line of each document, LINE for every line printed, CLOSE at
      * the end of the run; the copy number BEGIN hands back goes on
      * the document's correspondence log row
       01  WS-DOCARCH-PARM-AREA.
           05  WS-DAR-RETURN-CODE  PIC S9(4) COMP.
           05  WS-DAR-MESSAGE      PIC X(50).
           05  WS-DAR-FUNCTION     PIC X(8).
           05  WS-DAR-CUST-ID      PIC 9(9).
           05  WS-DAR-DOC-TYPE     PIC X(10).
           05  WS-DAR-SENT-DATE    PIC 9(8).
           05  WS-DAR-SENT-TIME    PIC 9(6).
           05  WS-DAR-PROGRAM-NAME PIC X(24).
           05  WS-DAR-LINE-TEXT    PIC X(80).
           05  WS-DAR-COPY-NO      PIC 9(3).
           05  WS-DAR-LINE-COUNT   PIC 9(4).
      * Documents that went out with no archived copy
       01  WS-UNARCHIVED-COUNT     PIC 9(6) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'STMT'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

      * Snapshot proof, run before the first row is read
       01  WS-SNAPCHK-PARM-AREA.
           05  WS-SCK-RETURN-CODE  PIC S9(4) COMP.
           05  WS-SCK-MESSAGE      PIC X(50).
           05  WS-SCK-SOURCE-FILE-NAME PIC X(40).
           05  WS-SCK-MAX-AGE-HOURS PIC 9(3).
           05  WS-SCK-SNAPSHOT-DATE PIC 9(8).
           05  WS-SCK-SNAPSHOT-TIME PIC 9(6).
           05  WS-SCK-RECORD-COUNT PIC 9(8).

       LINKAGE SECTION.
       01  LS-STMT-PARM-AREA.
           05  LS-STM-CUSTOMER-FILE-NAME PIC X(40).
      * Which billing cycle to statement; zero means all of them
           05  LS-STM-CYCLE-CODE       PIC 9(2).
      * Minimum-payment rule: percent of balance, the floor, and
      * calendar days from cycle close to the due date; zero in
      * any of them takes the house default (2%, 25.00, 25 days)
           05  LS-STM-MIN-DUE-PERCENT  PIC 9(2)V99.
           05  LS-STM-MIN-DUE-FLOOR    PIC 9(5)V99.
           05  LS-STM-DUE-DAYS         PIC 9(3).

       PROCEDURE DIVISION USING LS-STMT-PARM-AREA.

           IF LS-STM-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-STM-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
      * The snapshot is proven before a row of it is read - a short,
      * stale or unproven snapshot stops the run here
           MOVE WS-CUSTOMER-FILE-NAME TO WS-SCK-SOURCE-FILE-NAME
           MOVE ZERO TO WS-SCK-MAX-AGE-HOURS
           CALL 'SAMPLE-PROGRAM-SNAPCHK' USING WS-SNAPCHK-PARM-AREA
           IF WS-SCK-RETURN-CODE NOT = ZERO
               DISPLAY 'CUSTOMER SNAPSHOT REFUSED: ' WS-SCK-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-STM-RETURN-CODE
               MOVE WS-SCK-MESSAGE TO LS-STM-MESSAGE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-SNAPSHOT-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                   WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-STM-RETURN-CODE
               GOBACK
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM

      * Optional preference file and the e-delivery extract - half
      * the base has asked for paperless and postage is the second-
               END-IF
           END-IF

      * Optional template file - missing just means no message
      * block on the statement
           OPEN INPUT TEMPLATE-FILE
           END-IF

      * Optional balance history - compute which period's figure
      * is "previous" relative to today (the sales-tax lines need
      * the period too, history or not)
           MOVE STD-YEAR TO WS-PRIOR-PRD-YEAR
           MOVE STD-MONTH TO WS-PRIOR-PRD-MONTH
           IF WS-PRIOR-PRD-MONTH = 01
               MOVE 12 TO WS-PRIOR-PRD-MONTH
               SUBTRACT 1 FROM WS-PRIOR-PRD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-PRD-MONTH
           END-IF
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BHST-FILE-OK
               SET HISTORY-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT BHST-FILE-MISSING
                   DISPLAY 'ERROR OPENING BALANCE HISTORY: '
                   MOVE 8 TO LS-STM-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional credit memos - opened I-O so each one printed is
      * stamped and never prints twice
           OPEN I-O CREDIT-MEMO-FILE
           IF CMM-FILE-OK
               SET MEMO-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT CMM-FILE-MISSING
                   DISPLAY 'ERROR OPENING CREDIT MEMO FILE: '
                       WS-CMM-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-STM-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional consolidated-billing elections and open items
           OPEN INPUT CONSOLIDATED-BILLING-FILE
           IF CNB-FILE-OK
               SET ELECTION-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT CNB-FILE-MISSING
                   DISPLAY 'ERROR OPENING CONSOLIDATED BILLING FILE: '
                       WS-CNB-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-STM-RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT INVOICE-FILE
           IF INV-FILE-OK
               SET INVOICE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT INV-FILE-MISSING
                   DISPLAY 'ERROR OPENING INVOICE FILE: '
                       WS-INV-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-STM-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Amount-due rows are this run's own output - created on
      * first use like the level files
           OPEN I-O AMOUNT-DUE-FILE
           IF ADU-FILE-MISSING
               OPEN OUTPUT AMOUNT-DUE-FILE
               CLOSE AMOUNT-DUE-FILE
               OPEN I-O AMOUNT-DUE-FILE
           END-IF
           IF NOT ADU-FILE-OK
               DISPLAY 'ERROR OPENING AMOUNT DUE FILE: '
                   WS-ADU-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-STM-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1250-LOAD-CALENDAR
           PERFORM 1300-SET-PAYMENT-DUE-DATE
           PERFORM 1200-LOAD-CONSOLIDATED-FAMILIES

      * 1200, 1250 and 1300 and what they PERFORM already ran
      * above via the explicit PERFORMs - exit the section here
      * instead of falling into them a second time
           EXIT SECTION.

       1250-LOAD-CALENDAR.
      * Optional - no calendar means every day counts, the behavior
      * the shop always had
           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-OK
               PERFORM 1260-LOAD-CALENDAR-ENTRY
                   UNTIL CAL-FILE-AT-END
               CLOSE CALENDAR-FILE
           END-IF.

       1260-LOAD-CALENDAR-ENTRY.
           READ CALENDAR-FILE
               AT END
                   SET CAL-FILE-AT-END TO TRUE
               NOT AT END
                   IF WS-CAL-TABLE-COUNT < WS-CAL-TABLE-MAX
                       ADD 1 TO WS-CAL-TABLE-COUNT
                       MOVE CAL-DATE
                           TO WS-CAL-NONBUS-DATE (WS-CAL-TABLE-COUNT)
                   END-IF
           END-READ.

       1300-SET-PAYMENT-DUE-DATE.
      * Every account this cycle closes falls due on the same day:
      * the rule's days past today, walked forward one day at a
      * time while the calendar says non-business
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-STM-MIN-DUE-PERCENT NOT = ZERO
               MOVE LS-STM-MIN-DUE-PERCENT TO WS-MIN-DUE-PERCENT
           END-IF
           IF LS-STM-MIN-DUE-FLOOR NOT = ZERO
               MOVE LS-STM-MIN-DUE-FLOOR TO WS-MIN-DUE-FLOOR
           END-IF
           IF LS-STM-DUE-DAYS NOT = ZERO
               MOVE LS-STM-DUE-DAYS TO WS-DUE-DAYS
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           COMPUTE WS-DUE-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
               + WS-DUE-DAYS
           COMPUTE WS-PAYMENT-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-DAYS)
           IF WS-CAL-TABLE-COUNT > ZERO
               PERFORM 1310-TEST-DUE-DATE
               PERFORM 1320-STEP-ONE-DAY
                   UNTIL NOT DATE-IS-NONBUS
           END-IF.

       1310-TEST-DUE-DATE.
           MOVE 'N' TO WS-NONBUS-FLAG
           PERFORM 1315-MATCH-ONE-CAL-DATE
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-TABLE-COUNT
                   OR DATE-IS-NONBUS.

       1315-MATCH-ONE-CAL-DATE.
           IF WS-CAL-NONBUS-DATE (WS-CAL-SUB) = WS-PAYMENT-DUE-DATE
               SET DATE-IS-NONBUS TO TRUE
           END-IF.

       1320-STEP-ONE-DAY.
           COMPUTE WS-DUE-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-PAYMENT-DUE-DATE) + 1
           COMPUTE WS-PAYMENT-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-DAYS)
           PERFORM 1310-TEST-DUE-DATE.

       1200-LOAD-CONSOLIDATED-FAMILIES.
      * A front pass only when somebody has elected; the snapshot
      * is then re-opened so the main pass starts at the top
           IF ELECTION-FILE-WAS-OPENED
               PERFORM 1210-SCAN-ONE-CUSTOMER
                   UNTIL FILE-AT-END
               CLOSE CUSTOMER-SNAPSHOT-FILE
               OPEN INPUT CUSTOMER-SNAPSHOT-FILE
               IF NOT FILE-OK
                   DISPLAY 'ERROR RE-OPENING CUSTOMER SNAPSHOT: '
                       WS-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-STM-RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       1210-SCAN-ONE-CUSTOMER.
           PERFORM 2110-READ-SNAPSHOT-ROW
           IF NOT FILE-AT-END
               IF ACTIVE-CUSTOMER
                   IF CUST-PARENT-ID = ZERO
                       MOVE CUST-ID TO CNB-PARENT-ID
                   ELSE
                       MOVE CUST-PARENT-ID TO CNB-PARENT-ID
                   END-IF
                   READ CONSOLIDATED-BILLING-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CNB-CONSOLIDATED
                               PERFORM 1220-LOAD-FAMILY-MEMBER
                           END-IF
                   END-READ
               END-IF
           END-IF.

       1220-LOAD-FAMILY-MEMBER.
           IF CUST-PARENT-ID = ZERO
               IF WS-CPR-COUNT < WS-CONS-PARENT-MAX
                   ADD 1 TO WS-CPR-COUNT
                   MOVE CUST-ID TO WS-CPR-CUST-ID (WS-CPR-COUNT)
               ELSE
                   DISPLAY 'CONSOLIDATED PARENT PAST TABLE LIMIT - '
                       'SEPARATE STATEMENTS FOR ' CUST-ID
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           ELSE
               IF WS-CCH-COUNT < WS-CONS-CHILD-MAX
                   ADD 1 TO WS-CCH-COUNT
                   MOVE CUST-PARENT-ID
                       TO WS-CCH-PARENT-ID (WS-CCH-COUNT)
                   MOVE CUST-ID TO WS-CCH-CUST-ID (WS-CCH-COUNT)
                   MOVE CUST-NAME TO WS-CCH-NAME (WS-CCH-COUNT)
                   MOVE CUST-BALANCE TO WS-CCH-BALANCE (WS-CCH-COUNT)
               ELSE
                   ADD 1 TO WS-CONS-OVERFLOW
               END-IF
           END-IF.

       2000-PROCESS-FILE SECTION.
       2100-READ-RECORD.
           PERFORM 2110-READ-SNAPSHOT-ROW
           IF FILE-AT-END
               SET END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-SCANNED-COUNT
               PERFORM 2130-CHECK-CYCLE
               IF ACTIVE-CUSTOMER
                       AND (WS-RUN-CYCLE-CODE = ZERO
                       OR WS-CUST-CYCLE-CODE =
                           WS-RUN-CYCLE-CODE)
                   PERFORM 2120-CHECK-CONSOLIDATION
                   PERFORM 2180-SET-AMOUNT-DUE
                   IF CONSOLIDATED-CHILD
                       PERFORM 2125-LOG-CONSOLIDATED-CHILD
                   ELSE
                       PERFORM 2140-DECIDE-CHANNELS
                       IF SEND-BY-EMAIL
                           PERFORM 2170-WRITE-EDELIVERY-ROW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

      * 2110 and 2200 already ran above (2200 for an active
      * customer) via the explicit PERFORMs - exit the section here
      * instead of falling into them a second time, for every
      * customer, every pass
           EXIT SECTION.

       2110-READ-SNAPSHOT-ROW.
      * The trailer closes the detail rows - it is never a customer
           READ CUSTOMER-SNAPSHOT-FILE
               AT END
                   SET FILE-AT-END TO TRUE
               NOT AT END
                   IF SNP-TRAILER
                       SET FILE-AT-END TO TRUE
                   ELSE
                       MOVE SNP-CUSTOMER-IMAGE TO CUSTOMER-RECORD
                   END-IF
           END-READ.

       2120-CHECK-CONSOLIDATION.
      * A child whose parent elected rides on the parent's
      * statement; an electing parent with at least one active
      * child gets the family total. Everyone else is untouched
           SET NOT-CONSOLIDATED TO TRUE
           MOVE CUST-BALANCE TO WS-FAMILY-TOTAL
           MOVE ZERO TO WS-FAMILY-CHILDREN
           IF CUST-PARENT-ID NOT = ZERO
               MOVE CUST-PARENT-ID TO WS-FIND-PARENT-ID
               PERFORM 2121-FIND-ELECTING-PARENT
               IF ELECTING-PARENT-FOUND
                   PERFORM 2123-FIND-CHILD-ENTRY
               END-IF
           ELSE
               MOVE CUST-ID TO WS-FIND-PARENT-ID
               PERFORM 2121-FIND-ELECTING-PARENT
               IF ELECTING-PARENT-FOUND
                   PERFORM 2124-ADD-CHILD-BALANCE
                       VARYING WS-CCH-SUB FROM 1 BY 1
                       UNTIL WS-CCH-SUB > WS-CCH-COUNT
                   IF WS-FAMILY-CHILDREN > ZERO
                       SET CONSOLIDATED-PARENT TO TRUE
                   END-IF
               END-IF
           END-IF.

       2121-FIND-ELECTING-PARENT.
           MOVE 'N' TO WS-CPR-FOUND-FLAG
           PERFORM 2122-MATCH-ONE-PARENT
               VARYING WS-CPR-SUB FROM 1 BY 1
               UNTIL WS-CPR-SUB > WS-CPR-COUNT
                   OR ELECTING-PARENT-FOUND.

       2122-MATCH-ONE-PARENT.
           IF WS-CPR-CUST-ID (WS-CPR-SUB) = WS-FIND-PARENT-ID
               SET ELECTING-PARENT-FOUND TO TRUE
           END-IF.

       2123-FIND-CHILD-ENTRY.
      * Only a child the front pass actually loaded is folded in -
      * one past the table cap keeps its own statement rather than
      * vanishing from both
           PERFORM 2126-MATCH-ONE-CHILD
               VARYING WS-CCH-SUB FROM 1 BY 1
               UNTIL WS-CCH-SUB > WS-CCH-COUNT
                   OR CONSOLIDATED-CHILD.

       2126-MATCH-ONE-CHILD.
           IF WS-CCH-CUST-ID (WS-CCH-SUB) = CUST-ID
               SET CONSOLIDATED-CHILD TO TRUE
           END-IF.

       2124-ADD-CHILD-BALANCE.
           IF WS-CCH-PARENT-ID (WS-CCH-SUB) = CUST-ID
               ADD 1 TO WS-FAMILY-CHILDREN
               ADD WS-CCH-BALANCE (WS-CCH-SUB) TO WS-FAMILY-TOTAL
           END-IF.

       2125-LOG-CONSOLIDATED-CHILD.
      * No envelope and no e-mail for the child - the log row says
      * where its statement went instead
           ADD 1 TO WS-CONS-SUPPRESSED
           MOVE CUST-ID TO CORR-CUST-ID
           MOVE 'STMT-CONS' TO CORR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO CORR-SENT-DATE
           MOVE STD-CURRENT-TIME TO CORR-SENT-TIME
           MOVE SPACES TO CORR-DELIVERY-ADDRESS
           STRING 'CONSOLIDATED UNDER PARENT ' DELIMITED BY SIZE
               CUST-PARENT-ID DELIMITED BY SIZE
               INTO CORR-DELIVERY-ADDRESS
           MOVE CUST-DAYS-PAST-DUE TO CORR-DAYS-PAST-DUE
           MOVE ZERO TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE ZERO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       2180-SET-AMOUNT-DUE.
      * The cycle's amount due for the account in hand, whatever
      * channel its statement goes out on. An electing parent sets
      * its children's rows here too - a child can sort after its
      * parent, and the family minimum prints on the parent's
      * coupon; the child's own pass later rewrites the same row
           MOVE CUST-ID TO WS-SEC-CUST-ID
           MOVE CUST-BALANCE TO WS-ADU-BALANCE
           PERFORM 2185-COMPUTE-AMOUNT-DUE
           MOVE WS-ADU-MINIMUM TO WS-OWN-MINIMUM
           MOVE WS-ADU-MINIMUM TO WS-FAMILY-MINIMUM
           IF CONSOLIDATED-PARENT
               PERFORM 2181-SET-CHILD-AMOUNT-DUE
                   VARYING WS-CCH-SUB FROM 1 BY 1
                   UNTIL WS-CCH-SUB > WS-CCH-COUNT
           END-IF.

       2181-SET-CHILD-AMOUNT-DUE.
           IF WS-CCH-PARENT-ID (WS-CCH-SUB) = CUST-ID
               MOVE WS-CCH-CUST-ID (WS-CCH-SUB) TO WS-SEC-CUST-ID
               MOVE WS-CCH-BALANCE (WS-CCH-SUB) TO WS-ADU-BALANCE
               PERFORM 2185-COMPUTE-AMOUNT-DUE
               MOVE WS-ADU-MINIMUM TO WS-CCH-MINIMUM (WS-CCH-SUB)
               ADD WS-ADU-MINIMUM TO WS-FAMILY-MINIMUM
           END-IF.

       2185-COMPUTE-AMOUNT-DUE.
      * Percent of the balance with the floor, plus last cycle's
      * unpaid shortfall, plus assessed fees - capped at the
      * balance, so a small account is never asked for more than
      * it owes. Owing nothing means nothing due
           MOVE ZERO TO WS-ADU-PERCENT-AMOUNT
           MOVE ZERO TO WS-ADU-PAST-DUE
           MOVE ZERO TO WS-ADU-FEE
           MOVE ZERO TO WS-ADU-MINIMUM
           IF WS-ADU-BALANCE > ZERO
               PERFORM 2186-FIND-PRIOR-SHORTFALL
      * The account's own fee comes resolved on the snapshot row; a
      * consolidated child's is still read from the sub-ledger
               IF WS-SEC-CUST-ID = CUST-ID
                   IF SNP-HAS-SUBLEDGER AND SNP-FEE > ZERO
                       MOVE SNP-FEE TO WS-ADU-FEE
                   END-IF
               ELSE
                   IF SUBLEDGER-WAS-OPENED
                       MOVE WS-SEC-CUST-ID TO SBL-CUST-ID
                       READ SUBLEDGER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF SBL-FEE > ZERO
                                   MOVE SBL-FEE TO WS-ADU-FEE
                               END-IF
                       END-READ
                   END-IF
               END-IF
               COMPUTE WS-ADU-PERCENT-AMOUNT ROUNDED =
                   WS-ADU-BALANCE * WS-MIN-DUE-PERCENT / 100
               IF WS-ADU-PERCENT-AMOUNT < WS-MIN-DUE-FLOOR
                   MOVE WS-MIN-DUE-FLOOR TO WS-ADU-PERCENT-AMOUNT
               END-IF
               COMPUTE WS-ADU-MINIMUM = WS-ADU-PERCENT-AMOUNT
                   + WS-ADU-PAST-DUE + WS-ADU-FEE
               IF WS-ADU-MINIMUM > WS-ADU-BALANCE
                   MOVE WS-ADU-BALANCE TO WS-ADU-MINIMUM
               END-IF
           END-IF
           MOVE WS-SEC-CUST-ID TO ADU-CUST-ID
           MOVE WS-TODAY-DATE-NUM TO ADU-STMT-DATE
           MOVE 'N' TO WS-ADU-EXISTS-FLAG
           READ AMOUNT-DUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AMOUNT-DUE-ROW-EXISTS TO TRUE
           END-READ
           MOVE WS-SEC-CUST-ID TO ADU-CUST-ID
           MOVE WS-TODAY-DATE-NUM TO ADU-STMT-DATE
           MOVE WS-CUST-CYCLE-CODE TO ADU-CYCLE-CODE
           MOVE WS-ADU-BALANCE TO ADU-STMT-BALANCE
           MOVE WS-ADU-PERCENT-AMOUNT TO ADU-PERCENT-AMOUNT
           MOVE WS-ADU-PAST-DUE TO ADU-PAST-DUE-AMOUNT
           MOVE WS-ADU-FEE TO ADU-FEE-AMOUNT
           MOVE WS-ADU-MINIMUM TO ADU-MINIMUM-DUE
           MOVE WS-PAYMENT-DUE-DATE TO ADU-DUE-DATE
           MOVE ZERO TO ADU-PAID-AMOUNT
           SET ADU-OPEN TO TRUE
           MOVE ZERO TO ADU-CONSEC-MISSED
           MOVE ZERO TO ADU-CHECK-DATE
           IF AMOUNT-DUE-ROW-EXISTS
               REWRITE AMOUNT-DUE-RECORD
           ELSE
               WRITE AMOUNT-DUE-RECORD
               ADD 1 TO WS-AMOUNT-DUE-SET
           END-IF.

       2186-FIND-PRIOR-SHORTFALL.
      * The latest earlier cycle decides: missed leaves what went
      * unpaid of its minimum as past due now; met, or not yet
      * checked, carries nothing
           MOVE 'N' TO WS-ADU-WALK-FLAG
           MOVE WS-SEC-CUST-ID TO ADU-CUST-ID
           MOVE ZERO TO ADU-STMT-DATE
           START AMOUNT-DUE-FILE
               KEY IS NOT LESS THAN ADU-KEY
               INVALID KEY
                   SET AMOUNT-DUE-WALK-DONE TO TRUE
           END-START
           PERFORM 2187-READ-PRIOR-AMOUNT-DUE
               UNTIL AMOUNT-DUE-WALK-DONE
           IF WS-ADU-PAST-DUE > ZERO
               ADD 1 TO WS-PAST-DUE-CARRIED
           END-IF.

       2187-READ-PRIOR-AMOUNT-DUE.
           READ AMOUNT-DUE-FILE NEXT RECORD
               AT END
                   SET AMOUNT-DUE-WALK-DONE TO TRUE
               NOT AT END
                   IF ADU-CUST-ID NOT = WS-SEC-CUST-ID
                           OR ADU-STMT-DATE NOT < WS-TODAY-DATE-NUM
                       SET AMOUNT-DUE-WALK-DONE TO TRUE
                   ELSE
                       IF ADU-MISSED
                               AND ADU-MINIMUM-DUE > ADU-PAID-AMOUNT
                           COMPUTE WS-ADU-PAST-DUE =
                               ADU-MINIMUM-DUE - ADU-PAID-AMOUNT
                       ELSE
                           MOVE ZERO TO WS-ADU-PAST-DUE
                       END-IF
                   END-IF
           END-READ.

       2130-CHECK-CYCLE.
      * The account's cycle, defaulting to 1 when unassigned; a
      * cycle-coded run counts the accounts it left for other
           MOVE CUST-ID TO EDL-CUST-ID
           MOVE CUST-EMAIL TO EDL-CUST-EMAIL
           MOVE CUST-NAME TO EDL-CUST-NAME
      * An electing parent's e-mail carries what the family owes
           IF CONSOLIDATED-PARENT
               MOVE WS-FAMILY-TOTAL TO EDL-BALANCE
           ELSE
               MOVE CUST-BALANCE TO EDL-BALANCE
           END-IF
           MOVE STD-CURRENT-DATE TO EDL-STMT-DATE
           WRITE EDELIVERY-EXTRACT-RECORD
           ADD 1 TO WS-EDELIVERED-COUNT
      * The wording version that actually went out - zero when no
      * template carried a message block
           MOVE WS-TPL-VERSION TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE ZERO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       2150-CHECK-DELIVERABILITY.

       2200-WRITE-STATEMENT.
           PERFORM 2205-REROUTE-TO-ESTATE
           MOVE CUST-ID TO WS-DAR-CUST-ID
           MOVE 'STATEMENT' TO WS-DAR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO WS-DAR-SENT-DATE
           MOVE STD-CURRENT-TIME TO WS-DAR-SENT-TIME
           PERFORM 8400-BEGIN-ARCHIVE-COPY
           MOVE CUST-BALANCE TO WS-BALANCE-DISPLAY
           MOVE CUST-NAME TO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE
           MOVE CUST-ADDRESS-LINE-1 TO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-2 TO STATEMENT-EXTRACT-LINE
               PERFORM 8410-PUT-STATEMENT-LINE
           END-IF
           STRING CUST-CITY DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CUST-ZIP-CODE DELIMITED BY SIZE
               INTO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE
           STRING 'PHONE: ' DELIMITED BY SIZE
               CUST-PHONE DELIMITED BY SIZE
               '  EMAIL: ' DELIMITED BY SIZE
               CUST-EMAIL DELIMITED BY SIZE
               INTO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE
           STRING 'CUST-ID: ' DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               '  CURRENT BALANCE: ' DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE
           MOVE WS-OWN-MINIMUM TO WS-MINIMUM-DISPLAY
           MOVE SPACES TO STATEMENT-EXTRACT-LINE
           STRING 'MINIMUM PAYMENT DUE: ' DELIMITED BY SIZE
               WS-MINIMUM-DISPLAY DELIMITED BY SIZE
               '  PAYMENT DUE DATE: ' DELIMITED BY SIZE
               WS-PAYMENT-DUE-DATE DELIMITED BY SIZE
               INTO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE
           PERFORM 2230-WRITE-BALANCE-COMPONENTS
           PERFORM 2240-WRITE-PREVIOUS-BALANCE
           MOVE CUST-ID TO WS-SEC-CUST-ID
           PERFORM 2242-WRITE-CREDIT-MEMOS
           PERFORM 2244-WRITE-SALES-TAX
           PERFORM 2245-WRITE-MESSAGE-BLOCK
           IF CONSOLIDATED-PARENT
               PERFORM 2260-WRITE-FAMILY-SECTIONS
           END-IF
           PERFORM 2248-WRITE-REMIT-SCANLINE
           MOVE SPACES TO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE
           ADD 1 TO WS-STATEMENTS-WRITTEN
           PERFORM 2250-LOG-CORRESPONDENCE.

      * capture of this line beats anything a teller keys, and a
      * mistyped digit fails the check at the lockbox intake
      * instead of surfacing as unapplied cash
      * A consolidated statement has one scanline for the whole
      * family, on the parent's account - the allocation step
      * spreads the check across the children when it arrives
      * The minimum due and the due date ride after the check
      * digit, outside the fields it proves, so the lockbox's
      * capture layout and its digit check are unchanged
           MOVE CUST-ID TO WS-SCN-CUST-ID
           IF CONSOLIDATED-PARENT
               IF WS-FAMILY-TOTAL > ZERO
                   MOVE WS-FAMILY-TOTAL TO WS-SCN-AMOUNT-DUE
               ELSE
                   MOVE ZERO TO WS-SCN-AMOUNT-DUE
               END-IF
               COMPUTE WS-SCN-MINIMUM = WS-FAMILY-MINIMUM * 100
           ELSE
               COMPUTE WS-SCN-MINIMUM = WS-OWN-MINIMUM * 100
               IF CUST-BALANCE > ZERO
                   MOVE CUST-BALANCE TO WS-SCN-AMOUNT-DUE
               ELSE
                   MOVE ZERO TO WS-SCN-AMOUNT-DUE
               END-IF
           END-IF
           COMPUTE WS-SCN-AMOUNT = WS-SCN-AMOUNT-DUE * 100
           COMPUTE WS-SCN-PERIOD = STD-YEAR * 100 + STD-MONTH
               WS-SCN-PERIOD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SCN-CHECK-DIGIT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SCN-MINIMUM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PAYMENT-DUE-DATE DELIMITED BY SIZE
               INTO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE.

       2290-COMPUTE-CHECK-DIGIT.
      * Luhn-weighted mod-10 over every digit of the three fields:
                       PERFORM 8300-RENDER-SUBSTITUTIONS
                       MOVE WS-RENDER-OUT
                           TO STATEMENT-EXTRACT-LINE
                       PERFORM 8410-PUT-STATEMENT-LINE
                   END-IF
           END-READ.

               MOVE WS-RND-TRIM-SUB TO WS-RND-VALUE-LEN
           END-IF.

       8400-BEGIN-ARCHIVE-COPY.
      * Start this document's copy in the archive; a copy that
      * cannot be filed still goes out, logged with no archive link
           MOVE 'BEGIN' TO WS-DAR-FUNCTION
           MOVE 'SAMPLE-PROGRAM-STMT' TO WS-DAR-PROGRAM-NAME
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           IF WS-DAR-RETURN-CODE NOT = ZERO
               DISPLAY 'DOCUMENT NOT ARCHIVED FOR CUST-ID '
                   WS-DAR-CUST-ID ': ' WS-DAR-MESSAGE
               ADD 1 TO WS-UNARCHIVED-COUNT
           END-IF.

       8410-PUT-STATEMENT-LINE.
      * Every printed line of the document also goes to its copy in
      * the archive
           WRITE STATEMENT-EXTRACT-LINE
           IF WS-DAR-COPY-NO > ZERO
               MOVE STATEMENT-EXTRACT-LINE TO WS-DAR-LINE-TEXT
               MOVE 'LINE' TO WS-DAR-FUNCTION
               CALL 'SAMPLE-PROGRAM-DOCARCH'
                   USING WS-DOCARCH-PARM-AREA
           END-IF.

       2230-WRITE-BALANCE-COMPONENTS.
      * What the balance is made of - a customer with no sub-ledger
      * row yet simply gets no component line
           IF SNP-HAS-SUBLEDGER
               MOVE SNP-PRINCIPAL TO WS-PRINCIPAL-DISPLAY
               MOVE SNP-FEE TO WS-FEE-DISPLAY
               MOVE SNP-INTEREST TO WS-INTEREST-DISPLAY
               MOVE SPACES TO STATEMENT-EXTRACT-LINE
               STRING '  PRINCIPAL ' DELIMITED BY SIZE
                   WS-PRINCIPAL-DISPLAY DELIMITED BY SIZE
                   '  FEES ' DELIMITED BY SIZE
                   WS-FEE-DISPLAY DELIMITED BY SIZE
                   '  INTEREST ' DELIMITED BY SIZE
                   WS-INTEREST-DISPLAY DELIMITED BY SIZE
                   INTO STATEMENT-EXTRACT-LINE
               PERFORM 8410-PUT-STATEMENT-LINE
           END-IF.

       2205-REROUTE-TO-ESTATE.
      * An active deceased case mails the estate contact, not the
      * household. The contact fields are overlaid in the record
      * area - a working copy of the snapshot row, so nothing
      * writes back, and every line below (and the correspondence
      * row's delivery address) picks the reroute up for free
           IF SNP-DECEASED
               MOVE SNP-ESTATE-NAME TO CUST-NAME
               MOVE SNP-ESTATE-ADDR-1 TO CUST-ADDRESS-LINE-1
               MOVE SPACES TO CUST-ADDRESS-LINE-2
               MOVE SNP-ESTATE-CITY TO CUST-CITY
               MOVE SNP-ESTATE-STATE TO CUST-STATE
               MOVE SNP-ESTATE-ZIP TO CUST-ZIP-CODE
               ADD 1 TO WS-ESTATE-REROUTED
           END-IF.

       2240-WRITE-PREVIOUS-BALANCE.
                           WS-PREV-BALANCE-DISPLAY
                               DELIMITED BY SIZE
                           INTO STATEMENT-EXTRACT-LINE
                       PERFORM 8410-PUT-STATEMENT-LINE
               END-READ
           END-IF.

       2242-WRITE-CREDIT-MEMOS.
      * Every memo issued since the last statement, with the
      * corrected replacement invoice when one went out with it -
      * for the account in WS-SEC-CUST-ID, which is a subsidiary
      * when the section is part of a consolidated statement
           IF MEMO-FILE-WAS-OPENED
               MOVE 'N' TO WS-CMM-WALK-FLAG
               MOVE WS-SEC-CUST-ID TO CMM-CUST-ID
               MOVE ZERO TO CMM-MEMO-NO
               START CREDIT-MEMO-FILE
                   KEY IS NOT LESS THAN CMM-KEY
                   INVALID KEY
                       SET MEMO-WALK-DONE TO TRUE
               END-START
               PERFORM 2243-WRITE-ONE-CREDIT-MEMO
                   UNTIL MEMO-WALK-DONE
           END-IF.

       2243-WRITE-ONE-CREDIT-MEMO.
           READ CREDIT-MEMO-FILE NEXT RECORD
               AT END
                   SET MEMO-WALK-DONE TO TRUE
               NOT AT END
                   IF CMM-CUST-ID NOT = WS-SEC-CUST-ID
                       SET MEMO-WALK-DONE TO TRUE
                   ELSE
                       IF CMM-STMT-DATE = ZERO
                           COMPUTE WS-MEMO-DISPLAY =
                               ZERO - CMM-CREDIT-AMOUNT
                           MOVE SPACES TO STATEMENT-EXTRACT-LINE
                           STRING 'CREDIT MEMO ' DELIMITED BY SIZE
                               CMM-MEMO-NO DELIMITED BY SIZE
                               ' ON INVOICE ' DELIMITED BY SIZE
                               CMM-INVOICE-NO DELIMITED BY SIZE
                               ': ' DELIMITED BY SIZE
                               WS-MEMO-DISPLAY DELIMITED BY SIZE
                               INTO STATEMENT-EXTRACT-LINE
                           PERFORM 8410-PUT-STATEMENT-LINE
                           IF CMM-REBILL-AMOUNT > ZERO
                               MOVE CMM-REBILL-AMOUNT
                                   TO WS-MEMO-DISPLAY
                               MOVE SPACES TO STATEMENT-EXTRACT-LINE
                               STRING '  REBILLED ON CORRECTED '
                                       DELIMITED BY SIZE
                                   'INVOICE: ' DELIMITED BY SIZE
                                   WS-MEMO-DISPLAY DELIMITED BY SIZE
                                   INTO STATEMENT-EXTRACT-LINE
                               PERFORM 8410-PUT-STATEMENT-LINE
                           END-IF
                           MOVE STD-CURRENT-DATE TO CMM-STMT-DATE
                           REWRITE CREDIT-MEMO-RECORD
                           ADD 1 TO WS-MEMOS-PRINTED
                       END-IF
                   END-IF
           END-READ.

       2244-WRITE-SALES-TAX.
      * Each sales-tax charge billed this period, one line apiece,
      * for the account in WS-SEC-CUST-ID - the billing run cuts
      * the tax as its own charge so it posts as its own invoice
           IF INVOICE-FILE-WAS-OPENED
               COMPUTE WS-TAX-FROM-DATE = WS-PRIOR-PERIOD-ID * 100 + 99
               MOVE 'N' TO WS-INV-WALK-FLAG
               MOVE WS-SEC-CUST-ID TO INV-CUST-ID
               MOVE ZERO TO INV-INVOICE-NO
               START INVOICE-FILE
                   KEY IS NOT LESS THAN INV-KEY
                   INVALID KEY
                       SET INVOICE-WALK-DONE TO TRUE
               END-START
               PERFORM 2249-WRITE-ONE-TAX-LINE
                   UNTIL INVOICE-WALK-DONE
           END-IF.

       2249-WRITE-ONE-TAX-LINE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   SET INVOICE-WALK-DONE TO TRUE
               NOT AT END
                   IF INV-CUST-ID NOT = WS-SEC-CUST-ID
                       SET INVOICE-WALK-DONE TO TRUE
                   ELSE
                       IF INV-SOURCE-CODE = 'SALESTAX'
                               AND INV-INVOICE-DATE > WS-TAX-FROM-DATE
                           MOVE INV-ORIGINAL-AMOUNT TO WS-TAX-DISPLAY
                           MOVE SPACES TO STATEMENT-EXTRACT-LINE
                           STRING 'SALES TAX ' DELIMITED BY SIZE
                               INV-INVOICE-DATE DELIMITED BY SIZE
                               ' INVOICE ' DELIMITED BY SIZE
                               INV-INVOICE-NO DELIMITED BY SIZE
                               ': ' DELIMITED BY SIZE
                               WS-TAX-DISPLAY DELIMITED BY SIZE
                               INTO STATEMENT-EXTRACT-LINE
                           PERFORM 8410-PUT-STATEMENT-LINE
                           ADD 1 TO WS-TAX-LINES-PRINTED
                       END-IF
                   END-IF
           END-READ.

       2260-WRITE-FAMILY-SECTIONS.
      * The parent's own open items first, then one section per
      * active subsidiary, then what the whole family owes
           ADD 1 TO WS-CONS-STATEMENTS
           MOVE SPACES TO STATEMENT-EXTRACT-LINE
           STRING 'CONSOLIDATED STATEMENT - ' DELIMITED BY SIZE
               'PARENT AND SUBSIDIARY ACCOUNTS' DELIMITED BY SIZE
               INTO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE
           MOVE CUST-ID TO WS-SEC-CUST-ID
           PERFORM 2265-WRITE-OPEN-ITEMS
           PERFORM 2262-WRITE-CHILD-SECTION
               VARYING WS-CCH-SUB FROM 1 BY 1
               UNTIL WS-CCH-SUB > WS-CCH-COUNT
           MOVE WS-FAMILY-TOTAL TO WS-FAMILY-TOTAL-DISPLAY
           MOVE SPACES TO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE
           STRING 'FAMILY TOTAL (' DELIMITED BY SIZE
               WS-FAMILY-CHILDREN DELIMITED BY SIZE
               ' SUBSIDIARIES): ' DELIMITED BY SIZE
               WS-FAMILY-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE
           MOVE WS-FAMILY-MINIMUM TO WS-MINIMUM-DISPLAY
           MOVE SPACES TO STATEMENT-EXTRACT-LINE
           STRING 'FAMILY MINIMUM PAYMENT DUE: ' DELIMITED BY SIZE
               WS-MINIMUM-DISPLAY DELIMITED BY SIZE
               '  PAYMENT DUE DATE: ' DELIMITED BY SIZE
               WS-PAYMENT-DUE-DATE DELIMITED BY SIZE
               INTO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE.

       2262-WRITE-CHILD-SECTION.
           IF WS-CCH-PARENT-ID (WS-CCH-SUB) = CUST-ID
               MOVE SPACES TO STATEMENT-EXTRACT-LINE
               PERFORM 8410-PUT-STATEMENT-LINE
               STRING 'SUBSIDIARY ACCOUNT ' DELIMITED BY SIZE
                   WS-CCH-CUST-ID (WS-CCH-SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-CCH-NAME (WS-CCH-SUB) DELIMITED BY SIZE
                   INTO STATEMENT-EXTRACT-LINE
               PERFORM 8410-PUT-STATEMENT-LINE
               MOVE WS-CCH-BALANCE (WS-CCH-SUB) TO WS-BALANCE-DISPLAY
               MOVE SPACES TO STATEMENT-EXTRACT-LINE
               STRING '  CURRENT BALANCE: ' DELIMITED BY SIZE
                   WS-BALANCE-DISPLAY DELIMITED BY SIZE
                   INTO STATEMENT-EXTRACT-LINE
               PERFORM 8410-PUT-STATEMENT-LINE
               MOVE WS-CCH-MINIMUM (WS-CCH-SUB) TO WS-MINIMUM-DISPLAY
               MOVE SPACES TO STATEMENT-EXTRACT-LINE
               STRING '  MINIMUM PAYMENT DUE: ' DELIMITED BY SIZE
                   WS-MINIMUM-DISPLAY DELIMITED BY SIZE
                   INTO STATEMENT-EXTRACT-LINE
               PERFORM 8410-PUT-STATEMENT-LINE
               MOVE WS-CCH-CUST-ID (WS-CCH-SUB) TO WS-SEC-CUST-ID
               PERFORM 2242-WRITE-CREDIT-MEMOS
               PERFORM 2244-WRITE-SALES-TAX
               PERFORM 2265-WRITE-OPEN-ITEMS
           END-IF.

       2265-WRITE-OPEN-ITEMS.
      * Each open invoice for the account in WS-SEC-CUST-ID, then
      * its aging - every item aged from its own due date, the way
      * the aged-balance tally reads the open items
           IF INVOICE-FILE-WAS-OPENED
               INITIALIZE WS-AGING-BUCKETS
               MOVE 'N' TO WS-INV-WALK-FLAG
               MOVE WS-SEC-CUST-ID TO INV-CUST-ID
               MOVE ZERO TO INV-INVOICE-NO
               START INVOICE-FILE
                   KEY IS NOT LESS THAN INV-KEY
                   INVALID KEY
                       SET INVOICE-WALK-DONE TO TRUE
               END-START
               PERFORM 2266-WRITE-ONE-OPEN-ITEM
                   UNTIL INVOICE-WALK-DONE
               MOVE WS-AGE-CURRENT TO WS-AGE-DISPLAY-1
               MOVE WS-AGE-1-30 TO WS-AGE-DISPLAY-2
               MOVE WS-AGE-31-60 TO WS-AGE-DISPLAY-3
               MOVE SPACES TO STATEMENT-EXTRACT-LINE
               STRING '  AGING  CURRENT ' DELIMITED BY SIZE
                   WS-AGE-DISPLAY-1 DELIMITED BY SIZE
                   '  1-30 ' DELIMITED BY SIZE
                   WS-AGE-DISPLAY-2 DELIMITED BY SIZE
                   '  31-60 ' DELIMITED BY SIZE
                   WS-AGE-DISPLAY-3 DELIMITED BY SIZE
                   INTO STATEMENT-EXTRACT-LINE
               PERFORM 8410-PUT-STATEMENT-LINE
               MOVE WS-AGE-61-90 TO WS-AGE-DISPLAY-1
               MOVE WS-AGE-OVER-90 TO WS-AGE-DISPLAY-2
               MOVE SPACES TO STATEMENT-EXTRACT-LINE
               STRING '         61-90   ' DELIMITED BY SIZE
                   WS-AGE-DISPLAY-1 DELIMITED BY SIZE
                   '  90+  ' DELIMITED BY SIZE
                   WS-AGE-DISPLAY-2 DELIMITED BY SIZE
                   INTO STATEMENT-EXTRACT-LINE
               PERFORM 8410-PUT-STATEMENT-LINE
           END-IF.

       2266-WRITE-ONE-OPEN-ITEM.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   SET INVOICE-WALK-DONE TO TRUE
               NOT AT END
                   IF INV-CUST-ID NOT = WS-SEC-CUST-ID
                       SET INVOICE-WALK-DONE TO TRUE
                   ELSE
                       IF INV-OPEN
                           PERFORM 2267-AGE-ONE-OPEN-ITEM
                       END-IF
                   END-IF
           END-READ.

       2267-AGE-ONE-OPEN-ITEM.
      * An invoice from before terms were stamped carries no due
      * date - it falls due on the house Net 30
           IF INV-DUE-DATE = ZERO
               COMPUTE WS-DUE-DATE-WORK = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (INV-INVOICE-DATE) + 30)
           ELSE
               MOVE INV-DUE-DATE TO WS-DUE-DATE-WORK
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-WORK)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 1
                   ADD INV-OPEN-AMOUNT TO WS-AGE-CURRENT
               WHEN WS-AGE-DAYS < 31
                   ADD INV-OPEN-AMOUNT TO WS-AGE-1-30
               WHEN WS-AGE-DAYS < 61
                   ADD INV-OPEN-AMOUNT TO WS-AGE-31-60
               WHEN WS-AGE-DAYS < 91
                   ADD INV-OPEN-AMOUNT TO WS-AGE-61-90
               WHEN OTHER
                   ADD INV-OPEN-AMOUNT TO WS-AGE-OVER-90
           END-EVALUATE
           MOVE INV-OPEN-AMOUNT TO WS-OPEN-ITEM-DISPLAY
           MOVE SPACES TO STATEMENT-EXTRACT-LINE
           STRING '  INVOICE ' DELIMITED BY SIZE
               INV-INVOICE-NO DELIMITED BY SIZE
               '  DATED ' DELIMITED BY SIZE
               INV-INVOICE-DATE DELIMITED BY SIZE
               '  DUE ' DELIMITED BY SIZE
               WS-DUE-DATE-WORK DELIMITED BY SIZE
               '  OPEN ' DELIMITED BY SIZE
               WS-OPEN-ITEM-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-EXTRACT-LINE
           PERFORM 8410-PUT-STATEMENT-LINE.

       2250-LOG-CORRESPONDENCE.
           MOVE CUST-ID TO CORR-CUST-ID
           MOVE 'STATEMENT' TO CORR-DOC-TYPE
      * The wording version that actually went out - zero when no
      * template carried a message block
           MOVE WS-TPL-VERSION TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE WS-DAR-COPY-NO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.


       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           MOVE 'CLOSE' TO WS-DAR-FUNCTION
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           CLOSE CUSTOMER-SNAPSHOT-FILE
           CLOSE STATEMENT-EXTRACT-FILE
           CLOSE EDELIVERY-EXTRACT-FILE
           CLOSE CORRESPONDENCE-LOG-FILE
           CLOSE AMOUNT-DUE-FILE
           IF PREF-FILE-WAS-OPENED
               CLOSE DELIVERY-PREF-FILE
           END-IF
           IF TEMPLATE-FILE-WAS-OPENED
               CLOSE TEMPLATE-FILE
           END-IF
           IF MEMO-FILE-WAS-OPENED
               CLOSE CREDIT-MEMO-FILE
           END-IF
           IF ELECTION-FILE-WAS-OPENED
               CLOSE CONSOLIDATED-BILLING-FILE
           END-IF
           IF INVOICE-FILE-WAS-OPENED
               CLOSE INVOICE-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
               WS-SUPPRESSED-COUNT
           DISPLAY 'Left For Other Cycles: ' WS-OTHER-CYCLE-COUNT
           DISPLAY 'Rerouted To Estate Contact: '
               WS-ESTATE-REROUTED
           DISPLAY 'Credit Memos Printed: ' WS-MEMOS-PRINTED
           DISPLAY 'Sales Tax Lines Printed: ' WS-TAX-LINES-PRINTED
           DISPLAY 'Consolidated Parent Statements: '
               WS-CONS-STATEMENTS
           DISPLAY 'Child Statements Consolidated: '
               WS-CONS-SUPPRESSED
           DISPLAY 'Children Past Consolidation Limit: '
               WS-CONS-OVERFLOW
           DISPLAY 'Amount-Due Rows Set: ' WS-AMOUNT-DUE-SET
           DISPLAY 'Past-Due Shortfalls Carried: '
               WS-PAST-DUE-CARRIED
           DISPLAY 'Payment Due Date: ' WS-PAYMENT-DUE-DATE
           DISPLAY 'Statements Not Archived: ' WS-UNARCHIVED-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 'STATEMENT EXTRACT COMPLETE' TO LS-STM-MESSAGE
           END-IF
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'MIN-DUE-PERCENT' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-MIN-DUE-PERCENT
           END-IF
           MOVE 'MIN-DUE-FLOOR' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-MIN-DUE-FLOOR
           END-IF
           MOVE 'DUE-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-DUE-DAYS
           END-IF.

       9150-GET-PARAMETER.
           CALL 'SAMPLE-PROGRAM-PARMGET' USING WS-PARMGET-PARM-AREA
           EVALUATE TRUE
               WHEN PARAMETER-IN-FORCE
                   DISPLAY 'PARAMETER ' WS-PMG-PARM-NAME
                       ' IN FORCE FROM ' WS-PMG-EFFECTIVE-DATE
               WHEN WS-PMG-RETURN-CODE = 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PARAMETER FILE UNREADABLE - HOUSE '
                       'DEFAULT STANDS FOR ' WS-PMG-PARM-NAME
           END-EVALUATE.

       9200-DISPLAY-RUN-PARAMETERS.
      * The values this run uses, whichever source they came from
           DISPLAY 'STMT RUN PARAMETERS:'
           DISPLAY '  MIN-DUE-PERCENT: ' WS-MIN-DUE-PERCENT
           DISPLAY '  MIN-DUE-FLOOR  : ' WS-MIN-DUE-FLOOR
           DISPLAY '  DUE-DAYS       : ' WS-DUE-DAYS.
