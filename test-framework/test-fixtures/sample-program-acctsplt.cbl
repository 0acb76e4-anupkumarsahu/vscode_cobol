       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-ACCTSPLT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Account split - the reverse of SAMPLE-PROGRAM-SURVMERGE.
      * When a joint account separates (a divorce, a partnership
      * dissolving) the departing party used to be opened by hand
      * and the money walked across with adjustments, leaving no
      * link between the two accounts. This job actions reviewed
      * split decisions. For each one it:
      *   - opens the new account down the onboarding path - the
      *     same field and address rules, duplicate-name screen,
      *     sanctions list check and screen, a CUST-ID issued off
      *     the shared ID counter with its Luhn check digit, the
      *     journaled WRITE, the status-history seed and the
      *     welcome letter SAMPLE-PROGRAM-ONBOARD gives any account
      *   - moves the chosen open invoices under the new CUST-ID,
      *     leaving each original row behind marked transferred
      *   - moves the matching share of the SUBLEDGER components -
      *     fees and interest in the proportion the moved invoices
      *     bear to the balance, principal as the remainder
      *   - moves the installment plan, when the decision says so
      *   - carries the balance history and the correspondence
      *     trail across, so the new account's record starts with
      *     the history that came with the debt
      *   - moves CUST-BALANCE from one account to the other, both
      *     sides audited and journaled like any CUSTDATA change
      *   - writes a split-from / split-to cross-reference row for
      *     each side, which the customer-360 inquiry shows
      * A decision is rejected whole, before anything is opened or
      * moved, if the operator is not authorized, the source is
      * missing or not active, a named invoice is not open on the
      * source, the invoices come to more than the balance, or a
      * plan move is asked for with no active plan to move.
      * Nothing is booked to the general ledger - the receivable
      * changes hands between two customers and its total is
      * unchanged.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      * Reviewed split decisions, one source account and one new
      * account per row
           SELECT SPLIT-DECISION-FILE ASSIGN TO "CUSTSPLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPD-FILE-STATUS.

           SELECT OPERATOR-ROLE-FILE ASSIGN TO "CUSTOPRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRL-FILE-STATUS.

      * The next CUST-ID serial to issue - shared with ONBOARD
           SELECT ID-COUNTER-FILE ASSIGN TO "CUSTIDCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDC-FILE-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "CUSTINVC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-FILE-STATUS.

           SELECT SUBLEDGER-FILE ASSIGN TO "CUSTSUBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBL-CUST-ID
               FILE STATUS IS WS-SBL-FILE-STATUS.

           SELECT PAYMENT-PLAN-FILE ASSIGN TO "CUSTPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CUST-ID
               FILE STATUS IS WS-PLN-FILE-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "CUSTBHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHST-KEY
               FILE STATUS IS WS-BHST-FILE-STATUS.

           SELECT STATUS-HISTORY-FILE ASSIGN TO "CUSTSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STH-CUST-ID
               FILE STATUS IS WS-STH-FILE-STATUS.

      * Permanent split-from / split-to map, both sides keyed
           SELECT SPLIT-XREF-FILE ASSIGN TO "CUSTSPLX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPX-KEY
               FILE STATUS IS WS-SPX-FILE-STATUS.

           SELECT MAINTENANCE-AUDIT-FILE ASSIGN TO "CUSTMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * Shared outbound-correspondence log - the welcome letters,
      * then the source accounts' trail carried to the new ones
           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO "CUSTCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

      * Holding file for the carried correspondence rows - the log
      * cannot be read and appended in the same pass
           SELECT CORR-WORK-FILE ASSIGN TO "CUSTCORW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRW-FILE-STATUS.

      * One line per decision, split or rejected
           SELECT SPLIT-REPORT-FILE ASSIGN TO "CUSTSPLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  SPLIT-DECISION-FILE.
       01  SPLIT-DECISION-RECORD.
           05  SPD-SOURCE-CUST-ID  PIC 9(9).
           05  SPD-OPERATOR-ID     PIC X(8).
      * DIVORCE, DISSOLVED, or whatever the reviewer records
           05  SPD-REASON-CODE     PIC X(10).
      * The party leaving - opened as the new account
           05  SPD-NEW-NAME        PIC X(30).
           05  SPD-NEW-ADDRESS-LINE-1 PIC X(30).
           05  SPD-NEW-ADDRESS-LINE-2 PIC X(30).
           05  SPD-NEW-CITY        PIC X(20).
           05  SPD-NEW-STATE       PIC X(2).
           05  SPD-NEW-ZIP-CODE    PIC X(10).
           05  SPD-NEW-PHONE       PIC X(15).
           05  SPD-NEW-EMAIL       PIC X(40).
           05  SPD-NEW-COUNTRY-CODE PIC X(2).
      * Y moves the source's active installment plan as well
           05  SPD-MOVE-PLAN-FLAG  PIC X.
               88  SPD-MOVE-PLAN   VALUE 'Y'.
           05  SPD-INVOICE-COUNT   PIC 9(2).
           05  SPD-INVOICE-NO      PIC 9(8) OCCURS 20 TIMES.

       FD  OPERATOR-ROLE-FILE.
       01  OPERATOR-ROLE-RECORD.
           05  OPRL-OPERATOR-ID    PIC X(8).
           05  OPRL-ROLE-CODE      PIC X.

       FD  ID-COUNTER-FILE.
       01  ID-COUNTER-RECORD.
           05  IDC-NEXT-SERIAL     PIC 9(8).

       FD  INVOICE-FILE.
           COPY INVOICE-RECORD.

       FD  SUBLEDGER-FILE.
           COPY SUBLEDGER-RECORD.

       FD  PAYMENT-PLAN-FILE.
           COPY PAYMENT-PLAN-RECORD.

       FD  BALANCE-HISTORY-FILE.
           COPY BALANCE-HISTORY-RECORD.

       FD  STATUS-HISTORY-FILE.
           COPY STATUS-HISTORY-RECORD.

       FD  SPLIT-XREF-FILE.
           COPY SPLIT-XREF-RECORD.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MAUD-CUST-ID        PIC 9(9).
           05  MAUD-OLD-STATUS     PIC X.
           05  MAUD-NEW-STATUS     PIC X.
           05  MAUD-REASON-CODE    PIC X(10).
           05  MAUD-OPERATOR-ID    PIC X(8).
           05  MAUD-CHANGE-DATE    PIC 9(8).
           05  MAUD-CHANGE-TIME    PIC 9(6).
           05  MAUD-TRANS-TYPE     PIC X(10).
           05  MAUD-OLD-BALANCE    PIC S9(7)V99.
           05  MAUD-NEW-BALANCE    PIC S9(7)V99.

       FD  JOURNAL-FILE.
           COPY JOURNAL-RECORD.

       FD  CORRESPONDENCE-LOG-FILE.
           COPY CORRESPONDENCE-LOG-RECORD.

       FD  CORR-WORK-FILE.
           COPY CORRESPONDENCE-LOG-RECORD REPLACING
               ==CORRESPONDENCE-LOG-RECORD== BY ==CORR-WORK-RECORD==
               LEADING ==CORR-== BY ==CRW-==.

       FD  SPLIT-REPORT-FILE.
       01  SPLIT-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * Chain-hash handshake with the journal hash service
       01  WS-JRNLHASH-PARM-AREA.
           05  WS-JHS-RETURN-CODE  PIC S9(4) COMP.
           05  WS-JHS-MESSAGE      PIC X(50).
           05  WS-JHS-FUNCTION     PIC X(8).
           05  WS-JHS-CUST-ID      PIC 9(9).
           05  WS-JHS-DATE         PIC 9(8).
           05  WS-JHS-TIME         PIC 9(6).
           05  WS-JHS-ACTION       PIC X(8).
           05  WS-JHS-BEFORE-IMAGE PIC X(250).
           05  WS-JHS-AFTER-IMAGE  PIC X(250).
           05  WS-JHS-HASH         PIC 9(12).

      * Sanctions screening handshake
       01  WS-SANCSCRN-PARM-AREA.
           05  WS-SNS-RETURN-CODE  PIC S9(4) COMP.
           05  WS-SNS-MESSAGE      PIC X(50).
           05  WS-SNS-FUNCTION     PIC X(8).
           05  WS-SNS-CUST-ID      PIC 9(9).
           05  WS-SNS-NAME         PIC X(30).
           05  WS-SNS-COUNTRY      PIC X(2).
           05  WS-SNS-SOURCE       PIC X(8).
           05  WS-SNS-HIT-FLAG     PIC X.
           05  WS-SNS-ENTRY-ID     PIC X(10).
           05  WS-SNS-LIST-NAME    PIC X(40).
           05  WS-SNS-SCORE        PIC 9(3).

      * CUSTDATA reservation handshake - acquired before the file
      * opens, released at close, so a utility and an updater can
      * never run over each other
       01  WS-RESERVE-PARM-AREA.
           05  WS-RSV-RETURN-CODE  PIC S9(4) COMP.
           05  WS-RSV-MESSAGE      PIC X(50).
           05  WS-RSV-FUNCTION     PIC X(8).
           05  WS-RSV-MODE         PIC X.
           05  WS-RSV-PROGRAM-NAME PIC X(24).
           05  WS-RSV-OPERATOR-ID  PIC X(8).

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-SPD-FILE-STATUS      PIC XX.
           88  SPD-FILE-OK         VALUE '00'.
           88  SPD-FILE-AT-END     VALUE '10'.
       01  WS-OPRL-FILE-STATUS     PIC XX.
           88  OPRL-FILE-OK        VALUE '00'.
           88  OPRL-FILE-AT-END    VALUE '10'.
       01  WS-IDC-FILE-STATUS      PIC XX.
           88  IDC-FILE-OK         VALUE '00'.
       01  WS-INV-FILE-STATUS      PIC XX.
           88  INV-FILE-OK         VALUE '00'.
       01  WS-SBL-FILE-STATUS      PIC XX.
           88  SBL-FILE-OK         VALUE '00'.
           88  SBL-FILE-MISSING    VALUE '35'.
       01  WS-PLN-FILE-STATUS      PIC XX.
           88  PLN-FILE-OK         VALUE '00'.
           88  PLN-FILE-MISSING    VALUE '35'.
       01  WS-BHST-FILE-STATUS     PIC XX.
           88  BHST-FILE-OK        VALUE '00'.
           88  BHST-FILE-MISSING   VALUE '35'.
       01  WS-STH-FILE-STATUS      PIC XX.
           88  STH-FILE-OK         VALUE '00'.
           88  STH-FILE-MISSING    VALUE '35'.
       01  WS-SPX-FILE-STATUS      PIC XX.
           88  SPX-FILE-OK         VALUE '00'.
           88  SPX-FILE-MISSING    VALUE '35'.
       01  WS-MAUD-FILE-STATUS     PIC XX.
           88  MAUD-FILE-OK        VALUE '00'.
       01  WS-JRNL-FILE-STATUS     PIC XX.
           88  JRNL-FILE-OK        VALUE '00'.
       01  WS-CORR-FILE-STATUS     PIC XX.
           88  CORR-FILE-OK        VALUE '00'.
           88  CORR-FILE-AT-END    VALUE '10'.
       01  WS-CRW-FILE-STATUS      PIC XX.
           88  CRW-FILE-OK         VALUE '00'.
           88  CRW-FILE-AT-END     VALUE '10'.
       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-SPLIT-OK-FLAG    PIC X VALUE 'N'.
               88  SPLIT-IS-WORKABLE VALUE 'Y'.
               88  SPLIT-IS-REJECTED VALUE 'N'.
           05  WS-ROLE-OK-FLAG     PIC X VALUE 'N'.
               88  OPERATOR-AUTHORIZED VALUE 'Y'.
           05  WS-DUP-FLAG         PIC X VALUE 'N'.
               88  NAME-ALREADY-ON-FILE VALUE 'Y'.
           05  WS-NAME-WALK-FLAG   PIC X VALUE 'N'.
               88  NAME-WALK-DONE  VALUE 'Y'.
           05  WS-SANCTIONS-FLAG   PIC X VALUE 'N'.
               88  SANCTIONS-HELD  VALUE 'Y'.
           05  WS-BHST-DONE-FLAG   PIC X VALUE 'N'.
               88  HISTORY-WALK-DONE VALUE 'Y'.
           05  WS-PLAN-MOVED-FLAG  PIC X VALUE 'N'.
               88  PLAN-WAS-MOVED  VALUE 'Y'.

       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

      * The new account being opened, staged the way the onboarding
      * path stages a request so the same rules apply to it
       01  WS-REQUEST-FIELDS.
           05  WS-REQ-NAME         PIC X(30).
           05  WS-REQ-ADDR-1       PIC X(30).
           05  WS-REQ-ADDR-2       PIC X(30).
           05  WS-REQ-CITY         PIC X(20).
           05  WS-REQ-STATE        PIC X(2).
           05  WS-REQ-ZIP          PIC X(10).
           05  WS-REQ-PHONE        PIC X(15).
           05  WS-REQ-EMAIL        PIC X(40).
           05  WS-REQ-CURRENCY     PIC X(3).
           05  WS-REQ-COUNTRY      PIC X(2).

      * ID issue: serial off the counter, its Luhn-weighted mod-10
      * check digit as the low-order position
       01  WS-NEXT-SERIAL          PIC 9(8) VALUE ZERO.
       01  WS-ISSUED-CUST-ID       PIC 9(9) VALUE ZERO.
       01  WS-DS-WORK              PIC 9(9) VALUE ZERO.
       01  WS-DS-DIGIT             PIC 9(2) VALUE ZERO.
       01  WS-DS-SUM               PIC 9(4) COMP VALUE ZERO.
       01  WS-DS-LOOP              PIC 9(2) COMP VALUE ZERO.
       01  WS-CHECK-DIGIT          PIC 9 VALUE ZERO.

      * The source account as it stood when the decision was read
           COPY CUSTOMER-RECORD REPLACING
               ==CUSTOMER-RECORD== BY ==SOURCE-CUSTOMER-RECORD==
               LEADING ==CUST-== BY ==SCUST-==.

       01  WS-INV-SUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-MOVE-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-OLD-BALANCE          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-JRNL-BEFORE-AREA     PIC X(250) VALUE SPACES.
       01  WS-JRNL-ACTION          PIC X(8) VALUE SPACES.

      * Sub-ledger shares moving with the invoices
       01  WS-SBL-SPLIT.
           05  WS-SRC-PRINCIPAL    PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-SRC-FEE          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-SRC-INTEREST     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-MOVE-PRINCIPAL   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-MOVE-FEE         PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-MOVE-INTEREST    PIC S9(7)V99 COMP-3 VALUE ZERO.

      * The installment plan held aside while it is rekeyed
           COPY PAYMENT-PLAN-RECORD REPLACING
               ==PAYMENT-PLAN-RECORD== BY ==WS-PLAN-HOLD==
               LEADING ==PLN-== BY ==HPLN-==.

      * Balance-history rows gathered off the source before any is
      * copied, so the copies never disturb the keyed walk - the
      * period-end close keeps thirteen months
       01  WS-BHST-MAX             PIC 9(2) COMP VALUE 24.
       01  WS-BHST-COUNT           PIC 9(2) COMP VALUE ZERO.
       01  WS-BHST-SUB             PIC 9(2) COMP VALUE ZERO.
       01  WS-BHST-TABLE.
           05  WS-BHST-ENTRY OCCURS 24 TIMES.
               10  WS-BHT-PERIOD-ID    PIC 9(6).
               10  WS-BHT-BALANCE      PIC S9(7)V99.
               10  WS-BHT-DAYS         PIC 9(3).
               10  WS-BHT-RESTATED     PIC X.
               10  WS-BHT-RESTATED-DATE PIC 9(8).
               10  WS-BHT-ORIGINAL     PIC S9(7)V99.

      * Source/new pairs split this run, for the correspondence
      * carry once the log is free to be read
       01  WS-PAIR-MAX             PIC 9(4) COMP VALUE 500.
       01  WS-PAIR-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-PAIR-SUB             PIC 9(4) COMP VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES.
               10  WS-PAIR-SOURCE-ID   PIC 9(9).
               10  WS-PAIR-NEW-ID      PIC 9(9).

       01  WS-AMOUNT-EDIT          PIC -(7)9.99.

       01  WS-COUNTERS.
           05  WS-DECISIONS-READ   PIC 9(5) VALUE ZERO.
           05  WS-SPLITS-APPLIED   PIC 9(5) VALUE ZERO.
           05  WS-SPLITS-REJECTED  PIC 9(5) VALUE ZERO.
           05  WS-SPLITS-HELD      PIC 9(5) VALUE ZERO.
           05  WS-INVOICES-MOVED   PIC 9(5) VALUE ZERO.
           05  WS-PLANS-MOVED      PIC 9(5) VALUE ZERO.
           05  WS-HISTORY-COPIED   PIC 9(5) VALUE ZERO.
           05  WS-CORR-COPIED      PIC 9(5) VALUE ZERO.
           05  WS-BALANCE-MOVED    PIC S9(9)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-ACCTSPLT-PARM-AREA.
           05  LS-ASP-RETURN-CODE  PIC S9(4) COMP.
           05  LS-ASP-MESSAGE      PIC X(50).
           05  LS-ASP-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-ACCTSPLT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WORK-DECISIONS
               UNTIL SPD-FILE-AT-END
           PERFORM 2950-CARRY-CORRESPONDENCE
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
      * Declare our shared claim on CUSTDATA before touching it -
      * a refusal means a utility that cannot share the file is
      * live, and running anyway is how files corrupt
           MOVE 'ACQUIRE' TO WS-RSV-FUNCTION
           MOVE 'S' TO WS-RSV-MODE
           MOVE 'SAMPLE-PROGRAM-ACCTSPLT' TO WS-RSV-PROGRAM-NAME
           MOVE SPACES TO WS-RSV-OPERATOR-ID
           CALL 'SAMPLE-PROGRAM-RESERVE' USING WS-RESERVE-PARM-AREA
           IF WS-RSV-RETURN-CODE NOT = ZERO
               DISPLAY 'CUSTDATA RESERVATION REFUSED: '
                   WS-RSV-MESSAGE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

           IF LS-ASP-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-ASP-CUSTOMER-FILE-NAME
                   TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

           OPEN INPUT SPLIT-DECISION-FILE
           IF NOT SPD-FILE-OK
               DISPLAY 'NO SPLIT DECISION FILE - NOTHING TO ACTION'
               MOVE 'RELEASE' TO WS-RSV-FUNCTION
               CALL 'SAMPLE-PROGRAM-RESERVE'
                   USING WS-RESERVE-PARM-AREA
               MOVE 0 TO LS-ASP-RETURN-CODE
               MOVE 'NO SPLIT DECISIONS PRESENT' TO LS-ASP-MESSAGE
               GOBACK
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

      * Invoices are what a split moves - no invoice file, no split
           OPEN I-O INVOICE-FILE
           IF NOT INV-FILE-OK
               DISPLAY 'ERROR OPENING INVOICE FILE: '
                   WS-INV-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

      * Sub-ledger, plans, balance history, status history and the
      * split cross-reference are created on first use
           OPEN I-O SUBLEDGER-FILE
           IF SBL-FILE-MISSING
               OPEN OUTPUT SUBLEDGER-FILE
               CLOSE SUBLEDGER-FILE
               OPEN I-O SUBLEDGER-FILE
           END-IF
           IF NOT SBL-FILE-OK
               DISPLAY 'ERROR OPENING SUB-LEDGER FILE: '
                   WS-SBL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O PAYMENT-PLAN-FILE
           IF PLN-FILE-MISSING
               OPEN OUTPUT PAYMENT-PLAN-FILE
               CLOSE PAYMENT-PLAN-FILE
               OPEN I-O PAYMENT-PLAN-FILE
           END-IF
           IF NOT PLN-FILE-OK
               DISPLAY 'ERROR OPENING PAYMENT PLAN FILE: '
                   WS-PLN-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O BALANCE-HISTORY-FILE
           IF BHST-FILE-MISSING
               OPEN OUTPUT BALANCE-HISTORY-FILE
               CLOSE BALANCE-HISTORY-FILE
               OPEN I-O BALANCE-HISTORY-FILE
           END-IF
           IF NOT BHST-FILE-OK
               DISPLAY 'ERROR OPENING BALANCE HISTORY FILE: '
                   WS-BHST-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O STATUS-HISTORY-FILE
           IF STH-FILE-MISSING
               OPEN OUTPUT STATUS-HISTORY-FILE
               CLOSE STATUS-HISTORY-FILE
               OPEN I-O STATUS-HISTORY-FILE
           END-IF
           IF NOT STH-FILE-OK
               DISPLAY 'ERROR OPENING STATUS HISTORY FILE: '
                   WS-STH-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O SPLIT-XREF-FILE
           IF SPX-FILE-MISSING
               OPEN OUTPUT SPLIT-XREF-FILE
               CLOSE SPLIT-XREF-FILE
               OPEN I-O SPLIT-XREF-FILE
           END-IF
           IF NOT SPX-FILE-OK
               DISPLAY 'ERROR OPENING SPLIT XREF FILE: '
                   WS-SPX-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           IF MAUD-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT MAINTENANCE-AUDIT-FILE
           END-IF
           IF NOT MAUD-FILE-OK
               DISPLAY 'ERROR OPENING MAINTENANCE AUDIT FILE: '
                   WS-MAUD-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF JRNL-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF NOT JRNL-FILE-OK
               DISPLAY 'ERROR OPENING UPDATE JOURNAL: '
                   WS-JRNL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CORRESPONDENCE-LOG-FILE
           IF CORR-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT CORRESPONDENCE-LOG-FILE
           END-IF
           IF NOT CORR-FILE-OK
               DISPLAY 'ERROR OPENING CORRESPONDENCE LOG: '
                   WS-CORR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SPLIT-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING SPLIT REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASP-RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO SPLIT-REPORT-LINE
           STRING 'ACCOUNT SPLIT REGISTER - RUN DATE '
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO SPLIT-REPORT-LINE
           WRITE SPLIT-REPORT-LINE
           MOVE SPACES TO SPLIT-REPORT-LINE
           STRING 'SOURCE    NEW-ID    INVS      AMOUNT PLAN '
               'DISPOSITION' DELIMITED BY SIZE
               INTO SPLIT-REPORT-LINE
           WRITE SPLIT-REPORT-LINE.

       1200-LOAD-ID-COUNTER.
      * The same counter ONBOARD issues from - a first-ever run
      * starts the serials at one million
           OPEN INPUT ID-COUNTER-FILE
           IF IDC-FILE-OK
               READ ID-COUNTER-FILE
                   AT END
                       MOVE 1000000 TO WS-NEXT-SERIAL
                   NOT AT END
                       MOVE IDC-NEXT-SERIAL TO WS-NEXT-SERIAL
               END-READ
               CLOSE ID-COUNTER-FILE
           ELSE
               MOVE 1000000 TO WS-NEXT-SERIAL
           END-IF.

       2000-WORK-DECISIONS SECTION.
       2100-READ-DECISION.
           READ SPLIT-DECISION-FILE
               AT END
                   SET SPD-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISIONS-READ
                   PERFORM 2200-APPLY-ONE-SPLIT
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-APPLY-ONE-SPLIT.
      * Every check runs before anything opens or moves, so a
      * rejected decision leaves both files exactly as they were
           SET SPLIT-IS-WORKABLE TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-ISSUED-CUST-ID
           MOVE ZERO TO WS-MOVE-AMOUNT
           MOVE 'N' TO WS-PLAN-MOVED-FLAG
           MOVE 'N' TO WS-SANCTIONS-FLAG
           PERFORM 2210-CHECK-OPERATOR-ROLE
           IF SPLIT-IS-WORKABLE
               PERFORM 2230-CHECK-SOURCE
           END-IF
           IF SPLIT-IS-WORKABLE
               PERFORM 2240-CHECK-ONE-INVOICE
                   VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > SPD-INVOICE-COUNT
                       OR SPLIT-IS-REJECTED
           END-IF
           IF SPLIT-IS-WORKABLE
                   AND WS-MOVE-AMOUNT > SCUST-BALANCE
               SET SPLIT-IS-REJECTED TO TRUE
               MOVE 'INVOICES EXCEED THE SOURCE BALANCE'
                   TO WS-REJECT-REASON
           END-IF
           IF SPLIT-IS-WORKABLE AND SPD-MOVE-PLAN
               PERFORM 2250-CHECK-PLAN
           END-IF
           IF SPLIT-IS-WORKABLE
               PERFORM 2300-OPEN-NEW-ACCOUNT
           END-IF
           IF SPLIT-IS-WORKABLE
               PERFORM 2400-MOVE-ONE-INVOICE
                   VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > SPD-INVOICE-COUNT
               PERFORM 2500-SPLIT-SUBLEDGER
               PERFORM 2600-MOVE-BALANCE
               IF SPD-MOVE-PLAN
                   PERFORM 2650-MOVE-PAYMENT-PLAN
               END-IF
               PERFORM 2700-COPY-BALANCE-HISTORY
               PERFORM 2800-WRITE-XREF-ROWS
               PERFORM 2820-REMEMBER-PAIR
               ADD 1 TO WS-SPLITS-APPLIED
               ADD WS-MOVE-AMOUNT TO WS-BALANCE-MOVED
               IF SANCTIONS-HELD
                   ADD 1 TO WS-SPLITS-HELD
               END-IF
           ELSE
               ADD 1 TO WS-SPLITS-REJECTED
               DISPLAY 'SPLIT REJECTED - SOURCE '
                   SPD-SOURCE-CUST-ID ': ' WS-REJECT-REASON
           END-IF
           PERFORM 2850-WRITE-REPORT-LINE.

       2210-CHECK-OPERATOR-ROLE.
      * Opening an account is a status-tier action, as it is in
      * ONBOARD - the decision's operator must hold that role
           MOVE 'N' TO WS-ROLE-OK-FLAG
           OPEN INPUT OPERATOR-ROLE-FILE
           IF OPRL-FILE-OK
               PERFORM 2220-MATCH-OPERATOR-ROLE
                   UNTIL OPRL-FILE-AT-END OR OPERATOR-AUTHORIZED
               CLOSE OPERATOR-ROLE-FILE
           END-IF
           IF NOT OPERATOR-AUTHORIZED
               SET SPLIT-IS-REJECTED TO TRUE
               MOVE 'OPERATOR LACKS THE STATUS-CHANGE ROLE'
                   TO WS-REJECT-REASON
           END-IF.

       2220-MATCH-OPERATOR-ROLE.
           READ OPERATOR-ROLE-FILE
               AT END
                   SET OPRL-FILE-AT-END TO TRUE
               NOT AT END
                   IF OPRL-OPERATOR-ID = SPD-OPERATOR-ID
                           AND (OPRL-ROLE-CODE = 'S'
                               OR OPRL-ROLE-CODE = 'B')
                       SET OPERATOR-AUTHORIZED TO TRUE
                   END-IF
           END-READ.

       2230-CHECK-SOURCE.
           IF SPD-INVOICE-COUNT = ZERO OR SPD-INVOICE-COUNT > 20
               SET SPLIT-IS-REJECTED TO TRUE
               MOVE 'NAME BETWEEN 1 AND 20 INVOICES TO MOVE'
                   TO WS-REJECT-REASON
           ELSE
               MOVE SPD-SOURCE-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       SET SPLIT-IS-REJECTED TO TRUE
                       MOVE 'SOURCE ACCOUNT NOT FOUND'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO SOURCE-CUSTOMER-RECORD
                       IF NOT ACTIVE-CUSTOMER OF CUSTOMER-RECORD
                           SET SPLIT-IS-REJECTED TO TRUE
                           MOVE 'SOURCE ACCOUNT IS NOT ACTIVE'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       2240-CHECK-ONE-INVOICE.
           MOVE SPD-SOURCE-CUST-ID TO INV-CUST-ID
           MOVE SPD-INVOICE-NO (WS-INV-SUB) TO INV-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   SET SPLIT-IS-REJECTED TO TRUE
                   MOVE 'NAMED INVOICE NOT ON THE SOURCE ACCOUNT'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF INV-OPEN AND INV-OPEN-AMOUNT > ZERO
                       ADD INV-OPEN-AMOUNT TO WS-MOVE-AMOUNT
                   ELSE
                       SET SPLIT-IS-REJECTED TO TRUE
                       MOVE 'NAMED INVOICE IS NOT OPEN'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

       2250-CHECK-PLAN.
           MOVE SPD-SOURCE-CUST-ID TO PLN-CUST-ID
           READ PAYMENT-PLAN-FILE
               INVALID KEY
                   SET SPLIT-IS-REJECTED TO TRUE
                   MOVE 'PLAN MOVE ASKED FOR - NO PLAN ON FILE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT PLN-ACTIVE-PLAN
                       SET SPLIT-IS-REJECTED TO TRUE
                       MOVE 'PLAN MOVE ASKED FOR - PLAN NOT ACTIVE'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

       2300-OPEN-NEW-ACCOUNT.
      * The onboarding path: validate, screen, issue, write, trail.
      * The new account bills in the source's currency - the money
      * moving onto it is denominated there
           MOVE SPD-NEW-NAME TO WS-REQ-NAME
           MOVE SPD-NEW-ADDRESS-LINE-1 TO WS-REQ-ADDR-1
           MOVE SPD-NEW-ADDRESS-LINE-2 TO WS-REQ-ADDR-2
           MOVE SPD-NEW-CITY TO WS-REQ-CITY
           MOVE SPD-NEW-STATE TO WS-REQ-STATE
           MOVE SPD-NEW-ZIP-CODE TO WS-REQ-ZIP
           MOVE SPD-NEW-PHONE TO WS-REQ-PHONE
           MOVE SPD-NEW-EMAIL TO WS-REQ-EMAIL
           MOVE SCUST-CURRENCY-CODE TO WS-REQ-CURRENCY
           MOVE SPD-NEW-COUNTRY-CODE TO WS-REQ-COUNTRY
           PERFORM 2310-VALIDATE-REQUEST
           IF SPLIT-IS-WORKABLE
               PERFORM 2320-SCREEN-DUPLICATE-NAME
               IF NAME-ALREADY-ON-FILE
                   SET SPLIT-IS-REJECTED TO TRUE
                   MOVE 'NEW NAME ALREADY ON FILE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF SPLIT-IS-WORKABLE
               PERFORM 2330-CONFIRM-LIST-READY
           END-IF
           IF SPLIT-IS-WORKABLE
               PERFORM 2340-ISSUE-CUST-ID
               PERFORM 2350-WRITE-NEW-ACCOUNT
           END-IF.

       2310-VALIDATE-REQUEST.
      * The same field and address rules ONBOARD enforces
           EVALUATE TRUE
               WHEN WS-REQ-NAME = SPACES
                   SET SPLIT-IS-REJECTED TO TRUE
                   MOVE 'NEW CUSTOMER NAME IS REQUIRED'
                       TO WS-REJECT-REASON
               WHEN WS-REQ-ADDR-1 = SPACES
                   SET SPLIT-IS-REJECTED TO TRUE
                   MOVE 'ADDRESS LINE 1 IS REQUIRED'
                       TO WS-REJECT-REASON
               WHEN WS-REQ-CITY = SPACES
                   SET SPLIT-IS-REJECTED TO TRUE
                   MOVE 'CITY IS REQUIRED' TO WS-REJECT-REASON
               WHEN WS-REQ-STATE = SPACES
                   SET SPLIT-IS-REJECTED TO TRUE
                   MOVE 'STATE IS REQUIRED' TO WS-REJECT-REASON
               WHEN WS-REQ-STATE NOT ALPHABETIC
                   SET SPLIT-IS-REJECTED TO TRUE
                   MOVE 'STATE MUST BE TWO LETTERS'
                       TO WS-REJECT-REASON
               WHEN WS-REQ-ZIP (1:5) NOT NUMERIC
                   SET SPLIT-IS-REJECTED TO TRUE
                   MOVE 'ZIP MUST BEGIN WITH FIVE DIGITS'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       2320-SCREEN-DUPLICATE-NAME.
           MOVE 'N' TO WS-DUP-FLAG
           MOVE 'N' TO WS-NAME-WALK-FLAG
           MOVE WS-REQ-NAME TO CUST-NAME
           START CUSTOMER-FILE KEY IS EQUAL TO CUST-NAME
               INVALID KEY
                   SET NAME-WALK-DONE TO TRUE
           END-START
           PERFORM 2325-READ-NAME-CANDIDATE
               UNTIL NAME-WALK-DONE.

       2325-READ-NAME-CANDIDATE.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET NAME-WALK-DONE TO TRUE
               NOT AT END
                   IF CUST-NAME = WS-REQ-NAME
                       SET NAME-ALREADY-ON-FILE TO TRUE
                   END-IF
                   SET NAME-WALK-DONE TO TRUE
           END-READ.

       2330-CONFIRM-LIST-READY.
           MOVE 'READY' TO WS-SNS-FUNCTION
           CALL 'SAMPLE-PROGRAM-SANCSCRN' USING WS-SANCSCRN-PARM-AREA
           IF WS-SNS-RETURN-CODE NOT = ZERO
               SET SPLIT-IS-REJECTED TO TRUE
               MOVE 'SANCTIONS LIST UNAVAILABLE - NOT SPLIT'
                   TO WS-REJECT-REASON
           END-IF.

       2340-ISSUE-CUST-ID.
      * Serial from the counter, Luhn-weighted check digit as the
      * low-order position, exactly as ONBOARD issues them
           MOVE WS-NEXT-SERIAL TO WS-DS-WORK
           MOVE ZERO TO WS-DS-SUM
           PERFORM 2345-SUM-ONE-DIGIT
               VARYING WS-DS-LOOP FROM 1 BY 1
               UNTIL WS-DS-LOOP > 8
           COMPUTE WS-CHECK-DIGIT = FUNCTION REM (WS-DS-SUM, 10)
           COMPUTE WS-ISSUED-CUST-ID =
               WS-NEXT-SERIAL * 10 + WS-CHECK-DIGIT
           ADD 1 TO WS-NEXT-SERIAL.

       2345-SUM-ONE-DIGIT.
           COMPUTE WS-DS-DIGIT = FUNCTION REM (WS-DS-WORK, 10)
           IF FUNCTION REM (WS-DS-LOOP, 2) = ZERO
               COMPUTE WS-DS-DIGIT = WS-DS-DIGIT * 2
               IF WS-DS-DIGIT > 9
                   SUBTRACT 9 FROM WS-DS-DIGIT
               END-IF
           END-IF
           ADD WS-DS-DIGIT TO WS-DS-SUM
           COMPUTE WS-DS-WORK = WS-DS-WORK / 10.

       2350-WRITE-NEW-ACCOUNT.
      * Opened at zero - the balance arrives with the invoices, as
      * its own journaled rewrite
           MOVE WS-ISSUED-CUST-ID TO CUST-ID
           MOVE WS-REQ-NAME TO CUST-NAME
           MOVE ZERO TO CUST-BALANCE
           SET ACTIVE-CUSTOMER OF CUSTOMER-RECORD TO TRUE
           MOVE ZERO TO CUST-DAYS-PAST-DUE
           MOVE WS-REQ-CURRENCY TO CUST-CURRENCY-CODE
           MOVE STD-CURRENT-DATE TO CUST-OPEN-DATE
           MOVE ZERO TO CUST-PARENT-ID
           MOVE WS-REQ-ADDR-1 TO CUST-ADDRESS-LINE-1
           MOVE WS-REQ-ADDR-2 TO CUST-ADDRESS-LINE-2
           MOVE WS-REQ-CITY TO CUST-CITY
           MOVE WS-REQ-STATE TO CUST-STATE
           MOVE WS-REQ-ZIP TO CUST-ZIP-CODE
           MOVE WS-REQ-PHONE TO CUST-PHONE
           MOVE WS-REQ-EMAIL TO CUST-EMAIL
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   SET SPLIT-IS-REJECTED TO TRUE
                   MOVE 'ISSUED CUST-ID COLLIDED - RETRY'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRNL-BEFORE-AREA
                   MOVE 'WRITE' TO WS-JRNL-ACTION
                   PERFORM 2900-WRITE-JOURNAL-IMAGES
                   PERFORM 2355-SEED-STATUS-HISTORY
                   PERFORM 2360-QUEUE-WELCOME-LETTER
                   PERFORM 2365-SCREEN-SANCTIONS
           END-WRITE.

       2355-SEED-STATUS-HISTORY.
           MOVE CUST-ID TO STH-CUST-ID
           MOVE CUST-STATUS TO STH-LAST-STATUS
           MOVE STD-CURRENT-DATE TO STH-LAST-STATUS-DATE
           WRITE STATUS-HISTORY-RECORD
               INVALID KEY
                   REWRITE STATUS-HISTORY-RECORD
           END-WRITE.

       2360-QUEUE-WELCOME-LETTER.
           MOVE CUST-ID TO CORR-CUST-ID
           MOVE 'WELCOME' TO CORR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO CORR-SENT-DATE
           MOVE STD-CURRENT-TIME TO CORR-SENT-TIME
           MOVE SPACES TO CORR-DELIVERY-ADDRESS
           STRING CUST-ADDRESS-LINE-1 DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-CITY DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-STATE DELIMITED BY SIZE
               INTO CORR-DELIVERY-ADDRESS
           MOVE ZERO TO CORR-DAYS-PAST-DUE
           MOVE ZERO TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE ZERO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       2365-SCREEN-SANCTIONS.
      * A potential match still splits - the debt has to land
      * somewhere - but the new account sits frozen under the
      * compliance hold until compliance decides
           MOVE 'SCREEN' TO WS-SNS-FUNCTION
           MOVE CUST-ID TO WS-SNS-CUST-ID
           MOVE WS-REQ-NAME TO WS-SNS-NAME
           MOVE WS-REQ-COUNTRY TO WS-SNS-COUNTRY
           MOVE 'ACCTSPLT' TO WS-SNS-SOURCE
           CALL 'SAMPLE-PROGRAM-SANCSCRN' USING WS-SANCSCRN-PARM-AREA
           IF WS-SNS-RETURN-CODE = 4
               SET SANCTIONS-HELD TO TRUE
           END-IF
           IF WS-SNS-RETURN-CODE > 4
               DISPLAY 'SANCTIONS SCREENING FAILED FOR CUST-ID '
                   CUST-ID ' - ' WS-SNS-MESSAGE
           END-IF.

       2400-MOVE-ONE-INVOICE.
      * Same invoice number under the new CUST-ID, everything else
      * as it stood; the original stays behind zeroed and marked
           MOVE SPD-SOURCE-CUST-ID TO INV-CUST-ID
           MOVE SPD-INVOICE-NO (WS-INV-SUB) TO INV-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY 'INVOICE VANISHED MID-SPLIT: '
                       SPD-SOURCE-CUST-ID '/'
                       SPD-INVOICE-NO (WS-INV-SUB)
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   MOVE WS-ISSUED-CUST-ID TO INV-CUST-ID
                   WRITE INVOICE-RECORD
                       INVALID KEY
                           DISPLAY 'INVOICE WRITE FAILED: '
                               INV-CUST-ID '/' INV-INVOICE-NO
                               ' STATUS=' WS-INV-FILE-STATUS
                           SET ERROR-OCCURRED TO TRUE
                       NOT INVALID KEY
                           PERFORM 2410-RETIRE-SOURCE-INVOICE
                   END-WRITE
           END-READ.

       2410-RETIRE-SOURCE-INVOICE.
           MOVE SPD-SOURCE-CUST-ID TO INV-CUST-ID
           READ INVOICE-FILE
               INVALID KEY
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   SET INV-TRANSFERRED TO TRUE
                   MOVE ZERO TO INV-OPEN-AMOUNT
                   MOVE STD-CURRENT-DATE TO INV-PAID-DATE
                   REWRITE INVOICE-RECORD
                       INVALID KEY
                           SET ERROR-OCCURRED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-INVOICES-MOVED
                   END-REWRITE
           END-READ.

       2500-SPLIT-SUBLEDGER.
      * Reconcile the source first (principal is the plug), then
      * take fees and interest in the proportion the moved
      * invoices bear to the balance, principal as the remainder
           MOVE SPD-SOURCE-CUST-ID TO SBL-CUST-ID
           READ SUBLEDGER-FILE
               INVALID KEY
                   MOVE SCUST-BALANCE TO WS-SRC-PRINCIPAL
                   MOVE ZERO TO WS-SRC-FEE
                   MOVE ZERO TO WS-SRC-INTEREST
               NOT INVALID KEY
                   MOVE SBL-FEE TO WS-SRC-FEE
                   MOVE SBL-INTEREST TO WS-SRC-INTEREST
                   COMPUTE WS-SRC-PRINCIPAL = SCUST-BALANCE
                       - SBL-FEE - SBL-INTEREST
           END-READ
           MOVE ZERO TO WS-MOVE-FEE
           MOVE ZERO TO WS-MOVE-INTEREST
           IF SCUST-BALANCE > ZERO
               COMPUTE WS-MOVE-FEE ROUNDED =
                   WS-SRC-FEE * WS-MOVE-AMOUNT / SCUST-BALANCE
               COMPUTE WS-MOVE-INTEREST ROUNDED =
                   WS-SRC-INTEREST * WS-MOVE-AMOUNT / SCUST-BALANCE
           END-IF
           COMPUTE WS-MOVE-PRINCIPAL = WS-MOVE-AMOUNT
               - WS-MOVE-FEE - WS-MOVE-INTEREST

           MOVE SPD-SOURCE-CUST-ID TO SBL-CUST-ID
           COMPUTE SBL-PRINCIPAL = WS-SRC-PRINCIPAL
               - WS-MOVE-PRINCIPAL
           COMPUTE SBL-FEE = WS-SRC-FEE - WS-MOVE-FEE
           COMPUTE SBL-INTEREST = WS-SRC-INTEREST - WS-MOVE-INTEREST
           MOVE STD-CURRENT-DATE TO SBL-LAST-UPDATE-DATE
           WRITE SUBLEDGER-RECORD
               INVALID KEY
                   REWRITE SUBLEDGER-RECORD
           END-WRITE

           MOVE WS-ISSUED-CUST-ID TO SBL-CUST-ID
           MOVE WS-MOVE-PRINCIPAL TO SBL-PRINCIPAL
           MOVE WS-MOVE-FEE TO SBL-FEE
           MOVE WS-MOVE-INTEREST TO SBL-INTEREST
           MOVE STD-CURRENT-DATE TO SBL-LAST-UPDATE-DATE
           WRITE SUBLEDGER-RECORD
               INVALID KEY
                   REWRITE SUBLEDGER-RECORD
           END-WRITE.

       2600-MOVE-BALANCE.
      * Source side first - the balance comes off, then lands on
      * the new account along with the source's days past due,
      * since the invoices carry their age with them
           MOVE SPD-SOURCE-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'SOURCE VANISHED MID-SPLIT: '
                       SPD-SOURCE-CUST-ID
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE-AREA
                   MOVE CUST-BALANCE TO WS-OLD-BALANCE
                   SUBTRACT WS-MOVE-AMOUNT FROM CUST-BALANCE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY 'SOURCE REWRITE FAILED: ' CUST-ID
                               ' STATUS=' WS-FILE-STATUS
                           SET ERROR-OCCURRED TO TRUE
                       NOT INVALID KEY
                           MOVE 'SPLIT-OUT' TO MAUD-TRANS-TYPE
                           PERFORM 2630-AUDIT-AND-JOURNAL
                   END-REWRITE
           END-READ

           MOVE WS-ISSUED-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'NEW ACCOUNT VANISHED MID-SPLIT: '
                       WS-ISSUED-CUST-ID
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE-AREA
                   MOVE CUST-BALANCE TO WS-OLD-BALANCE
                   ADD WS-MOVE-AMOUNT TO CUST-BALANCE
                   MOVE SCUST-DAYS-PAST-DUE TO CUST-DAYS-PAST-DUE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY 'NEW ACCOUNT REWRITE FAILED: '
                               CUST-ID ' STATUS=' WS-FILE-STATUS
                           SET ERROR-OCCURRED TO TRUE
                       NOT INVALID KEY
                           MOVE 'SPLIT-IN' TO MAUD-TRANS-TYPE
                           PERFORM 2630-AUDIT-AND-JOURNAL
                   END-REWRITE
           END-READ.

       2630-AUDIT-AND-JOURNAL.
      * Caller stages MAUD-TRANS-TYPE and the before image
           MOVE CUST-ID TO MAUD-CUST-ID
           MOVE SPACES TO MAUD-OLD-STATUS
           MOVE SPACES TO MAUD-NEW-STATUS
           MOVE SPD-REASON-CODE TO MAUD-REASON-CODE
           MOVE SPD-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE WS-OLD-BALANCE TO MAUD-OLD-BALANCE
           MOVE CUST-BALANCE TO MAUD-NEW-BALANCE
           ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT MAUD-CHANGE-TIME FROM TIME
           WRITE MAINTENANCE-AUDIT-RECORD
           MOVE 'REWRITE' TO WS-JRNL-ACTION
           PERFORM 2900-WRITE-JOURNAL-IMAGES.

       2650-MOVE-PAYMENT-PLAN.
      * The plan follows the debt: rekeyed to the new account and
      * removed from the source, schedule and progress unchanged
           MOVE SPD-SOURCE-CUST-ID TO PLN-CUST-ID
           READ PAYMENT-PLAN-FILE
               INVALID KEY
                   DISPLAY 'PLAN VANISHED MID-SPLIT: '
                       SPD-SOURCE-CUST-ID
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   MOVE PAYMENT-PLAN-RECORD TO WS-PLAN-HOLD
                   DELETE PAYMENT-PLAN-FILE RECORD
                       INVALID KEY
                           SET ERROR-OCCURRED TO TRUE
                       NOT INVALID KEY
                           MOVE WS-PLAN-HOLD TO PAYMENT-PLAN-RECORD
                           MOVE WS-ISSUED-CUST-ID TO PLN-CUST-ID
                           WRITE PAYMENT-PLAN-RECORD
                               INVALID KEY
                                   DISPLAY 'PLAN WRITE FAILED: '
                                       PLN-CUST-ID
                                   SET ERROR-OCCURRED TO TRUE
                               NOT INVALID KEY
                                   SET PLAN-WAS-MOVED TO TRUE
                                   ADD 1 TO WS-PLANS-MOVED
                           END-WRITE
                   END-DELETE
           END-READ.

       2700-COPY-BALANCE-HISTORY.
      * Gather the source's closed periods, then write each under
      * the new CUST-ID - the source keeps its own history
           MOVE ZERO TO WS-BHST-COUNT
           MOVE 'N' TO WS-BHST-DONE-FLAG
           MOVE SPD-SOURCE-CUST-ID TO BHST-CUST-ID
           MOVE ZERO TO BHST-PERIOD-ID
           START BALANCE-HISTORY-FILE
               KEY IS NOT LESS THAN BHST-KEY
               INVALID KEY
                   SET HISTORY-WALK-DONE TO TRUE
           END-START
           PERFORM 2710-READ-HISTORY-ROW
               UNTIL HISTORY-WALK-DONE
           PERFORM 2720-WRITE-HISTORY-COPY
               VARYING WS-BHST-SUB FROM 1 BY 1
               UNTIL WS-BHST-SUB > WS-BHST-COUNT.

       2710-READ-HISTORY-ROW.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-WALK-DONE TO TRUE
               NOT AT END
                   IF BHST-CUST-ID NOT = SPD-SOURCE-CUST-ID
                           OR WS-BHST-COUNT >= WS-BHST-MAX
                       SET HISTORY-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-BHST-COUNT
                       MOVE BHST-PERIOD-ID
                           TO WS-BHT-PERIOD-ID (WS-BHST-COUNT)
                       MOVE BHST-MONTH-END-BALANCE
                           TO WS-BHT-BALANCE (WS-BHST-COUNT)
                       MOVE BHST-DAYS-PAST-DUE
                           TO WS-BHT-DAYS (WS-BHST-COUNT)
                       MOVE BHST-RESTATED-FLAG
                           TO WS-BHT-RESTATED (WS-BHST-COUNT)
                       MOVE BHST-RESTATED-DATE
                           TO WS-BHT-RESTATED-DATE (WS-BHST-COUNT)
                       MOVE BHST-ORIGINAL-BALANCE
                           TO WS-BHT-ORIGINAL (WS-BHST-COUNT)
                   END-IF
           END-READ.

       2720-WRITE-HISTORY-COPY.
           MOVE WS-ISSUED-CUST-ID TO BHST-CUST-ID
           MOVE WS-BHT-PERIOD-ID (WS-BHST-SUB) TO BHST-PERIOD-ID
           MOVE WS-BHT-BALANCE (WS-BHST-SUB)
               TO BHST-MONTH-END-BALANCE
           MOVE WS-BHT-DAYS (WS-BHST-SUB) TO BHST-DAYS-PAST-DUE
           MOVE WS-BHT-RESTATED (WS-BHST-SUB) TO BHST-RESTATED-FLAG
           MOVE WS-BHT-RESTATED-DATE (WS-BHST-SUB)
               TO BHST-RESTATED-DATE
           MOVE WS-BHT-ORIGINAL (WS-BHST-SUB)
               TO BHST-ORIGINAL-BALANCE
           WRITE BALANCE-HISTORY-RECORD
               INVALID KEY
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-HISTORY-COPIED
           END-WRITE.

       2800-WRITE-XREF-ROWS.
      * One row from each side, so either account finds the other
           MOVE SPD-SOURCE-CUST-ID TO SPX-CUST-ID
           MOVE WS-ISSUED-CUST-ID TO SPX-RELATED-CUST-ID
           SET SPX-SPLIT-TO TO TRUE
           PERFORM 2810-WRITE-ONE-XREF
           MOVE WS-ISSUED-CUST-ID TO SPX-CUST-ID
           MOVE SPD-SOURCE-CUST-ID TO SPX-RELATED-CUST-ID
           SET SPX-SPLIT-FROM TO TRUE
           PERFORM 2810-WRITE-ONE-XREF.

       2810-WRITE-ONE-XREF.
           MOVE STD-CURRENT-DATE TO SPX-SPLIT-DATE
           MOVE SPD-REASON-CODE TO SPX-REASON-CODE
           MOVE SPD-OPERATOR-ID TO SPX-OPERATOR-ID
           MOVE WS-MOVE-AMOUNT TO SPX-BALANCE-MOVED
           MOVE SPD-INVOICE-COUNT TO SPX-INVOICES-MOVED
           MOVE WS-PLAN-MOVED-FLAG TO SPX-PLAN-MOVED-FLAG
           WRITE SPLIT-XREF-RECORD
               INVALID KEY
                   DISPLAY 'SPLIT XREF WRITE FAILED: ' SPX-CUST-ID
                       '/' SPX-RELATED-CUST-ID
                   SET ERROR-OCCURRED TO TRUE
           END-WRITE.

       2820-REMEMBER-PAIR.
           IF WS-PAIR-COUNT < WS-PAIR-MAX
               ADD 1 TO WS-PAIR-COUNT
               MOVE SPD-SOURCE-CUST-ID
                   TO WS-PAIR-SOURCE-ID (WS-PAIR-COUNT)
               MOVE WS-ISSUED-CUST-ID
                   TO WS-PAIR-NEW-ID (WS-PAIR-COUNT)
           ELSE
               DISPLAY 'SPLIT TABLE FULL - CORRESPONDENCE NOT '
                   'CARRIED FOR ' WS-ISSUED-CUST-ID
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       2850-WRITE-REPORT-LINE.
           MOVE WS-MOVE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO SPLIT-REPORT-LINE
           IF SPLIT-IS-WORKABLE
               STRING SPD-SOURCE-CUST-ID ' '
                   WS-ISSUED-CUST-ID ' '
                   SPD-INVOICE-COUNT ' '
                   WS-AMOUNT-EDIT ' '
                   WS-PLAN-MOVED-FLAG '    '
                   'SPLIT ' SPD-REASON-CODE DELIMITED BY SIZE
                   INTO SPLIT-REPORT-LINE
               IF SANCTIONS-HELD
                   MOVE 'NEW ACCOUNT UNDER SANCTIONS HOLD'
                       TO SPLIT-REPORT-LINE (80:32)
               END-IF
           ELSE
               STRING SPD-SOURCE-CUST-ID ' '
                   '--------- '
                   SPD-INVOICE-COUNT ' '
                   '          - '
                   '-    '
                   'REJECTED ' WS-REJECT-REASON DELIMITED BY SIZE
                   INTO SPLIT-REPORT-LINE
           END-IF
           WRITE SPLIT-REPORT-LINE.

       2900-WRITE-JOURNAL-IMAGES.
      * Caller stages WS-JRNL-BEFORE-AREA and WS-JRNL-ACTION; the
      * record area itself is the after image
           MOVE 'SAMPLE-PROGRAM-ACCTSPLT' TO JRNL-PROGRAM-NAME
           MOVE SPD-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE WS-JRNL-ACTION TO JRNL-ACTION
           MOVE CUST-ID TO JRNL-CUST-ID
           ACCEPT JRNL-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT JRNL-JOURNAL-TIME FROM TIME
           MOVE WS-JRNL-BEFORE-AREA TO JRNL-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JRNL-AFTER-IMAGE
           MOVE 'NEXT' TO WS-JHS-FUNCTION
           MOVE JRNL-CUST-ID TO WS-JHS-CUST-ID
           MOVE JRNL-JOURNAL-DATE TO WS-JHS-DATE
           MOVE JRNL-JOURNAL-TIME TO WS-JHS-TIME
           MOVE JRNL-ACTION TO WS-JHS-ACTION
           MOVE JRNL-BEFORE-IMAGE TO WS-JHS-BEFORE-IMAGE
           MOVE JRNL-AFTER-IMAGE TO WS-JHS-AFTER-IMAGE
           CALL 'SAMPLE-PROGRAM-JRNLHASH' USING WS-JRNLHASH-PARM-AREA
           MOVE WS-JHS-HASH TO JRNL-CHAIN-HASH
           WRITE JOURNAL-RECORD.

       2950-CARRY-CORRESPONDENCE SECTION.
       2960-EXTRACT-SOURCE-ROWS.
      * The log is shut to appends, read once for every source
      * split tonight, and the copies staged in the work file; the
      * second pass appends them under the new CUST-IDs
           CLOSE CORRESPONDENCE-LOG-FILE
           IF WS-PAIR-COUNT > ZERO
               OPEN INPUT CORRESPONDENCE-LOG-FILE
               OPEN OUTPUT CORR-WORK-FILE
               IF CORR-FILE-OK AND CRW-FILE-OK
                   PERFORM 2965-READ-LOG-ROW
                       UNTIL CORR-FILE-AT-END
                   CLOSE CORRESPONDENCE-LOG-FILE
                   CLOSE CORR-WORK-FILE
                   PERFORM 2975-APPEND-CARRIED-ROWS
               ELSE
                   DISPLAY 'CORRESPONDENCE NOT CARRIED - LOG STATUS '
                       WS-CORR-FILE-STATUS ' WORK STATUS '
                       WS-CRW-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           END-IF

      * 2965-2980 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2965-READ-LOG-ROW.
           READ CORRESPONDENCE-LOG-FILE
               AT END
                   SET CORR-FILE-AT-END TO TRUE
               NOT AT END
                   PERFORM 2970-MATCH-ONE-PAIR
                       VARYING WS-PAIR-SUB FROM 1 BY 1
                       UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
           END-READ.

       2970-MATCH-ONE-PAIR.
           IF CORR-CUST-ID = WS-PAIR-SOURCE-ID (WS-PAIR-SUB)
               MOVE CORRESPONDENCE-LOG-RECORD TO CORR-WORK-RECORD
               MOVE WS-PAIR-NEW-ID (WS-PAIR-SUB) TO CRW-CUST-ID
               WRITE CORR-WORK-RECORD
           END-IF.

       2975-APPEND-CARRIED-ROWS.
           OPEN INPUT CORR-WORK-FILE
           OPEN EXTEND CORRESPONDENCE-LOG-FILE
           IF CRW-FILE-OK AND CORR-FILE-OK
               PERFORM 2980-APPEND-ONE-ROW
                   UNTIL CRW-FILE-AT-END
               CLOSE CORR-WORK-FILE
               CLOSE CORRESPONDENCE-LOG-FILE
           ELSE
               DISPLAY 'CORRESPONDENCE NOT CARRIED - LOG STATUS '
                   WS-CORR-FILE-STATUS ' WORK STATUS '
                   WS-CRW-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       2980-APPEND-ONE-ROW.
           READ CORR-WORK-FILE
               AT END
                   SET CRW-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE CORR-WORK-RECORD TO CORRESPONDENCE-LOG-RECORD
                   WRITE CORRESPONDENCE-LOG-RECORD
                   ADD 1 TO WS-CORR-COPIED
           END-READ.

       3000-FINALIZE SECTION.
       3050-SAVE-COUNTERS.
      * The serial counter persists so the next issue - here or in
      * ONBOARD - carries on where this run stopped
           OPEN OUTPUT ID-COUNTER-FILE
           IF IDC-FILE-OK
               MOVE WS-NEXT-SERIAL TO IDC-NEXT-SERIAL
               WRITE ID-COUNTER-RECORD
               CLOSE ID-COUNTER-FILE
           ELSE
               DISPLAY 'ERROR REWRITING ID COUNTER: '
                   WS-IDC-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       3100-CLOSE-FILES.
           MOVE SPACES TO SPLIT-REPORT-LINE
           STRING 'DECISIONS ' WS-DECISIONS-READ
               '  SPLIT ' WS-SPLITS-APPLIED
               '  REJECTED ' WS-SPLITS-REJECTED
               '  INVOICES MOVED ' WS-INVOICES-MOVED
               DELIMITED BY SIZE
               INTO SPLIT-REPORT-LINE
           WRITE SPLIT-REPORT-LINE
           CLOSE CUSTOMER-FILE
           CLOSE SPLIT-DECISION-FILE
           CLOSE INVOICE-FILE
           CLOSE SUBLEDGER-FILE
           CLOSE PAYMENT-PLAN-FILE
           CLOSE BALANCE-HISTORY-FILE
           CLOSE STATUS-HISTORY-FILE
           CLOSE SPLIT-XREF-FILE
           CLOSE MAINTENANCE-AUDIT-FILE
           CLOSE SPLIT-REPORT-FILE
           MOVE 'SAVE' TO WS-JHS-FUNCTION
           CALL 'SAMPLE-PROGRAM-JRNLHASH'
               USING WS-JRNLHASH-PARM-AREA
           CLOSE JOURNAL-FILE
      * Give CUSTDATA back - the reservation outlives us only if
      * we crash, and INSPECT/BREAK exist for exactly that
           MOVE 'RELEASE' TO WS-RSV-FUNCTION
           CALL 'SAMPLE-PROGRAM-RESERVE' USING WS-RESERVE-PARM-AREA.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Account Split Summary:'
           DISPLAY 'Decisions Read: ' WS-DECISIONS-READ
           DISPLAY 'Splits Applied: ' WS-SPLITS-APPLIED
           DISPLAY 'Splits Rejected: ' WS-SPLITS-REJECTED
           DISPLAY 'New Accounts Under Compliance Hold: '
               WS-SPLITS-HELD
           DISPLAY 'Invoices Moved: ' WS-INVOICES-MOVED
           DISPLAY 'Payment Plans Moved: ' WS-PLANS-MOVED
           DISPLAY 'Balance-History Rows Carried: ' WS-HISTORY-COPIED
           DISPLAY 'Correspondence Rows Carried: ' WS-CORR-COPIED
           DISPLAY 'Balance Moved To New Accounts: ' WS-BALANCE-MOVED.

       3999-EXIT.
           IF ERROR-OCCURRED OR WS-SPLITS-REJECTED > ZERO
               MOVE 4 TO LS-ASP-RETURN-CODE
               MOVE 'SPLIT RUN COMPLETED WITH REJECTS OR ERRORS'
                   TO LS-ASP-MESSAGE
           ELSE
               MOVE 0 TO LS-ASP-RETURN-CODE
               MOVE 'SPLIT RUN COMPLETE' TO LS-ASP-MESSAGE
           END-IF
           EXIT SECTION.
