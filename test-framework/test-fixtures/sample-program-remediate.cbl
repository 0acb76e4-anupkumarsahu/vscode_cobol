       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-REMEDIATE.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Customer remediation campaign engine. When a systemic error
      * is found - a wrong fee schedule, a bad rate table - every
      * affected customer is owed the money back with interest and a
      * letter saying so. Until now that was a spreadsheet and a
      * pile of hand-keyed adjustments; this job runs it from a
      * campaign definition on CUSTRMCD (REMEDIATION-CAMPAIGN-RECORD)
      * instead:
      *   1. Identify - every register the campaign names (accrual
      *      registers or posting registers, by dataset name) is
      *      read and the selection rule applied row by row; each
      *      selected row's refund and its simple interest to today
      *      are released to a sort by CUST-ID, and each customer's
      *      rows total to one remedy on the item file, CUSTRMIT.
      *   2. Pay (pay flag 'Y' only) - an open account's remedy is
      *      a credit adjustment under the campaign's own source
      *      code, written to CUSTRMTR for the posting engine. A
      *      closed account is paid by check: the request goes to
      *      CUSTRMCQ in the refund-extract layout for the check
      *      register, and the credit posts with an offsetting
      *      adjustment so the ledger sees the remediation expense
      *      but the closed account is not left holding a credit
      *      the refund run would pay out a second time. A closed
      *      account with no deliverable address is held - no check
      *      to a known-bad address - and stays outstanding.
      *   3. Letter - each paid customer's letter renders from the
      *      campaign's document type in the template library
      *      (CUSTTMPL) to CUSTRMLT and is logged to the shared
      *      correspondence history with its wording version, and
      *      filed line for line in the document archive
      *      (SAMPLE-PROGRAM-DOCARCH). No
      *      letter goes to a known-bad address; the item records
      *      it undeliverable.
      * An identify-only run (pay flag not 'Y') touches nothing but
      * the item file and the report, so the population and the
      * amounts can be reviewed before a penny moves. Rerunning a
      * campaign is safe: an item already paid is reported and left
      * alone, never paid twice. SAMPLE-PROGRAM-RMDSTAT follows the
      * checks through the register and reports campaign status.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Campaign definitions; the run's campaign is found by id
           SELECT CAMPAIGN-FILE ASSIGN TO "CUSTRMCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMC-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * The registers the campaign names, one at a time through the
      * dataset-name override
           SELECT ACCRUAL-REGISTER-FILE
               ASSIGN TO WS-REGISTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT POSTING-REGISTER-FILE
               ASSIGN TO WS-REGISTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

      * One item per customer per campaign - created on first use
           SELECT REMEDIATION-ITEM-FILE ASSIGN TO "CUSTRMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMI-KEY
               FILE STATUS IS WS-RMI-FILE-STATUS.

      * Known-bad addresses; optional
           SELECT MAIL-STATUS-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

      * Letter wording library; optional
           SELECT TEMPLATE-FILE ASSIGN TO "CUSTTMPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPL-KEY
               FILE STATUS IS WS-TPL-FILE-STATUS.

      * Remedy credits and offsets - posted on the next run through
      * LS-PST-TRAN-FILE-NAME
           SELECT REMEDY-TRAN-FILE ASSIGN TO "CUSTRMTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

      * Check requests for closed accounts - issued by the check
      * register on its next run
           SELECT CHECK-REQUEST-FILE ASSIGN TO "CUSTRMCQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFX-FILE-STATUS.

           SELECT REMEDY-LETTER-FILE ASSIGN TO "CUSTRMLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.

      * Shared outbound-correspondence log
           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO "CUSTCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

      * The run's customer-by-customer report
           SELECT REMEDY-REPORT-FILE ASSIGN TO "CUSTRMRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Read into working storage - the campaign governs the whole
      * run, long after the definition file is closed
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-FILE-RECORD    PIC X(414).

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

      * Same layout the accrual run writes
       FD  ACCRUAL-REGISTER-FILE.
       01  ACCRUAL-REPORT-RECORD.
           05  ACCR-CUST-ID            PIC 9(9).
           05  ACCR-CUST-NAME          PIC X(30).
           05  ACCR-DAYS-PAST-DUE      PIC 9(3).
           05  ACCR-RATE-PCT           PIC 9V9(4).
           05  ACCR-OLD-BALANCE        PIC S9(7)V99.
           05  ACCR-FEE-AMOUNT         PIC S9(7)V99.
           05  ACCR-NEW-BALANCE        PIC S9(7)V99.

      * Same layout the posting engine writes
       FD  POSTING-REGISTER-FILE.
       01  POSTING-REGISTER-RECORD.
           05  PREG-POST-DATE      PIC 9(8).
           05  PREG-POST-TIME      PIC 9(6).
           05  PREG-CUST-ID        PIC 9(9).
           05  PREG-TRANS-TYPE     PIC X.
           05  PREG-AMOUNT         PIC S9(7)V99.
           05  PREG-TRANS-DATE     PIC 9(8).
           05  PREG-SOURCE-CODE    PIC X(8).
           05  PREG-DISPOSITION    PIC X(8).
               88  PREG-POSTED     VALUE 'POSTED'.
           05  PREG-REJECT-REASON  PIC X(40).
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

      * One row per selected register row, its refund already worked
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-CUST-ID         PIC 9(9).
           05  SRT-ITEM-DATE       PIC 9(8).
           05  SRT-BASE-AMOUNT     PIC S9(7)V99.
           05  SRT-REFUND-AMOUNT   PIC S9(7)V99.
           05  SRT-INTEREST-AMOUNT PIC S9(7)V99.

       FD  REMEDIATION-ITEM-FILE.
           COPY REMEDIATION-ITEM-RECORD.

       FD  MAIL-STATUS-FILE.
           COPY MAIL-STATUS-RECORD.

       FD  TEMPLATE-FILE.
           COPY TEMPLATE-RECORD.

       FD  REMEDY-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

      * Same layout the refund extract writes
       FD  CHECK-REQUEST-FILE.
       01  REFUND-EXTRACT-RECORD.
           05  RFX-CUST-ID         PIC 9(9).
           05  RFX-PAYEE-NAME      PIC X(30).
           05  RFX-REFUND-AMOUNT   PIC S9(7)V99.
           05  RFX-ADDRESS-LINE-1  PIC X(30).
           05  RFX-ADDRESS-LINE-2  PIC X(30).
           05  RFX-CITY            PIC X(20).
           05  RFX-STATE           PIC X(2).
           05  RFX-ZIP-CODE        PIC X(10).
           05  RFX-REQUEST-DATE    PIC 9(8).

       FD  REMEDY-LETTER-FILE.
       01  REMEDY-LETTER-LINE      PIC X(80).

       FD  CORRESPONDENCE-LOG-FILE.
           COPY CORRESPONDENCE-LOG-RECORD.

       FD  REMEDY-REPORT-FILE.
       01  REMEDY-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       COPY REMEDIATION-CAMPAIGN-RECORD.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.
       01  WS-REGISTER-FILE-NAME   PIC X(40) VALUE SPACES.

       01  WS-RMC-FILE-STATUS      PIC XX.
           88  RMC-FILE-OK         VALUE '00'.
           88  RMC-FILE-AT-END     VALUE '10'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-REG-FILE-STATUS      PIC XX.
           88  REG-FILE-OK         VALUE '00'.
           88  REG-FILE-AT-END     VALUE '10'.

       01  WS-RMI-FILE-STATUS      PIC XX.
           88  RMI-FILE-OK         VALUE '00'.
           88  RMI-FILE-MISSING    VALUE '35'.

       01  WS-MST-FILE-STATUS      PIC XX.
           88  MST-FILE-OK         VALUE '00'.
           88  MST-FILE-MISSING    VALUE '35'.
       01  WS-MST-OPENED-FLAG      PIC X VALUE 'N'.
           88  MAIL-STATUS-WAS-OPENED VALUE 'Y'.

       01  WS-TPL-FILE-STATUS      PIC XX.
           88  TPL-FILE-OK         VALUE '00'.
           88  TPL-FILE-MISSING    VALUE '35'.
       01  WS-TPL-OPENED-FLAG      PIC X VALUE 'N'.
           88  TEMPLATE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-TPL-WALK-FLAG        PIC X VALUE 'N'.
           88  TEMPLATE-WALK-DONE  VALUE 'Y'.
       01  WS-TPL-FOUND-FLAG       PIC X VALUE 'N'.
           88  TEMPLATE-FOUND      VALUE 'Y'.
       01  WS-TPL-DOC-TYPE         PIC X(10) VALUE SPACES.
       01  WS-TPL-VERSION          PIC 9(3) VALUE ZERO.

       01  WS-TRN-FILE-STATUS      PIC XX.
           88  TRN-FILE-OK         VALUE '00'.

       01  WS-RFX-FILE-STATUS      PIC XX.
           88  RFX-FILE-OK         VALUE '00'.

       01  WS-LTR-FILE-STATUS      PIC XX.
           88  LTR-FILE-OK         VALUE '00'.

       01  WS-CORR-FILE-STATUS     PIC XX.
           88  CORR-FILE-OK        VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-CAMPAIGN-FOUND-FLAG PIC X VALUE 'N'.
               88  CAMPAIGN-FOUND  VALUE 'Y'.
           05  WS-CAMPAIGN-VALID-FLAG PIC X VALUE 'Y'.
               88  CAMPAIGN-IS-VALID VALUE 'Y'.
           05  WS-PAY-FLAG         PIC X VALUE 'N'.
               88  PAY-RUN         VALUE 'Y'.
           05  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
               88  SORT-AT-END     VALUE 'Y'.
           05  WS-GROUP-OPEN-FLAG  PIC X VALUE 'N'.
               88  GROUP-IS-OPEN   VALUE 'Y'.
           05  WS-ITEM-EXISTS-FLAG PIC X VALUE 'N'.
               88  ITEM-ALREADY-ON-FILE VALUE 'Y'.
           05  WS-UNDELIVERABLE-FLAG PIC X VALUE 'N'.
               88  ADDRESS-UNDELIVERABLE VALUE 'Y'.

       01  WS-REG-SUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-REGISTER-AS-OF-DATE  PIC 9(8) VALUE ZERO.

      * One selected row's figures on their way to the sort
       01  WS-ROW-AREA.
           05  WS-ROW-BASE-AMOUNT  PIC S9(7)V99 VALUE ZERO.
           05  WS-ROW-REFUND-AMOUNT PIC S9(7)V99 VALUE ZERO.
           05  WS-ROW-INTEREST-AMOUNT PIC S9(7)V99 VALUE ZERO.
           05  WS-ROW-ITEM-DATE    PIC 9(8) VALUE ZERO.

       01  WS-DATE-MATH.
           05  WS-TODAY-DATE-NUM   PIC 9(8).
           05  WS-TODAY-DAYS       PIC 9(8) COMP.
           05  WS-ITEM-DAYS        PIC 9(8) COMP.
           05  WS-INTEREST-DAYS    PIC S9(8) COMP.

      * One customer's rows as they come back off the sort
       01  WS-GROUP-AREA.
           05  WS-GROUP-CUST-ID    PIC 9(9) VALUE ZERO.
           05  WS-GROUP-ROWS       PIC 9(4) VALUE ZERO.
           05  WS-GROUP-BASE       PIC S9(7)V99 VALUE ZERO.
           05  WS-GROUP-REFUND     PIC S9(7)V99 VALUE ZERO.
           05  WS-GROUP-INTEREST   PIC S9(7)V99 VALUE ZERO.

       01  WS-TRAN-AMOUNT          PIC S9(7)V99 VALUE ZERO.
       01  WS-ACTION-TEXT          PIC X(40) VALUE SPACES.

      * Template rendering work areas - the same walk the dunning
      * run uses
       01  WS-RENDER-IN            PIC X(70) VALUE SPACES.
       01  WS-RENDER-OUT           PIC X(80) VALUE SPACES.
       01  WS-RND-IN-SUB           PIC 9(3) COMP VALUE ZERO.
       01  WS-RND-OUT-SUB          PIC 9(3) COMP VALUE ZERO.
       01  WS-RND-VALUE            PIC X(30) VALUE SPACES.
       01  WS-RND-VALUE-LEN        PIC 9(2) COMP VALUE ZERO.
       01  WS-RND-TRIM-SUB         PIC 9(2) COMP VALUE ZERO.
       01  WS-ID-DISPLAY           PIC 9(9) VALUE ZERO.

       01  WS-REMEDY-DISPLAY       PIC -(7)9.99.
       01  WS-REFUND-DISPLAY       PIC -(7)9.99.
       01  WS-INTEREST-DISPLAY     PIC -(7)9.99.
       01  WS-ROWS-DISPLAY         PIC ZZZ9.
       01  WS-TOTAL-DISPLAY        PIC ---,---,--9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       01  WS-COUNTERS.
           05  WS-REGISTERS-READ   PIC 9(2) VALUE ZERO.
           05  WS-REGISTERS-MISSING PIC 9(2) VALUE ZERO.
           05  WS-REGISTER-ROWS-READ PIC 9(8) VALUE ZERO.
           05  WS-ROWS-SELECTED    PIC 9(8) VALUE ZERO.
           05  WS-CUSTOMERS-IDENTIFIED PIC 9(6) VALUE ZERO.
           05  WS-ALREADY-REMEDIED PIC 9(6) VALUE ZERO.
           05  WS-CREDITS-POSTED   PIC 9(6) VALUE ZERO.
           05  WS-CHECKS-REQUESTED PIC 9(6) VALUE ZERO.
           05  WS-ITEMS-HELD       PIC 9(6) VALUE ZERO.
           05  WS-LETTERS-SENT     PIC 9(6) VALUE ZERO.
           05  WS-LETTERS-UNDELIVERABLE PIC 9(6) VALUE ZERO.
           05  WS-IDENTIFIED-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PAID-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.

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

       LINKAGE SECTION.
       01  LS-REMEDIATE-PARM-AREA.
           05  LS-RMD-RETURN-CODE  PIC S9(4) COMP.
           05  LS-RMD-MESSAGE      PIC X(50).
           05  LS-RMD-CUSTOMER-FILE-NAME PIC X(40).
           05  LS-RMD-CAMPAIGN-ID  PIC X(8).
      * 'Y' pays the remedies and sends the letters; anything else
      * identifies and reports only
           05  LS-RMD-PAY-FLAG     PIC X.

       PROCEDURE DIVISION USING LS-REMEDIATE-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-ID SRT-ITEM-DATE
               INPUT PROCEDURE IS 2000-SELECT-HARM
               OUTPUT PROCEDURE IS 3000-SETTLE-CUSTOMERS
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-RMD-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-RMD-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           IF LS-RMD-PAY-FLAG = 'Y'
               SET PAY-RUN TO TRUE
           END-IF

      * The campaign definition comes first - nothing else opens
      * for a campaign that is not defined or not sound
           OPEN INPUT CAMPAIGN-FILE
           IF NOT RMC-FILE-OK
               DISPLAY 'ERROR OPENING CAMPAIGN FILE: '
                   WS-RMC-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMD-RETURN-CODE
               MOVE 'CAMPAIGN FILE NOT OPENED' TO LS-RMD-MESSAGE
               GOBACK
           END-IF
           PERFORM 1300-FIND-CAMPAIGN
               UNTIL CAMPAIGN-FOUND OR RMC-FILE-AT-END
           CLOSE CAMPAIGN-FILE
           IF NOT CAMPAIGN-FOUND
               DISPLAY 'CAMPAIGN NOT DEFINED: ' LS-RMD-CAMPAIGN-ID
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMD-RETURN-CODE
               MOVE 'CAMPAIGN NOT DEFINED' TO LS-RMD-MESSAGE
               GOBACK
           END-IF
           PERFORM 1400-VALIDATE-CAMPAIGN
           IF NOT CAMPAIGN-IS-VALID
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMD-RETURN-CODE
               MOVE 'CAMPAIGN DEFINITION REJECTED' TO LS-RMD-MESSAGE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMD-RETURN-CODE
               GOBACK
           END-IF

      * Item file - created on first run like the other keyed side
      * files
           OPEN I-O REMEDIATION-ITEM-FILE
           IF RMI-FILE-MISSING
               OPEN OUTPUT REMEDIATION-ITEM-FILE
               CLOSE REMEDIATION-ITEM-FILE
               OPEN I-O REMEDIATION-ITEM-FILE
           END-IF
           IF NOT RMI-FILE-OK
               DISPLAY 'ERROR OPENING REMEDIATION ITEM FILE: '
                   WS-RMI-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMD-RETURN-CODE
               GOBACK
           END-IF

      * No mail-status file means no address is known to be bad
           OPEN INPUT MAIL-STATUS-FILE
           IF MST-FILE-OK
               SET MAIL-STATUS-WAS-OPENED TO TRUE
           ELSE
               IF NOT MST-FILE-MISSING
                   DISPLAY 'ERROR OPENING MAIL STATUS FILE: '
                       WS-MST-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RMD-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * No template library means every letter takes the compiled-
      * in wording
           OPEN INPUT TEMPLATE-FILE
           IF TPL-FILE-OK
               SET TEMPLATE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT TPL-FILE-MISSING
                   DISPLAY 'ERROR OPENING TEMPLATE FILE: '
                       WS-TPL-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RMD-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * The money and mail outputs open on a paying run only - an
      * identify run must not empty a pay run's hand-offs before
      * the posting engine and the check register have taken them
           IF PAY-RUN
               PERFORM 1500-OPEN-PAY-FILES
           END-IF

           OPEN OUTPUT REMEDY-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING REMEDIATION REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMD-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
           MOVE SPACES TO REMEDY-REPORT-LINE
           STRING 'REMEDIATION CAMPAIGN ' DELIMITED BY SIZE
               RMC-CAMPAIGN-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               RMC-DESCRIPTION DELIMITED BY SIZE
               '  RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO REMEDY-REPORT-LINE
           WRITE REMEDY-REPORT-LINE
           MOVE SPACES TO REMEDY-REPORT-LINE
           IF PAY-RUN
               MOVE 'IDENTIFY AND PAY' TO REMEDY-REPORT-LINE
           ELSE
               MOVE 'IDENTIFY ONLY - NOTHING PAID, NO LETTERS SENT'
                   TO REMEDY-REPORT-LINE
           END-IF
           WRITE REMEDY-REPORT-LINE
           MOVE SPACES TO REMEDY-REPORT-LINE
           WRITE REMEDY-REPORT-LINE
           MOVE SPACES TO REMEDY-REPORT-LINE
           STRING '  CUST-ID   ROWS      REFUND    INTEREST'
               DELIMITED BY SIZE
               '      REMEDY  ACTION' DELIMITED BY SIZE
               INTO REMEDY-REPORT-LINE
           WRITE REMEDY-REPORT-LINE

      * 1300 through 1500 already ran above via the explicit
      * PERFORM - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       1300-FIND-CAMPAIGN.
           READ CAMPAIGN-FILE INTO REMEDIATION-CAMPAIGN-RECORD
               AT END
                   SET RMC-FILE-AT-END TO TRUE
               NOT AT END
                   IF RMC-CAMPAIGN-ID = LS-RMD-CAMPAIGN-ID
                       SET CAMPAIGN-FOUND TO TRUE
                   END-IF
           END-READ.

       1400-VALIDATE-CAMPAIGN.
      * A definition that cannot be run as written is refused whole
      * rather than half-run
           EVALUATE TRUE
               WHEN RMC-SOURCE-CODE (1:3) NOT = 'RMD'
                   DISPLAY 'CAMPAIGN SOURCE CODE MUST BEGIN RMD: '
                       RMC-SOURCE-CODE
                   MOVE 'N' TO WS-CAMPAIGN-VALID-FLAG
               WHEN NOT RMC-ACCRUAL-REGISTER
                       AND NOT RMC-POSTING-REGISTER
                   DISPLAY 'CAMPAIGN REGISTER TYPE NOT A OR P: '
                       RMC-REGISTER-TYPE
                   MOVE 'N' TO WS-CAMPAIGN-VALID-FLAG
               WHEN RMC-REGISTER-COUNT < 1
                       OR RMC-REGISTER-COUNT > 6
                   DISPLAY 'CAMPAIGN NAMES NO REGISTERS'
                   MOVE 'N' TO WS-CAMPAIGN-VALID-FLAG
               WHEN NOT RMC-REFUND-FULL
                       AND NOT RMC-REFUND-PERCENT
                       AND NOT RMC-REFUND-RATE-CORRECTION
                   DISPLAY 'CAMPAIGN REFUND METHOD NOT F, P OR R: '
                       RMC-REFUND-METHOD
                   MOVE 'N' TO WS-CAMPAIGN-VALID-FLAG
               WHEN RMC-REFUND-RATE-CORRECTION
                       AND NOT RMC-ACCRUAL-REGISTER
                   DISPLAY 'RATE CORRECTION NEEDS THE ACCRUAL REGISTER'
                   MOVE 'N' TO WS-CAMPAIGN-VALID-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1500-OPEN-PAY-FILES.
           OPEN OUTPUT REMEDY-TRAN-FILE
           IF NOT TRN-FILE-OK
               DISPLAY 'ERROR OPENING REMEDY TRAN FILE: '
                   WS-TRN-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMD-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CHECK-REQUEST-FILE
           IF NOT RFX-FILE-OK
               DISPLAY 'ERROR OPENING CHECK REQUEST FILE: '
                   WS-RFX-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMD-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REMEDY-LETTER-FILE
           IF NOT LTR-FILE-OK
               DISPLAY 'ERROR OPENING REMEDY LETTER FILE: '
                   WS-LTR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMD-RETURN-CODE
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
               MOVE 8 TO LS-RMD-RETURN-CODE
               GOBACK
           END-IF.

       2000-SELECT-HARM SECTION.
       2010-SELECT-HARM-CONTROL.
           PERFORM 2100-READ-ONE-REGISTER
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > RMC-REGISTER-COUNT

      * 2100 and what it PERFORMs already ran above via the explicit
      * PERFORM - exit the section here instead of falling into them
      * a second time
           EXIT SECTION.

       2100-READ-ONE-REGISTER.
           MOVE RMC-REGISTER-NAME (WS-REG-SUB) TO WS-REGISTER-FILE-NAME
           MOVE RMC-REGISTER-AS-OF-DATE (WS-REG-SUB)
               TO WS-REGISTER-AS-OF-DATE
           IF RMC-ACCRUAL-REGISTER
               PERFORM 2200-SCAN-ACCRUAL-REGISTER
           ELSE
               PERFORM 2400-SCAN-POSTING-REGISTER
           END-IF.

       2200-SCAN-ACCRUAL-REGISTER.
      * A register that cannot be found leaves the population short
      * - the run carries on with the rest and ends RC 4 so nobody
      * takes a partial identification for a whole one
           OPEN INPUT ACCRUAL-REGISTER-FILE
           IF NOT REG-FILE-OK
               DISPLAY 'REGISTER NOT READ: ' WS-REGISTER-FILE-NAME
                   ' STATUS ' WS-REG-FILE-STATUS
               ADD 1 TO WS-REGISTERS-MISSING
           ELSE
               ADD 1 TO WS-REGISTERS-READ
               PERFORM 2210-READ-ACCRUAL-ROW
                   UNTIL REG-FILE-AT-END
               CLOSE ACCRUAL-REGISTER-FILE
           END-IF.

       2210-READ-ACCRUAL-ROW.
           READ ACCRUAL-REGISTER-FILE
               AT END
                   SET REG-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-ROWS-READ
                   PERFORM 2220-SELECT-ACCRUAL-ROW
           END-READ.

       2220-SELECT-ACCRUAL-ROW.
      * The fee charged is the harm; a rate correction refunds only
      * what the wrong rate charged over the right one on the same
      * fee base, which is the fee scaled by the two rates
           IF ACCR-FEE-AMOUNT > ZERO
                   AND (RMC-SEL-RATE-PCT = ZERO
                       OR ACCR-RATE-PCT = RMC-SEL-RATE-PCT)
                   AND ACCR-DAYS-PAST-DUE >= RMC-SEL-MIN-DAYS
                   AND (RMC-SEL-MAX-DAYS = ZERO
                       OR ACCR-DAYS-PAST-DUE <= RMC-SEL-MAX-DAYS)
               MOVE ACCR-FEE-AMOUNT TO WS-ROW-BASE-AMOUNT
               MOVE WS-REGISTER-AS-OF-DATE TO WS-ROW-ITEM-DATE
               IF RMC-REFUND-RATE-CORRECTION
                   IF ACCR-RATE-PCT > RMC-CORRECT-RATE-PCT
                       COMPUTE WS-ROW-REFUND-AMOUNT ROUNDED =
                           ACCR-FEE-AMOUNT
                           - (ACCR-FEE-AMOUNT * RMC-CORRECT-RATE-PCT
                               / ACCR-RATE-PCT)
                   ELSE
                       MOVE ZERO TO WS-ROW-REFUND-AMOUNT
                   END-IF
               ELSE
                   PERFORM 2300-CALCULATE-REFUND
               END-IF
               MOVE ACCR-CUST-ID TO SRT-CUST-ID
               PERFORM 2500-RELEASE-HARM-ROW
           END-IF.

       2300-CALCULATE-REFUND.
           IF RMC-REFUND-PERCENT
               COMPUTE WS-ROW-REFUND-AMOUNT ROUNDED =
                   WS-ROW-BASE-AMOUNT * RMC-REFUND-PCT / 100
           ELSE
               MOVE WS-ROW-BASE-AMOUNT TO WS-ROW-REFUND-AMOUNT
           END-IF.

       2400-SCAN-POSTING-REGISTER.
           OPEN INPUT POSTING-REGISTER-FILE
           IF NOT REG-FILE-OK
               DISPLAY 'REGISTER NOT READ: ' WS-REGISTER-FILE-NAME
                   ' STATUS ' WS-REG-FILE-STATUS
               ADD 1 TO WS-REGISTERS-MISSING
           ELSE
               ADD 1 TO WS-REGISTERS-READ
               PERFORM 2410-READ-POSTING-ROW
                   UNTIL REG-FILE-AT-END
               CLOSE POSTING-REGISTER-FILE
           END-IF.

       2410-READ-POSTING-ROW.
           READ POSTING-REGISTER-FILE
               AT END
                   SET REG-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-ROWS-READ
                   PERFORM 2420-SELECT-POSTING-ROW
           END-READ.

       2420-SELECT-POSTING-ROW.
      * Only what actually posted, and only money taken from the
      * customer - a remedy never turns on a credit row
           IF PREG-POSTED
                   AND PREG-AMOUNT > ZERO
                   AND (RMC-SEL-TRANS-TYPE = SPACE
                       OR PREG-TRANS-TYPE = RMC-SEL-TRANS-TYPE)
                   AND (RMC-SEL-SOURCE-CODE = SPACES
                       OR PREG-SOURCE-CODE = RMC-SEL-SOURCE-CODE)
                   AND (RMC-SEL-FROM-DATE = ZERO
                       OR PREG-TRANS-DATE >= RMC-SEL-FROM-DATE)
                   AND (RMC-SEL-TO-DATE = ZERO
                       OR PREG-TRANS-DATE <= RMC-SEL-TO-DATE)
               MOVE PREG-AMOUNT TO WS-ROW-BASE-AMOUNT
               MOVE PREG-TRANS-DATE TO WS-ROW-ITEM-DATE
               PERFORM 2300-CALCULATE-REFUND
               MOVE PREG-CUST-ID TO SRT-CUST-ID
               PERFORM 2500-RELEASE-HARM-ROW
           END-IF.

       2500-RELEASE-HARM-ROW.
      * Simple interest on the refund from the row's own date to
      * today, at the campaign's annual rate
           MOVE ZERO TO WS-ROW-INTEREST-AMOUNT
           IF WS-ROW-REFUND-AMOUNT > ZERO
               IF RMC-INTEREST-RATE-PCT > ZERO
                       AND WS-ROW-ITEM-DATE > ZERO
                   COMPUTE WS-ITEM-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-ROW-ITEM-DATE)
                   COMPUTE WS-INTEREST-DAYS =
                       WS-TODAY-DAYS - WS-ITEM-DAYS
                   IF WS-INTEREST-DAYS > ZERO
                       COMPUTE WS-ROW-INTEREST-AMOUNT ROUNDED =
                           WS-ROW-REFUND-AMOUNT
                           * RMC-INTEREST-RATE-PCT
                           * WS-INTEREST-DAYS / 36500
                   END-IF
               END-IF
               MOVE WS-ROW-ITEM-DATE TO SRT-ITEM-DATE
               MOVE WS-ROW-BASE-AMOUNT TO SRT-BASE-AMOUNT
               MOVE WS-ROW-REFUND-AMOUNT TO SRT-REFUND-AMOUNT
               MOVE WS-ROW-INTEREST-AMOUNT TO SRT-INTEREST-AMOUNT
               RELEASE SORT-RECORD
               ADD 1 TO WS-ROWS-SELECTED
           END-IF.

       3000-SETTLE-CUSTOMERS SECTION.
       3010-SETTLE-CONTROL.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM 3100-RETURN-HARM-ROW
               UNTIL SORT-AT-END
           IF GROUP-IS-OPEN
               PERFORM 3400-SETTLE-ONE-CUSTOMER
           END-IF
           PERFORM 3900-WRITE-REPORT-TOTALS

      * 3100 through 3900 already ran above via the explicit PERFORM
      * - exit the section here instead of falling into them a
      * second time
           EXIT SECTION.

       3100-RETURN-HARM-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-AT-END TO TRUE
               NOT AT END
                   IF GROUP-IS-OPEN
                       AND SRT-CUST-ID NOT = WS-GROUP-CUST-ID
                       PERFORM 3400-SETTLE-ONE-CUSTOMER
                   END-IF
                   IF NOT GROUP-IS-OPEN
                       PERFORM 3200-OPEN-GROUP
                   END-IF
                   PERFORM 3300-ACCUMULATE-ROW
           END-RETURN.

       3200-OPEN-GROUP.
           SET GROUP-IS-OPEN TO TRUE
           MOVE SRT-CUST-ID TO WS-GROUP-CUST-ID
           MOVE ZERO TO WS-GROUP-ROWS
           MOVE ZERO TO WS-GROUP-BASE
           MOVE ZERO TO WS-GROUP-REFUND
           MOVE ZERO TO WS-GROUP-INTEREST.

       3300-ACCUMULATE-ROW.
           ADD 1 TO WS-GROUP-ROWS
           ADD SRT-BASE-AMOUNT TO WS-GROUP-BASE
           ADD SRT-REFUND-AMOUNT TO WS-GROUP-REFUND
           ADD SRT-INTEREST-AMOUNT TO WS-GROUP-INTEREST.

       3400-SETTLE-ONE-CUSTOMER.
           MOVE 'N' TO WS-GROUP-OPEN-FLAG
           ADD 1 TO WS-CUSTOMERS-IDENTIFIED
           MOVE 'N' TO WS-ITEM-EXISTS-FLAG
           MOVE RMC-CAMPAIGN-ID TO RMI-CAMPAIGN-ID
           MOVE WS-GROUP-CUST-ID TO RMI-CUST-ID
           READ REMEDIATION-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-ALREADY-ON-FILE TO TRUE
           END-READ
           IF ITEM-ALREADY-ON-FILE AND RMI-REMEDY-RELEASED
      * Paid on an earlier run - reported, never paid again
               ADD 1 TO WS-ALREADY-REMEDIED
               MOVE 'ALREADY REMEDIED' TO WS-ACTION-TEXT
           ELSE
               PERFORM 3410-BUILD-ITEM
               IF PAY-RUN
                   PERFORM 3500-PAY-REMEDY
               ELSE
                   MOVE 'IDENTIFIED' TO WS-ACTION-TEXT
               END-IF
               IF ITEM-ALREADY-ON-FILE
                   REWRITE REMEDIATION-ITEM-RECORD
               ELSE
                   WRITE REMEDIATION-ITEM-RECORD
               END-IF
           END-IF
           ADD RMI-REMEDY-AMOUNT TO WS-IDENTIFIED-AMOUNT
           PERFORM 3450-WRITE-CUSTOMER-LINE.

       3410-BUILD-ITEM.
      * A new item starts identified; one found on an earlier run
      * and not yet paid takes tonight's figures, which carry the
      * interest forward to today
           IF NOT ITEM-ALREADY-ON-FILE
               MOVE STD-CURRENT-DATE TO RMI-IDENTIFIED-DATE
               SET RMI-IDENTIFIED TO TRUE
               MOVE ZERO TO RMI-PAID-DATE
               MOVE ZERO TO RMI-CHECK-NUMBER
               MOVE SPACES TO RMI-HOLD-REASON
               SET RMI-LETTER-NOT-SENT TO TRUE
               MOVE ZERO TO RMI-LETTER-DATE
               MOVE ZERO TO RMI-TEMPLATE-VERSION
           END-IF
           MOVE WS-GROUP-ROWS TO RMI-ITEM-COUNT
           MOVE WS-GROUP-BASE TO RMI-BASE-AMOUNT
           MOVE WS-GROUP-REFUND TO RMI-REFUND-AMOUNT
           MOVE WS-GROUP-INTEREST TO RMI-INTEREST-AMOUNT
           COMPUTE RMI-REMEDY-AMOUNT =
               WS-GROUP-REFUND + WS-GROUP-INTEREST.

       3450-WRITE-CUSTOMER-LINE.
           MOVE RMI-ITEM-COUNT TO WS-ROWS-DISPLAY
           MOVE RMI-REFUND-AMOUNT TO WS-REFUND-DISPLAY
           MOVE RMI-INTEREST-AMOUNT TO WS-INTEREST-DISPLAY
           MOVE RMI-REMEDY-AMOUNT TO WS-REMEDY-DISPLAY
           MOVE SPACES TO REMEDY-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               RMI-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ROWS-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REFUND-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-INTEREST-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REMEDY-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               INTO REMEDY-REPORT-LINE
           WRITE REMEDY-REPORT-LINE.

       3500-PAY-REMEDY.
      * Each attempt starts clean - a hold from an earlier run is
      * re-decided on tonight's account and address
           SET RMI-IDENTIFIED TO TRUE
           MOVE SPACES TO RMI-HOLD-REASON
           SET RMI-LETTER-NOT-SENT TO TRUE
           IF RMI-REMEDY-AMOUNT < RMC-MIN-REMEDY
                   OR RMI-REMEDY-AMOUNT NOT > ZERO
               MOVE 'BELOW CAMPAIGN MINIMUM' TO RMI-HOLD-REASON
               PERFORM 3590-HOLD-ITEM
           ELSE
               MOVE RMI-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON FILE' TO RMI-HOLD-REASON
                       PERFORM 3590-HOLD-ITEM
                   NOT INVALID KEY
                       PERFORM 3510-RELEASE-REMEDY
               END-READ
           END-IF.

       3510-RELEASE-REMEDY.
           PERFORM 3520-CHECK-MAIL-STATUS
           EVALUATE TRUE
               WHEN INACTIVE-CUSTOMER AND ADDRESS-UNDELIVERABLE
                   MOVE 'CLOSED - NO GOOD ADDRESS FOR CHECK'
                       TO RMI-HOLD-REASON
                   PERFORM 3590-HOLD-ITEM
                   SET RMI-LETTER-UNDELIVERABLE TO TRUE
                   ADD 1 TO WS-LETTERS-UNDELIVERABLE
               WHEN INACTIVE-CUSTOMER
                   PERFORM 3600-REQUEST-CHECK
               WHEN OTHER
                   PERFORM 3700-POST-CREDIT
           END-EVALUATE
           IF RMI-CREDITED OR RMI-CHECK-REQUESTED
               MOVE STD-CURRENT-DATE TO RMI-PAID-DATE
               ADD RMI-REMEDY-AMOUNT TO WS-PAID-AMOUNT
               IF ADDRESS-UNDELIVERABLE
                   SET RMI-LETTER-UNDELIVERABLE TO TRUE
                   ADD 1 TO WS-LETTERS-UNDELIVERABLE
               ELSE
                   PERFORM 3800-SEND-LETTER
               END-IF
           END-IF.

       3520-CHECK-MAIL-STATUS.
           MOVE 'N' TO WS-UNDELIVERABLE-FLAG
           IF MAIL-STATUS-WAS-OPENED
               MOVE CUST-ID TO MST-CUST-ID
               READ MAIL-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MST-UNDELIVERABLE
                           SET ADDRESS-UNDELIVERABLE TO TRUE
                       END-IF
               END-READ
           END-IF.

       3590-HOLD-ITEM.
           SET RMI-HELD TO TRUE
           ADD 1 TO WS-ITEMS-HELD
           MOVE SPACES TO WS-ACTION-TEXT
           STRING 'HELD - ' DELIMITED BY SIZE
               RMI-HOLD-REASON DELIMITED BY SIZE
               INTO WS-ACTION-TEXT.

       3600-REQUEST-CHECK.
      * Closed account: the check request, then the credit and its
      * offset as a pair - the ledger books the remediation expense
      * and the account's balance is left exactly where it was
           MOVE CUST-ID TO RFX-CUST-ID
           MOVE CUST-NAME TO RFX-PAYEE-NAME
           MOVE RMI-REMEDY-AMOUNT TO RFX-REFUND-AMOUNT
           MOVE CUST-ADDRESS-LINE-1 TO RFX-ADDRESS-LINE-1
           MOVE CUST-ADDRESS-LINE-2 TO RFX-ADDRESS-LINE-2
           MOVE CUST-CITY TO RFX-CITY
           MOVE CUST-STATE TO RFX-STATE
           MOVE CUST-ZIP-CODE TO RFX-ZIP-CODE
           MOVE STD-CURRENT-DATE TO RFX-REQUEST-DATE
           WRITE REFUND-EXTRACT-RECORD
           COMPUTE WS-TRAN-AMOUNT = ZERO - RMI-REMEDY-AMOUNT
           PERFORM 3750-WRITE-REMEDY-TRAN
           MOVE RMI-REMEDY-AMOUNT TO WS-TRAN-AMOUNT
           PERFORM 3750-WRITE-REMEDY-TRAN
           SET RMI-CHECK-REQUESTED TO TRUE
           ADD 1 TO WS-CHECKS-REQUESTED
           MOVE 'CHECK REQUESTED - ACCOUNT CLOSED'
               TO WS-ACTION-TEXT.

       3700-POST-CREDIT.
           COMPUTE WS-TRAN-AMOUNT = ZERO - RMI-REMEDY-AMOUNT
           PERFORM 3750-WRITE-REMEDY-TRAN
           SET RMI-CREDITED TO TRUE
           ADD 1 TO WS-CREDITS-POSTED
           MOVE 'CREDITED TO ACCOUNT' TO WS-ACTION-TEXT.

       3750-WRITE-REMEDY-TRAN.
           MOVE CUST-ID TO TRN-CUST-ID
           SET TRN-ADJUSTMENT TO TRUE
           MOVE WS-TRAN-AMOUNT TO TRN-AMOUNT
           MOVE CUST-CURRENCY-CODE TO TRN-CURRENCY-CODE
           MOVE STD-CURRENT-DATE TO TRN-TRANS-DATE
           MOVE RMC-SOURCE-CODE TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD.

       3800-SEND-LETTER.
      * Mailing block first, the same shape as the dunning letters,
      * then the campaign's wording and the remedy figures
           MOVE CUST-ID TO WS-DAR-CUST-ID
           IF RMC-LETTER-DOC-TYPE NOT = SPACES
               MOVE RMC-LETTER-DOC-TYPE TO WS-DAR-DOC-TYPE
           ELSE
               MOVE 'REMEDIATE' TO WS-DAR-DOC-TYPE
           END-IF
           MOVE STD-CURRENT-DATE TO WS-DAR-SENT-DATE
           MOVE STD-CURRENT-TIME TO WS-DAR-SENT-TIME
           PERFORM 8400-BEGIN-ARCHIVE-COPY
           MOVE CUST-NAME TO REMEDY-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE CUST-ADDRESS-LINE-1 TO REMEDY-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-2 TO REMEDY-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
           END-IF
           MOVE SPACES TO REMEDY-LETTER-LINE
           STRING CUST-CITY DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               CUST-STATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CUST-ZIP-CODE DELIMITED BY SIZE
               INTO REMEDY-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE SPACES TO REMEDY-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE RMI-REMEDY-AMOUNT TO WS-REMEDY-DISPLAY
           MOVE RMI-REFUND-AMOUNT TO WS-REFUND-DISPLAY
           MOVE RMI-INTEREST-AMOUNT TO WS-INTEREST-DISPLAY
      * Body text comes off the template library when the campaign's
      * document type has rows there; the compiled-in wording below
      * is the fallback, logged as version zero
           MOVE ZERO TO WS-TPL-VERSION
           MOVE 'N' TO WS-TPL-FOUND-FLAG
           IF TEMPLATE-FILE-WAS-OPENED
                   AND RMC-LETTER-DOC-TYPE NOT = SPACES
               MOVE RMC-LETTER-DOC-TYPE TO WS-TPL-DOC-TYPE
               PERFORM 3820-RENDER-TEMPLATE-BODY
           END-IF
           IF NOT TEMPLATE-FOUND
               MOVE 'WE HAVE FOUND AN ERROR THAT AFFECTED YOUR ACCOUNT'
                   TO REMEDY-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
               MOVE 'AND ARE RETURNING THE AMOUNT BELOW, WITH INTEREST.'
                   TO REMEDY-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
               MOVE 'WE APOLOGIZE FOR THE ERROR.' TO REMEDY-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
           END-IF
           MOVE SPACES TO REMEDY-LETTER-LINE
           STRING 'CUST-ID: ' DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               '  REFUND: ' DELIMITED BY SIZE
               WS-REFUND-DISPLAY DELIMITED BY SIZE
               '  INTEREST: ' DELIMITED BY SIZE
               WS-INTEREST-DISPLAY DELIMITED BY SIZE
               INTO REMEDY-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE SPACES TO REMEDY-LETTER-LINE
           IF RMI-CHECK-REQUESTED
               STRING 'A CHECK FOR ' DELIMITED BY SIZE
                   WS-REMEDY-DISPLAY DELIMITED BY SIZE
                   ' WILL BE MAILED TO YOU SEPARATELY.'
                       DELIMITED BY SIZE
                   INTO REMEDY-LETTER-LINE
           ELSE
               STRING WS-REMEDY-DISPLAY DELIMITED BY SIZE
                   ' HAS BEEN CREDITED TO YOUR ACCOUNT.'
                       DELIMITED BY SIZE
                   INTO REMEDY-LETTER-LINE
           END-IF
           PERFORM 8410-PUT-LETTER-LINE
           MOVE SPACES TO REMEDY-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           PERFORM 3850-LOG-CORRESPONDENCE
           SET RMI-LETTER-SENT TO TRUE
           MOVE STD-CURRENT-DATE TO RMI-LETTER-DATE
           MOVE WS-TPL-VERSION TO RMI-TEMPLATE-VERSION
           ADD 1 TO WS-LETTERS-SENT.

       3820-RENDER-TEMPLATE-BODY.
           MOVE 'N' TO WS-TPL-WALK-FLAG
           MOVE WS-TPL-DOC-TYPE TO TPL-DOC-TYPE
           MOVE ZERO TO TPL-LINE-NO
           START TEMPLATE-FILE
               KEY IS NOT LESS THAN TPL-KEY
               INVALID KEY
                   SET TEMPLATE-WALK-DONE TO TRUE
           END-START
           PERFORM 3825-RENDER-ONE-TEMPLATE-LINE
               UNTIL TEMPLATE-WALK-DONE.

       3825-RENDER-ONE-TEMPLATE-LINE.
           READ TEMPLATE-FILE NEXT RECORD
               AT END
                   SET TEMPLATE-WALK-DONE TO TRUE
               NOT AT END
                   IF TPL-DOC-TYPE NOT = WS-TPL-DOC-TYPE
                       SET TEMPLATE-WALK-DONE TO TRUE
                   ELSE
                       SET TEMPLATE-FOUND TO TRUE
                       MOVE TPL-VERSION TO WS-TPL-VERSION
                       MOVE TPL-TEXT TO WS-RENDER-IN
                       PERFORM 8300-RENDER-SUBSTITUTIONS
                       MOVE WS-RENDER-OUT TO REMEDY-LETTER-LINE
                       PERFORM 8410-PUT-LETTER-LINE
                   END-IF
           END-READ.

       3850-LOG-CORRESPONDENCE.
           MOVE CUST-ID TO CORR-CUST-ID
           IF RMC-LETTER-DOC-TYPE NOT = SPACES
               MOVE RMC-LETTER-DOC-TYPE TO CORR-DOC-TYPE
           ELSE
               MOVE 'REMEDIATE' TO CORR-DOC-TYPE
           END-IF
           MOVE STD-CURRENT-DATE TO CORR-SENT-DATE
           MOVE STD-CURRENT-TIME TO CORR-SENT-TIME
           MOVE SPACES TO CORR-DELIVERY-ADDRESS
           STRING CUST-ADDRESS-LINE-1 DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-CITY DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-STATE DELIMITED BY SIZE
               INTO CORR-DELIVERY-ADDRESS
           MOVE CUST-DAYS-PAST-DUE TO CORR-DAYS-PAST-DUE
           MOVE WS-TPL-VERSION TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE WS-DAR-COPY-NO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       3900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REMEDY-REPORT-LINE
           WRITE REMEDY-REPORT-LINE
           MOVE WS-CUSTOMERS-IDENTIFIED TO WS-COUNT-DISPLAY
           MOVE WS-IDENTIFIED-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REMEDY-REPORT-LINE
           STRING 'CUSTOMERS IDENTIFIED ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  REMEDY ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REMEDY-REPORT-LINE
           WRITE REMEDY-REPORT-LINE
           IF PAY-RUN
               MOVE WS-PAID-AMOUNT TO WS-TOTAL-DISPLAY
               MOVE SPACES TO REMEDY-REPORT-LINE
               STRING 'PAID TONIGHT - CREDITS ' DELIMITED BY SIZE
                   WS-CREDITS-POSTED DELIMITED BY SIZE
                   '  CHECKS ' DELIMITED BY SIZE
                   WS-CHECKS-REQUESTED DELIMITED BY SIZE
                   '  AMOUNT ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO REMEDY-REPORT-LINE
               WRITE REMEDY-REPORT-LINE
               MOVE SPACES TO REMEDY-REPORT-LINE
               STRING 'HELD ' DELIMITED BY SIZE
                   WS-ITEMS-HELD DELIMITED BY SIZE
                   '  LETTERS SENT ' DELIMITED BY SIZE
                   WS-LETTERS-SENT DELIMITED BY SIZE
                   '  UNDELIVERABLE ' DELIMITED BY SIZE
                   WS-LETTERS-UNDELIVERABLE DELIMITED BY SIZE
                   INTO REMEDY-REPORT-LINE
               WRITE REMEDY-REPORT-LINE
           END-IF
           IF WS-REGISTERS-MISSING > ZERO
               MOVE SPACES TO REMEDY-REPORT-LINE
               STRING '*** ' DELIMITED BY SIZE
                   WS-REGISTERS-MISSING DELIMITED BY SIZE
                   ' REGISTER(S) COULD NOT BE READ - POPULATION '
                       DELIMITED BY SIZE
                   'INCOMPLETE ***' DELIMITED BY SIZE
                   INTO REMEDY-REPORT-LINE
               WRITE REMEDY-REPORT-LINE
           END-IF.

       8300-RENDER-SUBSTITUTIONS.
      * Walk the template text, copying characters through and
      * expanding each &-variable in place; an & that matches no
      * variable copies through as itself
           MOVE SPACES TO WS-RENDER-OUT
           MOVE 1 TO WS-RND-OUT-SUB
           PERFORM 8310-RENDER-ONE-CHAR
               VARYING WS-RND-IN-SUB FROM 1 BY 1
               UNTIL WS-RND-IN-SUB > 70
                   OR WS-RND-OUT-SUB > 78.

       8310-RENDER-ONE-CHAR.
           IF WS-RENDER-IN (WS-RND-IN-SUB:1) NOT = '&'
               MOVE WS-RENDER-IN (WS-RND-IN-SUB:1)
                   TO WS-RENDER-OUT (WS-RND-OUT-SUB:1)
               ADD 1 TO WS-RND-OUT-SUB
           ELSE
               PERFORM 8320-EXPAND-VARIABLE
           END-IF.

       8320-EXPAND-VARIABLE.
      * Longest names first so &INTEREST never half-matches; the
      * loop's own increment supplies the final +1 past each name
           EVALUATE TRUE
               WHEN WS-RND-IN-SUB <= 62
                       AND WS-RENDER-IN (WS-RND-IN-SUB:9)
                           = '&INTEREST'
                   MOVE WS-INTEREST-DISPLAY TO WS-RND-VALUE
                   PERFORM 8330-EMIT-TRIMMED-VALUE
                   ADD 8 TO WS-RND-IN-SUB
               WHEN WS-RND-IN-SUB <= 64
                       AND WS-RENDER-IN (WS-RND-IN-SUB:7) = '&REMEDY'
                   MOVE WS-REMEDY-DISPLAY TO WS-RND-VALUE
                   PERFORM 8330-EMIT-TRIMMED-VALUE
                   ADD 6 TO WS-RND-IN-SUB
               WHEN WS-RND-IN-SUB <= 64
                       AND WS-RENDER-IN (WS-RND-IN-SUB:7) = '&REFUND'
                   MOVE WS-REFUND-DISPLAY TO WS-RND-VALUE
                   PERFORM 8330-EMIT-TRIMMED-VALUE
                   ADD 6 TO WS-RND-IN-SUB
               WHEN WS-RND-IN-SUB <= 66
                       AND WS-RENDER-IN (WS-RND-IN-SUB:5) = '&NAME'
                   MOVE CUST-NAME TO WS-RND-VALUE
                   PERFORM 8330-EMIT-TRIMMED-VALUE
                   ADD 4 TO WS-RND-IN-SUB
               WHEN WS-RND-IN-SUB <= 68
                       AND WS-RENDER-IN (WS-RND-IN-SUB:3) = '&ID'
                   MOVE CUST-ID TO WS-ID-DISPLAY
                   MOVE WS-ID-DISPLAY TO WS-RND-VALUE
                   PERFORM 8330-EMIT-TRIMMED-VALUE
                   ADD 2 TO WS-RND-IN-SUB
               WHEN OTHER
                   MOVE '&' TO WS-RENDER-OUT (WS-RND-OUT-SUB:1)
                   ADD 1 TO WS-RND-OUT-SUB
           END-EVALUATE.

       8330-EMIT-TRIMMED-VALUE.
      * The value lands without its trailing spaces so mid-line
      * variables read naturally; leading spaces on an edited
      * amount survive, which is how amounts line up in columns
           MOVE ZERO TO WS-RND-VALUE-LEN
           PERFORM 8340-FIND-VALUE-END
               VARYING WS-RND-TRIM-SUB FROM 30 BY -1
               UNTIL WS-RND-TRIM-SUB < 1
                   OR WS-RND-VALUE-LEN > ZERO
           IF WS-RND-VALUE-LEN > ZERO
               IF WS-RND-OUT-SUB + WS-RND-VALUE-LEN <= 80
                   MOVE WS-RND-VALUE (1:WS-RND-VALUE-LEN)
                       TO WS-RENDER-OUT
                           (WS-RND-OUT-SUB:WS-RND-VALUE-LEN)
                   ADD WS-RND-VALUE-LEN TO WS-RND-OUT-SUB
               END-IF
           END-IF.

       8340-FIND-VALUE-END.
           IF WS-RND-VALUE (WS-RND-TRIM-SUB:1) NOT = SPACE
               MOVE WS-RND-TRIM-SUB TO WS-RND-VALUE-LEN
           END-IF.


       8400-BEGIN-ARCHIVE-COPY.
      * Start this document's copy in the archive; a copy that
      * cannot be filed still goes out, logged with no archive link
           MOVE 'BEGIN' TO WS-DAR-FUNCTION
           MOVE 'SAMPLE-PROGRAM-REMEDIATE' TO WS-DAR-PROGRAM-NAME
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           IF WS-DAR-RETURN-CODE NOT = ZERO
               DISPLAY 'DOCUMENT NOT ARCHIVED FOR CUST-ID '
                   WS-DAR-CUST-ID ': ' WS-DAR-MESSAGE
               ADD 1 TO WS-UNARCHIVED-COUNT
           END-IF.

       8410-PUT-LETTER-LINE.
      * Every printed line of the document also goes to its copy in
      * the archive
           WRITE REMEDY-LETTER-LINE
           IF WS-DAR-COPY-NO > ZERO
               MOVE REMEDY-LETTER-LINE TO WS-DAR-LINE-TEXT
               MOVE 'LINE' TO WS-DAR-FUNCTION
               CALL 'SAMPLE-PROGRAM-DOCARCH'
                   USING WS-DOCARCH-PARM-AREA
           END-IF.

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           MOVE 'CLOSE' TO WS-DAR-FUNCTION
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           CLOSE CUSTOMER-FILE
           CLOSE REMEDIATION-ITEM-FILE
           IF MAIL-STATUS-WAS-OPENED
               CLOSE MAIL-STATUS-FILE
           END-IF
           IF TEMPLATE-FILE-WAS-OPENED
               CLOSE TEMPLATE-FILE
           END-IF
           IF PAY-RUN
               CLOSE REMEDY-TRAN-FILE
               CLOSE CHECK-REQUEST-FILE
               CLOSE REMEDY-LETTER-FILE
               CLOSE CORRESPONDENCE-LOG-FILE
           END-IF
           CLOSE REMEDY-REPORT-FILE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Remediation Campaign Summary: ' RMC-CAMPAIGN-ID
           DISPLAY 'Registers Read: ' WS-REGISTERS-READ
           DISPLAY 'Registers Missing: ' WS-REGISTERS-MISSING
           DISPLAY 'Register Rows Read: ' WS-REGISTER-ROWS-READ
           DISPLAY 'Rows Selected: ' WS-ROWS-SELECTED
           DISPLAY 'Customers Identified: ' WS-CUSTOMERS-IDENTIFIED
           DISPLAY 'Remedy Identified: ' WS-IDENTIFIED-AMOUNT
           DISPLAY 'Already Remedied: ' WS-ALREADY-REMEDIED
           DISPLAY 'Credits Posted: ' WS-CREDITS-POSTED
           DISPLAY 'Checks Requested: ' WS-CHECKS-REQUESTED
           DISPLAY 'Remedy Paid: ' WS-PAID-AMOUNT
           DISPLAY 'Items Held: ' WS-ITEMS-HELD
           DISPLAY 'Letters Sent: ' WS-LETTERS-SENT
           DISPLAY 'Letters Undeliverable: '
               WS-LETTERS-UNDELIVERABLE
           DISPLAY 'Letters Not Archived: ' WS-UNARCHIVED-COUNT.

       4999-EXIT.
           EVALUATE TRUE
               WHEN ERROR-OCCURRED
                   MOVE 4 TO LS-RMD-RETURN-CODE
                   MOVE 'REMEDIATION COMPLETED WITH ERRORS'
                       TO LS-RMD-MESSAGE
               WHEN WS-REGISTERS-MISSING > ZERO
                   MOVE 4 TO LS-RMD-RETURN-CODE
                   MOVE 'REMEDIATION - REGISTERS MISSING'
                       TO LS-RMD-MESSAGE
               WHEN WS-ITEMS-HELD > ZERO
                   MOVE 4 TO LS-RMD-RETURN-CODE
                   MOVE 'REMEDIATION - ITEMS HELD, SEE REPORT'
                       TO LS-RMD-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-RMD-RETURN-CODE
                   MOVE 'REMEDIATION RUN COMPLETE' TO LS-RMD-MESSAGE
           END-EVALUATE
           EXIT SECTION.
