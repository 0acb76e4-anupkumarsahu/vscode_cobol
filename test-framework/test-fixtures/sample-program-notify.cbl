       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-NOTIFY.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Daily customer notification extract for the email/SMS
      * vendor. We have always chased a missed payment and never
      * mentioned one coming up; this job does the mentioning. It
      * writes one extract row per message per channel:
      *   PROMDUE  an open promise-to-pay falls due in the lead days
      *   PLANDUE  an open payment-plan installment falls due in the
      *            lead days
      *   APAYDUE  an enrolled autopay debit originates in the lead
      *            days, for what ACHORIG will pull - the balance,
      *            capped at the customer's cap
      *   PAYRCVD  a payment posted on the day's posting register -
      *            a confirmation, sent the day it posts
      * The lead is the caller's number of days, or the parameter
      * master's LEAD-DAYS (three when none is keyed); a reminder
      * goes out on exactly that day before the due date, so a
      * daily run sends each reminder once.
      * Every message honors the customer's delivery choices before
      * it goes anywhere:
      *   EMAIL  only to a customer whose delivery preference is
      *          email or both, with an email address on file, whose
      *          email has not bounced, whose email consent stands,
      *          and whose address is not flagged BAD-EMAIL
      *   SMS    only to a customer who gave text consent (the
      *          consent service's default is no texts), with a
      *          phone on file not flagged BAD-PHONE
      * A customer neither channel reaches is counted and skipped -
      * paper reminders are not this job's to send. A consent row
      * that cannot be read sends nothing: nobody is contacted on a
      * guess. Every row written is logged to the correspondence
      * log with the address it went to.
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
               FILE STATUS IS WS-FILE-STATUS.

      * Promises to pay; optional - read only
           SELECT PROMISE-FILE ASSIGN TO "CUSTPROM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CUST-ID
               FILE STATUS IS WS-PRM-FILE-STATUS.

      * Installment plans; optional - read only
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "CUSTPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CUST-ID
               FILE STATUS IS WS-PLN-FILE-STATUS.

      * Autopay enrollments; optional - read only
           SELECT AUTOPAY-FILE ASSIGN TO "CUSTAPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APY-CUST-ID
               FILE STATUS IS WS-APY-FILE-STATUS.

      * The night's posting register; optional - no register means
      * no confirmations today
           SELECT POSTING-REGISTER-FILE ASSIGN TO "CUSTPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.

      * Per-customer delivery preference and e-channel bounce flag;
      * optional - no file, or no row, means paper
           SELECT DELIVERY-PREF-FILE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CUST-ID
               FILE STATUS IS WS-PRF-FILE-STATUS.

      * Deliverability flags from address validation and returned
      * mail; optional - missing means nothing is flagged
           SELECT MAIL-STATUS-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

      * One row per message for the email/SMS vendor
           SELECT NOTIFICATION-EXTRACT-FILE ASSIGN TO "CUSTNTFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

      * Shared outbound-correspondence log
           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO "CUSTCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  PROMISE-FILE.
           COPY PROMISE-RECORD.

       FD  PAYMENT-PLAN-FILE.
           COPY PAYMENT-PLAN-RECORD.

       FD  AUTOPAY-FILE.
           COPY AUTOPAY-RECORD.

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

      * Same layout the statement extract reads
       FD  DELIVERY-PREF-FILE.
       01  DELIVERY-PREF-RECORD.
           05  PRF-CUST-ID         PIC 9(9).
           05  PRF-DELIVERY-CODE   PIC X.
               88  PRF-PAPER       VALUE 'P'.
               88  PRF-EMAIL       VALUE 'E'.
               88  PRF-BOTH        VALUE 'B'.
               88  PRF-ELECTRONIC  VALUES 'E' 'B'.
           05  PRF-BOUNCE-FLAG     PIC X.
               88  PRF-E-BOUNCED   VALUE 'Y'.

       FD  MAIL-STATUS-FILE.
           COPY MAIL-STATUS-RECORD.

       FD  NOTIFICATION-EXTRACT-FILE.
       01  NOTIFICATION-EXTRACT-RECORD.
           05  NTF-CUST-ID         PIC 9(9).
           05  NTF-CHANNEL         PIC X(5).
               88  NTF-BY-EMAIL    VALUE 'EMAIL'.
               88  NTF-BY-SMS      VALUE 'SMS'.
      * The email address or the phone number, as the channel needs
           05  NTF-ADDRESS         PIC X(40).
           05  NTF-CUST-NAME       PIC X(30).
           05  NTF-EVENT-TYPE      PIC X(7).
               88  NTF-PROMISE-DUE VALUE 'PROMDUE'.
               88  NTF-PLAN-DUE    VALUE 'PLANDUE'.
               88  NTF-AUTOPAY-DUE VALUE 'APAYDUE'.
               88  NTF-PAYMENT-RECEIVED VALUE 'PAYRCVD'.
      * The due date for a reminder, the posting date for a
      * confirmation
           05  NTF-EVENT-DATE      PIC 9(8).
           05  NTF-AMOUNT          PIC S9(7)V99.
           05  NTF-SEND-DATE       PIC 9(8).

       FD  CORRESPONDENCE-LOG-FILE.
           COPY CORRESPONDENCE-LOG-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-PRM-FILE-STATUS      PIC XX.
           88  PRM-FILE-OK         VALUE '00'.
           88  PRM-FILE-AT-END     VALUE '10'.
           88  PRM-FILE-MISSING    VALUE '35'.
       01  WS-PLN-FILE-STATUS      PIC XX.
           88  PLN-FILE-OK         VALUE '00'.
           88  PLN-FILE-AT-END     VALUE '10'.
           88  PLN-FILE-MISSING    VALUE '35'.
       01  WS-APY-FILE-STATUS      PIC XX.
           88  APY-FILE-OK         VALUE '00'.
           88  APY-FILE-AT-END     VALUE '10'.
           88  APY-FILE-MISSING    VALUE '35'.
       01  WS-PREG-FILE-STATUS     PIC XX.
           88  PREG-FILE-OK        VALUE '00'.
           88  PREG-FILE-AT-END    VALUE '10'.
       01  WS-PRF-FILE-STATUS      PIC XX.
           88  PRF-FILE-OK         VALUE '00'.
           88  PRF-FILE-MISSING    VALUE '35'.
       01  WS-MST-FILE-STATUS      PIC XX.
           88  MST-FILE-OK         VALUE '00'.
           88  MST-FILE-MISSING    VALUE '35'.
       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FILE-OK         VALUE '00'.
       01  WS-CORR-FILE-STATUS     PIC XX.
           88  CORR-FILE-OK        VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-PRM-OPENED-FLAG  PIC X VALUE 'N'.
               88  PROMISE-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-PLN-OPENED-FLAG  PIC X VALUE 'N'.
               88  PLAN-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-APY-OPENED-FLAG  PIC X VALUE 'N'.
               88  AUTOPAY-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-PREG-OPENED-FLAG PIC X VALUE 'N'.
               88  REGISTER-WAS-OPENED VALUE 'Y'.
           05  WS-PRF-OPENED-FLAG  PIC X VALUE 'N'.
               88  PREF-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-MST-OPENED-FLAG  PIC X VALUE 'N'.
               88  MAIL-STATUS-WAS-OPENED VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG  PIC X VALUE 'N'.
               88  NOTIFY-CUSTOMER-FOUND VALUE 'Y'.
           05  WS-SEND-EMAIL-FLAG  PIC X VALUE 'N'.
               88  SEND-BY-EMAIL   VALUE 'Y'.
           05  WS-SEND-SMS-FLAG    PIC X VALUE 'N'.
               88  SEND-BY-SMS     VALUE 'Y'.

      * Days ahead of a due date the reminder goes out - the caller's
      * lead, or this default (replaced by the parameter master)
       01  WS-DEFAULT-LEAD-DAYS    PIC 9(2) VALUE 03.
       01  WS-LEAD-DAYS            PIC 9(2) VALUE ZERO.
      * The due date today's reminders are for
       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-REMIND-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REMIND-DATE-R REDEFINES WS-REMIND-DATE.
           05  WS-REMIND-YYYYMM    PIC 9(6).
           05  WS-REMIND-DD        PIC 9(2).
       01  WS-INST-SUB             PIC 9(2) COMP VALUE ZERO.

      * The event being sent, set by each source before the common
      * send
       01  WS-EVENT-AREA.
           05  WS-EVENT-CUST-ID    PIC 9(9).
           05  WS-EVENT-TYPE       PIC X(7).
           05  WS-EVENT-DATE       PIC 9(8).
           05  WS-EVENT-AMOUNT     PIC S9(7)V99.
       01  WS-AUTOPAY-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.

      * Consent handshake - one CHECK per customer notified
       01  WS-CONSENT-PARM-AREA.
           05  WS-CON-RETURN-CODE  PIC S9(4) COMP.
           05  WS-CON-MESSAGE      PIC X(50).
           05  WS-CON-FUNCTION     PIC X(8).
           05  WS-CON-CUST-ID      PIC 9(9).
           05  WS-CON-STATE        PIC X(2).
           05  WS-CON-OPERATOR-ID  PIC X(8).
           05  WS-CON-ATTEMPT-RESULT PIC X.
           05  WS-CON-PHONE-CONSENT PIC X.
           05  WS-CON-TEXT-CONSENT PIC X.
           05  WS-CON-EMAIL-CONSENT PIC X.
           05  WS-CON-DO-NOT-CALL  PIC X.
           05  WS-CON-NO-WORK-CALLS PIC X.
           05  WS-CON-CALL-FROM-HOUR PIC 9(2).
           05  WS-CON-CALL-TO-HOUR PIC 9(2).
           05  WS-CON-TIME-ZONE    PIC X(2).
           05  WS-CON-OFFICE-FROM-HOUR PIC 9(2).
           05  WS-CON-OFFICE-TO-HOUR PIC 9(2).
           05  WS-CON-WEEK-ATTEMPTS PIC 9(3).
           05  WS-CON-ATTEMPT-CAP  PIC 9(3).
           05  WS-CON-NEXT-CALL-DATE PIC 9(8).
           05  WS-CON-CALL-STATUS  PIC X.
           05  WS-CON-LAST-CONTACT-DATE PIC 9(8).

       01  WS-COUNTERS.
           05  WS-PROMISE-REMINDERS PIC 9(6) VALUE ZERO.
           05  WS-PLAN-REMINDERS   PIC 9(6) VALUE ZERO.
           05  WS-AUTOPAY-REMINDERS PIC 9(6) VALUE ZERO.
           05  WS-CONFIRMATIONS    PIC 9(6) VALUE ZERO.
           05  WS-EMAILS-WRITTEN   PIC 9(6) VALUE ZERO.
           05  WS-TEXTS-WRITTEN    PIC 9(6) VALUE ZERO.
           05  WS-NO-CHANNEL-COUNT PIC 9(6) VALUE ZERO.
           05  WS-NOT-ON-FILE-COUNT PIC 9(6) VALUE ZERO.
           05  WS-CONSENT-ERRORS   PIC 9(6) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'NOTIFY'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-NOTIFY-PARM-AREA.
           05  LS-NTF-RETURN-CODE  PIC S9(4) COMP.
           05  LS-NTF-MESSAGE      PIC X(50).
           05  LS-NTF-CUSTOMER-FILE-NAME PIC X(40).
      * Optional - days ahead of a due date to remind; zero takes
      * the default
           05  LS-NTF-LEAD-DAYS    PIC 9(2).

       PROCEDURE DIVISION USING LS-NOTIFY-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point - one pass over each source in turn
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROMISE-REMINDERS
           PERFORM 2100-PLAN-REMINDERS
           PERFORM 2200-AUTOPAY-REMINDERS
           PERFORM 2300-PAYMENT-CONFIRMATIONS
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-NTF-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-NTF-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-NTF-RETURN-CODE
               GOBACK
           END-IF

      * Optional event sources - a missing one just sends nothing
      * of its kind
           OPEN INPUT PROMISE-FILE
           IF PRM-FILE-OK
               SET PROMISE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT PRM-FILE-MISSING
                   DISPLAY 'ERROR OPENING PROMISE FILE: '
                       WS-PRM-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-NTF-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT PAYMENT-PLAN-FILE
           IF PLN-FILE-OK
               SET PLAN-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT PLN-FILE-MISSING
                   DISPLAY 'ERROR OPENING PAYMENT PLAN FILE: '
                       WS-PLN-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-NTF-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT AUTOPAY-FILE
           IF APY-FILE-OK
               SET AUTOPAY-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT APY-FILE-MISSING
                   DISPLAY 'ERROR OPENING AUTOPAY FILE: '
                       WS-APY-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-NTF-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT POSTING-REGISTER-FILE
           IF PREG-FILE-OK
               SET REGISTER-WAS-OPENED TO TRUE
           END-IF

      * Optional delivery controls - missing means the defaults
           OPEN INPUT DELIVERY-PREF-FILE
           IF PRF-FILE-OK
               SET PREF-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT PRF-FILE-MISSING
                   DISPLAY 'ERROR OPENING DELIVERY PREFERENCE FILE: '
                       WS-PRF-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-NTF-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT MAIL-STATUS-FILE
           IF MST-FILE-OK
               SET MAIL-STATUS-WAS-OPENED TO TRUE
           ELSE
               IF NOT MST-FILE-MISSING
                   DISPLAY 'ERROR OPENING MAIL STATUS FILE: '
                       WS-MST-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-NTF-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT NOTIFICATION-EXTRACT-FILE
           IF NOT NTF-FILE-OK
               DISPLAY 'ERROR OPENING NOTIFICATION EXTRACT: '
                   WS-NTF-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-NTF-RETURN-CODE
               GOBACK
           END-IF

      * The correspondence log accumulates across every program
      * that sends anything, so appended - created on first use
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
               MOVE 8 TO LS-NTF-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-NTF-LEAD-DAYS NOT = ZERO
               MOVE LS-NTF-LEAD-DAYS TO WS-LEAD-DAYS
           ELSE
               MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-REMIND-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
                   + WS-LEAD-DAYS)
           DISPLAY 'REMINDING FOR DUE DATE ' WS-REMIND-DATE.

       2000-PROMISE-REMINDERS SECTION.
       2010-WALK-PROMISES.
           IF PROMISE-FILE-WAS-OPENED
               PERFORM 2020-READ-PROMISE
                   UNTIL PRM-FILE-AT-END
           END-IF

      * 2020 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2020-READ-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END
                   SET PRM-FILE-AT-END TO TRUE
               NOT AT END
                   IF PRM-OPEN-PROMISE
                           AND PRM-PROMISED-DATE = WS-REMIND-DATE
                       MOVE PRM-CUST-ID TO WS-EVENT-CUST-ID
                       MOVE 'PROMDUE' TO WS-EVENT-TYPE
                       MOVE PRM-PROMISED-DATE TO WS-EVENT-DATE
                       MOVE PRM-PROMISED-AMOUNT TO WS-EVENT-AMOUNT
                       ADD 1 TO WS-PROMISE-REMINDERS
                       PERFORM 2900-NOTIFY-CUSTOMER
                   END-IF
           END-READ.

       2100-PLAN-REMINDERS SECTION.
       2110-WALK-PLANS.
           IF PLAN-FILE-WAS-OPENED
               PERFORM 2120-READ-PLAN
                   UNTIL PLN-FILE-AT-END
           END-IF

      * 2120 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2120-READ-PLAN.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END
                   SET PLN-FILE-AT-END TO TRUE
               NOT AT END
                   IF PLN-ACTIVE-PLAN
                       PERFORM 2130-CHECK-INSTALLMENT
                           VARYING WS-INST-SUB FROM 1 BY 1
                           UNTIL WS-INST-SUB > PLN-INSTALLMENT-COUNT
                   END-IF
           END-READ.

       2130-CHECK-INSTALLMENT.
           IF PLN-INST-OPEN (WS-INST-SUB)
                   AND PLN-INST-DUE-DATE (WS-INST-SUB)
                       = WS-REMIND-DATE
               MOVE PLN-CUST-ID TO WS-EVENT-CUST-ID
               MOVE 'PLANDUE' TO WS-EVENT-TYPE
               MOVE PLN-INST-DUE-DATE (WS-INST-SUB) TO WS-EVENT-DATE
               MOVE PLN-INST-AMOUNT (WS-INST-SUB) TO WS-EVENT-AMOUNT
               ADD 1 TO WS-PLAN-REMINDERS
               PERFORM 2900-NOTIFY-CUSTOMER
           END-IF.

       2200-AUTOPAY-REMINDERS SECTION.
       2210-WALK-AUTOPAYS.
           IF AUTOPAY-FILE-WAS-OPENED
               PERFORM 2220-READ-AUTOPAY
                   UNTIL APY-FILE-AT-END
           END-IF

      * 2220 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2220-READ-AUTOPAY.
      * The debit originates on the enrollment's day of the month,
      * so the reminder goes out when the due date lands on it
           READ AUTOPAY-FILE NEXT RECORD
               AT END
                   SET APY-FILE-AT-END TO TRUE
               NOT AT END
                   IF APY-ENROLLED
                           AND APY-DEBIT-DAY = WS-REMIND-DD
                       PERFORM 2230-REMIND-AUTOPAY
                   END-IF
           END-READ.

       2230-REMIND-AUTOPAY.
      * The same amount and the same test ACHORIG applies - an
      * account that will not be debited is not told it will be
           MOVE APY-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               NOT INVALID KEY
                   IF ACTIVE-CUSTOMER AND CUST-BALANCE > ZERO
                       MOVE CUST-BALANCE TO WS-AUTOPAY-AMOUNT
                       IF APY-CAP-AMOUNT > ZERO
                               AND WS-AUTOPAY-AMOUNT > APY-CAP-AMOUNT
                           MOVE APY-CAP-AMOUNT TO WS-AUTOPAY-AMOUNT
                       END-IF
                       MOVE APY-CUST-ID TO WS-EVENT-CUST-ID
                       MOVE 'APAYDUE' TO WS-EVENT-TYPE
                       MOVE WS-REMIND-DATE TO WS-EVENT-DATE
                       MOVE WS-AUTOPAY-AMOUNT TO WS-EVENT-AMOUNT
                       ADD 1 TO WS-AUTOPAY-REMINDERS
                       PERFORM 2900-NOTIFY-CUSTOMER
                   END-IF
           END-READ.

       2300-PAYMENT-CONFIRMATIONS SECTION.
       2310-WALK-REGISTER.
           IF REGISTER-WAS-OPENED
               PERFORM 2320-READ-REGISTER
                   UNTIL PREG-FILE-AT-END
           END-IF

      * 2320 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2320-READ-REGISTER.
      * A payment forwarded to a debt buyer is the buyer's to
      * acknowledge, not ours
           READ POSTING-REGISTER-FILE
               AT END
                   SET PREG-FILE-AT-END TO TRUE
               NOT AT END
                   IF PREG-POSTED
                           AND PREG-TRANS-TYPE = 'P'
                           AND PREG-SOURCE-CODE NOT = 'SOLDFWD '
                       MOVE PREG-CUST-ID TO WS-EVENT-CUST-ID
                       MOVE 'PAYRCVD' TO WS-EVENT-TYPE
                       MOVE PREG-POST-DATE TO WS-EVENT-DATE
                       MOVE PREG-AMOUNT TO WS-EVENT-AMOUNT
                       ADD 1 TO WS-CONFIRMATIONS
                       PERFORM 2900-NOTIFY-CUSTOMER
                   END-IF
           END-READ.

       2900-NOTIFY-CUSTOMER SECTION.
       2910-NOTIFY-CONTROL.
      * Common to every source: find the customer, decide which
      * channels may carry the message, and write one row to each
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           MOVE WS-EVENT-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               NOT INVALID KEY
                   SET NOTIFY-CUSTOMER-FOUND TO TRUE
           END-READ
           IF NOTIFY-CUSTOMER-FOUND
               PERFORM 2920-DECIDE-CHANNELS
               IF SEND-BY-EMAIL
                   PERFORM 2950-WRITE-EMAIL-ROW
               END-IF
               IF SEND-BY-SMS
                   PERFORM 2960-WRITE-SMS-ROW
               END-IF
               IF NOT SEND-BY-EMAIL AND NOT SEND-BY-SMS
                   ADD 1 TO WS-NO-CHANNEL-COUNT
               END-IF
           END-IF

      * 2920 through 2970 already ran above via the explicit PERFORMs
      * - exit the section here instead of falling into them a
      * second time
           EXIT SECTION.

       2920-DECIDE-CHANNELS.
           MOVE 'N' TO WS-SEND-EMAIL-FLAG
           MOVE 'N' TO WS-SEND-SMS-FLAG
           MOVE 'CHECK' TO WS-CON-FUNCTION
           MOVE CUST-ID TO WS-CON-CUST-ID
           MOVE CUST-STATE TO WS-CON-STATE
           MOVE SPACES TO WS-CON-OPERATOR-ID
           CALL 'SAMPLE-PROGRAM-CONSENT' USING WS-CONSENT-PARM-AREA
           IF WS-CON-RETURN-CODE > 4
               DISPLAY 'CONSENT CHECK FAILED FOR ' CUST-ID ': '
                   WS-CON-MESSAGE
               ADD 1 TO WS-CONSENT-ERRORS
           ELSE
               IF WS-CON-EMAIL-CONSENT = 'Y'
                       AND CUST-EMAIL NOT = SPACES
                   PERFORM 2930-CHECK-EMAIL-PREFERENCE
               END-IF
               IF WS-CON-TEXT-CONSENT = 'Y'
                       AND CUST-PHONE NOT = SPACES
                   MOVE 'Y' TO WS-SEND-SMS-FLAG
               END-IF
               PERFORM 2940-CHECK-DELIVERABILITY
           END-IF.

       2930-CHECK-EMAIL-PREFERENCE.
      * Email goes only where the customer chose an electronic
      * delivery and the address has not bounced since
           IF PREF-FILE-WAS-OPENED
               MOVE CUST-ID TO PRF-CUST-ID
               READ DELIVERY-PREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRF-ELECTRONIC AND NOT PRF-E-BOUNCED
                           MOVE 'Y' TO WS-SEND-EMAIL-FLAG
                       END-IF
               END-READ
           END-IF.

       2940-CHECK-DELIVERABILITY.
      * A flag against the channel's own address stops that
      * channel; a postal flag leaves email and text alone
           IF MAIL-STATUS-WAS-OPENED
               MOVE CUST-ID TO MST-CUST-ID
               READ MAIL-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MST-UNDELIVERABLE
                           IF MST-REASON = 'BAD-EMAIL'
                               MOVE 'N' TO WS-SEND-EMAIL-FLAG
                           END-IF
                           IF MST-REASON = 'BAD-PHONE'
                               MOVE 'N' TO WS-SEND-SMS-FLAG
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2950-WRITE-EMAIL-ROW.
           PERFORM 2970-BUILD-EXTRACT-ROW
           SET NTF-BY-EMAIL TO TRUE
           MOVE CUST-EMAIL TO NTF-ADDRESS
           WRITE NOTIFICATION-EXTRACT-RECORD
           ADD 1 TO WS-EMAILS-WRITTEN
           MOVE SPACES TO CORR-DOC-TYPE
           STRING WS-EVENT-TYPE '-E' DELIMITED BY SIZE
               INTO CORR-DOC-TYPE
           PERFORM 2980-LOG-CORRESPONDENCE.

       2960-WRITE-SMS-ROW.
           PERFORM 2970-BUILD-EXTRACT-ROW
           SET NTF-BY-SMS TO TRUE
           MOVE CUST-PHONE TO NTF-ADDRESS
           WRITE NOTIFICATION-EXTRACT-RECORD
           ADD 1 TO WS-TEXTS-WRITTEN
           MOVE SPACES TO CORR-DOC-TYPE
           STRING WS-EVENT-TYPE '-S' DELIMITED BY SIZE
               INTO CORR-DOC-TYPE
           PERFORM 2980-LOG-CORRESPONDENCE.

       2970-BUILD-EXTRACT-ROW.
           MOVE SPACES TO NOTIFICATION-EXTRACT-RECORD
           MOVE CUST-ID TO NTF-CUST-ID
           MOVE CUST-NAME TO NTF-CUST-NAME
           MOVE WS-EVENT-TYPE TO NTF-EVENT-TYPE
           MOVE WS-EVENT-DATE TO NTF-EVENT-DATE
           MOVE WS-EVENT-AMOUNT TO NTF-AMOUNT
           MOVE STD-CURRENT-DATE TO NTF-SEND-DATE.

       2980-LOG-CORRESPONDENCE.
           MOVE CUST-ID TO CORR-CUST-ID
           MOVE STD-CURRENT-DATE TO CORR-SENT-DATE
           MOVE STD-CURRENT-TIME TO CORR-SENT-TIME
           MOVE SPACES TO CORR-DELIVERY-ADDRESS
           MOVE NTF-ADDRESS TO CORR-DELIVERY-ADDRESS
           MOVE CUST-DAYS-PAST-DUE TO CORR-DAYS-PAST-DUE
           MOVE ZERO TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE ZERO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE NOTIFICATION-EXTRACT-FILE
           CLOSE CORRESPONDENCE-LOG-FILE
           IF PROMISE-FILE-WAS-OPENED
               CLOSE PROMISE-FILE
           END-IF
           IF PLAN-FILE-WAS-OPENED
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           IF AUTOPAY-FILE-WAS-OPENED
               CLOSE AUTOPAY-FILE
           END-IF
           IF REGISTER-WAS-OPENED
               CLOSE POSTING-REGISTER-FILE
           END-IF
           IF PREF-FILE-WAS-OPENED
               CLOSE DELIVERY-PREF-FILE
           END-IF
           IF MAIL-STATUS-WAS-OPENED
               CLOSE MAIL-STATUS-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Customer Notification Summary:'
           DISPLAY 'Reminder Lead Days: ' WS-LEAD-DAYS
           DISPLAY 'Promise Reminders: ' WS-PROMISE-REMINDERS
           DISPLAY 'Plan Installment Reminders: ' WS-PLAN-REMINDERS
           DISPLAY 'Autopay Reminders: ' WS-AUTOPAY-REMINDERS
           DISPLAY 'Payment Confirmations: ' WS-CONFIRMATIONS
           DISPLAY 'Emails Written: ' WS-EMAILS-WRITTEN
           DISPLAY 'Texts Written: ' WS-TEXTS-WRITTEN
           DISPLAY 'No Channel Permitted: ' WS-NO-CHANNEL-COUNT
           DISPLAY 'Customer Not On File: ' WS-NOT-ON-FILE-COUNT
           DISPLAY 'Consent Check Failures: ' WS-CONSENT-ERRORS.

       3999-EXIT.
           IF ERROR-OCCURRED OR WS-CONSENT-ERRORS > ZERO
               MOVE 4 TO LS-NTF-RETURN-CODE
               MOVE 'NOTIFICATION EXTRACT COMPLETED WITH ERRORS'
                   TO LS-NTF-MESSAGE
           ELSE
               MOVE 0 TO LS-NTF-RETURN-CODE
               MOVE 'NOTIFICATION EXTRACT COMPLETE' TO LS-NTF-MESSAGE
           END-IF
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'LEAD-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-DEFAULT-LEAD-DAYS
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
           DISPLAY 'NOTIFY RUN PARAMETERS:'
           DISPLAY '  LEAD-DAYS: ' WS-LEAD-DAYS.
