      * CUST-ID or by name - and answers every request with typed
      * response rows the call-center side parses:
      *   CUST   the account row (name, balance, status, aging)
      *   CONSNT contact consent, straight after the CUST row, so
      *          the agent sees before dialing whether a call is
      *          allowed right now, and why not when it is not
      *   APAY   the autopay authorization, when there is one - the
      *          bank account by its last four digits only
      *   HIST   one row per recent month-end balance, newest first
      *   NOTE   one row per recent account note, newest first, so
      *          the agent sees what the last rep was told
      *   NOTFND nothing under that key
      *   AMBIG  the name matches more than one account
      * Every lookup is served from keyed reads only - never a file
               RECORD KEY IS BHST-KEY
               FILE STATUS IS WS-BHST-FILE-STATUS.

      * Autopay authorizations - bank accounts by token only
           SELECT AUTOPAY-FILE ASSIGN TO "CUSTAPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APY-CUST-ID
               FILE STATUS IS WS-APY-FILE-STATUS.

      * Account notes written from the maintenance screen
           SELECT ACCOUNT-NOTE-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NTE-FILE-STATUS.

      * The call-center side's queued lookup requests
           SELECT LOOKUP-REQUEST-FILE ASSIGN TO "CUSTLKRQ"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BALANCE-HISTORY-FILE.
           COPY BALANCE-HISTORY-RECORD.

       FD  AUTOPAY-FILE.
           COPY AUTOPAY-RECORD.

       FD  ACCOUNT-NOTE-FILE.
           COPY ACCOUNT-NOTE-RECORD.

       FD  LOOKUP-REQUEST-FILE.
       01  LOOKUP-REQUEST-RECORD.
           05  LKR-REQUEST-ID      PIC X(12).
               88  RSP-HIST-ROW    VALUE 'HIST'.
               88  RSP-NOT-FOUND   VALUE 'NOTFND'.
               88  RSP-AMBIGUOUS   VALUE 'AMBIG'.
               88  RSP-CONSENT-ROW VALUE 'CONSNT'.
               88  RSP-NOTE-ROW    VALUE 'NOTE'.
               88  RSP-AUTOPAY-ROW VALUE 'APAY'.
           05  RSP-CUST-ID         PIC 9(9).
           05  RSP-CUST-NAME       PIC X(30).
      * The CONSNT row's view of the name field. Call status is Y
      * clear to call now, H outside the customer's hours, F seven-
      * day contact cap reached (next call date set), D phone
      * consent revoked or do not call, X consent could not be
      * read - do not dial. Hours are whole hours; the office-clock
      * pair is the customer's window turned to our time
           05  RSP-CONSENT-DETAIL REDEFINES RSP-CUST-NAME.
               10  RSP-CALL-STATUS     PIC X.
               10  RSP-PHONE-CONSENT   PIC X.
               10  RSP-TEXT-CONSENT    PIC X.
               10  RSP-EMAIL-CONSENT   PIC X.
               10  RSP-DO-NOT-CALL     PIC X.
               10  RSP-NO-WORK-CALLS   PIC X.
               10  RSP-TIME-ZONE       PIC X(2).
               10  RSP-LOCAL-FROM-HOUR PIC 9(2).
               10  RSP-LOCAL-TO-HOUR   PIC 9(2).
               10  RSP-OFFICE-FROM-HOUR PIC 9(2).
               10  RSP-OFFICE-TO-HOUR  PIC 9(2).
               10  RSP-WEEK-ATTEMPTS   PIC 9(3).
               10  RSP-ATTEMPT-CAP     PIC 9(3).
               10  RSP-NEXT-CALL-DATE  PIC 9(8).
      * The NOTE row's view of the name field - who wrote the note
      * and when, and the follow-up date it set (zero for none)
           05  RSP-NOTE-DETAIL REDEFINES RSP-CUST-NAME.
               10  RSP-NOTE-DATE       PIC 9(8).
               10  RSP-NOTE-OPERATOR   PIC X(8).
               10  RSP-NOTE-CATEGORY   PIC X(4).
               10  RSP-FOLLOW-UP-DATE  PIC 9(8).
               10  FILLER              PIC X(2).
      * The APAY row's view of the name field - E enrolled or X
      * cancelled, C checking or S savings, the debit day, and the
      * bank account's last four digits (spaces until the account
      * is vaulted); the debit cap goes in RSP-BALANCE
           05  RSP-AUTOPAY-DETAIL REDEFINES RSP-CUST-NAME.
               10  RSP-APAY-STATUS     PIC X.
               10  RSP-APAY-ACCT-TYPE  PIC X.
               10  RSP-APAY-DEBIT-DAY  PIC 9(2).
               10  RSP-APAY-LAST-FOUR  PIC X(4).
               10  FILLER              PIC X(22).
           05  RSP-BALANCE         PIC S9(7)V99.
           05  RSP-STATUS          PIC X.
           05  RSP-DAYS-PAST-DUE   PIC 9(3).
           05  RSP-PERIOD-ID       PIC 9(6).
      * NOTE rows only - the note itself; spaces on every other row
           05  RSP-NOTE-TEXT       PIC X(120).

      * Same layout every access logger writes
       FD  ACCESS-LOG-FILE.
           88  BHST-FILE-MISSING   VALUE '35'.
       01  WS-BHST-OPENED-FLAG     PIC X VALUE 'N'.
           88  HISTORY-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-APY-FILE-STATUS      PIC XX.
           88  APY-FILE-OK         VALUE '00'.
       01  WS-APY-OPENED-FLAG      PIC X VALUE 'N'.
           88  AUTOPAY-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-NTE-FILE-STATUS      PIC XX.
           88  NTE-FILE-OK         VALUE '00'.
       01  WS-NTE-OPENED-FLAG      PIC X VALUE 'N'.
           88  NOTE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-LKR-FILE-STATUS      PIC XX.
           88  LKR-FILE-OK         VALUE '00'.
           88  LKR-FILE-AT-END     VALUE '10'.
               88  NAME-IS-SHARED  VALUE 'Y'.
           05  WS-HIST-DONE-FLAG   PIC X VALUE 'N'.
               88  HISTORY-WALK-DONE VALUE 'Y'.
           05  WS-NOTE-DONE-FLAG   PIC X VALUE 'N'.
               88  NOTE-WALK-DONE  VALUE 'Y'.

       01  WS-KEY-CUST-ID          PIC 9(9) VALUE ZERO.
       01  WS-KEY-CUST-ID-X REDEFINES WS-KEY-CUST-ID PIC X(9).
      * for the response time
       01  WS-HIST-LIMIT           PIC 9(2) COMP VALUE 6.
       01  WS-HIST-SENT            PIC 9(2) COMP VALUE ZERO.
      * Note rows per answer - the latest few, same budget reasoning
       01  WS-NOTE-LIMIT           PIC 9(2) COMP VALUE 5.
       01  WS-NOTE-SENT            PIC 9(2) COMP VALUE ZERO.

      * Consent handshake - one CHECK per account answered
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
           05  WS-REQUESTS-SERVED  PIC 9(6) VALUE ZERO.
               SET HISTORY-FILE-WAS-OPENED TO TRUE
           END-IF

           OPEN INPUT AUTOPAY-FILE
           IF APY-FILE-OK
               SET AUTOPAY-FILE-WAS-OPENED TO TRUE
           END-IF

           OPEN INPUT ACCOUNT-NOTE-FILE
           IF NTE-FILE-OK
               SET NOTE-FILE-WAS-OPENED TO TRUE
           END-IF

           OPEN INPUT LOOKUP-REQUEST-FILE
           IF NOT LKR-FILE-OK
               DISPLAY 'NO LOOKUP REQUESTS QUEUED'
           MOVE ZERO TO RSP-PERIOD-ID
           WRITE LOOKUP-RESPONSE-RECORD
           ADD 1 TO WS-ROWS-RETURNED
           PERFORM 2550-ANSWER-WITH-CONSENT
           IF AUTOPAY-FILE-WAS-OPENED
               PERFORM 2580-ANSWER-WITH-AUTOPAY
           END-IF
           IF HISTORY-FILE-WAS-OPENED
               PERFORM 2600-ANSWER-WITH-HISTORY
           END-IF
           IF NOTE-FILE-WAS-OPENED
               PERFORM 2700-ANSWER-WITH-NOTES
           END-IF.

       2550-ANSWER-WITH-CONSENT.
      * One keyed read in the consent service - inside the same
      * response-time budget as the account row
           MOVE 'CHECK' TO WS-CON-FUNCTION
           MOVE CUST-ID TO WS-CON-CUST-ID
           MOVE CUST-STATE TO WS-CON-STATE
           MOVE LKR-AGENT-ID TO WS-CON-OPERATOR-ID
           CALL 'SAMPLE-PROGRAM-CONSENT' USING WS-CONSENT-PARM-AREA
           MOVE SPACES TO LOOKUP-RESPONSE-RECORD
           MOVE LKR-REQUEST-ID TO RSP-REQUEST-ID
           SET RSP-CONSENT-ROW TO TRUE
           MOVE CUST-ID TO RSP-CUST-ID
           MOVE ZERO TO RSP-BALANCE
           MOVE SPACE TO RSP-STATUS
           MOVE ZERO TO RSP-DAYS-PAST-DUE
           MOVE ZERO TO RSP-PERIOD-ID
           IF WS-CON-RETURN-CODE > 4
               DISPLAY 'CONSENT CHECK FAILED FOR ' CUST-ID ': '
                   WS-CON-MESSAGE
               MOVE 'X' TO RSP-CALL-STATUS
               MOVE ZERO TO RSP-LOCAL-FROM-HOUR RSP-LOCAL-TO-HOUR
                   RSP-OFFICE-FROM-HOUR RSP-OFFICE-TO-HOUR
                   RSP-WEEK-ATTEMPTS RSP-ATTEMPT-CAP
                   RSP-NEXT-CALL-DATE
           ELSE
               MOVE WS-CON-CALL-STATUS TO RSP-CALL-STATUS
               MOVE WS-CON-PHONE-CONSENT TO RSP-PHONE-CONSENT
               MOVE WS-CON-TEXT-CONSENT TO RSP-TEXT-CONSENT
               MOVE WS-CON-EMAIL-CONSENT TO RSP-EMAIL-CONSENT
               MOVE WS-CON-DO-NOT-CALL TO RSP-DO-NOT-CALL
               MOVE WS-CON-NO-WORK-CALLS TO RSP-NO-WORK-CALLS
               MOVE WS-CON-TIME-ZONE TO RSP-TIME-ZONE
               MOVE WS-CON-CALL-FROM-HOUR TO RSP-LOCAL-FROM-HOUR
               MOVE WS-CON-CALL-TO-HOUR TO RSP-LOCAL-TO-HOUR
               MOVE WS-CON-OFFICE-FROM-HOUR TO RSP-OFFICE-FROM-HOUR
               MOVE WS-CON-OFFICE-TO-HOUR TO RSP-OFFICE-TO-HOUR
               MOVE WS-CON-WEEK-ATTEMPTS TO RSP-WEEK-ATTEMPTS
               MOVE WS-CON-ATTEMPT-CAP TO RSP-ATTEMPT-CAP
               MOVE WS-CON-NEXT-CALL-DATE TO RSP-NEXT-CALL-DATE
           END-IF
           WRITE LOOKUP-RESPONSE-RECORD
           ADD 1 TO WS-ROWS-RETURNED.

       2580-ANSWER-WITH-AUTOPAY.
      * One keyed read; no row when the customer never enrolled. A
      * row still awaiting conversion to a token shows no digits at
      * all rather than reach into the clear numbers
           MOVE CUST-ID TO APY-CUST-ID
           READ AUTOPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO LOOKUP-RESPONSE-RECORD
                   MOVE LKR-REQUEST-ID TO RSP-REQUEST-ID
                   SET RSP-AUTOPAY-ROW TO TRUE
                   MOVE CUST-ID TO RSP-CUST-ID
                   MOVE APY-STATUS TO RSP-APAY-STATUS
                   MOVE APY-ACCOUNT-TYPE TO RSP-APAY-ACCT-TYPE
                   MOVE APY-DEBIT-DAY TO RSP-APAY-DEBIT-DAY
                   IF APY-TOKENIZED
                       MOVE APY-ACCOUNT-LAST-FOUR TO RSP-APAY-LAST-FOUR
                   END-IF
                   MOVE APY-CAP-AMOUNT TO RSP-BALANCE
                   MOVE SPACE TO RSP-STATUS
                   MOVE ZERO TO RSP-DAYS-PAST-DUE
                   MOVE ZERO TO RSP-PERIOD-ID
                   WRITE LOOKUP-RESPONSE-RECORD
                   ADD 1 TO WS-ROWS-RETURNED
           END-READ.

       2600-ANSWER-WITH-HISTORY.
      * A bounded walk of the account's month-end trajectory - the
      * limit keeps the answer inside the response-time budget
                   END-IF
           END-READ.

       2700-ANSWER-WITH-NOTES.
      * The note key runs newest first under the account, so the
      * first few rows of the walk are the latest notes
           MOVE 'N' TO WS-NOTE-DONE-FLAG
           MOVE ZERO TO WS-NOTE-SENT
           MOVE CUST-ID TO NTE-CUST-ID
           MOVE ZERO TO NTE-INVERTED-DATE
           MOVE ZERO TO NTE-SEQ-NO
           START ACCOUNT-NOTE-FILE
               KEY IS NOT LESS THAN NTE-KEY
               INVALID KEY
                   SET NOTE-WALK-DONE TO TRUE
           END-START
           PERFORM 2750-SEND-ONE-NOTE-ROW
               UNTIL NOTE-WALK-DONE.

       2750-SEND-ONE-NOTE-ROW.
           READ ACCOUNT-NOTE-FILE NEXT RECORD
               AT END
                   SET NOTE-WALK-DONE TO TRUE
               NOT AT END
                   IF NTE-CUST-ID NOT = CUST-ID
                           OR WS-NOTE-SENT >= WS-NOTE-LIMIT
                       SET NOTE-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-NOTE-SENT
                       MOVE SPACES TO LOOKUP-RESPONSE-RECORD
                       MOVE LKR-REQUEST-ID TO RSP-REQUEST-ID
                       SET RSP-NOTE-ROW TO TRUE
                       MOVE NTE-CUST-ID TO RSP-CUST-ID
                       MOVE NTE-NOTE-DATE TO RSP-NOTE-DATE
                       MOVE NTE-OPERATOR-ID TO RSP-NOTE-OPERATOR
                       MOVE NTE-CATEGORY TO RSP-NOTE-CATEGORY
                       MOVE NTE-FOLLOW-UP-DATE TO RSP-FOLLOW-UP-DATE
                       MOVE ZERO TO RSP-BALANCE
                       MOVE SPACE TO RSP-STATUS
                       MOVE ZERO TO RSP-DAYS-PAST-DUE
                       MOVE ZERO TO RSP-PERIOD-ID
                       MOVE NTE-TEXT TO RSP-NOTE-TEXT
                       WRITE LOOKUP-RESPONSE-RECORD
                       ADD 1 TO WS-ROWS-RETURNED
                   END-IF
           END-READ.

       2900-LOG-THE-LOOKUP.
      * The privacy trail: the requesting AGENT owns this access,
      * machine-mediated or not
           CLOSE ACCESS-LOG-FILE
           IF HISTORY-FILE-WAS-OPENED
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           IF NOTE-FILE-WAS-OPENED
               CLOSE ACCOUNT-NOTE-FILE
           END-IF
           IF AUTOPAY-FILE-WAS-OPENED
               CLOSE AUTOPAY-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
