      *     the status-history row seeded, and a welcome letter
      *     queued through the correspondence log, exactly as any
      *     other lifecycle event leaves its trail
      *   - sanctions screening of the name (and the address
      *     country, when given) through SAMPLE-PROGRAM-SANCSCRN:
      *     no account opens while the list cannot be read, and a
      *     potential match opens under a compliance hold with the
      *     match queued for the compliance officer
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  ONB-EMAIL           PIC X(40).
           05  ONB-CURRENCY-CODE   PIC X(3).
           05  ONB-OPERATOR-ID     PIC X(8).
      * ISO country of the address; blank when not captured
           05  ONB-COUNTRY-CODE    PIC X(2).

       FD  ONBOARD-REGISTER.
       01  ONBOARD-REGISTER-RECORD.
           05  ORG-DISPOSITION     PIC X(8).
               88  ORG-OPENED      VALUE 'OPENED'.
               88  ORG-REJECTED    VALUE 'REJECTED'.
               88  ORG-HELD        VALUE 'HELD'.
           05  ORG-REJECT-REASON   PIC X(40).

       FD  STATUS-HISTORY-FILE.
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
               88  NAME-ALREADY-ON-FILE VALUE 'Y'.
           05  WS-NAME-WALK-FLAG   PIC X VALUE 'N'.
               88  NAME-WALK-DONE  VALUE 'Y'.
           05  WS-SANCTIONS-FLAG   PIC X VALUE 'N'.
               88  SANCTIONS-HELD  VALUE 'Y'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-MENU-CHOICE          PIC X.
           05  WS-REQ-PHONE        PIC X(15).
           05  WS-REQ-EMAIL        PIC X(40).
           05  WS-REQ-CURRENCY     PIC X(3).
           05  WS-REQ-COUNTRY      PIC X(2).

      * ID issue: serial off the counter, its Luhn-weighted mod-10
      * check digit as the low-order position
       01  WS-COUNTERS.
           05  WS-OPENED-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

           ACCEPT WS-REQ-EMAIL
           DISPLAY 'ENTER CURRENCY (USD/CAD/EUR, BLANK = USD): '
           ACCEPT WS-REQ-CURRENCY
           DISPLAY 'ENTER ADDRESS COUNTRY (ISO CODE, OR BLANK): '
           ACCEPT WS-REQ-COUNTRY
           PERFORM 2300-OPEN-ONE-ACCOUNT
           IF REQUEST-VALID
               DISPLAY 'ACCOUNT OPENED - CUST-ID '
                   WS-ISSUED-CUST-ID
               IF SANCTIONS-HELD
                   DISPLAY 'UNDER COMPLIANCE HOLD: ' WS-SNS-MESSAGE
               END-IF
           ELSE
               DISPLAY 'NOT OPENED: ' WS-REJECT-REASON
           END-IF.

       2300-OPEN-ONE-ACCOUNT.
      * The one shared path: validate, screen, issue, write, trail
           MOVE 'N' TO WS-SANCTIONS-FLAG
           PERFORM 2350-VALIDATE-REQUEST
           IF REQUEST-VALID
               PERFORM 2400-SCREEN-DUPLICATE-NAME
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF REQUEST-VALID
               PERFORM 2430-CONFIRM-LIST-READY
           END-IF
           IF REQUEST-VALID
               PERFORM 2450-ISSUE-CUST-ID
               PERFORM 2500-WRITE-NEW-ACCOUNT
                   SET NAME-WALK-DONE TO TRUE
           END-READ.

       2430-CONFIRM-LIST-READY.
      * The screen itself runs once the account exists, so the
      * hold and the review row have an account to attach to - ask
      * first whether the list is there, and open nothing if not
           MOVE 'READY' TO WS-SNS-FUNCTION
           CALL 'SAMPLE-PROGRAM-SANCSCRN' USING WS-SANCSCRN-PARM-AREA
           IF WS-SNS-RETURN-CODE NOT = ZERO
               SET REQUEST-INVALID TO TRUE
               MOVE 'SANCTIONS LIST UNAVAILABLE - NOT OPENED'
                   TO WS-REJECT-REASON
           END-IF.

       2450-ISSUE-CUST-ID.
      * Serial from the counter, check digit as the low-order
      * position, Luhn-weighted: alternate positions double (with
                   PERFORM 2520-WRITE-JOURNAL-ROW
                   PERFORM 2540-SEED-STATUS-HISTORY
                   PERFORM 2560-QUEUE-WELCOME-LETTER
                   PERFORM 2580-SCREEN-SANCTIONS
           END-WRITE.

       2520-WRITE-JOURNAL-ROW.
               INTO CORR-DELIVERY-ADDRESS
           MOVE ZERO TO CORR-DAYS-PAST-DUE
           MOVE ZERO TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE ZERO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       2580-SCREEN-SANCTIONS.
      * A potential match still opens - the customer exists and
      * the match may be false - but frozen under the compliance
      * hold the screening places, until compliance decides it
           MOVE 'SCREEN' TO WS-SNS-FUNCTION
           MOVE CUST-ID TO WS-SNS-CUST-ID
           MOVE WS-REQ-NAME TO WS-SNS-NAME
           MOVE WS-REQ-COUNTRY TO WS-SNS-COUNTRY
           MOVE 'ONBOARD' TO WS-SNS-SOURCE
           CALL 'SAMPLE-PROGRAM-SANCSCRN' USING WS-SANCSCRN-PARM-AREA
           IF WS-SNS-RETURN-CODE = 4
               SET SANCTIONS-HELD TO TRUE
               ADD 1 TO WS-HELD-COUNT
           END-IF
      * The list was read a moment ago, so this is the review file
      * failing - the next rescan picks the account up
           IF WS-SNS-RETURN-CODE > 4
               DISPLAY 'SANCTIONS SCREENING FAILED FOR CUST-ID '
                   CUST-ID ' - ' WS-SNS-MESSAGE
           END-IF.

       2600-APPLY-BATCH-FILE.
      * The same validate/screen/issue/write path, fed from a file;
      * each row carries the operator that authorized it
                   MOVE ONB-PHONE TO WS-REQ-PHONE
                   MOVE ONB-EMAIL TO WS-REQ-EMAIL
                   MOVE ONB-CURRENCY-CODE TO WS-REQ-CURRENCY
                   MOVE ONB-COUNTRY-CODE TO WS-REQ-COUNTRY
                   PERFORM 2300-OPEN-ONE-ACCOUNT
                   MOVE WS-REQ-NAME TO ORG-CUST-NAME
                   IF REQUEST-VALID
                       MOVE WS-ISSUED-CUST-ID TO ORG-ISSUED-CUST-ID
                       SET ORG-OPENED TO TRUE
                       MOVE SPACES TO ORG-REJECT-REASON
                       IF SANCTIONS-HELD
                           SET ORG-HELD TO TRUE
                           MOVE 'OPENED UNDER SANCTIONS COMPLIANCE HOLD'
                               TO ORG-REJECT-REASON
                       END-IF
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE ZERO TO ORG-ISSUED-CUST-ID
       3200-SIGN-OFF.
           DISPLAY 'ONBOARDING SESSION ENDED'
           DISPLAY 'Accounts Opened: ' WS-OPENED-COUNT
           DISPLAY 'Requests Rejected: ' WS-REJECTED-COUNT
           DISPLAY 'Opened Under Compliance Hold: ' WS-HELD-COUNT.
