      * ever finished the job. Each night this run examines every
      * PENDING-CLOSURE-CUSTOMER and either retires it or says
      * exactly why it cannot:
      *   - a security deposit still held is applied against the
      *     final balance (an offsetting adjustment for what is
      *     owed) and whatever it does not consume goes back by
      *     check with the interest it earned
      *   - a remaining credit balance issues through the refund
      *     path (check request plus the offsetting adjustment for
      *     the posting engine) and the account waits one more
      *   - a settled account (zero balance, nothing open anywhere)
      *     gets its final statement, the correspondence row, and
      *     retires to INACTIVE under the full journal and status-
      *     history discipline; the final statement is filed line
      *     for line in the document archive (SAMPLE-PROGRAM-DOCARCH)
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFX-FILE-STATUS.

      * Security deposits still held - applied to the final bill
      * here; optional, no file means no deposits
           SELECT DEPOSIT-FILE ASSIGN TO "CUSTDEPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CUST-ID
               FILE STATUS IS WS-DEP-FILE-STATUS.

      * Offsetting adjustments for the posting engine's next run
           SELECT CLOSURE-TRAN-FILE ASSIGN TO "CUSTCLOT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  RFX-ZIP-CODE        PIC X(10).
           05  RFX-REQUEST-DATE    PIC 9(8).

       FD  DEPOSIT-FILE.
           COPY DEPOSIT-RECORD.

       FD  CLOSURE-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

           88  PLN-FILE-MISSING    VALUE '35'.
       01  WS-PLN-OPENED-FLAG      PIC X VALUE 'N'.
           88  PLAN-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-DEP-FILE-STATUS      PIC XX.
           88  DEP-FILE-OK         VALUE '00'.
       01  WS-DEP-OPENED-FLAG      PIC X VALUE 'N'.
           88  DEPOSIT-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-SUS-FILE-STATUS      PIC XX.
           88  SUS-FILE-OK         VALUE '00'.
           88  SUS-FILE-AT-END     VALUE '10'.
       01  WS-OLD-STATUS           PIC X VALUE SPACE.
       01  WS-CREDIT-AMOUNT        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-BALANCE-DISPLAY      PIC -(7)9.99.
      * A held deposit's worth (deposit plus interest accrued through
      * the last monthly run), the part of it that settles the
      * balance, and the part that goes back by check
       01  WS-DEPOSIT-TOTAL        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-DEPOSIT-APPLIED      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-DEPOSIT-RETURNED     PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PENDING-SEEN     PIC 9(6) VALUE ZERO.
           05  WS-CLOSED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-BLOCKED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-REFUNDS-ISSUED   PIC 9(6) VALUE ZERO.
           05  WS-DEPOSITS-APPLIED PIC 9(6) VALUE ZERO.
           05  WS-DEPOSITS-RETURNED PIC 9(6) VALUE ZERO.

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
       01  LS-CLOSURE-PARM-AREA.
           IF PLN-FILE-OK
               SET PLAN-FILE-WAS-OPENED TO TRUE
           END-IF
           OPEN I-O DEPOSIT-FILE
           IF DEP-FILE-OK
               SET DEPOSIT-FILE-WAS-OPENED TO TRUE
           END-IF

           OPEN I-O STATUS-HISTORY-FILE
           IF STH-FILE-MISSING

       2200-EXAMINE-ONE-ACCOUNT.
           MOVE 'N' TO WS-BLOCKED-FLAG
           PERFORM 2250-APPLY-SECURITY-DEPOSIT
           IF WS-DEPOSIT-APPLIED > ZERO
               MOVE 'DEPOSIT APPLIED - AWAITING POST'
                   TO CLOSURE-REPORT-LINE (60:40)
               PERFORM 2900-REPORT-BLOCKER
           END-IF
           IF CUST-BALANCE > WS-DEPOSIT-APPLIED
               MOVE 'BALANCE STILL OWED' TO CLOSURE-REPORT-LINE (60:30)
               PERFORM 2900-REPORT-BLOCKER
           END-IF
               PERFORM 2500-RETIRE-ACCOUNT
           END-IF.

       2250-APPLY-SECURITY-DEPOSIT.
      * A held deposit settles what it can of a balance owed - an
      * adjustment down by that much for the posting engine - and
      * the rest goes back by check on the refund path. A credit
      * or zero balance takes none of it. The deposit is released
      * here, once; tomorrow night it is no longer held
           MOVE ZERO TO WS-DEPOSIT-APPLIED
           MOVE ZERO TO WS-DEPOSIT-RETURNED
           IF DEPOSIT-FILE-WAS-OPENED
               MOVE CUST-ID TO DEP-CUST-ID
               READ DEPOSIT-FILE
                   INVALID KEY
                       MOVE SPACE TO DEP-STATUS
               END-READ
               IF DEP-HELD
                   COMPUTE WS-DEPOSIT-TOTAL =
                       DEP-AMOUNT-HELD + DEP-INTEREST-ACCRUED
                   IF CUST-BALANCE > ZERO
                       IF CUST-BALANCE < WS-DEPOSIT-TOTAL
                           MOVE CUST-BALANCE TO WS-DEPOSIT-APPLIED
                       ELSE
                           MOVE WS-DEPOSIT-TOTAL TO WS-DEPOSIT-APPLIED
                       END-IF
                   END-IF
                   COMPUTE WS-DEPOSIT-RETURNED =
                       WS-DEPOSIT-TOTAL - WS-DEPOSIT-APPLIED
                   IF WS-DEPOSIT-APPLIED > ZERO
                       PERFORM 2260-WRITE-DEPOSIT-ADJUSTMENT
                   END-IF
                   IF WS-DEPOSIT-RETURNED > ZERO
                       PERFORM 2270-REQUEST-DEPOSIT-CHECK
                   END-IF
                   SET DEP-APPLIED TO TRUE
                   MOVE STD-CURRENT-DATE TO DEP-RELEASE-DATE
                   MOVE WS-DEPOSIT-RETURNED TO DEP-RELEASED-AMOUNT
                   MOVE WS-DEPOSIT-APPLIED TO DEP-APPLIED-AMOUNT
                   REWRITE DEPOSIT-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR DEPOSIT: '
                               DEP-CUST-ID
                               ' STATUS=' WS-DEP-FILE-STATUS
                           SET ERROR-OCCURRED TO TRUE
                   END-REWRITE
               END-IF
           END-IF.

       2260-WRITE-DEPOSIT-ADJUSTMENT.
           MOVE CUST-ID TO TRN-CUST-ID
           SET TRN-ADJUSTMENT TO TRUE
           COMPUTE TRN-AMOUNT = ZERO - WS-DEPOSIT-APPLIED
           MOVE CUST-CURRENCY-CODE TO TRN-CURRENCY-CODE
           MOVE STD-CURRENT-DATE TO TRN-TRANS-DATE
           MOVE 'DEPOSIT ' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
           ADD 1 TO WS-DEPOSITS-APPLIED.

       2270-REQUEST-DEPOSIT-CHECK.
           MOVE CUST-ID TO RFX-CUST-ID
           MOVE CUST-NAME TO RFX-PAYEE-NAME
           MOVE WS-DEPOSIT-RETURNED TO RFX-REFUND-AMOUNT
           MOVE CUST-ADDRESS-LINE-1 TO RFX-ADDRESS-LINE-1
           MOVE CUST-ADDRESS-LINE-2 TO RFX-ADDRESS-LINE-2
           MOVE CUST-CITY TO RFX-CITY
           MOVE CUST-STATE TO RFX-STATE
           MOVE CUST-ZIP-CODE TO RFX-ZIP-CODE
           MOVE STD-CURRENT-DATE TO RFX-REQUEST-DATE
           WRITE REFUND-EXTRACT-RECORD
           ADD 1 TO WS-DEPOSITS-RETURNED.

       2300-ISSUE-CREDIT-REFUND.
      * The refund path exactly: a check request for the money we
      * hold, and the offsetting adjustment that zeroes the
           MOVE 'CLOSURE ' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
           ADD 1 TO WS-REFUNDS-ISSUED.

           END-REWRITE.

       2550-WRITE-FINAL-STATEMENT.
           MOVE CUST-ID TO WS-DAR-CUST-ID
           MOVE 'FINAL-STMT' TO WS-DAR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO WS-DAR-SENT-DATE
           MOVE STD-CURRENT-TIME TO WS-DAR-SENT-TIME
           PERFORM 8400-BEGIN-ARCHIVE-COPY
           MOVE CUST-BALANCE TO WS-BALANCE-DISPLAY
           MOVE CUST-NAME TO FINAL-STMT-LINE
           PERFORM 8410-PUT-FINAL-STMT-LINE
           MOVE SPACES TO FINAL-STMT-LINE
           STRING 'FINAL STATEMENT - ACCOUNT ' DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               ' CLOSED ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO FINAL-STMT-LINE
           PERFORM 8410-PUT-FINAL-STMT-LINE
           MOVE SPACES TO FINAL-STMT-LINE
           STRING 'CLOSING BALANCE: ' DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO FINAL-STMT-LINE
           PERFORM 8410-PUT-FINAL-STMT-LINE
           MOVE SPACES TO FINAL-STMT-LINE
           PERFORM 8410-PUT-FINAL-STMT-LINE
           MOVE CUST-ID TO CORR-CUST-ID
           MOVE 'FINAL-STMT' TO CORR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO CORR-SENT-DATE
               INTO CORR-DELIVERY-ADDRESS
           MOVE CUST-DAYS-PAST-DUE TO CORR-DAYS-PAST-DUE
           MOVE ZERO TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE WS-DAR-COPY-NO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       2560-WRITE-JOURNAL-ROW.
           WRITE CLOSURE-REPORT-LINE
           MOVE SPACES TO CLOSURE-REPORT-LINE.


       8400-BEGIN-ARCHIVE-COPY.
      * Start this document's copy in the archive; a copy that
      * cannot be filed still goes out, logged with no archive link
           MOVE 'BEGIN' TO WS-DAR-FUNCTION
           MOVE 'SAMPLE-PROGRAM-CLOSURE' TO WS-DAR-PROGRAM-NAME
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           IF WS-DAR-RETURN-CODE NOT = ZERO
               DISPLAY 'DOCUMENT NOT ARCHIVED FOR CUST-ID '
                   WS-DAR-CUST-ID ': ' WS-DAR-MESSAGE
               ADD 1 TO WS-UNARCHIVED-COUNT
           END-IF.

       8410-PUT-FINAL-STMT-LINE.
      * Every printed line of the document also goes to its copy in
      * the archive
           WRITE FINAL-STMT-LINE
           IF WS-DAR-COPY-NO > ZERO
               MOVE FINAL-STMT-LINE TO WS-DAR-LINE-TEXT
               MOVE 'LINE' TO WS-DAR-FUNCTION
               CALL 'SAMPLE-PROGRAM-DOCARCH'
                   USING WS-DOCARCH-PARM-AREA
           END-IF.

       3000-FINALIZE SECTION.
       3050-SAVE-CHAIN-HEAD.
           IF WS-CLOSED-COUNT > ZERO
           END-IF.

       3100-CLOSE-FILES.
           MOVE 'CLOSE' TO WS-DAR-FUNCTION
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           CLOSE CUSTOMER-FILE
           CLOSE STATUS-HISTORY-FILE
           CLOSE JOURNAL-FILE
           IF PLAN-FILE-WAS-OPENED
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           IF DEPOSIT-FILE-WAS-OPENED
               CLOSE DEPOSIT-FILE
           END-IF
      * Give CUSTDATA back - the reservation outlives us only if
      * we crash, and INSPECT/BREAK exist for exactly that
           MOVE 'RELEASE' TO WS-RSV-FUNCTION
           DISPLAY 'Pending-Closure Accounts Seen: ' WS-PENDING-SEEN
           DISPLAY 'Accounts Retired: ' WS-CLOSED-COUNT
           DISPLAY 'Accounts Blocked: ' WS-BLOCKED-COUNT
           DISPLAY 'Credit Refunds Issued: ' WS-REFUNDS-ISSUED
           DISPLAY 'Deposits Applied To Balance: ' WS-DEPOSITS-APPLIED
           DISPLAY 'Deposit Checks Requested: ' WS-DEPOSITS-RETURNED
           DISPLAY 'Final Statements Not Archived: '
               WS-UNARCHIVED-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
