      * PROGRAM-REFUND writes check requests and loses interest;
      * this job carries each check the rest of the way. Four passes
      * each night:
      *   1. Issue - the refund extract's requests, and any check
      *      requests a remediation campaign released for closed
      *      accounts, are assigned sequential check numbers and
      *      registered OUTSTANDING (a request already registered
      *      outstanding for the same account, amount, and date
      *      is not issued twice). Every payee is screened against
      *      the sanctions list first; a potential match, or a
      *      screening that could not run, registers the check
      *      BLOCKED - no positive pay, the money held - and each
      *      run re-screens the blocked checks, issuing those
      *      compliance has since cleared.
      *   2. Positive pay - tonight's issued checks export to the
      *      bank so a forged or altered check bounces at the teller.
      *   3. Cleared intake - the bank's paid-check file marks
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFX-FILE-STATUS.

      * Remediation campaign check requests for closed accounts,
      * same layout as the refund extract; optional
           SELECT REMEDIATION-REQUEST-FILE ASSIGN TO "CUSTRMCQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMQ-FILE-STATUS.

      * Daily positive-pay export to the bank
           SELECT POSITIVE-PAY-FILE ASSIGN TO "CUSTPPAY"
               ORGANIZATION IS LINE SEQUENTIAL
           05  RFX-ZIP-CODE        PIC X(10).
           05  RFX-REQUEST-DATE    PIC 9(8).

      * Read into REFUND-EXTRACT-RECORD so both intakes issue
      * through the one path
       FD  REMEDIATION-REQUEST-FILE.
       01  REMEDIATION-REQUEST-RECORD PIC X(148).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05  PPY-CHECK-NUMBER    PIC 9(9).
       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

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

       01  WS-CHK-FILE-STATUS      PIC XX.
           88  CHK-FILE-OK         VALUE '00'.
           88  CHK-FILE-AT-END     VALUE '10'.
           88  RFX-FILE-OK         VALUE '00'.
           88  RFX-FILE-AT-END     VALUE '10'.

       01  WS-RMQ-FILE-STATUS      PIC XX.
           88  RMQ-FILE-OK         VALUE '00'.
           88  RMQ-FILE-AT-END     VALUE '10'.
       01  WS-RMQ-OPENED-FLAG      PIC X VALUE 'N'.
           88  REMEDIATION-REQS-WERE-OPENED VALUE 'Y'.

       01  WS-PPY-FILE-STATUS      PIC XX.
           88  PPY-FILE-OK         VALUE '00'.

               88  REQUEST-ALREADY-ISSUED VALUE 'Y'.
           05  WS-VOID-SCAN-FLAG   PIC X VALUE 'N'.
               88  VOID-SCAN-DONE  VALUE 'Y'.
           05  WS-BLOCK-SCAN-FLAG  PIC X VALUE 'N'.
               88  BLOCK-SCAN-DONE VALUE 'Y'.

      * Next check number to issue - seeded from the highest number
      * already on the register, so numbering survives across runs

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ    PIC 9(6) VALUE ZERO.
           05  WS-RMQ-REQUESTS-READ PIC 9(6) VALUE ZERO.
           05  WS-CHECKS-ISSUED    PIC 9(6) VALUE ZERO.
           05  WS-DUPLICATES-SKIPPED PIC 9(6) VALUE ZERO.
           05  WS-CHECKS-BLOCKED   PIC 9(6) VALUE ZERO.
           05  WS-BLOCKS-RELEASED  PIC 9(6) VALUE ZERO.
           05  WS-STILL-BLOCKED    PIC 9(6) VALUE ZERO.
           05  WS-CLEARS-READ      PIC 9(6) VALUE ZERO.
           05  WS-CHECKS-PAID      PIC 9(6) VALUE ZERO.
           05  WS-CLEAR-EXCEPTIONS PIC 9(6) VALUE ZERO.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ISSUE-CHECKS
               UNTIL RFX-FILE-AT-END
           PERFORM 2300-ISSUE-REMEDIATION-CHECKS
               UNTIL RMQ-FILE-AT-END
           PERFORM 2400-RESCREEN-BLOCKED-CHECKS
           PERFORM 2500-APPLY-CLEARED-CHECKS
               UNTIL CLR-FILE-AT-END
           PERFORM 2700-STALE-DATE-PASS
               MOVE 'Y' TO WS-RFX-OPENED-FLAG
           END-IF

      * Optional remediation requests - missing means no campaign
      * paid a closed account by check
           OPEN INPUT REMEDIATION-REQUEST-FILE
           IF NOT RMQ-FILE-OK
               SET RMQ-FILE-AT-END TO TRUE
               MOVE 'N' TO WS-RMQ-OPENED-FLAG
           ELSE
               MOVE 'Y' TO WS-RMQ-OPENED-FLAG
           END-IF

      * Optional cleared-check file from the bank
           OPEN INPUT CLEARED-CHECK-FILE
           IF NOT CLR-FILE-OK
               MOVE RFX-REQUEST-DATE TO CHK-ISSUE-DATE
               MOVE ZERO TO CHK-PAID-DATE
               MOVE ZERO TO CHK-VOID-DATE
               PERFORM 2230-SCREEN-PAYEE
               IF WS-SNS-RETURN-CODE NOT = ZERO
                   SET CHK-BLOCKED TO TRUE
                   WRITE CHECK-REGISTER-RECORD
                   ADD 1 TO WS-CHECKS-BLOCKED
                   PERFORM 2290-WRITE-BLOCK-EXCEPTION
               ELSE
                   WRITE CHECK-REGISTER-RECORD
                   ADD 1 TO WS-CHECKS-ISSUED
                   PERFORM 2240-EXPORT-POSITIVE-PAY
               END-IF
           END-IF.

       2210-CHECK-FOR-DUPLICATE.
               AT END
                   SET REGISTER-SCAN-DONE TO TRUE
               NOT AT END
                   IF (CHK-OUTSTANDING OR CHK-BLOCKED)
                           AND CHK-CUST-ID = RFX-CUST-ID
                           AND CHK-AMOUNT = RFX-REFUND-AMOUNT
                           AND CHK-ISSUE-DATE = RFX-REQUEST-DATE
                   END-IF
           END-READ.

       2230-SCREEN-PAYEE.
      * No check goes to a name on the sanctions list - and a
      * screening that could not run blocks like a match does
           MOVE 'SCREEN' TO WS-SNS-FUNCTION
           MOVE CHK-CUST-ID TO WS-SNS-CUST-ID
           MOVE CHK-PAYEE-NAME TO WS-SNS-NAME
           MOVE SPACES TO WS-SNS-COUNTRY
           MOVE 'REFUND' TO WS-SNS-SOURCE
           CALL 'SAMPLE-PROGRAM-SANCSCRN' USING WS-SANCSCRN-PARM-AREA.

       2240-EXPORT-POSITIVE-PAY.
           MOVE CHK-CHECK-NUMBER TO PPY-CHECK-NUMBER
           MOVE CHK-AMOUNT TO PPY-AMOUNT
           MOVE CHK-PAYEE-NAME TO PPY-PAYEE-NAME
           MOVE CHK-ISSUE-DATE TO PPY-ISSUE-DATE
           WRITE POSITIVE-PAY-RECORD.

       2290-WRITE-BLOCK-EXCEPTION.
           MOVE CHK-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CHECK-EXCEPTION-LINE
           STRING 'SANCTIONS BLOCK  CHECK ' DELIMITED BY SIZE
               CHK-CHECK-NUMBER DELIMITED BY SIZE
               ' CUST ' DELIMITED BY SIZE
               CHK-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-SNS-MESSAGE DELIMITED BY SIZE
               INTO CHECK-EXCEPTION-LINE
           WRITE CHECK-EXCEPTION-LINE.

       2300-ISSUE-REMEDIATION-CHECKS SECTION.
       2310-READ-REMEDIATION-REQUEST.
           READ REMEDIATION-REQUEST-FILE INTO REFUND-EXTRACT-RECORD
               AT END
                   SET RMQ-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-RMQ-REQUESTS-READ
                   PERFORM 2200-ISSUE-ONE-CHECK
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2400-RESCREEN-BLOCKED-CHECKS SECTION.
       2410-SCAN-FOR-BLOCKED.
      * A blocked check issues, dated today, once the payee screens
      * clean - compliance cleared the match, or the list that
      * could not be read is back
           MOVE 'N' TO WS-BLOCK-SCAN-FLAG
           MOVE ZERO TO CHK-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CHK-CHECK-NUMBER
               INVALID KEY
                   SET BLOCK-SCAN-DONE TO TRUE
           END-START
           PERFORM 2420-EXAMINE-BLOCKED-CHECK
               UNTIL BLOCK-SCAN-DONE

      * 2420 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2420-EXAMINE-BLOCKED-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET BLOCK-SCAN-DONE TO TRUE
               NOT AT END
                   IF CHK-BLOCKED
                       PERFORM 2230-SCREEN-PAYEE
                       IF WS-SNS-RETURN-CODE = ZERO
                           SET CHK-OUTSTANDING TO TRUE
                           MOVE WS-TODAY-DATE-NUM TO CHK-ISSUE-DATE
                           REWRITE CHECK-REGISTER-RECORD
                           ADD 1 TO WS-BLOCKS-RELEASED
                           ADD 1 TO WS-CHECKS-ISSUED
                           PERFORM 2240-EXPORT-POSITIVE-PAY
                       ELSE
                           ADD 1 TO WS-STILL-BLOCKED
                       END-IF
                   END-IF
           END-READ.

       2500-APPLY-CLEARED-CHECKS SECTION.
       2510-READ-CLEARED.
           READ CLEARED-CHECK-FILE
           MOVE 'CHKVOID ' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD.

       3000-FINALIZE SECTION.
           IF EXTRACT-WAS-OPENED
               CLOSE REFUND-EXTRACT-FILE
           END-IF
           IF REMEDIATION-REQS-WERE-OPENED
               CLOSE REMEDIATION-REQUEST-FILE
           END-IF
           IF CLEARED-WAS-OPENED
               CLOSE CLEARED-CHECK-FILE
           END-IF
       3200-DISPLAY-SUMMARY.
           DISPLAY 'Check Register Summary:'
           DISPLAY 'Requests Read: ' WS-REQUESTS-READ
           DISPLAY 'Remediation Requests Read: ' WS-RMQ-REQUESTS-READ
           DISPLAY 'Checks Issued: ' WS-CHECKS-ISSUED
           DISPLAY 'Duplicate Requests Skipped: '
               WS-DUPLICATES-SKIPPED
           DISPLAY 'Checks Blocked For Sanctions Review: '
               WS-CHECKS-BLOCKED
           DISPLAY 'Blocked Checks Released: ' WS-BLOCKS-RELEASED
           DISPLAY 'Checks Still Blocked: ' WS-STILL-BLOCKED
           DISPLAY 'Cleared Rows Read: ' WS-CLEARS-READ
           DISPLAY 'Checks Marked Paid: ' WS-CHECKS-PAID
           DISPLAY 'Clear Exceptions: ' WS-CLEAR-EXCEPTIONS
               MOVE 'CHECK REGISTER COMPLETED WITH ERRORS'
                   TO LS-CHK-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN WS-CLEAR-EXCEPTIONS > ZERO
                       MOVE 4 TO LS-CHK-RETURN-CODE
                       MOVE 'CHECK REGISTER - CLEAR EXCEPTIONS ON FILE'
                           TO LS-CHK-MESSAGE
                   WHEN WS-STILL-BLOCKED > ZERO
                       MOVE 4 TO LS-CHK-RETURN-CODE
                       MOVE 'CHECK REGISTER - CHECKS HELD FOR SANCTIONS'
                           TO LS-CHK-MESSAGE
                   WHEN OTHER
                       MOVE 0 TO LS-CHK-RETURN-CODE
                       MOVE 'CHECK REGISTER COMPLETE' TO LS-CHK-MESSAGE
               END-EVALUATE
           END-IF
           EXIT SECTION.
