       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SKIPRESP.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Skip-tracing vendor response. The vendor answers each
      * account SAMPLE-PROGRAM-SKIPOUT sent with a hit or a no-hit,
      * and a hit carries the address and phone it found and its own
      * confidence score, 000-100. This job matches each answer to
      * the account's skip-trace row and:
      *   - a hit scored at or over the confidence floor (80 unless
      *     the parameter master or the caller names one) is
      *     applied on the spot, under the same discipline
      *     SAMPLE-PROGRAM-ADDRFEED applies the postal change
      *     feed: the address rewrite carries one
      *     old/new row on the address audit file, the rewrite is
      *     journaled like every CUSTDATA change, and the
      *     undeliverable flag is cleared
      *   - a hit under the floor, or one with no street or city to
      *     mail to, is NOT applied - it waits on the skip-trace row
      *     as the review queue, is listed on the review report, and
      *     is decided on SAMPLE-PROGRAM-SKIPREV
      *   - a no-hit is stamped so and the account goes out again
      *     next week
      * Hits a reviewer approved since the last run are applied
      * first, the same way, and the run goes ahead on those alone
      * when no response file came in. Answers for accounts we are
      * not waiting on are listed as exceptions, never applied.
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

      * The vendor's answers; optional - an approvals-only run is
      * fine
           SELECT SKIP-RESPONSE-FILE ASSIGN TO "CUSTSKXI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SXI-FILE-STATUS.

      * One row per account sent - the answer lands here
           SELECT SKIP-TRACE-FILE ASSIGN TO "CUSTSKIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKT-CUST-ID
               FILE STATUS IS WS-SKT-FILE-STATUS.

      * One old/new pair per address actually changed - shared with
      * the postal change feed
           SELECT ADDRESS-AUDIT-FILE ASSIGN TO "CUSTAADT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAD-FILE-STATUS.

      * Hits queued for review, and answers that matched nothing
           SELECT SKIP-REVIEW-REPORT-FILE ASSIGN TO "CUSTSKRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVW-FILE-STATUS.

           SELECT MAIL-STATUS-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  SKIP-RESPONSE-FILE.
       01  SKIP-RESPONSE-RECORD.
           05  SXI-CUST-ID         PIC 9(9).
      * Y = the vendor found the customer, N = no hit
           05  SXI-HIT-FLAG        PIC X.
               88  SXI-HIT         VALUE 'Y'.
           05  SXI-CONFIDENCE      PIC 9(3).
           05  SXI-ADDRESS-LINE-1  PIC X(30).
           05  SXI-ADDRESS-LINE-2  PIC X(30).
           05  SXI-CITY            PIC X(20).
           05  SXI-STATE           PIC X(2).
           05  SXI-ZIP-CODE        PIC X(10).
           05  SXI-PHONE           PIC X(15).

       FD  SKIP-TRACE-FILE.
           COPY SKIP-TRACE-RECORD.

       FD  ADDRESS-AUDIT-FILE.
           COPY ADDRESS-AUDIT-RECORD.

       FD  SKIP-REVIEW-REPORT-FILE.
       01  SKIP-REVIEW-REPORT-LINE PIC X(132).

       FD  MAIL-STATUS-FILE.
           COPY MAIL-STATUS-RECORD.

       FD  JOURNAL-FILE.
           COPY JOURNAL-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * Chain-hash handshake with the journal hash service - every
      * journal row carries the chained hash, and the head saves at
      * close so the verifier has its anchor
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

      * Feed registration handshake - the physical file registers
      * before a single row processes, so a repeat presentation is
      * refused instead of applied twice
       01  WS-FEEDCTL-PARM-AREA.
           05  WS-FDC-RETURN-CODE  PIC S9(4) COMP.
           05  WS-FDC-MESSAGE      PIC X(50).
           05  WS-FDC-FUNCTION     PIC X(8).
           05  WS-FDC-FEED-CODE    PIC X(8).
           05  WS-FDC-FILE-NAME    PIC X(40).
           05  WS-FDC-BUSINESS-DATE PIC 9(8).
           05  WS-FDC-SEQUENCE     PIC 9(6).

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-SXI-FILE-STATUS      PIC XX.
           88  SXI-FILE-OK         VALUE '00'.
           88  SXI-FILE-AT-END     VALUE '10'.

       01  WS-SKT-FILE-STATUS      PIC XX.
           88  SKT-FILE-OK         VALUE '00'.
           88  SKT-FILE-AT-END     VALUE '10'.
           88  SKT-FILE-MISSING    VALUE '35'.

       01  WS-AAD-FILE-STATUS      PIC XX.
           88  AAD-FILE-OK         VALUE '00'.

       01  WS-RVW-FILE-STATUS      PIC XX.
           88  RVW-FILE-OK         VALUE '00'.

       01  WS-MST-FILE-STATUS      PIC XX.
           88  MST-FILE-OK         VALUE '00'.
           88  MST-FILE-MISSING    VALUE '35'.

       01  WS-JRNL-FILE-STATUS     PIC XX.
           88  JRNL-FILE-OK        VALUE '00'.
       01  WS-JRNL-BEFORE-AREA     PIC X(250) VALUE SPACES.
       01  WS-JRNL-OPERATOR-ID     PIC X(8) VALUE SPACES.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-RESPONSE-FLAG    PIC X VALUE 'N'.
               88  RESPONSE-FILE-PRESENT VALUE 'Y'.
           05  WS-SCAN-DONE-FLAG   PIC X VALUE 'N'.
               88  SCAN-DONE       VALUE 'Y'.
           05  WS-APPLIED-FLAG     PIC X VALUE 'N'.
               88  ADDRESS-APPLIED VALUE 'Y'.

      * Hits scored under this go to review instead of the master -
      * house default, replaced by the parameter master
       01  WS-MIN-CONFIDENCE       PIC 9(3) VALUE 80.
       01  WS-EXCEPTION-NOTE       PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RESPONSE-ROWS-READ PIC 9(6) VALUE ZERO.
           05  WS-HIT-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-NO-HIT-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-APPLIED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-QUEUED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-APPROVED-APPLIED PIC 9(6) VALUE ZERO.
           05  WS-FLAGS-CLEARED    PIC 9(6) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(6) VALUE ZERO.

       01  WS-RATE-PERCENT         PIC 9(3) VALUE ZERO.
       01  WS-COUNT-DISPLAY        PIC ZZZZZ9.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'SKIPRESP'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-SKIPRESP-PARM-AREA.
           05  LS-SKR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-SKR-MESSAGE      PIC X(50).
           05  LS-SKR-CUSTOMER-FILE-NAME PIC X(40).
      * 001-100 - zero keeps the parameter master's floor, or the
      * standing floor of 80
           05  LS-SKR-MIN-CONFIDENCE PIC 9(3).

       PROCEDURE DIVISION USING LS-SKIPRESP-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-APPROVED-HITS
           IF RESPONSE-FILE-PRESENT
               PERFORM 3000-PROCESS-RESPONSES
                   UNTIL SXI-FILE-AT-END
           END-IF
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
      * Declare our shared claim on CUSTDATA before touching it -
      * a refusal means a utility that cannot share the file is
      * live, and running anyway is how files corrupt
           MOVE 'ACQUIRE' TO WS-RSV-FUNCTION
           MOVE 'S' TO WS-RSV-MODE
           MOVE 'SAMPLE-PROGRAM-SKIPRESP' TO WS-RSV-PROGRAM-NAME
           MOVE SPACES TO WS-RSV-OPERATOR-ID
           CALL 'SAMPLE-PROGRAM-RESERVE' USING WS-RESERVE-PARM-AREA
           IF WS-RSV-RETURN-CODE NOT = ZERO
               DISPLAY 'CUSTDATA RESERVATION REFUSED: '
                   WS-RSV-MESSAGE
               MOVE 8 TO LS-SKR-RETURN-CODE
               GOBACK
           END-IF

           IF LS-SKR-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-SKR-CUSTOMER-FILE-NAME
                   TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-SKR-MIN-CONFIDENCE > ZERO
                   AND LS-SKR-MIN-CONFIDENCE NOT > 100
               MOVE LS-SKR-MIN-CONFIDENCE TO WS-MIN-CONFIDENCE
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS

      * Nothing was ever sent, so nothing can come back or be
      * approved
           OPEN I-O SKIP-TRACE-FILE
           IF NOT SKT-FILE-OK
               DISPLAY 'NO SKIP-TRACE FILE - NOTHING TO APPLY'
               MOVE 'RELEASE' TO WS-RSV-FUNCTION
               CALL 'SAMPLE-PROGRAM-RESERVE'
                   USING WS-RESERVE-PARM-AREA
               MOVE 0 TO LS-SKR-RETURN-CODE
               MOVE 'NO SKIP-TRACE FILE PRESENT' TO LS-SKR-MESSAGE
               GOBACK
           END-IF

           OPEN INPUT SKIP-RESPONSE-FILE
           IF SXI-FILE-OK
               SET RESPONSE-FILE-PRESENT TO TRUE
      * Register the physical file before touching a row of it - a
      * duplicate presentation stops here, loudly
               MOVE 'REGISTER' TO WS-FDC-FUNCTION
               MOVE 'SKIPRESP' TO WS-FDC-FEED-CODE
               MOVE 'CUSTSKXI' TO WS-FDC-FILE-NAME
               MOVE STD-CURRENT-DATE TO WS-FDC-BUSINESS-DATE
               MOVE ZERO TO WS-FDC-SEQUENCE
               CALL 'SAMPLE-PROGRAM-FEEDCTL'
                   USING WS-FEEDCTL-PARM-AREA
               IF WS-FDC-RETURN-CODE NOT = ZERO
                   DISPLAY 'FEED REGISTRATION REFUSED: '
                       WS-FDC-MESSAGE
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-SKR-RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               DISPLAY 'NO SKIP-TRACE RESPONSE TODAY - APPLYING '
                   'APPROVED HITS ONLY'
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SKR-RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ADDRESS-AUDIT-FILE
           IF AAD-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT ADDRESS-AUDIT-FILE
           END-IF
           IF NOT AAD-FILE-OK
               DISPLAY 'ERROR OPENING ADDRESS AUDIT FILE: '
                   WS-AAD-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SKR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SKIP-REVIEW-REPORT-FILE
           IF NOT RVW-FILE-OK
               DISPLAY 'ERROR OPENING SKIP-TRACE REVIEW REPORT: '
                   WS-RVW-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SKR-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O MAIL-STATUS-FILE
           IF MST-FILE-MISSING
               OPEN OUTPUT MAIL-STATUS-FILE
               CLOSE MAIL-STATUS-FILE
               OPEN I-O MAIL-STATUS-FILE
           END-IF
           IF NOT MST-FILE-OK
               DISPLAY 'ERROR OPENING MAIL STATUS FILE: '
                   WS-MST-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SKR-RETURN-CODE
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
               MOVE 8 TO LS-SKR-RETURN-CODE
               GOBACK
           END-IF.

       1200-WRITE-REPORT-HEADER.
           MOVE SPACES TO SKIP-REVIEW-REPORT-LINE
           STRING 'SKIP-TRACE RESPONSE REVIEW - RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               ' - CONFIDENCE FLOOR ' DELIMITED BY SIZE
               WS-MIN-CONFIDENCE DELIMITED BY SIZE
               INTO SKIP-REVIEW-REPORT-LINE
           WRITE SKIP-REVIEW-REPORT-LINE
           MOVE SPACES TO SKIP-REVIEW-REPORT-LINE
           WRITE SKIP-REVIEW-REPORT-LINE.

       2000-APPLY-APPROVED-HITS SECTION.
       2010-APPROVED-CONTROL.
      * Every hit a reviewer approved since the last run - applied
      * in the reviewer's name
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE ZERO TO SKT-CUST-ID
           START SKIP-TRACE-FILE KEY IS NOT LESS THAN SKT-CUST-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2100-READ-AND-APPLY-APPROVED
               UNTIL SCAN-DONE

      * 2100 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2100-READ-AND-APPLY-APPROVED.
           READ SKIP-TRACE-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF SKT-APPROVED
                       MOVE SKT-DECIDED-BY TO WS-JRNL-OPERATOR-ID
                       PERFORM 5000-APPLY-FOUND-ADDRESS
                       IF ADDRESS-APPLIED
                           SET SKT-APPLIED-AFTER-REVIEW TO TRUE
                           MOVE STD-CURRENT-DATE TO SKT-APPLIED-DATE
                           PERFORM 3900-REWRITE-SKIP-ROW
                           ADD 1 TO WS-APPROVED-APPLIED
                       END-IF
                   END-IF
           END-READ.

       3000-PROCESS-RESPONSES SECTION.
       3100-READ-RESPONSE-ROW.
           READ SKIP-RESPONSE-FILE
               AT END
                   SET SXI-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESPONSE-ROWS-READ
                   PERFORM 3200-MATCH-RESPONSE
           END-READ

      * 3200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       3200-MATCH-RESPONSE.
           MOVE SXI-CUST-ID TO SKT-CUST-ID
           READ SKIP-TRACE-FILE
               INVALID KEY
                   MOVE 'NEVER SENT TO THE VENDOR' TO WS-EXCEPTION-NOTE
                   PERFORM 3800-REPORT-EXCEPTION
               NOT INVALID KEY
                   IF SKT-SENT
                       PERFORM 3300-TAKE-ANSWER
                   ELSE
                       MOVE 'ALREADY ANSWERED' TO WS-EXCEPTION-NOTE
                       PERFORM 3800-REPORT-EXCEPTION
                   END-IF
           END-READ.

       3300-TAKE-ANSWER.
           MOVE STD-CURRENT-DATE TO SKT-RESPONSE-DATE
           IF NOT SXI-HIT
               ADD 1 TO WS-NO-HIT-COUNT
               SET SKT-NO-HIT TO TRUE
               MOVE ZERO TO SKT-CONFIDENCE
               PERFORM 3900-REWRITE-SKIP-ROW
           ELSE
               ADD 1 TO WS-HIT-COUNT
               MOVE SXI-CONFIDENCE TO SKT-CONFIDENCE
               MOVE SXI-ADDRESS-LINE-1 TO SKT-FOUND-LINE-1
               MOVE SXI-ADDRESS-LINE-2 TO SKT-FOUND-LINE-2
               MOVE SXI-CITY TO SKT-FOUND-CITY
               MOVE SXI-STATE TO SKT-FOUND-STATE
               MOVE SXI-ZIP-CODE TO SKT-FOUND-ZIP
               MOVE SXI-PHONE TO SKT-FOUND-PHONE
               MOVE SPACES TO SKT-DECIDED-BY
               MOVE ZERO TO SKT-DECIDED-DATE
               MOVE SPACES TO SKT-DECISION-NOTE
               MOVE ZERO TO SKT-APPLIED-DATE
               IF SXI-CONFIDENCE NOT < WS-MIN-CONFIDENCE
                       AND SXI-ADDRESS-LINE-1 NOT = SPACES
                       AND SXI-CITY NOT = SPACES
                   PERFORM 3400-APPLY-CONFIDENT-HIT
               ELSE
                   PERFORM 3500-QUEUE-FOR-REVIEW
               END-IF
           END-IF.

       3400-APPLY-CONFIDENT-HIT.
           MOVE 'SKIPRESP' TO WS-JRNL-OPERATOR-ID
           PERFORM 5000-APPLY-FOUND-ADDRESS
           IF ADDRESS-APPLIED
               SET SKT-APPLIED TO TRUE
               MOVE STD-CURRENT-DATE TO SKT-APPLIED-DATE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
      * The customer row went missing or would not rewrite - a
      * person looks at it rather than losing the answer
               SET SKT-IN-REVIEW TO TRUE
               ADD 1 TO WS-QUEUED-COUNT
               MOVE 'NOT APPLIED - CUSTOMER ROW' TO WS-EXCEPTION-NOTE
               PERFORM 3800-REPORT-EXCEPTION
           END-IF
           PERFORM 3900-REWRITE-SKIP-ROW.

       3500-QUEUE-FOR-REVIEW.
           SET SKT-IN-REVIEW TO TRUE
           PERFORM 3900-REWRITE-SKIP-ROW
           ADD 1 TO WS-QUEUED-COUNT
           MOVE SPACES TO SKIP-REVIEW-REPORT-LINE
           STRING 'REVIEW: CUST-ID ' DELIMITED BY SIZE
               SKT-CUST-ID DELIMITED BY SIZE
               ' CONF ' DELIMITED BY SIZE
               SKT-CONFIDENCE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SKT-FOUND-LINE-1 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SKT-FOUND-CITY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SKT-FOUND-STATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SKT-FOUND-ZIP DELIMITED BY SIZE
               ' PH ' DELIMITED BY SIZE
               SKT-FOUND-PHONE DELIMITED BY SIZE
               INTO SKIP-REVIEW-REPORT-LINE
           WRITE SKIP-REVIEW-REPORT-LINE.

       3800-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO SKIP-REVIEW-REPORT-LINE
           STRING 'EXCEPTION: CUST-ID ' DELIMITED BY SIZE
               SXI-CUST-ID DELIMITED BY SIZE
               ' HIT ' DELIMITED BY SIZE
               SXI-HIT-FLAG DELIMITED BY SIZE
               ' CONF ' DELIMITED BY SIZE
               SXI-CONFIDENCE DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-EXCEPTION-NOTE DELIMITED BY SIZE
               INTO SKIP-REVIEW-REPORT-LINE
           WRITE SKIP-REVIEW-REPORT-LINE.

       3900-REWRITE-SKIP-ROW.
           REWRITE SKIP-TRACE-RECORD
               INVALID KEY
                   DISPLAY 'SKIP-TRACE REWRITE FAILED, CUST-ID '
                       SKT-CUST-ID ' STATUS=' WS-SKT-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
           END-REWRITE.

       4000-FINALIZE SECTION.
       4100-WRITE-BATCH-TOTALS.
      * How this file measured up, on the review report's last lines
           MOVE SPACES TO SKIP-REVIEW-REPORT-LINE
           WRITE SKIP-REVIEW-REPORT-LINE
           MOVE WS-RESPONSE-ROWS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO SKIP-REVIEW-REPORT-LINE
           STRING 'ANSWERS RECEIVED   ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO SKIP-REVIEW-REPORT-LINE
           WRITE SKIP-REVIEW-REPORT-LINE
           MOVE WS-HIT-COUNT TO WS-COUNT-DISPLAY
           IF WS-HIT-COUNT + WS-NO-HIT-COUNT > ZERO
               COMPUTE WS-RATE-PERCENT ROUNDED =
                   WS-HIT-COUNT * 100
                   / (WS-HIT-COUNT + WS-NO-HIT-COUNT)
           END-IF
           MOVE SPACES TO SKIP-REVIEW-REPORT-LINE
           STRING '  HITS             ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  HIT RATE ' DELIMITED BY SIZE
               WS-RATE-PERCENT DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO SKIP-REVIEW-REPORT-LINE
           WRITE SKIP-REVIEW-REPORT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SKIP-REVIEW-REPORT-LINE
           STRING '  APPLIED          ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO SKIP-REVIEW-REPORT-LINE
           WRITE SKIP-REVIEW-REPORT-LINE
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SKIP-REVIEW-REPORT-LINE
           STRING '  QUEUED FOR REVIEW' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO SKIP-REVIEW-REPORT-LINE
           WRITE SKIP-REVIEW-REPORT-LINE
           MOVE WS-APPROVED-APPLIED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SKIP-REVIEW-REPORT-LINE
           STRING 'REVIEWED HITS APPLIED' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO SKIP-REVIEW-REPORT-LINE
           WRITE SKIP-REVIEW-REPORT-LINE.

       4200-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           IF RESPONSE-FILE-PRESENT
               CLOSE SKIP-RESPONSE-FILE
           END-IF
           CLOSE SKIP-TRACE-FILE
           CLOSE ADDRESS-AUDIT-FILE
           CLOSE SKIP-REVIEW-REPORT-FILE
           CLOSE MAIL-STATUS-FILE
           MOVE 'SAVE' TO WS-JHS-FUNCTION
           CALL 'SAMPLE-PROGRAM-JRNLHASH'
               USING WS-JRNLHASH-PARM-AREA
           CLOSE JOURNAL-FILE
      * Give CUSTDATA back - the reservation outlives us only if
      * we crash, and INSPECT/BREAK exist for exactly that
           MOVE 'RELEASE' TO WS-RSV-FUNCTION
           CALL 'SAMPLE-PROGRAM-RESERVE' USING WS-RESERVE-PARM-AREA.

       4300-DISPLAY-SUMMARY.
           DISPLAY 'Skip-Trace Response Summary:'
           DISPLAY 'Confidence Floor: ' WS-MIN-CONFIDENCE
           DISPLAY 'Response Rows Read: ' WS-RESPONSE-ROWS-READ
           DISPLAY 'Hits: ' WS-HIT-COUNT
           DISPLAY 'No Hits: ' WS-NO-HIT-COUNT
           DISPLAY 'Hits Applied: ' WS-APPLIED-COUNT
           DISPLAY 'Hits Queued For Review: ' WS-QUEUED-COUNT
           DISPLAY 'Reviewed Hits Applied: ' WS-APPROVED-APPLIED
           DISPLAY 'Undeliverable Flags Cleared: ' WS-FLAGS-CLEARED
           DISPLAY 'Exceptions: ' WS-EXCEPTION-COUNT.

       4999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-SKR-RETURN-CODE
               MOVE 'SKIP-TRACE RESPONSE COMPLETED WITH ERRORS'
                   TO LS-SKR-MESSAGE
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO LS-SKR-RETURN-CODE
                   MOVE 'SKIP-TRACE RESPONSE - EXCEPTIONS TO RESEARCH'
                       TO LS-SKR-MESSAGE
               ELSE
                   MOVE 0 TO LS-SKR-RETURN-CODE
                   MOVE 'SKIP-TRACE RESPONSE COMPLETE'
                       TO LS-SKR-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.

       5000-APPLY-FOUND-ADDRESS SECTION.
       5100-REWRITE-CUSTOMER.
      * The address and phone on SKIP-TRACE-RECORD go onto the
      * master with one old/new audit row, a journal pair, and the
      * undeliverable flag cleared - the vendor's answer is the
      * fresh address returned-mail has been waiting for
           MOVE 'N' TO WS-APPLIED-FLAG
           MOVE SKT-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'SKIP-TRACE HIT FOR MISSING CUST-ID '
                       SKT-CUST-ID
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   PERFORM 5150-MOVE-FOUND-ADDRESS
           END-READ

      * 5150 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       5150-MOVE-FOUND-ADDRESS.
           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE-AREA
           MOVE CUST-ID TO AAD-CUST-ID
           MOVE STD-CURRENT-DATE TO AAD-CHANGE-DATE
           MOVE CUST-ADDRESS-LINE-1 TO AAD-OLD-LINE-1
           MOVE CUST-CITY TO AAD-OLD-CITY
           MOVE CUST-STATE TO AAD-OLD-STATE
           MOVE CUST-ZIP-CODE TO AAD-OLD-ZIP
           MOVE 'SKIPTRAC' TO AAD-SOURCE
           MOVE CUST-PHONE TO AAD-OLD-PHONE
           MOVE SKT-FOUND-LINE-1 TO CUST-ADDRESS-LINE-1
           MOVE SKT-FOUND-LINE-2 TO CUST-ADDRESS-LINE-2
           MOVE SKT-FOUND-CITY TO CUST-CITY
           MOVE SKT-FOUND-STATE TO CUST-STATE
           MOVE SKT-FOUND-ZIP TO CUST-ZIP-CODE
      * No phone found keeps the one we have
           IF SKT-FOUND-PHONE NOT = SPACES
               MOVE SKT-FOUND-PHONE TO CUST-PHONE
           END-IF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'SKIP-TRACE REWRITE FAILED, CUST-ID '
                       CUST-ID ' STATUS=' WS-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   SET ADDRESS-APPLIED TO TRUE
                   MOVE CUST-ADDRESS-LINE-1 TO AAD-NEW-LINE-1
                   MOVE CUST-CITY TO AAD-NEW-CITY
                   MOVE CUST-STATE TO AAD-NEW-STATE
                   MOVE CUST-ZIP-CODE TO AAD-NEW-ZIP
                   MOVE CUST-PHONE TO AAD-NEW-PHONE
                   WRITE ADDRESS-AUDIT-RECORD
                   PERFORM 5200-WRITE-JOURNAL-IMAGES
                   PERFORM 5300-CLEAR-MAIL-FLAG
           END-REWRITE.

       5200-WRITE-JOURNAL-IMAGES.
           MOVE 'SAMPLE-PROGRAM-SKIPRESP' TO JRNL-PROGRAM-NAME
           MOVE WS-JRNL-OPERATOR-ID TO JRNL-OPERATOR-ID
           SET JRNL-REWRITE-ACTION TO TRUE
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

       5300-CLEAR-MAIL-FLAG.
           MOVE CUST-ID TO MST-CUST-ID
           READ MAIL-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-UNDELIVERABLE
                       SET MST-MAILABLE TO TRUE
                       MOVE SPACES TO MST-REASON
                       MOVE STD-CURRENT-DATE TO MST-STATUS-DATE
                       REWRITE MAIL-STATUS-RECORD
                       ADD 1 TO WS-FLAGS-CLEARED
                   END-IF
           END-READ.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'MIN-CONFIDENCE' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-MIN-CONFIDENCE
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
           DISPLAY 'SKIPRESP RUN PARAMETERS:'
           DISPLAY '  MIN-CONFIDENCE: ' WS-MIN-CONFIDENCE.
