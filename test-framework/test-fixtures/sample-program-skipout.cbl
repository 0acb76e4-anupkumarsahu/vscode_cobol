       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SKIPOUT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Weekly skip-tracing extract. An account flagged RETURNED-MAIL
      * on MAIL-STATUS-FILE stays flagged until a fresh address
      * lands, and when the address-change feed never brings one the
      * customer is simply lost - statements stop and collections
      * stall. This job puts every such account on the extract for
      * the skip-tracing vendor, with the name, the last address and
      * phone we have, and the balance, and keeps one skip-trace row
      * per account so the vendor's answer can be matched back and
      * measured:
      *   - a closed account with nothing owing is left off - there
      *     is nothing to mail and nothing to collect
      *   - an account whose last answer is still waiting on our own
      *     reviewer, or approved and not yet applied, is left off
      *     too - the vendor has done its part
      *   - anything else still flagged goes out again every week,
      *     a no-hit and an applied address that came back included
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

      * Undeliverable flags - the RETURNED-MAIL rows drive the run
           SELECT MAIL-STATUS-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

      * One row per account ever sent to the vendor
           SELECT SKIP-TRACE-FILE ASSIGN TO "CUSTSKIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKT-CUST-ID
               FILE STATUS IS WS-SKT-FILE-STATUS.

      * The accounts going out the door, vendor format
           SELECT SKIP-EXTRACT-FILE ASSIGN TO "CUSTSKXO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SXO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  MAIL-STATUS-FILE.
           COPY MAIL-STATUS-RECORD.

       FD  SKIP-TRACE-FILE.
           COPY SKIP-TRACE-RECORD.

       FD  SKIP-EXTRACT-FILE.
       01  SKIP-EXTRACT-RECORD.
           05  SXO-CUST-ID         PIC 9(9).
           05  SXO-CUST-NAME       PIC X(30).
           05  SXO-ADDRESS-LINE-1  PIC X(30).
           05  SXO-ADDRESS-LINE-2  PIC X(30).
           05  SXO-CITY            PIC X(20).
           05  SXO-STATE           PIC X(2).
           05  SXO-ZIP-CODE        PIC X(10).
           05  SXO-PHONE           PIC X(15).
           05  SXO-BALANCE         PIC S9(7)V99.
      * When the mail first came back - the vendor searches forward
      * from there
           05  SXO-RETURNED-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-MST-FILE-STATUS      PIC XX.
           88  MST-FILE-OK         VALUE '00'.
           88  MST-FILE-AT-END     VALUE '10'.

       01  WS-SKT-FILE-STATUS      PIC XX.
           88  SKT-FILE-OK         VALUE '00'.
           88  SKT-FILE-MISSING    VALUE '35'.

       01  WS-SXO-FILE-STATUS      PIC XX.
           88  SXO-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG  PIC X VALUE 'N'.
               88  CUSTOMER-FOUND  VALUE 'Y'.
           05  WS-SKT-FOUND-FLAG   PIC X VALUE 'N'.
               88  SKIP-ROW-FOUND  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-FLAGS-READ       PIC 9(7) VALUE ZERO.
           05  WS-RETURNED-MAIL-COUNT PIC 9(6) VALUE ZERO.
           05  WS-EXTRACTED-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-FIRST-TIME-COUNT PIC 9(6) VALUE ZERO.
           05  WS-SKIPPED-CLOSED   PIC 9(6) VALUE ZERO.
           05  WS-SKIPPED-IN-REVIEW PIC 9(6) VALUE ZERO.
           05  WS-NO-CUSTOMER-COUNT PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-SKIPOUT-PARM-AREA.
           05  LS-SKO-RETURN-CODE  PIC S9(4) COMP.
           05  LS-SKO-MESSAGE      PIC X(50).
           05  LS-SKO-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-SKIPOUT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FLAGS
               UNTIL MST-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-SKO-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-SKO-CUSTOMER-FILE-NAME
                   TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

           OPEN INPUT MAIL-STATUS-FILE
           IF NOT MST-FILE-OK
               DISPLAY 'NO MAIL STATUS FILE - NOBODY TO TRACE'
               MOVE 0 TO LS-SKO-RETURN-CODE
               MOVE 'NO MAIL STATUS FILE PRESENT' TO LS-SKO-MESSAGE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SKO-RETURN-CODE
               GOBACK
           END-IF

      * Skip-trace rows - create the file on the first run
           OPEN I-O SKIP-TRACE-FILE
           IF SKT-FILE-MISSING
               OPEN OUTPUT SKIP-TRACE-FILE
               CLOSE SKIP-TRACE-FILE
               OPEN I-O SKIP-TRACE-FILE
           END-IF
           IF NOT SKT-FILE-OK
               DISPLAY 'ERROR OPENING SKIP-TRACE FILE: '
                   WS-SKT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SKO-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SKIP-EXTRACT-FILE
           IF NOT SXO-FILE-OK
               DISPLAY 'ERROR OPENING SKIP-TRACE EXTRACT: '
                   WS-SXO-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SKO-RETURN-CODE
               GOBACK
           END-IF.

       2000-PROCESS-FLAGS SECTION.
       2100-READ-MAIL-FLAG.
           READ MAIL-STATUS-FILE NEXT RECORD
               AT END
                   SET MST-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-FLAGS-READ
                   IF MST-UNDELIVERABLE
                           AND MST-REASON = 'RETURNED-MAIL'
                       ADD 1 TO WS-RETURNED-MAIL-COUNT
                       PERFORM 2200-CONSIDER-ACCOUNT
                   END-IF
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-CONSIDER-ACCOUNT.
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           MOVE MST-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-CUSTOMER-COUNT
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           IF CUSTOMER-FOUND
               PERFORM 2300-READ-SKIP-ROW
               EVALUATE TRUE
                   WHEN INACTIVE-CUSTOMER AND CUST-BALANCE NOT > ZERO
                       ADD 1 TO WS-SKIPPED-CLOSED
                   WHEN SKIP-ROW-FOUND
                           AND (SKT-IN-REVIEW OR SKT-APPROVED)
                       ADD 1 TO WS-SKIPPED-IN-REVIEW
                   WHEN OTHER
                       PERFORM 2400-WRITE-EXTRACT-ROW
                       PERFORM 2500-MARK-SENT
               END-EVALUATE
           END-IF.

       2300-READ-SKIP-ROW.
           MOVE 'N' TO WS-SKT-FOUND-FLAG
           MOVE CUST-ID TO SKT-CUST-ID
           READ SKIP-TRACE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SKIP-ROW-FOUND TO TRUE
           END-READ.

       2400-WRITE-EXTRACT-ROW.
           MOVE CUST-ID TO SXO-CUST-ID
           MOVE CUST-NAME TO SXO-CUST-NAME
           MOVE CUST-ADDRESS-LINE-1 TO SXO-ADDRESS-LINE-1
           MOVE CUST-ADDRESS-LINE-2 TO SXO-ADDRESS-LINE-2
           MOVE CUST-CITY TO SXO-CITY
           MOVE CUST-STATE TO SXO-STATE
           MOVE CUST-ZIP-CODE TO SXO-ZIP-CODE
           MOVE CUST-PHONE TO SXO-PHONE
           MOVE CUST-BALANCE TO SXO-BALANCE
           MOVE MST-STATUS-DATE TO SXO-RETURNED-DATE
           WRITE SKIP-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACTED-COUNT.

       2500-MARK-SENT.
      * A resend keeps the history of the first send and the last
      * answer; the row goes back to waiting on the vendor
           IF SKIP-ROW-FOUND
               SET SKT-SENT TO TRUE
               MOVE STD-CURRENT-DATE TO SKT-LAST-SENT-DATE
               ADD 1 TO SKT-TIMES-SENT
               REWRITE SKIP-TRACE-RECORD
                   INVALID KEY
                       DISPLAY 'SKIP-TRACE REWRITE FAILED, CUST-ID '
                           SKT-CUST-ID ' STATUS=' WS-SKT-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
               END-REWRITE
           ELSE
               INITIALIZE SKIP-TRACE-RECORD
               MOVE CUST-ID TO SKT-CUST-ID
               SET SKT-SENT TO TRUE
               MOVE STD-CURRENT-DATE TO SKT-FIRST-SENT-DATE
               MOVE STD-CURRENT-DATE TO SKT-LAST-SENT-DATE
               MOVE 1 TO SKT-TIMES-SENT
               WRITE SKIP-TRACE-RECORD
                   INVALID KEY
                       DISPLAY 'SKIP-TRACE WRITE FAILED, CUST-ID '
                           SKT-CUST-ID ' STATUS=' WS-SKT-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-FIRST-TIME-COUNT
               END-WRITE
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE MAIL-STATUS-FILE
           CLOSE CUSTOMER-FILE
           CLOSE SKIP-TRACE-FILE
           CLOSE SKIP-EXTRACT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Skip-Trace Extract Summary:'
           DISPLAY 'Mail Status Rows Read: ' WS-FLAGS-READ
           DISPLAY 'Returned-Mail Accounts: ' WS-RETURNED-MAIL-COUNT
           DISPLAY 'Sent To Vendor: ' WS-EXTRACTED-COUNT
           DISPLAY '  First Time Sent: ' WS-FIRST-TIME-COUNT
           DISPLAY 'Left Off - Closed, Nothing Owing: '
               WS-SKIPPED-CLOSED
           DISPLAY 'Left Off - Answer In Review: '
               WS-SKIPPED-IN-REVIEW
           DISPLAY 'Flags With No Customer Row: '
               WS-NO-CUSTOMER-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-SKO-RETURN-CODE
               MOVE 'SKIP-TRACE EXTRACT COMPLETED WITH ERRORS'
                   TO LS-SKO-MESSAGE
           ELSE
               MOVE 0 TO LS-SKO-RETURN-CODE
               MOVE 'SKIP-TRACE EXTRACT COMPLETE' TO LS-SKO-MESSAGE
           END-IF
           EXIT SECTION.
