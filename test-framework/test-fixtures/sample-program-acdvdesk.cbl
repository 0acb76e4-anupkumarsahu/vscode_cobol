       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-ACDVDESK.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Bureau dispute (ACDV) response and worklist run. Two passes
      * over the investigation file SAMPLE-PROGRAM-ACDVFEED opens:
      *   - every investigation the desk has answered through
      *     SAMPLE-PROGRAM-MAINT goes back to the bureau on the
      *     response file in the bureau's fixed format - verified
      *     as reported, modified with the corrected payment rating,
      *     or deleted - and is marked responded so it is never
      *     sent twice
      *   - everything still unanswered is sorted by the days left
      *     before the bureau's deadline and printed as the desk's
      *     worklist, soonest first, with anything already past its
      *     deadline flagged overdue at the top
      * The bureau extract picks a modified rating up on its next
      * run, and stops reporting a deleted tradeline altogether.
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

      * The investigation rows - answered ones are marked responded
           SELECT ACDV-FILE ASSIGN TO "CUSTACDV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-KEY
               FILE STATUS IS WS-ACD-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

      * The answers, in the bureau's fixed format
           SELECT RESPONSE-FILE ASSIGN TO "CUSTACDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FILE-STATUS.

      * The desk's worklist of unanswered items by days remaining
           SELECT WORKLIST-FILE ASSIGN TO "CUSTACDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WKL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  ACDV-FILE.
           COPY ACDV-RECORD.

      * Days remaining leads so the worklist comes out soonest
      * deadline first; negative means already overdue
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-DAYS-REMAINING  PIC S9(5).
           05  SRT-CUST-ID         PIC 9(9).
           05  SRT-CONTROL-NO      PIC X(10).
           05  SRT-BUREAU-CODE     PIC X(4).
           05  SRT-CONSUMER-NAME   PIC X(30).
           05  SRT-DISPUTE-CODE    PIC X(3).
           05  SRT-RESPONSE-DUE-DATE PIC 9(8).
           05  SRT-DISPUTE-LINKED  PIC X.

      * One answer per bureau control number
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05  RSP-CONTROL-NO      PIC X(10).
           05  RSP-BUREAU-CODE     PIC X(4).
           05  RSP-ACCOUNT-NUMBER  PIC 9(9).
      * V = verified as reported, M = modified, D = delete
           05  RSP-RESPONSE-CODE   PIC X.
      * 1 current, 2/3/4 the 30/60/90 buckets - blank on a delete
           05  RSP-PAYMENT-RATING  PIC X.
           05  RSP-CURRENT-BALANCE PIC S9(7)V99.
           05  RSP-RESPONSE-DATE   PIC 9(8).

       FD  WORKLIST-FILE.
       01  WORKLIST-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-ACD-FILE-STATUS      PIC XX.
           88  ACD-FILE-OK         VALUE '00'.
           88  ACD-FILE-MISSING    VALUE '35'.

       01  WS-RSP-FILE-STATUS      PIC XX.
           88  RSP-FILE-OK         VALUE '00'.

       01  WS-WKL-FILE-STATUS      PIC XX.
           88  WKL-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.

       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-DAYS-REMAINING       PIC S9(5) VALUE ZERO.
       01  WS-DAYS-DISPLAY         PIC -(4)9.
       01  WS-OVERDUE-TEXT         PIC X(8) VALUE SPACES.
       01  WS-LINKED-TEXT          PIC X(14) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-SCANNED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-RESPONDED-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-VERIFIED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-MODIFIED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-DELETED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-WORKLIST-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-OVERDUE-COUNT    PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-ACDVDESK-PARM-AREA.
           05  LS-ACD-RETURN-CODE  PIC S9(4) COMP.
           05  LS-ACD-MESSAGE      PIC X(50).
           05  LS-ACD-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-ACDVDESK-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SEND-RESPONSES
               UNTIL END-OF-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DAYS-REMAINING
               ON ASCENDING KEY SRT-CUST-ID SRT-CONTROL-NO
               INPUT PROCEDURE IS 3000-BUILD-WORKLIST
               OUTPUT PROCEDURE IS 4000-WRITE-WORKLIST
           PERFORM 5000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-ACD-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-ACD-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM

      * No investigation file means no bureau dispute has ever been
      * received - nothing to answer and nothing to work
           OPEN I-O ACDV-FILE
           IF ACD-FILE-MISSING
               DISPLAY 'NO BUREAU DISPUTES ON FILE - NOTHING TO SEND'
               MOVE 0 TO LS-ACD-RETURN-CODE
               MOVE 'NO BUREAU DISPUTES ON FILE' TO LS-ACD-MESSAGE
               GOBACK
           END-IF
           IF NOT ACD-FILE-OK
               DISPLAY 'ERROR OPENING BUREAU DISPUTE FILE: '
                   WS-ACD-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ACD-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ACD-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RESPONSE-FILE
           IF NOT RSP-FILE-OK
               DISPLAY 'ERROR OPENING BUREAU RESPONSE FILE: '
                   WS-RSP-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ACD-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT WORKLIST-FILE
           IF NOT WKL-FILE-OK
               DISPLAY 'ERROR OPENING BUREAU DISPUTE WORKLIST: '
                   WS-WKL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ACD-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE SPACES TO WORKLIST-LINE
           STRING 'BUREAU DISPUTE (ACDV) WORKLIST - ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE SPACES TO WORKLIST-LINE
           STRING 'DAYS LEFT  DUE DATE  CUST-ID    CONTROL NO BUR  '
                   DELIMITED BY SIZE
               'CONSUMER                       CODE'
                   DELIMITED BY SIZE
               INTO WORKLIST-LINE
           WRITE WORKLIST-LINE.

       2000-SEND-RESPONSES SECTION.
       2100-READ-INVESTIGATION.
           READ ACDV-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCANNED-COUNT
                   IF ACD-ANSWERED
                       PERFORM 2200-WRITE-RESPONSE
                   END-IF
           END-READ

      * 2200-2210 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2200-WRITE-RESPONSE.
           MOVE ACD-CONTROL-NO TO RSP-CONTROL-NO
           MOVE ACD-BUREAU-CODE TO RSP-BUREAU-CODE
           MOVE ACD-CUST-ID TO RSP-ACCOUNT-NUMBER
           MOVE ACD-RESPONSE-CODE TO RSP-RESPONSE-CODE
           MOVE SPACE TO RSP-PAYMENT-RATING
           MOVE ZERO TO RSP-CURRENT-BALANCE
           MOVE WS-TODAY-DATE-NUM TO RSP-RESPONSE-DATE
           EVALUATE TRUE
               WHEN ACD-VERIFIED
                   PERFORM 2210-DERIVE-CURRENT-RATING
                   ADD 1 TO WS-VERIFIED-COUNT
               WHEN ACD-MODIFIED
                   PERFORM 2210-DERIVE-CURRENT-RATING
                   MOVE ACD-MOD-RATING TO RSP-PAYMENT-RATING
                   ADD 1 TO WS-MODIFIED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DELETED-COUNT
           END-EVALUATE
           WRITE RESPONSE-RECORD
           SET ACD-RESPONDED TO TRUE
           MOVE WS-TODAY-DATE-NUM TO ACD-RESPONDED-DATE
           REWRITE ACDV-RECORD
               INVALID KEY
                   DISPLAY 'BUREAU DISPUTE REWRITE FAILED, CONTROL '
                       ACD-CONTROL-NO ' STATUS=' WS-ACD-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-RESPONDED-COUNT
           END-REWRITE.

       2210-DERIVE-CURRENT-RATING.
      * The same aging-bucket rating the bureau extract reports
           MOVE ACD-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-BALANCE TO RSP-CURRENT-BALANCE
                   EVALUATE TRUE
                       WHEN AGED-CURRENT
                           MOVE '1' TO RSP-PAYMENT-RATING
                       WHEN AGED-30-59-DAYS
                           MOVE '2' TO RSP-PAYMENT-RATING
                       WHEN AGED-60-89-DAYS
                           MOVE '3' TO RSP-PAYMENT-RATING
                       WHEN OTHER
                           MOVE '4' TO RSP-PAYMENT-RATING
                   END-EVALUATE
           END-READ.

       3000-BUILD-WORKLIST SECTION.
       3010-BUILD-WORKLIST-CONTROL.
      * Second pass from the top of the file
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO ACD-KEY
           START ACDV-FILE KEY IS NOT LESS THAN ACD-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM 3100-READ-AND-RELEASE
               UNTIL END-OF-FILE

      * 3100 already ran above (one record at a time) via the
      * explicit PERFORM - exit the section here instead of falling
      * into it an extra, unconditional time once the loop ends
           EXIT SECTION.

       3100-READ-AND-RELEASE.
           READ ACDV-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF ACD-OPEN OR ACD-ANSWERED
                       COMPUTE SRT-DAYS-REMAINING =
                           FUNCTION INTEGER-OF-DATE
                               (ACD-RESPONSE-DUE-DATE)
                           - FUNCTION INTEGER-OF-DATE
                               (WS-TODAY-DATE-NUM)
                       MOVE ACD-CUST-ID TO SRT-CUST-ID
                       MOVE ACD-CONTROL-NO TO SRT-CONTROL-NO
                       MOVE ACD-BUREAU-CODE TO SRT-BUREAU-CODE
                       MOVE ACD-CONSUMER-NAME TO SRT-CONSUMER-NAME
                       MOVE ACD-DISPUTE-CODE TO SRT-DISPUTE-CODE
                       MOVE ACD-RESPONSE-DUE-DATE
                           TO SRT-RESPONSE-DUE-DATE
                       MOVE ACD-DISPUTE-LINKED TO SRT-DISPUTE-LINKED
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       4000-WRITE-WORKLIST SECTION.
       4010-WRITE-WORKLIST-CONTROL.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 4100-RETURN-AND-PRINT
               UNTIL END-OF-FILE

      * 4100/4150 already ran above (one record at a time) via the
      * explicit PERFORM - exit the section here instead of falling
      * into them an extra, unconditional time once the loop ends
           EXIT SECTION.

       4100-RETURN-AND-PRINT.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 4150-WRITE-WORKLIST-LINE
           END-RETURN.

       4150-WRITE-WORKLIST-LINE.
           ADD 1 TO WS-WORKLIST-COUNT
           MOVE SRT-DAYS-REMAINING TO WS-DAYS-DISPLAY
           IF SRT-DAYS-REMAINING < ZERO
               MOVE 'OVERDUE' TO WS-OVERDUE-TEXT
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACES TO WS-OVERDUE-TEXT
           END-IF
           IF SRT-DISPUTE-LINKED = 'Y'
               MOVE 'BALANCE DISPUTE' TO WS-LINKED-TEXT
           ELSE
               MOVE SPACES TO WS-LINKED-TEXT
           END-IF
           MOVE SPACES TO WORKLIST-LINE
           STRING WS-DAYS-DISPLAY DELIMITED BY SIZE
               '      ' DELIMITED BY SIZE
               SRT-RESPONSE-DUE-DATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               SRT-CUST-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               SRT-CONTROL-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-BUREAU-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-CONSUMER-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-DISPUTE-CODE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-OVERDUE-TEXT DELIMITED BY SIZE
               WS-LINKED-TEXT DELIMITED BY SIZE
               INTO WORKLIST-LINE
           WRITE WORKLIST-LINE.

       5000-FINALIZE SECTION.
       5100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE ACDV-FILE
           CLOSE RESPONSE-FILE
           CLOSE WORKLIST-FILE.

       5200-DISPLAY-SUMMARY.
           DISPLAY 'Bureau Dispute Response Summary:'
           DISPLAY 'Investigations Scanned: ' WS-SCANNED-COUNT
           DISPLAY 'Responses Sent: ' WS-RESPONDED-COUNT
           DISPLAY '  Verified: ' WS-VERIFIED-COUNT
           DISPLAY '  Modified: ' WS-MODIFIED-COUNT
           DISPLAY '  Deleted: ' WS-DELETED-COUNT
           DISPLAY 'Still Open On Worklist: ' WS-WORKLIST-COUNT
           DISPLAY 'Past Bureau Deadline: ' WS-OVERDUE-COUNT.

       5999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-ACD-RETURN-CODE
               MOVE 'BUREAU DISPUTE RESPONSE COMPLETED WITH ERRORS'
                   TO LS-ACD-MESSAGE
           ELSE
               IF WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO LS-ACD-RETURN-CODE
                   MOVE 'BUREAU DISPUTES PAST THEIR RESPONSE DEADLINE'
                       TO LS-ACD-MESSAGE
               ELSE
                   MOVE 0 TO LS-ACD-RETURN-CODE
                   MOVE 'BUREAU DISPUTE RESPONSE COMPLETE'
                       TO LS-ACD-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.
