       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SKIPREV.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Skip-trace review screen. SAMPLE-PROGRAM-SKIPRESP holds back
      * every vendor hit scored under its confidence floor, or with
      * no street or city to mail to, rather than overwrite a
      * customer's address on a guess; this online companion is
      * where a person decides them. Sign-on is gated on the
      * standard or supervisor role off OPERATOR-ROLE-FILE - a
      * view-only operator may not change where a customer's mail
      * goes. The reviewer lists the queue, each hit shown beside
      * the address on file, then:
      *   - APPROVE marks the hit for the next SKIPRESP run, which
      *     applies it under the same audit, journal and mail-flag
      *     discipline as a confident hit, in the reviewer's name
      *   - REJECT closes it unapplied; the account goes back out
      *     on the next weekly extract
      * Every decision keeps who made it, when, and a short note.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKIP-TRACE-FILE ASSIGN TO "CUSTSKIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKT-CUST-ID
               FILE STATUS IS WS-SKT-FILE-STATUS.

      * The address on file, shown beside the vendor's; read only
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPERATOR-ROLE-FILE ASSIGN TO "CUSTOPRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SKIP-TRACE-FILE.
           COPY SKIP-TRACE-RECORD.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  OPERATOR-ROLE-FILE.
       01  OPERATOR-ROLE-RECORD.
           05  OPRL-OPERATOR-ID    PIC X(8).
           05  OPRL-ROLE-CODE      PIC X.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-SKT-FILE-STATUS      PIC XX.
           88  SKT-FILE-OK         VALUE '00'.
           88  SKT-FILE-AT-END     VALUE '10'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-OPRL-FILE-STATUS     PIC XX.
           88  OPRL-FILE-OK        VALUE '00'.
           88  OPRL-FILE-AT-END    VALUE '10'.

       01  WS-FLAGS.
           05  WS-SESSION-FLAG     PIC X VALUE 'N'.
               88  END-OF-SESSION  VALUE 'Y'.
           05  WS-ROLE-OK-FLAG     PIC X VALUE 'N'.
               88  OPERATOR-AUTHORIZED VALUE 'Y'.
           05  WS-SCAN-DONE-FLAG   PIC X VALUE 'N'.
               88  SCAN-DONE       VALUE 'Y'.
           05  WS-CUST-OPEN-FLAG   PIC X VALUE 'N'.
               88  CUSTOMER-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-MENU-CHOICE          PIC X.
       01  WS-PICK-CUST-ID         PIC 9(9).
       01  WS-DECISION-NOTE        PIC X(30).
       01  WS-QUEUE-SHOWN          PIC 9(4) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-HITS-APPROVED    PIC 9(4) VALUE ZERO.
           05  WS-HITS-REJECTED    PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVIEW-LOOP
               UNTIL END-OF-SESSION
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN I-O SKIP-TRACE-FILE
           IF NOT SKT-FILE-OK
               DISPLAY 'NO SKIP-TRACE REVIEW QUEUE - NOTHING TO WORK'
               GOBACK
           END-IF

      * Without the master the hit is still shown, just not beside
      * the address it would replace
           OPEN INPUT CUSTOMER-FILE
           IF FILE-OK
               SET CUSTOMER-FILE-WAS-OPENED TO TRUE
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD.

       1200-SIGN-ON.
      * Moving a customer's mail is an update - no standard or
      * supervisor role, no session
           DISPLAY 'SKIP-TRACE REVIEW SCREEN'
           DISPLAY 'ENTER YOUR OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID
           PERFORM 1250-CHECK-OPERATOR-ROLE
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY 'ACCESS DENIED - SKIP-TRACE REVIEW REQUIRES '
                   'THE STANDARD OR SUPERVISOR ROLE'
               PERFORM 3000-FINALIZE
               GOBACK
           END-IF

      * 1250/1260 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       1250-CHECK-OPERATOR-ROLE.
           OPEN INPUT OPERATOR-ROLE-FILE
           IF OPRL-FILE-OK
               PERFORM 1260-MATCH-OPERATOR-ROLE
                   UNTIL OPRL-FILE-AT-END OR OPERATOR-AUTHORIZED
               CLOSE OPERATOR-ROLE-FILE
           END-IF.

       1260-MATCH-OPERATOR-ROLE.
           READ OPERATOR-ROLE-FILE
               AT END
                   SET OPRL-FILE-AT-END TO TRUE
               NOT AT END
                   IF OPRL-OPERATOR-ID = WS-OPERATOR-ID
                           AND (OPRL-ROLE-CODE = 'S'
                               OR OPRL-ROLE-CODE = 'B')
                       SET OPERATOR-AUTHORIZED TO TRUE
                   END-IF
           END-READ.

       2000-REVIEW-LOOP SECTION.
       2100-PROMPT-FOR-ACTION.
           DISPLAY ' '
           DISPLAY '1 = LIST HITS AWAITING REVIEW'
           DISPLAY '2 = APPROVE A HIT'
           DISPLAY '3 = REJECT A HIT'
           DISPLAY '9 = EXIT'
           DISPLAY 'SELECTION: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM 2200-LIST-REVIEW-QUEUE
               WHEN '2'
                   PERFORM 2300-APPROVE-HIT
               WHEN '3'
                   PERFORM 2400-REJECT-HIT
               WHEN '9'
                   SET END-OF-SESSION TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION'
           END-EVALUATE

      * The action paragraphs above already ran (whichever one the
      * operator picked) via the explicit PERFORM - exit the
      * section here instead of falling into them all, every pass
           EXIT SECTION.

       2200-LIST-REVIEW-QUEUE.
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE ZERO TO WS-QUEUE-SHOWN
           MOVE ZERO TO SKT-CUST-ID
           START SKIP-TRACE-FILE
               KEY IS NOT LESS THAN SKT-CUST-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2250-SHOW-ONE-HIT
               UNTIL SCAN-DONE
           IF WS-QUEUE-SHOWN = ZERO
               DISPLAY '  (NO HITS AWAITING REVIEW)'
           END-IF.

       2250-SHOW-ONE-HIT.
           READ SKIP-TRACE-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF SKT-IN-REVIEW
                       ADD 1 TO WS-QUEUE-SHOWN
                       PERFORM 2260-SHOW-HIT-DETAIL
                   END-IF
           END-READ.

       2260-SHOW-HIT-DETAIL.
           DISPLAY '  CUST ' SKT-CUST-ID
               ' ANSWERED ' SKT-RESPONSE-DATE
               ' CONFIDENCE ' SKT-CONFIDENCE
               ' SENT ' SKT-TIMES-SENT ' TIME(S)'
           DISPLAY '      FOUND:   ' SKT-FOUND-LINE-1
               ' ' SKT-FOUND-CITY ' ' SKT-FOUND-STATE
               ' ' SKT-FOUND-ZIP ' PH ' SKT-FOUND-PHONE
           IF CUSTOMER-FILE-WAS-OPENED
               MOVE SKT-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY '      ON FILE: (NO CUSTOMER ROW)'
                   NOT INVALID KEY
                       DISPLAY '      ON FILE: ' CUST-ADDRESS-LINE-1
                           ' ' CUST-CITY ' ' CUST-STATE
                           ' ' CUST-ZIP-CODE ' PH ' CUST-PHONE
                       DISPLAY '      NAME:    ' CUST-NAME
               END-READ
           END-IF.

       2300-APPROVE-HIT.
           PERFORM 2350-PICK-ONE-HIT
           IF SKT-FILE-OK
               IF SKT-IN-REVIEW
                   PERFORM 2260-SHOW-HIT-DETAIL
                   PERFORM 2370-CAPTURE-NOTE
                   SET SKT-APPROVED TO TRUE
                   PERFORM 2380-STAMP-DECISION
                   ADD 1 TO WS-HITS-APPROVED
                   DISPLAY 'HIT APPROVED - APPLIED ON THE NEXT '
                       'RESPONSE RUN'
               ELSE
                   DISPLAY 'HIT IS NOT AWAITING REVIEW'
               END-IF
           END-IF.

       2350-PICK-ONE-HIT.
           DISPLAY 'ENTER CUST-ID: '
           ACCEPT WS-PICK-CUST-ID
           MOVE WS-PICK-CUST-ID TO SKT-CUST-ID
           READ SKIP-TRACE-FILE
               INVALID KEY
                   DISPLAY 'NO SKIP-TRACE ROW FOR THAT CUSTOMER'
           END-READ.

       2370-CAPTURE-NOTE.
           DISPLAY 'ENTER DECISION NOTE: '
           ACCEPT WS-DECISION-NOTE.

       2380-STAMP-DECISION.
           MOVE WS-OPERATOR-ID TO SKT-DECIDED-BY
           MOVE STD-CURRENT-DATE TO SKT-DECIDED-DATE
           MOVE WS-DECISION-NOTE TO SKT-DECISION-NOTE
           REWRITE SKIP-TRACE-RECORD.

       2400-REJECT-HIT.
           PERFORM 2350-PICK-ONE-HIT
           IF SKT-FILE-OK
               IF SKT-IN-REVIEW OR SKT-APPROVED
                   PERFORM 2370-CAPTURE-NOTE
                   SET SKT-REJECTED TO TRUE
                   PERFORM 2380-STAMP-DECISION
                   ADD 1 TO WS-HITS-REJECTED
                   DISPLAY 'HIT REJECTED - ACCOUNT GOES BACK TO THE '
                       'VENDOR NEXT WEEK'
               ELSE
                   DISPLAY 'HIT IS NOT AWAITING REVIEW'
               END-IF
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE SKIP-TRACE-FILE
           IF CUSTOMER-FILE-WAS-OPENED
               CLOSE CUSTOMER-FILE
           END-IF.

       3200-SIGN-OFF.
           DISPLAY 'SKIP-TRACE REVIEW SESSION ENDED'
           DISPLAY 'Hits Approved: ' WS-HITS-APPROVED
           DISPLAY 'Hits Rejected: ' WS-HITS-REJECTED.
