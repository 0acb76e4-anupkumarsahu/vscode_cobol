       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SANCREL.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Sanctions review screen. SAMPLE-PROGRAM-SANCSCRN queues every
      * potential sanctions-list match for a human decision and
      * freezes the account under a compliance hold; this online
      * companion is where the decision is made. Sign-on is gated on
      * the compliance-officer role (C) off OPERATOR-ROLE-FILE -
      * nobody else may decide a sanctions match, supervisors
      * included. The officer lists the pending items, then clears
      * one as a false positive or confirms it as a true match:
      *   - CLEAR releases the compliance hold the screening placed
      *     (a hold someone else placed is theirs to release), and
      *     refunds and reinstatement flow again. The cleared entry
      *     is remembered so the next rescan does not queue the
      *     same false positive. A confirmed match later taken off
      *     the list is cleared the same way.
      *   - CONFIRM leaves the hold in place for good - the account
      *     stays frozen and its refund checks stay blocked.
      * Every decision keeps who made it, when, and a short note.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-HIT-FILE ASSIGN TO "CUSTSNHT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNH-CUST-ID
               FILE STATUS IS WS-SNH-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "CUSTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT OPERATOR-ROLE-FILE ASSIGN TO "CUSTOPRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIONS-HIT-FILE.
           COPY SANCTIONS-HIT-RECORD.

       FD  HOLD-FILE.
           COPY HOLD-RECORD.

       FD  OPERATOR-ROLE-FILE.
       01  OPERATOR-ROLE-RECORD.
           05  OPRL-OPERATOR-ID    PIC X(8).
           05  OPRL-ROLE-CODE      PIC X.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-SNH-FILE-STATUS      PIC XX.
           88  SNH-FILE-OK         VALUE '00'.
           88  SNH-FILE-AT-END     VALUE '10'.
           88  SNH-NOT-FOUND       VALUE '23'.

       01  WS-HLD-FILE-STATUS      PIC XX.
           88  HLD-FILE-OK         VALUE '00'.
           88  HLD-NOT-FOUND       VALUE '23'.

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
           05  WS-HOLD-OPEN-FLAG   PIC X VALUE 'N'.
               88  HOLD-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-MENU-CHOICE          PIC X.
       01  WS-PICK-CUST-ID         PIC 9(9).
       01  WS-DECISION-NOTE        PIC X(30).
       01  WS-PENDING-SHOWN        PIC 9(4) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ITEMS-CLEARED    PIC 9(4) VALUE ZERO.
           05  WS-ITEMS-CONFIRMED  PIC 9(4) VALUE ZERO.
           05  WS-HOLDS-RELEASED   PIC 9(4) VALUE ZERO.

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
           OPEN I-O SANCTIONS-HIT-FILE
           IF NOT SNH-FILE-OK
               DISPLAY 'NO SANCTIONS REVIEW QUEUE - NOTHING TO WORK'
               GOBACK
           END-IF

      * The screening created the hold file if it placed a hold;
      * with no hold file there is simply no hold to release
           OPEN I-O HOLD-FILE
           IF HLD-FILE-OK
               SET HOLD-FILE-WAS-OPENED TO TRUE
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD.

       1200-SIGN-ON.
      * Deciding a sanctions match is compliance work - no
      * compliance-officer role, no session
           DISPLAY 'SANCTIONS REVIEW SCREEN'
           DISPLAY 'ENTER YOUR OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID
           PERFORM 1250-CHECK-OPERATOR-ROLE
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY 'ACCESS DENIED - SANCTIONS REVIEW REQUIRES '
                   'THE COMPLIANCE-OFFICER ROLE'
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
                           AND OPRL-ROLE-CODE = 'C'
                       SET OPERATOR-AUTHORIZED TO TRUE
                   END-IF
           END-READ.

       2000-REVIEW-LOOP SECTION.
       2100-PROMPT-FOR-ACTION.
           DISPLAY ' '
           DISPLAY '1 = LIST PENDING MATCHES'
           DISPLAY '2 = CLEAR A MATCH (FALSE POSITIVE)'
           DISPLAY '3 = CONFIRM A MATCH'
           DISPLAY '9 = EXIT'
           DISPLAY 'SELECTION: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM 2200-LIST-PENDING-ITEMS
               WHEN '2'
                   PERFORM 2300-CLEAR-ITEM
               WHEN '3'
                   PERFORM 2400-CONFIRM-ITEM
               WHEN '9'
                   SET END-OF-SESSION TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION'
           END-EVALUATE

      * The action paragraphs above already ran (whichever one the
      * operator picked) via the explicit PERFORM - exit the
      * section here instead of falling into them all, every pass
           EXIT SECTION.

       2200-LIST-PENDING-ITEMS.
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE ZERO TO WS-PENDING-SHOWN
           MOVE ZERO TO SNH-CUST-ID
           START SANCTIONS-HIT-FILE
               KEY IS NOT LESS THAN SNH-CUST-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2250-SHOW-ONE-ITEM
               UNTIL SCAN-DONE
           IF WS-PENDING-SHOWN = ZERO
               DISPLAY '  (NO PENDING MATCHES)'
           END-IF.

       2250-SHOW-ONE-ITEM.
           READ SANCTIONS-HIT-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF SNH-PENDING
                       ADD 1 TO WS-PENDING-SHOWN
                       DISPLAY '  CUST ' SNH-CUST-ID
                           ' ' SNH-SCREENED-NAME
                           ' QUEUED ' SNH-QUEUED-DATE
                           ' BY ' SNH-SOURCE
                       DISPLAY '      ENTRY ' SNH-ENTRY-ID
                           ' ' SNH-LIST-NAME
                           ' ' SNH-LIST-COUNTRY
                           ' ' SNH-LIST-PROGRAM
                           ' SCORE ' SNH-SCORE
                   END-IF
           END-READ.

       2300-CLEAR-ITEM.
           PERFORM 2350-PICK-ONE-ITEM
           IF SNH-FILE-OK
               IF SNH-BLOCKING
                   PERFORM 2370-CAPTURE-NOTE
                   SET SNH-CLEARED TO TRUE
                   PERFORM 2380-STAMP-DECISION
                   IF SNH-PLACED-THE-HOLD
                       PERFORM 2320-RELEASE-COMPLIANCE-HOLD
                   END-IF
                   ADD 1 TO WS-ITEMS-CLEARED
                   DISPLAY 'MATCH CLEARED'
               ELSE
                   DISPLAY 'MATCH IS ALREADY CLEARED'
               END-IF
           END-IF.

       2320-RELEASE-COMPLIANCE-HOLD.
      * Only the compliance hold the screening placed - a legal
      * hold that has since replaced it stays where it is
           IF HOLD-FILE-WAS-OPENED
               MOVE SNH-CUST-ID TO HLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-ACTIVE-HOLD AND HLD-COMPLIANCE
                           SET HLD-RELEASED TO TRUE
                           MOVE STD-CURRENT-DATE TO HLD-RELEASED-DATE
                           REWRITE HOLD-RECORD
                           ADD 1 TO WS-HOLDS-RELEASED
                           DISPLAY 'COMPLIANCE HOLD RELEASED'
                       END-IF
               END-READ
           END-IF.

       2350-PICK-ONE-ITEM.
           DISPLAY 'ENTER CUST-ID: '
           ACCEPT WS-PICK-CUST-ID
           MOVE WS-PICK-CUST-ID TO SNH-CUST-ID
           READ SANCTIONS-HIT-FILE
               INVALID KEY
                   DISPLAY 'NO SANCTIONS REVIEW FOR THAT CUSTOMER'
           END-READ.

       2370-CAPTURE-NOTE.
           DISPLAY 'ENTER DECISION NOTE: '
           ACCEPT WS-DECISION-NOTE.

       2380-STAMP-DECISION.
           MOVE WS-OPERATOR-ID TO SNH-DECIDED-BY
           MOVE STD-CURRENT-DATE TO SNH-DECIDED-DATE
           MOVE WS-DECISION-NOTE TO SNH-DECISION-NOTE
           REWRITE SANCTIONS-HIT-RECORD.

       2400-CONFIRM-ITEM.
           PERFORM 2350-PICK-ONE-ITEM
           IF SNH-FILE-OK
               IF SNH-PENDING
                   PERFORM 2370-CAPTURE-NOTE
                   SET SNH-CONFIRMED TO TRUE
                   PERFORM 2380-STAMP-DECISION
                   ADD 1 TO WS-ITEMS-CONFIRMED
                   DISPLAY 'MATCH CONFIRMED - ACCOUNT STAYS FROZEN'
               ELSE
                   DISPLAY 'MATCH IS NOT PENDING - NOTHING TO CONFIRM'
               END-IF
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE SANCTIONS-HIT-FILE
           IF HOLD-FILE-WAS-OPENED
               CLOSE HOLD-FILE
           END-IF.

       3200-SIGN-OFF.
           DISPLAY 'SANCTIONS REVIEW SESSION ENDED'
           DISPLAY 'Matches Cleared: ' WS-ITEMS-CLEARED
           DISPLAY 'Matches Confirmed: ' WS-ITEMS-CONFIRMED
           DISPLAY 'Compliance Holds Released: ' WS-HOLDS-RELEASED.
