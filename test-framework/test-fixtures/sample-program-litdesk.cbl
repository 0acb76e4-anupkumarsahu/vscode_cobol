       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-LITDESK.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Litigation desk. A litigation hold stops letters and fees,
      * but what the court then does - the judgment, the costs it
      * awards, the statutory interest that runs on it - lived only
      * on the attorney's reports. This online screen records it on
      * the keyed judgment file, CUSTJDGM, one row per case:
      *   - RECORD takes a judgment on an account under an active
      *     litigation hold only; the case number is the next free
      *     one on the account
      *   - COSTS adds court costs to an open case as the attorney
      *     bills them; SAMPLE-PROGRAM-JDGACCR charges them to the
      *     account on its next run
      *   - CLOSE marks a case satisfied or vacated, which stops the
      *     interest accrual and the crediting of payments to it
      * Sign-on is gated on the standard or supervisor role off
      * OPERATOR-ROLE-FILE, the same as every other update screen.
      * Every judgment keeps who entered it and who closed it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One row per case - created the first time a judgment is
      * recorded
           SELECT JUDGMENT-FILE ASSIGN TO "CUSTJDGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDG-KEY
               FILE STATUS IS WS-JDG-FILE-STATUS.

      * A judgment is only taken on an account under a litigation
      * hold; read only
           SELECT HOLD-FILE ASSIGN TO "CUSTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HLD-FILE-STATUS.

      * The account's name and balance, shown with its cases; read
      * only
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
       FD  JUDGMENT-FILE.
           COPY JUDGMENT-RECORD.

       FD  HOLD-FILE.
           COPY HOLD-RECORD.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  OPERATOR-ROLE-FILE.
       01  OPERATOR-ROLE-RECORD.
           05  OPRL-OPERATOR-ID    PIC X(8).
           05  OPRL-ROLE-CODE      PIC X.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-JDG-FILE-STATUS      PIC XX.
           88  JDG-FILE-OK         VALUE '00'.
           88  JDG-FILE-MISSING    VALUE '35'.

       01  WS-HLD-FILE-STATUS      PIC XX.
           88  HLD-FILE-OK         VALUE '00'.

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
           05  WS-HOLD-OPEN-FLAG   PIC X VALUE 'N'.
               88  HOLD-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-SHOW-CASES-FLAG  PIC X VALUE 'N'.
               88  SHOW-EACH-CASE  VALUE 'Y'.
           05  WS-CASE-FOUND-FLAG  PIC X VALUE 'N'.
               88  CASE-FOUND      VALUE 'Y'.
           05  WS-LITIGATED-FLAG   PIC X VALUE 'N'.
               88  ACCOUNT-LITIGATED VALUE 'Y'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-MENU-CHOICE          PIC X.
       01  WS-PICK-CUST-ID         PIC 9(9).
       01  WS-PICK-CASE-NO         PIC 9(3).
       01  WS-CASES-SHOWN          PIC 9(3) VALUE ZERO.
       01  WS-HIGH-CASE-NO         PIC 9(3) VALUE ZERO.
       01  WS-CLOSE-CODE           PIC X.

      * What the operator keys for a new judgment
       01  WS-NEW-JUDGMENT.
           05  WS-NEW-COURT-CASE-ID PIC X(20).
           05  WS-NEW-COURT-NAME   PIC X(30).
           05  WS-NEW-ATTORNEY-CODE PIC X(8).
           05  WS-NEW-ATTORNEY-NAME PIC X(30).
           05  WS-NEW-JUDGMENT-DATE PIC 9(8).
           05  WS-NEW-JUDGMENT-AMOUNT PIC S9(7)V99.
           05  WS-NEW-COURT-COSTS  PIC S9(7)V99.
           05  WS-NEW-INTEREST-RATE PIC 9(3)V9(4).

       01  WS-COST-AMOUNT          PIC S9(7)V99.
       01  WS-JUDGMENT-BALANCE     PIC S9(8)V99.
       01  WS-AMOUNT-DISPLAY       PIC -,---,--9.99.
       01  WS-BALANCE-DISPLAY      PIC --,---,--9.99.
       01  WS-RATE-DISPLAY         PIC ZZ9.9999.

       01  WS-COUNTERS.
           05  WS-JUDGMENTS-RECORDED PIC 9(4) VALUE ZERO.
           05  WS-COSTS-ADDED      PIC 9(4) VALUE ZERO.
           05  WS-CASES-CLOSED     PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DESK-LOOP
               UNTIL END-OF-SESSION
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN I-O JUDGMENT-FILE
           IF JDG-FILE-MISSING
               OPEN OUTPUT JUDGMENT-FILE
               CLOSE JUDGMENT-FILE
               OPEN I-O JUDGMENT-FILE
           END-IF
           IF NOT JDG-FILE-OK
               DISPLAY 'ERROR OPENING JUDGMENT FILE: '
                   WS-JDG-FILE-STATUS
               GOBACK
           END-IF

      * No hold file means no account is under litigation - cases
      * can still be listed and closed, just not recorded
           OPEN INPUT HOLD-FILE
           IF HLD-FILE-OK
               SET HOLD-FILE-WAS-OPENED TO TRUE
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF FILE-OK
               SET CUSTOMER-FILE-WAS-OPENED TO TRUE
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD.

       1200-SIGN-ON.
      * Recording what a court awarded is an update - no standard
      * or supervisor role, no session
           DISPLAY 'LITIGATION DESK'
           DISPLAY 'ENTER YOUR OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID
           PERFORM 1250-CHECK-OPERATOR-ROLE
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY 'ACCESS DENIED - THE LITIGATION DESK REQUIRES '
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

       2000-DESK-LOOP SECTION.
       2100-PROMPT-FOR-ACTION.
           DISPLAY ' '
           DISPLAY '1 = LIST AN ACCOUNT''S JUDGMENTS'
           DISPLAY '2 = RECORD A JUDGMENT'
           DISPLAY '3 = ADD COURT COSTS'
           DISPLAY '4 = CLOSE A CASE (SATISFIED / VACATED)'
           DISPLAY '9 = EXIT'
           DISPLAY 'SELECTION: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM 2200-LIST-JUDGMENTS
               WHEN '2'
                   PERFORM 2300-RECORD-JUDGMENT
               WHEN '3'
                   PERFORM 2400-ADD-COURT-COSTS
               WHEN '4'
                   PERFORM 2500-CLOSE-CASE
               WHEN '9'
                   SET END-OF-SESSION TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION'
           END-EVALUATE

      * The action paragraphs above already ran (whichever one the
      * operator picked) via the explicit PERFORM - exit the
      * section here instead of falling into them all, every pass
           EXIT SECTION.

       2200-LIST-JUDGMENTS.
           DISPLAY 'ENTER CUST-ID: '
           ACCEPT WS-PICK-CUST-ID
           PERFORM 2260-SHOW-ACCOUNT
           SET SHOW-EACH-CASE TO TRUE
           PERFORM 2210-WALK-CASES
           IF WS-CASES-SHOWN = ZERO
               DISPLAY '  (NO JUDGMENTS ON THIS ACCOUNT)'
           END-IF.

       2210-WALK-CASES.
      * Every case on WS-PICK-CUST-ID, in case order - shown when
      * SHOW-EACH-CASE is on, and the highest case number kept
      * either way so a new case can take the next one
           MOVE ZERO TO WS-CASES-SHOWN
           MOVE ZERO TO WS-HIGH-CASE-NO
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE WS-PICK-CUST-ID TO JDG-CUST-ID
           MOVE ZERO TO JDG-CASE-NO
           START JUDGMENT-FILE
               KEY IS NOT LESS THAN JDG-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2220-READ-NEXT-CASE
               UNTIL SCAN-DONE
           MOVE 'N' TO WS-SHOW-CASES-FLAG.

       2220-READ-NEXT-CASE.
           READ JUDGMENT-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF JDG-CUST-ID NOT = WS-PICK-CUST-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-CASES-SHOWN
                       MOVE JDG-CASE-NO TO WS-HIGH-CASE-NO
                       IF SHOW-EACH-CASE
                           PERFORM 2230-SHOW-CASE
                       END-IF
                   END-IF
           END-READ.

       2230-SHOW-CASE.
           COMPUTE WS-JUDGMENT-BALANCE =
               JDG-JUDGMENT-AMOUNT + JDG-COURT-COSTS
               + JDG-INTEREST-ACCRUED - JDG-COLLECTED
           DISPLAY '  CASE ' JDG-CASE-NO ' ' JDG-COURT-CASE-ID
               ' STATUS ' JDG-STATUS ' ' JDG-COURT-NAME
           DISPLAY '      ATTORNEY ' JDG-ATTORNEY-CODE ' '
               JDG-ATTORNEY-NAME
           MOVE JDG-JUDGMENT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE JDG-INTEREST-RATE TO WS-RATE-DISPLAY
           DISPLAY '      JUDGMENT ' JDG-JUDGMENT-DATE ' '
               WS-AMOUNT-DISPLAY ' AT ' WS-RATE-DISPLAY '% A YEAR'
           MOVE JDG-COURT-COSTS TO WS-AMOUNT-DISPLAY
           DISPLAY '      COURT COSTS      ' WS-AMOUNT-DISPLAY
           MOVE JDG-INTEREST-ACCRUED TO WS-AMOUNT-DISPLAY
           DISPLAY '      INTEREST TO DATE ' WS-AMOUNT-DISPLAY
               ' THRU ' JDG-LAST-ACCRUAL-DATE
           MOVE JDG-COLLECTED TO WS-AMOUNT-DISPLAY
           DISPLAY '      COLLECTED        ' WS-AMOUNT-DISPLAY
           MOVE JDG-GARNISHED TO WS-AMOUNT-DISPLAY
           DISPLAY '        BY GARNISHMENT ' WS-AMOUNT-DISPLAY
           MOVE WS-JUDGMENT-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY '      JUDGMENT BALANCE' WS-BALANCE-DISPLAY
           IF NOT JDG-OPEN
               DISPLAY '      CLOSED ' JDG-CLOSED-DATE ' BY '
                   JDG-CLOSED-BY
           END-IF.

       2260-SHOW-ACCOUNT.
           IF CUSTOMER-FILE-WAS-OPENED
               MOVE WS-PICK-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY '  (NO CUSTOMER ROW FOR THAT CUST-ID)'
                   NOT INVALID KEY
                       MOVE CUST-BALANCE TO WS-BALANCE-DISPLAY
                       DISPLAY '  ' CUST-NAME ' BALANCE '
                           WS-BALANCE-DISPLAY
               END-READ
           END-IF.

       2300-RECORD-JUDGMENT.
           DISPLAY 'ENTER CUST-ID: '
           ACCEPT WS-PICK-CUST-ID
           PERFORM 2260-SHOW-ACCOUNT
           PERFORM 2310-CHECK-LITIGATION-HOLD
           IF ACCOUNT-LITIGATED
               PERFORM 2320-CAPTURE-JUDGMENT
           ELSE
               DISPLAY 'ACCOUNT IS NOT UNDER AN ACTIVE LITIGATION '
                   'HOLD - JUDGMENT NOT RECORDED'
           END-IF.

       2310-CHECK-LITIGATION-HOLD.
           MOVE 'N' TO WS-LITIGATED-FLAG
           IF HOLD-FILE-WAS-OPENED
               MOVE WS-PICK-CUST-ID TO HLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-ACTIVE-HOLD AND HLD-LITIGATION
                           SET ACCOUNT-LITIGATED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2320-CAPTURE-JUDGMENT.
           DISPLAY 'ENTER COURT CASE NUMBER: '
           ACCEPT WS-NEW-COURT-CASE-ID
           DISPLAY 'ENTER COURT NAME: '
           ACCEPT WS-NEW-COURT-NAME
           DISPLAY 'ENTER ATTORNEY CODE: '
           ACCEPT WS-NEW-ATTORNEY-CODE
           DISPLAY 'ENTER ATTORNEY NAME: '
           ACCEPT WS-NEW-ATTORNEY-NAME
           DISPLAY 'ENTER JUDGMENT DATE (YYYYMMDD): '
           ACCEPT WS-NEW-JUDGMENT-DATE
           DISPLAY 'ENTER JUDGMENT AMOUNT: '
           ACCEPT WS-NEW-JUDGMENT-AMOUNT
           DISPLAY 'ENTER COURT COSTS AWARDED: '
           ACCEPT WS-NEW-COURT-COSTS
           DISPLAY 'ENTER STATUTORY INTEREST RATE (ANNUAL %): '
           ACCEPT WS-NEW-INTEREST-RATE
           EVALUATE TRUE
               WHEN WS-NEW-COURT-CASE-ID = SPACES
                   DISPLAY 'COURT CASE NUMBER IS REQUIRED - '
                       'NOT RECORDED'
               WHEN WS-NEW-ATTORNEY-CODE = SPACES
                   DISPLAY 'ATTORNEY CODE IS REQUIRED - NOT RECORDED'
               WHEN WS-NEW-JUDGMENT-DATE = ZERO
                       OR WS-NEW-JUDGMENT-DATE > STD-CURRENT-DATE
                   DISPLAY 'JUDGMENT DATE MUST BE ON OR BEFORE TODAY '
                       '- NOT RECORDED'
               WHEN WS-NEW-JUDGMENT-AMOUNT NOT > ZERO
                   DISPLAY 'JUDGMENT AMOUNT MUST BE POSITIVE - '
                       'NOT RECORDED'
               WHEN WS-NEW-COURT-COSTS < ZERO
                   DISPLAY 'COURT COSTS MAY NOT BE NEGATIVE - '
                       'NOT RECORDED'
               WHEN WS-NEW-INTEREST-RATE > 30
                   DISPLAY 'INTEREST RATE OVER 30% - NOT RECORDED'
               WHEN OTHER
                   PERFORM 2330-WRITE-JUDGMENT
           END-EVALUATE.

       2330-WRITE-JUDGMENT.
      * The next case number on the account - the walk leaves the
      * highest one in use
           PERFORM 2210-WALK-CASES
           IF WS-HIGH-CASE-NO = 999
               DISPLAY 'ACCOUNT HAS NO FREE CASE NUMBER - '
                   'NOT RECORDED'
           ELSE
               INITIALIZE JUDGMENT-RECORD
               MOVE WS-PICK-CUST-ID TO JDG-CUST-ID
               COMPUTE JDG-CASE-NO = WS-HIGH-CASE-NO + 1
               MOVE WS-NEW-COURT-CASE-ID TO JDG-COURT-CASE-ID
               MOVE WS-NEW-COURT-NAME TO JDG-COURT-NAME
               MOVE WS-NEW-ATTORNEY-CODE TO JDG-ATTORNEY-CODE
               MOVE WS-NEW-ATTORNEY-NAME TO JDG-ATTORNEY-NAME
               MOVE WS-NEW-JUDGMENT-DATE TO JDG-JUDGMENT-DATE
               MOVE WS-NEW-JUDGMENT-AMOUNT TO JDG-JUDGMENT-AMOUNT
               MOVE WS-NEW-COURT-COSTS TO JDG-COURT-COSTS
               MOVE WS-NEW-INTEREST-RATE TO JDG-INTEREST-RATE
      * Interest runs from the judgment date - the accrual run's
      * first month is the one after it
               MOVE WS-NEW-JUDGMENT-DATE TO JDG-LAST-ACCRUAL-DATE
               SET JDG-OPEN TO TRUE
               MOVE WS-OPERATOR-ID TO JDG-ENTERED-BY
               WRITE JUDGMENT-RECORD
                   INVALID KEY
                       DISPLAY 'JUDGMENT WRITE FAILED, STATUS='
                           WS-JDG-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-JUDGMENTS-RECORDED
                       DISPLAY 'JUDGMENT RECORDED AS CASE '
                           JDG-CASE-NO
               END-WRITE
           END-IF.

       2400-ADD-COURT-COSTS.
           PERFORM 2450-PICK-OPEN-CASE
           IF CASE-FOUND
               DISPLAY 'ENTER COSTS TO ADD: '
               ACCEPT WS-COST-AMOUNT
               IF WS-COST-AMOUNT NOT > ZERO
                   DISPLAY 'COSTS MUST BE POSITIVE - NOT ADDED'
               ELSE
                   ADD WS-COST-AMOUNT TO JDG-COURT-COSTS
                   REWRITE JUDGMENT-RECORD
                   ADD 1 TO WS-COSTS-ADDED
                   DISPLAY 'COSTS ADDED - CHARGED TO THE ACCOUNT ON '
                       'THE NEXT JUDGMENT ACCRUAL RUN'
               END-IF
           END-IF.

       2450-PICK-OPEN-CASE.
           MOVE 'N' TO WS-CASE-FOUND-FLAG
           DISPLAY 'ENTER CUST-ID: '
           ACCEPT WS-PICK-CUST-ID
           DISPLAY 'ENTER CASE NUMBER: '
           ACCEPT WS-PICK-CASE-NO
           MOVE WS-PICK-CUST-ID TO JDG-CUST-ID
           MOVE WS-PICK-CASE-NO TO JDG-CASE-NO
           READ JUDGMENT-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH CASE ON THAT ACCOUNT'
               NOT INVALID KEY
                   IF JDG-OPEN
                       SET CASE-FOUND TO TRUE
                       PERFORM 2230-SHOW-CASE
                   ELSE
                       DISPLAY 'CASE IS ALREADY CLOSED'
                   END-IF
           END-READ.

       2500-CLOSE-CASE.
           PERFORM 2450-PICK-OPEN-CASE
           IF CASE-FOUND
               DISPLAY 'S = SATISFIED, V = VACATED: '
               ACCEPT WS-CLOSE-CODE
               EVALUATE WS-CLOSE-CODE
                   WHEN 'S'
                       SET JDG-SATISFIED TO TRUE
                       PERFORM 2550-STAMP-CLOSE
                   WHEN 'V'
                       SET JDG-VACATED TO TRUE
                       PERFORM 2550-STAMP-CLOSE
                   WHEN OTHER
                       DISPLAY 'INVALID CLOSE CODE - CASE LEFT OPEN'
               END-EVALUATE
           END-IF.

       2550-STAMP-CLOSE.
           MOVE STD-CURRENT-DATE TO JDG-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO JDG-CLOSED-BY
           REWRITE JUDGMENT-RECORD
           ADD 1 TO WS-CASES-CLOSED
           DISPLAY 'CASE CLOSED - NO FURTHER INTEREST ACCRUES'.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE JUDGMENT-FILE
           IF HOLD-FILE-WAS-OPENED
               CLOSE HOLD-FILE
           END-IF
           IF CUSTOMER-FILE-WAS-OPENED
               CLOSE CUSTOMER-FILE
           END-IF.

       3200-SIGN-OFF.
           DISPLAY 'LITIGATION DESK SESSION ENDED'
           DISPLAY 'Judgments Recorded: ' WS-JUDGMENTS-RECORDED
           DISPLAY 'Court Costs Added: ' WS-COSTS-ADDED
           DISPLAY 'Cases Closed: ' WS-CASES-CLOSED.
