      *     dispute indicator set instead of as a simple delinquent
      *   - an account with an active bankruptcy case reports with
      *     the bankruptcy indicator
      *   - an account holder under servicemember (SCRA) protection
      *     reports with the military indicator and never with an
      *     adverse payment rating while the protection is in force;
      *     each month that held back a delinquent rating is counted
      *     on the protection row for the compliance report
      *   - an account seven years past its first delinquency, as
      *     kept by the statute-of-limitations pass, has aged off
      *     and is not reported at all
      *   - a tradeline a bureau is investigating (ACDV) reports as
      *     disputed until the answer goes out; an answer that
      *     modified the payment rating carries the corrected rating
      *     on the next extract, and an answer that deleted the
      *     tradeline means it is never reported again
      * Every row reported is copied to the bureau audit file with
      * the reporting period stamped on it, because "what did you
      * tell the bureau about me" is a letter the shop must answer
      * with proof, not memory.
      * The accounts come from the night's customer snapshot
      * (SAMPLE-PROGRAM-CUSTSNAP) rather than CUSTDATA, with the
      * open dispute already resolved on each row; a snapshot
      * SAMPLE-PROGRAM-SNAPCHK will not prove stops the extract
      * before a row goes to the bureau.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's customer snapshot (SAMPLE-PROGRAM-CUSTSNAP),
      * read in place of CUSTDATA once SAMPLE-PROGRAM-SNAPCHK has
      * proven it
           SELECT CUSTOMER-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      * Bankruptcy cases - reported with their own indicator;
      * optional
           SELECT BANKRUPTCY-FILE ASSIGN TO "CUSTBKRP"
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-FILE-STATUS.

      * Servicemember protections - reporting is restricted while
      * in force; optional
           SELECT SERVICEMEMBER-FILE ASSIGN TO "CUSTSCRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVM-CUST-ID
               FILE STATUS IS WS-SVM-FILE-STATUS.

      * Statute-of-limitations tracking - carries the end of each
      * account's reporting window; optional
           SELECT TIME-BAR-FILE ASSIGN TO "CUSTTBAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBR-CUST-ID
               FILE STATUS IS WS-TBR-FILE-STATUS.

      * Bureau dispute investigations - opened for update, a
      * modified rating is stamped with the period it went out on;
      * optional
           SELECT ACDV-FILE ASSIGN TO "CUSTACDV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-KEY
               FILE STATUS IS WS-ACD-FILE-STATUS.

      * The fixed-format file handed to the bureau
           SELECT BUREAU-EXTRACT-FILE ASSIGN TO "CUSTBURX"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SNAPSHOT-FILE.
           COPY CUSTOMER-SNAPSHOT-RECORD.

       FD  BANKRUPTCY-FILE.
           COPY BANKRUPTCY-RECORD.

       FD  SERVICEMEMBER-FILE.
           COPY SERVICEMEMBER-RECORD.

       FD  TIME-BAR-FILE.
           COPY TIME-BAR-RECORD.

       FD  ACDV-FILE.
           COPY ACDV-RECORD.

      * The industry fixed layout, one account per row
       FD  BUREAU-EXTRACT-FILE.
       01  BUREAU-EXTRACT-RECORD.
           05  BRX-PAYMENT-RATING  PIC X.
      * XB = account information disputed by consumer
           05  BRX-DISPUTE-IND     PIC X(2).
      * B = bankruptcy filed, M = servicemember protection (a
      * bankruptcy outranks it)
           05  BRX-CONSUMER-IND    PIC X.
           05  BRX-REPORT-PERIOD   PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * The master the snapshot must have been cut from
       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

      * Each snapshot row's customer image lands here, so every
      * CUST- name reads exactly as it did off the master
           COPY CUSTOMER-RECORD.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.

       01  WS-BKR-FILE-STATUS      PIC XX.
           88  BKR-FILE-OK         VALUE '00'.
           88  BKR-FILE-MISSING    VALUE '35'.
       01  WS-BKR-OPENED-FLAG      PIC X VALUE 'N'.
           88  BANKRUPTCY-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-SVM-FILE-STATUS      PIC XX.
           88  SVM-FILE-OK         VALUE '00'.
           88  SVM-FILE-MISSING    VALUE '35'.
       01  WS-SVM-OPENED-FLAG      PIC X VALUE 'N'.
           88  SERVICEMEMBER-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-TBR-FILE-STATUS      PIC XX.
           88  TBR-FILE-OK         VALUE '00'.
           88  TBR-FILE-MISSING    VALUE '35'.
       01  WS-TBR-OPENED-FLAG      PIC X VALUE 'N'.
           88  TIME-BAR-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-ACD-FILE-STATUS      PIC XX.
           88  ACD-FILE-OK         VALUE '00'.
           88  ACD-FILE-MISSING    VALUE '35'.
       01  WS-ACD-OPENED-FLAG      PIC X VALUE 'N'.
           88  ACDV-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-BRX-FILE-STATUS      PIC XX.
           88  BRX-FILE-OK         VALUE '00'.

               88  ACCOUNT-DISPUTED VALUE 'Y'.
           05  WS-BANKRUPT-FLAG    PIC X VALUE 'N'.
               88  ACCOUNT-BANKRUPT VALUE 'Y'.
           05  WS-SVM-PROTECTED-FLAG PIC X VALUE 'N'.
               88  SERVICEMEMBER-PROTECTED VALUE 'Y'.
           05  WS-AGED-OFF-FLAG    PIC X VALUE 'N'.
               88  REPORTING-WINDOW-PASSED VALUE 'Y'.
           05  WS-ACD-PENDING-FLAG PIC X VALUE 'N'.
               88  BUREAU-DISPUTE-PENDING VALUE 'Y'.
           05  WS-ACD-DELETED-FLAG PIC X VALUE 'N'.
               88  TRADELINE-DELETED VALUE 'Y'.
           05  WS-ACD-WALK-FLAG    PIC X VALUE 'N'.
               88  ACDV-WALK-DONE  VALUE 'Y'.

       01  WS-REPORT-PERIOD        PIC 9(6) VALUE ZERO.
       01  WS-PAYMENT-RATING       PIC X VALUE '1'.
      * Space unless a bureau dispute answer corrected the rating
       01  WS-ACD-MOD-RATING       PIC X VALUE SPACE.
       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SCANNED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-REPORTED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-DISPUTED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-BANKRUPT-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-SCRA-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-SCRA-RESTRICTED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-AGED-OFF-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-ACDV-DELETED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-ACDV-MODIFIED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-REPORTED-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.

      * Snapshot proof, run before the first row is read
       01  WS-SNAPCHK-PARM-AREA.
           05  WS-SCK-RETURN-CODE  PIC S9(4) COMP.
           05  WS-SCK-MESSAGE      PIC X(50).
           05  WS-SCK-SOURCE-FILE-NAME PIC X(40).
           05  WS-SCK-MAX-AGE-HOURS PIC 9(3).
           05  WS-SCK-SNAPSHOT-DATE PIC 9(8).
           05  WS-SCK-SNAPSHOT-TIME PIC 9(6).
           05  WS-SCK-RECORD-COUNT PIC 9(8).

       LINKAGE SECTION.
       01  LS-BUREAU-PARM-AREA.
           05  LS-BUR-RETURN-CODE  PIC S9(4) COMP.
           IF LS-BUR-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-BUR-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
      * The snapshot is proven before a row of it is read - a short,
      * stale or unproven snapshot stops the run here
           MOVE WS-CUSTOMER-FILE-NAME TO WS-SCK-SOURCE-FILE-NAME
           MOVE ZERO TO WS-SCK-MAX-AGE-HOURS
           CALL 'SAMPLE-PROGRAM-SNAPCHK' USING WS-SNAPCHK-PARM-AREA
           IF WS-SCK-RETURN-CODE NOT = ZERO
               DISPLAY 'CUSTOMER SNAPSHOT REFUSED: ' WS-SCK-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BUR-RETURN-CODE
               MOVE WS-SCK-MESSAGE TO LS-BUR-MESSAGE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-SNAPSHOT-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                   WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BUR-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BANKRUPTCY-FILE
           IF BKR-FILE-OK
               SET BANKRUPTCY-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT BKR-FILE-MISSING
                   DISPLAY 'ERROR OPENING BANKRUPTCY FILE: '
                       WS-BKR-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BUR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Opened for update - a restricted month is counted on the
      * protection row
           OPEN I-O SERVICEMEMBER-FILE
           IF SVM-FILE-OK
               SET SERVICEMEMBER-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT SVM-FILE-MISSING
                   DISPLAY 'ERROR OPENING SERVICEMEMBER FILE: '
                       WS-SVM-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BUR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional time-bar file - missing means no reporting window
      * is known to have passed
           OPEN INPUT TIME-BAR-FILE
           IF TBR-FILE-OK
               SET TIME-BAR-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT TBR-FILE-MISSING
                   DISPLAY 'ERROR OPENING TIME-BAR FILE: '
                       WS-TBR-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BUR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional bureau dispute file - missing means no bureau has
      * ever disputed one of our tradelines
           OPEN I-O ACDV-FILE
           IF ACD-FILE-OK
               SET ACDV-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT ACD-FILE-MISSING
                   DISPLAY 'ERROR OPENING BUREAU DISPUTE FILE: '
                       WS-ACD-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BUR-RETURN-CODE
                   GOBACK
       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-REPORT-PERIOD =
               STD-YEAR * 100 + STD-MONTH.

       2000-REPORT-ACCOUNTS SECTION.
       2100-READ-CUSTOMER.
           PERFORM 2110-READ-SNAPSHOT-ROW
           IF NOT END-OF-FILE
               ADD 1 TO WS-SCANNED-COUNT
               IF ACTIVE-CUSTOMER
                   PERFORM 2240-CHECK-REPORTING-WINDOW
                   IF REPORTING-WINDOW-PASSED
                       ADD 1 TO WS-AGED-OFF-COUNT
                   ELSE
                       PERFORM 2250-CHECK-BUREAU-DISPUTES
                       IF TRADELINE-DELETED
                           ADD 1 TO WS-ACDV-DELETED-COUNT
                       ELSE
                           PERFORM 2200-REPORT-ONE-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF

      * 2110, 2200-2250 and what they PERFORM already ran above -
      * exit the section here instead of falling into them a second
      * time, for every customer, every pass
           EXIT SECTION.

       2110-READ-SNAPSHOT-ROW.
      * The trailer closes the detail rows - it is never a customer
           READ CUSTOMER-SNAPSHOT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF SNP-TRAILER
                       SET END-OF-FILE TO TRUE
                   ELSE
                       MOVE SNP-CUSTOMER-IMAGE TO CUSTOMER-RECORD
                   END-IF
           END-READ.

       2200-REPORT-ONE-ACCOUNT.
           PERFORM 2210-CHECK-DISPUTE
           PERFORM 2220-CHECK-BANKRUPTCY
           PERFORM 2230-CHECK-SERVICEMEMBER
           EVALUATE TRUE
               WHEN AGED-CURRENT
                   MOVE '1' TO WS-PAYMENT-RATING
               WHEN OTHER
                   MOVE '4' TO WS-PAYMENT-RATING
           END-EVALUATE
      * The answer we gave the bureau stands over the aging bucket,
      * but never over the servicemember restriction below
           IF WS-ACD-MOD-RATING NOT = SPACE
               MOVE WS-ACD-MOD-RATING TO WS-PAYMENT-RATING
               ADD 1 TO WS-ACDV-MODIFIED-COUNT
           END-IF
           IF SERVICEMEMBER-PROTECTED
               ADD 1 TO WS-SCRA-COUNT
               IF WS-PAYMENT-RATING NOT = '1'
                   MOVE '1' TO WS-PAYMENT-RATING
                   PERFORM 2235-RECORD-SCRA-RESTRICTION
               END-IF
           END-IF
           MOVE CUST-ID TO BRX-ACCOUNT-NUMBER
           MOVE CUST-NAME TO BRX-SURNAME-FIELD
           MOVE CUST-ADDRESS-LINE-1 TO BRX-ADDRESS-LINE
           ELSE
               MOVE SPACES TO BRX-DISPUTE-IND
           END-IF
           EVALUATE TRUE
               WHEN ACCOUNT-BANKRUPT
                   MOVE 'B' TO BRX-CONSUMER-IND
                   ADD 1 TO WS-BANKRUPT-COUNT
               WHEN SERVICEMEMBER-PROTECTED
                   MOVE 'M' TO BRX-CONSUMER-IND
               WHEN OTHER
                   MOVE SPACE TO BRX-CONSUMER-IND
           END-EVALUATE
           MOVE WS-REPORT-PERIOD TO BRX-REPORT-PERIOD
           WRITE BUREAU-EXTRACT-RECORD
           ADD 1 TO WS-REPORTED-COUNT
      * Reporting a disputed balance as a simple delinquent is the
      * compliance failure this indicator exists to prevent
           MOVE 'N' TO WS-DISPUTED-FLAG
           IF SNP-IN-DISPUTE
               SET ACCOUNT-DISPUTED TO TRUE
           END-IF
      * A bureau investigation still unanswered is a dispute too
           IF BUREAU-DISPUTE-PENDING
               SET ACCOUNT-DISPUTED TO TRUE
           END-IF.

       2220-CHECK-BANKRUPTCY.
               END-READ
           END-IF.

       2230-CHECK-SERVICEMEMBER.
      * Protected while on active duty, from the duty start through
      * the recorded end date (none recorded means open-ended)
           MOVE 'N' TO WS-SVM-PROTECTED-FLAG
           IF SERVICEMEMBER-FILE-WAS-OPENED
               MOVE CUST-ID TO SVM-CUST-ID
               READ SERVICEMEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SVM-ACTIVE-DUTY
                               AND SVM-DUTY-START-DATE <=
                                   WS-TODAY-DATE-NUM
                               AND (SVM-DUTY-END-DATE = ZERO
                                   OR SVM-DUTY-END-DATE >=
                                       WS-TODAY-DATE-NUM)
                           SET SERVICEMEMBER-PROTECTED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2235-RECORD-SCRA-RESTRICTION.
      * Once per reporting period - a rerun of the same month does
      * not count the month twice
           ADD 1 TO WS-SCRA-RESTRICTED-COUNT
           IF SVM-LAST-RESTRICTED-PERIOD NOT = WS-REPORT-PERIOD
               ADD 1 TO SVM-BUREAU-MONTHS-RESTRICTED
               MOVE WS-REPORT-PERIOD TO SVM-LAST-RESTRICTED-PERIOD
               REWRITE SERVICEMEMBER-RECORD
                   INVALID KEY
                       DISPLAY 'SERVICEMEMBER REWRITE FAILED, '
                           'CUST-ID ' CUST-ID ' STATUS='
                           WS-SVM-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
               END-REWRITE
           END-IF.

       2240-CHECK-REPORTING-WINDOW.
      * Seven years from the first delinquency and the account is
      * no longer the bureau's business
           MOVE 'N' TO WS-AGED-OFF-FLAG
           IF TIME-BAR-FILE-WAS-OPENED
               MOVE CUST-ID TO TBR-CUST-ID
               READ TIME-BAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TBR-REPORTING-END-DATE NOT = ZERO
                               AND TBR-REPORTING-END-DATE <=
                                   WS-TODAY-DATE-NUM
                           SET REPORTING-WINDOW-PASSED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2250-CHECK-BUREAU-DISPUTES.
      * Every investigation on the account, by control number
           MOVE 'N' TO WS-ACD-PENDING-FLAG
           MOVE 'N' TO WS-ACD-DELETED-FLAG
           MOVE SPACE TO WS-ACD-MOD-RATING
           IF ACDV-FILE-WAS-OPENED
               MOVE 'N' TO WS-ACD-WALK-FLAG
               MOVE CUST-ID TO ACD-CUST-ID
               MOVE LOW-VALUES TO ACD-CONTROL-NO
               START ACDV-FILE KEY IS NOT LESS THAN ACD-KEY
                   INVALID KEY
                       SET ACDV-WALK-DONE TO TRUE
               END-START
               PERFORM 2255-READ-BUREAU-DISPUTE
                   UNTIL ACDV-WALK-DONE
           END-IF.

       2255-READ-BUREAU-DISPUTE.
           READ ACDV-FILE NEXT RECORD
               AT END
                   SET ACDV-WALK-DONE TO TRUE
               NOT AT END
                   IF ACD-CUST-ID NOT = CUST-ID
                       SET ACDV-WALK-DONE TO TRUE
                   ELSE
                       PERFORM 2260-APPLY-BUREAU-DISPUTE
                   END-IF
           END-READ.

       2260-APPLY-BUREAU-DISPUTE.
           EVALUATE TRUE
               WHEN ACD-OPEN OR ACD-ANSWERED
                   SET BUREAU-DISPUTE-PENDING TO TRUE
               WHEN ACD-DELETED
                   SET TRADELINE-DELETED TO TRUE
      * A modified rating goes out on the first extract after the
      * answer, and again only if that same month is rerun; after
      * that the aging speaks for itself
               WHEN ACD-MODIFIED
                   IF ACD-APPLIED-PERIOD = ZERO
                           OR ACD-APPLIED-PERIOD = WS-REPORT-PERIOD
                       MOVE ACD-MOD-RATING TO WS-ACD-MOD-RATING
                       MOVE WS-REPORT-PERIOD TO ACD-APPLIED-PERIOD
                       REWRITE ACDV-RECORD
                           INVALID KEY
                               DISPLAY 'BUREAU DISPUTE REWRITE FAILED, '
                                   'CUST-ID ' CUST-ID ' STATUS='
                                   WS-ACD-FILE-STATUS
                               SET ERROR-OCCURRED TO TRUE
                       END-REWRITE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-SNAPSHOT-FILE
           CLOSE BUREAU-EXTRACT-FILE
           CLOSE BUREAU-AUDIT-FILE
           IF BANKRUPTCY-FILE-WAS-OPENED
               CLOSE BANKRUPTCY-FILE
           END-IF
           IF SERVICEMEMBER-FILE-WAS-OPENED
               CLOSE SERVICEMEMBER-FILE
           END-IF
           IF TIME-BAR-FILE-WAS-OPENED
               CLOSE TIME-BAR-FILE
           END-IF
           IF ACDV-FILE-WAS-OPENED
               CLOSE ACDV-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Accounts Reported: ' WS-REPORTED-COUNT
           DISPLAY 'Reported Balance: ' WS-REPORTED-BALANCE
           DISPLAY 'Reported Disputed: ' WS-DISPUTED-COUNT
           DISPLAY 'Reported Bankrupt: ' WS-BANKRUPT-COUNT
           DISPLAY 'Reported Under SCRA Protection: ' WS-SCRA-COUNT
           DISPLAY 'Adverse Ratings Withheld (SCRA): '
               WS-SCRA-RESTRICTED-COUNT
           DISPLAY 'Not Reported (Seven-Year Window Passed): '
               WS-AGED-OFF-COUNT
           DISPLAY 'Not Reported (Deleted On Bureau Dispute): '
               WS-ACDV-DELETED-COUNT
           DISPLAY 'Rating Modified On Bureau Dispute: '
               WS-ACDV-MODIFIED-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
