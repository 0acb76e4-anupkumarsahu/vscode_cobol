      *   NET of commission (the commission never was our cash),
      *   accumulates gross and commission on the placement row,
      *   and closes placements the agency has exhausted.
      * An account holder under servicemember (SCRA) protection is
      * never placed while it is in force, however exhausted the
      * account looks; the first day a placement was held goes on
      * the protection row for the compliance report.
      * Nor is an account the statute-of-limitations pass has marked
      * time-barred - a debt that can no longer be sued on is not
      * sent out to be collected as though it could.
      * Each placement carries the account's active guarantors and
      * co-obligors (see GUARANTOR-RECORD) on the same extract row -
      * how many there are, and the name, contact and liability of
      * the first two - so the agency can pursue them as well.
      * The accounts come from the night's customer snapshot
      * (SAMPLE-PROGRAM-CUSTSNAP) rather than CUSTDATA, with the
      * broken-promise and reversal counts already resolved on each
      * row; an account whose row carries no risk grade is not
      * placed. A snapshot SAMPLE-PROGRAM-SNAPCHK will not prove
      * stops the placement pass before anything is extracted.
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

           SELECT PLACEMENT-FILE ASSIGN TO "CUSTPLCE"
               RECORD KEY IS DUN-CUST-ID
               FILE STATUS IS WS-DUN-FILE-STATUS.

      * Servicemember protections - no placement while in force;
      * optional
           SELECT SERVICEMEMBER-FILE ASSIGN TO "CUSTSCRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVM-CUST-ID
               FILE STATUS IS WS-SVM-FILE-STATUS.

      * Statute-of-limitations tracking - no placement of a
      * time-barred debt; optional
           SELECT TIME-BAR-FILE ASSIGN TO "CUSTTBAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBR-CUST-ID
               FILE STATUS IS WS-TBR-FILE-STATUS.

      * Guarantors and co-obligors, sent with the placement;
      * optional
           SELECT GUARANTOR-FILE ASSIGN TO "CUSTGUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRT-KEY
               FILE STATUS IS WS-GRT-FILE-STATUS.

      * The placements going out the door, agency format
           SELECT AGENCY-EXTRACT-FILE ASSIGN TO "CUSTAGCY"

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SNAPSHOT-FILE.
           COPY CUSTOMER-SNAPSHOT-RECORD.

       FD  PLACEMENT-FILE.
           COPY PLACEMENT-RECORD.

       FD  DUNNING-LEVEL-FILE.
           COPY DUNNING-LEVEL-RECORD.

       FD  SERVICEMEMBER-FILE.
           COPY SERVICEMEMBER-RECORD.

       FD  TIME-BAR-FILE.
           COPY TIME-BAR-RECORD.

       FD  GUARANTOR-FILE.
           COPY GUARANTOR-RECORD.

       FD  AGENCY-EXTRACT-FILE.
       01  AGENCY-EXTRACT-RECORD.
           05  AGX-BROKEN-PROMISES PIC 9(3).
           05  AGX-REVERSALS       PIC 9(3).
           05  AGX-PLACED-DATE     PIC 9(8).
      * Active signers on the account; only the first two travel
      * in full, the count tells the agency when there are more
           05  AGX-GUARANTOR-COUNT PIC 9(2).
           05  AGX-GUARANTOR OCCURS 2 TIMES.
               10  AGX-GRT-NAME        PIC X(30).
               10  AGX-GRT-ADDRESS-LINE-1 PIC X(30).
               10  AGX-GRT-ADDRESS-LINE-2 PIC X(30).
               10  AGX-GRT-CITY        PIC X(20).
               10  AGX-GRT-STATE       PIC X(2).
               10  AGX-GRT-ZIP-CODE    PIC X(10).
               10  AGX-GRT-PHONE       PIC X(15).
               10  AGX-GRT-LIABILITY-TYPE PIC X.
               10  AGX-GRT-LIMIT       PIC S9(7)V99.

       FD  AGENCY-REMIT-FILE.
       01  AGENCY-REMIT-RECORD.
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
       01  WS-DUN-OPENED-FLAG      PIC X VALUE 'N'.
           88  DUN-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-SVM-FILE-STATUS      PIC XX.
           88  SVM-FILE-OK         VALUE '00'.
           88  SVM-FILE-MISSING    VALUE '35'.
       01  WS-SVM-OPENED-FLAG      PIC X VALUE 'N'.
           88  SERVICEMEMBER-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-SVM-PROTECTED-FLAG   PIC X VALUE 'N'.
           88  SERVICEMEMBER-PROTECTED VALUE 'Y'.
       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.

       01  WS-TBR-FILE-STATUS      PIC XX.
           88  TBR-FILE-OK         VALUE '00'.
           88  TBR-FILE-MISSING    VALUE '35'.
       01  WS-TBR-OPENED-FLAG      PIC X VALUE 'N'.
           88  TIME-BAR-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-TIME-BARRED-FLAG     PIC X VALUE 'N'.
           88  ACCOUNT-TIME-BARRED VALUE 'Y'.

       01  WS-GRT-FILE-STATUS      PIC XX.
           88  GRT-FILE-OK         VALUE '00'.
           88  GRT-FILE-MISSING    VALUE '35'.
       01  WS-GRT-OPENED-FLAG      PIC X VALUE 'N'.
           88  GUARANTOR-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-GRT-WALK-FLAG        PIC X VALUE 'N'.
           88  GUARANTOR-WALK-DONE VALUE 'Y'.
       01  WS-GRT-SUB              PIC 9(2) COMP VALUE ZERO.

       01  WS-AGX-FILE-STATUS      PIC XX.
           88  AGX-FILE-OK         VALUE '00'.
           05  WS-SCANNED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-PLACED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-PLACED-BALANCE   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-SCRA-HELD-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-TIME-BARRED-HELD PIC 9(6) VALUE ZERO.
           05  WS-GUARANTORS-SENT  PIC 9(6) VALUE ZERO.
           05  WS-REMITS-READ      PIC 9(6) VALUE ZERO.
           05  WS-COLLECTIONS-RELEASED PIC 9(6) VALUE ZERO.
           05  WS-NET-RELEASED     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-PLACEMENTS-CLOSED PIC 9(6) VALUE ZERO.
           05  WS-REMITS-UNMATCHED PIC 9(6) VALUE ZERO.

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
       01  LS-AGENCY-PARM-AREA.
           05  LS-AGY-RETURN-CODE  PIC S9(4) COMP.
           IF LS-AGY-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-AGY-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
      * The snapshot is proven before a row of it is read - a short,
      * stale or unproven snapshot stops the run here
           MOVE WS-CUSTOMER-FILE-NAME TO WS-SCK-SOURCE-FILE-NAME
           MOVE ZERO TO WS-SCK-MAX-AGE-HOURS
           CALL 'SAMPLE-PROGRAM-SNAPCHK' USING WS-SNAPCHK-PARM-AREA
           IF WS-SCK-RETURN-CODE NOT = ZERO
               DISPLAY 'CUSTOMER SNAPSHOT REFUSED: ' WS-SCK-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-AGY-RETURN-CODE
               MOVE WS-SCK-MESSAGE TO LS-AGY-MESSAGE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-SNAPSHOT-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                   WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-AGY-RETURN-CODE
               GOBACK
               END-IF
           END-IF

      * Optional servicemember protections - opened for update, since
      * a held placement is dated on the protection row
           OPEN I-O SERVICEMEMBER-FILE
           IF SVM-FILE-OK
               SET SERVICEMEMBER-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT SVM-FILE-MISSING
                   DISPLAY 'ERROR OPENING SERVICEMEMBER FILE: '
                       WS-SVM-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-AGY-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional time-bar file - missing means nothing is barred
           OPEN INPUT TIME-BAR-FILE
           IF TBR-FILE-OK
               SET TIME-BAR-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT TBR-FILE-MISSING
                   DISPLAY 'ERROR OPENING TIME-BAR FILE: '
                       WS-TBR-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-AGY-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional guarantor file - missing means no one to send
           OPEN INPUT GUARANTOR-FILE
           IF GRT-FILE-OK
               SET GUARANTOR-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT GRT-FILE-MISSING
                   DISPLAY 'ERROR OPENING GUARANTOR FILE: '
                       WS-GRT-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-AGY-RETURN-CODE
                   GOBACK

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM.

       2000-PLACE-ACCOUNTS SECTION.
       2100-READ-CUSTOMER.
           PERFORM 2110-READ-SNAPSHOT-ROW
           IF NOT END-OF-FILE
               ADD 1 TO WS-SCANNED-COUNT
               IF ACTIVE-CUSTOMER
                       AND CUST-BALANCE > ZERO
                       AND AGED-90-PLUS-DAYS
                   PERFORM 2200-TEST-ELIGIBILITY
                   IF ACCOUNT-ELIGIBLE
                       PERFORM 2250-CHECK-SERVICEMEMBER
                       PERFORM 2270-CHECK-TIME-BAR
                       EVALUATE TRUE
                           WHEN SERVICEMEMBER-PROTECTED
                               PERFORM 2260-HOLD-PLACEMENT
                           WHEN ACCOUNT-TIME-BARRED
                               ADD 1 TO WS-TIME-BARRED-HELD
                           WHEN OTHER
                               PERFORM 2300-PLACE-ONE-ACCOUNT
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF

      * 2110 and 2200-2300 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time, for every customer, every pass
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

       2200-TEST-ELIGIBILITY.
      * Exhausted means: the level-3 final demand already went, the
                       END-IF
               END-READ
           END-IF
      * No grade on the snapshot row means no promise history to
      * prove the account exhausted
           IF ACCOUNT-ELIGIBLE
               IF NOT SNP-HAS-RISK-GRADE
                   MOVE 'N' TO WS-ELIGIBLE-FLAG
               ELSE
                   IF SNP-BROKEN-PROMISE-COUNT < WS-BROKEN-THRESHOLD
                       MOVE 'N' TO WS-ELIGIBLE-FLAG
                   END-IF
               END-IF
           END-IF
           IF ACCOUNT-ELIGIBLE
               MOVE CUST-ID TO PLC-CUST-ID
               END-READ
           END-IF.

       2250-CHECK-SERVICEMEMBER.
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

       2260-HOLD-PLACEMENT.
      * The account stays ours and unplaced; the first day it would
      * have gone out is what the compliance report shows
           ADD 1 TO WS-SCRA-HELD-COUNT
           IF SVM-PLACEMENT-HELD-DATE = ZERO
               MOVE WS-TODAY-DATE-NUM TO SVM-PLACEMENT-HELD-DATE
               REWRITE SERVICEMEMBER-RECORD
                   INVALID KEY
                       DISPLAY 'SERVICEMEMBER REWRITE FAILED, '
                           'CUST-ID ' CUST-ID ' STATUS='
                           WS-SVM-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
               END-REWRITE
           END-IF.

       2270-CHECK-TIME-BAR.
           MOVE 'N' TO WS-TIME-BARRED-FLAG
           IF TIME-BAR-FILE-WAS-OPENED
               MOVE CUST-ID TO TBR-CUST-ID
               READ TIME-BAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TBR-TIME-BARRED
                           SET ACCOUNT-TIME-BARRED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2300-PLACE-ONE-ACCOUNT.
           MOVE CUST-ID TO AGX-CUST-ID
           MOVE CUST-NAME TO AGX-CUST-NAME
           MOVE CUST-STATE TO AGX-STATE
           MOVE CUST-ZIP-CODE TO AGX-ZIP-CODE
           MOVE CUST-PHONE TO AGX-PHONE
           IF SNP-HAS-RISK-GRADE
               MOVE SNP-BROKEN-PROMISE-COUNT TO AGX-BROKEN-PROMISES
               MOVE SNP-REVERSAL-COUNT TO AGX-REVERSALS
           ELSE
               MOVE ZERO TO AGX-BROKEN-PROMISES
               MOVE ZERO TO AGX-REVERSALS
           END-IF
           MOVE STD-CURRENT-DATE TO AGX-PLACED-DATE
           PERFORM 2400-LOAD-GUARANTORS
           WRITE AGENCY-EXTRACT-RECORD
           MOVE 'N' TO WS-PLC-EXISTS-FLAG
           MOVE CUST-ID TO PLC-CUST-ID
           ADD 1 TO WS-PLACED-COUNT
           ADD CUST-BALANCE TO WS-PLACED-BALANCE.

       2400-LOAD-GUARANTORS.
           MOVE ZERO TO AGX-GUARANTOR-COUNT
           MOVE 1 TO WS-GRT-SUB
           PERFORM 2420-CLEAR-GUARANTOR-SLOT 2 TIMES
           IF GUARANTOR-FILE-WAS-OPENED
               MOVE 'N' TO WS-GRT-WALK-FLAG
               MOVE CUST-ID TO GRT-CUST-ID
               MOVE ZERO TO GRT-SEQ-NO
               START GUARANTOR-FILE
                   KEY IS NOT LESS THAN GRT-KEY
                   INVALID KEY
                       SET GUARANTOR-WALK-DONE TO TRUE
               END-START
               PERFORM 2410-READ-GUARANTOR
                   UNTIL GUARANTOR-WALK-DONE
           END-IF.

       2410-READ-GUARANTOR.
           READ GUARANTOR-FILE NEXT RECORD
               AT END
                   SET GUARANTOR-WALK-DONE TO TRUE
               NOT AT END
                   IF GRT-CUST-ID NOT = CUST-ID
                       SET GUARANTOR-WALK-DONE TO TRUE
                   ELSE
                       IF GRT-ACTIVE
                           PERFORM 2430-SEND-ONE-GUARANTOR
                       END-IF
                   END-IF
           END-READ.

       2420-CLEAR-GUARANTOR-SLOT.
           MOVE SPACES TO AGX-GRT-NAME (WS-GRT-SUB)
           MOVE SPACES TO AGX-GRT-ADDRESS-LINE-1 (WS-GRT-SUB)
           MOVE SPACES TO AGX-GRT-ADDRESS-LINE-2 (WS-GRT-SUB)
           MOVE SPACES TO AGX-GRT-CITY (WS-GRT-SUB)
           MOVE SPACES TO AGX-GRT-STATE (WS-GRT-SUB)
           MOVE SPACES TO AGX-GRT-ZIP-CODE (WS-GRT-SUB)
           MOVE SPACES TO AGX-GRT-PHONE (WS-GRT-SUB)
           MOVE SPACES TO AGX-GRT-LIABILITY-TYPE (WS-GRT-SUB)
           MOVE ZERO TO AGX-GRT-LIMIT (WS-GRT-SUB)
           ADD 1 TO WS-GRT-SUB.

       2430-SEND-ONE-GUARANTOR.
           ADD 1 TO AGX-GUARANTOR-COUNT
           ADD 1 TO WS-GUARANTORS-SENT
           IF AGX-GUARANTOR-COUNT <= 2
               MOVE AGX-GUARANTOR-COUNT TO WS-GRT-SUB
               MOVE GRT-NAME TO AGX-GRT-NAME (WS-GRT-SUB)
               MOVE GRT-ADDRESS-LINE-1
                   TO AGX-GRT-ADDRESS-LINE-1 (WS-GRT-SUB)
               MOVE GRT-ADDRESS-LINE-2
                   TO AGX-GRT-ADDRESS-LINE-2 (WS-GRT-SUB)
               MOVE GRT-CITY TO AGX-GRT-CITY (WS-GRT-SUB)
               MOVE GRT-STATE TO AGX-GRT-STATE (WS-GRT-SUB)
               MOVE GRT-ZIP-CODE TO AGX-GRT-ZIP-CODE (WS-GRT-SUB)
               MOVE GRT-PHONE TO AGX-GRT-PHONE (WS-GRT-SUB)
               MOVE GRT-LIABILITY-TYPE
                   TO AGX-GRT-LIABILITY-TYPE (WS-GRT-SUB)
               MOVE GRT-GUARANTEE-LIMIT TO AGX-GRT-LIMIT (WS-GRT-SUB)
           END-IF.

       2500-APPLY-REMITTANCES SECTION.
       2510-READ-REMIT.
           READ AGENCY-REMIT-FILE
           MOVE 'AGENCY  ' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
           ADD AGR-GROSS-AMOUNT TO PLC-COLLECTED-GROSS
           ADD AGR-COMMISSION TO PLC-COMMISSION-PAID

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-SNAPSHOT-FILE
           CLOSE PLACEMENT-FILE
           CLOSE AGENCY-EXTRACT-FILE
           CLOSE AGENCY-TRAN-FILE
           IF DUN-FILE-WAS-OPENED
               CLOSE DUNNING-LEVEL-FILE
           END-IF
           IF SERVICEMEMBER-FILE-WAS-OPENED
               CLOSE SERVICEMEMBER-FILE
           END-IF
           IF TIME-BAR-FILE-WAS-OPENED
               CLOSE TIME-BAR-FILE
           END-IF
           IF REMIT-FILE-WAS-OPENED
               CLOSE AGENCY-REMIT-FILE
           END-IF
           IF GUARANTOR-FILE-WAS-OPENED
               CLOSE GUARANTOR-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Customers Scanned: ' WS-SCANNED-COUNT
           DISPLAY 'Accounts Placed: ' WS-PLACED-COUNT
           DISPLAY 'Placed Balance: ' WS-PLACED-BALANCE
           DISPLAY 'Placements Held (SCRA Protection): '
               WS-SCRA-HELD-COUNT
           DISPLAY 'Placements Refused (Time-Barred): '
               WS-TIME-BARRED-HELD
           DISPLAY 'Guarantors Sent With Placements: '
               WS-GUARANTORS-SENT
           DISPLAY 'Remit Rows Read: ' WS-REMITS-READ
           DISPLAY 'Collections Released (Net): '
               WS-COLLECTIONS-RELEASED
