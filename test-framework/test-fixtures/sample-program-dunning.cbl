      * night; an account that cures (no longer owing past-due
      * money) has its level reset so a fresh delinquency starts
      * over at the friendly reminder.
      * Once the missed-minimum check has decided a statement cycle
      * for the account (CUSTAMTD), consecutive missed minimums
      * also set a floor under the level - one miss earns at least
      * the reminder, two the firm notice, three the final demand -
      * so a revolving account that keeps paying short escalates
      * even while its oldest money is still young.
      * An account holder under servicemember (SCRA) protection is
      * sent no collection letter at all while it is in force; each
      * escalation that would have gone out is counted on the
      * protection row for the compliance report.
      * An account the statute-of-limitations pass has marked
      * time-barred still gets its letter, but every one carries
      * the time-barred debt disclosure after the body.
      * Every active guarantor and co-obligor on the account (see
      * GUARANTOR-RECORD) is sent a copy of the level-3 final
      * demand at their own address, stating the extent of their
      * liability, and the copy is logged as a DUNNING-3G document.
      * A letter is only as good as the proof it was mailed: each
      * one is left pending on the level file until the print
      * vendor's confirmation is matched to it (see
      * SAMPLE-PROGRAM-MAILCONF), and an account whose last letter
      * is still pending is not escalated to the next level - the
      * final demand never goes out on the strength of a reminder
      * the vendor may have dropped.
      * Every letter and guarantor copy printed is also filed line
      * for line in the document archive (SAMPLE-PROGRAM-DOCARCH),
      * and its log row carries the archived copy number.
      * The customers come from the night's customer snapshot
      * (SAMPLE-PROGRAM-CUSTSNAP) rather than CUSTDATA, with the
      * legal-hold and deceased conditions already resolved on each
      * row; a snapshot SAMPLE-PROGRAM-SNAPCHK will not prove stops
      * the run before a single letter is produced.
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

      * Highest dunning level each account has received, and when
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

      * Statement cycles decided met or missed; optional
           SELECT AMOUNT-DUE-FILE ASSIGN TO "CUSTAMTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADU-KEY
               FILE STATUS IS WS-ADU-FILE-STATUS.

      * Bad-address worklist shared with the statement extract
           SELECT BAD-ADDRESS-WORKLIST ASSIGN TO "CUSTBADW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDW-FILE-STATUS.

      * Proof trail of every action a hold suppressed
           SELECT HOLD-SUPPRESSION-LOG ASSIGN TO "CUSTHLDL"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS TPL-KEY
               FILE STATUS IS WS-TPL-FILE-STATUS.

      * Servicemember protections - no adverse collection letter
      * while in force; optional
           SELECT SERVICEMEMBER-FILE ASSIGN TO "CUSTSCRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVM-CUST-ID
               FILE STATUS IS WS-SVM-FILE-STATUS.

      * Statute-of-limitations tracking - a time-barred account's
      * letter carries the disclosure; optional
           SELECT TIME-BAR-FILE ASSIGN TO "CUSTTBAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBR-CUST-ID
               FILE STATUS IS WS-TBR-FILE-STATUS.

      * Agency placements - a placed account is the agency's to
      * work, not ours to letter; optional
               RECORD KEY IS STL-CUST-ID
               FILE STATUS IS WS-STL-FILE-STATUS.

      * Guarantors and co-obligors - copied on the final demand;
      * optional
           SELECT GUARANTOR-FILE ASSIGN TO "CUSTGUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRT-KEY
               FILE STATUS IS WS-GRT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SNAPSHOT-FILE.
           COPY CUSTOMER-SNAPSHOT-RECORD.

       FD  DUNNING-LEVEL-FILE.
           COPY DUNNING-LEVEL-RECORD.

       FD  DUNNING-LETTER-FILE.
       01  DUNNING-LETTER-LINE     PIC X(80).
       FD  TEMPLATE-FILE.
           COPY TEMPLATE-RECORD.

       FD  SERVICEMEMBER-FILE.
           COPY SERVICEMEMBER-RECORD.

       FD  TIME-BAR-FILE.
           COPY TIME-BAR-RECORD.

       FD  PLACEMENT-FILE.
           COPY PLACEMENT-RECORD.
       FD  SETTLEMENT-OFFER-FILE.
           COPY SETTLEMENT-OFFER-RECORD.

       FD  GUARANTOR-FILE.
           COPY GUARANTOR-RECORD.

       FD  HOLD-SUPPRESSION-LOG.
           COPY HOLD-SUPPRESSION-RECORD.
       FD  MAIL-STATUS-FILE.
           COPY MAIL-STATUS-RECORD.

       FD  AMOUNT-DUE-FILE.
           COPY AMOUNT-DUE-RECORD.

       FD  BAD-ADDRESS-WORKLIST.
       01  BAD-ADDRESS-RECORD.
           05  BDW-CUST-ID         PIC 9(9).
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
       01  WS-PLAN-LAPSED-FLAG     PIC X VALUE 'N'.
           88  PLAN-HAS-LAPSED     VALUE 'Y'.

       01  WS-DECEASED-FLAG        PIC X VALUE 'N'.
           88  ACCOUNT-IS-DECEASED VALUE 'Y'.

       01  WS-SVM-FILE-STATUS      PIC XX.
           88  SVM-FILE-OK         VALUE '00'.
           88  SVM-FILE-MISSING    VALUE '35'.
       01  WS-SVM-OPENED-FLAG      PIC X VALUE 'N'.
           88  SERVICEMEMBER-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-SVM-PROTECTED-FLAG   PIC X VALUE 'N'.
           88  SERVICEMEMBER-PROTECTED VALUE 'Y'.

       01  WS-TBR-FILE-STATUS      PIC XX.
           88  TBR-FILE-OK         VALUE '00'.
           88  TBR-FILE-MISSING    VALUE '35'.
       01  WS-TBR-OPENED-FLAG      PIC X VALUE 'N'.
           88  TIME-BAR-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-TIME-BARRED-FLAG     PIC X VALUE 'N'.
           88  ACCOUNT-TIME-BARRED VALUE 'Y'.
      * The body's wording version, kept across the disclosure
      * render so the correspondence row logs the letter's version
       01  WS-BODY-TPL-VERSION     PIC 9(3) VALUE ZERO.

       01  WS-GRT-FILE-STATUS      PIC XX.
           88  GRT-FILE-OK         VALUE '00'.
           88  GRT-FILE-MISSING    VALUE '35'.
       01  WS-GRT-OPENED-FLAG      PIC X VALUE 'N'.
           88  GUARANTOR-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-GRT-WALK-FLAG        PIC X VALUE 'N'.
           88  GUARANTOR-WALK-DONE VALUE 'Y'.
       01  WS-GRT-LIMIT-DISPLAY    PIC -(7)9.99.

       01  WS-PLC-FILE-STATUS      PIC XX.
           88  PLC-FILE-OK         VALUE '00'.
           88  PLC-FILE-MISSING    VALUE '35'.
       01  WS-OFFER-HOLD-FLAG      PIC X VALUE 'N'.
           88  OFFER-HOLDS-ACTION  VALUE 'Y'.

       01  WS-HOLD-ACTIVE-FLAG     PIC X VALUE 'N'.
           88  ACCOUNT-ON-HOLD     VALUE 'Y'.

       01  WS-SUPPRESS-FLAG        PIC X VALUE 'N'.
           88  MAILING-SUPPRESSED  VALUE 'Y'.

       01  WS-ADU-FILE-STATUS      PIC XX.
           88  ADU-FILE-OK         VALUE '00'.
           88  ADU-FILE-MISSING    VALUE '35'.
       01  WS-ADU-OPENED-FLAG      PIC X VALUE 'N'.
           88  AMOUNT-DUE-WAS-OPENED VALUE 'Y'.
       01  WS-ADU-WALK-FLAG        PIC X VALUE 'N'.
           88  AMOUNT-DUE-WALK-DONE VALUE 'Y'.
      * Misses in a row on the account's latest decided cycle
       01  WS-CONSEC-MISSED        PIC 9(2) VALUE ZERO.

       01  WS-BDW-FILE-STATUS      PIC XX.
           88  BDW-FILE-OK         VALUE '00'.

           05  WS-LEVEL-2-SENT     PIC 9(6) VALUE ZERO.
           05  WS-LEVEL-3-SENT     PIC 9(6) VALUE ZERO.
           05  WS-SUPPRESSED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-AWAITING-MAIL-COUNT PIC 9(6) VALUE ZERO.
           05  WS-PROMISE-HELD-COUNT PIC 9(6) VALUE ZERO.
           05  WS-PLAN-HELD-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-OFFER-HELD-COUNT PIC 9(6) VALUE ZERO.
           05  WS-PLACED-HELD-COUNT PIC 9(6) VALUE ZERO.
           05  WS-DECEASED-HELD-COUNT PIC 9(6) VALUE ZERO.
           05  WS-SCRA-HELD-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-TIME-BARRED-SENT PIC 9(6) VALUE ZERO.
           05  WS-HOLD-HELD-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-UNDELIVERABLE-COUNT PIC 9(6) VALUE ZERO.
           05  WS-LEVELS-RESET     PIC 9(6) VALUE ZERO.
           05  WS-GUARANTOR-COPIES PIC 9(6) VALUE ZERO.

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
       01  LS-DUNNING-PARM-AREA.
           IF LS-DUN-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-DUN-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
      * The snapshot is proven before a row of it is read - a short,
      * stale or unproven snapshot stops the run here
           MOVE WS-CUSTOMER-FILE-NAME TO WS-SCK-SOURCE-FILE-NAME
           MOVE ZERO TO WS-SCK-MAX-AGE-HOURS
           CALL 'SAMPLE-PROGRAM-SNAPCHK' USING WS-SNAPCHK-PARM-AREA
           IF WS-SCK-RETURN-CODE NOT = ZERO
               DISPLAY 'CUSTOMER SNAPSHOT REFUSED: ' WS-SCK-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DUN-RETURN-CODE
               MOVE WS-SCK-MESSAGE TO LS-DUN-MESSAGE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-SNAPSHOT-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                   WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DUN-RETURN-CODE
               GOBACK
               END-IF
           END-IF

      * Optional servicemember file - opened for update, since each
      * held letter is counted on the protection row
           OPEN I-O SERVICEMEMBER-FILE
           IF SVM-FILE-OK
               SET SERVICEMEMBER-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT SVM-FILE-MISSING
                   DISPLAY 'ERROR OPENING SERVICEMEMBER FILE: '
                       WS-SVM-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-DUN-RETURN-CODE
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
                   MOVE 8 TO LS-DUN-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional guarantor file - missing means no one to copy
           OPEN INPUT GUARANTOR-FILE
           IF GRT-FILE-OK
               SET GUARANTOR-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT GRT-FILE-MISSING
                   DISPLAY 'ERROR OPENING GUARANTOR FILE: '
                       WS-GRT-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-DUN-RETURN-CODE
                   GOBACK
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DUN-RETURN-CODE
               GOBACK
           END-IF

      * Optional amount-due rows - missing means the level comes
      * from aging alone, as it always did
           OPEN INPUT AMOUNT-DUE-FILE
           IF ADU-FILE-OK
               SET AMOUNT-DUE-WAS-OPENED TO TRUE
           ELSE
               IF NOT ADU-FILE-MISSING
                   DISPLAY 'ERROR OPENING AMOUNT DUE FILE: '
                       WS-ADU-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-DUN-RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       1200-INIT-VARIABLES.

       2000-PROCESS-FILE SECTION.
       2100-READ-RECORD.
           PERFORM 2110-READ-SNAPSHOT-ROW
           IF NOT END-OF-FILE
               ADD 1 TO WS-SCANNED-COUNT
               IF ACTIVE-CUSTOMER
                   PERFORM 2200-EVALUATE-ACCOUNT
               END-IF
           END-IF

      * 2110, 2200 and what it PERFORMs already ran above - exit
      * the section here instead of falling into them a second
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

       2200-EVALUATE-ACCOUNT.
      * A credit balance or a current account earns no letter; if it
                   WHEN AGED-90-PLUS-DAYS
                       MOVE 3 TO WS-DUE-LEVEL
               END-EVALUATE
               IF AMOUNT-DUE-WAS-OPENED
                   PERFORM 2205-CHECK-MISSED-MINIMUM
               END-IF
           END-IF
           PERFORM 2210-READ-LEVEL-HISTORY
           IF WS-DUE-LEVEL = ZERO
               PERFORM 2236-CHECK-SETTLEMENT-OFFER
               PERFORM 2237-CHECK-PLACEMENT
               PERFORM 2233-CHECK-DECEASED
               PERFORM 2241-CHECK-SERVICEMEMBER
               PERFORM 2238-CHECK-DELIVERABILITY
               EVALUATE TRUE
                   WHEN ACCOUNT-ON-HOLD
                       PERFORM 2235-LOG-HOLD-SUPPRESSION
                   WHEN ACCOUNT-IS-DECEASED
                       ADD 1 TO WS-DECEASED-HELD-COUNT
                   WHEN SERVICEMEMBER-PROTECTED
                       ADD 1 TO WS-SCRA-HELD-COUNT
                       IF WS-DUE-LEVEL > WS-LAST-LEVEL
                               AND WS-DUE-LEVEL >
                                   SVM-HIGHEST-LEVEL-HELD
                           PERFORM 2242-RECORD-SCRA-HOLD
                       END-IF
                   WHEN ACCOUNT-IS-PLACED
                       ADD 1 TO WS-PLACED-HELD-COUNT
                   WHEN PROMISE-HOLDS-ACTION
                   WHEN MAILING-SUPPRESSED
                       ADD 1 TO WS-UNDELIVERABLE-COUNT
                       PERFORM 2239-WRITE-WORKLIST-ROW
      * The prior level's letter is not yet confirmed mailed - the
      * next level waits for it
                   WHEN WS-DUE-LEVEL > WS-LAST-LEVEL
                           AND WS-LAST-LEVEL > ZERO
                           AND DUN-MAIL-PENDING
                       ADD 1 TO WS-AWAITING-MAIL-COUNT
                   WHEN WS-DUE-LEVEL > WS-LAST-LEVEL
                       PERFORM 2300-SEND-LETTER
                   WHEN OTHER
           END-IF.

       2225-CHECK-LEGAL-HOLD.
      * The hold comes already resolved on the snapshot row
           MOVE 'N' TO WS-HOLD-ACTIVE-FLAG
           IF SNP-ON-HOLD
               SET ACCOUNT-ON-HOLD TO TRUE
           END-IF.

       2235-LOG-HOLD-SUPPRESSION.

       2233-CHECK-DECEASED.
      * A deceased customer's household gets no collection mail -
      * the estate handles the account from here. The case comes
      * already resolved on the snapshot row
           MOVE 'N' TO WS-DECEASED-FLAG
           IF SNP-DECEASED
               SET ACCOUNT-IS-DECEASED TO TRUE
           END-IF.

       2241-CHECK-SERVICEMEMBER.
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

       2242-RECORD-SCRA-HOLD.
      * The level history is left alone, so the same letter comes
      * due every night the protection holds it - only a letter at
      * a level not yet held is counted
           ADD 1 TO SVM-LETTERS-HELD
           MOVE WS-DUE-LEVEL TO SVM-HIGHEST-LEVEL-HELD
           REWRITE SERVICEMEMBER-RECORD
               INVALID KEY
                   DISPLAY 'SERVICEMEMBER REWRITE FAILED, CUST-ID '
                       CUST-ID ' STATUS=' WS-SVM-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
           END-REWRITE.

       2243-CHECK-TIME-BAR.
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
               END-READ
           END-IF.

       2205-CHECK-MISSED-MINIMUM.
      * The misses in a row on the latest decided cycle set a floor
      * under the aging level, capped at the final demand
           MOVE ZERO TO WS-CONSEC-MISSED
           MOVE 'N' TO WS-ADU-WALK-FLAG
           MOVE CUST-ID TO ADU-CUST-ID
           MOVE ZERO TO ADU-STMT-DATE
           START AMOUNT-DUE-FILE
               KEY IS NOT LESS THAN ADU-KEY
               INVALID KEY
                   SET AMOUNT-DUE-WALK-DONE TO TRUE
           END-START
           PERFORM 2206-READ-NEXT-CYCLE
               UNTIL AMOUNT-DUE-WALK-DONE
           IF WS-CONSEC-MISSED > 3
               MOVE 3 TO WS-CONSEC-MISSED
           END-IF
           IF WS-CONSEC-MISSED > WS-DUE-LEVEL
               MOVE WS-CONSEC-MISSED TO WS-DUE-LEVEL
           END-IF.

       2206-READ-NEXT-CYCLE.
           READ AMOUNT-DUE-FILE NEXT RECORD
               AT END
                   SET AMOUNT-DUE-WALK-DONE TO TRUE
               NOT AT END
                   IF ADU-CUST-ID NOT = CUST-ID
                       SET AMOUNT-DUE-WALK-DONE TO TRUE
                   ELSE
                       IF ADU-MET OR ADU-MISSED
                           MOVE ADU-CONSEC-MISSED TO WS-CONSEC-MISSED
                       END-IF
                   END-IF
           END-READ.

       2210-READ-LEVEL-HISTORY.
           MOVE 'N' TO WS-DUN-EXISTS-FLAG
           MOVE ZERO TO WS-LAST-LEVEL
       2220-RESET-LEVEL.
           MOVE ZERO TO DUN-LAST-LEVEL
           MOVE STD-CURRENT-DATE TO DUN-LAST-SENT-DATE
           MOVE SPACE TO DUN-MAIL-STATUS
           MOVE ZERO TO DUN-LAST-MAILED-DATE
           REWRITE DUNNING-LEVEL-RECORD
           ADD 1 TO WS-LEVELS-RESET.

       2300-SEND-LETTER.
           PERFORM 2243-CHECK-TIME-BAR
           PERFORM 2310-WRITE-LETTER-BODY
           MOVE CUST-ID TO DUN-CUST-ID
           MOVE WS-DUE-LEVEL TO DUN-LAST-LEVEL
           MOVE STD-CURRENT-DATE TO DUN-LAST-SENT-DATE
           SET DUN-MAIL-PENDING TO TRUE
           MOVE ZERO TO DUN-LAST-MAILED-DATE
           IF DUN-ROW-EXISTS
               REWRITE DUNNING-LEVEL-RECORD
           ELSE
               WHEN 3
                   ADD 1 TO WS-LEVEL-3-SENT
           END-EVALUATE
           PERFORM 2350-LOG-CORRESPONDENCE
           IF WS-DUE-LEVEL = 3
               AND GUARANTOR-FILE-WAS-OPENED
               PERFORM 2360-COPY-GUARANTORS
           END-IF.

       2350-LOG-CORRESPONDENCE.
           MOVE CUST-ID TO CORR-CUST-ID
      * The wording version that actually went out - zero when the
      * compiled-in fallback carried the letter
           MOVE WS-TPL-VERSION TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE WS-DAR-COPY-NO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       2360-COPY-GUARANTORS.
      * Walk every signer row on the account - the key is the
      * account's CUST-ID plus a sequence, so the walk stops at the
      * first row belonging to another account
           MOVE 'N' TO WS-GRT-WALK-FLAG
           MOVE CUST-ID TO GRT-CUST-ID
           MOVE ZERO TO GRT-SEQ-NO
           START GUARANTOR-FILE
               KEY IS NOT LESS THAN GRT-KEY
               INVALID KEY
                   SET GUARANTOR-WALK-DONE TO TRUE
           END-START
           PERFORM 2365-COPY-ONE-GUARANTOR
               UNTIL GUARANTOR-WALK-DONE.

       2365-COPY-ONE-GUARANTOR.
           READ GUARANTOR-FILE NEXT RECORD
               AT END
                   SET GUARANTOR-WALK-DONE TO TRUE
               NOT AT END
                   IF GRT-CUST-ID NOT = CUST-ID
                       SET GUARANTOR-WALK-DONE TO TRUE
                   ELSE
                       IF GRT-ACTIVE
                           PERFORM 2370-WRITE-GUARANTOR-COPY
                           PERFORM 2380-LOG-GUARANTOR-COPY
                       END-IF
                   END-IF
           END-READ.

       2370-WRITE-GUARANTOR-COPY.
      * The signer's own mailing block, then the DUNNING-3G wording
      * from the template library (compiled-in text as fallback),
      * then the extent of this signer's liability. Each signer's
      * copy is archived under the guaranteed account
           MOVE CUST-ID TO WS-DAR-CUST-ID
           MOVE 'DUNNING-3G' TO WS-DAR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO WS-DAR-SENT-DATE
           MOVE STD-CURRENT-TIME TO WS-DAR-SENT-TIME
           PERFORM 8400-BEGIN-ARCHIVE-COPY
           MOVE CUST-BALANCE TO WS-BALANCE-DISPLAY
           MOVE GRT-NAME TO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE GRT-ADDRESS-LINE-1 TO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           IF GRT-ADDRESS-LINE-2 NOT = SPACES
               MOVE GRT-ADDRESS-LINE-2 TO DUNNING-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
           END-IF
           MOVE SPACES TO DUNNING-LETTER-LINE
           STRING GRT-CITY DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               GRT-STATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               GRT-ZIP-CODE DELIMITED BY SIZE
               INTO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE SPACES TO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE ZERO TO WS-TPL-VERSION
           MOVE 'N' TO WS-TPL-FOUND-FLAG
           IF TEMPLATE-FILE-WAS-OPENED
               MOVE 'DUNNING-3G' TO WS-TPL-DOC-TYPE
               PERFORM 2320-RENDER-TEMPLATE-BODY
           END-IF
           IF NOT TEMPLATE-FOUND
               MOVE 'COPY OF FINAL DEMAND - GUARANTEED ACCOUNT'
                   TO DUNNING-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
               MOVE SPACES TO DUNNING-LETTER-LINE
               STRING 'ACCOUNT HOLDER: ' DELIMITED BY SIZE
                   CUST-NAME DELIMITED BY SIZE
                   INTO DUNNING-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
           END-IF
           MOVE SPACES TO DUNNING-LETTER-LINE
           EVALUATE TRUE
               WHEN GRT-LIMITED-GUARANTOR
                   MOVE GRT-GUARANTEE-LIMIT TO WS-GRT-LIMIT-DISPLAY
                   STRING 'AS GUARANTOR YOU ARE LIABLE UP TO '
                           DELIMITED BY SIZE
                       WS-GRT-LIMIT-DISPLAY DELIMITED BY SIZE
                       INTO DUNNING-LETTER-LINE
               WHEN GRT-CO-OBLIGOR
                   MOVE 'AS CO-OBLIGOR YOU ARE JOINTLY LIABLE'
                       TO DUNNING-LETTER-LINE
               WHEN OTHER
                   MOVE
                   'AS GUARANTOR YOU ARE LIABLE FOR THE FULL BALANCE'
                       TO DUNNING-LETTER-LINE
           END-EVALUATE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE SPACES TO DUNNING-LETTER-LINE
           STRING 'CUST-ID: ' DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               '  DAYS PAST DUE: ' DELIMITED BY SIZE
               CUST-DAYS-PAST-DUE DELIMITED BY SIZE
               '  AMOUNT DUE: ' DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE SPACES TO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           ADD 1 TO WS-GUARANTOR-COPIES.

       2380-LOG-GUARANTOR-COPY.
      * Logged under the guaranteed account, with the signer's
      * address as the delivery address actually used
           MOVE CUST-ID TO CORR-CUST-ID
           MOVE 'DUNNING-3G' TO CORR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO CORR-SENT-DATE
           MOVE STD-CURRENT-TIME TO CORR-SENT-TIME
           MOVE SPACES TO CORR-DELIVERY-ADDRESS
           STRING GRT-ADDRESS-LINE-1 DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               GRT-CITY DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               GRT-STATE DELIMITED BY SIZE
               INTO CORR-DELIVERY-ADDRESS
           MOVE CUST-DAYS-PAST-DUE TO CORR-DAYS-PAST-DUE
           MOVE WS-TPL-VERSION TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE WS-DAR-COPY-NO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       2310-WRITE-LETTER-BODY.
      * Mailing block first, the same shape as the statement
      * extract, then the level's message text
           MOVE CUST-ID TO WS-DAR-CUST-ID
           EVALUATE WS-DUE-LEVEL
               WHEN 1
                   MOVE 'DUNNING-1' TO WS-DAR-DOC-TYPE
               WHEN 2
                   MOVE 'DUNNING-2' TO WS-DAR-DOC-TYPE
               WHEN 3
                   MOVE 'DUNNING-3' TO WS-DAR-DOC-TYPE
           END-EVALUATE
           MOVE STD-CURRENT-DATE TO WS-DAR-SENT-DATE
           MOVE STD-CURRENT-TIME TO WS-DAR-SENT-TIME
           PERFORM 8400-BEGIN-ARCHIVE-COPY
           MOVE CUST-BALANCE TO WS-BALANCE-DISPLAY
           MOVE CUST-NAME TO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE CUST-ADDRESS-LINE-1 TO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-2 TO DUNNING-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
           END-IF
           STRING CUST-CITY DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CUST-ZIP-CODE DELIMITED BY SIZE
               INTO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE SPACES TO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
      * Body text comes off the template library when one exists
      * for this level; the compiled-in wording below is the
      * fallback, logged as version zero
                       'FINAL DEMAND - ACCOUNT PENDING COLLECTION'
                           TO DUNNING-LETTER-LINE
               END-EVALUATE
               PERFORM 8410-PUT-LETTER-LINE
           END-IF
           MOVE SPACES TO DUNNING-LETTER-LINE
           STRING 'CUST-ID: ' DELIMITED BY SIZE
               '  AMOUNT DUE: ' DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           IF ACCOUNT-TIME-BARRED
               PERFORM 2330-WRITE-TIME-BAR-DISCLOSURE
           END-IF
           MOVE SPACES TO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE.

       2330-WRITE-TIME-BAR-DISCLOSURE.
      * Legal owns the wording as the TIMEBARRED document in the
      * template library; the compiled-in text is the fallback
           ADD 1 TO WS-TIME-BARRED-SENT
           MOVE WS-TPL-VERSION TO WS-BODY-TPL-VERSION
           MOVE 'N' TO WS-TPL-FOUND-FLAG
           MOVE SPACES TO DUNNING-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           IF TEMPLATE-FILE-WAS-OPENED
               MOVE 'TIMEBARRED' TO WS-TPL-DOC-TYPE
               PERFORM 2320-RENDER-TEMPLATE-BODY
           END-IF
           IF NOT TEMPLATE-FOUND
               MOVE 'THE LAW LIMITS HOW LONG YOU CAN BE SUED ON A DEBT.'
                   TO DUNNING-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
               MOVE 'BECAUSE OF THE AGE OF YOUR DEBT, WE WILL NOT SUE'
                   TO DUNNING-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
               MOVE 'YOU FOR IT.' TO DUNNING-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
           END-IF
           MOVE WS-BODY-TPL-VERSION TO WS-TPL-VERSION.

       2320-RENDER-TEMPLATE-BODY.
           MOVE 'N' TO WS-TPL-WALK-FLAG
                       MOVE TPL-TEXT TO WS-RENDER-IN
                       PERFORM 8300-RENDER-SUBSTITUTIONS
                       MOVE WS-RENDER-OUT TO DUNNING-LETTER-LINE
                       PERFORM 8410-PUT-LETTER-LINE
                   END-IF
           END-READ.

               MOVE WS-RND-TRIM-SUB TO WS-RND-VALUE-LEN
           END-IF.


       8400-BEGIN-ARCHIVE-COPY.
      * Start this document's copy in the archive; a copy that
      * cannot be filed still goes out, logged with no archive link
           MOVE 'BEGIN' TO WS-DAR-FUNCTION
           MOVE 'SAMPLE-PROGRAM-DUNNING' TO WS-DAR-PROGRAM-NAME
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           IF WS-DAR-RETURN-CODE NOT = ZERO
               DISPLAY 'DOCUMENT NOT ARCHIVED FOR CUST-ID '
                   WS-DAR-CUST-ID ': ' WS-DAR-MESSAGE
               ADD 1 TO WS-UNARCHIVED-COUNT
           END-IF.

       8410-PUT-LETTER-LINE.
      * Every printed line of the document also goes to its copy in
      * the archive
           WRITE DUNNING-LETTER-LINE
           IF WS-DAR-COPY-NO > ZERO
               MOVE DUNNING-LETTER-LINE TO WS-DAR-LINE-TEXT
               MOVE 'LINE' TO WS-DAR-FUNCTION
               CALL 'SAMPLE-PROGRAM-DOCARCH'
                   USING WS-DOCARCH-PARM-AREA
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           MOVE 'CLOSE' TO WS-DAR-FUNCTION
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           CLOSE CUSTOMER-SNAPSHOT-FILE
           CLOSE DUNNING-LEVEL-FILE
           CLOSE DUNNING-LETTER-FILE
           CLOSE CORRESPONDENCE-LOG-FILE
           IF PLACEMENT-FILE-WAS-OPENED
               CLOSE PLACEMENT-FILE
           END-IF
           IF TIME-BAR-FILE-WAS-OPENED
               CLOSE TIME-BAR-FILE
           END-IF
           IF SERVICEMEMBER-FILE-WAS-OPENED
               CLOSE SERVICEMEMBER-FILE
           END-IF
           CLOSE HOLD-SUPPRESSION-LOG
           IF MAIL-STATUS-WAS-OPENED
               CLOSE MAIL-STATUS-FILE
               CLOSE BAD-ADDRESS-WORKLIST
           END-IF
           IF TEMPLATE-FILE-WAS-OPENED
               CLOSE TEMPLATE-FILE
           END-IF
           IF AMOUNT-DUE-WAS-OPENED
               CLOSE AMOUNT-DUE-FILE
           END-IF
           IF GUARANTOR-FILE-WAS-OPENED
               CLOSE GUARANTOR-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Level 3 Final Demands Sent: ' WS-LEVEL-3-SENT
           DISPLAY 'Letters Suppressed (Already At Level): '
               WS-SUPPRESSED-COUNT
           DISPLAY 'Escalations Awaiting Mail Confirmation: '
               WS-AWAITING-MAIL-COUNT
           DISPLAY 'Letters Held Under Open Promise: '
               WS-PROMISE-HELD-COUNT
           DISPLAY 'Letters Held Under Current Plan: '
               WS-PLACED-HELD-COUNT
           DISPLAY 'Letters Held (Deceased): '
               WS-DECEASED-HELD-COUNT
           DISPLAY 'Letters Held (SCRA Protection): '
               WS-SCRA-HELD-COUNT
           DISPLAY 'Letters Held By Legal Hold: ' WS-HOLD-HELD-COUNT
           DISPLAY 'Letters Held (Undeliverable Address): '
               WS-UNDELIVERABLE-COUNT
           DISPLAY 'Letters With Time-Barred Disclosure: '
               WS-TIME-BARRED-SENT
           DISPLAY 'Guarantor Copies Of Final Demand: '
               WS-GUARANTOR-COPIES
           DISPLAY 'Cured Accounts Reset: ' WS-LEVELS-RESET
           DISPLAY 'Letters Not Archived: ' WS-UNARCHIVED-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
