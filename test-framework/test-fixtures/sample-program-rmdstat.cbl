       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-RMDSTAT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Remediation campaign status report. The regulator's question
      * is always the same four numbers - how many customers were
      * harmed, how many have their money, how many could not be
      * reached, and how many are still owed - and this job answers
      * it from the item file SAMPLE-PROGRAM-REMEDIATE keeps,
      * CUSTRMIT. Before reporting, every item paid by check is
      * followed into the check register, CUSTCHKR: a check the bank
      * has paid marks the item paid, and a check that stale-dated
      * and was voided marks it voided - the money went back to the
      * closed account as a credit and the customer still does not
      * have it. The report lists each customer under their
      * campaign with the status and letter outcome, then the
      * campaign's totals:
      *   IDENTIFIED     every customer the campaign found
      *   PAID           credited to an open account, or the check
      *                  has cleared
      *   UNDELIVERABLE  the letter could not go - known-bad address
      *   OUTSTANDING    not yet in the customer's hands: not paid,
      *                  held, check not yet cashed, check voided
      * One campaign by id, or every campaign when the id is blank.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMEDIATION-ITEM-FILE ASSIGN TO "CUSTRMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMI-KEY
               FILE STATUS IS WS-RMI-FILE-STATUS.

      * Issued-check register; optional, read only
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CUSTCHKR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-CHECK-NUMBER
               FILE STATUS IS WS-CHK-FILE-STATUS.

      * Campaign status report, one block per campaign
           SELECT STATUS-REPORT-FILE ASSIGN TO "CUSTRMSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMEDIATION-ITEM-FILE.
           COPY REMEDIATION-ITEM-RECORD.

       FD  CHECK-REGISTER-FILE.
           COPY CHECK-REGISTER-RECORD.

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-RMI-FILE-STATUS      PIC XX.
           88  RMI-FILE-OK         VALUE '00'.
           88  RMI-FILE-MISSING    VALUE '35'.

       01  WS-CHK-FILE-STATUS      PIC XX.
           88  CHK-FILE-OK         VALUE '00'.
           88  CHK-FILE-MISSING    VALUE '35'.
       01  WS-CHK-OPENED-FLAG      PIC X VALUE 'N'.
           88  CHECK-REGISTER-WAS-OPENED VALUE 'Y'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-ITEM-WALK-FLAG   PIC X VALUE 'N'.
               88  ITEM-WALK-DONE  VALUE 'Y'.
           05  WS-GROUP-OPEN-FLAG  PIC X VALUE 'N'.
               88  GROUP-IS-OPEN   VALUE 'Y'.
           05  WS-CHECK-FOUND-FLAG PIC X VALUE 'N'.
               88  CHECK-FOUND     VALUE 'Y'.
           05  WS-CHK-SCAN-FLAG    PIC X VALUE 'N'.
               88  CHECK-SCAN-DONE VALUE 'Y'.

       01  WS-GROUP-CAMPAIGN-ID    PIC X(8) VALUE SPACES.

      * One campaign's tallies - count and amount per status
       01  WS-CAMPAIGN-TOTALS.
           05  WS-CMP-IDENTIFIED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-CMP-IDENTIFIED-AMOUNT PIC S9(11)V99 VALUE ZERO.
           05  WS-CMP-PAID-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-CMP-PAID-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-CMP-UNDELIV-COUNT PIC 9(6) VALUE ZERO.
           05  WS-CMP-UNDELIV-AMOUNT PIC S9(11)V99 VALUE ZERO.
           05  WS-CMP-OUTSTAND-COUNT PIC 9(6) VALUE ZERO.
           05  WS-CMP-OUTSTAND-AMOUNT PIC S9(11)V99 VALUE ZERO.
      * What the outstanding figure is made of
           05  WS-CMP-UNPAID-COUNT PIC 9(6) VALUE ZERO.
           05  WS-CMP-HELD-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-CMP-UNCASHED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-CMP-VOIDED-COUNT PIC 9(6) VALUE ZERO.

       01  WS-STATUS-TEXT          PIC X(20) VALUE SPACES.
       01  WS-LETTER-TEXT          PIC X(14) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY       PIC -(7)9.99.
       01  WS-TOTAL-DISPLAY        PIC ---,---,--9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ       PIC 9(6) VALUE ZERO.
           05  WS-CAMPAIGNS-REPORTED PIC 9(4) VALUE ZERO.
           05  WS-CHECKS-NOW-PAID  PIC 9(6) VALUE ZERO.
           05  WS-CHECKS-NOW-VOIDED PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-RMDSTAT-PARM-AREA.
           05  LS-RMS-RETURN-CODE  PIC S9(4) COMP.
           05  LS-RMS-MESSAGE      PIC X(50).
      * One campaign; spaces means every campaign on file
           05  LS-RMS-CAMPAIGN-ID  PIC X(8).

       PROCEDURE DIVISION USING LS-RMDSTAT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ITEMS
               UNTIL ITEM-WALK-DONE
           PERFORM 2900-CLOSE-LAST-CAMPAIGN
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN I-O REMEDIATION-ITEM-FILE
           IF RMI-FILE-MISSING
               DISPLAY 'NO REMEDIATION ITEMS - NOTHING TO REPORT'
               MOVE 0 TO LS-RMS-RETURN-CODE
               MOVE 'NO REMEDIATION ITEM FILE PRESENT'
                   TO LS-RMS-MESSAGE
               GOBACK
           END-IF
           IF NOT RMI-FILE-OK
               DISPLAY 'ERROR OPENING REMEDIATION ITEM FILE: '
                   WS-RMI-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMS-RETURN-CODE
               GOBACK
           END-IF

      * No check register means no check has been issued yet - the
      * check-paid items simply stay outstanding
           OPEN INPUT CHECK-REGISTER-FILE
           IF CHK-FILE-OK
               SET CHECK-REGISTER-WAS-OPENED TO TRUE
           ELSE
               IF NOT CHK-FILE-MISSING
                   DISPLAY 'ERROR OPENING CHECK REGISTER: '
                       WS-CHK-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RMS-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT STATUS-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING CAMPAIGN STATUS REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RMS-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING 'REMEDIATION CAMPAIGN STATUS - RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE

      * Position on the campaign asked for, or the start of the file
           MOVE LS-RMS-CAMPAIGN-ID TO RMI-CAMPAIGN-ID
           MOVE ZERO TO RMI-CUST-ID
           START REMEDIATION-ITEM-FILE
               KEY IS NOT LESS THAN RMI-KEY
               INVALID KEY
                   SET ITEM-WALK-DONE TO TRUE
           END-START.

       2000-REPORT-ITEMS SECTION.
       2100-READ-ITEM.
           READ REMEDIATION-ITEM-FILE NEXT RECORD
               AT END
                   SET ITEM-WALK-DONE TO TRUE
               NOT AT END
                   IF LS-RMS-CAMPAIGN-ID NOT = SPACES
                           AND RMI-CAMPAIGN-ID NOT = LS-RMS-CAMPAIGN-ID
                       SET ITEM-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM 2200-REPORT-ONE-ITEM
                   END-IF
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time,
      * for every item, every pass
           EXIT SECTION.

       2200-REPORT-ONE-ITEM.
           IF GROUP-IS-OPEN
                   AND RMI-CAMPAIGN-ID NOT = WS-GROUP-CAMPAIGN-ID
               PERFORM 2800-CLOSE-CAMPAIGN
           END-IF
           IF NOT GROUP-IS-OPEN
               PERFORM 2250-OPEN-CAMPAIGN
           END-IF
           IF RMI-CHECK-REQUESTED AND CHECK-REGISTER-WAS-OPENED
               PERFORM 2300-FOLLOW-CHECK
           END-IF
           PERFORM 2400-TALLY-ITEM
           PERFORM 2500-WRITE-ITEM-LINE.

       2250-OPEN-CAMPAIGN.
           SET GROUP-IS-OPEN TO TRUE
           MOVE RMI-CAMPAIGN-ID TO WS-GROUP-CAMPAIGN-ID
           INITIALIZE WS-CAMPAIGN-TOTALS
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING 'CAMPAIGN ' DELIMITED BY SIZE
               RMI-CAMPAIGN-ID DELIMITED BY SIZE
               INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING '  CUST-ID       REMEDY  STATUS              '
               DELIMITED BY SIZE
               'LETTER         CHECK NO' DELIMITED BY SIZE
               INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE.

       2300-FOLLOW-CHECK.
      * The check number is kept once found, so later runs go
      * straight to the register row instead of searching for it
           MOVE 'N' TO WS-CHECK-FOUND-FLAG
           IF RMI-CHECK-NUMBER > ZERO
               MOVE RMI-CHECK-NUMBER TO CHK-CHECK-NUMBER
               READ CHECK-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CHECK-FOUND TO TRUE
               END-READ
           ELSE
               PERFORM 2310-FIND-CHECK
           END-IF
           IF CHECK-FOUND
               MOVE CHK-CHECK-NUMBER TO RMI-CHECK-NUMBER
               EVALUATE TRUE
                   WHEN CHK-PAID
                       SET RMI-CHECK-PAID TO TRUE
                       ADD 1 TO WS-CHECKS-NOW-PAID
                   WHEN CHK-VOIDED
                       SET RMI-CHECK-VOIDED TO TRUE
                       ADD 1 TO WS-CHECKS-NOW-VOIDED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               REWRITE REMEDIATION-ITEM-RECORD
           END-IF.

       2310-FIND-CHECK.
      * The register carries no campaign key - the check is the one
      * cut to this customer for exactly the remedy, on or after the
      * day the request went out
           MOVE 'N' TO WS-CHK-SCAN-FLAG
           MOVE ZERO TO CHK-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CHK-CHECK-NUMBER
               INVALID KEY
                   SET CHECK-SCAN-DONE TO TRUE
           END-START
           PERFORM 2320-SCAN-FOR-CHECK
               UNTIL CHECK-SCAN-DONE OR CHECK-FOUND.

       2320-SCAN-FOR-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET CHECK-SCAN-DONE TO TRUE
               NOT AT END
                   IF CHK-CUST-ID = RMI-CUST-ID
                           AND CHK-AMOUNT = RMI-REMEDY-AMOUNT
                           AND CHK-ISSUE-DATE >= RMI-PAID-DATE
                       SET CHECK-FOUND TO TRUE
                   END-IF
           END-READ.

       2400-TALLY-ITEM.
           ADD 1 TO WS-CMP-IDENTIFIED-COUNT
           ADD RMI-REMEDY-AMOUNT TO WS-CMP-IDENTIFIED-AMOUNT
           IF RMI-PAID-OUT
               ADD 1 TO WS-CMP-PAID-COUNT
               ADD RMI-REMEDY-AMOUNT TO WS-CMP-PAID-AMOUNT
           ELSE
               ADD 1 TO WS-CMP-OUTSTAND-COUNT
               ADD RMI-REMEDY-AMOUNT TO WS-CMP-OUTSTAND-AMOUNT
           END-IF
           IF RMI-LETTER-UNDELIVERABLE
               ADD 1 TO WS-CMP-UNDELIV-COUNT
               ADD RMI-REMEDY-AMOUNT TO WS-CMP-UNDELIV-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN RMI-IDENTIFIED
                   ADD 1 TO WS-CMP-UNPAID-COUNT
                   MOVE 'NOT YET PAID' TO WS-STATUS-TEXT
               WHEN RMI-HELD
                   ADD 1 TO WS-CMP-HELD-COUNT
                   MOVE 'HELD' TO WS-STATUS-TEXT
               WHEN RMI-CREDITED
                   MOVE 'PAID - CREDITED' TO WS-STATUS-TEXT
               WHEN RMI-CHECK-REQUESTED
                   ADD 1 TO WS-CMP-UNCASHED-COUNT
                   MOVE 'CHECK NOT CASHED' TO WS-STATUS-TEXT
               WHEN RMI-CHECK-PAID
                   MOVE 'PAID - CHECK CLEARED' TO WS-STATUS-TEXT
               WHEN RMI-CHECK-VOIDED
                   ADD 1 TO WS-CMP-VOIDED-COUNT
                   MOVE 'CHECK VOIDED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS' TO WS-STATUS-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN RMI-LETTER-SENT
                   MOVE 'SENT' TO WS-LETTER-TEXT
               WHEN RMI-LETTER-UNDELIVERABLE
                   MOVE 'UNDELIVERABLE' TO WS-LETTER-TEXT
               WHEN OTHER
                   MOVE 'NOT SENT' TO WS-LETTER-TEXT
           END-EVALUATE.

       2500-WRITE-ITEM-LINE.
           MOVE RMI-REMEDY-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               RMI-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               WS-LETTER-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RMI-CHECK-NUMBER DELIMITED BY SIZE
               INTO STATUS-REPORT-LINE
           IF RMI-HELD
               STRING '  ' DELIMITED BY SIZE
                   RMI-HOLD-REASON DELIMITED BY SIZE
                   INTO STATUS-REPORT-LINE (86:47)
           END-IF
           WRITE STATUS-REPORT-LINE.

       2800-CLOSE-CAMPAIGN.
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE WS-CMP-IDENTIFIED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CMP-IDENTIFIED-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING '  IDENTIFIED    ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE WS-CMP-PAID-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CMP-PAID-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING '  PAID          ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE WS-CMP-UNDELIV-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CMP-UNDELIV-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING '  UNDELIVERABLE ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE WS-CMP-OUTSTAND-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CMP-OUTSTAND-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING '  OUTSTANDING   ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING '    NOT YET PAID ' DELIMITED BY SIZE
               WS-CMP-UNPAID-COUNT DELIMITED BY SIZE
               '  HELD ' DELIMITED BY SIZE
               WS-CMP-HELD-COUNT DELIMITED BY SIZE
               '  CHECK NOT CASHED ' DELIMITED BY SIZE
               WS-CMP-UNCASHED-COUNT DELIMITED BY SIZE
               '  CHECK VOIDED ' DELIMITED BY SIZE
               WS-CMP-VOIDED-COUNT DELIMITED BY SIZE
               INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           ADD 1 TO WS-CAMPAIGNS-REPORTED
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.

       2900-CLOSE-LAST-CAMPAIGN SECTION.
       2910-CLOSE-LAST.
           IF GROUP-IS-OPEN
               PERFORM 2800-CLOSE-CAMPAIGN
           END-IF
           IF WS-CAMPAIGNS-REPORTED = ZERO
               MOVE 'NO REMEDIATION ITEMS FOR THE CAMPAIGN REQUESTED'
                   TO STATUS-REPORT-LINE
               WRITE STATUS-REPORT-LINE
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE REMEDIATION-ITEM-FILE
           IF CHECK-REGISTER-WAS-OPENED
               CLOSE CHECK-REGISTER-FILE
           END-IF
           CLOSE STATUS-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Remediation Status Summary:'
           DISPLAY 'Items Read: ' WS-ITEMS-READ
           DISPLAY 'Campaigns Reported: ' WS-CAMPAIGNS-REPORTED
           DISPLAY 'Checks Found Cleared: ' WS-CHECKS-NOW-PAID
           DISPLAY 'Checks Found Voided: ' WS-CHECKS-NOW-VOIDED.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-RMS-RETURN-CODE
               MOVE 'REMEDIATION STATUS COMPLETED WITH ERRORS'
                   TO LS-RMS-MESSAGE
           ELSE
               MOVE 0 TO LS-RMS-RETURN-CODE
               MOVE 'REMEDIATION STATUS REPORT COMPLETE'
                   TO LS-RMS-MESSAGE
           END-IF
           EXIT SECTION.
