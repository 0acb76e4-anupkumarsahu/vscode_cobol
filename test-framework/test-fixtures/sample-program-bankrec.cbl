       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-BANKREC.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Daily bank-statement cash reconciliation. Every cash feed
      * tells us what it deposited - the lockbox and portal batch
      * totals, the balanced teller tills, the ACH origination
      * totals - but nothing proved the bank actually credited it.
      * This run reads the bank's BAI2 prior-day statement and
      * matches each bank credit against the deposit claims the
      * feeds append to CUSTDEPC:
      *   - a credit and a claim for the same amount match; the
      *     feed the BAI2 type code points at is tried first, then
      *     any feed, so a mis-coded credit still finds its deposit
      *   - the ACH debits the origination run claimed one by one
      *     are summed by effective date first, since the bank
      *     settles them as one credit per day
      *   - every credit and claim lands on the reconciliation
      *     report as MATCHED, UNMATCHED BANK SIDE, or UNMATCHED
      *     OUR SIDE
      *   - whatever is still open is written to the reconciling-
      *     item file, read back in tomorrow and matched again
      *     beside tomorrow's statement, so a timing difference
      *     clears itself and a real one ages on the morning page
      * Debit entries on the statement are counted and passed over
      * - returns and fees are worked through their own intakes.
      * No statement on file means nothing is touched: the claims
      * wait for the statement that proves them.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bank's BAI2 prior-day statement, comma-delimited records
      * each ending in a slash
           SELECT BAI2-FILE ASSIGN TO WS-BAI2-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAI-FILE-STATUS.

      * The deposits our feeds claim to have made; optional
           SELECT DEPOSIT-CLAIM-FILE ASSIGN TO "CUSTDEPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILE-STATUS.

      * Yesterday's open items in, tonight's open items out; the
      * file is optional on the first night
           SELECT RECON-ITEM-FILE ASSIGN TO "CUSTRECI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCI-FILE-STATUS.

           SELECT BANKREC-REPORT-FILE ASSIGN TO "CUSTBREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Every BAI2 record opens with its two-digit record code; the
      * rest is split on the commas in 2200-SPLIT-BAI2-RECORD
       FD  BAI2-FILE.
       01  BAI2-RECORD.
           05  BAI-RECORD-CODE     PIC XX.
               88  BAI-FILE-HEADER     VALUE '01'.
               88  BAI-GROUP-HEADER    VALUE '02'.
               88  BAI-ACCOUNT-HEADER  VALUE '03'.
               88  BAI-TRAN-DETAIL     VALUE '16'.
               88  BAI-CONTINUATION    VALUE '88'.
               88  BAI-ACCOUNT-TRAILER VALUE '49'.
               88  BAI-GROUP-TRAILER   VALUE '98'.
               88  BAI-FILE-TRAILER    VALUE '99'.
           05  FILLER              PIC X(198).

       FD  DEPOSIT-CLAIM-FILE.
           COPY DEPOSIT-CLAIM-RECORD.

       FD  RECON-ITEM-FILE.
           COPY RECONCILING-ITEM-RECORD.

       FD  BANKREC-REPORT-FILE.
       01  BANKREC-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * Feed registration handshake - the statement registers before
      * a single record is matched, so a repeat presentation cannot
      * turn every credit into an unmatched bank-side item
       01  WS-FEEDCTL-PARM-AREA.
           05  WS-FDC-RETURN-CODE  PIC S9(4) COMP.
           05  WS-FDC-MESSAGE      PIC X(50).
           05  WS-FDC-FUNCTION     PIC X(8).
           05  WS-FDC-FEED-CODE    PIC X(8).
           05  WS-FDC-FILE-NAME    PIC X(40).
           05  WS-FDC-BUSINESS-DATE PIC 9(8).
           05  WS-FDC-SEQUENCE     PIC 9(6).

       01  WS-BAI2-FILE-NAME       PIC X(40) VALUE 'CUSTBAI2'.

       01  WS-BAI-FILE-STATUS      PIC XX.
           88  BAI-FILE-OK         VALUE '00'.
           88  BAI-FILE-AT-END     VALUE '10'.

       01  WS-DCL-FILE-STATUS      PIC XX.
           88  DCL-FILE-OK         VALUE '00'.
           88  DCL-FILE-AT-END     VALUE '10'.

       01  WS-RCI-FILE-STATUS      PIC XX.
           88  RCI-FILE-OK         VALUE '00'.
           88  RCI-FILE-AT-END     VALUE '10'.

       01  WS-BRR-FILE-STATUS      PIC XX.
           88  BRR-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-TABLE-FULL-FLAG  PIC X VALUE 'N'.
               88  TABLE-OVERFLOWED VALUE 'Y'.
           05  WS-MATCH-FLAG       PIC X VALUE 'N'.
               88  MATCH-FOUND     VALUE 'Y'.
           05  WS-ACH-FOUND-FLAG   PIC X VALUE 'N'.
               88  ACH-DAY-FOUND   VALUE 'Y'.

      * One BAI2 record split on its commas. Field 1 is the record
      * code; what the rest mean depends on it
       01  WS-BAI-FIELDS.
           05  WS-BAI-F01          PIC X(20).
           05  WS-BAI-F02          PIC X(20).
           05  WS-BAI-F03          PIC X(20).
           05  WS-BAI-F04          PIC X(20).
           05  WS-BAI-F05          PIC X(20).
           05  WS-BAI-F06          PIC X(20).
           05  WS-BAI-F07          PIC X(20).
           05  WS-BAI-F08          PIC X(20).
           05  WS-BAI-F09          PIC X(20).
           05  WS-BAI-F10          PIC X(20).

      * The statement's as-of date off the group header, YYMMDD on
      * the file, carried here with its century
       01  WS-BAI-AS-OF-DATE       PIC 9(8) VALUE ZERO.
       01  WS-BAI-AS-OF-DATE-R REDEFINES WS-BAI-AS-OF-DATE.
           05  WS-BAI-AS-OF-CC     PIC 9(2).
           05  WS-BAI-AS-OF-YYMMDD PIC X(6).
       01  WS-BAI-TYPE-CODE        PIC X(3).
       01  WS-BAI-TYPE-NUM REDEFINES WS-BAI-TYPE-CODE PIC 9(3).
       01  WS-BAI-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-BAI-BANK-REF         PIC X(16).
       01  WS-BAI-FEED-CODE        PIC X(8).

      * Every bank credit in play tonight - yesterday's open bank-
      * side items first, then the statement's credits
       01  WS-BANK-MAX             PIC 9(4) VALUE 1000.
       01  WS-BANK-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-BANK-SUB             PIC 9(4) COMP VALUE ZERO.
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY OCCURS 1000 TIMES.
               10  WS-BNK-TYPE-CODE    PIC X(3).
               10  WS-BNK-FEED-CODE    PIC X(8).
               10  WS-BNK-AMOUNT       PIC S9(9)V99 COMP-3.
               10  WS-BNK-BANK-REF     PIC X(16).
               10  WS-BNK-AS-OF-DATE   PIC 9(8).
               10  WS-BNK-FIRST-SEEN   PIC 9(8).
               10  WS-BNK-MATCHED-FLAG PIC X.
                   88  BNK-MATCHED     VALUE 'Y'.

      * Every deposit claim in play tonight - yesterday's open
      * our-side items first, then the feeds' new claims
       01  WS-CLAIM-MAX            PIC 9(4) VALUE 1000.
       01  WS-CLAIM-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-CLAIM-SUB            PIC 9(4) COMP VALUE ZERO.
       01  WS-CLAIM-HIT            PIC 9(4) COMP VALUE ZERO.
       01  WS-CLAIM-TABLE.
           05  WS-CLAIM-ENTRY OCCURS 1000 TIMES.
               10  WS-CLM-FEED-CODE    PIC X(8).
               10  WS-CLM-REFERENCE    PIC X(12).
               10  WS-CLM-AMOUNT       PIC S9(9)V99 COMP-3.
               10  WS-CLM-EXPECTED-DATE PIC 9(8).
               10  WS-CLM-FIRST-SEEN   PIC 9(8).
               10  WS-CLM-CARRIED-FLAG PIC X.
                   88  CLM-CARRIED     VALUE 'Y'.
               10  WS-CLM-MATCHED-FLAG PIC X.
                   88  CLM-MATCHED     VALUE 'Y'.

      * The ACH day a new ACHORIG claim folds into
       01  WS-ACH-REFERENCE.
           05  FILLER              PIC X(4) VALUE 'EFF '.
           05  WS-ACH-REF-DATE     PIC 9(8).

       01  WS-AMOUNT-DISPLAY       PIC -(9)9.99.

       01  WS-COUNTERS.
           05  WS-BAI-RECORDS-READ PIC 9(6) VALUE ZERO.
           05  WS-BANK-CREDITS-READ PIC 9(6) VALUE ZERO.
           05  WS-BANK-DEBITS-SKIPPED PIC 9(6) VALUE ZERO.
           05  WS-CLAIMS-READ      PIC 9(6) VALUE ZERO.
           05  WS-CARRIED-READ     PIC 9(6) VALUE ZERO.
           05  WS-MATCHED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-MATCHED-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BANK-OPEN-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-BANK-OPEN-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OUR-OPEN-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-OUR-OPEN-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-BANKREC-PARM-AREA.
           05  LS-BRC-RETURN-CODE      PIC S9(4) COMP.
           05  LS-BRC-MESSAGE          PIC X(50).
      * Statement file override; spaces means "use CUSTBAI2"
           05  LS-BRC-BAI2-FILE-NAME   PIC X(40).

       PROCEDURE DIVISION USING LS-BANKREC-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-AND-MATCH
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           IF LS-BRC-BAI2-FILE-NAME NOT = SPACES
               MOVE LS-BRC-BAI2-FILE-NAME TO WS-BAI2-FILE-NAME
           END-IF

      * No statement, no reconciliation - the claims and yesterday's
      * open items stay exactly as they are for tomorrow
           OPEN INPUT BAI2-FILE
           IF NOT BAI-FILE-OK
               DISPLAY 'NO BAI2 STATEMENT ON FILE - NOTHING '
                   'RECONCILED'
               MOVE 4 TO LS-BRC-RETURN-CODE
               MOVE 'NO BANK STATEMENT PRESENT' TO LS-BRC-MESSAGE
               GOBACK
           END-IF

      * Register the statement before matching a line of it - a
      * duplicate presentation stops here, loudly
           MOVE 'REGISTER' TO WS-FDC-FUNCTION
           MOVE 'BAI2    ' TO WS-FDC-FEED-CODE
           MOVE WS-BAI2-FILE-NAME TO WS-FDC-FILE-NAME
           MOVE STD-CURRENT-DATE TO WS-FDC-BUSINESS-DATE
           MOVE ZERO TO WS-FDC-SEQUENCE
           CALL 'SAMPLE-PROGRAM-FEEDCTL' USING WS-FEEDCTL-PARM-AREA
           IF WS-FDC-RETURN-CODE NOT = ZERO
               DISPLAY 'FEED REGISTRATION REFUSED: ' WS-FDC-MESSAGE
               CLOSE BAI2-FILE
               MOVE 8 TO LS-BRC-RETURN-CODE
               MOVE 'BANK STATEMENT REFUSED BY FEED CONTROL'
                   TO LS-BRC-MESSAGE
               GOBACK
           END-IF

           OPEN OUTPUT BANKREC-REPORT-FILE
           IF NOT BRR-FILE-OK
               DISPLAY 'ERROR OPENING RECONCILIATION REPORT: '
                   WS-BRR-FILE-STATUS
               CLOSE BAI2-FILE
               MOVE 8 TO LS-BRC-RETURN-CODE
               MOVE 'RECONCILIATION REPORT COULD NOT BE OPENED'
                   TO LS-BRC-MESSAGE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           MOVE 'N' TO WS-ERROR-FLAG
           MOVE 'N' TO WS-TABLE-FULL-FLAG
           MOVE ZERO TO WS-BANK-COUNT
           MOVE ZERO TO WS-CLAIM-COUNT
           MOVE STD-CURRENT-DATE TO WS-BAI-AS-OF-DATE
           MOVE SPACES TO BANKREC-REPORT-LINE
           STRING 'BANK RECONCILIATION - ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO BANKREC-REPORT-LINE
           WRITE BANKREC-REPORT-LINE.

       2000-LOAD-AND-MATCH SECTION.
       2010-LOAD-EVERYTHING.
      * Carried items first, so a credit that clears an old claim
      * is tried against the oldest claim before tonight's
           OPEN INPUT RECON-ITEM-FILE
           IF RCI-FILE-OK
               PERFORM 2100-LOAD-CARRIED-ITEM
                   UNTIL RCI-FILE-AT-END
               CLOSE RECON-ITEM-FILE
           END-IF

           OPEN INPUT DEPOSIT-CLAIM-FILE
           IF DCL-FILE-OK
               PERFORM 2150-LOAD-CLAIM
                   UNTIL DCL-FILE-AT-END
               CLOSE DEPOSIT-CLAIM-FILE
           END-IF

           PERFORM 2200-READ-BAI2-RECORD
               UNTIL BAI-FILE-AT-END
           CLOSE BAI2-FILE

           PERFORM 2500-MATCH-ONE-CREDIT
               VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT

      * The load, split, and match paragraphs below already ran
      * via the explicit PERFORMs - exit the section here instead
      * of falling into them a second time
           EXIT SECTION.

       2100-LOAD-CARRIED-ITEM.
           READ RECON-ITEM-FILE
               AT END
                   SET RCI-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARRIED-READ
                   IF RCI-BANK-SIDE
                       PERFORM 2110-CARRY-BANK-ITEM
                   ELSE
                       PERFORM 2120-CARRY-OUR-ITEM
                   END-IF
           END-READ.

       2110-CARRY-BANK-ITEM.
           IF WS-BANK-COUNT NOT < WS-BANK-MAX
               SET TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-BANK-COUNT
               MOVE RCI-BAI-TYPE-CODE
                   TO WS-BNK-TYPE-CODE (WS-BANK-COUNT)
               MOVE RCI-FEED-CODE TO WS-BNK-FEED-CODE (WS-BANK-COUNT)
               MOVE RCI-AMOUNT TO WS-BNK-AMOUNT (WS-BANK-COUNT)
               MOVE RCI-BANK-REFERENCE
                   TO WS-BNK-BANK-REF (WS-BANK-COUNT)
               MOVE RCI-EXPECTED-DATE
                   TO WS-BNK-AS-OF-DATE (WS-BANK-COUNT)
               MOVE RCI-FIRST-SEEN-DATE
                   TO WS-BNK-FIRST-SEEN (WS-BANK-COUNT)
               MOVE 'N' TO WS-BNK-MATCHED-FLAG (WS-BANK-COUNT)
           END-IF.

       2120-CARRY-OUR-ITEM.
           IF WS-CLAIM-COUNT NOT < WS-CLAIM-MAX
               SET TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-CLAIM-COUNT
               MOVE RCI-FEED-CODE TO WS-CLM-FEED-CODE (WS-CLAIM-COUNT)
               MOVE RCI-REFERENCE TO WS-CLM-REFERENCE (WS-CLAIM-COUNT)
               MOVE RCI-AMOUNT TO WS-CLM-AMOUNT (WS-CLAIM-COUNT)
               MOVE RCI-EXPECTED-DATE
                   TO WS-CLM-EXPECTED-DATE (WS-CLAIM-COUNT)
               MOVE RCI-FIRST-SEEN-DATE
                   TO WS-CLM-FIRST-SEEN (WS-CLAIM-COUNT)
               MOVE 'Y' TO WS-CLM-CARRIED-FLAG (WS-CLAIM-COUNT)
               MOVE 'N' TO WS-CLM-MATCHED-FLAG (WS-CLAIM-COUNT)
           END-IF.

       2150-LOAD-CLAIM.
           READ DEPOSIT-CLAIM-FILE
               AT END
                   SET DCL-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLAIMS-READ
                   IF DCL-ACHORIG-CLAIM
                       PERFORM 2160-FOLD-ACH-CLAIM
                   ELSE
                       PERFORM 2170-ADD-CLAIM
                   END-IF
           END-READ.

       2160-FOLD-ACH-CLAIM.
      * The bank settles the day's ACH debits as one credit, so
      * tonight's ACH claims fold into one entry per effective date
           MOVE DCL-EXPECTED-DATE TO WS-ACH-REF-DATE
           MOVE 'N' TO WS-ACH-FOUND-FLAG
           PERFORM 2165-FIND-ACH-DAY
               VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
                   OR ACH-DAY-FOUND
           IF ACH-DAY-FOUND
               ADD DCL-AMOUNT TO WS-CLM-AMOUNT (WS-CLAIM-HIT)
           ELSE
               MOVE WS-ACH-REFERENCE TO DCL-REFERENCE
               PERFORM 2170-ADD-CLAIM
           END-IF.

       2165-FIND-ACH-DAY.
           IF WS-CLM-FEED-CODE (WS-CLAIM-SUB) = 'ACHORIG '
                   AND NOT CLM-CARRIED (WS-CLAIM-SUB)
                   AND WS-CLM-EXPECTED-DATE (WS-CLAIM-SUB)
                       = DCL-EXPECTED-DATE
               SET ACH-DAY-FOUND TO TRUE
               MOVE WS-CLAIM-SUB TO WS-CLAIM-HIT
           END-IF.

       2170-ADD-CLAIM.
           IF WS-CLAIM-COUNT NOT < WS-CLAIM-MAX
               SET TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-CLAIM-COUNT
               MOVE DCL-FEED-CODE TO WS-CLM-FEED-CODE (WS-CLAIM-COUNT)
               MOVE DCL-REFERENCE TO WS-CLM-REFERENCE (WS-CLAIM-COUNT)
               MOVE DCL-AMOUNT TO WS-CLM-AMOUNT (WS-CLAIM-COUNT)
               MOVE DCL-EXPECTED-DATE
                   TO WS-CLM-EXPECTED-DATE (WS-CLAIM-COUNT)
               MOVE STD-CURRENT-DATE
                   TO WS-CLM-FIRST-SEEN (WS-CLAIM-COUNT)
               MOVE 'N' TO WS-CLM-CARRIED-FLAG (WS-CLAIM-COUNT)
               MOVE 'N' TO WS-CLM-MATCHED-FLAG (WS-CLAIM-COUNT)
           END-IF.

       2200-READ-BAI2-RECORD.
           READ BAI2-FILE
               AT END
                   SET BAI-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-BAI-RECORDS-READ
                   PERFORM 2210-SPLIT-BAI2-RECORD
                   EVALUATE TRUE
                       WHEN BAI-GROUP-HEADER
                           PERFORM 2220-TAKE-AS-OF-DATE
                       WHEN BAI-TRAN-DETAIL
                           PERFORM 2300-TAKE-DETAIL
                       WHEN OTHER
      * File, account, and trailer records and the 88 text
      * continuations carry nothing the match needs
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2210-SPLIT-BAI2-RECORD.
           MOVE SPACES TO WS-BAI-FIELDS
           UNSTRING BAI2-RECORD DELIMITED BY ',' OR '/'
               INTO WS-BAI-F01 WS-BAI-F02 WS-BAI-F03 WS-BAI-F04
                    WS-BAI-F05 WS-BAI-F06 WS-BAI-F07 WS-BAI-F08
                    WS-BAI-F09 WS-BAI-F10
           END-UNSTRING.

       2220-TAKE-AS-OF-DATE.
      * 02,receiver,originator,group status,as-of date YYMMDD,...
           IF WS-BAI-F05 (1:6) IS NUMERIC
               MOVE 20 TO WS-BAI-AS-OF-CC
               MOVE WS-BAI-F05 (1:6) TO WS-BAI-AS-OF-YYMMDD
           END-IF.

       2300-TAKE-DETAIL.
      * 16,type code,amount,funds type,[funds detail,]bank ref,...
      * Amounts are whole cents with no decimal point
           MOVE WS-BAI-F02 (1:3) TO WS-BAI-TYPE-CODE
           IF WS-BAI-TYPE-CODE IS NOT NUMERIC
               ADD 1 TO WS-BANK-DEBITS-SKIPPED
           ELSE
               IF WS-BAI-TYPE-NUM < 100 OR WS-BAI-TYPE-NUM > 399
                   ADD 1 TO WS-BANK-DEBITS-SKIPPED
               ELSE
                   COMPUTE WS-BAI-AMOUNT =
                       FUNCTION NUMVAL (WS-BAI-F03) / 100
      * A value-dated funds type carries two extra fields, a
      * distributed one three, ahead of the bank reference
                   EVALUATE WS-BAI-F04 (1:1)
                       WHEN 'V'
                           MOVE WS-BAI-F07 TO WS-BAI-BANK-REF
                       WHEN 'S'
                           MOVE WS-BAI-F08 TO WS-BAI-BANK-REF
                       WHEN OTHER
                           MOVE WS-BAI-F05 TO WS-BAI-BANK-REF
                   END-EVALUATE
                   PERFORM 2310-POINT-TYPE-AT-FEED
                   PERFORM 2320-ADD-BANK-CREDIT
               END-IF
           END-IF.

       2310-POINT-TYPE-AT-FEED.
      * The house mapping of the bank's credit type codes to the
      * feed that should have made the deposit; anything else is
      * matched on amount alone
           EVALUATE WS-BAI-TYPE-CODE
               WHEN '115'
                   MOVE 'LOCKBOX ' TO WS-BAI-FEED-CODE
               WHEN '142'
                   MOVE 'PORTAL  ' TO WS-BAI-FEED-CODE
               WHEN '165'
               WHEN '166'
                   MOVE 'ACHORIG ' TO WS-BAI-FEED-CODE
               WHEN '301'
                   MOVE 'TELLER  ' TO WS-BAI-FEED-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-BAI-FEED-CODE
           END-EVALUATE.

       2320-ADD-BANK-CREDIT.
           ADD 1 TO WS-BANK-CREDITS-READ
           IF WS-BANK-COUNT NOT < WS-BANK-MAX
               SET TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-BANK-COUNT
               MOVE WS-BAI-TYPE-CODE
                   TO WS-BNK-TYPE-CODE (WS-BANK-COUNT)
               MOVE WS-BAI-FEED-CODE
                   TO WS-BNK-FEED-CODE (WS-BANK-COUNT)
               MOVE WS-BAI-AMOUNT TO WS-BNK-AMOUNT (WS-BANK-COUNT)
               MOVE WS-BAI-BANK-REF TO WS-BNK-BANK-REF (WS-BANK-COUNT)
               MOVE WS-BAI-AS-OF-DATE
                   TO WS-BNK-AS-OF-DATE (WS-BANK-COUNT)
               MOVE STD-CURRENT-DATE
                   TO WS-BNK-FIRST-SEEN (WS-BANK-COUNT)
               MOVE 'N' TO WS-BNK-MATCHED-FLAG (WS-BANK-COUNT)
           END-IF.

       2500-MATCH-ONE-CREDIT.
      * Same amount on the feed the type code points at first, then
      * the same amount on any feed
           MOVE 'N' TO WS-MATCH-FLAG
           IF WS-BNK-FEED-CODE (WS-BANK-SUB) NOT = SPACES
               PERFORM 2510-TRY-SAME-FEED
                   VARYING WS-CLAIM-SUB FROM 1 BY 1
                   UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
                       OR MATCH-FOUND
           END-IF
           IF NOT MATCH-FOUND
               PERFORM 2520-TRY-ANY-FEED
                   VARYING WS-CLAIM-SUB FROM 1 BY 1
                   UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
                       OR MATCH-FOUND
           END-IF
           IF MATCH-FOUND
               PERFORM 2550-REPORT-MATCH
           END-IF.

       2510-TRY-SAME-FEED.
           IF NOT CLM-MATCHED (WS-CLAIM-SUB)
                   AND WS-CLM-FEED-CODE (WS-CLAIM-SUB)
                       = WS-BNK-FEED-CODE (WS-BANK-SUB)
                   AND WS-CLM-AMOUNT (WS-CLAIM-SUB)
                       = WS-BNK-AMOUNT (WS-BANK-SUB)
               SET MATCH-FOUND TO TRUE
               MOVE WS-CLAIM-SUB TO WS-CLAIM-HIT
           END-IF.

       2520-TRY-ANY-FEED.
           IF NOT CLM-MATCHED (WS-CLAIM-SUB)
                   AND WS-CLM-AMOUNT (WS-CLAIM-SUB)
                       = WS-BNK-AMOUNT (WS-BANK-SUB)
               SET MATCH-FOUND TO TRUE
               MOVE WS-CLAIM-SUB TO WS-CLAIM-HIT
           END-IF.

       2550-REPORT-MATCH.
           MOVE 'Y' TO WS-BNK-MATCHED-FLAG (WS-BANK-SUB)
           MOVE 'Y' TO WS-CLM-MATCHED-FLAG (WS-CLAIM-HIT)
           ADD 1 TO WS-MATCHED-COUNT
           ADD WS-BNK-AMOUNT (WS-BANK-SUB) TO WS-MATCHED-AMOUNT
           MOVE WS-BNK-AMOUNT (WS-BANK-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO BANKREC-REPORT-LINE
           STRING 'MATCHED             ' DELIMITED BY SIZE
               WS-CLM-FEED-CODE (WS-CLAIM-HIT) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CLM-REFERENCE (WS-CLAIM-HIT) DELIMITED BY SIZE
               ' BAI ' DELIMITED BY SIZE
               WS-BNK-TYPE-CODE (WS-BANK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BNK-BANK-REF (WS-BANK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO BANKREC-REPORT-LINE
           WRITE BANKREC-REPORT-LINE.

       3000-FINALIZE SECTION.
       3010-WRITE-OPEN-ITEMS.
      * A table that overflowed left rows unloaded - rewriting the
      * item file or emptying the claims now would lose them, so
      * both are left exactly as they were for a rerun
           IF TABLE-OVERFLOWED
               DISPLAY 'RECONCILIATION TABLE FULL - CLAIM AND '
                   'ITEM FILES LEFT UNTOUCHED'
               SET ERROR-OCCURRED TO TRUE
               MOVE SPACES TO BANKREC-REPORT-LINE
               MOVE '*** TABLE FULL - OPEN ITEMS NOT CARRIED FORWARD'
                   TO BANKREC-REPORT-LINE
               WRITE BANKREC-REPORT-LINE
               GO TO 3100-CLOSE-FILES
           END-IF

           OPEN OUTPUT RECON-ITEM-FILE
           IF NOT RCI-FILE-OK
               DISPLAY 'ERROR OPENING RECONCILING ITEM FILE: '
                   WS-RCI-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               GO TO 3100-CLOSE-FILES
           END-IF
           PERFORM 3020-WRITE-BANK-ITEM
               VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT
           PERFORM 3030-WRITE-OUR-ITEM
               VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
           CLOSE RECON-ITEM-FILE

      * Every claim is now matched or carried on the item file -
      * empty the claim file so tomorrow starts from the feeds'
      * new deposits only
           OPEN OUTPUT DEPOSIT-CLAIM-FILE
           CLOSE DEPOSIT-CLAIM-FILE
           GO TO 3100-CLOSE-FILES.

       3020-WRITE-BANK-ITEM.
           IF NOT BNK-MATCHED (WS-BANK-SUB)
               MOVE SPACES TO RECONCILING-ITEM-RECORD
               SET RCI-BANK-SIDE TO TRUE
               MOVE WS-BNK-FIRST-SEEN (WS-BANK-SUB)
                   TO RCI-FIRST-SEEN-DATE
               MOVE WS-BNK-FEED-CODE (WS-BANK-SUB) TO RCI-FEED-CODE
               MOVE SPACES TO RCI-REFERENCE
               MOVE WS-BNK-AMOUNT (WS-BANK-SUB) TO RCI-AMOUNT
               MOVE WS-BNK-TYPE-CODE (WS-BANK-SUB)
                   TO RCI-BAI-TYPE-CODE
               MOVE WS-BNK-BANK-REF (WS-BANK-SUB)
                   TO RCI-BANK-REFERENCE
               MOVE WS-BNK-AS-OF-DATE (WS-BANK-SUB)
                   TO RCI-EXPECTED-DATE
               WRITE RECONCILING-ITEM-RECORD
               ADD 1 TO WS-BANK-OPEN-COUNT
               ADD WS-BNK-AMOUNT (WS-BANK-SUB) TO WS-BANK-OPEN-AMOUNT
               MOVE WS-BNK-AMOUNT (WS-BANK-SUB) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO BANKREC-REPORT-LINE
               STRING 'UNMATCHED BANK SIDE ' DELIMITED BY SIZE
                   'BAI ' DELIMITED BY SIZE
                   WS-BNK-TYPE-CODE (WS-BANK-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BNK-BANK-REF (WS-BANK-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   ' SINCE ' DELIMITED BY SIZE
                   WS-BNK-FIRST-SEEN (WS-BANK-SUB) DELIMITED BY SIZE
                   INTO BANKREC-REPORT-LINE
               WRITE BANKREC-REPORT-LINE
           END-IF.

       3030-WRITE-OUR-ITEM.
           IF NOT CLM-MATCHED (WS-CLAIM-SUB)
               MOVE SPACES TO RECONCILING-ITEM-RECORD
               SET RCI-OUR-SIDE TO TRUE
               MOVE WS-CLM-FIRST-SEEN (WS-CLAIM-SUB)
                   TO RCI-FIRST-SEEN-DATE
               MOVE WS-CLM-FEED-CODE (WS-CLAIM-SUB) TO RCI-FEED-CODE
               MOVE WS-CLM-REFERENCE (WS-CLAIM-SUB) TO RCI-REFERENCE
               MOVE WS-CLM-AMOUNT (WS-CLAIM-SUB) TO RCI-AMOUNT
               MOVE WS-CLM-EXPECTED-DATE (WS-CLAIM-SUB)
                   TO RCI-EXPECTED-DATE
               WRITE RECONCILING-ITEM-RECORD
               ADD 1 TO WS-OUR-OPEN-COUNT
               ADD WS-CLM-AMOUNT (WS-CLAIM-SUB) TO WS-OUR-OPEN-AMOUNT
               MOVE WS-CLM-AMOUNT (WS-CLAIM-SUB) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO BANKREC-REPORT-LINE
               STRING 'UNMATCHED OUR SIDE  ' DELIMITED BY SIZE
                   WS-CLM-FEED-CODE (WS-CLAIM-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CLM-REFERENCE (WS-CLAIM-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   ' SINCE ' DELIMITED BY SIZE
                   WS-CLM-FIRST-SEEN (WS-CLAIM-SUB) DELIMITED BY SIZE
                   INTO BANKREC-REPORT-LINE
               WRITE BANKREC-REPORT-LINE
           END-IF.

       3100-CLOSE-FILES.
           CLOSE BANKREC-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Bank Reconciliation Summary:'
           DISPLAY 'Statement As-Of Date: ' WS-BAI-AS-OF-DATE
           DISPLAY 'BAI2 Records Read: ' WS-BAI-RECORDS-READ
           DISPLAY 'Bank Credits Read: ' WS-BANK-CREDITS-READ
           DISPLAY 'Bank Debits Passed Over: ' WS-BANK-DEBITS-SKIPPED
           DISPLAY 'Deposit Claims Read: ' WS-CLAIMS-READ
           DISPLAY 'Carried Items Read: ' WS-CARRIED-READ
           DISPLAY 'Matched: ' WS-MATCHED-COUNT
           DISPLAY 'Matched Amount: ' WS-MATCHED-AMOUNT
           DISPLAY 'Open Bank Side: ' WS-BANK-OPEN-COUNT
           DISPLAY 'Open Bank Side Amount: ' WS-BANK-OPEN-AMOUNT
           DISPLAY 'Open Our Side: ' WS-OUR-OPEN-COUNT
           DISPLAY 'Open Our Side Amount: ' WS-OUR-OPEN-AMOUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 8 TO LS-BRC-RETURN-CODE
               MOVE 'BANK RECONCILIATION FAILED - SEE LOG'
                   TO LS-BRC-MESSAGE
           ELSE
               MOVE 0 TO LS-BRC-RETURN-CODE
               MOVE 'BANK RECONCILIATION COMPLETE' TO LS-BRC-MESSAGE
           END-IF
           EXIT SECTION.
