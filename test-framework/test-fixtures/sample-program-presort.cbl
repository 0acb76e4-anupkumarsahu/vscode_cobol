       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-PRESORT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Print preparation - postal presort and postage manifest.
      * STMT, DUNNING, CONFIRM and the other letter programs each
      * write their own print file in CUST-ID order, so the mail
      * house has been paying full First-Class rate on everything.
      * This step runs after the day's mailers and householding and
      * before print. It collects the day's outbound paper from the
      * correspondence log - the one place every mailing program
      * already logs each document it produced - and puts it in
      * presort order:
      *   - each document is placed under the ZIP code of the
      *     address it was logged to: the customer's address of
      *     record, an active guarantor's address (DUNNING-3G), or
      *     the estate contact a deceased customer's mail reroutes
      *     to; a row logged with no address went to the address of
      *     record
      *   - documents for the same customer at the same delivery
      *     address share one envelope, as the householding
      *     manifest pooled them - one piece, several enclosures
      *   - pieces are grouped by 3-digit ZIP (SCF) into trays and
      *     by 5-digit ZIP into bundles. A 5-digit ZIP with at least
      *     the bundle minimum of pieces is a 5-DIGIT bundle; the
      *     SCF's remaining pieces, if they reach the minimum, make
      *     one 3-DIGIT bundle; anything smaller goes to the MIXED
      *     AADC trays at the end. A piece whose ZIP could not be
      *     found is FULL RATE, in its own trays after those
      *   - a tray closes at the tray capacity and the next opens
      * The print-order file lists every document in that order -
      * tray, bundle, piece sequence - for the printer to pull from
      * the print files. The postage manifest gives the mail house
      * each tray and the piece and document counts per rate tier,
      * and ties the documents placed back to the day's log rows:
      * every row logged today is either a paper document on the
      * manifest or an e-channel / nothing-printed row (STMT-EMAIL,
      * STMT-CONS, and the email/SMS notices NOTIFY logs with a -E
      * or -S suffix). A difference is printed as OUT OF BALANCE
      * and the run ends with return code 4, so nothing goes missing
      * between our jobs and the printer unnoticed.
      * An SCF with more documents than the hold table carries is
      * released in parts; every part is still placed and counted.
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

      * Guarantors and co-obligors; optional - read only
           SELECT GUARANTOR-FILE ASSIGN TO "CUSTGUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRT-KEY
               FILE STATUS IS WS-GRT-FILE-STATUS.

      * Deceased-customer estate contacts; optional - read only
           SELECT DECEASED-FILE ASSIGN TO "CUSTDCSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CUST-ID
               FILE STATUS IS WS-DEC-FILE-STATUS.

      * Shared outbound-correspondence log
           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO "CUSTCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

      * Presorted print order, one row per document
           SELECT PRINT-ORDER-FILE ASSIGN TO "CUSTPSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSO-FILE-STATUS.

      * Work file holding the MIXED AADC and FULL RATE pieces until
      * every SCF tray has been made up
           SELECT RESIDUE-FILE ASSIGN TO "CUSTPRSD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSD-FILE-STATUS.

      * Postage manifest for the mail house
           SELECT MANIFEST-REPORT-FILE ASSIGN TO "CUSTPMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  GUARANTOR-FILE.
           COPY GUARANTOR-RECORD.

       FD  DECEASED-FILE.
           COPY DECEASED-RECORD.

       FD  CORRESPONDENCE-LOG-FILE.
           COPY CORRESPONDENCE-LOG-RECORD.

      * One row per paper document, ZIP already found; spaces in
      * SRT-ZIP5 sort the unplaceable ones first
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ZIP5.
               10  SRT-SCF         PIC X(3).
               10  SRT-ZIP-LAST-2  PIC X(2).
           05  SRT-CUST-ID         PIC 9(9).
           05  SRT-DELIVERY-ADDRESS PIC X(60).
           05  SRT-SENT-TIME       PIC 9(6).
           05  SRT-DOC-TYPE        PIC X(10).

       FD  PRINT-ORDER-FILE.
       01  PRINT-ORDER-RECORD.
           05  PSO-TRAY-NO         PIC 9(4).
           05  PSO-BUNDLE-NO       PIC 9(5).
           05  PSO-PIECE-SEQ       PIC 9(7).
           05  PSO-RATE-TIER       PIC X(10).
           05  PSO-ZIP5            PIC X(5).
           05  PSO-CUST-ID         PIC 9(9).
           05  PSO-DOC-TYPE        PIC X(10).
           05  PSO-DELIVERY-ADDRESS PIC X(60).
      * The log row's own stamp, which the vendor's mailed-piece
      * confirmation echoes back so it can be matched to the row
           05  PSO-SENT-DATE       PIC 9(8).
           05  PSO-SENT-TIME       PIC 9(6).

       FD  RESIDUE-FILE.
       01  RESIDUE-RECORD.
           05  RSD-RATE-TIER       PIC X(10).
               88  RSD-MIXED-AADC  VALUE 'MIXED AADC'.
               88  RSD-FULL-RATE   VALUE 'FULL RATE'.
           05  RSD-PIECE-KEY       PIC 9(8).
           05  RSD-ZIP5            PIC X(5).
           05  RSD-CUST-ID         PIC 9(9).
           05  RSD-DOC-TYPE        PIC X(10).
           05  RSD-DELIVERY-ADDRESS PIC X(60).
           05  RSD-SENT-TIME       PIC 9(6).

       FD  MANIFEST-REPORT-FILE.
       01  MANIFEST-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-GRT-FILE-STATUS      PIC XX.
           88  GRT-FILE-OK         VALUE '00'.
           88  GRT-FILE-MISSING    VALUE '35'.

       01  WS-DEC-FILE-STATUS      PIC XX.
           88  DEC-FILE-OK         VALUE '00'.
           88  DEC-FILE-MISSING    VALUE '35'.

       01  WS-CORR-FILE-STATUS     PIC XX.
           88  CORR-FILE-OK        VALUE '00'.

       01  WS-PSO-FILE-STATUS      PIC XX.
           88  PSO-FILE-OK         VALUE '00'.

       01  WS-RSD-FILE-STATUS      PIC XX.
           88  RSD-FILE-OK         VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-GRT-OPENED-FLAG  PIC X VALUE 'N'.
               88  GUARANTOR-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-DEC-OPENED-FLAG  PIC X VALUE 'N'.
               88  DECEASED-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-GRT-WALK-FLAG    PIC X VALUE 'N'.
               88  GUARANTOR-WALK-DONE VALUE 'Y'.
           05  WS-TRAY-OPEN-FLAG   PIC X VALUE 'N'.
               88  TRAY-IS-OPEN    VALUE 'Y'.
           05  WS-NEW-PIECE-FLAG   PIC X VALUE 'N'.
               88  NEW-PIECE       VALUE 'Y'.
           05  WS-NEW-TRAY-FLAG    PIC X VALUE 'N'.
               88  NEW-TRAY        VALUE 'Y'.

      * Presort thresholds: pieces needed to make up a 5-digit or
      * 3-digit bundle, and the pieces one letter tray holds
       01  WS-BUNDLE-MINIMUM       PIC 9(4) COMP VALUE 10.
       01  WS-TRAY-CAPACITY        PIC 9(4) COMP VALUE 500.

      * Document types logged without anything being printed
       01  WS-DOC-TYPE-CHECK.
           05  WS-DOC-TYPE-STEM    PIC X(7).
           05  WS-DOC-TYPE-SUFFIX  PIC X(3).
               88  ELECTRONIC-NOTICE VALUES '-E ' '-S '.

      * The ZIP found for the row in hand, and the address the
      * mailers would have logged for a candidate contact
       01  WS-RESOLVED-ZIP.
           05  WS-RESOLVED-ZIP5    PIC X(5).
           05  FILLER              PIC X(5).
       01  WS-CANDIDATE-ADDRESS    PIC X(60).

      * Rate tiers, in the order the manifest lists them
       01  WS-TIER-NAME-VALUES.
           05  FILLER              PIC X(10) VALUE '5-DIGIT'.
           05  FILLER              PIC X(10) VALUE '3-DIGIT'.
           05  FILLER              PIC X(10) VALUE 'MIXED AADC'.
           05  FILLER              PIC X(10) VALUE 'FULL RATE'.
       01  WS-TIER-NAME-TABLE REDEFINES WS-TIER-NAME-VALUES.
           05  WS-TIER-NAME        OCCURS 4 TIMES PIC X(10).
       01  WS-TIER-TOTALS.
           05  WS-TIER-TOTAL       OCCURS 4 TIMES.
               10  WS-TIER-PIECES  PIC 9(7).
               10  WS-TIER-DOCS    PIC 9(7).
       01  WS-TIER-SUB             PIC 9 COMP VALUE ZERO.

      * One SCF's documents held until the whole SCF is in hand,
      * so its 5-digit runs can be counted before anything is
      * placed. Tier 1 = 5-DIGIT, 2 = 3-DIGIT, 3 = MIXED AADC.
       01  WS-BUF-MAX              PIC 9(4) COMP VALUE 3000.
       01  WS-BUF-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-BUF-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-MARK-SUB             PIC 9(4) COMP VALUE ZERO.
       01  WS-BUF-SCF              PIC X(3) VALUE SPACES.
       01  WS-BUF-TABLE.
           05  WS-BUF-ENTRY OCCURS 3000 TIMES.
               10  WS-BUF-ZIP5         PIC X(5).
               10  WS-BUF-CUST-ID      PIC 9(9).
               10  WS-BUF-ADDRESS      PIC X(60).
               10  WS-BUF-DOC-TYPE     PIC X(10).
               10  WS-BUF-SENT-TIME    PIC 9(6).
               10  WS-BUF-PIECE-KEY    PIC 9(8) COMP.
               10  WS-BUF-TIER         PIC 9.

      * The 5-digit run being counted within the held SCF
       01  WS-RUN-AREA.
           05  WS-RUN-ZIP5         PIC X(5).
           05  WS-RUN-START        PIC 9(4) COMP.
           05  WS-RUN-END          PIC 9(4) COMP.
           05  WS-RUN-PIECES       PIC 9(6) COMP.
           05  WS-RUN-LAST-PIECE   PIC 9(8) COMP.
           05  WS-RUN-TIER         PIC 9.
       01  WS-SCF-LEFTOVER-PIECES  PIC 9(6) COMP VALUE ZERO.
       01  WS-PASS-TIER            PIC 9 VALUE ZERO.

      * Every piece gets its own key as it is first seen; the key
      * follows its documents through the hold table and the
      * residue file
       01  WS-PIECE-SERIAL         PIC 9(8) COMP VALUE ZERO.
       01  WS-UNRESOLVED-CUST-ID   PIC 9(9) VALUE ZERO.
       01  WS-UNRESOLVED-ADDRESS   PIC X(60) VALUE SPACES.

      * The document being placed into a tray and bundle
       01  WS-PLACE-AREA.
           05  WS-PLACE-TIER       PIC 9.
           05  WS-PLACE-PIECE-KEY  PIC 9(8) COMP.
           05  WS-PLACE-TRAY-KEY   PIC X(10).
           05  WS-PLACE-BUNDLE-KEY PIC X(10).
           05  WS-PLACE-ZIP5       PIC X(5).
           05  WS-PLACE-CUST-ID    PIC 9(9).
           05  WS-PLACE-DOC-TYPE   PIC X(10).
           05  WS-PLACE-ADDRESS    PIC X(60).
           05  WS-PLACE-SENT-TIME  PIC 9(6).

      * The tray being filled
       01  WS-TRAY-AREA.
           05  WS-TRAY-NO          PIC 9(4) VALUE ZERO.
           05  WS-TRAY-KEY         PIC X(10) VALUE SPACES.
           05  WS-TRAY-BUNDLES     PIC 9(5) VALUE ZERO.
           05  WS-TRAY-PIECES      PIC 9(5) VALUE ZERO.
           05  WS-TRAY-DOCS        PIC 9(6) VALUE ZERO.
       01  WS-BUNDLE-NO            PIC 9(5) VALUE ZERO.
       01  WS-BUNDLE-KEY           PIC X(10) VALUE SPACES.
       01  WS-PIECE-SEQ            PIC 9(7) VALUE ZERO.
       01  WS-LAST-PIECE-KEY       PIC 9(8) COMP VALUE ZERO.

       01  WS-TRAY-DISPLAY         PIC ZZZ9.
       01  WS-BUNDLES-DISPLAY      PIC ZZ,ZZ9.
       01  WS-PIECES-DISPLAY       PIC Z,ZZZ,ZZ9.
       01  WS-DOCS-DISPLAY         PIC Z,ZZZ,ZZ9.
       01  WS-DIFF-DISPLAY         PIC -,---,--9.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(8) VALUE ZERO.
           05  WS-ROWS-TODAY       PIC 9(7) VALUE ZERO.
           05  WS-ROWS-NOT-PRINTED PIC 9(7) VALUE ZERO.
           05  WS-DOCS-EXPECTED    PIC 9(7) VALUE ZERO.
           05  WS-DOCS-RELEASED    PIC 9(7) VALUE ZERO.
           05  WS-DOCS-PLACED      PIC 9(7) VALUE ZERO.
           05  WS-DOCS-NO-ZIP      PIC 9(7) VALUE ZERO.
           05  WS-BALANCE-DIFF     PIC S9(7) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-PRESORT-PARM-AREA.
           05  LS-PSR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-PSR-MESSAGE      PIC X(50).
           05  LS-PSR-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-PRESORT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ZIP5 SRT-CUST-ID
                   SRT-DELIVERY-ADDRESS SRT-SENT-TIME
               INPUT PROCEDURE IS 2000-SELECT-PAPER-MAIL
               OUTPUT PROCEDURE IS 3000-MAKE-UP-TRAYS
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-PSR-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-PSR-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           OPEN INPUT CORRESPONDENCE-LOG-FILE
           IF NOT CORR-FILE-OK
               DISPLAY 'NO CORRESPONDENCE LOG - NOTHING TO PRESORT'
               MOVE 0 TO LS-PSR-RETURN-CODE
               MOVE 'NO CORRESPONDENCE LOG PRESENT' TO LS-PSR-MESSAGE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PSR-RETURN-CODE
               MOVE 'CUSTOMER FILE NOT OPENED' TO LS-PSR-MESSAGE
               GOBACK
           END-IF

      * Optional guarantor file - missing means no signer copies
      * to place
           OPEN INPUT GUARANTOR-FILE
           IF GRT-FILE-OK
               SET GUARANTOR-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT GRT-FILE-MISSING
                   DISPLAY 'ERROR OPENING GUARANTOR FILE: '
                       WS-GRT-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-PSR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional deceased file - missing means no estate reroutes
           OPEN INPUT DECEASED-FILE
           IF DEC-FILE-OK
               SET DECEASED-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DEC-FILE-MISSING
                   DISPLAY 'ERROR OPENING DECEASED FILE: '
                       WS-DEC-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-PSR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT PRINT-ORDER-FILE
           IF NOT PSO-FILE-OK
               DISPLAY 'ERROR OPENING PRINT ORDER FILE: '
                   WS-PSO-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PSR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RESIDUE-FILE
           IF NOT RSD-FILE-OK
               DISPLAY 'ERROR OPENING PRESORT RESIDUE FILE: '
                   WS-RSD-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PSR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MANIFEST-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING POSTAGE MANIFEST: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PSR-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           INITIALIZE WS-TIER-TOTALS
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING 'POSTAGE MANIFEST - PRESORTED FIRST-CLASS LETTERS '
               DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE SPACES TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING 'TRAY  CONTENTS    BUNDLES     PIECES  DOCUMENTS'
               DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE.

       2000-SELECT-PAPER-MAIL SECTION.
       2010-SELECT-CONTROL.
           PERFORM 2100-READ-CORR-ROW
               UNTIL END-OF-FILE

      * 2100 and what it PERFORMs already ran above via the explicit
      * PERFORM - exit the section here instead of falling into them
      * a second time
           EXIT SECTION.

       2100-READ-CORR-ROW.
           READ CORRESPONDENCE-LOG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF CORR-SENT-DATE = STD-CURRENT-DATE
                       ADD 1 TO WS-ROWS-TODAY
                       PERFORM 2150-SORT-OUT-CHANNEL
                   END-IF
           END-READ.

       2150-SORT-OUT-CHANNEL.
      * E-channel rows cost no postage, and a subsidiary statement
      * folded into its parent's printed nothing of its own
           MOVE CORR-DOC-TYPE TO WS-DOC-TYPE-CHECK
           IF CORR-DOC-TYPE = 'STMT-EMAIL'
                   OR CORR-DOC-TYPE = 'STMT-CONS'
                   OR ELECTRONIC-NOTICE
               ADD 1 TO WS-ROWS-NOT-PRINTED
           ELSE
               ADD 1 TO WS-DOCS-EXPECTED
               PERFORM 2200-RELEASE-DOCUMENT
           END-IF.

       2200-RELEASE-DOCUMENT.
           PERFORM 2300-FIND-DELIVERY-ZIP
           IF WS-RESOLVED-ZIP5 IS NUMERIC
               MOVE WS-RESOLVED-ZIP5 TO SRT-ZIP5
           ELSE
               MOVE SPACES TO SRT-ZIP5
           END-IF
           MOVE CORR-CUST-ID TO SRT-CUST-ID
           MOVE CORR-DELIVERY-ADDRESS TO SRT-DELIVERY-ADDRESS
           MOVE CORR-SENT-TIME TO SRT-SENT-TIME
           MOVE CORR-DOC-TYPE TO SRT-DOC-TYPE
           ADD 1 TO WS-DOCS-RELEASED
           RELEASE SORT-RECORD.

       2300-FIND-DELIVERY-ZIP.
      * The log row carries the street, city and state the letter
      * went to but not the ZIP - match it back to the contact it
      * was built from, the way the mailers build it
           MOVE SPACES TO WS-RESOLVED-ZIP
           MOVE CORR-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2310-MATCH-CUSTOMER-ADDRESS
           END-READ
           IF WS-RESOLVED-ZIP = SPACES
                   AND GUARANTOR-FILE-WAS-OPENED
               PERFORM 2320-MATCH-GUARANTOR-ADDRESS
           END-IF
           IF WS-RESOLVED-ZIP = SPACES
                   AND DECEASED-FILE-WAS-OPENED
               PERFORM 2340-MATCH-ESTATE-ADDRESS
           END-IF.

       2310-MATCH-CUSTOMER-ADDRESS.
      * A row logged with no address went to the address of record
           IF CORR-DELIVERY-ADDRESS = SPACES
               MOVE CUST-ZIP-CODE TO WS-RESOLVED-ZIP
           ELSE
               MOVE SPACES TO WS-CANDIDATE-ADDRESS
               STRING CUST-ADDRESS-LINE-1 DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   CUST-CITY DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   CUST-STATE DELIMITED BY SIZE
                   INTO WS-CANDIDATE-ADDRESS
               IF WS-CANDIDATE-ADDRESS = CORR-DELIVERY-ADDRESS
                   MOVE CUST-ZIP-CODE TO WS-RESOLVED-ZIP
               END-IF
           END-IF.

       2320-MATCH-GUARANTOR-ADDRESS.
      * Walk the account's signer rows - the key is the account's
      * CUST-ID plus a sequence, so the walk stops at the first
      * row belonging to another account
           MOVE 'N' TO WS-GRT-WALK-FLAG
           MOVE CORR-CUST-ID TO GRT-CUST-ID
           MOVE ZERO TO GRT-SEQ-NO
           START GUARANTOR-FILE
               KEY IS NOT LESS THAN GRT-KEY
               INVALID KEY
                   SET GUARANTOR-WALK-DONE TO TRUE
           END-START
           PERFORM 2330-MATCH-ONE-GUARANTOR
               UNTIL GUARANTOR-WALK-DONE.

       2330-MATCH-ONE-GUARANTOR.
           READ GUARANTOR-FILE NEXT RECORD
               AT END
                   SET GUARANTOR-WALK-DONE TO TRUE
               NOT AT END
                   IF GRT-CUST-ID NOT = CORR-CUST-ID
                       SET GUARANTOR-WALK-DONE TO TRUE
                   ELSE
                       MOVE SPACES TO WS-CANDIDATE-ADDRESS
                       STRING GRT-ADDRESS-LINE-1 DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           GRT-CITY DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           GRT-STATE DELIMITED BY SIZE
                           INTO WS-CANDIDATE-ADDRESS
                       IF WS-CANDIDATE-ADDRESS = CORR-DELIVERY-ADDRESS
                           MOVE GRT-ZIP-CODE TO WS-RESOLVED-ZIP
                           SET GUARANTOR-WALK-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2340-MATCH-ESTATE-ADDRESS.
           MOVE CORR-CUST-ID TO DEC-CUST-ID
           READ DECEASED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-CANDIDATE-ADDRESS
                   STRING DEC-ESTATE-ADDR-1 DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       DEC-ESTATE-CITY DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       DEC-ESTATE-STATE DELIMITED BY SIZE
                       INTO WS-CANDIDATE-ADDRESS
                   IF WS-CANDIDATE-ADDRESS = CORR-DELIVERY-ADDRESS
                       MOVE DEC-ESTATE-ZIP TO WS-RESOLVED-ZIP
                   END-IF
           END-READ.

       3000-MAKE-UP-TRAYS SECTION.
       3010-MAKE-UP-CONTROL.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 3100-RETURN-DOCUMENT
               UNTIL END-OF-FILE
           IF WS-BUF-COUNT > ZERO
               PERFORM 3300-RELEASE-SCF-GROUP
           END-IF
      * Every SCF tray is made up - the residue trays follow, the
      * MIXED AADC pieces first and the FULL RATE pieces last
           CLOSE RESIDUE-FILE
           MOVE 3 TO WS-PASS-TIER
           PERFORM 3600-PLACE-RESIDUE-PASS
           MOVE 4 TO WS-PASS-TIER
           PERFORM 3600-PLACE-RESIDUE-PASS
           IF TRAY-IS-OPEN
               PERFORM 3480-CLOSE-TRAY
           END-IF
           PERFORM 3700-WRITE-TIER-TOTALS
           PERFORM 3800-WRITE-TIE-OUT

      * 3100 through 3800 already ran above via the explicit PERFORM
      * - exit the section here instead of falling into them a
      * second time
           EXIT SECTION.

       3100-RETURN-DOCUMENT.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF SRT-ZIP5 = SPACES
                       PERFORM 3150-HOLD-UNRESOLVED
                   ELSE
                       IF WS-BUF-COUNT > ZERO
                           AND (SRT-SCF NOT = WS-BUF-SCF
                               OR WS-BUF-COUNT = WS-BUF-MAX)
                           PERFORM 3300-RELEASE-SCF-GROUP
                       END-IF
                       PERFORM 3200-HOLD-DOCUMENT
                   END-IF
           END-RETURN.

       3150-HOLD-UNRESOLVED.
      * No ZIP, no presort - the piece goes FULL RATE; documents for
      * one customer and address still share the envelope
           IF WS-DOCS-NO-ZIP = ZERO
                   OR SRT-CUST-ID NOT = WS-UNRESOLVED-CUST-ID
                   OR SRT-DELIVERY-ADDRESS NOT = WS-UNRESOLVED-ADDRESS
               ADD 1 TO WS-PIECE-SERIAL
               MOVE SRT-CUST-ID TO WS-UNRESOLVED-CUST-ID
               MOVE SRT-DELIVERY-ADDRESS TO WS-UNRESOLVED-ADDRESS
           END-IF
           ADD 1 TO WS-DOCS-NO-ZIP
           MOVE SPACES TO RESIDUE-RECORD
           SET RSD-FULL-RATE TO TRUE
           MOVE WS-PIECE-SERIAL TO RSD-PIECE-KEY
           MOVE SRT-CUST-ID TO RSD-CUST-ID
           MOVE SRT-DOC-TYPE TO RSD-DOC-TYPE
           MOVE SRT-DELIVERY-ADDRESS TO RSD-DELIVERY-ADDRESS
           MOVE SRT-SENT-TIME TO RSD-SENT-TIME
           WRITE RESIDUE-RECORD.

       3200-HOLD-DOCUMENT.
      * Same ZIP, customer and address as the document before it -
      * same envelope
           IF WS-BUF-COUNT = ZERO
               MOVE SRT-SCF TO WS-BUF-SCF
               ADD 1 TO WS-PIECE-SERIAL
           ELSE
               IF SRT-ZIP5 NOT = WS-BUF-ZIP5 (WS-BUF-COUNT)
                   OR SRT-CUST-ID NOT = WS-BUF-CUST-ID (WS-BUF-COUNT)
                   OR SRT-DELIVERY-ADDRESS
                       NOT = WS-BUF-ADDRESS (WS-BUF-COUNT)
                   ADD 1 TO WS-PIECE-SERIAL
               END-IF
           END-IF
           ADD 1 TO WS-BUF-COUNT
           MOVE SRT-ZIP5 TO WS-BUF-ZIP5 (WS-BUF-COUNT)
           MOVE SRT-CUST-ID TO WS-BUF-CUST-ID (WS-BUF-COUNT)
           MOVE SRT-DELIVERY-ADDRESS TO WS-BUF-ADDRESS (WS-BUF-COUNT)
           MOVE SRT-DOC-TYPE TO WS-BUF-DOC-TYPE (WS-BUF-COUNT)
           MOVE SRT-SENT-TIME TO WS-BUF-SENT-TIME (WS-BUF-COUNT)
           MOVE WS-PIECE-SERIAL TO WS-BUF-PIECE-KEY (WS-BUF-COUNT)
           MOVE ZERO TO WS-BUF-TIER (WS-BUF-COUNT).

       3300-RELEASE-SCF-GROUP.
      * Count each 5-digit run's pieces and mark its tier, then
      * settle whether the SCF's leftovers make a 3-digit bundle
           MOVE ZERO TO WS-SCF-LEFTOVER-PIECES
           MOVE SPACES TO WS-RUN-ZIP5
           PERFORM 3310-SCAN-ONE-ENTRY
               VARYING WS-BUF-SUB FROM 1 BY 1
               UNTIL WS-BUF-SUB > WS-BUF-COUNT
           MOVE WS-BUF-COUNT TO WS-RUN-END
           PERFORM 3320-CLOSE-ZIP-RUN
           IF WS-SCF-LEFTOVER-PIECES < WS-BUNDLE-MINIMUM
               PERFORM 3330-DEMOTE-ONE-ENTRY
                   VARYING WS-BUF-SUB FROM 1 BY 1
                   UNTIL WS-BUF-SUB > WS-BUF-COUNT
           END-IF
      * The SCF's tray takes its 5-digit bundles, then its 3-digit
      * bundle; the mixed pieces wait in the residue file
           MOVE SPACES TO WS-PLACE-TRAY-KEY
           STRING 'SCF ' DELIMITED BY SIZE
               WS-BUF-SCF DELIMITED BY SIZE
               INTO WS-PLACE-TRAY-KEY
           MOVE 1 TO WS-PASS-TIER
           PERFORM 3340-PLACE-HELD-ENTRY
               VARYING WS-BUF-SUB FROM 1 BY 1
               UNTIL WS-BUF-SUB > WS-BUF-COUNT
           MOVE 2 TO WS-PASS-TIER
           PERFORM 3340-PLACE-HELD-ENTRY
               VARYING WS-BUF-SUB FROM 1 BY 1
               UNTIL WS-BUF-SUB > WS-BUF-COUNT
           PERFORM 3350-SET-ASIDE-MIXED-ENTRY
               VARYING WS-BUF-SUB FROM 1 BY 1
               UNTIL WS-BUF-SUB > WS-BUF-COUNT
           MOVE ZERO TO WS-BUF-COUNT.

       3310-SCAN-ONE-ENTRY.
           IF WS-BUF-ZIP5 (WS-BUF-SUB) NOT = WS-RUN-ZIP5
               IF WS-BUF-SUB > 1
                   COMPUTE WS-RUN-END = WS-BUF-SUB - 1
                   PERFORM 3320-CLOSE-ZIP-RUN
               END-IF
               MOVE WS-BUF-ZIP5 (WS-BUF-SUB) TO WS-RUN-ZIP5
               MOVE WS-BUF-SUB TO WS-RUN-START
               MOVE ZERO TO WS-RUN-PIECES
               MOVE ZERO TO WS-RUN-LAST-PIECE
           END-IF
           IF WS-BUF-PIECE-KEY (WS-BUF-SUB) NOT = WS-RUN-LAST-PIECE
               ADD 1 TO WS-RUN-PIECES
               MOVE WS-BUF-PIECE-KEY (WS-BUF-SUB) TO WS-RUN-LAST-PIECE
           END-IF.

       3320-CLOSE-ZIP-RUN.
           IF WS-RUN-PIECES NOT < WS-BUNDLE-MINIMUM
               MOVE 1 TO WS-RUN-TIER
           ELSE
               MOVE 2 TO WS-RUN-TIER
               ADD WS-RUN-PIECES TO WS-SCF-LEFTOVER-PIECES
           END-IF
           PERFORM 3325-MARK-ONE-ENTRY
               VARYING WS-MARK-SUB FROM WS-RUN-START BY 1
               UNTIL WS-MARK-SUB > WS-RUN-END.

       3325-MARK-ONE-ENTRY.
           MOVE WS-RUN-TIER TO WS-BUF-TIER (WS-MARK-SUB).

       3330-DEMOTE-ONE-ENTRY.
           IF WS-BUF-TIER (WS-BUF-SUB) = 2
               MOVE 3 TO WS-BUF-TIER (WS-BUF-SUB)
           END-IF.

       3340-PLACE-HELD-ENTRY.
           IF WS-BUF-TIER (WS-BUF-SUB) = WS-PASS-TIER
               MOVE WS-PASS-TIER TO WS-PLACE-TIER
               MOVE WS-BUF-PIECE-KEY (WS-BUF-SUB) TO WS-PLACE-PIECE-KEY
               MOVE WS-BUF-ZIP5 (WS-BUF-SUB) TO WS-PLACE-ZIP5
               MOVE WS-BUF-CUST-ID (WS-BUF-SUB) TO WS-PLACE-CUST-ID
               MOVE WS-BUF-DOC-TYPE (WS-BUF-SUB) TO WS-PLACE-DOC-TYPE
               MOVE WS-BUF-ADDRESS (WS-BUF-SUB) TO WS-PLACE-ADDRESS
               MOVE WS-BUF-SENT-TIME (WS-BUF-SUB)
                   TO WS-PLACE-SENT-TIME
      * A 5-digit bundle per ZIP; one 3-digit bundle per SCF
               IF WS-PASS-TIER = 1
                   MOVE WS-BUF-ZIP5 (WS-BUF-SUB)
                       TO WS-PLACE-BUNDLE-KEY
               ELSE
                   MOVE WS-PLACE-TRAY-KEY TO WS-PLACE-BUNDLE-KEY
               END-IF
               PERFORM 3400-PLACE-DOCUMENT
           END-IF.

       3350-SET-ASIDE-MIXED-ENTRY.
           IF WS-BUF-TIER (WS-BUF-SUB) = 3
               MOVE SPACES TO RESIDUE-RECORD
               SET RSD-MIXED-AADC TO TRUE
               MOVE WS-BUF-PIECE-KEY (WS-BUF-SUB) TO RSD-PIECE-KEY
               MOVE WS-BUF-ZIP5 (WS-BUF-SUB) TO RSD-ZIP5
               MOVE WS-BUF-CUST-ID (WS-BUF-SUB) TO RSD-CUST-ID
               MOVE WS-BUF-DOC-TYPE (WS-BUF-SUB) TO RSD-DOC-TYPE
               MOVE WS-BUF-ADDRESS (WS-BUF-SUB)
                   TO RSD-DELIVERY-ADDRESS
               MOVE WS-BUF-SENT-TIME (WS-BUF-SUB) TO RSD-SENT-TIME
               WRITE RESIDUE-RECORD
           END-IF.

       3400-PLACE-DOCUMENT.
      * A new tray when the contents change or the tray is full -
      * never splitting a piece across two trays - and a new
      * bundle whenever the bundle key changes or a tray opens
           MOVE 'N' TO WS-NEW-PIECE-FLAG
           MOVE 'N' TO WS-NEW-TRAY-FLAG
           IF WS-PLACE-PIECE-KEY NOT = WS-LAST-PIECE-KEY
               SET NEW-PIECE TO TRUE
           END-IF
           IF NOT TRAY-IS-OPEN
                   OR WS-PLACE-TRAY-KEY NOT = WS-TRAY-KEY
               SET NEW-TRAY TO TRUE
               SET NEW-PIECE TO TRUE
           END-IF
           IF NEW-PIECE
                   AND WS-TRAY-PIECES NOT < WS-TRAY-CAPACITY
               SET NEW-TRAY TO TRUE
           END-IF
           IF NEW-TRAY
               IF TRAY-IS-OPEN
                   PERFORM 3480-CLOSE-TRAY
               END-IF
               PERFORM 3470-OPEN-TRAY
           END-IF
           IF WS-PLACE-BUNDLE-KEY NOT = WS-BUNDLE-KEY
               ADD 1 TO WS-BUNDLE-NO
               ADD 1 TO WS-TRAY-BUNDLES
               MOVE WS-PLACE-BUNDLE-KEY TO WS-BUNDLE-KEY
           END-IF
           IF NEW-PIECE
               ADD 1 TO WS-PIECE-SEQ
               ADD 1 TO WS-TRAY-PIECES
               ADD 1 TO WS-TIER-PIECES (WS-PLACE-TIER)
               MOVE WS-PLACE-PIECE-KEY TO WS-LAST-PIECE-KEY
           END-IF
           ADD 1 TO WS-TRAY-DOCS
           ADD 1 TO WS-TIER-DOCS (WS-PLACE-TIER)
           ADD 1 TO WS-DOCS-PLACED
           MOVE WS-TRAY-NO TO PSO-TRAY-NO
           MOVE WS-BUNDLE-NO TO PSO-BUNDLE-NO
           MOVE WS-PIECE-SEQ TO PSO-PIECE-SEQ
           MOVE WS-TIER-NAME (WS-PLACE-TIER) TO PSO-RATE-TIER
           MOVE WS-PLACE-ZIP5 TO PSO-ZIP5
           MOVE WS-PLACE-CUST-ID TO PSO-CUST-ID
           MOVE WS-PLACE-DOC-TYPE TO PSO-DOC-TYPE
           MOVE WS-PLACE-ADDRESS TO PSO-DELIVERY-ADDRESS
           MOVE STD-CURRENT-DATE TO PSO-SENT-DATE
           MOVE WS-PLACE-SENT-TIME TO PSO-SENT-TIME
           WRITE PRINT-ORDER-RECORD.

       3470-OPEN-TRAY.
           SET TRAY-IS-OPEN TO TRUE
           ADD 1 TO WS-TRAY-NO
           MOVE WS-PLACE-TRAY-KEY TO WS-TRAY-KEY
           MOVE ZERO TO WS-TRAY-BUNDLES
           MOVE ZERO TO WS-TRAY-PIECES
           MOVE ZERO TO WS-TRAY-DOCS
           MOVE SPACES TO WS-BUNDLE-KEY.

       3480-CLOSE-TRAY.
           MOVE WS-TRAY-NO TO WS-TRAY-DISPLAY
           MOVE WS-TRAY-BUNDLES TO WS-BUNDLES-DISPLAY
           MOVE WS-TRAY-PIECES TO WS-PIECES-DISPLAY
           MOVE WS-TRAY-DOCS TO WS-DOCS-DISPLAY
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING WS-TRAY-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TRAY-KEY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-BUNDLES-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PIECES-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DOCS-DISPLAY DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE 'N' TO WS-TRAY-OPEN-FLAG.

       3600-PLACE-RESIDUE-PASS.
      * One read of the residue file per tier - its own trays, one
      * bundle to the tray
           OPEN INPUT RESIDUE-FILE
           IF NOT RSD-FILE-OK
               DISPLAY 'ERROR REOPENING PRESORT RESIDUE FILE: '
                   WS-RSD-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           ELSE
               MOVE WS-TIER-NAME (WS-PASS-TIER) TO WS-PLACE-TRAY-KEY
               MOVE WS-TIER-NAME (WS-PASS-TIER) TO WS-PLACE-BUNDLE-KEY
               MOVE WS-PASS-TIER TO WS-PLACE-TIER
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3650-PLACE-ONE-RESIDUE-ROW
                   UNTIL END-OF-FILE
               CLOSE RESIDUE-FILE
           END-IF.

       3650-PLACE-ONE-RESIDUE-ROW.
           READ RESIDUE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF RSD-RATE-TIER = WS-TIER-NAME (WS-PASS-TIER)
                       MOVE RSD-PIECE-KEY TO WS-PLACE-PIECE-KEY
                       MOVE RSD-ZIP5 TO WS-PLACE-ZIP5
                       MOVE RSD-CUST-ID TO WS-PLACE-CUST-ID
                       MOVE RSD-DOC-TYPE TO WS-PLACE-DOC-TYPE
                       MOVE RSD-DELIVERY-ADDRESS TO WS-PLACE-ADDRESS
                       MOVE RSD-SENT-TIME TO WS-PLACE-SENT-TIME
                       PERFORM 3400-PLACE-DOCUMENT
                   END-IF
           END-READ.

       3700-WRITE-TIER-TOTALS.
           MOVE SPACES TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING 'RATE TIER       PIECES  DOCUMENTS'
               DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           PERFORM 3750-WRITE-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 4
           MOVE WS-PIECE-SEQ TO WS-PIECES-DISPLAY
           MOVE WS-DOCS-PLACED TO WS-DOCS-DISPLAY
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING 'TOTAL       ' DELIMITED BY SIZE
               WS-PIECES-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DOCS-DISPLAY DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE.

       3750-WRITE-ONE-TIER.
           MOVE WS-TIER-PIECES (WS-TIER-SUB) TO WS-PIECES-DISPLAY
           MOVE WS-TIER-DOCS (WS-TIER-SUB) TO WS-DOCS-DISPLAY
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING WS-TIER-NAME (WS-TIER-SUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PIECES-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DOCS-DISPLAY DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE.

       3800-WRITE-TIE-OUT.
      * Log rows today = paper documents on the manifest + rows
      * that printed nothing
           COMPUTE WS-BALANCE-DIFF =
               WS-ROWS-TODAY - WS-ROWS-NOT-PRINTED - WS-DOCS-PLACED
           MOVE SPACES TO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-ROWS-TODAY TO WS-DOCS-DISPLAY
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING 'CORRESPONDENCE LOG ROWS TODAY    ' DELIMITED BY SIZE
               WS-DOCS-DISPLAY DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-ROWS-NOT-PRINTED TO WS-DOCS-DISPLAY
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING 'LESS E-CHANNEL / NOT PRINTED     ' DELIMITED BY SIZE
               WS-DOCS-DISPLAY DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-DOCS-EXPECTED TO WS-DOCS-DISPLAY
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING 'PAPER DOCUMENTS EXPECTED         ' DELIMITED BY SIZE
               WS-DOCS-DISPLAY DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-DOCS-PLACED TO WS-DOCS-DISPLAY
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING 'DOCUMENTS ON MANIFEST            ' DELIMITED BY SIZE
               WS-DOCS-DISPLAY DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE WS-PIECE-SEQ TO WS-PIECES-DISPLAY
           MOVE SPACES TO MANIFEST-REPORT-LINE
           STRING 'PIECES (ENVELOPES)               ' DELIMITED BY SIZE
               WS-PIECES-DISPLAY DELIMITED BY SIZE
               INTO MANIFEST-REPORT-LINE
           WRITE MANIFEST-REPORT-LINE
           MOVE SPACES TO MANIFEST-REPORT-LINE
           IF WS-BALANCE-DIFF = ZERO
               MOVE 'MANIFEST IN BALANCE WITH THE CORRESPONDENCE LOG'
                   TO MANIFEST-REPORT-LINE
           ELSE
               SET ERROR-OCCURRED TO TRUE
               MOVE WS-BALANCE-DIFF TO WS-DIFF-DISPLAY
               STRING '*** OUT OF BALANCE - DOCUMENTS NOT PLACED: '
                   DELIMITED BY SIZE
                   WS-DIFF-DISPLAY DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                   INTO MANIFEST-REPORT-LINE
           END-IF
           WRITE MANIFEST-REPORT-LINE.

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           CLOSE CORRESPONDENCE-LOG-FILE
           CLOSE CUSTOMER-FILE
           IF GUARANTOR-FILE-WAS-OPENED
               CLOSE GUARANTOR-FILE
           END-IF
           IF DECEASED-FILE-WAS-OPENED
               CLOSE DECEASED-FILE
           END-IF
           CLOSE PRINT-ORDER-FILE
           CLOSE MANIFEST-REPORT-FILE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Presort Summary:'
           DISPLAY 'Log Rows Read: ' WS-ROWS-READ
           DISPLAY 'Log Rows Today: ' WS-ROWS-TODAY
           DISPLAY 'E-Channel / Not Printed: ' WS-ROWS-NOT-PRINTED
           DISPLAY 'Paper Documents Sorted: ' WS-DOCS-RELEASED
           DISPLAY 'Documents Placed: ' WS-DOCS-PLACED
           DISPLAY 'Pieces: ' WS-PIECE-SEQ
           DISPLAY 'Trays: ' WS-TRAY-NO
           DISPLAY 'Documents With No ZIP Found: ' WS-DOCS-NO-ZIP.

       4999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-PSR-RETURN-CODE
               MOVE 'PRESORT MANIFEST OUT OF BALANCE' TO LS-PSR-MESSAGE
           ELSE
               MOVE 0 TO LS-PSR-RETURN-CODE
               MOVE 'PRESORT AND POSTAGE MANIFEST COMPLETE'
                   TO LS-PSR-MESSAGE
           END-IF
           EXIT SECTION.
