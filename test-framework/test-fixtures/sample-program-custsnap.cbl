       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-CUSTSNAP.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Nightly customer snapshot. Seven read-only jobs - dunning,
      * statements, the collections worklist, risk grading, the
      * bureau and agency extracts and the cash forecast - each
      * used to open CUSTDATA and walk it front to back (or read it
      * by key), and each repeated its own keyed reads into the
      * legal-hold, deceased, dispute, sub-ledger and risk-grade
      * files for every customer. This early-window step reads the
      * master once, joins those side files once, and writes the
      * flattened sequential snapshot (CUSTSNAP, see
      * CUSTOMER-SNAPSHOT-RECORD) with every flag resolved; the
      * read-only jobs read the snapshot instead.
      * It runs after the main pass, because the trailer is proven
      * against the control total the main pass wrote for the
      * company on CONTROL-TOTAL-FILE: the snapshot's rows are
      * counted under the main pass's own record edit (a numeric,
      * non-zero CUST-ID, a name, a recognized status) and the valid
      * and inactive counts must equal CTL-RECORD-COUNT and
      * CTL-INACTIVE-COUNT. The balance figure is not compared - the
      * main pass converts it by currency and leaves out balances
      * over the ceiling - so the snapshot's own balance total is
      * carried for the readers to prove instead. A snapshot that
      * does not prove is still written, marked not proven, so
      * every reader refuses it by name rather than finding last
      * night's; the failure goes to the exception log and the job
      * ends with return code 8. Once written, the snapshot is
      * re-read through SAMPLE-PROGRAM-SNAPCHK - the same proof
      * every reader runs - before this job reports success.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * Optional legal-hold file - missing means no holds
           SELECT HOLD-FILE ASSIGN TO "CUSTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HLD-FILE-STATUS.

      * Optional deceased file - missing means no estate cases
           SELECT DECEASED-FILE ASSIGN TO "CUSTDCSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CUST-ID
               FILE STATUS IS WS-DEC-FILE-STATUS.

      * Optional dispute file - missing means nothing in dispute
           SELECT DISPUTE-FILE ASSIGN TO "CUSTDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DSP-FILE-STATUS.

      * Optional sub-ledger - missing means no balance components
           SELECT SUBLEDGER-FILE ASSIGN TO "CUSTSUBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBL-CUST-ID
               FILE STATUS IS WS-SBL-FILE-STATUS.

      * Optional risk grades - missing means nobody graded yet
           SELECT RISK-GRADE-FILE ASSIGN TO "CUSTRISK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSK-CUST-ID
               FILE STATUS IS WS-RSK-FILE-STATUS.

      * The nightly control total, one row per company per run
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CUSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      * The snapshot itself - detail rows then one control trailer
           SELECT CUSTOMER-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNP-FILE-STATUS.

      * Same daily exception log the other jobs append to
           SELECT EXCEPTION-FILE ASSIGN TO "CUSTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  HOLD-FILE.
           COPY HOLD-RECORD.

       FD  DECEASED-FILE.
           COPY DECEASED-RECORD.

       FD  DISPUTE-FILE.
           COPY DISPUTE-RECORD.

       FD  SUBLEDGER-FILE.
           COPY SUBLEDGER-RECORD.

       FD  RISK-GRADE-FILE.
           COPY RISK-GRADE-RECORD.

       FD  CONTROL-TOTAL-FILE.
           COPY CONTROL-TOTAL-RECORD.

       FD  CUSTOMER-SNAPSHOT-FILE.
           COPY CUSTOMER-SNAPSHOT-RECORD.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-DATE            PIC 9(8).
           05  EXC-TIME            PIC 9(6).
           05  EXC-PARAGRAPH       PIC X(20).
           05  EXC-CUST-ID         PIC 9(9).
           05  EXC-DESCRIPTION     PIC X(60).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.
       01  WS-COMPANY-ID           PIC X(4) VALUE '0001'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.

       01  WS-HLD-FILE-STATUS      PIC XX.
           88  HLD-FILE-OK         VALUE '00'.
           88  HLD-FILE-MISSING    VALUE '35'.
       01  WS-HLD-OPENED-FLAG      PIC X VALUE 'N'.
           88  HOLD-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-DEC-FILE-STATUS      PIC XX.
           88  DEC-FILE-OK         VALUE '00'.
           88  DEC-FILE-MISSING    VALUE '35'.
       01  WS-DEC-OPENED-FLAG      PIC X VALUE 'N'.
           88  DECEASED-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-DSP-FILE-STATUS      PIC XX.
           88  DSP-FILE-OK         VALUE '00'.
           88  DSP-FILE-MISSING    VALUE '35'.
       01  WS-DSP-OPENED-FLAG      PIC X VALUE 'N'.
           88  DISPUTE-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-SBL-FILE-STATUS      PIC XX.
           88  SBL-FILE-OK         VALUE '00'.
           88  SBL-FILE-MISSING    VALUE '35'.
       01  WS-SBL-OPENED-FLAG      PIC X VALUE 'N'.
           88  SUBLEDGER-WAS-OPENED VALUE 'Y'.

       01  WS-RSK-FILE-STATUS      PIC XX.
           88  RSK-FILE-OK         VALUE '00'.
           88  RSK-FILE-MISSING    VALUE '35'.
       01  WS-RSK-OPENED-FLAG      PIC X VALUE 'N'.
           88  RISK-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-CTL-FILE-STATUS      PIC XX.
           88  CTL-FILE-OK         VALUE '00'.
           88  CTL-FILE-AT-END     VALUE '10'.
       01  WS-CTL-OPENED-FLAG      PIC X VALUE 'N'.
           88  CONTROL-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-SNP-FILE-STATUS      PIC XX.
           88  SNP-FILE-OK         VALUE '00'.

       01  WS-EXC-FILE-STATUS      PIC XX.
           88  EXC-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-UNLOAD-EOF-FLAG  PIC X VALUE 'N'.
               88  UNLOAD-AT-END   VALUE 'Y'.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-CTL-FOUND-FLAG   PIC X VALUE 'N'.
               88  CONTROL-TOTAL-FOUND VALUE 'Y'.
           05  WS-PROVEN-FLAG      PIC X VALUE 'N'.
               88  SNAPSHOT-PROVEN VALUE 'Y'.
           05  WS-VERIFIED-FLAG    PIC X VALUE 'N'.
               88  SNAPSHOT-VERIFIED VALUE 'Y'.

      * What landed in the snapshot
       01  WS-SNAPSHOT-TOTALS.
           05  WS-SNP-COUNT        PIC 9(8) VALUE ZERO.
           05  WS-SNP-ID-HASH      PIC 9(12) VALUE ZERO.
           05  WS-SNP-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
      * The same rows under the main pass's record edit
           05  WS-EDITED-COUNT     PIC 9(8) VALUE ZERO.
           05  WS-EDITED-INACTIVE  PIC 9(8) VALUE ZERO.
      * Side-file facts carried, for the summary
           05  WS-HOLDS-JOINED     PIC 9(8) VALUE ZERO.
           05  WS-DECEASED-JOINED  PIC 9(8) VALUE ZERO.
           05  WS-DISPUTES-JOINED  PIC 9(8) VALUE ZERO.
           05  WS-SUBLEDGER-JOINED PIC 9(8) VALUE ZERO.
           05  WS-GRADES-JOINED    PIC 9(8) VALUE ZERO.

      * The latest control row for the company
       01  WS-CONTROL-FIGURES.
           05  WS-CTL-RECORD-COUNT PIC 9(6) VALUE ZERO.
           05  WS-CTL-INACTIVE-COUNT PIC 9(6) VALUE ZERO.

      * Staging area for 8100-LOG-EXCEPTION, same discipline as the
      * main run's callers
       01  WS-EXCEPTION-STAGING.
           05  WS-EXC-PARAGRAPH    PIC X(20).
           05  WS-EXC-DESCRIPTION  PIC X(60).
           05  WS-EXC-CUST-ID      PIC 9(9) VALUE ZERO.

      * The proof every reader runs, run here on what was written
       01  WS-SNAPCHK-PARM-AREA.
           05  WS-SCK-RETURN-CODE  PIC S9(4) COMP.
           05  WS-SCK-MESSAGE      PIC X(50).
           05  WS-SCK-SOURCE-FILE-NAME PIC X(40).
           05  WS-SCK-MAX-AGE-HOURS PIC 9(3).
           05  WS-SCK-SNAPSHOT-DATE PIC 9(8).
           05  WS-SCK-SNAPSHOT-TIME PIC 9(6).
           05  WS-SCK-RECORD-COUNT PIC 9(8).

       LINKAGE SECTION.
       01  LS-CUSTSNAP-PARM-AREA.
           05  LS-CSN-RETURN-CODE  PIC S9(4) COMP.
           05  LS-CSN-MESSAGE      PIC X(50).
           05  LS-CSN-CUSTOMER-FILE-NAME PIC X(40).
           05  LS-CSN-COMPANY-ID   PIC X(4).

       PROCEDURE DIVISION USING LS-CUSTSNAP-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point - control total, cut, trailer, then prove
      * it back
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-CONTROL-TOTALS
               UNTIL CTL-FILE-AT-END
           PERFORM 2000-CUT-SNAPSHOT
               UNTIL UNLOAD-AT-END
           PERFORM 2500-WRITE-TRAILER
           PERFORM 3000-VERIFY-SNAPSHOT
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-CSN-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-CSN-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           IF LS-CSN-COMPANY-ID NOT = SPACES
               MOVE LS-CSN-COMPANY-ID TO WS-COMPANY-ID
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

           OPEN EXTEND EXCEPTION-FILE
           IF EXC-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF NOT EXC-FILE-OK
               DISPLAY 'ERROR OPENING EXCEPTION FILE: '
                   WS-EXC-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CSN-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               MOVE '1100-OPEN-FILES' TO WS-EXC-PARAGRAPH
               STRING 'CUSTSNAP - ERROR OPENING CUSTOMER FILE, '
                   'STATUS=' WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-EXC-DESCRIPTION
               MOVE ZERO TO WS-EXC-CUST-ID
               PERFORM 8100-LOG-EXCEPTION
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CSN-RETURN-CODE
               GOBACK
           END-IF

      * No control total at all is the same as one that does not
      * agree - the snapshot is cut, and marked not proven
           OPEN INPUT CONTROL-TOTAL-FILE
           IF CTL-FILE-OK
               SET CONTROL-FILE-WAS-OPENED TO TRUE
           ELSE
               SET CTL-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT HOLD-FILE
           IF HLD-FILE-OK
               SET HOLD-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT HLD-FILE-MISSING
                   DISPLAY 'ERROR OPENING LEGAL HOLD FILE: '
                       WS-HLD-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-CSN-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT DECEASED-FILE
           IF DEC-FILE-OK
               SET DECEASED-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DEC-FILE-MISSING
                   DISPLAY 'ERROR OPENING DECEASED FILE: '
                       WS-DEC-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-CSN-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF DSP-FILE-OK
               SET DISPUTE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DSP-FILE-MISSING
                   DISPLAY 'ERROR OPENING DISPUTE FILE: '
                       WS-DSP-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-CSN-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT SUBLEDGER-FILE
           IF SBL-FILE-OK
               SET SUBLEDGER-WAS-OPENED TO TRUE
           ELSE
               IF NOT SBL-FILE-MISSING
                   DISPLAY 'ERROR OPENING SUBLEDGER FILE: '
                       WS-SBL-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-CSN-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT RISK-GRADE-FILE
           IF RSK-FILE-OK
               SET RISK-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT RSK-FILE-MISSING
                   DISPLAY 'ERROR OPENING RISK GRADE FILE: '
                       WS-RSK-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-CSN-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT CUSTOMER-SNAPSHOT-FILE
           IF NOT SNP-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                   WS-SNP-FILE-STATUS
               MOVE '1100-OPEN-FILES' TO WS-EXC-PARAGRAPH
               STRING 'CUSTSNAP - ERROR OPENING SNAPSHOT, STATUS='
                   WS-SNP-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-EXC-DESCRIPTION
               MOVE ZERO TO WS-EXC-CUST-ID
               PERFORM 8100-LOG-EXCEPTION
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CSN-RETURN-CODE
               GOBACK
           END-IF.

       1500-READ-CONTROL-TOTALS SECTION.
       1510-READ-CONTROL-ROW.
      * The latest row for this company is tonight's control
           READ CONTROL-TOTAL-FILE
               AT END
                   SET CTL-FILE-AT-END TO TRUE
               NOT AT END
                   IF CTL-COMPANY-ID = WS-COMPANY-ID
                       SET CONTROL-TOTAL-FOUND TO TRUE
                       MOVE CTL-RECORD-COUNT TO WS-CTL-RECORD-COUNT
                       MOVE CTL-INACTIVE-COUNT
                           TO WS-CTL-INACTIVE-COUNT
                   END-IF
           END-READ.

       2000-CUT-SNAPSHOT SECTION.
       2100-READ-AND-FLATTEN.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET UNLOAD-AT-END TO TRUE
               NOT AT END
                   MOVE SPACES TO CUSTOMER-SNAPSHOT-RECORD
                   SET SNP-DETAIL TO TRUE
                   MOVE CUSTOMER-RECORD TO SNP-CUSTOMER-IMAGE
                   PERFORM 2210-JOIN-HOLD
                   PERFORM 2220-JOIN-DECEASED
                   PERFORM 2230-JOIN-DISPUTE
                   PERFORM 2240-JOIN-SUBLEDGER
                   PERFORM 2250-JOIN-RISK-GRADE
                   WRITE CUSTOMER-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNP-COUNT
                   PERFORM 2300-ROLL-ID-HASH
                   ADD CUST-BALANCE TO WS-SNP-BALANCE
                   PERFORM 2400-APPLY-RECORD-EDIT
           END-READ

      * 2210-2400 already ran above via the explicit PERFORMs - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2210-JOIN-HOLD.
           MOVE 'N' TO SNP-HOLD-FLAG
           MOVE ZERO TO SNP-HOLD-PLACED-DATE
           IF HOLD-FILE-WAS-OPENED
               MOVE CUST-ID TO HLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-ACTIVE-HOLD
                           SET SNP-ON-HOLD TO TRUE
                           MOVE HLD-HOLD-TYPE TO SNP-HOLD-TYPE
                           MOVE HLD-PLACED-DATE
                               TO SNP-HOLD-PLACED-DATE
                           ADD 1 TO WS-HOLDS-JOINED
                       END-IF
               END-READ
           END-IF.

       2220-JOIN-DECEASED.
           MOVE 'N' TO SNP-DECEASED-FLAG
           MOVE ZERO TO SNP-DATE-OF-DEATH
           IF DECEASED-FILE-WAS-OPENED
               MOVE CUST-ID TO DEC-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEC-ACTIVE-CASE
                           SET SNP-DECEASED TO TRUE
                           MOVE DEC-DATE-OF-DEATH
                               TO SNP-DATE-OF-DEATH
                           MOVE DEC-ESTATE-CONTACT
                               TO SNP-ESTATE-CONTACT
                           ADD 1 TO WS-DECEASED-JOINED
                       END-IF
               END-READ
           END-IF.

       2230-JOIN-DISPUTE.
           MOVE 'N' TO SNP-DISPUTE-FLAG
           MOVE ZERO TO SNP-DISPUTED-AMOUNT
           MOVE ZERO TO SNP-DISPUTE-OPEN-DATE
           IF DISPUTE-FILE-WAS-OPENED
               MOVE CUST-ID TO DSP-CUST-ID
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN-DISPUTE
                           SET SNP-IN-DISPUTE TO TRUE
                           MOVE DSP-DISPUTED-AMOUNT
                               TO SNP-DISPUTED-AMOUNT
                           MOVE DSP-OPEN-DATE
                               TO SNP-DISPUTE-OPEN-DATE
                           ADD 1 TO WS-DISPUTES-JOINED
                       END-IF
               END-READ
           END-IF.

       2240-JOIN-SUBLEDGER.
           MOVE 'N' TO SNP-SUBLEDGER-FLAG
           MOVE ZERO TO SNP-PRINCIPAL
           MOVE ZERO TO SNP-FEE
           MOVE ZERO TO SNP-INTEREST
           IF SUBLEDGER-WAS-OPENED
               MOVE CUST-ID TO SBL-CUST-ID
               READ SUBLEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SNP-HAS-SUBLEDGER TO TRUE
                       MOVE SBL-PRINCIPAL TO SNP-PRINCIPAL
                       MOVE SBL-FEE TO SNP-FEE
                       MOVE SBL-INTEREST TO SNP-INTEREST
                       ADD 1 TO WS-SUBLEDGER-JOINED
               END-READ
           END-IF.

       2250-JOIN-RISK-GRADE.
           MOVE 'N' TO SNP-RISK-FLAG
           MOVE ZERO TO SNP-RISK-SCORE
           MOVE ZERO TO SNP-BROKEN-PROMISE-COUNT
           MOVE ZERO TO SNP-REVERSAL-COUNT
           IF RISK-FILE-WAS-OPENED
               MOVE CUST-ID TO RSK-CUST-ID
               READ RISK-GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SNP-HAS-RISK-GRADE TO TRUE
                       MOVE RSK-RISK-GRADE TO SNP-RISK-GRADE
                       MOVE RSK-RISK-SCORE TO SNP-RISK-SCORE
                       MOVE RSK-BROKEN-PROMISE-COUNT
                           TO SNP-BROKEN-PROMISE-COUNT
                       MOVE RSK-REVERSAL-COUNT TO SNP-REVERSAL-COUNT
                       ADD 1 TO WS-GRADES-JOINED
               END-READ
           END-IF.

       2300-ROLL-ID-HASH.
      * Same wrap-around key hash the backup proves with
           ADD CUST-ID TO WS-SNP-ID-HASH
               ON SIZE ERROR
                   SUBTRACT 999999999999 FROM WS-SNP-ID-HASH
                   ADD CUST-ID TO WS-SNP-ID-HASH
           END-ADD.

       2400-APPLY-RECORD-EDIT.
      * The main pass's 2150-VALIDATE-RECORD, so the count means
      * what CTL-RECORD-COUNT means; an invalid record still goes
      * on the snapshot, exactly as it sits on the master
           IF CUST-ID NUMERIC AND CUST-ID NOT = ZERO
                   AND CUST-NAME NOT = SPACES
                   AND (ACTIVE-CUSTOMER OR INACTIVE-CUSTOMER
                       OR PENDING-CLOSURE-CUSTOMER)
               ADD 1 TO WS-EDITED-COUNT
               IF INACTIVE-CUSTOMER
                   ADD 1 TO WS-EDITED-INACTIVE
               END-IF
           END-IF.

       2500-WRITE-TRAILER SECTION.
       2510-PROVE-AND-WRITE.
           IF CONTROL-TOTAL-FOUND
                   AND WS-EDITED-COUNT = WS-CTL-RECORD-COUNT
                   AND WS-EDITED-INACTIVE = WS-CTL-INACTIVE-COUNT
               SET SNAPSHOT-PROVEN TO TRUE
           END-IF
           MOVE SPACES TO CUSTOMER-SNAPSHOT-RECORD
           SET SNP-TRAILER TO TRUE
           MOVE STD-CURRENT-DATE TO SNT-SNAPSHOT-DATE
           MOVE STD-CURRENT-TIME TO SNT-SNAPSHOT-TIME
           MOVE WS-CUSTOMER-FILE-NAME TO SNT-SOURCE-FILE-NAME
           MOVE WS-COMPANY-ID TO SNT-COMPANY-ID
           MOVE WS-SNP-COUNT TO SNT-RECORD-COUNT
           MOVE WS-SNP-ID-HASH TO SNT-ID-HASH-TOTAL
           MOVE WS-SNP-BALANCE TO SNT-BALANCE-TOTAL
           MOVE WS-CTL-RECORD-COUNT TO SNT-CTL-RECORD-COUNT
           MOVE WS-CTL-INACTIVE-COUNT TO SNT-CTL-INACTIVE-COUNT
           MOVE WS-EDITED-COUNT TO SNT-EDITED-COUNT
           MOVE WS-EDITED-INACTIVE TO SNT-INACTIVE-COUNT
           IF SNAPSHOT-PROVEN
               SET SNT-PROVEN TO TRUE
           ELSE
               SET SNT-NOT-PROVEN TO TRUE
               PERFORM 2600-LOG-NOT-PROVEN
           END-IF
           WRITE CUSTOMER-SNAPSHOT-RECORD
           CLOSE CUSTOMER-SNAPSHOT-FILE
           CLOSE CUSTOMER-FILE
           IF CONTROL-FILE-WAS-OPENED
               CLOSE CONTROL-TOTAL-FILE
           END-IF

      * 2600 already ran above (when the proof failed) via the
      * explicit PERFORM - exit the section here instead of falling
      * into it a second time
           EXIT SECTION.

       2600-LOG-NOT-PROVEN.
           MOVE '2500-WRITE-TRAILER' TO WS-EXC-PARAGRAPH
           MOVE SPACES TO WS-EXC-DESCRIPTION
           IF CONTROL-TOTAL-FOUND
               STRING 'SNAPSHOT NOT PROVEN - VALID ' WS-EDITED-COUNT
                   ' VS CTL ' WS-CTL-RECORD-COUNT
                   ', COMPANY=' WS-COMPANY-ID
                   DELIMITED BY SIZE
                   INTO WS-EXC-DESCRIPTION
           ELSE
               STRING 'SNAPSHOT NOT PROVEN - NO CONTROL TOTAL FOR '
                   'COMPANY=' WS-COMPANY-ID
                   DELIMITED BY SIZE
                   INTO WS-EXC-DESCRIPTION
           END-IF
           MOVE ZERO TO WS-EXC-CUST-ID
           DISPLAY '*** ' WS-EXC-DESCRIPTION
           PERFORM 8100-LOG-EXCEPTION
           SET ERROR-OCCURRED TO TRUE.

       3000-VERIFY-SNAPSHOT SECTION.
       3100-PROVE-WHAT-LANDED.
      * The disk copy, not this program's buffers - the same proof
      * every reader will run
           MOVE WS-CUSTOMER-FILE-NAME TO WS-SCK-SOURCE-FILE-NAME
           MOVE ZERO TO WS-SCK-MAX-AGE-HOURS
           CALL 'SAMPLE-PROGRAM-SNAPCHK' USING WS-SNAPCHK-PARM-AREA
           IF WS-SCK-RETURN-CODE = ZERO
               SET SNAPSHOT-VERIFIED TO TRUE
           ELSE
               IF SNAPSHOT-PROVEN
                   MOVE '3000-VERIFY-SNAPSHOT' TO WS-EXC-PARAGRAPH
                   MOVE WS-SCK-MESSAGE TO WS-EXC-DESCRIPTION
                   MOVE ZERO TO WS-EXC-CUST-ID
                   DISPLAY '*** SNAPSHOT VERIFICATION FAILED: '
                       WS-SCK-MESSAGE
                   PERFORM 8100-LOG-EXCEPTION
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           END-IF.

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           IF HOLD-FILE-WAS-OPENED
               CLOSE HOLD-FILE
           END-IF
           IF DECEASED-FILE-WAS-OPENED
               CLOSE DECEASED-FILE
           END-IF
           IF DISPUTE-FILE-WAS-OPENED
               CLOSE DISPUTE-FILE
           END-IF
           IF SUBLEDGER-WAS-OPENED
               CLOSE SUBLEDGER-FILE
           END-IF
           IF RISK-FILE-WAS-OPENED
               CLOSE RISK-GRADE-FILE
           END-IF
           CLOSE EXCEPTION-FILE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Customer Snapshot Summary:'
           DISPLAY 'Company: ' WS-COMPANY-ID
           DISPLAY 'Source File: ' WS-CUSTOMER-FILE-NAME
           DISPLAY 'Rows Written: ' WS-SNP-COUNT
           DISPLAY 'Balance Total: ' WS-SNP-BALANCE
           DISPLAY 'Valid Records: ' WS-EDITED-COUNT
               '  Control Total: ' WS-CTL-RECORD-COUNT
           DISPLAY 'Inactive: ' WS-EDITED-INACTIVE
               '  Control Total: ' WS-CTL-INACTIVE-COUNT
           DISPLAY 'Active Holds Joined: ' WS-HOLDS-JOINED
           DISPLAY 'Deceased Cases Joined: ' WS-DECEASED-JOINED
           DISPLAY 'Open Disputes Joined: ' WS-DISPUTES-JOINED
           DISPLAY 'Sub-Ledger Rows Joined: ' WS-SUBLEDGER-JOINED
           DISPLAY 'Risk Grades Joined: ' WS-GRADES-JOINED
           IF SNAPSHOT-PROVEN AND SNAPSHOT-VERIFIED
               DISPLAY 'Snapshot: PROVEN'
           ELSE
               DISPLAY 'Snapshot: *** NOT PROVEN - READERS WILL '
                   'REFUSE IT ***'
           END-IF.

       4999-EXIT.
           IF SNAPSHOT-PROVEN AND SNAPSHOT-VERIFIED
                   AND NOT ERROR-OCCURRED
               MOVE 0 TO LS-CSN-RETURN-CODE
               MOVE 'CUSTOMER SNAPSHOT CUT AND PROVEN'
                   TO LS-CSN-MESSAGE
           ELSE
               MOVE 8 TO LS-CSN-RETURN-CODE
               MOVE 'CUSTOMER SNAPSHOT NOT PROVEN - READERS WILL REFUSE'
                   TO LS-CSN-MESSAGE
           END-IF
           EXIT SECTION.

       8000-COMMON-ROUTINES SECTION.
       8100-LOG-EXCEPTION.
      * Common exception logger - caller sets WS-EXC-PARAGRAPH,
      * WS-EXC-DESCRIPTION, and WS-EXC-CUST-ID first, exactly as
      * SAMPLE-PROGRAM's callers do
           ACCEPT EXC-DATE FROM DATE YYYYMMDD
           ACCEPT EXC-TIME FROM TIME
           MOVE WS-EXC-PARAGRAPH TO EXC-PARAGRAPH
           MOVE WS-EXC-CUST-ID TO EXC-CUST-ID
           MOVE WS-EXC-DESCRIPTION TO EXC-DESCRIPTION
           WRITE EXCEPTION-RECORD.
