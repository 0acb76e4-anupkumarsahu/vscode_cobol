       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SNAPCHK.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Customer snapshot proof, CALLed by every job that reads the
      * night's customer snapshot (CUSTSNAP) in place of CUSTDATA,
      * before it opens the snapshot for its own pass - and by
      * SAMPLE-PROGRAM-CUSTSNAP itself to prove the file it just
      * cut. The whole snapshot is re-read and the trailer proven
      * against what is actually on disk, the way the backup proves
      * its trailer: the row count, the CUST-ID hash and the balance
      * total must all agree. The trailer must also say the
      * snapshot was proven against the main pass's control total,
      * must name the customer file the caller would otherwise have
      * scanned, and must have been cut within the age limit - so a
      * job never runs on a short, stale, unproven or foreign copy.
      *   Return code 0 - snapshot proven, safe to read
      *   Return code 8 - snapshot refused; the message says why
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's flattened customer snapshot - detail rows then
      * one control trailer
           SELECT CUSTOMER-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SNAPSHOT-FILE.
           COPY CUSTOMER-SNAPSHOT-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-SNP-FILE-STATUS      PIC XX.
           88  SNP-FILE-OK         VALUE '00'.
           88  SNP-FILE-AT-END     VALUE '10'.
           88  SNP-FILE-MISSING    VALUE '35'.

       01  WS-FLAGS.
           05  WS-SCAN-DONE-FLAG   PIC X VALUE 'N'.
               88  SCAN-DONE       VALUE 'Y'.
           05  WS-TRAILER-SEEN-FLAG PIC X VALUE 'N'.
               88  TRAILER-WAS-READ VALUE 'Y'.
           05  WS-PAST-TRAILER-FLAG PIC X VALUE 'N'.
               88  ROWS-PAST-TRAILER VALUE 'Y'.

      * Recomputed off the detail rows, and the trailer as read
       01  WS-PROOF-TOTALS.
           05  WS-RRD-COUNT        PIC 9(8) VALUE ZERO.
           05  WS-RRD-ID-HASH      PIC 9(12) VALUE ZERO.
           05  WS-RRD-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TRL-COUNT        PIC 9(8) VALUE ZERO.
           05  WS-TRL-ID-HASH      PIC 9(12) VALUE ZERO.
           05  WS-TRL-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TRL-DATE         PIC 9(8) VALUE ZERO.
           05  WS-TRL-TIME         PIC 9(6) VALUE ZERO.
           05  WS-TRL-TIME-PARTS REDEFINES WS-TRL-TIME.
               10  WS-TRL-HOUR     PIC 99.
               10  WS-TRL-MINUTE   PIC 99.
               10  WS-TRL-SECOND   PIC 99.
           05  WS-TRL-SOURCE-FILE-NAME PIC X(40) VALUE SPACES.
           05  WS-TRL-PROOF-STATUS PIC X VALUE SPACE.
               88  TRL-PROVEN      VALUE 'P'.

      * Age of the snapshot against the caller's limit
       01  WS-AGE-FIELDS.
           05  WS-TODAY-DATE-NUM   PIC 9(8) VALUE ZERO.
           05  WS-AGE-MINUTES      PIC S9(9) COMP VALUE ZERO.
           05  WS-AGE-LIMIT-MINUTES PIC S9(9) COMP VALUE ZERO.
           05  WS-MAX-AGE-HOURS    PIC 9(3) VALUE 12.

      * The customer record re-interpreted from the snapshot image
           COPY CUSTOMER-RECORD.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'SNAPCHK'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-SNAPCHK-PARM-AREA.
           05  LS-SCK-RETURN-CODE  PIC S9(4) COMP.
           05  LS-SCK-MESSAGE      PIC X(50).
      * The customer file the caller would otherwise have scanned
           05  LS-SCK-SOURCE-FILE-NAME PIC X(40).
      * Oldest snapshot the caller will take, in hours - zero means
      * the parameter master's MAX-AGE-HOURS, or the house default
      * of twelve, comfortably one night's window
           05  LS-SCK-MAX-AGE-HOURS PIC 9(3).
      * Returned from the trailer for the caller's banner
           05  LS-SCK-SNAPSHOT-DATE PIC 9(8).
           05  LS-SCK-SNAPSHOT-TIME PIC 9(6).
           05  LS-SCK-RECORD-COUNT PIC 9(8).

       PROCEDURE DIVISION USING LS-SNAPCHK-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point - re-read the snapshot, then judge it
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-SNAPSHOT
               UNTIL SCAN-DONE
           CLOSE CUSTOMER-SNAPSHOT-FILE
           PERFORM 3000-JUDGE-SNAPSHOT
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-SNAPSHOT.
           MOVE ZERO TO LS-SCK-SNAPSHOT-DATE
           MOVE ZERO TO LS-SCK-SNAPSHOT-TIME
           MOVE ZERO TO LS-SCK-RECORD-COUNT
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE 'N' TO WS-TRAILER-SEEN-FLAG
           MOVE 'N' TO WS-PAST-TRAILER-FLAG
           INITIALIZE WS-PROOF-TOTALS
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
      * The house default is put back on every call - a value left
      * from an earlier caller is not this caller's
           MOVE 12 TO WS-MAX-AGE-HOURS
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-SCK-MAX-AGE-HOURS > ZERO
               MOVE LS-SCK-MAX-AGE-HOURS TO WS-MAX-AGE-HOURS
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS

           OPEN INPUT CUSTOMER-SNAPSHOT-FILE
           EVALUATE TRUE
               WHEN SNP-FILE-OK
                   CONTINUE
               WHEN SNP-FILE-MISSING
                   MOVE 8 TO LS-SCK-RETURN-CODE
                   MOVE 'CUSTOMER SNAPSHOT NOT FOUND - NOT CUT TONIGHT'
                       TO LS-SCK-MESSAGE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                       WS-SNP-FILE-STATUS
                   MOVE 8 TO LS-SCK-RETURN-CODE
                   MOVE 'CUSTOMER SNAPSHOT UNREADABLE'
                       TO LS-SCK-MESSAGE
                   GOBACK
           END-EVALUATE.

       2000-READ-SNAPSHOT SECTION.
       2100-READ-SNAPSHOT-ROW.
           READ CUSTOMER-SNAPSHOT-FILE
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SNP-TRAILER
                           PERFORM 2200-CAPTURE-TRAILER
                       WHEN TRAILER-WAS-READ
                           SET ROWS-PAST-TRAILER TO TRUE
                       WHEN OTHER
                           PERFORM 2300-ROLL-DETAIL-ROW
                   END-EVALUATE
           END-READ

      * 2200/2300 already ran above via the explicit PERFORMs - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2200-CAPTURE-TRAILER.
      * A second trailer is as wrong as a detail row after the first
           IF TRAILER-WAS-READ
               SET ROWS-PAST-TRAILER TO TRUE
           END-IF
           SET TRAILER-WAS-READ TO TRUE
           MOVE SNT-RECORD-COUNT TO WS-TRL-COUNT
           MOVE SNT-ID-HASH-TOTAL TO WS-TRL-ID-HASH
           MOVE SNT-BALANCE-TOTAL TO WS-TRL-BALANCE
           MOVE SNT-SNAPSHOT-DATE TO WS-TRL-DATE
           MOVE SNT-SNAPSHOT-TIME TO WS-TRL-TIME
           MOVE SNT-SOURCE-FILE-NAME TO WS-TRL-SOURCE-FILE-NAME
           MOVE SNT-PROOF-STATUS TO WS-TRL-PROOF-STATUS.

       2300-ROLL-DETAIL-ROW.
      * Same wrap-around key hash the backup proves with
           MOVE SNP-CUSTOMER-IMAGE TO CUSTOMER-RECORD
           ADD 1 TO WS-RRD-COUNT
           ADD CUST-ID TO WS-RRD-ID-HASH
               ON SIZE ERROR
                   SUBTRACT 999999999999 FROM WS-RRD-ID-HASH
                   ADD CUST-ID TO WS-RRD-ID-HASH
           END-ADD
           ADD CUST-BALANCE TO WS-RRD-BALANCE.

       3000-JUDGE-SNAPSHOT SECTION.
       3100-COMPARE-CONTROLS.
           MOVE 8 TO LS-SCK-RETURN-CODE
           IF TRAILER-WAS-READ
               MOVE WS-TRL-DATE TO LS-SCK-SNAPSHOT-DATE
               MOVE WS-TRL-TIME TO LS-SCK-SNAPSHOT-TIME
               MOVE WS-TRL-COUNT TO LS-SCK-RECORD-COUNT
               PERFORM 3200-COMPUTE-AGE
           END-IF
           EVALUATE TRUE
               WHEN NOT TRAILER-WAS-READ
                   MOVE 'SNAPSHOT HAS NO TRAILER - SHORT OR UNFINISHED'
                       TO LS-SCK-MESSAGE
               WHEN ROWS-PAST-TRAILER
                   MOVE 'SNAPSHOT HAS ROWS PAST ITS TRAILER'
                       TO LS-SCK-MESSAGE
               WHEN WS-RRD-COUNT NOT = WS-TRL-COUNT
                   MOVE 'SNAPSHOT RECORD COUNT DOES NOT PROVE'
                       TO LS-SCK-MESSAGE
               WHEN WS-RRD-ID-HASH NOT = WS-TRL-ID-HASH
                   MOVE 'SNAPSHOT CUST-ID HASH DOES NOT PROVE'
                       TO LS-SCK-MESSAGE
               WHEN WS-RRD-BALANCE NOT = WS-TRL-BALANCE
                   MOVE 'SNAPSHOT BALANCE TOTAL DOES NOT PROVE'
                       TO LS-SCK-MESSAGE
               WHEN NOT TRL-PROVEN
                   MOVE 'SNAPSHOT NOT PROVEN AGAINST THE CONTROL TOTAL'
                       TO LS-SCK-MESSAGE
               WHEN LS-SCK-SOURCE-FILE-NAME NOT = SPACES
                       AND LS-SCK-SOURCE-FILE-NAME NOT =
                           WS-TRL-SOURCE-FILE-NAME
                   MOVE 'SNAPSHOT CUT FROM A DIFFERENT CUSTOMER FILE'
                       TO LS-SCK-MESSAGE
               WHEN WS-AGE-MINUTES < ZERO
                       OR WS-AGE-MINUTES > WS-AGE-LIMIT-MINUTES
                   MOVE 'SNAPSHOT IS STALE - OLDER THAN THE AGE LIMIT'
                       TO LS-SCK-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-SCK-RETURN-CODE
                   MOVE 'CUSTOMER SNAPSHOT PROVEN' TO LS-SCK-MESSAGE
           END-EVALUATE

      * 3200 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       3200-COMPUTE-AGE.
      * Minutes from the cut to now - days apart from the calendar,
      * then the clock readings to the minute
           COMPUTE WS-AGE-LIMIT-MINUTES = WS-MAX-AGE-HOURS * 60
           IF WS-TRL-DATE NOT NUMERIC OR WS-TRL-DATE = ZERO
               COMPUTE WS-AGE-MINUTES = WS-AGE-LIMIT-MINUTES + 1
           ELSE
               COMPUTE WS-AGE-MINUTES =
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-TRL-DATE)) * 1440
                   + (STD-HOUR * 60) + STD-MINUTE
                   - (WS-TRL-HOUR * 60) - WS-TRL-MINUTE
           END-IF.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'MAX-AGE-HOURS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-MAX-AGE-HOURS
           END-IF.

       9150-GET-PARAMETER.
           CALL 'SAMPLE-PROGRAM-PARMGET' USING WS-PARMGET-PARM-AREA
           EVALUATE TRUE
               WHEN PARAMETER-IN-FORCE
                   DISPLAY 'PARAMETER ' WS-PMG-PARM-NAME
                       ' IN FORCE FROM ' WS-PMG-EFFECTIVE-DATE
               WHEN WS-PMG-RETURN-CODE = 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PARAMETER FILE UNREADABLE - HOUSE '
                       'DEFAULT STANDS FOR ' WS-PMG-PARM-NAME
           END-EVALUATE.

       9200-DISPLAY-RUN-PARAMETERS.
      * The values this run uses, whichever source they came from
           DISPLAY 'SNAPCHK RUN PARAMETERS:'
           DISPLAY '  MAX-AGE-HOURS: ' WS-MAX-AGE-HOURS.
