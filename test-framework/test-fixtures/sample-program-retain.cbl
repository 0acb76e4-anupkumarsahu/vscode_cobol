       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-RETAIN.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Retention tiering for the three append-only files that only
      * ever grow - the posting register (CUSTPREG), the update
      * journal (CUSTJRNL) and the correspondence log (CUSTCORR).
      * Every reader of them scans front to back, so each year of
      * history made every nightly pass slower. This run moves the
      * rows older than each file's keep age into a dated history
      * file and leaves the live file holding only the recent rows:
      *   - the cut is the leading run of rows dated before the
      *     cutoff (post date, journal date, sent date) and stops at
      *     the first row on or after it, so the order every reader
      *     depends on is kept across the two tiers and a late row
      *     never leaves an older one stranded behind it
      *   - the history file is named for the cut date (CUSTPREG.,
      *     CUSTJRNL., CUSTCORR. and the date, as the backup file
      *     is) in the live file's own layout and organization
      *   - it is re-read and proven - row count, CUST-ID hash and,
      *     for the register, the amount total - before anything is
      *     cut; a history file that does not prove leaves the live
      *     file whole
      *   - the proven figures go on the history control file
      *     (CUSTHCTL), one row per history file, and only then is
      *     the live file cut back, via a work copy, to the rows
      *     kept
      *   - for the journal the control row carries the chain hash
      *     the cut rows chain from and the hash of the last one
      *     cut, so SAMPLE-PROGRAM-JRNLVRFY proves each history file
      *     and the live journal end to end as one chain
      * Keep ages come from the parameter master under RETAIN
      * (PREG-KEEP-DAYS, JRNL-KEEP-DAYS, CORR-KEEP-DAYS), four
      * hundred days each by house default, and a non-zero age from
      * the caller overrides them for the run. No age is taken below
      * forty-five days, so the mailing confirmation look-back and
      * the backup roll-forward always find their rows live. A file
      * already cut today is left alone until tomorrow, since its
      * history file name is taken. It is meant to run once a
      * month - each run that cuts files one history file per file.
      * The live files are rewritten in place, so this step must
      * run while no job is appending to them.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The live files, cut back to the rows kept
           SELECT POSTING-REGISTER-FILE ASSIGN TO "CUSTPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO "CUSTCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

      * Dated history files, one cut at a time under the name built
      * for it
           SELECT REGISTER-HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT JOURNAL-HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT CORR-HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.

      * The rows kept, copied back over each live file
           SELECT REGISTER-WORK-FILE ASSIGN TO "CUSTPREGNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-FILE-STATUS.

           SELECT JOURNAL-WORK-FILE ASSIGN TO "CUSTJRNLNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-FILE-STATUS.

           SELECT CORR-WORK-FILE ASSIGN TO "CUSTCORRNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-FILE-STATUS.

      * One row per history file - appended, created on first use
           SELECT HISTORY-CONTROL-FILE ASSIGN TO "CUSTHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout the posting engine writes
       FD  POSTING-REGISTER-FILE.
       01  POSTING-REGISTER-RECORD.
           05  PREG-POST-DATE      PIC 9(8).
           05  PREG-POST-TIME      PIC 9(6).
           05  PREG-CUST-ID        PIC 9(9).
           05  PREG-TRANS-TYPE     PIC X.
           05  PREG-AMOUNT         PIC S9(7)V99.
           05  PREG-TRANS-DATE     PIC 9(8).
           05  PREG-SOURCE-CODE    PIC X(8).
           05  PREG-DISPOSITION    PIC X(8).
           05  PREG-REJECT-REASON  PIC X(40).
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

       FD  JOURNAL-FILE.
           COPY JOURNAL-RECORD.

       FD  CORRESPONDENCE-LOG-FILE.
           COPY CORRESPONDENCE-LOG-RECORD.

       FD  REGISTER-HISTORY-FILE.
       01  REGISTER-HISTORY-RECORD.
           05  RHS-POST-DATE       PIC 9(8).
           05  RHS-POST-TIME       PIC 9(6).
           05  RHS-CUST-ID         PIC 9(9).
           05  RHS-TRANS-TYPE      PIC X.
           05  RHS-AMOUNT          PIC S9(7)V99.
           05  RHS-TRANS-DATE      PIC 9(8).
           05  RHS-SOURCE-CODE     PIC X(8).
           05  RHS-DISPOSITION     PIC X(8).
           05  RHS-REJECT-REASON   PIC X(40).
           05  RHS-REMIT-PARENT-ID PIC 9(9).
           05  RHS-REMIT-TOTAL     PIC S9(7)V99.

       FD  JOURNAL-HISTORY-FILE.
           COPY JOURNAL-RECORD REPLACING
               ==JOURNAL-RECORD== BY ==JOURNAL-HISTORY-RECORD==
               LEADING ==JRNL-== BY ==JHS-==.

       FD  CORR-HISTORY-FILE.
           COPY CORRESPONDENCE-LOG-RECORD REPLACING
               ==CORRESPONDENCE-LOG-RECORD== BY ==CORR-HISTORY-RECORD==
               LEADING ==CORR-== BY ==CHS-==.

       FD  REGISTER-WORK-FILE.
       01  REGISTER-WORK-RECORD    PIC X(115).

       FD  JOURNAL-WORK-FILE.
       01  JOURNAL-WORK-RECORD     PIC X(575).

       FD  CORR-WORK-FILE.
       01  CORR-WORK-RECORD        PIC X(110).

       FD  HISTORY-CONTROL-FILE.
           COPY HISTORY-CONTROL-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-PREG-FILE-STATUS     PIC XX.
           88  PREG-FILE-OK        VALUE '00'.
           88  PREG-FILE-AT-END    VALUE '10'.
           88  PREG-FILE-MISSING   VALUE '35'.

       01  WS-JRNL-FILE-STATUS     PIC XX.
           88  JRNL-FILE-OK        VALUE '00'.
           88  JRNL-FILE-AT-END    VALUE '10'.
           88  JRNL-FILE-MISSING   VALUE '35'.

       01  WS-CORR-FILE-STATUS     PIC XX.
           88  CORR-FILE-OK        VALUE '00'.
           88  CORR-FILE-AT-END    VALUE '10'.
           88  CORR-FILE-MISSING   VALUE '35'.

       01  WS-HST-FILE-STATUS      PIC XX.
           88  HST-FILE-OK         VALUE '00'.
           88  HST-FILE-AT-END     VALUE '10'.

       01  WS-WRK-FILE-STATUS      PIC XX.
           88  WRK-FILE-OK         VALUE '00'.
           88  WRK-FILE-AT-END     VALUE '10'.

       01  WS-HCT-FILE-STATUS      PIC XX.
           88  HCT-FILE-OK         VALUE '00'.
           88  HCT-FILE-AT-END     VALUE '10'.
           88  HCT-FILE-MISSING    VALUE '35'.

      * The status a cut back failed on, whichever file it was
       01  WS-FAILED-STATUS        PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
      * A file whose history file name today is already on the
      * control file
           05  WS-PREG-CUT-TODAY-FLAG PIC X VALUE 'N'.
               88  PREG-CUT-TODAY  VALUE 'Y'.
           05  WS-JRNL-CUT-TODAY-FLAG PIC X VALUE 'N'.
               88  JRNL-CUT-TODAY  VALUE 'Y'.
           05  WS-CORR-CUT-TODAY-FLAG PIC X VALUE 'N'.
               88  CORR-CUT-TODAY  VALUE 'Y'.
      * Reset for each file as its cut begins
           05  WS-CUT-PASSED-FLAG  PIC X VALUE 'N'.
               88  CUT-POINT-PASSED VALUE 'Y'.
           05  WS-HST-OPENED-FLAG  PIC X VALUE 'N'.
               88  HISTORY-WAS-OPENED VALUE 'Y'.
           05  WS-CUT-FAILED-FLAG  PIC X VALUE 'N'.
               88  CUT-FAILED      VALUE 'Y'.
           05  WS-PROVEN-FLAG      PIC X VALUE 'N'.
               88  HISTORY-PROVEN  VALUE 'Y'.

      * Keep ages - house defaults, replaced by the parameter master
      * and then by the caller
       01  WS-PREG-KEEP-DAYS       PIC 9(4) VALUE 400.
       01  WS-JRNL-KEEP-DAYS       PIC 9(4) VALUE 400.
       01  WS-CORR-KEEP-DAYS       PIC 9(4) VALUE 400.
       01  WS-MIN-KEEP-DAYS        PIC 9(4) VALUE 45.

       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.

      * The file being cut - rows dated before the cutoff date go
      * to the history file named here
       01  WS-CUT-SOURCE-FILE      PIC X(8) VALUE SPACES.
       01  WS-KEEP-DAYS            PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF-DATE          PIC 9(8) VALUE ZERO.
       01  WS-HISTORY-FILE-NAME    PIC X(40) VALUE SPACES.

      * The journal's chain hash where the live file begins - the
      * last journal cut's anchor out, zero before the first cut
       01  WS-LAST-JRNL-ANCHOR     PIC 9(12) VALUE ZERO.

      * One row's contribution to the figures, whichever file it
      * came from
       01  WS-ROLL-ID              PIC 9(9) VALUE ZERO.
       01  WS-ROLL-DATE            PIC 9(8) VALUE ZERO.
       01  WS-ROLL-TIME            PIC 9(6) VALUE ZERO.
       01  WS-ROLL-AMOUNT          PIC S9(7)V99 VALUE ZERO.

      * What was written to the history file, and what it was
      * re-read to hold
       01  WS-CUT-TOTALS.
           05  WS-CUT-ROWS         PIC 9(8) VALUE ZERO.
           05  WS-CUT-ID-HASH      PIC 9(12) VALUE ZERO.
           05  WS-CUT-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-CUT-FIRST-DATE   PIC 9(8) VALUE ZERO.
           05  WS-CUT-LAST-DATE    PIC 9(8) VALUE ZERO.
           05  WS-CUT-LAST-TIME    PIC 9(6) VALUE ZERO.
           05  WS-CUT-ANCHOR-IN    PIC 9(12) VALUE ZERO.
           05  WS-CUT-ANCHOR-OUT   PIC 9(12) VALUE ZERO.
           05  WS-CUT-KEPT-ROWS    PIC 9(8) VALUE ZERO.
           05  WS-CUT-COPIED-BACK  PIC 9(8) VALUE ZERO.
       01  WS-VFY-TOTALS.
           05  WS-VFY-ROWS         PIC 9(8) VALUE ZERO.
           05  WS-VFY-ID-HASH      PIC 9(12) VALUE ZERO.
           05  WS-VFY-AMOUNT       PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CONTROL-ROWS-READ PIC 9(6) VALUE ZERO.
           05  WS-PREG-MOVED       PIC 9(8) VALUE ZERO.
           05  WS-PREG-KEPT        PIC 9(8) VALUE ZERO.
           05  WS-JRNL-MOVED       PIC 9(8) VALUE ZERO.
           05  WS-JRNL-KEPT        PIC 9(8) VALUE ZERO.
           05  WS-CORR-MOVED       PIC 9(8) VALUE ZERO.
           05  WS-CORR-KEPT        PIC 9(8) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's keep ages
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'RETAIN'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-RETAIN-PARM-AREA.
           05  LS-RTN-RETURN-CODE  PIC S9(4) COMP.
           05  LS-RTN-MESSAGE      PIC X(50).
      * Optional - zero takes the parameter master's keep age
           05  LS-RTN-PREG-KEEP-DAYS PIC 9(4).
           05  LS-RTN-JRNL-KEEP-DAYS PIC 9(4).
           05  LS-RTN-CORR-KEEP-DAYS PIC 9(4).

       PROCEDURE DIVISION USING LS-RETAIN-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CUT-REGISTER
           PERFORM 3000-CUT-JOURNAL
           PERFORM 4000-CUT-CORRESPONDENCE
           PERFORM 5000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-RTN-PREG-KEEP-DAYS NOT = ZERO
               MOVE LS-RTN-PREG-KEEP-DAYS TO WS-PREG-KEEP-DAYS
           END-IF
           IF LS-RTN-JRNL-KEEP-DAYS NOT = ZERO
               MOVE LS-RTN-JRNL-KEEP-DAYS TO WS-JRNL-KEEP-DAYS
           END-IF
           IF LS-RTN-CORR-KEEP-DAYS NOT = ZERO
               MOVE LS-RTN-CORR-KEEP-DAYS TO WS-CORR-KEEP-DAYS
           END-IF
      * Held to the floor whichever source the age came from
           IF WS-PREG-KEEP-DAYS < WS-MIN-KEEP-DAYS
               DISPLAY 'POSTING REGISTER KEEP AGE ' WS-PREG-KEEP-DAYS
                   ' RAISED TO THE FLOOR OF ' WS-MIN-KEEP-DAYS
               MOVE WS-MIN-KEEP-DAYS TO WS-PREG-KEEP-DAYS
           END-IF
           IF WS-JRNL-KEEP-DAYS < WS-MIN-KEEP-DAYS
               DISPLAY 'JOURNAL KEEP AGE ' WS-JRNL-KEEP-DAYS
                   ' RAISED TO THE FLOOR OF ' WS-MIN-KEEP-DAYS
               MOVE WS-MIN-KEEP-DAYS TO WS-JRNL-KEEP-DAYS
           END-IF
           IF WS-CORR-KEEP-DAYS < WS-MIN-KEEP-DAYS
               DISPLAY 'CORRESPONDENCE LOG KEEP AGE ' WS-CORR-KEEP-DAYS
                   ' RAISED TO THE FLOOR OF ' WS-MIN-KEEP-DAYS
               MOVE WS-MIN-KEEP-DAYS TO WS-CORR-KEEP-DAYS
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS.

       1200-LOAD-CONTROL.
      * Optional control file - missing means nothing has been cut
      * yet. It says where the live journal's chain begins and
      * which files already have today's history file.
           OPEN INPUT HISTORY-CONTROL-FILE
           IF HCT-FILE-OK
               PERFORM 1250-READ-CONTROL-ROW
                   UNTIL HCT-FILE-AT-END
               CLOSE HISTORY-CONTROL-FILE
           ELSE
               IF NOT HCT-FILE-MISSING
                   DISPLAY 'ERROR OPENING HISTORY CONTROL FILE: '
                       WS-HCT-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RTN-RETURN-CODE
                   MOVE 'HISTORY CONTROL FILE UNREADABLE - NOTHING CUT'
                       TO LS-RTN-MESSAGE
                   GOBACK
               END-IF
           END-IF

      * 1250 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       1250-READ-CONTROL-ROW.
           READ HISTORY-CONTROL-FILE
               AT END
                   SET HCT-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTROL-ROWS-READ
                   IF HCT-JOURNAL
                       MOVE HCT-ANCHOR-OUT-HASH TO WS-LAST-JRNL-ANCHOR
                   END-IF
                   IF HCT-CUT-DATE = WS-TODAY-DATE-NUM
                       EVALUATE TRUE
                           WHEN HCT-REGISTER
                               SET PREG-CUT-TODAY TO TRUE
                           WHEN HCT-JOURNAL
                               SET JRNL-CUT-TODAY TO TRUE
                           WHEN HCT-CORRESPONDENCE
                               SET CORR-CUT-TODAY TO TRUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2000-CUT-REGISTER SECTION.
       2010-REGISTER-CONTROL.
           MOVE 'CUSTPREG' TO WS-CUT-SOURCE-FILE
           MOVE WS-PREG-KEEP-DAYS TO WS-KEEP-DAYS
           PERFORM 8100-START-CUT
           IF PREG-CUT-TODAY
               DISPLAY 'POSTING REGISTER ALREADY CUT TODAY - LEFT '
                   'AS IT IS'
           ELSE
               OPEN INPUT POSTING-REGISTER-FILE
               IF NOT PREG-FILE-OK
                   IF PREG-FILE-MISSING
                       DISPLAY 'NO POSTING REGISTER - NOTHING TO CUT'
                   ELSE
                       DISPLAY 'ERROR OPENING POSTING REGISTER: '
                           WS-PREG-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
               ELSE
                   OPEN OUTPUT REGISTER-WORK-FILE
                   IF NOT WRK-FILE-OK
                       DISPLAY 'ERROR OPENING REGISTER WORK FILE: '
                           WS-WRK-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                       CLOSE POSTING-REGISTER-FILE
                   ELSE
                       PERFORM 2100-ROUTE-REGISTER-ROW
                           UNTIL PREG-FILE-AT-END
                       CLOSE POSTING-REGISTER-FILE
                       CLOSE REGISTER-WORK-FILE
                       PERFORM 2300-FINISH-REGISTER-CUT
                   END-IF
               END-IF
           END-IF
           MOVE WS-CUT-KEPT-ROWS TO WS-PREG-KEPT

      * 2100, 2300 and what they PERFORM already ran above via the
      * explicit PERFORM - exit the section here instead of falling
      * into them a second time
           EXIT SECTION.

       2100-ROUTE-REGISTER-ROW.
           READ POSTING-REGISTER-FILE
               AT END
                   SET PREG-FILE-AT-END TO TRUE
               NOT AT END
                   IF NOT CUT-POINT-PASSED
                           AND PREG-POST-DATE < WS-CUTOFF-DATE
                       PERFORM 2200-ARCHIVE-REGISTER-ROW
                   ELSE
                       SET CUT-POINT-PASSED TO TRUE
                       ADD 1 TO WS-CUT-KEPT-ROWS
                       MOVE POSTING-REGISTER-RECORD
                           TO REGISTER-WORK-RECORD
                       WRITE REGISTER-WORK-RECORD
                       IF NOT WRK-FILE-OK
                           DISPLAY 'REGISTER WORK WRITE FAILED: '
                               WS-WRK-FILE-STATUS
                           SET CUT-FAILED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2200-ARCHIVE-REGISTER-ROW.
           IF NOT HISTORY-WAS-OPENED AND NOT CUT-FAILED
               OPEN OUTPUT REGISTER-HISTORY-FILE
               IF HST-FILE-OK
                   SET HISTORY-WAS-OPENED TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING ' WS-HISTORY-FILE-NAME
                       ': ' WS-HST-FILE-STATUS
                   SET CUT-FAILED TO TRUE
               END-IF
           END-IF
           IF HISTORY-WAS-OPENED
               MOVE POSTING-REGISTER-RECORD TO REGISTER-HISTORY-RECORD
               WRITE REGISTER-HISTORY-RECORD
               IF NOT HST-FILE-OK
                   DISPLAY 'REGISTER HISTORY WRITE FAILED: '
                       WS-HST-FILE-STATUS
                   SET CUT-FAILED TO TRUE
               END-IF
               MOVE PREG-CUST-ID TO WS-ROLL-ID
               MOVE PREG-POST-DATE TO WS-ROLL-DATE
               MOVE PREG-POST-TIME TO WS-ROLL-TIME
               MOVE PREG-AMOUNT TO WS-ROLL-AMOUNT
               PERFORM 8200-TALLY-CUT-ROW
           END-IF.

       2300-FINISH-REGISTER-CUT.
           IF HISTORY-WAS-OPENED
               CLOSE REGISTER-HISTORY-FILE
           END-IF
           EVALUATE TRUE
               WHEN CUT-FAILED
                   PERFORM 8600-REPORT-CUT-FAILED
               WHEN NOT HISTORY-WAS-OPENED
                   DISPLAY 'NO POSTING REGISTER ROWS BEFORE '
                       WS-CUTOFF-DATE ' - NOTHING TO CUT'
               WHEN OTHER
                   PERFORM 2400-PROVE-REGISTER-HISTORY
                   PERFORM 8400-CHECK-PROOF
                   IF HISTORY-PROVEN
                       PERFORM 8500-WRITE-CONTROL-ROW
                   END-IF
                   IF HISTORY-PROVEN AND NOT CUT-FAILED
                       PERFORM 2500-CUT-BACK-REGISTER
                       MOVE WS-CUT-ROWS TO WS-PREG-MOVED
                   END-IF
           END-EVALUATE.

       2400-PROVE-REGISTER-HISTORY.
           OPEN INPUT REGISTER-HISTORY-FILE
           IF NOT HST-FILE-OK
               DISPLAY 'ERROR RE-OPENING ' WS-HISTORY-FILE-NAME
                   ': ' WS-HST-FILE-STATUS
           ELSE
               PERFORM 2410-VERIFY-REGISTER-ROW
                   UNTIL HST-FILE-AT-END
               CLOSE REGISTER-HISTORY-FILE
           END-IF.

       2410-VERIFY-REGISTER-ROW.
           READ REGISTER-HISTORY-FILE
               AT END
                   SET HST-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE RHS-CUST-ID TO WS-ROLL-ID
                   MOVE RHS-AMOUNT TO WS-ROLL-AMOUNT
                   PERFORM 8300-TALLY-VERIFY-ROW
           END-READ.

       2500-CUT-BACK-REGISTER.
      * The rows kept replace the live register row for row
           OPEN INPUT REGISTER-WORK-FILE
           IF NOT WRK-FILE-OK
               MOVE WS-WRK-FILE-STATUS TO WS-FAILED-STATUS
               PERFORM 8700-REPORT-NOT-CUT-BACK
           ELSE
               OPEN OUTPUT POSTING-REGISTER-FILE
               IF NOT PREG-FILE-OK
                   MOVE WS-PREG-FILE-STATUS TO WS-FAILED-STATUS
                   PERFORM 8700-REPORT-NOT-CUT-BACK
               ELSE
                   PERFORM 2510-COPY-BACK-REGISTER-ROW
                       UNTIL WRK-FILE-AT-END
                   CLOSE POSTING-REGISTER-FILE
               END-IF
               CLOSE REGISTER-WORK-FILE
           END-IF.

       2510-COPY-BACK-REGISTER-ROW.
           READ REGISTER-WORK-FILE
               AT END
                   SET WRK-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE REGISTER-WORK-RECORD TO POSTING-REGISTER-RECORD
                   WRITE POSTING-REGISTER-RECORD
                   ADD 1 TO WS-CUT-COPIED-BACK
           END-READ.

       3000-CUT-JOURNAL SECTION.
       3010-JOURNAL-CONTROL.
           MOVE 'CUSTJRNL' TO WS-CUT-SOURCE-FILE
           MOVE WS-JRNL-KEEP-DAYS TO WS-KEEP-DAYS
           PERFORM 8100-START-CUT
      * The cut rows chain from wherever the live journal begins
           MOVE WS-LAST-JRNL-ANCHOR TO WS-CUT-ANCHOR-IN
           MOVE WS-LAST-JRNL-ANCHOR TO WS-CUT-ANCHOR-OUT
           IF JRNL-CUT-TODAY
               DISPLAY 'JOURNAL ALREADY CUT TODAY - LEFT AS IT IS'
           ELSE
               OPEN INPUT JOURNAL-FILE
               IF NOT JRNL-FILE-OK
                   IF JRNL-FILE-MISSING
                       DISPLAY 'NO UPDATE JOURNAL - NOTHING TO CUT'
                   ELSE
                       DISPLAY 'ERROR OPENING UPDATE JOURNAL: '
                           WS-JRNL-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
               ELSE
                   OPEN OUTPUT JOURNAL-WORK-FILE
                   IF NOT WRK-FILE-OK
                       DISPLAY 'ERROR OPENING JOURNAL WORK FILE: '
                           WS-WRK-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                       CLOSE JOURNAL-FILE
                   ELSE
                       PERFORM 3100-ROUTE-JOURNAL-ROW
                           UNTIL JRNL-FILE-AT-END
                       CLOSE JOURNAL-FILE
                       CLOSE JOURNAL-WORK-FILE
                       PERFORM 3300-FINISH-JOURNAL-CUT
                   END-IF
               END-IF
           END-IF
           MOVE WS-CUT-KEPT-ROWS TO WS-JRNL-KEPT

      * 3100, 3300 and what they PERFORM already ran above via the
      * explicit PERFORM - exit the section here instead of falling
      * into them a second time
           EXIT SECTION.

       3100-ROUTE-JOURNAL-ROW.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-FILE-AT-END TO TRUE
               NOT AT END
                   IF NOT CUT-POINT-PASSED
                           AND JRNL-JOURNAL-DATE < WS-CUTOFF-DATE
                       PERFORM 3200-ARCHIVE-JOURNAL-ROW
                   ELSE
                       SET CUT-POINT-PASSED TO TRUE
                       ADD 1 TO WS-CUT-KEPT-ROWS
                       MOVE JOURNAL-RECORD TO JOURNAL-WORK-RECORD
                       WRITE JOURNAL-WORK-RECORD
                       IF NOT WRK-FILE-OK
                           DISPLAY 'JOURNAL WORK WRITE FAILED: '
                               WS-WRK-FILE-STATUS
                           SET CUT-FAILED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3200-ARCHIVE-JOURNAL-ROW.
           IF NOT HISTORY-WAS-OPENED AND NOT CUT-FAILED
               OPEN OUTPUT JOURNAL-HISTORY-FILE
               IF HST-FILE-OK
                   SET HISTORY-WAS-OPENED TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING ' WS-HISTORY-FILE-NAME
                       ': ' WS-HST-FILE-STATUS
                   SET CUT-FAILED TO TRUE
               END-IF
           END-IF
           IF HISTORY-WAS-OPENED
               MOVE JOURNAL-RECORD TO JOURNAL-HISTORY-RECORD
               WRITE JOURNAL-HISTORY-RECORD
               IF NOT HST-FILE-OK
                   DISPLAY 'JOURNAL HISTORY WRITE FAILED: '
                       WS-HST-FILE-STATUS
                   SET CUT-FAILED TO TRUE
               END-IF
      * A legacy row (hash zero) leaves the chain where it was
               IF JRNL-CHAIN-HASH NOT = ZERO
                   MOVE JRNL-CHAIN-HASH TO WS-CUT-ANCHOR-OUT
               END-IF
               MOVE JRNL-CUST-ID TO WS-ROLL-ID
               MOVE JRNL-JOURNAL-DATE TO WS-ROLL-DATE
               MOVE JRNL-JOURNAL-TIME TO WS-ROLL-TIME
               MOVE ZERO TO WS-ROLL-AMOUNT
               PERFORM 8200-TALLY-CUT-ROW
           END-IF.

       3300-FINISH-JOURNAL-CUT.
           IF HISTORY-WAS-OPENED
               CLOSE JOURNAL-HISTORY-FILE
           END-IF
           EVALUATE TRUE
               WHEN CUT-FAILED
                   PERFORM 8600-REPORT-CUT-FAILED
               WHEN NOT HISTORY-WAS-OPENED
                   DISPLAY 'NO JOURNAL ROWS BEFORE '
                       WS-CUTOFF-DATE ' - NOTHING TO CUT'
               WHEN OTHER
                   PERFORM 3400-PROVE-JOURNAL-HISTORY
                   PERFORM 8400-CHECK-PROOF
                   IF HISTORY-PROVEN
                       PERFORM 8500-WRITE-CONTROL-ROW
                   END-IF
                   IF HISTORY-PROVEN AND NOT CUT-FAILED
                       PERFORM 3500-CUT-BACK-JOURNAL
                       MOVE WS-CUT-ROWS TO WS-JRNL-MOVED
                       MOVE WS-CUT-ANCHOR-OUT TO WS-LAST-JRNL-ANCHOR
                   END-IF
           END-EVALUATE.

       3400-PROVE-JOURNAL-HISTORY.
           OPEN INPUT JOURNAL-HISTORY-FILE
           IF NOT HST-FILE-OK
               DISPLAY 'ERROR RE-OPENING ' WS-HISTORY-FILE-NAME
                   ': ' WS-HST-FILE-STATUS
           ELSE
               PERFORM 3410-VERIFY-JOURNAL-ROW
                   UNTIL HST-FILE-AT-END
               CLOSE JOURNAL-HISTORY-FILE
           END-IF.

       3410-VERIFY-JOURNAL-ROW.
           READ JOURNAL-HISTORY-FILE
               AT END
                   SET HST-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE JHS-CUST-ID TO WS-ROLL-ID
                   MOVE ZERO TO WS-ROLL-AMOUNT
                   PERFORM 8300-TALLY-VERIFY-ROW
           END-READ.

       3500-CUT-BACK-JOURNAL.
      * The rows kept replace the live journal row for row; the
      * first of them still chains from the anchor out just filed
           OPEN INPUT JOURNAL-WORK-FILE
           IF NOT WRK-FILE-OK
               MOVE WS-WRK-FILE-STATUS TO WS-FAILED-STATUS
               PERFORM 8700-REPORT-NOT-CUT-BACK
           ELSE
               OPEN OUTPUT JOURNAL-FILE
               IF NOT JRNL-FILE-OK
                   MOVE WS-JRNL-FILE-STATUS TO WS-FAILED-STATUS
                   PERFORM 8700-REPORT-NOT-CUT-BACK
               ELSE
                   PERFORM 3510-COPY-BACK-JOURNAL-ROW
                       UNTIL WRK-FILE-AT-END
                   CLOSE JOURNAL-FILE
               END-IF
               CLOSE JOURNAL-WORK-FILE
           END-IF.

       3510-COPY-BACK-JOURNAL-ROW.
           READ JOURNAL-WORK-FILE
               AT END
                   SET WRK-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE JOURNAL-WORK-RECORD TO JOURNAL-RECORD
                   WRITE JOURNAL-RECORD
                   ADD 1 TO WS-CUT-COPIED-BACK
           END-READ.

       4000-CUT-CORRESPONDENCE SECTION.
       4010-CORRESPONDENCE-CONTROL.
           MOVE 'CUSTCORR' TO WS-CUT-SOURCE-FILE
           MOVE WS-CORR-KEEP-DAYS TO WS-KEEP-DAYS
           PERFORM 8100-START-CUT
           IF CORR-CUT-TODAY
               DISPLAY 'CORRESPONDENCE LOG ALREADY CUT TODAY - LEFT '
                   'AS IT IS'
           ELSE
               OPEN INPUT CORRESPONDENCE-LOG-FILE
               IF NOT CORR-FILE-OK
                   IF CORR-FILE-MISSING
                       DISPLAY 'NO CORRESPONDENCE LOG - NOTHING TO CUT'
                   ELSE
                       DISPLAY 'ERROR OPENING CORRESPONDENCE LOG: '
                           WS-CORR-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
               ELSE
                   OPEN OUTPUT CORR-WORK-FILE
                   IF NOT WRK-FILE-OK
                       DISPLAY 'ERROR OPENING CORRESPONDENCE WORK '
                           'FILE: ' WS-WRK-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                       CLOSE CORRESPONDENCE-LOG-FILE
                   ELSE
                       PERFORM 4100-ROUTE-CORRESPONDENCE-ROW
                           UNTIL CORR-FILE-AT-END
                       CLOSE CORRESPONDENCE-LOG-FILE
                       CLOSE CORR-WORK-FILE
                       PERFORM 4300-FINISH-CORRESPONDENCE-CUT
                   END-IF
               END-IF
           END-IF
           MOVE WS-CUT-KEPT-ROWS TO WS-CORR-KEPT

      * 4100, 4300 and what they PERFORM already ran above via the
      * explicit PERFORM - exit the section here instead of falling
      * into them a second time
           EXIT SECTION.

       4100-ROUTE-CORRESPONDENCE-ROW.
           READ CORRESPONDENCE-LOG-FILE
               AT END
                   SET CORR-FILE-AT-END TO TRUE
               NOT AT END
                   IF NOT CUT-POINT-PASSED
                           AND CORR-SENT-DATE < WS-CUTOFF-DATE
                       PERFORM 4200-ARCHIVE-CORRESPONDENCE-ROW
                   ELSE
                       SET CUT-POINT-PASSED TO TRUE
                       ADD 1 TO WS-CUT-KEPT-ROWS
                       MOVE CORRESPONDENCE-LOG-RECORD
                           TO CORR-WORK-RECORD
                       WRITE CORR-WORK-RECORD
                       IF NOT WRK-FILE-OK
                           DISPLAY 'CORRESPONDENCE WORK WRITE FAILED: '
                               WS-WRK-FILE-STATUS
                           SET CUT-FAILED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       4200-ARCHIVE-CORRESPONDENCE-ROW.
           IF NOT HISTORY-WAS-OPENED AND NOT CUT-FAILED
               OPEN OUTPUT CORR-HISTORY-FILE
               IF HST-FILE-OK
                   SET HISTORY-WAS-OPENED TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING ' WS-HISTORY-FILE-NAME
                       ': ' WS-HST-FILE-STATUS
                   SET CUT-FAILED TO TRUE
               END-IF
           END-IF
           IF HISTORY-WAS-OPENED
               MOVE CORRESPONDENCE-LOG-RECORD TO CORR-HISTORY-RECORD
               WRITE CORR-HISTORY-RECORD
               IF NOT HST-FILE-OK
                   DISPLAY 'CORRESPONDENCE HISTORY WRITE FAILED: '
                       WS-HST-FILE-STATUS
                   SET CUT-FAILED TO TRUE
               END-IF
               MOVE CORR-CUST-ID TO WS-ROLL-ID
               MOVE CORR-SENT-DATE TO WS-ROLL-DATE
               MOVE CORR-SENT-TIME TO WS-ROLL-TIME
               MOVE ZERO TO WS-ROLL-AMOUNT
               PERFORM 8200-TALLY-CUT-ROW
           END-IF.

       4300-FINISH-CORRESPONDENCE-CUT.
           IF HISTORY-WAS-OPENED
               CLOSE CORR-HISTORY-FILE
           END-IF
           EVALUATE TRUE
               WHEN CUT-FAILED
                   PERFORM 8600-REPORT-CUT-FAILED
               WHEN NOT HISTORY-WAS-OPENED
                   DISPLAY 'NO CORRESPONDENCE LOG ROWS BEFORE '
                       WS-CUTOFF-DATE ' - NOTHING TO CUT'
               WHEN OTHER
                   PERFORM 4400-PROVE-CORR-HISTORY
                   PERFORM 8400-CHECK-PROOF
                   IF HISTORY-PROVEN
                       PERFORM 8500-WRITE-CONTROL-ROW
                   END-IF
                   IF HISTORY-PROVEN AND NOT CUT-FAILED
                       PERFORM 4500-CUT-BACK-CORRESPONDENCE
                       MOVE WS-CUT-ROWS TO WS-CORR-MOVED
                   END-IF
           END-EVALUATE.

       4400-PROVE-CORR-HISTORY.
           OPEN INPUT CORR-HISTORY-FILE
           IF NOT HST-FILE-OK
               DISPLAY 'ERROR RE-OPENING ' WS-HISTORY-FILE-NAME
                   ': ' WS-HST-FILE-STATUS
           ELSE
               PERFORM 4410-VERIFY-CORR-ROW
                   UNTIL HST-FILE-AT-END
               CLOSE CORR-HISTORY-FILE
           END-IF.

       4410-VERIFY-CORR-ROW.
           READ CORR-HISTORY-FILE
               AT END
                   SET HST-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE CHS-CUST-ID TO WS-ROLL-ID
                   MOVE ZERO TO WS-ROLL-AMOUNT
                   PERFORM 8300-TALLY-VERIFY-ROW
           END-READ.

       4500-CUT-BACK-CORRESPONDENCE.
      * The rows kept replace the live log row for row
           OPEN INPUT CORR-WORK-FILE
           IF NOT WRK-FILE-OK
               MOVE WS-WRK-FILE-STATUS TO WS-FAILED-STATUS
               PERFORM 8700-REPORT-NOT-CUT-BACK
           ELSE
               OPEN OUTPUT CORRESPONDENCE-LOG-FILE
               IF NOT CORR-FILE-OK
                   MOVE WS-CORR-FILE-STATUS TO WS-FAILED-STATUS
                   PERFORM 8700-REPORT-NOT-CUT-BACK
               ELSE
                   PERFORM 4510-COPY-BACK-CORR-ROW
                       UNTIL WRK-FILE-AT-END
                   CLOSE CORRESPONDENCE-LOG-FILE
               END-IF
               CLOSE CORR-WORK-FILE
           END-IF.

       4510-COPY-BACK-CORR-ROW.
           READ CORR-WORK-FILE
               AT END
                   SET WRK-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE CORR-WORK-RECORD TO CORRESPONDENCE-LOG-RECORD
                   WRITE CORRESPONDENCE-LOG-RECORD
                   ADD 1 TO WS-CUT-COPIED-BACK
           END-READ.

       5000-FINALIZE SECTION.
       5100-DISPLAY-SUMMARY.
           DISPLAY 'Retention Tiering Summary:'
           DISPLAY 'Posting Register Rows Moved: ' WS-PREG-MOVED
           DISPLAY 'Posting Register Rows Kept: ' WS-PREG-KEPT
           DISPLAY 'Journal Rows Moved: ' WS-JRNL-MOVED
           DISPLAY 'Journal Rows Kept: ' WS-JRNL-KEPT
           DISPLAY 'Live Journal Chains From: ' WS-LAST-JRNL-ANCHOR
           DISPLAY 'Correspondence Rows Moved: ' WS-CORR-MOVED
           DISPLAY 'Correspondence Rows Kept: ' WS-CORR-KEPT.

       5999-EXIT.
           IF ERROR-OCCURRED
               MOVE 8 TO LS-RTN-RETURN-CODE
               MOVE 'RETENTION COMPLETED WITH ERRORS'
                   TO LS-RTN-MESSAGE
           ELSE
               MOVE 0 TO LS-RTN-RETURN-CODE
               MOVE 'RETENTION COMPLETE' TO LS-RTN-MESSAGE
           END-IF
           EXIT SECTION.

       8000-CUT-COMMON SECTION.
       8100-START-CUT.
      * Fresh figures and flags for the file about to be cut, its
      * cutoff date and its history file name for today
           MOVE 'N' TO WS-CUT-PASSED-FLAG
           MOVE 'N' TO WS-HST-OPENED-FLAG
           MOVE 'N' TO WS-CUT-FAILED-FLAG
           MOVE 'N' TO WS-PROVEN-FLAG
           INITIALIZE WS-CUT-TOTALS
           INITIALIZE WS-VFY-TOTALS
           MOVE SPACES TO WS-FAILED-STATUS
           MOVE SPACES TO WS-WRK-FILE-STATUS
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
                   - WS-KEEP-DAYS)
           MOVE SPACES TO WS-HISTORY-FILE-NAME
           STRING WS-CUT-SOURCE-FILE DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO WS-HISTORY-FILE-NAME.

       8200-TALLY-CUT-ROW.
           ADD 1 TO WS-CUT-ROWS
           IF WS-CUT-ROWS = 1
               MOVE WS-ROLL-DATE TO WS-CUT-FIRST-DATE
           END-IF
           MOVE WS-ROLL-DATE TO WS-CUT-LAST-DATE
           MOVE WS-ROLL-TIME TO WS-CUT-LAST-TIME
      * The same wrap-around key sum the backup proves with
           ADD WS-ROLL-ID TO WS-CUT-ID-HASH
               ON SIZE ERROR
                   SUBTRACT 999999999999 FROM WS-CUT-ID-HASH
                   ADD WS-ROLL-ID TO WS-CUT-ID-HASH
           END-ADD
           ADD WS-ROLL-AMOUNT TO WS-CUT-AMOUNT.

       8300-TALLY-VERIFY-ROW.
           ADD 1 TO WS-VFY-ROWS
           ADD WS-ROLL-ID TO WS-VFY-ID-HASH
               ON SIZE ERROR
                   SUBTRACT 999999999999 FROM WS-VFY-ID-HASH
                   ADD WS-ROLL-ID TO WS-VFY-ID-HASH
           END-ADD
           ADD WS-ROLL-AMOUNT TO WS-VFY-AMOUNT.

       8400-CHECK-PROOF.
           EVALUATE TRUE
               WHEN WS-VFY-ROWS NOT = WS-CUT-ROWS
                   DISPLAY '*** ' WS-HISTORY-FILE-NAME
                       ' ROW COUNT DOES NOT PROVE: WROTE ' WS-CUT-ROWS
                       ' READ BACK ' WS-VFY-ROWS
                   SET CUT-FAILED TO TRUE
               WHEN WS-VFY-ID-HASH NOT = WS-CUT-ID-HASH
                   DISPLAY '*** ' WS-HISTORY-FILE-NAME
                       ' CUST-ID HASH DOES NOT PROVE'
                   SET CUT-FAILED TO TRUE
               WHEN WS-VFY-AMOUNT NOT = WS-CUT-AMOUNT
                   DISPLAY '*** ' WS-HISTORY-FILE-NAME
                       ' AMOUNT TOTAL DOES NOT PROVE'
                   SET CUT-FAILED TO TRUE
               WHEN OTHER
                   SET HISTORY-PROVEN TO TRUE
                   DISPLAY WS-HISTORY-FILE-NAME ' PROVED - '
                       WS-CUT-ROWS ' ROWS DATED ' WS-CUT-FIRST-DATE
                       ' THRU ' WS-CUT-LAST-DATE
           END-EVALUATE
           IF CUT-FAILED
               PERFORM 8600-REPORT-CUT-FAILED
           END-IF.

       8500-WRITE-CONTROL-ROW.
      * Filed before the live file is cut back, so no row leaves it
      * without a control row saying where it went
           OPEN EXTEND HISTORY-CONTROL-FILE
           IF HCT-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT HISTORY-CONTROL-FILE
           END-IF
           IF NOT HCT-FILE-OK
               DISPLAY 'ERROR OPENING HISTORY CONTROL FILE: '
                   WS-HCT-FILE-STATUS
               SET CUT-FAILED TO TRUE
               PERFORM 8600-REPORT-CUT-FAILED
           ELSE
               MOVE SPACES TO HISTORY-CONTROL-RECORD
               INITIALIZE HISTORY-CONTROL-RECORD
               MOVE WS-CUT-SOURCE-FILE TO HCT-SOURCE-FILE
               MOVE WS-HISTORY-FILE-NAME TO HCT-HISTORY-FILE-NAME
               MOVE STD-CURRENT-DATE TO HCT-CUT-DATE
               MOVE STD-CURRENT-TIME TO HCT-CUT-TIME
               MOVE WS-KEEP-DAYS TO HCT-KEEP-DAYS
               MOVE WS-CUTOFF-DATE TO HCT-CUTOFF-DATE
               MOVE WS-CUT-FIRST-DATE TO HCT-FIRST-ROW-DATE
               MOVE WS-CUT-LAST-DATE TO HCT-LAST-ROW-DATE
               MOVE WS-CUT-LAST-TIME TO HCT-LAST-ROW-TIME
               MOVE WS-CUT-ROWS TO HCT-ROW-COUNT
               MOVE WS-CUT-ID-HASH TO HCT-ID-HASH-TOTAL
               MOVE WS-CUT-AMOUNT TO HCT-AMOUNT-TOTAL
               IF HCT-JOURNAL
                   MOVE WS-CUT-ANCHOR-IN TO HCT-ANCHOR-IN-HASH
                   MOVE WS-CUT-ANCHOR-OUT TO HCT-ANCHOR-OUT-HASH
               END-IF
               WRITE HISTORY-CONTROL-RECORD
               IF NOT HCT-FILE-OK
                   DISPLAY 'HISTORY CONTROL WRITE FAILED: '
                       WS-HCT-FILE-STATUS
                   SET CUT-FAILED TO TRUE
                   PERFORM 8600-REPORT-CUT-FAILED
               END-IF
               CLOSE HISTORY-CONTROL-FILE
           END-IF.

       8600-REPORT-CUT-FAILED.
      * The live file has not been touched - every row is still in
      * it, and the history file left behind is not on the control
      * file, so no reader will look at it
           DISPLAY '*** ' WS-CUT-SOURCE-FILE ' NOT CUT - LIVE FILE '
               'LEFT WHOLE, ' WS-HISTORY-FILE-NAME ' NOT FILED'
           SET ERROR-OCCURRED TO TRUE.

       8700-REPORT-NOT-CUT-BACK.
      * The control row is already filed, so the rows it names are
      * now in both tiers until the live file is cut back by hand
      * from the work copy
           DISPLAY '*** ' WS-CUT-SOURCE-FILE ' NOT CUT BACK - STATUS '
               WS-FAILED-STATUS ' - ' WS-CUT-ROWS ' ROWS FILED TO '
               WS-HISTORY-FILE-NAME ' ARE STILL LIVE; REPLACE IT FROM '
               'ITS WORK COPY BEFORE THE NEXT READER RUNS'
           SET ERROR-OCCURRED TO TRUE.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'PREG-KEEP-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-PREG-KEEP-DAYS
           END-IF
           MOVE 'JRNL-KEEP-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-JRNL-KEEP-DAYS
           END-IF
           MOVE 'CORR-KEEP-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-CORR-KEEP-DAYS
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
           DISPLAY 'RETAIN RUN PARAMETERS:'
           DISPLAY '  PREG-KEEP-DAYS: ' WS-PREG-KEEP-DAYS
           DISPLAY '  JRNL-KEEP-DAYS: ' WS-JRNL-KEEP-DAYS
           DISPLAY '  CORR-KEEP-DAYS: ' WS-CORR-KEEP-DAYS.
