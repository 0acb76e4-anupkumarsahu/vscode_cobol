       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-MAILCONF.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Print-vendor mailing confirmation reconciliation. The
      * correspondence log records a letter as sent when our job
      * wrote it, not when it went into the mail - so when a
      * customer says the final demand never came, we could not
      * prove it did, and a file the vendor dropped part of went
      * unnoticed. The vendor now returns a mailed-piece
      * confirmation file each day, one row per piece mailed,
      * echoing the log row's own stamp from the presort print
      * order: customer, document type, sent date and time. This
      * run takes it in:
      *   - each confirmation is matched to its correspondence-log
      *     row and the row is stamped with the vendor's mail date
      *     (CORR-MAILED-DATE); the log is rewritten in place, via
      *     a work copy, only when something was stamped, so this
      *     step must run while no mailing job is appending to it
      *   - a confirmed DUNNING-1/2/3 letter clears the pending
      *     mail status on the account's dunning level row, which
      *     is what lets the dunning run escalate past it
      *   - the exception report lists every paper document sent
      *     but never confirmed - sent at least the grace days ago
      *     (three unless the parameter master or the caller says)
      *     and not longer ago than the look-back days (thirty
      *     unless the parameter master or the caller says), so
      *     a dropped letter is listed day after day until it is
      *     resent or ages out of the window - and every
      *     confirmation that matched no row we sent
      * E-channel and nothing-printed rows (STMT-EMAIL, STMT-CONS,
      * and the -E / -S notices) are never expected back. A row
      * stamped on an earlier run keeps its first mail date when
      * the vendor confirms it again. A confirmation with no usable
      * mail date is listed and otherwise ignored.
      * No vendor file today means nothing confirmed: the
      * exception report still runs. Any exception listed ends the
      * run with return code 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The print vendor's mailed-piece confirmations; optional
           SELECT MAIL-CONFIRM-FILE ASSIGN TO "CUSTMLCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCF-FILE-STATUS.

      * The day's confirmations keyed by the log row they name,
      * rebuilt every run
           SELECT CONFIRM-WORK-FILE ASSIGN TO "CUSTMCWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCW-KEY
               FILE STATUS IS WS-MCW-FILE-STATUS.

      * Shared outbound-correspondence log
           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO "CUSTCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

      * The stamped copy of the log, copied back over it
           SELECT CORR-WORK-FILE ASSIGN TO "CUSTCORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRW-FILE-STATUS.

      * Highest dunning level each account has received; optional
           SELECT DUNNING-LEVEL-FILE ASSIGN TO "CUSTDUNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-CUST-ID
               FILE STATUS IS WS-DUN-FILE-STATUS.

      * Mailing exception report
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "CUSTMCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Vendor layout: the log row's stamp as it was on the print
      * order, then where and when the piece was mailed
       FD  MAIL-CONFIRM-FILE.
       01  MAIL-CONFIRM-RECORD.
           05  MCF-CUST-ID         PIC 9(9).
           05  MCF-DOC-TYPE        PIC X(10).
           05  MCF-SENT-DATE       PIC 9(8).
           05  MCF-SENT-TIME       PIC 9(6).
           05  MCF-MAILED-DATE     PIC 9(8).
           05  MCF-TRAY-NO         PIC 9(4).
           05  MCF-PIECE-SEQ       PIC 9(7).

       FD  CONFIRM-WORK-FILE.
       01  CONFIRM-WORK-RECORD.
           05  MCW-KEY.
               10  MCW-CUST-ID     PIC 9(9).
               10  MCW-DOC-TYPE    PIC X(10).
               10  MCW-SENT-DATE   PIC 9(8).
               10  MCW-SENT-TIME   PIC 9(6).
           05  MCW-MAILED-DATE     PIC 9(8).
      * Pieces the vendor confirmed under this stamp, and how many
      * of them found a log row
           05  MCW-CONFIRMED-COUNT PIC 9(3).
           05  MCW-MATCHED-COUNT   PIC 9(3).

       FD  CORRESPONDENCE-LOG-FILE.
           COPY CORRESPONDENCE-LOG-RECORD.

       FD  CORR-WORK-FILE.
           COPY CORRESPONDENCE-LOG-RECORD REPLACING
               ==CORRESPONDENCE-LOG-RECORD== BY ==CORR-WORK-RECORD==
               LEADING ==CORR-== BY ==CRW-==.

       FD  DUNNING-LEVEL-FILE.
           COPY DUNNING-LEVEL-RECORD.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-MCF-FILE-STATUS      PIC XX.
           88  MCF-FILE-OK         VALUE '00'.
           88  MCF-FILE-AT-END     VALUE '10'.
           88  MCF-FILE-MISSING    VALUE '35'.

       01  WS-MCW-FILE-STATUS      PIC XX.
           88  MCW-FILE-OK         VALUE '00'.
           88  MCW-FILE-AT-END     VALUE '10'.

       01  WS-CORR-FILE-STATUS     PIC XX.
           88  CORR-FILE-OK        VALUE '00'.
           88  CORR-FILE-AT-END    VALUE '10'.

       01  WS-CRW-FILE-STATUS      PIC XX.
           88  CRW-FILE-OK         VALUE '00'.
           88  CRW-FILE-AT-END     VALUE '10'.

       01  WS-DUN-FILE-STATUS      PIC XX.
           88  DUN-FILE-OK         VALUE '00'.
           88  DUN-FILE-MISSING    VALUE '35'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-MCF-OPENED-FLAG  PIC X VALUE 'N'.
               88  CONFIRM-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-DUN-OPENED-FLAG  PIC X VALUE 'N'.
               88  DUN-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-MCW-WALK-FLAG    PIC X VALUE 'N'.
               88  CONFIRM-WALK-DONE VALUE 'Y'.

      * Document types logged without anything being printed
       01  WS-DOC-TYPE-CHECK.
           05  WS-DOC-TYPE-STEM    PIC X(7).
           05  WS-DOC-TYPE-SUFFIX  PIC X(3).
               88  ELECTRONIC-NOTICE VALUES '-E ' '-S '.
      * The same document type seen as a dunning letter level
       01  WS-DUN-DOC-CHECK REDEFINES WS-DOC-TYPE-CHECK.
           05  WS-DUN-DOC-STEM     PIC X(8).
           05  WS-DUN-DOC-LEVEL    PIC X.
               88  DUN-DOC-LEVEL-VALID VALUES '1' '2' '3'.
           05  WS-DUN-DOC-TAIL     PIC X.
       01  WS-DUN-LEVEL-NUM        PIC 9 VALUE ZERO.

      * The window a paper document must be confirmed within -
      * house defaults, replaced by the parameter master
       01  WS-GRACE-DAYS           PIC 9(2) VALUE 3.
       01  WS-LOOKBACK-DAYS        PIC 9(3) VALUE 30.
       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-CONFIRM-BY-DATE      PIC 9(8) VALUE ZERO.
       01  WS-LOOKBACK-FROM-DATE   PIC 9(8) VALUE ZERO.

       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       01  WS-COUNTERS.
           05  WS-CONFIRMS-READ    PIC 9(7) VALUE ZERO.
           05  WS-CONFIRMS-REJECTED PIC 9(7) VALUE ZERO.
           05  WS-LOG-ROWS-READ    PIC 9(8) VALUE ZERO.
           05  WS-ROWS-STAMPED     PIC 9(7) VALUE ZERO.
           05  WS-ALREADY-STAMPED  PIC 9(7) VALUE ZERO.
           05  WS-ROWS-COPIED-BACK PIC 9(8) VALUE ZERO.
           05  WS-DUN-CONFIRMED    PIC 9(7) VALUE ZERO.
           05  WS-NOT-CONFIRMED    PIC 9(7) VALUE ZERO.
           05  WS-NEVER-SENT       PIC 9(7) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'MAILCONF'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-MAILCONF-PARM-AREA.
           05  LS-MCF-RETURN-CODE  PIC S9(4) COMP.
           05  LS-MCF-MESSAGE      PIC X(50).
      * Optional - zero takes the parameter master's values, or the
      * defaults of three and thirty days
           05  LS-MCF-GRACE-DAYS   PIC 9(2).
           05  LS-MCF-LOOKBACK-DAYS PIC 9(3).

       PROCEDURE DIVISION USING LS-MAILCONF-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CONFIRMATIONS
           PERFORM 3000-STAMP-LOG
           IF WS-ROWS-STAMPED > ZERO AND NOT ERROR-OCCURRED
               PERFORM 4000-REPLACE-LOG
           END-IF
           PERFORM 5000-LIST-NEVER-SENT
           PERFORM 6000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
      * Optional vendor file - missing means nothing confirmed today
           OPEN INPUT MAIL-CONFIRM-FILE
           IF MCF-FILE-OK
               SET CONFIRM-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT MCF-FILE-MISSING
                   DISPLAY 'ERROR OPENING MAIL CONFIRMATION FILE: '
                       WS-MCF-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-MCF-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * A fresh work file every run
           OPEN OUTPUT CONFIRM-WORK-FILE
           IF MCW-FILE-OK
               CLOSE CONFIRM-WORK-FILE
               OPEN I-O CONFIRM-WORK-FILE
           END-IF
           IF NOT MCW-FILE-OK
               DISPLAY 'ERROR OPENING CONFIRMATION WORK FILE: '
                   WS-MCW-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-MCF-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CORRESPONDENCE-LOG-FILE
           IF NOT CORR-FILE-OK
               DISPLAY 'ERROR OPENING CORRESPONDENCE LOG: '
                   WS-CORR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-MCF-RETURN-CODE
               MOVE 'NO CORRESPONDENCE LOG PRESENT' TO LS-MCF-MESSAGE
               GOBACK
           END-IF

           OPEN OUTPUT CORR-WORK-FILE
           IF NOT CRW-FILE-OK
               DISPLAY 'ERROR OPENING CORRESPONDENCE WORK FILE: '
                   WS-CRW-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-MCF-RETURN-CODE
               GOBACK
           END-IF

      * Optional dunning level file - missing means no letter is
      * waiting on its confirmation
           OPEN I-O DUNNING-LEVEL-FILE
           IF DUN-FILE-OK
               SET DUN-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DUN-FILE-MISSING
                   DISPLAY 'ERROR OPENING DUNNING LEVEL FILE: '
                       WS-DUN-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-MCF-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING MAILING EXCEPTION REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-MCF-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-MCF-GRACE-DAYS NOT = ZERO
               MOVE LS-MCF-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF
           IF LS-MCF-LOOKBACK-DAYS NOT = ZERO
               MOVE LS-MCF-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-CONFIRM-BY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
                   - WS-GRACE-DAYS)
           COMPUTE WS-LOOKBACK-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
                   - WS-LOOKBACK-DAYS)
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING 'PRINT VENDOR MAILING CONFIRMATION - RUN '
               DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING 'SENT BUT NOT CONFIRMED MAILED - SENT '
               DELIMITED BY SIZE
               WS-LOOKBACK-FROM-DATE DELIMITED BY SIZE
               ' THRU ' DELIMITED BY SIZE
               WS-CONFIRM-BY-DATE DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING '  CUST-ID   DOCUMENT   SENT ON  AT      SENT TO'
               DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE.

       2000-LOAD-CONFIRMATIONS SECTION.
       2010-LOAD-CONTROL.
           IF CONFIRM-FILE-WAS-OPENED
               PERFORM 2100-LOAD-ONE-CONFIRMATION
                   UNTIL MCF-FILE-AT-END
           END-IF

      * 2100 and what it PERFORMs already ran above via the explicit
      * PERFORM - exit the section here instead of falling into them
      * a second time
           EXIT SECTION.

       2100-LOAD-ONE-CONFIRMATION.
           READ MAIL-CONFIRM-FILE
               AT END
                   SET MCF-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONFIRMS-READ
                   IF MCF-MAILED-DATE IS NUMERIC
                           AND MCF-MAILED-DATE NOT = ZERO
                       PERFORM 2200-POST-CONFIRMATION
                   ELSE
                       PERFORM 2150-LIST-REJECTED-CONFIRM
                   END-IF
           END-READ.

       2150-LIST-REJECTED-CONFIRM.
      * Listed on the console for the vendor query; it stamps
      * nothing and is not counted as a piece never sent
           ADD 1 TO WS-CONFIRMS-REJECTED
           DISPLAY 'CONFIRMATION WITH NO MAIL DATE, CUST-ID '
               MCF-CUST-ID ' ' MCF-DOC-TYPE ' SENT ' MCF-SENT-DATE.

       2200-POST-CONFIRMATION.
      * One work row per stamp; the vendor confirming two pieces
      * under the same stamp (two guarantor copies written in the
      * same second) counts two against it
           MOVE MCF-CUST-ID TO MCW-CUST-ID
           MOVE MCF-DOC-TYPE TO MCW-DOC-TYPE
           MOVE MCF-SENT-DATE TO MCW-SENT-DATE
           MOVE MCF-SENT-TIME TO MCW-SENT-TIME
           READ CONFIRM-WORK-FILE
               INVALID KEY
                   MOVE MCF-MAILED-DATE TO MCW-MAILED-DATE
                   MOVE 1 TO MCW-CONFIRMED-COUNT
                   MOVE ZERO TO MCW-MATCHED-COUNT
                   WRITE CONFIRM-WORK-RECORD
                       INVALID KEY
                           DISPLAY 'CONFIRMATION WORK WRITE FAILED: '
                               WS-MCW-FILE-STATUS
                           SET ERROR-OCCURRED TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO MCW-CONFIRMED-COUNT
                   REWRITE CONFIRM-WORK-RECORD
                       INVALID KEY
                           DISPLAY 'CONFIRMATION WORK REWRITE FAILED: '
                               WS-MCW-FILE-STATUS
                           SET ERROR-OCCURRED TO TRUE
                   END-REWRITE
           END-READ.

       3000-STAMP-LOG SECTION.
       3010-STAMP-CONTROL.
           PERFORM 3100-STAMP-ONE-ROW
               UNTIL CORR-FILE-AT-END
           CLOSE CORRESPONDENCE-LOG-FILE
           CLOSE CORR-WORK-FILE
           MOVE WS-NOT-CONFIRMED TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING '  NOT CONFIRMED: ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

      * 3100 and what it PERFORMs already ran above via the explicit
      * PERFORM - exit the section here instead of falling into them
      * a second time
           EXIT SECTION.

       3100-STAMP-ONE-ROW.
           READ CORRESPONDENCE-LOG-FILE
               AT END
                   SET CORR-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-ROWS-READ
      * A row logged before the mail date and archive copy number
      * were carried reads back with spaces in both - zero, as
      * they would have been written. The work copy carries the
      * zeros, so a run that rewrites the log leaves them there
                   IF CORR-MAILED-DATE NOT NUMERIC
                       MOVE ZERO TO CORR-MAILED-DATE
                   END-IF
                   IF CORR-ARCHIVE-COPY-NO NOT NUMERIC
                       MOVE ZERO TO CORR-ARCHIVE-COPY-NO
                   END-IF
                   PERFORM 3200-MATCH-CONFIRMATION
                   MOVE CORRESPONDENCE-LOG-RECORD TO CORR-WORK-RECORD
                   WRITE CORR-WORK-RECORD
                   IF NOT CRW-FILE-OK
                       DISPLAY 'CORRESPONDENCE WORK WRITE FAILED: '
                           WS-CRW-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
                   MOVE CORR-DOC-TYPE TO WS-DOC-TYPE-CHECK
                   IF CORR-MAILED-DATE = ZERO
                           AND CORR-DOC-TYPE NOT = 'STMT-EMAIL'
                           AND CORR-DOC-TYPE NOT = 'STMT-CONS'
                           AND NOT ELECTRONIC-NOTICE
                           AND CORR-SENT-DATE >= WS-LOOKBACK-FROM-DATE
                           AND CORR-SENT-DATE <= WS-CONFIRM-BY-DATE
                       PERFORM 3400-LIST-NOT-CONFIRMED
                   END-IF
           END-READ.

       3200-MATCH-CONFIRMATION.
           MOVE CORR-CUST-ID TO MCW-CUST-ID
           MOVE CORR-DOC-TYPE TO MCW-DOC-TYPE
           MOVE CORR-SENT-DATE TO MCW-SENT-DATE
           MOVE CORR-SENT-TIME TO MCW-SENT-TIME
           READ CONFIRM-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MCW-MATCHED-COUNT < MCW-CONFIRMED-COUNT
                       ADD 1 TO MCW-MATCHED-COUNT
                       REWRITE CONFIRM-WORK-RECORD
                           INVALID KEY
                               DISPLAY 'CONFIRMATION WORK REWRITE '
                                   'FAILED: ' WS-MCW-FILE-STATUS
                               SET ERROR-OCCURRED TO TRUE
                       END-REWRITE
                       IF CORR-MAILED-DATE = ZERO
                           MOVE MCW-MAILED-DATE TO CORR-MAILED-DATE
                           ADD 1 TO WS-ROWS-STAMPED
                           PERFORM 3300-CONFIRM-DUNNING-LEVEL
                       ELSE
                           ADD 1 TO WS-ALREADY-STAMPED
                       END-IF
                   END-IF
           END-READ.

       3300-CONFIRM-DUNNING-LEVEL.
      * Only the letter the level row is waiting on clears it - an
      * older level's late confirmation leaves a newer letter
      * pending
           MOVE CORR-DOC-TYPE TO WS-DOC-TYPE-CHECK
           IF DUN-FILE-WAS-OPENED
                   AND WS-DUN-DOC-STEM = 'DUNNING-'
                   AND DUN-DOC-LEVEL-VALID
                   AND WS-DUN-DOC-TAIL = SPACE
               MOVE WS-DUN-DOC-LEVEL TO WS-DUN-LEVEL-NUM
               MOVE CORR-CUST-ID TO DUN-CUST-ID
               READ DUNNING-LEVEL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DUN-LAST-LEVEL = WS-DUN-LEVEL-NUM
                               AND DUN-LAST-SENT-DATE = CORR-SENT-DATE
                               AND DUN-MAIL-PENDING
                           SET DUN-MAIL-CONFIRMED TO TRUE
                           MOVE CORR-MAILED-DATE
                               TO DUN-LAST-MAILED-DATE
                           REWRITE DUNNING-LEVEL-RECORD
                               INVALID KEY
                                   DISPLAY 'DUNNING LEVEL REWRITE '
                                       'FAILED, CUST-ID ' DUN-CUST-ID
                                   SET ERROR-OCCURRED TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DUN-CONFIRMED
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       3400-LIST-NOT-CONFIRMED.
           ADD 1 TO WS-NOT-CONFIRMED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               CORR-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CORR-DOC-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CORR-SENT-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CORR-SENT-TIME DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CORR-DELIVERY-ADDRESS DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE.

       4000-REPLACE-LOG SECTION.
       4010-COPY-BACK.
      * The stamped copy replaces the log row for row - the order
      * every reader already depends on is kept
           OPEN INPUT CORR-WORK-FILE
           IF NOT CRW-FILE-OK
               DISPLAY 'STAMPED LOG NOT COPIED BACK - WORK STATUS '
                   WS-CRW-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           ELSE
               OPEN OUTPUT CORRESPONDENCE-LOG-FILE
               IF NOT CORR-FILE-OK
                   DISPLAY 'STAMPED LOG NOT COPIED BACK - LOG STATUS '
                       WS-CORR-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
               ELSE
                   PERFORM 4100-COPY-ONE-ROW
                       UNTIL CRW-FILE-AT-END
                   CLOSE CORRESPONDENCE-LOG-FILE
               END-IF
               CLOSE CORR-WORK-FILE
           END-IF

      * 4100 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       4100-COPY-ONE-ROW.
           READ CORR-WORK-FILE
               AT END
                   SET CRW-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE CORR-WORK-RECORD TO CORRESPONDENCE-LOG-RECORD
                   WRITE CORRESPONDENCE-LOG-RECORD
                   ADD 1 TO WS-ROWS-COPIED-BACK
           END-READ.

       5000-LIST-NEVER-SENT SECTION.
       5010-LIST-CONTROL.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING 'CONFIRMED MAILED BUT NEVER SENT BY US'
               DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING '  CUST-ID   DOCUMENT   SENT ON  AT     '
               DELIMITED BY SIZE
               ' MAILED ON  PIECES' DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE 'N' TO WS-MCW-WALK-FLAG
           MOVE LOW-VALUES TO MCW-KEY
           START CONFIRM-WORK-FILE
               KEY IS NOT LESS THAN MCW-KEY
               INVALID KEY
                   SET CONFIRM-WALK-DONE TO TRUE
           END-START
           PERFORM 5100-CHECK-ONE-CONFIRMATION
               UNTIL CONFIRM-WALK-DONE
           MOVE WS-NEVER-SENT TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING '  NEVER SENT: ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

      * 5100 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       5100-CHECK-ONE-CONFIRMATION.
      * Pieces confirmed under a stamp beyond the log rows it
      * matched were never written by any job of ours
           READ CONFIRM-WORK-FILE NEXT RECORD
               AT END
                   SET CONFIRM-WALK-DONE TO TRUE
               NOT AT END
                   IF MCW-MATCHED-COUNT < MCW-CONFIRMED-COUNT
                       COMPUTE WS-COUNT-DISPLAY =
                           MCW-CONFIRMED-COUNT - MCW-MATCHED-COUNT
                       ADD MCW-CONFIRMED-COUNT TO WS-NEVER-SENT
                       SUBTRACT MCW-MATCHED-COUNT FROM WS-NEVER-SENT
                       MOVE SPACES TO EXCEPTION-REPORT-LINE
                       STRING '  ' DELIMITED BY SIZE
                           MCW-CUST-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           MCW-DOC-TYPE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           MCW-SENT-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           MCW-SENT-TIME DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           MCW-MAILED-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-COUNT-DISPLAY DELIMITED BY SIZE
                           INTO EXCEPTION-REPORT-LINE
                       WRITE EXCEPTION-REPORT-LINE
                   END-IF
           END-READ.

       6000-FINALIZE SECTION.
       6100-CLOSE-FILES.
           IF CONFIRM-FILE-WAS-OPENED
               CLOSE MAIL-CONFIRM-FILE
           END-IF
           CLOSE CONFIRM-WORK-FILE
           IF DUN-FILE-WAS-OPENED
               CLOSE DUNNING-LEVEL-FILE
           END-IF
           CLOSE EXCEPTION-REPORT-FILE.

       6200-DISPLAY-SUMMARY.
           DISPLAY 'Mailing Confirmation Summary:'
           DISPLAY 'Confirmations Read: ' WS-CONFIRMS-READ
           DISPLAY 'Confirmations With No Mail Date: '
               WS-CONFIRMS-REJECTED
           DISPLAY 'Log Rows Read: ' WS-LOG-ROWS-READ
           DISPLAY 'Log Rows Stamped Mailed: ' WS-ROWS-STAMPED
           DISPLAY 'Rows Already Stamped: ' WS-ALREADY-STAMPED
           DISPLAY 'Log Rows Copied Back: ' WS-ROWS-COPIED-BACK
           DISPLAY 'Dunning Letters Confirmed: ' WS-DUN-CONFIRMED
           DISPLAY 'Sent, Not Confirmed: ' WS-NOT-CONFIRMED
           DISPLAY 'Confirmed, Never Sent: ' WS-NEVER-SENT.

       6999-EXIT.
           EVALUATE TRUE
               WHEN ERROR-OCCURRED
                   MOVE 4 TO LS-MCF-RETURN-CODE
                   MOVE 'MAILING CONFIRMATION COMPLETED WITH ERRORS'
                       TO LS-MCF-MESSAGE
               WHEN WS-NOT-CONFIRMED > ZERO
                       OR WS-NEVER-SENT > ZERO
                   MOVE 4 TO LS-MCF-RETURN-CODE
                   MOVE 'MAILING EXCEPTIONS REPORTED'
                       TO LS-MCF-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-MCF-RETURN-CODE
                   MOVE 'MAILING CONFIRMATION COMPLETE'
                       TO LS-MCF-MESSAGE
           END-EVALUATE
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'GRACE-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-GRACE-DAYS
           END-IF
           MOVE 'LOOKBACK-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-LOOKBACK-DAYS
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
           DISPLAY 'MAILCONF RUN PARAMETERS:'
           DISPLAY '  GRACE-DAYS   : ' WS-GRACE-DAYS
           DISPLAY '  LOOKBACK-DAYS: ' WS-LOOKBACK-DAYS.
