      * mails - lands in the shared correspondence log; this inquiry
      * reads that log back for one CUST-ID so a rep can tell a
      * caller exactly what was sent, when, and to which address,
      * while the customer is still on the phone. A paper document
      * the print vendor has confirmed shows the day it actually
      * went into the mail under the row.
      * A rendered statement or letter was filed in the document
      * archive when it printed; asked to, the inquiry shows the
      * archived copy under its row, line for line as the customer
      * got it. The history can be narrowed to one document by type
      * and sent date, and a rep can then order a DUPLICATE of it:
      * the request is queued on CUSTRPRQ and SAMPLE-PROGRAM-REPRINT
      * sends it that night through the customer's normal mail or
      * e-delivery channel. With no copy number given, the copy the
      * latest matching log row sent is the one reprinted.
      * Log rows the retention run has moved into dated history
      * files are read through the history control file (CUSTHCTL),
      * oldest first ahead of the live log, whenever the inquiry
      * reaches back that far: the whole history unless the rep
      * gives a from date, only the history files sent on or after
      * it if one is given, and only the one spanning the sent date
      * when a single document is asked about.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The live log, or one of its history files
           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO WS-CORR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

      * History files cut from the log and its other files;
      * optional - missing means nothing has been cut
           SELECT HISTORY-CONTROL-FILE ASSIGN TO "CUSTHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCT-FILE-STATUS.

      * Rendered document lines; optional - missing means nothing
      * has been archived yet
           SELECT DOCUMENT-ARCHIVE-FILE ASSIGN TO "CUSTDARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAR-KEY
               FILE STATUS IS WS-DAR-FILE-STATUS.

      * Duplicates waiting for the nightly reprint run - appended,
      * created on first use
           SELECT REPRINT-REQUEST-FILE ASSIGN TO "CUSTRPRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRESPONDENCE-LOG-FILE.
           COPY CORRESPONDENCE-LOG-RECORD.

       FD  DOCUMENT-ARCHIVE-FILE.
           COPY DOCUMENT-ARCHIVE-RECORD.

       FD  REPRINT-REQUEST-FILE.
           COPY REPRINT-REQUEST-RECORD.

       FD  HISTORY-CONTROL-FILE.
           COPY HISTORY-CONTROL-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-CORR-FILE-NAME       PIC X(40) VALUE 'CUSTCORR'.

       01  WS-CORR-FILE-STATUS     PIC XX.
           88  CORR-FILE-OK        VALUE '00'.
           88  CORR-FILE-AT-END    VALUE '10'.
       01  WS-LOG-OPENED-FLAG      PIC X VALUE 'N'.
           88  LOG-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-HCT-FILE-STATUS      PIC XX.
           88  HCT-FILE-OK         VALUE '00'.
           88  HCT-FILE-AT-END     VALUE '10'.

       01  WS-DAR-FILE-STATUS      PIC XX.
           88  DAR-FILE-OK         VALUE '00'.
           88  DAR-FILE-MISSING    VALUE '35'.
       01  WS-DAR-OPENED-FLAG      PIC X VALUE 'N'.
           88  ARCHIVE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-DAR-WALK-FLAG        PIC X VALUE 'N'.
           88  ARCHIVE-WALK-DONE   VALUE 'Y'.

       01  WS-RPQ-FILE-STATUS      PIC XX.
           88  RPQ-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-SHOW-COPIES-FLAG PIC X VALUE 'N'.
               88  SHOW-ARCHIVED-COPIES VALUE 'Y'.
           05  WS-REPRINT-FLAG     PIC X VALUE 'N'.
               88  REPRINT-REQUESTED VALUE 'Y'.
           05  WS-HISTORY-GAP-FLAG PIC X VALUE 'N'.
               88  HISTORY-GAP-FOUND VALUE 'Y'.

       01  WS-TARGET-CUST-ID       PIC 9(9).
      * The one document asked about, when the rep narrowed the
      * history; spaces and zero show everything
       01  WS-TARGET-DOC-TYPE      PIC X(10).
       01  WS-TARGET-SENT-DATE     PIC 9(8).
       01  WS-TARGET-COPY-NO       PIC 9(3).
      * How far back the history is read; zero reads all of it
       01  WS-TARGET-FROM-DATE     PIC 9(8).
      * The copy a reprint will send, and the archived copy being
      * displayed
       01  WS-REPRINT-COPY-NO      PIC 9(3) VALUE ZERO.
       01  WS-SHOW-DOC-TYPE        PIC X(10).
       01  WS-SHOW-SENT-DATE       PIC 9(8).
       01  WS-SHOW-COPY-NO         PIC 9(3).

      * Why a reprint could not be queued
       01  WS-REPRINT-ERROR-MESSAGE PIC X(50) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-ROWS-MATCHED     PIC 9(4) VALUE ZERO.
           05  WS-COPY-LINES-SHOWN PIC 9(4) VALUE ZERO.
           05  WS-HISTORY-FILES-READ PIC 9(4) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-CORRINQ-PARM-AREA.
           05  LS-CRQ-MESSAGE      PIC X(50).
      * Required - the customer whose mailing history to read back
           05  LS-CRQ-CUST-ID      PIC 9(9).
      * Optional - Y shows the archived copy under each row
           05  LS-CRQ-SHOW-COPIES  PIC X.
      * Optional - narrows the history to one document, by type and
      * sent date together; the copy number picks one copy of it
           05  LS-CRQ-DOC-TYPE     PIC X(10).
           05  LS-CRQ-SENT-DATE    PIC 9(8).
           05  LS-CRQ-COPY-NO      PIC 9(3).
      * Optional - Y queues a DUPLICATE of the document named above,
      * ordered by the operator given
           05  LS-CRQ-REPRINT-FLAG PIC X.
           05  LS-CRQ-OPERATOR-ID  PIC X(8).
      * Optional - show only what was sent on or after this date;
      * zero shows the whole history, history files and all
           05  LS-CRQ-FROM-DATE    PIC 9(8).

       PROCEDURE DIVISION USING LS-CORRINQ-PARM-AREA.

       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 1500-SCAN-HISTORY-TIER
           PERFORM 1800-OPEN-LIVE-LOG
           PERFORM 2000-SCAN-LOG
               UNTIL CORR-FILE-AT-END
           PERFORM 3000-FINALIZE
               MOVE 8 TO LS-CRQ-RETURN-CODE
               GOBACK
           END-IF
           MOVE LS-CRQ-DOC-TYPE TO WS-TARGET-DOC-TYPE
           MOVE LS-CRQ-SENT-DATE TO WS-TARGET-SENT-DATE
           MOVE LS-CRQ-COPY-NO TO WS-TARGET-COPY-NO
           MOVE LS-CRQ-FROM-DATE TO WS-TARGET-FROM-DATE
           IF LS-CRQ-SHOW-COPIES = 'Y'
               SET SHOW-ARCHIVED-COPIES TO TRUE
           END-IF
           IF LS-CRQ-REPRINT-FLAG = 'Y'
               SET REPRINT-REQUESTED TO TRUE
           END-IF
           IF (WS-TARGET-DOC-TYPE = SPACES
                   AND WS-TARGET-SENT-DATE NOT = ZERO)
                   OR (WS-TARGET-DOC-TYPE NOT = SPACES
                   AND WS-TARGET-SENT-DATE = ZERO)
               DISPLAY 'DOCUMENT TYPE AND SENT DATE GO TOGETHER'
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CRQ-RETURN-CODE
               MOVE 'DOCUMENT TYPE AND SENT DATE GO TOGETHER'
                   TO LS-CRQ-MESSAGE
               GOBACK
           END-IF
           IF REPRINT-REQUESTED
                   AND (WS-TARGET-DOC-TYPE = SPACES
                   OR LS-CRQ-OPERATOR-ID = SPACES)
               DISPLAY 'A REPRINT NEEDS THE DOCUMENT AND THE OPERATOR'
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CRQ-RETURN-CODE
               MOVE 'A REPRINT NEEDS THE DOCUMENT AND THE OPERATOR'
                   TO LS-CRQ-MESSAGE
               GOBACK
           END-IF
      * Optional document archive - only read when a copy is to be
      * shown or reprinted
           IF SHOW-ARCHIVED-COPIES OR REPRINT-REQUESTED
               OPEN INPUT DOCUMENT-ARCHIVE-FILE
               IF DAR-FILE-OK
                   SET ARCHIVE-FILE-WAS-OPENED TO TRUE
               ELSE
                   IF NOT DAR-FILE-MISSING
                       DISPLAY 'ERROR OPENING DOCUMENT ARCHIVE: '
                           WS-DAR-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                       MOVE 8 TO LS-CRQ-RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF
           DISPLAY 'CORRESPONDENCE HISTORY FOR CUST-ID '
               WS-TARGET-CUST-ID.

       1500-SCAN-HISTORY-TIER SECTION.
       1510-HISTORY-CONTROL.
           OPEN INPUT HISTORY-CONTROL-FILE
           IF HCT-FILE-OK
               PERFORM 1520-READ-CONTROL-ROW
                   UNTIL HCT-FILE-AT-END
               CLOSE HISTORY-CONTROL-FILE
           END-IF

      * 1520 and what it PERFORMs already ran above via the explicit
      * PERFORM - exit the section here instead of falling into them
      * a second time
           EXIT SECTION.

       1520-READ-CONTROL-ROW.
           READ HISTORY-CONTROL-FILE
               AT END
                   SET HCT-FILE-AT-END TO TRUE
               NOT AT END
                   IF HCT-CORRESPONDENCE
                           AND HCT-LAST-ROW-DATE >= WS-TARGET-FROM-DATE
                           AND HCT-LAST-ROW-DATE >= WS-TARGET-SENT-DATE
                           AND (WS-TARGET-SENT-DATE = ZERO
                           OR HCT-FIRST-ROW-DATE <= WS-TARGET-SENT-DATE)
                       PERFORM 1530-SCAN-HISTORY-FILE
                   END-IF
           END-READ.

       1530-SCAN-HISTORY-FILE.
           MOVE HCT-HISTORY-FILE-NAME TO WS-CORR-FILE-NAME
           OPEN INPUT CORRESPONDENCE-LOG-FILE
           IF NOT CORR-FILE-OK
               DISPLAY '  (HISTORY FILE ' HCT-HISTORY-FILE-NAME
                   ' NOT ON HAND - SENT ' HCT-FIRST-ROW-DATE ' THRU '
                   HCT-LAST-ROW-DATE ' NOT SHOWN)'
               SET HISTORY-GAP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HISTORY-FILES-READ
               PERFORM 2000-SCAN-LOG
                   UNTIL CORR-FILE-AT-END
               CLOSE CORRESPONDENCE-LOG-FILE
           END-IF.

       1800-OPEN-LIVE-LOG SECTION.
       1810-OPEN-LOG.
           MOVE 'CUSTCORR' TO WS-CORR-FILE-NAME
           OPEN INPUT CORRESPONDENCE-LOG-FILE
           IF CORR-FILE-OK
               SET LOG-FILE-WAS-OPENED TO TRUE
           ELSE
               IF WS-HISTORY-FILES-READ = ZERO
                       AND NOT HISTORY-GAP-FOUND
                   DISPLAY 'NO CORRESPONDENCE LOG PRESENT'
                   IF ARCHIVE-FILE-WAS-OPENED
                       CLOSE DOCUMENT-ARCHIVE-FILE
                   END-IF
                   MOVE 0 TO LS-CRQ-RETURN-CODE
                   MOVE 'NO CORRESPONDENCE LOG PRESENT'
                       TO LS-CRQ-MESSAGE
                   GOBACK
               END-IF
      * History read but no live log behind it - what was read
      * still stands
               DISPLAY '  (NO LIVE CORRESPONDENCE LOG - HISTORY ONLY)'
               SET CORR-FILE-AT-END TO TRUE
           END-IF.

       2000-SCAN-LOG SECTION.
       2100-READ-LOG-ROW.
           READ CORRESPONDENCE-LOG-FILE
                   SET CORR-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
      * A row logged before the mail date and archive copy number
      * were carried reads back with spaces in both - zero, as
      * they would have been written
                   IF CORR-MAILED-DATE NOT NUMERIC
                       MOVE ZERO TO CORR-MAILED-DATE
                   END-IF
                   IF CORR-ARCHIVE-COPY-NO NOT NUMERIC
                       MOVE ZERO TO CORR-ARCHIVE-COPY-NO
                   END-IF
                   IF CORR-CUST-ID = WS-TARGET-CUST-ID
                           AND CORR-SENT-DATE >= WS-TARGET-FROM-DATE
                           AND (WS-TARGET-DOC-TYPE = SPACES
                           OR (CORR-DOC-TYPE = WS-TARGET-DOC-TYPE
                           AND CORR-SENT-DATE = WS-TARGET-SENT-DATE))
                           AND (WS-TARGET-COPY-NO = ZERO
                           OR CORR-ARCHIVE-COPY-NO =
                               WS-TARGET-COPY-NO)
                       PERFORM 2200-SHOW-LOG-ROW
                   END-IF
           END-READ

      * 2200 and its workers already ran above via the explicit
      * PERFORM - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       2200-SHOW-LOG-ROW.
           ADD 1 TO WS-ROWS-MATCHED
           DISPLAY '  ' CORR-SENT-DATE ' ' CORR-SENT-TIME
               '  ' CORR-DOC-TYPE
               '  SENT TO: ' CORR-DELIVERY-ADDRESS
           IF CORR-MAILED-DATE NOT = ZERO
               DISPLAY '      MAILED ' CORR-MAILED-DATE
                   ' PER PRINT VENDOR'
           END-IF
           IF CORR-ARCHIVE-COPY-NO NOT = ZERO
               MOVE CORR-ARCHIVE-COPY-NO TO WS-REPRINT-COPY-NO
               IF SHOW-ARCHIVED-COPIES
                   DISPLAY '      ARCHIVED COPY ' CORR-ARCHIVE-COPY-NO
                       ':'
                   MOVE CORR-DOC-TYPE TO WS-SHOW-DOC-TYPE
                   MOVE CORR-SENT-DATE TO WS-SHOW-SENT-DATE
                   MOVE CORR-ARCHIVE-COPY-NO TO WS-SHOW-COPY-NO
                   PERFORM 2300-SHOW-ARCHIVED-COPY
               END-IF
           END-IF.

       2300-SHOW-ARCHIVED-COPY.
           MOVE ZERO TO WS-COPY-LINES-SHOWN
           IF ARCHIVE-FILE-WAS-OPENED
               PERFORM 2310-START-ARCHIVED-COPY
               PERFORM 2320-SHOW-ONE-COPY-LINE
                   UNTIL ARCHIVE-WALK-DONE
           END-IF
           IF WS-COPY-LINES-SHOWN = ZERO
               DISPLAY '      (ARCHIVED COPY NOT ON FILE)'
           END-IF.

       2310-START-ARCHIVED-COPY.
           MOVE 'N' TO WS-DAR-WALK-FLAG
           MOVE WS-TARGET-CUST-ID TO DAR-CUST-ID
           MOVE WS-SHOW-DOC-TYPE TO DAR-DOC-TYPE
           MOVE WS-SHOW-SENT-DATE TO DAR-SENT-DATE
           MOVE WS-SHOW-COPY-NO TO DAR-COPY-NO
           MOVE ZERO TO DAR-LINE-NO
           START DOCUMENT-ARCHIVE-FILE
               KEY IS NOT LESS THAN DAR-KEY
               INVALID KEY
                   SET ARCHIVE-WALK-DONE TO TRUE
           END-START.

       2320-SHOW-ONE-COPY-LINE.
           READ DOCUMENT-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET ARCHIVE-WALK-DONE TO TRUE
               NOT AT END
                   IF DAR-CUST-ID NOT = WS-TARGET-CUST-ID
                           OR DAR-DOC-TYPE NOT = WS-SHOW-DOC-TYPE
                           OR DAR-SENT-DATE NOT = WS-SHOW-SENT-DATE
                           OR DAR-COPY-NO NOT = WS-SHOW-COPY-NO
                       SET ARCHIVE-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-COPY-LINES-SHOWN
                       DISPLAY '      | ' DAR-LINE-TEXT
                   END-IF
           END-READ.

       3000-FINALIZE SECTION.
       3050-QUEUE-REPRINT.
      * The copy must still be in the archive - an erased or purged
      * customer's documents, or a row from before archiving began,
      * cannot be sent again
           IF REPRINT-REQUESTED
               IF WS-TARGET-COPY-NO NOT = ZERO
                   MOVE WS-TARGET-COPY-NO TO WS-REPRINT-COPY-NO
               END-IF
               MOVE ZERO TO WS-COPY-LINES-SHOWN
               IF ARCHIVE-FILE-WAS-OPENED
                       AND WS-REPRINT-COPY-NO NOT = ZERO
                   MOVE WS-TARGET-CUST-ID TO DAR-CUST-ID
                   MOVE WS-TARGET-DOC-TYPE TO DAR-DOC-TYPE
                   MOVE WS-TARGET-SENT-DATE TO DAR-SENT-DATE
                   MOVE WS-REPRINT-COPY-NO TO DAR-COPY-NO
                   MOVE 1 TO DAR-LINE-NO
                   READ DOCUMENT-ARCHIVE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-COPY-LINES-SHOWN
                   END-READ
               END-IF
               IF WS-COPY-LINES-SHOWN = ZERO
                   DISPLAY 'NO ARCHIVED COPY TO REPRINT'
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 'REPRINT NOT QUEUED - NO ARCHIVED COPY'
                       TO WS-REPRINT-ERROR-MESSAGE
               ELSE
                   PERFORM 3060-WRITE-REPRINT-REQUEST
               END-IF
           END-IF

      * 3060 already ran above via the explicit PERFORM - skip past
      * it instead of falling into it a second time
           GO TO 3100-CLOSE-FILES.

       3060-WRITE-REPRINT-REQUEST.
           OPEN EXTEND REPRINT-REQUEST-FILE
           IF RPQ-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT REPRINT-REQUEST-FILE
           END-IF
           IF NOT RPQ-FILE-OK
               DISPLAY 'ERROR OPENING REPRINT REQUEST QUEUE: '
                   WS-RPQ-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 'REPRINT NOT QUEUED - QUEUE UNAVAILABLE'
                   TO WS-REPRINT-ERROR-MESSAGE
           ELSE
               MOVE WS-TARGET-CUST-ID TO RPQ-CUST-ID
               MOVE WS-TARGET-DOC-TYPE TO RPQ-DOC-TYPE
               MOVE WS-TARGET-SENT-DATE TO RPQ-SENT-DATE
               MOVE WS-REPRINT-COPY-NO TO RPQ-COPY-NO
               ACCEPT RPQ-REQUEST-DATE FROM DATE YYYYMMDD
               ACCEPT RPQ-REQUEST-TIME FROM TIME
               MOVE LS-CRQ-OPERATOR-ID TO RPQ-OPERATOR-ID
               WRITE REPRINT-REQUEST-RECORD
               CLOSE REPRINT-REQUEST-FILE
               DISPLAY 'DUPLICATE OF ' WS-TARGET-DOC-TYPE ' SENT '
                   WS-TARGET-SENT-DATE ' COPY ' WS-REPRINT-COPY-NO
                   ' QUEUED FOR REPRINT'
           END-IF.

       3100-CLOSE-FILES.
           IF LOG-FILE-WAS-OPENED
               CLOSE CORRESPONDENCE-LOG-FILE
           END-IF
           IF ARCHIVE-FILE-WAS-OPENED
               CLOSE DOCUMENT-ARCHIVE-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           IF WS-ROWS-MATCHED = ZERO
               DISPLAY '  (NO CORRESPONDENCE ON FILE)'
           END-IF
           DISPLAY 'Documents On File: ' WS-ROWS-MATCHED
           DISPLAY 'History Files Read: ' WS-HISTORY-FILES-READ.

       3999-EXIT.
           EVALUATE TRUE
               WHEN ERROR-OCCURRED
                   MOVE 8 TO LS-CRQ-RETURN-CODE
                   MOVE WS-REPRINT-ERROR-MESSAGE TO LS-CRQ-MESSAGE
               WHEN HISTORY-GAP-FOUND
                   MOVE 4 TO LS-CRQ-RETURN-CODE
                   MOVE 'INQUIRY INCOMPLETE - HISTORY FILE NOT ON HAND'
                       TO LS-CRQ-MESSAGE
               WHEN REPRINT-REQUESTED
                   MOVE 0 TO LS-CRQ-RETURN-CODE
                   MOVE 'DUPLICATE QUEUED FOR REPRINT'
                       TO LS-CRQ-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-CRQ-RETURN-CODE
                   MOVE 'CORRESPONDENCE INQUIRY COMPLETE'
                       TO LS-CRQ-MESSAGE
           END-EVALUATE
           EXIT SECTION.
