      *     only as a leading legacy prefix, never mid-chain,
      *   - the final recomputed hash matches the published chain
      *     head, so the file ends where the head file says it does.
      * Rows the retention run (SAMPLE-PROGRAM-RETAIN) has moved
      * into dated history files are walked first, oldest file
      * first as the history control file (CUSTHCTL) lists them,
      * carrying the chain from each into the next and on into the
      * live file. Each history file must chain from the anchor its
      * control row names, end on the anchor out, and hold the rows
      * the control row says it does. A history file that cannot be
      * read is reported and the chain picks up at its anchor out,
      * so the live journal is still proven behind it.
      * Any disagreement is itemized with the row number, and the
      * run returns 8 - the journal the restore and the auditors
      * rely on is either provably intact or loudly not.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The live journal, or one of its history files
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JHD-FILE-STATUS.

      * History files cut from the journal and its other files;
      * optional - missing means nothing has been cut
           SELECT HISTORY-CONTROL-FILE ASSIGN TO "CUSTHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           05  JHD-ROW-COUNT       PIC 9(8).
           05  JHD-UPDATE-DATE     PIC 9(8).

       FD  HISTORY-CONTROL-FILE.
           COPY HISTORY-CONTROL-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-JOURNAL-FILE-NAME    PIC X(40) VALUE 'CUSTJRNL'.

       01  WS-JRNL-FILE-STATUS     PIC XX.
           88  JRNL-FILE-OK        VALUE '00'.
           88  JRNL-FILE-AT-END    VALUE '10'.
       01  WS-JHD-FILE-STATUS      PIC XX.
           88  JHD-FILE-OK         VALUE '00'.

       01  WS-HCT-FILE-STATUS      PIC XX.
           88  HCT-FILE-OK         VALUE '00'.
           88  HCT-FILE-AT-END     VALUE '10'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
               88  CHAIN-HAS-BEGUN VALUE 'Y'.
           05  WS-HEAD-PRESENT-FLAG PIC X VALUE 'N'.
               88  HEAD-WAS-READ   VALUE 'Y'.
           05  WS-LIVE-OPENED-FLAG PIC X VALUE 'N'.
               88  LIVE-JOURNAL-OPENED VALUE 'Y'.

      * The recomputed chain, built with the same arithmetic the
      * hash service uses

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(8) VALUE ZERO.
           05  WS-FILE-ROWS-READ   PIC 9(8) VALUE ZERO.
           05  WS-HISTORY-FILES-PROVEN PIC 9(4) VALUE ZERO.
           05  WS-HISTORY-FILES-MISSING PIC 9(4) VALUE ZERO.
           05  WS-LEGACY-ROWS      PIC 9(8) VALUE ZERO.
           05  WS-CHAINED-ROWS     PIC 9(8) VALUE ZERO.
           05  WS-BREAKS-FOUND     PIC 9(6) VALUE ZERO.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 1500-WALK-HISTORY-TIER
           PERFORM 1800-OPEN-LIVE-JOURNAL
           PERFORM 2000-WALK-AND-PROVE
               UNTIL JRNL-FILE-AT-END
           PERFORM 3000-PROVE-HEAD

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN INPUT CHAIN-HEAD-FILE
           IF JHD-FILE-OK
               READ CHAIN-HEAD-FILE
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME.

       1500-WALK-HISTORY-TIER SECTION.
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
                   IF HCT-JOURNAL
                       PERFORM 1530-PROVE-HISTORY-FILE
                   END-IF
           END-READ.

       1530-PROVE-HISTORY-FILE.
      * The file must chain from where the one before it ended
           IF HCT-ANCHOR-IN-HASH NOT = WS-RUNNING-HASH
               ADD 1 TO WS-BREAKS-FOUND
               SET ERROR-OCCURRED TO TRUE
               DISPLAY 'ANCHOR BREAK AT ' HCT-HISTORY-FILE-NAME
                   ' - CHAIN AT ' WS-RUNNING-HASH
                   ' FILE ANCHORED AT ' HCT-ANCHOR-IN-HASH
               MOVE HCT-ANCHOR-IN-HASH TO WS-RUNNING-HASH
           END-IF
           MOVE HCT-HISTORY-FILE-NAME TO WS-JOURNAL-FILE-NAME
           MOVE ZERO TO WS-FILE-ROWS-READ
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               ADD 1 TO WS-HISTORY-FILES-MISSING
               SET ERROR-OCCURRED TO TRUE
               DISPLAY 'HISTORY FILE ' HCT-HISTORY-FILE-NAME
                   ' NOT READABLE: ' WS-JRNL-FILE-STATUS
                   ' - ' HCT-ROW-COUNT ' ROWS NOT PROVEN'
      * Pick the chain up at its anchor out so the files behind it
      * are still proven
               MOVE HCT-ANCHOR-OUT-HASH TO WS-RUNNING-HASH
               IF HCT-ANCHOR-OUT-HASH NOT = ZERO
                   SET CHAIN-HAS-BEGUN TO TRUE
               END-IF
           ELSE
               PERFORM 2000-WALK-AND-PROVE
                   UNTIL JRNL-FILE-AT-END
               CLOSE JOURNAL-FILE
               IF WS-FILE-ROWS-READ NOT = HCT-ROW-COUNT
                   SET ERROR-OCCURRED TO TRUE
                   DISPLAY 'HISTORY FILE ' HCT-HISTORY-FILE-NAME
                       ' HOLDS ' WS-FILE-ROWS-READ ' ROWS - CONTROL '
                       'SAYS ' HCT-ROW-COUNT
               END-IF
               IF WS-RUNNING-HASH NOT = HCT-ANCHOR-OUT-HASH
                   ADD 1 TO WS-BREAKS-FOUND
                   SET ERROR-OCCURRED TO TRUE
                   DISPLAY 'ANCHOR BREAK AT END OF '
                       HCT-HISTORY-FILE-NAME ' - CHAIN AT '
                       WS-RUNNING-HASH ' ANCHOR OUT '
                       HCT-ANCHOR-OUT-HASH
                   MOVE HCT-ANCHOR-OUT-HASH TO WS-RUNNING-HASH
               ELSE
                   ADD 1 TO WS-HISTORY-FILES-PROVEN
               END-IF
           END-IF.

       1800-OPEN-LIVE-JOURNAL SECTION.
       1810-OPEN-JOURNAL.
           MOVE 'CUSTJRNL' TO WS-JOURNAL-FILE-NAME
           MOVE ZERO TO WS-FILE-ROWS-READ
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               IF WS-ROWS-READ = ZERO
                       AND WS-HISTORY-FILES-MISSING = ZERO
                   DISPLAY 'NO UPDATE JOURNAL - NOTHING TO VERIFY'
                   MOVE 0 TO LS-JVF-RETURN-CODE
                   MOVE 'NO JOURNAL PRESENT' TO LS-JVF-MESSAGE
                   GOBACK
               END-IF
      * History on file but no live journal behind it - the head
      * still says where the chain must end
               DISPLAY 'LIVE UPDATE JOURNAL NOT READABLE: '
                   WS-JRNL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               SET JRNL-FILE-AT-END TO TRUE
           ELSE
               SET LIVE-JOURNAL-OPENED TO TRUE
           END-IF.

       2000-WALK-AND-PROVE SECTION.
       2100-READ-JOURNAL-ROW.
           READ JOURNAL-FILE
                   SET JRNL-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   ADD 1 TO WS-FILE-ROWS-READ
                   PERFORM 2200-PROVE-ONE-ROW
           END-READ

               IF JRNL-CHAIN-HASH NOT = WS-RUNNING-HASH
                   ADD 1 TO WS-BREAKS-FOUND
                   SET ERROR-OCCURRED TO TRUE
                   DISPLAY 'CHAIN BREAK AT ROW ' WS-FILE-ROWS-READ
                       ' OF ' WS-JOURNAL-FILE-NAME
                       ' - EXPECTED ' WS-RUNNING-HASH
                       ' FOUND ' JRNL-CHAIN-HASH
      * Resynchronize on the file's value so one break reports

       3500-FINALIZE SECTION.
       3510-CLOSE-FILES.
           IF LIVE-JOURNAL-OPENED
               CLOSE JOURNAL-FILE
           END-IF.

       3600-DISPLAY-SUMMARY.
           DISPLAY 'Journal Chain Verification Summary:'
           DISPLAY 'History Files Proven: ' WS-HISTORY-FILES-PROVEN
           DISPLAY 'History Files Not Readable: '
               WS-HISTORY-FILES-MISSING
           DISPLAY 'Rows Read: ' WS-ROWS-READ
           DISPLAY 'Legacy (Pre-Chain) Rows: ' WS-LEGACY-ROWS
           DISPLAY 'Chained Rows Proven: ' WS-CHAINED-ROWS
