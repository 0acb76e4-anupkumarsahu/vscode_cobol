      *   post-cutoff row's balance delta comes back out, each
      *   post-cutoff WRITE uncounts a record, each post-cutoff
      *   DELETE recounts one. No restore, no scratch pack.
      * Journal rows the retention run has moved into dated history
      * files are read through the history control file (CUSTHCTL)
      * whenever the as-of moment reaches back that far - every
      * history file holding a row stamped after the cutoff is read,
      * oldest first, ahead of the live journal. Older history files
      * hold nothing either mode needs: the whole book only reverses
      * post-cutoff rows, and an account's first post-cutoff row
      * carries its as-of state as the before-image.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * The live journal, or one of its history files
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * History files cut from the journal and its other files;
      * optional - missing means nothing has been cut
           SELECT HISTORY-CONTROL-FILE ASSIGN TO "CUSTHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  JOURNAL-FILE.
           COPY JOURNAL-RECORD.

       FD  HISTORY-CONTROL-FILE.
           COPY HISTORY-CONTROL-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.

       01  WS-JOURNAL-FILE-NAME    PIC X(40) VALUE 'CUSTJRNL'.

       01  WS-JRNL-FILE-STATUS     PIC XX.
           88  JRNL-FILE-OK        VALUE '00'.
           88  JRNL-FILE-AT-END    VALUE '10'.

       01  WS-HCT-FILE-STATUS      PIC XX.
           88  HCT-FILE-OK         VALUE '00'.
           88  HCT-FILE-AT-END     VALUE '10'.

      * The journal images decoded through the master layout - a
      * byte copy of CUSTOMER-RECORD rides in each image field
           COPY CUSTOMER-RECORD REPLACING
      * Date and time compared as one fourteen-digit stamp
       01  WS-CUTOFF-STAMP         PIC 9(14) VALUE ZERO.
       01  WS-ROW-STAMP            PIC 9(14) VALUE ZERO.
      * The last row of a history file, on the same footing
       01  WS-HISTORY-END-STAMP    PIC 9(14) VALUE ZERO.

      * The image held for the single-account answer
       01  WS-BEST-IMAGE           PIC X(250) VALUE SPACES.
       01  WS-COUNTERS.
           05  WS-JRNL-ROWS-READ   PIC 9(8) VALUE ZERO.
           05  WS-TARGET-ROWS-SEEN PIC 9(6) VALUE ZERO.
           05  WS-HISTORY-FILES-READ PIC 9(4) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-ASOF-PARM-AREA.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-HISTORY-TIER
           PERFORM 1800-OPEN-LIVE-JOURNAL
           PERFORM 2000-WALK-JOURNAL
               UNTIL JRNL-FILE-AT-END
           IF WS-TARGET-CUST-ID = ZERO
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASF-RETURN-CODE
               GOBACK
           END-IF.

       1200-TALLY-LIVE-BOOK.
                   ADD CUST-BALANCE TO WS-LIVE-BALANCE
           END-READ.

       1500-READ-HISTORY-TIER SECTION.
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
                   COMPUTE WS-HISTORY-END-STAMP =
                       HCT-LAST-ROW-DATE * 1000000
                       + HCT-LAST-ROW-TIME
                   IF HCT-JOURNAL
                           AND WS-HISTORY-END-STAMP > WS-CUTOFF-STAMP
                       PERFORM 1530-READ-HISTORY-FILE
                   END-IF
           END-READ.

       1530-READ-HISTORY-FILE.
           MOVE HCT-HISTORY-FILE-NAME TO WS-JOURNAL-FILE-NAME
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY 'JOURNAL HISTORY FILE ' HCT-HISTORY-FILE-NAME
                   ' NOT READABLE: ' WS-JRNL-FILE-STATUS
                   ' - ROWS ' HCT-FIRST-ROW-DATE ' THRU '
                   HCT-LAST-ROW-DATE ' NOT SEEN'
               SET ERROR-OCCURRED TO TRUE
           ELSE
               ADD 1 TO WS-HISTORY-FILES-READ
               PERFORM 2000-WALK-JOURNAL
                   UNTIL JRNL-FILE-AT-END
               CLOSE JOURNAL-FILE
           END-IF.

       1800-OPEN-LIVE-JOURNAL SECTION.
       1810-OPEN-JOURNAL.
           MOVE 'CUSTJRNL' TO WS-JOURNAL-FILE-NAME
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY 'NO UPDATE JOURNAL - CANNOT RECONSTRUCT'
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ASF-RETURN-CODE
               GOBACK
           END-IF.

       2000-WALK-JOURNAL SECTION.
       2100-READ-JOURNAL-ROW.
           READ JOURNAL-FILE
           DISPLAY 'RECORD COUNT : ' WS-ASOF-COUNT
           DISPLAY 'TOTAL BALANCE: ' WS-ASOF-BALANCE
           DISPLAY 'JOURNAL ROWS REVERSED OUT: ' WS-ROWS-AFTER
               ' (' WS-HISTORY-FILES-READ ' HISTORY FILES READ)'
           DISPLAY '  OF WHICH ADDS ' WS-WRITES-AFTER
               '  DELETES ' WS-DELETES-AFTER.

                               CUST-DAYS-PAST-DUE
                   END-READ
           END-EVALUATE
           DISPLAY 'JOURNAL ROWS FOR ACCOUNT: ' WS-TARGET-ROWS-SEEN
               ' (' WS-HISTORY-FILES-READ ' HISTORY FILES READ)'.

       3500-FINALIZE SECTION.
       3510-CLOSE-FILES.
