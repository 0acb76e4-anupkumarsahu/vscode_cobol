       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-TICKLER.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Daily follow-up tickler. A rep who writes "customer says the
      * check went out on the 3rd, call back Friday" against an
      * account in MAINT can set a follow-up date on the note, and
      * hand it to another operator if it is not theirs to chase.
      * This report, run at the start of each day, is how Friday
      * comes round: every note on CUSTNOTE whose follow-up date is
      * the run date (or the caller's date, for a re-run or a look
      * ahead) is listed under the operator who owns the follow-up,
      * with the account's name, who wrote the note and when, and
      * the note itself, so each operator's list is a page they can
      * work down. A follow-up whose account is no longer on the
      * customer file is still listed - the note is the reminder -
      * and shows NOT ON FILE in place of the name.
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

      * Account notes written from the maintenance screen; read
      * only, start to end
           SELECT ACCOUNT-NOTE-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NTE-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

      * Tickler report, one block per operator
           SELECT TICKLER-REPORT-FILE ASSIGN TO "CUSTTICK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  ACCOUNT-NOTE-FILE.
           COPY ACCOUNT-NOTE-RECORD.

      * One row per follow-up due, with the account name already
      * looked up
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-FOLLOW-UP-OPERATOR PIC X(8).
           05  SRT-CUST-ID         PIC 9(9).
           05  SRT-NOTE-DATE       PIC 9(8).
           05  SRT-NOTE-TIME       PIC 9(6).
           05  SRT-CUST-NAME       PIC X(30).
           05  SRT-CATEGORY        PIC X(4).
           05  SRT-WRITTEN-BY      PIC X(8).
           05  SRT-TEXT            PIC X(120).

       FD  TICKLER-REPORT-FILE.
       01  TICKLER-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-NTE-FILE-STATUS      PIC XX.
           88  NTE-FILE-OK         VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-GROUP-OPEN-FLAG  PIC X VALUE 'N'.
               88  GROUP-IS-OPEN   VALUE 'Y'.

      * The day whose follow-ups are listed
       01  WS-DUE-DATE             PIC 9(8) VALUE ZERO.

       01  WS-GROUP-AREA.
           05  WS-GROUP-OPERATOR   PIC X(8) VALUE SPACES.
           05  WS-GROUP-FOLLOW-UPS PIC 9(6) VALUE ZERO.

       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       01  WS-COUNTERS.
           05  WS-NOTES-READ       PIC 9(6) VALUE ZERO.
           05  WS-FOLLOW-UPS-DUE   PIC 9(6) VALUE ZERO.
           05  WS-OPERATORS-LISTED PIC 9(6) VALUE ZERO.
           05  WS-NOT-ON-FILE-COUNT PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-TICKLER-PARM-AREA.
           05  LS-TKL-RETURN-CODE  PIC S9(4) COMP.
           05  LS-TKL-MESSAGE      PIC X(50).
           05  LS-TKL-CUSTOMER-FILE-NAME PIC X(40).
      * Optional - zero lists the follow-ups due on the run date
           05  LS-TKL-DUE-DATE     PIC 9(8).

       PROCEDURE DIVISION USING LS-TICKLER-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-FOLLOW-UP-OPERATOR SRT-CUST-ID
                   SRT-NOTE-DATE SRT-NOTE-TIME
               INPUT PROCEDURE IS 2000-SELECT-FOLLOW-UPS
               OUTPUT PROCEDURE IS 3000-WRITE-TICKLER
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-TKL-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-TKL-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           OPEN INPUT ACCOUNT-NOTE-FILE
           IF NOT NTE-FILE-OK
               DISPLAY 'NO ACCOUNT NOTE FILE - NO FOLLOW-UPS DUE'
               MOVE 0 TO LS-TKL-RETURN-CODE
               MOVE 'NO ACCOUNT NOTE FILE PRESENT' TO LS-TKL-MESSAGE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               MOVE 8 TO LS-TKL-RETURN-CODE
               MOVE 'CUSTOMER FILE NOT OPENED' TO LS-TKL-MESSAGE
               CLOSE ACCOUNT-NOTE-FILE
               GOBACK
           END-IF

           OPEN OUTPUT TICKLER-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING FOLLOW-UP TICKLER REPORT: '
                   WS-RPT-FILE-STATUS
               MOVE 8 TO LS-TKL-RETURN-CODE
               MOVE 'TICKLER REPORT NOT OPENED' TO LS-TKL-MESSAGE
               CLOSE ACCOUNT-NOTE-FILE
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           IF LS-TKL-DUE-DATE NOT = ZERO
               MOVE LS-TKL-DUE-DATE TO WS-DUE-DATE
           ELSE
               MOVE STD-CURRENT-DATE TO WS-DUE-DATE
           END-IF
           MOVE SPACES TO TICKLER-REPORT-LINE
           STRING 'ACCOUNT FOLLOW-UPS DUE ' DELIMITED BY SIZE
               WS-DUE-DATE DELIMITED BY SIZE
               ' - RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE
           MOVE SPACES TO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE.

       2000-SELECT-FOLLOW-UPS SECTION.
       2010-SELECT-CONTROL.
           PERFORM 2100-READ-NOTE
               UNTIL END-OF-FILE

      * 2100 and what it PERFORMs already ran above via the explicit
      * PERFORM - exit the section here instead of falling into them
      * a second time
           EXIT SECTION.

       2100-READ-NOTE.
           READ ACCOUNT-NOTE-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOTES-READ
                   IF NTE-FOLLOW-UP-DATE = WS-DUE-DATE
                       PERFORM 2200-RELEASE-FOLLOW-UP
                   END-IF
           END-READ.

       2200-RELEASE-FOLLOW-UP.
      * A follow-up nobody was named for is the writer's own
           IF NTE-FOLLOW-UP-OPERATOR = SPACES
               MOVE NTE-OPERATOR-ID TO SRT-FOLLOW-UP-OPERATOR
           ELSE
               MOVE NTE-FOLLOW-UP-OPERATOR TO SRT-FOLLOW-UP-OPERATOR
           END-IF
           MOVE NTE-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE' TO SRT-CUST-NAME
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               NOT INVALID KEY
                   MOVE CUST-NAME TO SRT-CUST-NAME
           END-READ
           MOVE NTE-CUST-ID TO SRT-CUST-ID
           MOVE NTE-NOTE-DATE TO SRT-NOTE-DATE
           MOVE NTE-NOTE-TIME TO SRT-NOTE-TIME
           MOVE NTE-CATEGORY TO SRT-CATEGORY
           MOVE NTE-OPERATOR-ID TO SRT-WRITTEN-BY
           MOVE NTE-TEXT TO SRT-TEXT
           ADD 1 TO WS-FOLLOW-UPS-DUE
           RELEASE SORT-RECORD.

       3000-WRITE-TICKLER SECTION.
       3010-WRITE-CONTROL.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 3100-RETURN-FOLLOW-UP
               UNTIL END-OF-FILE
           IF GROUP-IS-OPEN
               PERFORM 3400-CLOSE-GROUP
           END-IF
           PERFORM 3500-WRITE-GRAND-TOTALS

      * 3100 through 3500 already ran above via the explicit PERFORM
      * - exit the section here instead of falling into them a
      * second time
           EXIT SECTION.

       3100-RETURN-FOLLOW-UP.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF GROUP-IS-OPEN
                       AND SRT-FOLLOW-UP-OPERATOR
                           NOT = WS-GROUP-OPERATOR
                       PERFORM 3400-CLOSE-GROUP
                   END-IF
                   IF NOT GROUP-IS-OPEN
                       PERFORM 3200-OPEN-GROUP
                   END-IF
                   PERFORM 3300-WRITE-FOLLOW-UP-LINES
           END-RETURN.

       3200-OPEN-GROUP.
           SET GROUP-IS-OPEN TO TRUE
           MOVE SRT-FOLLOW-UP-OPERATOR TO WS-GROUP-OPERATOR
           MOVE ZERO TO WS-GROUP-FOLLOW-UPS
           MOVE SPACES TO TICKLER-REPORT-LINE
           STRING 'OPERATOR ' DELIMITED BY SIZE
               SRT-FOLLOW-UP-OPERATOR DELIMITED BY SIZE
               INTO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE
           MOVE SPACES TO TICKLER-REPORT-LINE
           STRING '  CUST-ID   NAME                           '
               DELIMITED BY SIZE
               'CATG NOTED ON WRITTEN BY' DELIMITED BY SIZE
               INTO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE.

       3300-WRITE-FOLLOW-UP-LINES.
      * The account line, then the note itself beneath it
           ADD 1 TO WS-GROUP-FOLLOW-UPS
           MOVE SPACES TO TICKLER-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               SRT-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-CUST-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-CATEGORY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-NOTE-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-WRITTEN-BY DELIMITED BY SIZE
               INTO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE
           MOVE SPACES TO TICKLER-REPORT-LINE
           STRING '            ' DELIMITED BY SIZE
               SRT-TEXT DELIMITED BY SIZE
               INTO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE.

       3400-CLOSE-GROUP.
           MOVE WS-GROUP-FOLLOW-UPS TO WS-COUNT-DISPLAY
           MOVE SPACES TO TICKLER-REPORT-LINE
           STRING '  FOLLOW-UPS DUE ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE
           MOVE SPACES TO TICKLER-REPORT-LINE
           WRITE TICKLER-REPORT-LINE
           ADD 1 TO WS-OPERATORS-LISTED
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.

       3500-WRITE-GRAND-TOTALS.
           MOVE WS-FOLLOW-UPS-DUE TO WS-COUNT-DISPLAY
           MOVE SPACES TO TICKLER-REPORT-LINE
           IF WS-FOLLOW-UPS-DUE = ZERO
               MOVE 'NO FOLLOW-UPS DUE' TO TICKLER-REPORT-LINE
           ELSE
               STRING 'ALL OPERATORS - FOLLOW-UPS DUE '
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO TICKLER-REPORT-LINE
           END-IF
           WRITE TICKLER-REPORT-LINE.

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           CLOSE ACCOUNT-NOTE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE TICKLER-REPORT-FILE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Follow-Up Tickler Summary:'
           DISPLAY 'Due Date: ' WS-DUE-DATE
           DISPLAY 'Notes Read: ' WS-NOTES-READ
           DISPLAY 'Follow-Ups Due: ' WS-FOLLOW-UPS-DUE
           DISPLAY 'Operators Listed: ' WS-OPERATORS-LISTED
           DISPLAY 'Accounts Not On File: ' WS-NOT-ON-FILE-COUNT.

       4999-EXIT.
           MOVE 0 TO LS-TKL-RETURN-CODE
           MOVE 'FOLLOW-UP TICKLER COMPLETE' TO LS-TKL-MESSAGE
           EXIT SECTION.
