       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-ACDVFEED.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Credit-bureau dispute (ACDV) intake. When a consumer disputes
      * one of our tradelines with a bureau, the bureau sends an
      * automated dispute verification request and gives us thirty
      * days to answer it. Those requests used to reach us on paper
      * and the deadline went by. This job reads the bureau's
      * electronic dispute file and opens one investigation row per
      * request, linked to the account, carrying the bureau's
      * control number, the consumer's claim, and the bureau's
      * response deadline (thirty days from receipt when the bureau
      * sends none). An account with an open balance dispute on file
      * has the investigation linked to it, so the desk works the
      * two together. A request already on file is not opened twice,
      * and a request for an account we cannot find prints on the
      * intake report for a human to chase.
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

      * The bureau's electronic dispute file
           SELECT ACDV-FEED-FILE ASSIGN TO "CUSTACDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACF-FILE-STATUS.

      * Open balance disputes - an investigation links to one;
      * optional
           SELECT DISPUTE-FILE ASSIGN TO "CUSTDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DSP-FILE-STATUS.

      * The investigation rows the desk works
           SELECT ACDV-FILE ASSIGN TO "CUSTACDV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-KEY
               FILE STATUS IS WS-ACD-FILE-STATUS.

      * What was opened tonight, duplicates, and unmatched rows
           SELECT INTAKE-REPORT-FILE ASSIGN TO "CUSTACDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  ACDV-FEED-FILE.
       01  ACDV-FEED-RECORD.
           05  ACF-CONTROL-NO      PIC X(10).
           05  ACF-BUREAU-CODE     PIC X(4).
      * The account number we reported - our CUST-ID
           05  ACF-ACCOUNT-NUMBER  PIC 9(9).
           05  ACF-CONSUMER-NAME   PIC X(30).
           05  ACF-DISPUTE-CODE    PIC X(3).
           05  ACF-CONSUMER-CLAIM  PIC X(40).
           05  ACF-RECEIVED-DATE   PIC 9(8).
      * Zero when the bureau leaves the standard thirty days implied
           05  ACF-RESPONSE-DUE-DATE PIC 9(8).

       FD  DISPUTE-FILE.
           COPY DISPUTE-RECORD.

       FD  ACDV-FILE.
           COPY ACDV-RECORD.

       FD  INTAKE-REPORT-FILE.
       01  INTAKE-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * Feed registration handshake - the physical file registers
      * before a single row processes, so a repeat presentation is
      * refused instead of applied twice
       01  WS-FEEDCTL-PARM-AREA.
           05  WS-FDC-RETURN-CODE  PIC S9(4) COMP.
           05  WS-FDC-MESSAGE      PIC X(50).
           05  WS-FDC-FUNCTION     PIC X(8).
           05  WS-FDC-FEED-CODE    PIC X(8).
           05  WS-FDC-FILE-NAME    PIC X(40).
           05  WS-FDC-BUSINESS-DATE PIC 9(8).
           05  WS-FDC-SEQUENCE     PIC 9(6).

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-ACF-FILE-STATUS      PIC XX.
           88  ACF-FILE-OK         VALUE '00'.
           88  ACF-FILE-AT-END     VALUE '10'.
       01  WS-ACF-OPENED-FLAG      PIC X VALUE 'N'.
           88  FEED-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-DSP-FILE-STATUS      PIC XX.
           88  DSP-FILE-OK         VALUE '00'.
           88  DSP-FILE-MISSING    VALUE '35'.
       01  WS-DSP-OPENED-FLAG      PIC X VALUE 'N'.
           88  DISPUTE-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-ACD-FILE-STATUS      PIC XX.
           88  ACD-FILE-OK         VALUE '00'.
           88  ACD-FILE-MISSING    VALUE '35'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-ACD-EXISTS-FLAG  PIC X VALUE 'N'.
               88  INVESTIGATION-EXISTS VALUE 'Y'.

       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
      * The bureau's standard window when the file carries no date
       01  WS-RESPONSE-DAYS        PIC 9(3) VALUE 30.
       01  WS-REPORT-TEXT          PIC X(20) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-FEED-ROWS-READ   PIC 9(6) VALUE ZERO.
           05  WS-OPENED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-LINKED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-DUPLICATE-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-ACDVFEED-PARM-AREA.
           05  LS-ACF-RETURN-CODE  PIC S9(4) COMP.
           05  LS-ACF-MESSAGE      PIC X(50).
           05  LS-ACF-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-ACDVFEED-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FEED
               UNTIL ACF-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-ACF-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-ACF-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM

           OPEN INPUT ACDV-FEED-FILE
           IF NOT ACF-FILE-OK
               DISPLAY 'NO BUREAU DISPUTE FILE PRESENT - NOTHING TO '
                   'OPEN'
               MOVE 0 TO LS-ACF-RETURN-CODE
               MOVE 'NO BUREAU DISPUTE FILE PRESENT' TO LS-ACF-MESSAGE
               GOBACK
           END-IF
           SET FEED-FILE-WAS-OPENED TO TRUE
      * Register the physical file before touching a row of it - a
      * duplicate presentation stops here, loudly
           MOVE 'REGISTER' TO WS-FDC-FUNCTION
           MOVE 'ACDVFEED' TO WS-FDC-FEED-CODE
           MOVE 'CUSTACDF' TO WS-FDC-FILE-NAME
           MOVE STD-CURRENT-DATE TO WS-FDC-BUSINESS-DATE
           MOVE ZERO TO WS-FDC-SEQUENCE
           CALL 'SAMPLE-PROGRAM-FEEDCTL'
               USING WS-FEEDCTL-PARM-AREA
           IF WS-FDC-RETURN-CODE NOT = ZERO
               DISPLAY 'FEED REGISTRATION REFUSED: ' WS-FDC-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ACF-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ACF-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF DSP-FILE-OK
               SET DISPUTE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DSP-FILE-MISSING
                   DISPLAY 'ERROR OPENING DISPUTE FILE: '
                       WS-DSP-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-ACF-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Investigation file - created on first use like the other
      * keyed side files
           OPEN I-O ACDV-FILE
           IF ACD-FILE-MISSING
               OPEN OUTPUT ACDV-FILE
               CLOSE ACDV-FILE
               OPEN I-O ACDV-FILE
           END-IF
           IF NOT ACD-FILE-OK
               DISPLAY 'ERROR OPENING BUREAU DISPUTE FILE: '
                   WS-ACD-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ACF-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INTAKE-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING BUREAU DISPUTE INTAKE REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-ACF-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING 'BUREAU DISPUTE (ACDV) INTAKE - ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE.

       2000-PROCESS-FEED SECTION.
       2100-READ-FEED-ROW.
           READ ACDV-FEED-FILE
               AT END
                   SET ACF-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-ROWS-READ
                   PERFORM 2200-APPLY-FEED-ROW
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-APPLY-FEED-ROW.
           MOVE ACF-ACCOUNT-NUMBER TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE 'UNMATCHED ACCOUNT' TO WS-REPORT-TEXT
                   PERFORM 2900-WRITE-REPORT-LINE
               NOT INVALID KEY
                   PERFORM 2210-READ-INVESTIGATION
                   IF INVESTIGATION-EXISTS
                       ADD 1 TO WS-DUPLICATE-COUNT
                       MOVE 'ALREADY ON FILE' TO WS-REPORT-TEXT
                       PERFORM 2900-WRITE-REPORT-LINE
                   ELSE
                       PERFORM 2300-OPEN-INVESTIGATION
                   END-IF
           END-READ.

       2210-READ-INVESTIGATION.
           MOVE 'N' TO WS-ACD-EXISTS-FLAG
           MOVE ACF-ACCOUNT-NUMBER TO ACD-CUST-ID
           MOVE ACF-CONTROL-NO TO ACD-CONTROL-NO
           READ ACDV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET INVESTIGATION-EXISTS TO TRUE
           END-READ.

       2300-OPEN-INVESTIGATION.
           MOVE ACF-ACCOUNT-NUMBER TO ACD-CUST-ID
           MOVE ACF-CONTROL-NO TO ACD-CONTROL-NO
           MOVE ACF-BUREAU-CODE TO ACD-BUREAU-CODE
           MOVE ACF-CONSUMER-NAME TO ACD-CONSUMER-NAME
           MOVE ACF-DISPUTE-CODE TO ACD-DISPUTE-CODE
           MOVE ACF-CONSUMER-CLAIM TO ACD-CONSUMER-CLAIM
           IF ACF-RECEIVED-DATE = ZERO
               MOVE WS-TODAY-DATE-NUM TO ACD-RECEIVED-DATE
           ELSE
               MOVE ACF-RECEIVED-DATE TO ACD-RECEIVED-DATE
           END-IF
           IF ACF-RESPONSE-DUE-DATE = ZERO
               COMPUTE ACD-RESPONSE-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (ACD-RECEIVED-DATE)
                           + WS-RESPONSE-DAYS)
           ELSE
               MOVE ACF-RESPONSE-DUE-DATE TO ACD-RESPONSE-DUE-DATE
           END-IF
           PERFORM 2310-LINK-DISPUTE
           SET ACD-OPEN TO TRUE
           MOVE SPACE TO ACD-RESPONSE-CODE
           MOVE SPACE TO ACD-MOD-RATING
           MOVE SPACES TO ACD-ANSWERED-BY
           MOVE ZERO TO ACD-ANSWERED-DATE
           MOVE ZERO TO ACD-RESPONDED-DATE
           MOVE ZERO TO ACD-APPLIED-PERIOD
           WRITE ACDV-RECORD
               INVALID KEY
                   DISPLAY 'BUREAU DISPUTE WRITE FAILED, CONTROL '
                       ACF-CONTROL-NO ' STATUS=' WS-ACD-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
                   MOVE 'OPENED' TO WS-REPORT-TEXT
                   PERFORM 2900-WRITE-REPORT-LINE
           END-WRITE.

       2310-LINK-DISPUTE.
           MOVE 'N' TO ACD-DISPUTE-LINKED
           IF DISPUTE-FILE-WAS-OPENED
               MOVE ACF-ACCOUNT-NUMBER TO DSP-CUST-ID
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN-DISPUTE
                           SET ACD-LINKED-TO-DISPUTE TO TRUE
                           ADD 1 TO WS-LINKED-COUNT
                       END-IF
               END-READ
           END-IF.

       2900-WRITE-REPORT-LINE.
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING WS-REPORT-TEXT DELIMITED BY SIZE
               ' CONTROL ' DELIMITED BY SIZE
               ACF-CONTROL-NO DELIMITED BY SIZE
               ' BUREAU ' DELIMITED BY SIZE
               ACF-BUREAU-CODE DELIMITED BY SIZE
               ' ACCOUNT ' DELIMITED BY SIZE
               ACF-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ACF-CONSUMER-NAME DELIMITED BY SIZE
               ' CODE ' DELIMITED BY SIZE
               ACF-DISPUTE-CODE DELIMITED BY SIZE
               ' DUE ' DELIMITED BY SIZE
               ACD-RESPONSE-DUE-DATE DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           IF FEED-FILE-WAS-OPENED
               CLOSE ACDV-FEED-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE ACDV-FILE
           CLOSE INTAKE-REPORT-FILE
           IF DISPUTE-FILE-WAS-OPENED
               CLOSE DISPUTE-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Bureau Dispute Intake Summary:'
           DISPLAY 'Feed Rows Read: ' WS-FEED-ROWS-READ
           DISPLAY 'Investigations Opened: ' WS-OPENED-COUNT
           DISPLAY 'Linked To Open Balance Dispute: ' WS-LINKED-COUNT
           DISPLAY 'Already On File: ' WS-DUPLICATE-COUNT
           DISPLAY 'Unmatched Accounts: ' WS-UNMATCHED-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-ACF-RETURN-CODE
               MOVE 'BUREAU DISPUTE INTAKE COMPLETED WITH ERRORS'
                   TO LS-ACF-MESSAGE
           ELSE
               IF WS-UNMATCHED-COUNT > ZERO
                   MOVE 4 TO LS-ACF-RETURN-CODE
                   MOVE 'BUREAU DISPUTE INTAKE - UNMATCHED ACCOUNTS'
                       TO LS-ACF-MESSAGE
               ELSE
                   MOVE 0 TO LS-ACF-RETURN-CODE
                   MOVE 'BUREAU DISPUTE INTAKE COMPLETE'
                       TO LS-ACF-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.
