       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-REPRINT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Nightly duplicate-document run. When a customer asks for a
      * copy of a statement or letter, the service rep queues a
      * reprint from SAMPLE-PROGRAM-CORRINQ naming the archived copy;
      * re-running the statement job would print today's figures,
      * not the ones the customer was sent. This run works the queue:
      *   - the archived copy is read back line for line from the
      *     document archive, exactly as it was first printed
      *   - it goes out again through the customer's normal channel,
      *     decided the way the statement run decides it: paper by
      *     default, e-mail (or both) when the delivery preference
      *     says so and the e-channel is usable, paper when it is not
      *   - the paper duplicate goes to the reprint print file under
      *     a DUPLICATE banner and today's mailing address; the
      *     e-mail duplicate goes to the reprint e-delivery file the
      *     delivery bridge sends, under the same banner
      *   - each duplicate sent is itself archived and logged in the
      *     correspondence log as a REPRINT (paper) or REPRINT-E
      *     (e-mail) row, so the inquiry shows it went out and the
      *     print vendor's confirmation can stamp it mailed
      * A request is rejected and listed on the reprint report when
      * the customer or the archived copy is no longer on file, or
      * when only paper would do and the mailing address is flagged
      * undeliverable. The queue is emptied at the end of a clean
      * run; a run that hit a file error leaves it for the rerun.
      * Any rejection ends the run with return code 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Duplicates the service reps asked for; optional - no queue
      * means nothing to reprint tonight
           SELECT REPRINT-REQUEST-FILE ASSIGN TO "CUSTRPRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPQ-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * Rendered document lines - read back here, filed through
      * SAMPLE-PROGRAM-DOCARCH
           SELECT DOCUMENT-ARCHIVE-FILE ASSIGN TO "CUSTDARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAR-KEY
               FILE STATUS IS WS-DAR-FILE-STATUS.

      * Per-customer delivery preference (paper, email, both) with
      * the e-channel bounce flag; optional - no file means paper
           SELECT DELIVERY-PREF-FILE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CUST-ID
               FILE STATUS IS WS-PRF-FILE-STATUS.

      * Mail deliverability flags - no duplicate is mailed to a
      * known-bad address; optional
           SELECT MAIL-STATUS-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

      * Paper duplicates for the print vendor
           SELECT REPRINT-PRINT-FILE ASSIGN TO "CUSTRPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILE-STATUS.

      * E-mail duplicates for the delivery bridge, one row per line
           SELECT REPRINT-EMAIL-FILE ASSIGN TO "CUSTRPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPE-FILE-STATUS.

      * Shared outbound-correspondence log
           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO "CUSTCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

      * What became of each request
           SELECT REPRINT-REPORT-FILE ASSIGN TO "CUSTRPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPRINT-REQUEST-FILE.
           COPY REPRINT-REQUEST-RECORD.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  DOCUMENT-ARCHIVE-FILE.
           COPY DOCUMENT-ARCHIVE-RECORD.

       FD  DELIVERY-PREF-FILE.
       01  DELIVERY-PREF-RECORD.
           05  PRF-CUST-ID         PIC 9(9).
           05  PRF-DELIVERY-CODE   PIC X.
               88  PRF-PAPER       VALUE 'P'.
               88  PRF-EMAIL       VALUE 'E'.
               88  PRF-BOTH        VALUE 'B'.
      * Set when the e-channel bounced - forces paper until a new
      * email address clears it
           05  PRF-BOUNCE-FLAG     PIC X.
               88  PRF-E-BOUNCED   VALUE 'Y'.

       FD  MAIL-STATUS-FILE.
           COPY MAIL-STATUS-RECORD.

       FD  REPRINT-PRINT-FILE.
       01  REPRINT-PRINT-LINE      PIC X(80).

      * The original document's key travels on every row, so the
      * bridge can title the message "Copy of your <doc> of <date>"
       FD  REPRINT-EMAIL-FILE.
       01  REPRINT-EMAIL-RECORD.
           05  RPE-CUST-ID         PIC 9(9).
           05  RPE-CUST-EMAIL      PIC X(40).
           05  RPE-CUST-NAME       PIC X(30).
           05  RPE-DOC-TYPE        PIC X(10).
           05  RPE-SENT-DATE       PIC 9(8).
           05  RPE-LINE-NO         PIC 9(4).
           05  RPE-LINE-TEXT       PIC X(80).

       FD  CORRESPONDENCE-LOG-FILE.
           COPY CORRESPONDENCE-LOG-RECORD.

       FD  REPRINT-REPORT-FILE.
       01  REPRINT-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-RPQ-FILE-STATUS      PIC XX.
           88  RPQ-FILE-OK         VALUE '00'.
           88  RPQ-FILE-AT-END     VALUE '10'.
           88  RPQ-FILE-MISSING    VALUE '35'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-DAR-FILE-STATUS      PIC XX.
           88  DAR-FILE-OK         VALUE '00'.
           88  DAR-FILE-MISSING    VALUE '35'.

       01  WS-PRF-FILE-STATUS      PIC XX.
           88  PRF-FILE-OK         VALUE '00'.
           88  PRF-FILE-MISSING    VALUE '35'.

       01  WS-MST-FILE-STATUS      PIC XX.
           88  MST-FILE-OK         VALUE '00'.
           88  MST-FILE-MISSING    VALUE '35'.

       01  WS-PRT-FILE-STATUS      PIC XX.
           88  PRT-FILE-OK         VALUE '00'.

       01  WS-RPE-FILE-STATUS      PIC XX.
           88  RPE-FILE-OK         VALUE '00'.

       01  WS-CORR-FILE-STATUS     PIC XX.
           88  CORR-FILE-OK        VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-RPQ-OPENED-FLAG  PIC X VALUE 'N'.
               88  REQUEST-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-PRF-OPENED-FLAG  PIC X VALUE 'N'.
               88  PREF-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-MST-OPENED-FLAG  PIC X VALUE 'N'.
               88  MAIL-STATUS-WAS-OPENED VALUE 'Y'.
           05  WS-SEND-PAPER-FLAG  PIC X VALUE 'N'.
               88  SEND-BY-PAPER   VALUE 'Y'.
           05  WS-SEND-EMAIL-FLAG  PIC X VALUE 'N'.
               88  SEND-BY-EMAIL   VALUE 'Y'.
           05  WS-LINE-WALK-FLAG   PIC X VALUE 'N'.
               88  LINE-WALK-DONE  VALUE 'Y'.
           05  WS-TOO-LONG-FLAG    PIC X VALUE 'N'.
               88  ORIGINAL-TOO-LONG VALUE 'Y'.

      * Why a request was not sent; spaces while it still can be
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-DISPOSITION          PIC X(40).

      * The archived copy being reprinted, read in whole before the
      * archive service is asked to file the duplicate
       01  WS-ORIGINAL-COPY.
           05  WS-ORIG-LINE-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-ORIG-LINE        PIC X(80) OCCURS 999 TIMES.
       01  WS-MAX-ORIG-LINES       PIC 9(4) VALUE 999.
       01  WS-ORIG-SUB             PIC 9(4) COMP.
       01  WS-EMAIL-LINE-NO        PIC 9(4) VALUE ZERO.

       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ    PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-SENT    PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-REJECTED PIC 9(6) VALUE ZERO.
           05  WS-PAPER-DUPLICATES PIC 9(6) VALUE ZERO.
           05  WS-EMAIL-DUPLICATES PIC 9(6) VALUE ZERO.

      * Parameter area for the document archive service
       01  WS-DOCARCH-PARM-AREA.
           05  WS-DAR-RETURN-CODE  PIC S9(4) COMP.
           05  WS-DAR-MESSAGE      PIC X(50).
           05  WS-DAR-FUNCTION     PIC X(8).
           05  WS-DAR-CUST-ID      PIC 9(9).
           05  WS-DAR-DOC-TYPE     PIC X(10).
           05  WS-DAR-SENT-DATE    PIC 9(8).
           05  WS-DAR-SENT-TIME    PIC 9(6).
           05  WS-DAR-PROGRAM-NAME PIC X(24).
           05  WS-DAR-LINE-TEXT    PIC X(80).
           05  WS-DAR-COPY-NO      PIC 9(3).
           05  WS-DAR-LINE-COUNT   PIC 9(4).
      * Documents that went out with no archived copy
       01  WS-UNARCHIVED-COUNT     PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-REPRINT-PARM-AREA.
           05  LS-RPR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-RPR-MESSAGE      PIC X(50).
           05  LS-RPR-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-REPRINT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           IF REQUEST-FILE-WAS-OPENED
               PERFORM 2000-WORK-QUEUE
           END-IF
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
      * Optional queue - missing means nobody asked for a copy
           OPEN INPUT REPRINT-REQUEST-FILE
           IF RPQ-FILE-OK
               SET REQUEST-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT RPQ-FILE-MISSING
                   DISPLAY 'ERROR OPENING REPRINT REQUEST FILE: '
                       WS-RPQ-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RPR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF LS-RPR-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-RPR-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RPR-RETURN-CODE
               GOBACK
           END-IF

      * Optional preference file - missing means paper for everyone
           OPEN INPUT DELIVERY-PREF-FILE
           IF PRF-FILE-OK
               SET PREF-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT PRF-FILE-MISSING
                   DISPLAY 'ERROR OPENING DELIVERY PREFERENCE FILE: '
                       WS-PRF-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RPR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional deliverability file - missing means every address
      * is mailable
           OPEN INPUT MAIL-STATUS-FILE
           IF MST-FILE-OK
               SET MAIL-STATUS-WAS-OPENED TO TRUE
           ELSE
               IF NOT MST-FILE-MISSING
                   DISPLAY 'ERROR OPENING MAIL STATUS FILE: '
                       WS-MST-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RPR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT REPRINT-PRINT-FILE
           IF NOT PRT-FILE-OK
               DISPLAY 'ERROR OPENING REPRINT PRINT FILE: '
                   WS-PRT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RPR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPRINT-EMAIL-FILE
           IF NOT RPE-FILE-OK
               DISPLAY 'ERROR OPENING REPRINT E-DELIVERY FILE: '
                   WS-RPE-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RPR-RETURN-CODE
               GOBACK
           END-IF

      * The log is shared - append, creating it on first use
           OPEN EXTEND CORRESPONDENCE-LOG-FILE
           IF NOT CORR-FILE-OK
               OPEN OUTPUT CORRESPONDENCE-LOG-FILE
           END-IF
           IF NOT CORR-FILE-OK
               DISPLAY 'ERROR OPENING CORRESPONDENCE LOG: '
                   WS-CORR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RPR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPRINT-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING REPRINT REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RPR-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE SPACES TO REPRINT-REPORT-LINE
           STRING 'DOCUMENT REPRINT RUN - ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO REPRINT-REPORT-LINE
           WRITE REPRINT-REPORT-LINE
           MOVE SPACES TO REPRINT-REPORT-LINE
           WRITE REPRINT-REPORT-LINE
           MOVE SPACES TO REPRINT-REPORT-LINE
           STRING '  CUST-ID   DOCUMENT   SENT ON  COPY  OPERATOR  '
               DELIMITED BY SIZE
               'DISPOSITION' DELIMITED BY SIZE
               INTO REPRINT-REPORT-LINE
           WRITE REPRINT-REPORT-LINE.

       2000-WORK-QUEUE SECTION.
       2010-QUEUE-CONTROL.
           PERFORM 2100-WORK-ONE-REQUEST
               UNTIL RPQ-FILE-AT-END

      * 2100 and what it PERFORMs already ran above via the explicit
      * PERFORM - exit the section here instead of falling into them
      * a second time
           EXIT SECTION.

       2100-WORK-ONE-REQUEST.
           READ REPRINT-REQUEST-FILE
               AT END
                   SET RPQ-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 2200-PROCESS-REQUEST
           END-READ.

       2200-PROCESS-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE RPQ-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'REJECTED - CUSTOMER NOT ON FILE'
                       TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-LOAD-ORIGINAL
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2400-DECIDE-CHANNELS
               PERFORM 2450-CHECK-DELIVERABILITY
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF SEND-BY-PAPER
                   PERFORM 2500-PRINT-DUPLICATE
               END-IF
               IF SEND-BY-EMAIL
                   PERFORM 2600-EMAIL-DUPLICATE
               END-IF
               ADD 1 TO WS-REQUESTS-SENT
               EVALUATE TRUE
                   WHEN SEND-BY-PAPER AND SEND-BY-EMAIL
                       MOVE 'SENT BY MAIL AND E-MAIL' TO WS-DISPOSITION
                   WHEN SEND-BY-EMAIL
                       MOVE 'SENT BY E-MAIL' TO WS-DISPOSITION
                   WHEN OTHER
                       MOVE 'SENT BY MAIL' TO WS-DISPOSITION
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE WS-REJECT-REASON TO WS-DISPOSITION
           END-IF
           PERFORM 2700-REPORT-REQUEST.

       2300-LOAD-ORIGINAL.
      * The archive service keeps the file open from the duplicate
      * it last filed - release it before reading it here
           MOVE 'CLOSE' TO WS-DAR-FUNCTION
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           MOVE ZERO TO WS-ORIG-LINE-COUNT
           MOVE 'N' TO WS-TOO-LONG-FLAG
           OPEN INPUT DOCUMENT-ARCHIVE-FILE
           IF NOT DAR-FILE-OK
               IF NOT DAR-FILE-MISSING
                   DISPLAY 'ERROR OPENING DOCUMENT ARCHIVE: '
                       WS-DAR-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
               END-IF
               MOVE 'REJECTED - ARCHIVED COPY NOT ON FILE'
                   TO WS-REJECT-REASON
           ELSE
               MOVE 'N' TO WS-LINE-WALK-FLAG
               MOVE RPQ-CUST-ID TO DAR-CUST-ID
               MOVE RPQ-DOC-TYPE TO DAR-DOC-TYPE
               MOVE RPQ-SENT-DATE TO DAR-SENT-DATE
               MOVE RPQ-COPY-NO TO DAR-COPY-NO
               MOVE ZERO TO DAR-LINE-NO
               START DOCUMENT-ARCHIVE-FILE
                   KEY IS NOT LESS THAN DAR-KEY
                   INVALID KEY
                       SET LINE-WALK-DONE TO TRUE
               END-START
               PERFORM 2310-READ-ONE-ORIGINAL-LINE
                   UNTIL LINE-WALK-DONE
               CLOSE DOCUMENT-ARCHIVE-FILE
               EVALUATE TRUE
                   WHEN WS-ORIG-LINE-COUNT = ZERO
                       MOVE 'REJECTED - ARCHIVED COPY NOT ON FILE'
                           TO WS-REJECT-REASON
                   WHEN ORIGINAL-TOO-LONG
                       MOVE 'REJECTED - ARCHIVED COPY TOO LONG'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2310-READ-ONE-ORIGINAL-LINE.
           READ DOCUMENT-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET LINE-WALK-DONE TO TRUE
               NOT AT END
                   IF DAR-CUST-ID NOT = RPQ-CUST-ID
                           OR DAR-DOC-TYPE NOT = RPQ-DOC-TYPE
                           OR DAR-SENT-DATE NOT = RPQ-SENT-DATE
                           OR DAR-COPY-NO NOT = RPQ-COPY-NO
                       SET LINE-WALK-DONE TO TRUE
                   ELSE
                       IF WS-ORIG-LINE-COUNT < WS-MAX-ORIG-LINES
                           ADD 1 TO WS-ORIG-LINE-COUNT
                           MOVE DAR-LINE-TEXT
                               TO WS-ORIG-LINE (WS-ORIG-LINE-COUNT)
                       ELSE
                           SET ORIGINAL-TOO-LONG TO TRUE
                           SET LINE-WALK-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2400-DECIDE-CHANNELS.
      * The same rule the statement run applies: paper is the
      * default and the fallback, so a blank CUST-EMAIL or a bounced
      * e-channel still gets the customer their copy
           MOVE 'Y' TO WS-SEND-PAPER-FLAG
           MOVE 'N' TO WS-SEND-EMAIL-FLAG
           IF PREF-FILE-WAS-OPENED
               MOVE CUST-ID TO PRF-CUST-ID
               READ DELIVERY-PREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN PRF-EMAIL
                               MOVE 'N' TO WS-SEND-PAPER-FLAG
                               MOVE 'Y' TO WS-SEND-EMAIL-FLAG
                           WHEN PRF-BOTH
                               MOVE 'Y' TO WS-SEND-PAPER-FLAG
                               MOVE 'Y' TO WS-SEND-EMAIL-FLAG
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       IF SEND-BY-EMAIL
                           IF CUST-EMAIL = SPACES OR PRF-E-BOUNCED
                               MOVE 'N' TO WS-SEND-EMAIL-FLAG
                               MOVE 'Y' TO WS-SEND-PAPER-FLAG
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2450-CHECK-DELIVERABILITY.
      * No duplicate is mailed to a known-bad address; a customer
      * also taking e-mail still gets that copy
           IF SEND-BY-PAPER AND MAIL-STATUS-WAS-OPENED
               MOVE CUST-ID TO MST-CUST-ID
               READ MAIL-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MST-UNDELIVERABLE
                           MOVE 'N' TO WS-SEND-PAPER-FLAG
                           IF NOT SEND-BY-EMAIL
                               MOVE 'REJECTED - ADDRESS UNDELIVERABLE'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2500-PRINT-DUPLICATE.
      * Today's mailing block over the DUPLICATE banner, then the
      * copy exactly as first printed
           MOVE CUST-ID TO WS-DAR-CUST-ID
           MOVE 'REPRINT' TO WS-DAR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO WS-DAR-SENT-DATE
           MOVE STD-CURRENT-TIME TO WS-DAR-SENT-TIME
           PERFORM 8400-BEGIN-ARCHIVE-COPY
           MOVE '*** DUPLICATE ***' TO REPRINT-PRINT-LINE
           PERFORM 8410-PUT-PRINT-LINE
           MOVE CUST-NAME TO REPRINT-PRINT-LINE
           PERFORM 8410-PUT-PRINT-LINE
           MOVE CUST-ADDRESS-LINE-1 TO REPRINT-PRINT-LINE
           PERFORM 8410-PUT-PRINT-LINE
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-2 TO REPRINT-PRINT-LINE
               PERFORM 8410-PUT-PRINT-LINE
           END-IF
           MOVE SPACES TO REPRINT-PRINT-LINE
           STRING CUST-CITY DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               CUST-STATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CUST-ZIP-CODE DELIMITED BY SIZE
               INTO REPRINT-PRINT-LINE
           PERFORM 8410-PUT-PRINT-LINE
           MOVE SPACES TO REPRINT-PRINT-LINE
           PERFORM 8410-PUT-PRINT-LINE
           PERFORM 2520-BUILD-DUPLICATE-NOTE
           PERFORM 8410-PUT-PRINT-LINE
           MOVE SPACES TO REPRINT-PRINT-LINE
           PERFORM 8410-PUT-PRINT-LINE
           PERFORM 2510-PRINT-ORIGINAL-LINE
               VARYING WS-ORIG-SUB FROM 1 BY 1
               UNTIL WS-ORIG-SUB > WS-ORIG-LINE-COUNT
           ADD 1 TO WS-PAPER-DUPLICATES
           MOVE CUST-ID TO CORR-CUST-ID
           MOVE 'REPRINT' TO CORR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO CORR-SENT-DATE
           MOVE STD-CURRENT-TIME TO CORR-SENT-TIME
           MOVE SPACES TO CORR-DELIVERY-ADDRESS
           STRING CUST-ADDRESS-LINE-1 DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-CITY DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-STATE DELIMITED BY SIZE
               INTO CORR-DELIVERY-ADDRESS
           PERFORM 2550-WRITE-LOG-ROW.

       2510-PRINT-ORIGINAL-LINE.
           MOVE WS-ORIG-LINE (WS-ORIG-SUB) TO REPRINT-PRINT-LINE
           PERFORM 8410-PUT-PRINT-LINE.

       2520-BUILD-DUPLICATE-NOTE.
           MOVE SPACES TO REPRINT-PRINT-LINE
           STRING 'DUPLICATE OF ' DELIMITED BY SIZE
               RPQ-DOC-TYPE DELIMITED BY SPACE
               ' SENT ' DELIMITED BY SIZE
               RPQ-SENT-DATE DELIMITED BY SIZE
               ' - REPRINTED ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO REPRINT-PRINT-LINE.

       2550-WRITE-LOG-ROW.
      * Shared by both channels once the document type and address
      * are in place
           MOVE CUST-DAYS-PAST-DUE TO CORR-DAYS-PAST-DUE
           MOVE ZERO TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE WS-DAR-COPY-NO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD
           IF NOT CORR-FILE-OK
               DISPLAY 'CORRESPONDENCE LOG WRITE FAILED: '
                   WS-CORR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       2600-EMAIL-DUPLICATE.
      * The same banner and copy, one e-delivery row per line
           MOVE CUST-ID TO WS-DAR-CUST-ID
           MOVE 'REPRINT-E' TO WS-DAR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO WS-DAR-SENT-DATE
           MOVE STD-CURRENT-TIME TO WS-DAR-SENT-TIME
           PERFORM 8400-BEGIN-ARCHIVE-COPY
           MOVE ZERO TO WS-EMAIL-LINE-NO
           MOVE '*** DUPLICATE ***' TO RPE-LINE-TEXT
           PERFORM 8420-PUT-EMAIL-LINE
           PERFORM 2520-BUILD-DUPLICATE-NOTE
           MOVE REPRINT-PRINT-LINE TO RPE-LINE-TEXT
           PERFORM 8420-PUT-EMAIL-LINE
           MOVE SPACES TO RPE-LINE-TEXT
           PERFORM 8420-PUT-EMAIL-LINE
           PERFORM 2610-EMAIL-ORIGINAL-LINE
               VARYING WS-ORIG-SUB FROM 1 BY 1
               UNTIL WS-ORIG-SUB > WS-ORIG-LINE-COUNT
           ADD 1 TO WS-EMAIL-DUPLICATES
           MOVE CUST-ID TO CORR-CUST-ID
           MOVE 'REPRINT-E' TO CORR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO CORR-SENT-DATE
           MOVE STD-CURRENT-TIME TO CORR-SENT-TIME
           MOVE SPACES TO CORR-DELIVERY-ADDRESS
           MOVE CUST-EMAIL TO CORR-DELIVERY-ADDRESS
           PERFORM 2550-WRITE-LOG-ROW.

       2610-EMAIL-ORIGINAL-LINE.
           MOVE WS-ORIG-LINE (WS-ORIG-SUB) TO RPE-LINE-TEXT
           PERFORM 8420-PUT-EMAIL-LINE.

       2700-REPORT-REQUEST.
           MOVE SPACES TO REPRINT-REPORT-LINE
           STRING RPQ-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RPQ-DOC-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RPQ-SENT-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RPQ-COPY-NO DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               RPQ-OPERATOR-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               INTO REPRINT-REPORT-LINE
           WRITE REPRINT-REPORT-LINE.

       8400-BEGIN-ARCHIVE-COPY.
      * Start this duplicate's copy in the archive; a copy that
      * cannot be filed still goes out, logged with no archive link
           MOVE 'BEGIN' TO WS-DAR-FUNCTION
           MOVE 'SAMPLE-PROGRAM-REPRINT' TO WS-DAR-PROGRAM-NAME
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           IF WS-DAR-RETURN-CODE NOT = ZERO
               DISPLAY 'DOCUMENT NOT ARCHIVED FOR CUST-ID '
                   WS-DAR-CUST-ID ': ' WS-DAR-MESSAGE
               ADD 1 TO WS-UNARCHIVED-COUNT
           END-IF.

       8410-PUT-PRINT-LINE.
      * Every printed line of the duplicate also goes to its copy in
      * the archive
           WRITE REPRINT-PRINT-LINE
           IF WS-DAR-COPY-NO > ZERO
               MOVE REPRINT-PRINT-LINE TO WS-DAR-LINE-TEXT
               MOVE 'LINE' TO WS-DAR-FUNCTION
               CALL 'SAMPLE-PROGRAM-DOCARCH'
                   USING WS-DOCARCH-PARM-AREA
           END-IF.

       8420-PUT-EMAIL-LINE.
           ADD 1 TO WS-EMAIL-LINE-NO
           MOVE CUST-ID TO RPE-CUST-ID
           MOVE CUST-EMAIL TO RPE-CUST-EMAIL
           MOVE CUST-NAME TO RPE-CUST-NAME
           MOVE RPQ-DOC-TYPE TO RPE-DOC-TYPE
           MOVE RPQ-SENT-DATE TO RPE-SENT-DATE
           MOVE WS-EMAIL-LINE-NO TO RPE-LINE-NO
           WRITE REPRINT-EMAIL-RECORD
           IF WS-DAR-COPY-NO > ZERO
               MOVE RPE-LINE-TEXT TO WS-DAR-LINE-TEXT
               MOVE 'LINE' TO WS-DAR-FUNCTION
               CALL 'SAMPLE-PROGRAM-DOCARCH'
                   USING WS-DOCARCH-PARM-AREA
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           MOVE 'CLOSE' TO WS-DAR-FUNCTION
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           CLOSE CUSTOMER-FILE
           IF PREF-FILE-WAS-OPENED
               CLOSE DELIVERY-PREF-FILE
           END-IF
           IF MAIL-STATUS-WAS-OPENED
               CLOSE MAIL-STATUS-FILE
           END-IF
           CLOSE REPRINT-PRINT-FILE
           CLOSE REPRINT-EMAIL-FILE
           CLOSE CORRESPONDENCE-LOG-FILE
           MOVE WS-REQUESTS-REJECTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPRINT-REPORT-LINE
           WRITE REPRINT-REPORT-LINE
           MOVE SPACES TO REPRINT-REPORT-LINE
           STRING '  REJECTED: ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPRINT-REPORT-LINE
           WRITE REPRINT-REPORT-LINE
           CLOSE REPRINT-REPORT-FILE
           IF REQUEST-FILE-WAS-OPENED
               CLOSE REPRINT-REQUEST-FILE
               IF NOT ERROR-OCCURRED
                   PERFORM 3150-EMPTY-QUEUE
               END-IF
           END-IF

      * 3150 already ran above via the explicit PERFORM when it was
      * safe to - skip past it instead of emptying the queue anyway
           GO TO 3200-DISPLAY-SUMMARY.

       3150-EMPTY-QUEUE.
      * Every request was worked - sent or listed as rejected - so
      * none is carried to tomorrow
           OPEN OUTPUT REPRINT-REQUEST-FILE
           IF RPQ-FILE-OK
               CLOSE REPRINT-REQUEST-FILE
           ELSE
               DISPLAY 'ERROR EMPTYING REPRINT REQUEST FILE: '
                   WS-RPQ-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Document Reprint Summary:'
           DISPLAY 'Reprint Requests Read: ' WS-REQUESTS-READ
           DISPLAY 'Requests Sent: ' WS-REQUESTS-SENT
           DISPLAY 'Requests Rejected: ' WS-REQUESTS-REJECTED
           DISPLAY 'Paper Duplicates: ' WS-PAPER-DUPLICATES
           DISPLAY 'E-Mail Duplicates: ' WS-EMAIL-DUPLICATES
           DISPLAY 'Duplicates Not Archived: ' WS-UNARCHIVED-COUNT.

       3999-EXIT.
           EVALUATE TRUE
               WHEN ERROR-OCCURRED
                   MOVE 4 TO LS-RPR-RETURN-CODE
                   MOVE 'DOCUMENT REPRINT COMPLETED WITH ERRORS'
                       TO LS-RPR-MESSAGE
               WHEN WS-REQUESTS-REJECTED > ZERO
                   MOVE 4 TO LS-RPR-RETURN-CODE
                   MOVE 'REPRINT REQUESTS REJECTED' TO LS-RPR-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-RPR-RETURN-CODE
                   MOVE 'DOCUMENT REPRINT COMPLETE' TO LS-RPR-MESSAGE
           END-EVALUATE
           EXIT SECTION.
