      *       response file
      *   F = FOLLOWUP - non-replies past the follow-up window get
      *       their second request, on schedule instead of by memory
      * Every letter and second request printed is also filed line
      * for line in the document archive (SAMPLE-PROGRAM-DOCARCH),
      * and its log row carries the archived copy number.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-RESPONSES-MARKED PIC 9(6) VALUE ZERO.
           05  WS-SECOND-REQUESTS  PIC 9(6) VALUE ZERO.

      * Document archive handshake - BEGIN before the first printed
      * line of each document, LINE for every line printed, CLOSE at
      * the end of the run; the copy number BEGIN hands back goes on
      * the document's correspondence log row
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
       01  LS-CONFIRM-PARM-AREA.
           05  LS-CNF-RETURN-CODE  PIC S9(4) COMP.
       2400-WRITE-LETTER.
      * Mailing block, then the confirmation body - templated when
      * the CONFIRM rows exist, compiled-in wording otherwise
           MOVE CUST-ID TO WS-DAR-CUST-ID
           MOVE 'CONFIRM' TO WS-DAR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO WS-DAR-SENT-DATE
           MOVE STD-CURRENT-TIME TO WS-DAR-SENT-TIME
           PERFORM 8400-BEGIN-ARCHIVE-COPY
           MOVE CUST-BALANCE TO WS-BALANCE-DISPLAY
           MOVE CUST-NAME TO CONFIRM-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE CUST-ADDRESS-LINE-1 TO CONFIRM-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           STRING CUST-CITY DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               CUST-STATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CUST-ZIP-CODE DELIMITED BY SIZE
               INTO CONFIRM-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE SPACES TO CONFIRM-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE ZERO TO WS-TPL-VERSION
           MOVE 'N' TO WS-TPL-FOUND-FLAG
           IF TEMPLATE-FILE-WAS-OPENED
           IF NOT TEMPLATE-FOUND
               MOVE 'OUR AUDITORS ASK YOU TO CONFIRM YOUR BALANCE'
                   TO CONFIRM-LETTER-LINE
               PERFORM 8410-PUT-LETTER-LINE
           END-IF
           MOVE SPACES TO CONFIRM-LETTER-LINE
           STRING 'BALANCE AS OF ' DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO CONFIRM-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE 'PLEASE SIGN AND RETURN THE ENCLOSED COPY'
               TO CONFIRM-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           MOVE SPACES TO CONFIRM-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE.

       2450-RENDER-CONFIRM-TEMPLATE.
      * The CONFIRM body off the template library - plain lines
                       SET TEMPLATE-FOUND TO TRUE
                       MOVE TPL-VERSION TO WS-TPL-VERSION
                       MOVE TPL-TEXT TO CONFIRM-LETTER-LINE
                       PERFORM 8410-PUT-LETTER-LINE
                   END-IF
           END-READ.

               INTO CORR-DELIVERY-ADDRESS
           MOVE CUST-DAYS-PAST-DUE TO CORR-DAYS-PAST-DUE
           MOVE WS-TPL-VERSION TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE WS-DAR-COPY-NO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       2700-WRITE-CONTROL-ROW.
           EXIT SECTION.

       3550-SEND-ONE-SECOND-REQUEST.
           MOVE CNF-CUST-ID TO WS-DAR-CUST-ID
           MOVE 'CONFIRM-2' TO WS-DAR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO WS-DAR-SENT-DATE
           MOVE STD-CURRENT-TIME TO WS-DAR-SENT-TIME
           PERFORM 8400-BEGIN-ARCHIVE-COPY
           MOVE CNF-BALANCE-CONFIRMED TO WS-BALANCE-DISPLAY
           MOVE SPACES TO CONFIRM-LETTER-LINE
           STRING 'SECOND REQUEST - CUST-ID ' DELIMITED BY SIZE
               '  PLEASE CONFIRM ' DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO CONFIRM-LETTER-LINE
           PERFORM 8410-PUT-LETTER-LINE
           SET CNF-SECOND-SENT TO TRUE
           REWRITE CONFIRM-TRACK-RECORD
           ADD 1 TO WS-SECOND-REQUESTS
           MOVE SPACES TO CORR-DELIVERY-ADDRESS
           MOVE ZERO TO CORR-DAYS-PAST-DUE
           MOVE ZERO TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE WS-DAR-COPY-NO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.


       8400-BEGIN-ARCHIVE-COPY.
      * Start this document's copy in the archive; a copy that
      * cannot be filed still goes out, logged with no archive link
           MOVE 'BEGIN' TO WS-DAR-FUNCTION
           MOVE 'SAMPLE-PROGRAM-CONFIRM' TO WS-DAR-PROGRAM-NAME
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           IF WS-DAR-RETURN-CODE NOT = ZERO
               DISPLAY 'DOCUMENT NOT ARCHIVED FOR CUST-ID '
                   WS-DAR-CUST-ID ': ' WS-DAR-MESSAGE
               ADD 1 TO WS-UNARCHIVED-COUNT
           END-IF.

       8410-PUT-LETTER-LINE.
      * Every printed line of the document also goes to its copy in
      * the archive
           WRITE CONFIRM-LETTER-LINE
           IF WS-DAR-COPY-NO > ZERO
               MOVE CONFIRM-LETTER-LINE TO WS-DAR-LINE-TEXT
               MOVE 'LINE' TO WS-DAR-FUNCTION
               CALL 'SAMPLE-PROGRAM-DOCARCH'
                   USING WS-DOCARCH-PARM-AREA
           END-IF.

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           MOVE 'CLOSE' TO WS-DAR-FUNCTION
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           CLOSE CONFIRM-TRACK-FILE
           EVALUATE TRUE
               WHEN CNF-SAMPLE-MODE
                   DISPLAY 'Of Which Above Ceiling: '
                       WS-CEILING-COUNT
                   DISPLAY 'Sampled Balance: ' WS-SELECTED-BALANCE
                   DISPLAY 'Letters Not Archived: ' WS-UNARCHIVED-COUNT
               WHEN CNF-RESPOND-MODE
                   DISPLAY 'Responses Marked: ' WS-RESPONSES-MARKED
               WHEN CNF-FOLLOWUP-MODE
                   DISPLAY 'Second Requests Sent: '
                       WS-SECOND-REQUESTS
                   DISPLAY 'Letters Not Archived: ' WS-UNARCHIVED-COUNT
           END-EVALUATE.

       4999-EXIT.
