      * in place - every row is copied through to a new archive file,
      * scrubbing the one row that matches, the same swap-the-output-
      * in approach SAMPLE-PROGRAM-CUSTCONV uses for CUSTOMER-FILE
      * itself. The free text of every account note on the customer
      * goes too - reps write names, phone numbers and worse into
      * notes - while the note rows themselves stay, so the dates,
      * operators and follow-ups still account for the work done.
      * Every archived copy of a statement or letter sent to the
      * customer is deleted outright from the document archive -
      * the rendered text is nothing but personal data - and the
      * lines deleted are counted on the certificate.
      * A certificate-of-deletion row is appended to
      * ERASURE-CERTIFICATE-FILE either way, for compliance records.
      *****************************************************************

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * Account notes - the text is personal data like the name;
      * optional, missing means no notes to scrub
           SELECT ACCOUNT-NOTE-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NTE-FILE-STATUS.

      * Rendered statement and letter lines; optional, missing
      * means nothing was ever archived
           SELECT DOCUMENT-ARCHIVE-FILE ASSIGN TO "CUSTDARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAR-KEY
               FILE STATUS IS WS-DAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
      * Balance preserved as of the moment of erasure, so historical
      * reporting totals still reconcile even though the name is gone
           05  CERT-PRESERVED-BALANCE  PIC S9(7)V99.
      * Account notes whose text was scrubbed
           05  CERT-NOTES-SCRUBBED     PIC 9(4).
      * Archived document lines deleted
           05  CERT-DOC-LINES-ERASED   PIC 9(6).

       FD  HOLD-FILE.
           COPY HOLD-RECORD.
       FD  JOURNAL-FILE.
           COPY JOURNAL-RECORD.

       FD  ACCOUNT-NOTE-FILE.
           COPY ACCOUNT-NOTE-RECORD.

       FD  DOCUMENT-ARCHIVE-FILE.
           COPY DOCUMENT-ARCHIVE-RECORD.

       WORKING-STORAGE SECTION.

      * Chain-hash handshake with the journal hash service - every
           88  JRNL-FILE-OK        VALUE '00'.
       01  WS-JRNL-BEFORE-AREA     PIC X(250) VALUE SPACES.

       01  WS-NTE-FILE-STATUS      PIC XX.
           88  NTE-FILE-OK         VALUE '00'.
           88  NTE-FILE-MISSING    VALUE '35'.
       01  WS-NTE-OPENED-FLAG      PIC X VALUE 'N'.
           88  NOTE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-NTE-DONE-FLAG        PIC X VALUE 'N'.
           88  NOTE-WALK-DONE      VALUE 'Y'.

       01  WS-DAR-FILE-STATUS      PIC XX.
           88  DAR-FILE-OK         VALUE '00'.
           88  DAR-FILE-MISSING    VALUE '35'.
       01  WS-DAR-OPENED-FLAG      PIC X VALUE 'N'.
           88  DOC-ARCHIVE-WAS-OPENED VALUE 'Y'.
       01  WS-DAR-DONE-FLAG        PIC X VALUE 'N'.
           88  DOC-ARCHIVE-WALK-DONE VALUE 'Y'.

       01  WS-FLAGS.
           05  WS-ARC-PRESENT-FLAG PIC X VALUE 'Y'.
               88  ARCHIVE-FILE-PRESENT VALUE 'Y'.
           ELSE
               PERFORM 2000-ERASE-FROM-CUSTOMER-FILE
               PERFORM 2500-SCRUB-ARCHIVE-FILE
               PERFORM 2600-SCRUB-ACCOUNT-NOTES
               PERFORM 2700-ERASE-DOCUMENT-ARCHIVE
               PERFORM 2900-WRITE-CERTIFICATE
           END-IF
           PERFORM 3000-FINALIZE
               GOBACK
           END-IF

      * Optional account note file - missing means no notes written
           OPEN I-O ACCOUNT-NOTE-FILE
           IF NTE-FILE-OK
               SET NOTE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT NTE-FILE-MISSING
                   DISPLAY 'ERROR OPENING ACCOUNT NOTE FILE: '
                       WS-NTE-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-ERS-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional document archive - missing means nothing archived
           OPEN I-O DOCUMENT-ARCHIVE-FILE
           IF DAR-FILE-OK
               SET DOC-ARCHIVE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DAR-FILE-MISSING
                   DISPLAY 'ERROR OPENING DOCUMENT ARCHIVE: '
                       WS-DAR-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-ERS-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * The paragraphs below are each PERFORMed on their own from
      * 0000-MAIN-PARA - exit the section here instead of falling
      * into them during initialization and running the whole job
           WRITE ARCHIVE-OUTPUT-RECORD
           ADD 1 TO WS-ARCHIVE-ROWS-COPIED.

       2600-SCRUB-ACCOUNT-NOTES.
      * Every note under the CUST-ID, whatever its date - the key
      * runs newest first, so the walk starts at the account's
      * first key and stops at the next account
           MOVE ZERO TO CERT-NOTES-SCRUBBED
           IF NOTE-FILE-WAS-OPENED
               MOVE 'N' TO WS-NTE-DONE-FLAG
               MOVE WS-TARGET-CUST-ID TO NTE-CUST-ID
               MOVE ZERO TO NTE-INVERTED-DATE
               MOVE ZERO TO NTE-SEQ-NO
               START ACCOUNT-NOTE-FILE
                   KEY IS NOT LESS THAN NTE-KEY
                   INVALID KEY
                       SET NOTE-WALK-DONE TO TRUE
               END-START
               PERFORM 2610-SCRUB-ONE-NOTE
                   UNTIL NOTE-WALK-DONE
           END-IF.

       2610-SCRUB-ONE-NOTE.
           READ ACCOUNT-NOTE-FILE NEXT RECORD
               AT END
                   SET NOTE-WALK-DONE TO TRUE
               NOT AT END
                   IF NTE-CUST-ID NOT = WS-TARGET-CUST-ID
                       SET NOTE-WALK-DONE TO TRUE
                   ELSE
                       MOVE WS-ERASED-NAME-MARKER TO NTE-TEXT
                       REWRITE ACCOUNT-NOTE-RECORD
                           INVALID KEY
                               DISPLAY 'NOTE REWRITE FAILED FOR '
                                   'CUST-ID: ' WS-TARGET-CUST-ID
                                   ' STATUS=' WS-NTE-FILE-STATUS
                               SET ERROR-OCCURRED TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO CERT-NOTES-SCRUBBED
                       END-REWRITE
                   END-IF
           END-READ.

       2700-ERASE-DOCUMENT-ARCHIVE.
      * Every line of every copy under the CUST-ID sorts together,
      * so the walk starts at the account's first key and stops at
      * the next account
           MOVE ZERO TO CERT-DOC-LINES-ERASED
           IF DOC-ARCHIVE-WAS-OPENED
               MOVE 'N' TO WS-DAR-DONE-FLAG
               MOVE WS-TARGET-CUST-ID TO DAR-CUST-ID
               MOVE LOW-VALUES TO DAR-DOC-TYPE
               MOVE ZERO TO DAR-SENT-DATE
               MOVE ZERO TO DAR-COPY-NO
               MOVE ZERO TO DAR-LINE-NO
               START DOCUMENT-ARCHIVE-FILE
                   KEY IS NOT LESS THAN DAR-KEY
                   INVALID KEY
                       SET DOC-ARCHIVE-WALK-DONE TO TRUE
               END-START
               PERFORM 2710-ERASE-ONE-DOC-LINE
                   UNTIL DOC-ARCHIVE-WALK-DONE
           END-IF.

       2710-ERASE-ONE-DOC-LINE.
           READ DOCUMENT-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET DOC-ARCHIVE-WALK-DONE TO TRUE
               NOT AT END
                   IF DAR-CUST-ID NOT = WS-TARGET-CUST-ID
                       SET DOC-ARCHIVE-WALK-DONE TO TRUE
                   ELSE
                       DELETE DOCUMENT-ARCHIVE-FILE
                           INVALID KEY
                               DISPLAY 'ARCHIVED DOCUMENT DELETE '
                                   'FAILED FOR CUST-ID: '
                                   WS-TARGET-CUST-ID
                                   ' STATUS=' WS-DAR-FILE-STATUS
                               SET ERROR-OCCURRED TO TRUE
                               SET DOC-ARCHIVE-WALK-DONE TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO CERT-DOC-LINES-ERASED
                       END-DELETE
                   END-IF
           END-READ.

       2900-WRITE-CERTIFICATE.
           MOVE WS-TARGET-CUST-ID TO CERT-CUST-ID
           MOVE WS-OPERATOR-ID TO CERT-OPERATOR-ID
           IF HOLD-FILE-WAS-OPENED
               CLOSE HOLD-FILE
           END-IF
           IF NOTE-FILE-WAS-OPENED
               CLOSE ACCOUNT-NOTE-FILE
           END-IF
           IF DOC-ARCHIVE-WAS-OPENED
               CLOSE DOCUMENT-ARCHIVE-FILE
           END-IF
      * Give CUSTDATA back - the reservation outlives us only if
      * we crash, and INSPECT/BREAK exist for exactly that
           MOVE 'RELEASE' TO WS-RSV-FUNCTION
           DISPLAY 'CUST-ID Erased: ' WS-TARGET-CUST-ID
           DISPLAY 'Scrubbed In Customer File: ' CERT-FOUND-IN-CUSTOMER
           DISPLAY 'Scrubbed In Archive File : ' CERT-FOUND-IN-ARCHIVE
           DISPLAY 'Account Notes Scrubbed   : ' CERT-NOTES-SCRUBBED
           DISPLAY 'Archived Document Lines Erased: '
               CERT-DOC-LINES-ERASED
           IF ARCHIVE-FILE-PRESENT
               DISPLAY 'Archive Rows Copied Through: '
                   WS-ARCHIVE-ROWS-COPIED
