      * by SAMPLE-PROGRAM's 2280-CHECK-STATUS-CHANGE) to find out how
      * long each INACTIVE-CUSTOMER record has been inactive; anything
      * past the retention period gets copied to PURGE-ARCHIVE-FILE
      * and deleted from CUSTOMER-FILE. The archived copies of every
      * statement and letter sent to a purged customer go with the
      * row - the document archive keeps nobody longer than the
      * customer file does.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * Rendered statement and letter lines, deleted along with the
      * customer; optional, missing means nothing was ever archived
           SELECT DOCUMENT-ARCHIVE-FILE ASSIGN TO "CUSTDARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAR-KEY
               FILE STATUS IS WS-DAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  JOURNAL-FILE.
           COPY JOURNAL-RECORD.

       FD  DOCUMENT-ARCHIVE-FILE.
           COPY DOCUMENT-ARCHIVE-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

           88  JRNL-FILE-OK        VALUE '00'.
       01  WS-JRNL-BEFORE-AREA     PIC X(250) VALUE SPACES.

       01  WS-DAR-FILE-STATUS      PIC XX.
           88  DAR-FILE-OK         VALUE '00'.
           88  DAR-FILE-MISSING    VALUE '35'.
       01  WS-DAR-OPENED-FLAG      PIC X VALUE 'N'.
           88  DOC-ARCHIVE-WAS-OPENED VALUE 'Y'.
       01  WS-DAR-DONE-FLAG        PIC X VALUE 'N'.
           88  DOC-ARCHIVE-WALK-DONE VALUE 'Y'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-SCANNED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-PURGED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-HOLD-HELD-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-DOC-LINES-DELETED PIC 9(8) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'PURGE'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-PURGE-PARM-AREA.
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PRG-RETURN-CODE
               GOBACK
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
                   MOVE 8 TO LS-PRG-RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       1200-INIT-VARIABLES.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-ERROR-FLAG
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-RETENTION-DAYS NOT = ZERO
               MOVE LS-RETENTION-DAYS TO WS-RETENTION-DAYS
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-DAYS =
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
                   PERFORM 2400-WRITE-JOURNAL-IMAGES
                   PERFORM 2500-PURGE-ARCHIVED-DOCUMENTS
           END-DELETE.

       2400-WRITE-JOURNAL-IMAGES.
           MOVE WS-JHS-HASH TO JRNL-CHAIN-HASH
           WRITE JOURNAL-RECORD.

       2500-PURGE-ARCHIVED-DOCUMENTS.
      * Every line of every copy under the CUST-ID sorts together,
      * so the walk starts at the account's first key and stops at
      * the next account
           IF DOC-ARCHIVE-WAS-OPENED
               MOVE 'N' TO WS-DAR-DONE-FLAG
               MOVE ARC-CUST-ID TO DAR-CUST-ID
               MOVE LOW-VALUES TO DAR-DOC-TYPE
               MOVE ZERO TO DAR-SENT-DATE
               MOVE ZERO TO DAR-COPY-NO
               MOVE ZERO TO DAR-LINE-NO
               START DOCUMENT-ARCHIVE-FILE
                   KEY IS NOT LESS THAN DAR-KEY
                   INVALID KEY
                       SET DOC-ARCHIVE-WALK-DONE TO TRUE
               END-START
               PERFORM 2510-PURGE-ONE-DOC-LINE
                   UNTIL DOC-ARCHIVE-WALK-DONE
           END-IF.

       2510-PURGE-ONE-DOC-LINE.
           READ DOCUMENT-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET DOC-ARCHIVE-WALK-DONE TO TRUE
               NOT AT END
                   IF DAR-CUST-ID NOT = ARC-CUST-ID
                       SET DOC-ARCHIVE-WALK-DONE TO TRUE
                   ELSE
                       DELETE DOCUMENT-ARCHIVE-FILE
                           INVALID KEY
                               DISPLAY 'ARCHIVED DOCUMENT DELETE '
                                   'FAILED FOR CUST-ID: ' ARC-CUST-ID
                                   ' STATUS=' WS-DAR-FILE-STATUS
                               SET ERROR-OCCURRED TO TRUE
                               SET DOC-ARCHIVE-WALK-DONE TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-DOC-LINES-DELETED
                       END-DELETE
                   END-IF
           END-READ.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CALL 'SAMPLE-PROGRAM-JRNLHASH'
               USING WS-JRNLHASH-PARM-AREA
           CLOSE JOURNAL-FILE
           IF DOC-ARCHIVE-WAS-OPENED
               CLOSE DOCUMENT-ARCHIVE-FILE
           END-IF
           IF HOLD-FILE-WAS-OPENED
               CLOSE HOLD-FILE
           END-IF.
           DISPLAY 'Retention Period (Days): ' WS-RETENTION-DAYS
           DISPLAY 'Customers Scanned: ' WS-SCANNED-COUNT
           DISPLAY 'Customers Purged: ' WS-PURGED-COUNT
           DISPLAY 'Purges Held By Legal Hold: ' WS-HOLD-HELD-COUNT
           DISPLAY 'Archived Document Lines Deleted: '
               WS-DOC-LINES-DELETED.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 'PURGE COMPLETE' TO LS-PRG-MESSAGE
           END-IF
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'RETENTION-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-RETENTION-DAYS
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
           DISPLAY 'PURGE RUN PARAMETERS:'
           DISPLAY '  RETENTION-DAYS: ' WS-RETENTION-DAYS.
