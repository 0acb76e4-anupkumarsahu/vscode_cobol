      * reactivation audit trail, and journals the write like every
      * other CUSTDATA change. The archive never carried the contact
      * block, so the restored row comes back with blank contact
      * details for MAINT to refresh. A returning customer is
      * screened against the sanctions list like a new one; an
      * account under sanctions review, confirmed as a match, or
      * unscreenable because the list cannot be read is not
      * reinstated until compliance has cleared it.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-JHS-AFTER-IMAGE  PIC X(250).
           05  WS-JHS-HASH         PIC 9(12).

      * Sanctions screening handshake
       01  WS-SANCSCRN-PARM-AREA.
           05  WS-SNS-RETURN-CODE  PIC S9(4) COMP.
           05  WS-SNS-MESSAGE      PIC X(50).
           05  WS-SNS-FUNCTION     PIC X(8).
           05  WS-SNS-CUST-ID      PIC 9(9).
           05  WS-SNS-NAME         PIC X(30).
           05  WS-SNS-COUNTRY      PIC X(2).
           05  WS-SNS-SOURCE       PIC X(8).
           05  WS-SNS-HIT-FLAG     PIC X.
           05  WS-SNS-ENTRY-ID     PIC X(10).
           05  WS-SNS-LIST-NAME    PIC X(40).
           05  WS-SNS-SCORE        PIC 9(3).

      * CUSTDATA reservation handshake - acquired before the file
      * opens, released at close, so a utility and an updater can
      * never run over each other
                   AND ARC-CUST-STATUS NOT = WS-REINSTATED-MARKER
                   AND NOT CUSTOMER-RESTORED
               SET ARCHIVE-ROW-FOUND TO TRUE
               PERFORM 2250-SCREEN-SANCTIONS
               IF WS-SNS-RETURN-CODE = ZERO
                   PERFORM 2300-RESTORE-CUSTOMER
               ELSE
                   DISPLAY 'CUST-ID ' WS-TARGET-CUST-ID
                       ' NOT REINSTATED - ' WS-SNS-MESSAGE
               END-IF
               IF CUSTOMER-RESTORED
                   MOVE WS-REINSTATED-MARKER TO AOUT-CUST-STATUS
               END-IF
           WRITE ARCHIVE-OUTPUT-RECORD
           ADD 1 TO WS-ARCHIVE-ROWS-COPIED.

       2250-SCREEN-SANCTIONS.
      * Anything but a clean screen keeps the account in the
      * archive - the review, not this job, decides
           MOVE 'SCREEN' TO WS-SNS-FUNCTION
           MOVE ARC-CUST-ID TO WS-SNS-CUST-ID
           MOVE ARC-CUST-NAME TO WS-SNS-NAME
           MOVE SPACES TO WS-SNS-COUNTRY
           MOVE 'REINSTAT' TO WS-SNS-SOURCE
           CALL 'SAMPLE-PROGRAM-SANCSCRN' USING WS-SANCSCRN-PARM-AREA.

       2300-RESTORE-CUSTOMER.
      * The archive kept only the core of the record - INITIALIZE
      * leaves the contact block blank for MAINT to refresh and the
