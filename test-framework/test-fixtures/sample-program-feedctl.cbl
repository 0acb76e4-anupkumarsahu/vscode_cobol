      *   VERIFY - answers whether the feed registered for the
      *     given business date; return code 4 when it did not, so
      *     the morning page can raise a missing expected feed
      *   BACKOUT - marks the feed/date/sequence registration backed
      *     out once its postings have been reversed; a backed-out
      *     file no longer counts as received and no longer blocks
      *     the corrected file from registering in its place
      * The hash is a cheap rolling figure, not cryptography - it
      * exists to catch the same bank file presented twice, which
      * it does.
               88  SCAN-DONE       VALUE 'Y'.
           05  WS-SEEN-FLAG        PIC X VALUE 'N'.
               88  FEED-WAS-SEEN   VALUE 'Y'.
      * The label is held by a backed-out registration - the new
      * file replaces it instead of being refused
           05  WS-REPLACE-FLAG     PIC X VALUE 'N'.
               88  REPLACE-BACKED-OUT VALUE 'Y'.

       01  WS-HASH-TOTAL           PIC 9(12) VALUE ZERO.
       01  WS-RECORD-COUNT         PIC 9(8) VALUE ZERO.
       01  LS-FEEDCTL-PARM-AREA.
           05  LS-FDC-RETURN-CODE  PIC S9(4) COMP.
           05  LS-FDC-MESSAGE      PIC X(50).
      * REGISTER, VERIFY or BACKOUT
           05  LS-FDC-FUNCTION     PIC X(8).
           05  LS-FDC-FEED-CODE    PIC X(8).
           05  LS-FDC-FILE-NAME    PIC X(40).
                   PERFORM 2000-REGISTER-FEED
               WHEN 'VERIFY'
                   PERFORM 3000-VERIFY-FEED
               WHEN 'BACKOUT'
                   PERFORM 4000-BACK-OUT-FEED
               WHEN OTHER
                   MOVE 8 TO LS-FDC-RETURN-CODE
                   MOVE 'UNRECOGNIZED FEED CONTROL FUNCTION'
       2200-CHECK-FOR-DUPLICATE.
      * Same feed/date/sequence is a repeat presentation; so is the
      * same content under any label - both refuse loudly
      * - unless what holds the label was backed out, which is
      * exactly the file the re-send is meant to replace
           MOVE 'N' TO WS-DUP-FLAG
           MOVE 'N' TO WS-REPLACE-FLAG
           MOVE LS-FDC-FEED-CODE TO FDC-FEED-CODE
           MOVE LS-FDC-BUSINESS-DATE TO FDC-BUSINESS-DATE
           MOVE LS-FDC-SEQUENCE TO FDC-SEQUENCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FDC-BACKED-OUT
                       SET REPLACE-BACKED-OUT TO TRUE
                   ELSE
                       SET FEED-IS-DUPLICATE TO TRUE
                       MOVE 'FEED ALREADY REGISTERED FOR DATE/SEQUENCE'
                           TO LS-FDC-MESSAGE
                   END-IF
           END-READ
           IF NOT FEED-IS-DUPLICATE
               MOVE 'N' TO WS-SCAN-DONE-FLAG
                       IF FDC-CONTENT-HASH = WS-HASH-TOTAL
                               AND FDC-RECORD-COUNT =
                                   WS-RECORD-COUNT
                               AND NOT FDC-BACKED-OUT
                           SET FEED-IS-DUPLICATE TO TRUE
                           MOVE 'SAME CONTENT ALREADY PROCESSED'
                               TO LS-FDC-MESSAGE
           MOVE WS-RECORD-COUNT TO FDC-RECORD-COUNT
           ACCEPT FDC-REGISTERED-DATE FROM DATE YYYYMMDD
           ACCEPT FDC-REGISTERED-TIME FROM TIME
           SET FDC-ACTIVE TO TRUE
           MOVE ZERO TO FDC-BACKOUT-DATE
           IF REPLACE-BACKED-OUT
               REWRITE FEED-CONTROL-RECORD
           ELSE
               WRITE FEED-CONTROL-RECORD
           END-IF
           MOVE 0 TO LS-FDC-RETURN-CODE
           MOVE 'FEED REGISTERED' TO LS-FDC-MESSAGE.

                               LS-FDC-BUSINESS-DATE
                       SET SCAN-DONE TO TRUE
                   ELSE
      * A backed-out file was never really received
                       IF NOT FDC-BACKED-OUT
                           SET FEED-WAS-SEEN TO TRUE
                       END-IF
                   END-IF
           END-READ.

       4000-BACK-OUT-FEED SECTION.
       4100-MARK-BACKED-OUT.
           MOVE LS-FDC-FEED-CODE TO FDC-FEED-CODE
           MOVE LS-FDC-BUSINESS-DATE TO FDC-BUSINESS-DATE
           MOVE LS-FDC-SEQUENCE TO FDC-SEQUENCE
           READ FEED-CONTROL-FILE
               INVALID KEY
                   MOVE 4 TO LS-FDC-RETURN-CODE
                   MOVE 'NO SUCH FEED REGISTRATION TO BACK OUT'
                       TO LS-FDC-MESSAGE
               NOT INVALID KEY
                   SET FDC-BACKED-OUT TO TRUE
                   ACCEPT FDC-BACKOUT-DATE FROM DATE YYYYMMDD
                   REWRITE FEED-CONTROL-RECORD
                   MOVE 0 TO LS-FDC-RETURN-CODE
                   MOVE 'FEED REGISTRATION BACKED OUT'
                       TO LS-FDC-MESSAGE
           END-READ.
