      * A third pass lapses settlement offers whose expiry date went
      * by unaccepted, so the account re-enters normal collections
      * instead of hiding behind a dead offer forever.
      * A promise a collector took on a logged call is stamped back
      * on that call's log row as it settles - kept or broken, and
      * how far the balance came down since - so the productivity
      * report can credit the collector with what it brought in.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS STL-CUST-ID
               FILE STATUS IS WS-STL-FILE-STATUS.

      * Collector call log - the promise's call row is stamped at
      * settlement; optional
           SELECT CALL-LOG-FILE ASSIGN TO "CUSTCALL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLG-KEY
               FILE STATUS IS WS-CLG-FILE-STATUS.

      * One row per promise that passed its date unkept
           SELECT BROKEN-PROMISE-RPT ASSIGN TO "CUSTPRBR"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SETTLEMENT-OFFER-FILE.
           COPY SETTLEMENT-OFFER-RECORD.

       FD  CALL-LOG-FILE.
           COPY CALL-LOG-RECORD.

       FD  BROKEN-PROMISE-RPT.
       01  BROKEN-PROMISE-LINE     PIC X(110).

      * that broke the plan; zero means the plan is still current
       01  WS-PLN-MISSED-SUB       PIC 9(2) COMP VALUE ZERO.

       01  WS-CLG-FILE-STATUS      PIC XX.
           88  CLG-FILE-OK         VALUE '00'.
           88  CLG-FILE-MISSING    VALUE '35'.
       01  WS-CLG-OPENED-FLAG      PIC X VALUE 'N'.
           88  CALL-LOG-WAS-OPENED VALUE 'Y'.
       01  WS-CLG-DONE-FLAG        PIC X VALUE 'N'.
           88  CALL-LOG-WALK-DONE  VALUE 'Y'.
      * What the promise brought in - the balance reduction since
      * it was taken, never below zero
       01  WS-COLLECTED-AMOUNT     PIC S9(7)V99 VALUE ZERO.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-PROMISES-KEPT    PIC 9(6) VALUE ZERO.
           05  WS-PROMISES-BROKEN  PIC 9(6) VALUE ZERO.
           05  WS-PROMISES-STILL-OPEN PIC 9(6) VALUE ZERO.
           05  WS-CALL-ROWS-STAMPED PIC 9(6) VALUE ZERO.
           05  WS-PLANS-READ       PIC 9(6) VALUE ZERO.
           05  WS-PLANS-BROKEN     PIC 9(6) VALUE ZERO.
           05  WS-PLANS-STILL-CURRENT PIC 9(6) VALUE ZERO.
               END-IF
           END-IF

      * Optional call log - missing means no call rows to stamp
           OPEN I-O CALL-LOG-FILE
           IF CLG-FILE-OK
               SET CALL-LOG-WAS-OPENED TO TRUE
           ELSE
               IF NOT CLG-FILE-MISSING
                   DISPLAY 'ERROR OPENING CALL LOG FILE: '
                       WS-CLG-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-PRM-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT BROKEN-PROMISE-RPT
           IF NOT BPR-FILE-OK
               DISPLAY 'ERROR OPENING BROKEN PROMISE REPORT: '
               ELSE
                   PERFORM 2300-MARK-BROKEN
               END-IF
           END-IF
           IF CALL-LOG-WAS-OPENED
               PERFORM 2350-STAMP-CALL-LOG
           END-IF.

       2210-READ-PROMISE-CUSTOMER.
               INTO BROKEN-PROMISE-LINE
           WRITE BROKEN-PROMISE-LINE.

       2350-STAMP-CALL-LOG.
      * The promise's call row is the open promise logged that day
      * for the same amount and date - promises taken outside a
      * logged call have none, and are simply not credited
           MOVE ZERO TO WS-COLLECTED-AMOUNT
           IF PROMISE-CUST-FOUND
                   AND CUST-BALANCE < PRM-BALANCE-AT-PROMISE
               COMPUTE WS-COLLECTED-AMOUNT =
                   PRM-BALANCE-AT-PROMISE - CUST-BALANCE
           END-IF
           MOVE 'N' TO WS-CLG-DONE-FLAG
           MOVE PRM-CUST-ID TO CLG-CUST-ID
           MOVE PRM-TAKEN-DATE TO CLG-CALL-DATE
           MOVE ZERO TO CLG-SEQ-NO
           START CALL-LOG-FILE
               KEY IS NOT LESS THAN CLG-KEY
               INVALID KEY
                   SET CALL-LOG-WALK-DONE TO TRUE
           END-START
           PERFORM 2360-STAMP-ONE-CALL-ROW
               UNTIL CALL-LOG-WALK-DONE.

       2360-STAMP-ONE-CALL-ROW.
           READ CALL-LOG-FILE NEXT RECORD
               AT END
                   SET CALL-LOG-WALK-DONE TO TRUE
               NOT AT END
                   IF CLG-CUST-ID NOT = PRM-CUST-ID
                           OR CLG-CALL-DATE NOT = PRM-TAKEN-DATE
                       SET CALL-LOG-WALK-DONE TO TRUE
                   ELSE
                       IF CLG-PROMISE-TAKEN AND CLG-PROMISE-OPEN
                               AND CLG-PROMISED-AMOUNT =
                                   PRM-PROMISED-AMOUNT
                               AND CLG-PROMISED-DATE =
                                   PRM-PROMISED-DATE
                           MOVE PRM-STATUS TO CLG-PROMISE-RESULT
                           MOVE WS-TODAY-DATE-NUM TO CLG-SETTLED-DATE
                           MOVE WS-COLLECTED-AMOUNT
                               TO CLG-COLLECTED-AMOUNT
                           REWRITE CALL-LOG-RECORD
                           ADD 1 TO WS-CALL-ROWS-STAMPED
                       END-IF
                   END-IF
           END-READ.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           IF OFFER-FILE-WAS-OPENED
               CLOSE SETTLEMENT-OFFER-FILE
           END-IF
           IF CALL-LOG-WAS-OPENED
               CLOSE CALL-LOG-FILE
           END-IF
           CLOSE BROKEN-PROMISE-RPT.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Promises Kept: ' WS-PROMISES-KEPT
           DISPLAY 'Promises Broken: ' WS-PROMISES-BROKEN
           DISPLAY 'Promises Still Open: ' WS-PROMISES-STILL-OPEN
           DISPLAY 'Call Log Rows Stamped: ' WS-CALL-ROWS-STAMPED
           DISPLAY 'Plans Read: ' WS-PLANS-READ
           DISPLAY 'Plans Broken: ' WS-PLANS-BROKEN
           DISPLAY 'Plans Still Current: ' WS-PLANS-STILL-CURRENT
