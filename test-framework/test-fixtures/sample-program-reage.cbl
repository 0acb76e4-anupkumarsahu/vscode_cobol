      *     since the last re-age run (tracked in the re-age control
      *     file), the honest fallback
      *   - an account owing nothing re-ages to zero either way
      *   - ahead of both, once the missed-minimum check has decided
      *     a statement cycle for the account (CUSTAMTD), its days
      *     past due are the business days since the oldest due
      *     date missed after its last met minimum - zero when the
      *     last decided cycle was met, so paying the minimum keeps
      *     a revolving account current
      * Every changed record REWRITEs under the full journal
      * discipline like any other CUSTDATA writer.
      *****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

      * Statement cycles decided met or missed - a decided account
      * ages from its missed due dates; optional
           SELECT AMOUNT-DUE-FILE ASSIGN TO "CUSTAMTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADU-KEY
               FILE STATUS IS WS-ADU-FILE-STATUS.

      * Before/after image journal shared by every CUSTDATA writer
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
           05  CAL-DATE            PIC 9(8).
           05  CAL-DAY-TYPE        PIC X.

       FD  AMOUNT-DUE-FILE.
           COPY AMOUNT-DUE-RECORD.

       FD  JOURNAL-FILE.
           COPY JOURNAL-RECORD.

           88  OLDEST-INVOICE-FOUND VALUE 'Y'.
       01  WS-OLDEST-INV-DATE      PIC 9(8) VALUE ZERO.

       01  WS-ADU-FILE-STATUS      PIC XX.
           88  ADU-FILE-OK         VALUE '00'.
           88  ADU-FILE-MISSING    VALUE '35'.
       01  WS-ADU-OPENED-FLAG      PIC X VALUE 'N'.
           88  AMOUNT-DUE-WAS-OPENED VALUE 'Y'.
       01  WS-ADU-WALK-FLAG        PIC X VALUE 'N'.
           88  AMOUNT-DUE-WALK-DONE VALUE 'Y'.
       01  WS-CYCLE-DECIDED-FLAG   PIC X VALUE 'N'.
           88  CYCLE-DECIDED       VALUE 'Y'.
      * Oldest due date missed since the last met minimum; zero
      * when the account is square with its minimums
       01  WS-OLDEST-MISSED-DUE    PIC 9(8) VALUE ZERO.

       01  WS-AGC-FILE-STATUS      PIC XX.
           88  AGC-FILE-OK         VALUE '00'.

           05  WS-ADVANCED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-RESET-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-FROM-INVOICE-COUNT PIC 9(6) VALUE ZERO.
           05  WS-FROM-MINIMUM-COUNT PIC 9(6) VALUE ZERO.
           05  WS-UNCHANGED-COUNT  PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
               END-IF
           END-IF

      * Optional amount-due rows - without them aging is exactly
      * what it was before minimums existed
           OPEN INPUT AMOUNT-DUE-FILE
           IF ADU-FILE-OK
               SET AMOUNT-DUE-WAS-OPENED TO TRUE
           ELSE
               IF NOT ADU-FILE-MISSING
                   DISPLAY 'ERROR OPENING AMOUNT DUE FILE: '
                       WS-ADU-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RAG-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Update journal - appended, created on first use like the
      * audit files
           OPEN EXTEND JOURNAL-FILE

       2200-REAGE-ONE-ACCOUNT.
           MOVE CUST-DAYS-PAST-DUE TO WS-NEW-DAYS
           MOVE 'N' TO WS-CYCLE-DECIDED-FLAG
           IF AMOUNT-DUE-WAS-OPENED AND CUST-BALANCE > ZERO
               PERFORM 2400-FIND-MISSED-MINIMUM
           END-IF
           EVALUATE TRUE
               WHEN CUST-BALANCE NOT > ZERO
      * Nothing owed ages nothing - a qualifying payment that
      * cleared the account tonight lands here and resets it
                   MOVE ZERO TO WS-NEW-DAYS
               WHEN CYCLE-DECIDED
                   PERFORM 2450-AGE-FROM-MISSED-MINIMUM
               WHEN INVOICE-FILE-WAS-OPENED
                   PERFORM 2300-AGE-FROM-OLDEST-INVOICE
               WHEN OTHER
                   END-IF
           END-READ.

       2400-FIND-MISSED-MINIMUM.
      * Walk the account's cycles oldest first: a met cycle squares
      * everything before it, a missed one starts the clock if it
      * is not already running; a cycle not yet decided says
      * nothing either way
           MOVE ZERO TO WS-OLDEST-MISSED-DUE
           MOVE 'N' TO WS-ADU-WALK-FLAG
           MOVE CUST-ID TO ADU-CUST-ID
           MOVE ZERO TO ADU-STMT-DATE
           START AMOUNT-DUE-FILE
               KEY IS NOT LESS THAN ADU-KEY
               INVALID KEY
                   SET AMOUNT-DUE-WALK-DONE TO TRUE
           END-START
           PERFORM 2410-READ-NEXT-CYCLE
               UNTIL AMOUNT-DUE-WALK-DONE.

       2410-READ-NEXT-CYCLE.
           READ AMOUNT-DUE-FILE NEXT RECORD
               AT END
                   SET AMOUNT-DUE-WALK-DONE TO TRUE
               NOT AT END
                   IF ADU-CUST-ID NOT = CUST-ID
                       SET AMOUNT-DUE-WALK-DONE TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN ADU-MET
                               SET CYCLE-DECIDED TO TRUE
                               MOVE ZERO TO WS-OLDEST-MISSED-DUE
                           WHEN ADU-MISSED
                               SET CYCLE-DECIDED TO TRUE
                               IF WS-OLDEST-MISSED-DUE = ZERO
                                   MOVE ADU-DUE-DATE
                                       TO WS-OLDEST-MISSED-DUE
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2450-AGE-FROM-MISSED-MINIMUM.
      * Business days since the oldest missed due date - the day
      * after a missed due date is one day past due
           ADD 1 TO WS-FROM-MINIMUM-COUNT
           IF WS-OLDEST-MISSED-DUE = ZERO
               MOVE ZERO TO WS-NEW-DAYS
           ELSE
               COMPUTE WS-WORK-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-OLDEST-MISSED-DUE)
               COMPUTE WS-NEW-DAYS = WS-TODAY-DAYS - WS-WORK-DAYS
               IF WS-CAL-TABLE-COUNT > ZERO
                   MOVE WS-OLDEST-MISSED-DUE TO WS-RANGE-LOW-DATE
                   MOVE ZERO TO WS-NONBUS-IN-RANGE
                   PERFORM 1350-COUNT-NONBUS-IN-RANGE
                       VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-TABLE-COUNT
                   SUBTRACT WS-NONBUS-IN-RANGE FROM WS-NEW-DAYS
               END-IF
           END-IF.

       2500-WRITE-JOURNAL-IMAGES.
           MOVE 'SAMPLE-PROGRAM-REAGE' TO JRNL-PROGRAM-NAME
           MOVE 'REAGE   ' TO JRNL-OPERATOR-ID
           IF INVOICE-FILE-WAS-OPENED
               CLOSE INVOICE-FILE
           END-IF
           IF AMOUNT-DUE-WAS-OPENED
               CLOSE AMOUNT-DUE-FILE
           END-IF
      * Give CUSTDATA back - the reservation outlives us only if
      * we crash, and INSPECT/BREAK exist for exactly that
           MOVE 'RELEASE' TO WS-RSV-FUNCTION
           DISPLAY 'Accounts Reset/Reduced: ' WS-RESET-COUNT
           DISPLAY 'Aged From Oldest Invoice: '
               WS-FROM-INVOICE-COUNT
           DISPLAY 'Aged From Missed Minimums: '
               WS-FROM-MINIMUM-COUNT
           DISPLAY 'Unchanged: ' WS-UNCHANGED-COUNT.

       3999-EXIT.
