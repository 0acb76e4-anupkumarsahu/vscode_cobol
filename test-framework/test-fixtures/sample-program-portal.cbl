               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRJ-FILE-STATUS.

      * One deposit claim per released batch, appended for the bank
      * reconciliation to prove against the BAI2 statement
           SELECT DEPOSIT-CLAIM-FILE ASSIGN TO "CUSTDEPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILE-STATUS.

      * Same daily exception log every intake appends to
           SELECT EXCEPTION-FILE ASSIGN TO "CUSTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PORTAL-REJECT-FILE.
       01  PORTAL-REJECT-LINE      PIC X(60).

       FD  DEPOSIT-CLAIM-FILE.
           COPY DEPOSIT-CLAIM-RECORD.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-DATE            PIC 9(8).
       01  WS-PRJ-FILE-STATUS      PIC XX.
           88  PRJ-FILE-OK         VALUE '00'.

       01  WS-DCL-FILE-STATUS      PIC XX.
           88  DCL-FILE-OK         VALUE '00'.

       01  WS-EXC-FILE-STATUS      PIC XX.
           88  EXC-FILE-OK         VALUE '00'.

               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PRT-RETURN-CODE
               GOBACK
           END-IF

      * Claims from earlier feeds tonight are kept - append
           OPEN EXTEND DEPOSIT-CLAIM-FILE
           IF DCL-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT DEPOSIT-CLAIM-FILE
           END-IF
           IF NOT DCL-FILE-OK
               DISPLAY 'ERROR OPENING DEPOSIT CLAIM FILE: '
                   WS-DCL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PRT-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           PERFORM 2610-RELEASE-ONE-PAYMENT
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
           PERFORM 2620-CLAIM-DEPOSIT
           ADD 1 TO WS-BATCHES-RELEASED
           ADD WS-BATCH-COUNT TO WS-TRANS-RELEASED
           ADD WS-BATCH-AMOUNT TO WS-RELEASED-AMOUNT
           MOVE 'PORTAL  ' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD.

       2620-CLAIM-DEPOSIT.
      * The bank credits a released settlement batch as one
      * deposit
           MOVE STD-CURRENT-DATE TO DCL-CLAIM-DATE
           MOVE 'PORTAL  ' TO DCL-FEED-CODE
           MOVE SPACES TO DCL-REFERENCE
           STRING 'BATCH ' DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               INTO DCL-REFERENCE
           MOVE WS-BATCH-AMOUNT TO DCL-AMOUNT
           MOVE STD-CURRENT-DATE TO DCL-EXPECTED-DATE
           WRITE DEPOSIT-CLAIM-RECORD.

       2700-REJECT-BATCH.
      * Copies the whole batch intact to the reject file and logs
      * one exception row; WS-EXC-DESCRIPTION is staged by the
           CLOSE PORTAL-SETTLE-FILE
           CLOSE PORTAL-TRAN-FILE
           CLOSE PORTAL-REJECT-FILE
           CLOSE DEPOSIT-CLAIM-FILE
           CLOSE EXCEPTION-FILE.

       3200-DISPLAY-SUMMARY.
