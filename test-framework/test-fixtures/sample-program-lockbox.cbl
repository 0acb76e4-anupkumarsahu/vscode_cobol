               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBR-FILE-STATUS.

      * One deposit claim per released batch, appended for the bank
      * reconciliation to prove against the BAI2 statement
           SELECT DEPOSIT-CLAIM-FILE ASSIGN TO "CUSTDEPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILE-STATUS.

      * Same daily exception log SAMPLE-PROGRAM writes - opened
      * EXTEND here so an intake run never clobbers the main run's
      * rows for the same morning review
       FD  LOCKBOX-REJECT-FILE.
       01  LOCKBOX-REJECT-LINE     PIC X(110).

       FD  DEPOSIT-CLAIM-FILE.
           COPY DEPOSIT-CLAIM-RECORD.

      * Same layout as SAMPLE-PROGRAM's daily exception log
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
       01  WS-LBR-FILE-STATUS      PIC XX.
           88  LBR-FILE-OK         VALUE '00'.

       01  WS-DCL-FILE-STATUS      PIC XX.
           88  DCL-FILE-OK         VALUE '00'.

       01  WS-EXC-FILE-STATUS      PIC XX.
           88  EXC-FILE-OK         VALUE '00'.

               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-LBX-RETURN-CODE
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
               MOVE 8 TO LS-LBX-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           PERFORM 2510-RELEASE-ONE-PAYMENT
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
           PERFORM 2520-CLAIM-DEPOSIT
           ADD 1 TO WS-BATCHES-RELEASED
           ADD WS-BATCH-COUNT TO WS-TRANS-RELEASED
           ADD WS-BATCH-AMOUNT TO WS-RELEASED-AMOUNT
      * remittance reference
           MOVE WS-BAT-REMITTER (WS-BATCH-SUB) TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD.

       2520-CLAIM-DEPOSIT.
      * The bank credits a released batch as one deposit
           MOVE STD-CURRENT-DATE TO DCL-CLAIM-DATE
           MOVE 'LOCKBOX ' TO DCL-FEED-CODE
           MOVE SPACES TO DCL-REFERENCE
           STRING 'BATCH ' DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               INTO DCL-REFERENCE
           MOVE WS-BATCH-AMOUNT TO DCL-AMOUNT
           MOVE STD-CURRENT-DATE TO DCL-EXPECTED-DATE
           WRITE DEPOSIT-CLAIM-RECORD.

       2700-REJECT-BATCH.
      * Copies the whole batch - header, buffered details, trailer
      * when one arrived - to the reject file intact, and logs one
           CLOSE LOCKBOX-FILE
           CLOSE CUSTOMER-TRAN-FILE
           CLOSE LOCKBOX-REJECT-FILE
           CLOSE DEPOSIT-CLAIM-FILE
           CLOSE EXCEPTION-FILE.

       3200-DISPLAY-SUMMARY.
