               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLR-FILE-STATUS.

      * A balanced till goes to the bank as one deposit - claimed
      * here for the bank reconciliation to prove
           SELECT DEPOSIT-CLAIM-FILE ASSIGN TO "CUSTDEPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  TILL-REPORT-FILE.
       01  TILL-REPORT-LINE        PIC X(100).

       FD  DEPOSIT-CLAIM-FILE.
           COPY DEPOSIT-CLAIM-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-TLR-FILE-STATUS      PIC XX.
           88  TLR-FILE-OK         VALUE '00'.

       01  WS-DCL-FILE-STATUS      PIC XX.
           88  DCL-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-SESSION-FLAG     PIC X VALUE 'N'.
               88  END-OF-SESSION  VALUE 'Y'.
                   UNTIL TIL-FILE-AT-END
               CLOSE TILL-TRAN-FILE
               CLOSE TILL-OUTPUT-FILE
               PERFORM 2560-CLAIM-DEPOSIT
               DISPLAY 'TILL BALANCED - ' WS-RELEASED-COUNT
                   ' PAYMENTS RELEASED FOR POSTING'
               DISPLAY 'OPERATIONS: SWAP CUSTTILLNEW IN FOR '
                       MOVE 'KEYED   ' TO TRN-SOURCE-CODE
                       MOVE SPACES TO TRN-REMITTER-NAME
                       MOVE ZERO TO TRN-INVOICE-REF
                       MOVE ZERO TO TRN-REMIT-PARENT-ID
                       MOVE ZERO TO TRN-REMIT-TOTAL
                       WRITE CUSTOMER-TRAN-RECORD
                       SET TIL-RELEASED TO TRUE
                       ADD 1 TO WS-RELEASED-COUNT
                   WRITE TILL-OUTPUT-RECORD
           END-READ.

       2560-CLAIM-DEPOSIT.
      * The proven drawer is the deposit the bank should credit
           OPEN EXTEND DEPOSIT-CLAIM-FILE
           IF DCL-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT DEPOSIT-CLAIM-FILE
           END-IF
           IF DCL-FILE-OK
               MOVE STD-CURRENT-DATE TO DCL-CLAIM-DATE
               MOVE 'TELLER  ' TO DCL-FEED-CODE
               MOVE WS-OPERATOR-ID TO DCL-REFERENCE
               MOVE WS-TILL-TOTAL TO DCL-AMOUNT
               MOVE STD-CURRENT-DATE TO DCL-EXPECTED-DATE
               WRITE DEPOSIT-CLAIM-RECORD
               CLOSE DEPOSIT-CLAIM-FILE
           ELSE
               DISPLAY 'DEPOSIT CLAIM NOT WRITTEN - STATUS '
                   WS-DCL-FILE-STATUS
           END-IF.

       2600-REPORT-SHORT-OVER.
           MOVE WS-TILL-VARIANCE TO WS-VARIANCE-DISPLAY
           DISPLAY 'TILL OUT OF BALANCE BY ' WS-VARIANCE-DISPLAY
