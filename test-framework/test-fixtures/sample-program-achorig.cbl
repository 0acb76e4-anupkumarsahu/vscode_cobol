      * and the matching CUSTTRAN payment rows are NOT written here -
      * the money is not ours until the bank settles, so the bank's
      * settlement feed posts it the same way lockbox cash posts.
      * AUTOPAY-FILE carries only a vault token for the bank
      * account; the routing and account numbers are fetched from
      * SAMPLE-PROGRAM-BANKVLT one debit at a time and go nowhere
      * but the bank's debit file, which has to carry them. An
      * enrollment still holding clear numbers that have not been
      * converted to a token is skipped and counted.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AOR-FILE-STATUS.

      * One deposit claim per debit, for the bank reconciliation to
      * prove against the settlement credit on the effective date
           SELECT DEPOSIT-CLAIM-FILE ASSIGN TO "CUSTDEPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  AOR-CAPPED-FLAG     PIC X.
               88  AOR-WAS-CAPPED  VALUE 'Y'.

       FD  DEPOSIT-CLAIM-FILE.
           COPY DEPOSIT-CLAIM-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-AOR-FILE-STATUS      PIC XX.
           88  AOR-FILE-OK         VALUE '00'.

       01  WS-DCL-FILE-STATUS      PIC XX.
           88  DCL-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-SKIPPED-NOT-ACTIVE PIC 9(6) VALUE ZERO.
           05  WS-SKIPPED-NO-CUSTOMER PIC 9(6) VALUE ZERO.
           05  WS-SKIPPED-NOT-USD  PIC 9(6) VALUE ZERO.
           05  WS-SKIPPED-NOT-VAULTED PIC 9(6) VALUE ZERO.
           05  WS-SKIPPED-VAULT-ERROR PIC 9(6) VALUE ZERO.
           05  WS-ORIGINATED-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.

      * Bank account vault handshake - DETOKENIZE per debit, CLOSE
      * at the end of the run; the numbers it hands back are cleared
      * as soon as the debit line is written
       01  WS-BANKVLT-PARM-AREA.
           05  WS-BVT-RETURN-CODE  PIC S9(4) COMP.
           05  WS-BVT-MESSAGE      PIC X(50).
           05  WS-BVT-FUNCTION     PIC X(10).
           05  WS-BVT-PROGRAM-NAME PIC X(24)
                                   VALUE 'SAMPLE-PROGRAM-ACHORIG'.
           05  WS-BVT-OPERATOR-ID  PIC X(8) VALUE 'BATCH'.
           05  WS-BVT-PURPOSE      PIC X(10) VALUE 'ORIGINATE'.
           05  WS-BVT-CUST-ID      PIC 9(9).
           05  WS-BVT-TOKEN        PIC X(16).
           05  WS-BVT-ROUTING-NUMBER PIC 9(9).
           05  WS-BVT-ACCOUNT-NUMBER PIC X(17).
           05  WS-BVT-LAST-FOUR    PIC X(4).

       LINKAGE SECTION.
       01  LS-ACHORIG-PARM-AREA.
           05  LS-AOG-RETURN-CODE      PIC S9(4) COMP.
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-AOG-RETURN-CODE
               GOBACK
           END-IF

      * Claims from tonight's other feeds are kept - append
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
               MOVE 8 TO LS-AOG-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
      * intake stamps USD, so it never originates at all
               WHEN CUST-CURRENCY-CODE NOT = 'USD'
                   ADD 1 TO WS-SKIPPED-NOT-USD
               WHEN NOT APY-TOKENIZED
                   ADD 1 TO WS-SKIPPED-NOT-VAULTED
               WHEN OTHER
                   PERFORM 2250-FETCH-BANK-ACCOUNT
           END-EVALUATE.

       2250-FETCH-BANK-ACCOUNT.
      * A token the vault will not turn back into numbers means no
      * debit tonight - flagged so the run ends RC 4
           MOVE 'DETOKENIZE' TO WS-BVT-FUNCTION
           MOVE APY-BANK-TOKEN TO WS-BVT-TOKEN
           CALL 'SAMPLE-PROGRAM-BANKVLT' USING WS-BANKVLT-PARM-AREA
           IF WS-BVT-RETURN-CODE = ZERO
               PERFORM 2300-ORIGINATE-ONE-DEBIT
           ELSE
               DISPLAY 'NO DEBIT FOR CUST-ID ' APY-CUST-ID ': '
                   WS-BVT-MESSAGE
               ADD 1 TO WS-SKIPPED-VAULT-ERROR
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       2300-ORIGINATE-ONE-DEBIT.
      * The debit is the balance owed, never more than the cap the
      * customer authorized
           MOVE APY-DEBIT-DAY TO WS-EFF-DAY
           MOVE SPACES TO ACH-DEBIT-LINE
           SET ACH-DETAIL TO TRUE
           MOVE WS-BVT-ROUTING-NUMBER TO ACHD-ROUTING-NUMBER
           MOVE WS-BVT-ACCOUNT-NUMBER TO ACHD-ACCOUNT-NUMBER
           MOVE APY-ACCOUNT-TYPE TO ACHD-ACCOUNT-TYPE
           MOVE WS-DEBIT-AMOUNT TO ACHD-AMOUNT
           MOVE WS-EFFECTIVE-DATE TO ACHD-EFFECTIVE-DATE
           MOVE CUST-ID TO ACHD-TRACE-CUST-ID
           WRITE ACH-DEBIT-LINE
           MOVE ZERO TO WS-BVT-ROUTING-NUMBER
           MOVE SPACES TO WS-BVT-ACCOUNT-NUMBER
           MOVE WS-TODAY-DATE-NUM TO AOR-ORIG-DATE
           MOVE CUST-ID TO AOR-CUST-ID
           MOVE WS-DEBIT-AMOUNT TO AOR-AMOUNT
           MOVE WS-EFFECTIVE-DATE TO AOR-EFFECTIVE-DATE
           MOVE WS-CAPPED-FLAG TO AOR-CAPPED-FLAG
           WRITE ACH-ORIG-REGISTER-RECORD
      * The bank settles the effective date's debits as one credit;
      * the reconciliation sums these claims by that date
           MOVE WS-TODAY-DATE-NUM TO DCL-CLAIM-DATE
           MOVE 'ACHORIG ' TO DCL-FEED-CODE
           MOVE CUST-ID TO DCL-REFERENCE
           MOVE WS-DEBIT-AMOUNT TO DCL-AMOUNT
           MOVE WS-EFFECTIVE-DATE TO DCL-EXPECTED-DATE
           WRITE DEPOSIT-CLAIM-RECORD
           ADD 1 TO WS-DEBITS-ORIGINATED
           ADD WS-DEBIT-AMOUNT TO WS-ORIGINATED-AMOUNT.

           WRITE ACH-DEBIT-LINE.

       3100-CLOSE-FILES.
           MOVE 'CLOSE' TO WS-BVT-FUNCTION
           CALL 'SAMPLE-PROGRAM-BANKVLT' USING WS-BANKVLT-PARM-AREA
           CLOSE CUSTOMER-FILE
           CLOSE AUTOPAY-FILE
           CLOSE ACH-DEBIT-FILE
           CLOSE ACH-ORIG-REGISTER
           CLOSE DEPOSIT-CLAIM-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'ACH Origination Summary:'
           DISPLAY 'Skipped - No Customer Row: '
               WS-SKIPPED-NO-CUSTOMER
           DISPLAY 'Skipped - Not A USD Account: '
               WS-SKIPPED-NOT-USD
           DISPLAY 'Skipped - Bank Account Not Vaulted: '
               WS-SKIPPED-NOT-VAULTED
           DISPLAY 'Skipped - Vault Refused Or Missing: '
               WS-SKIPPED-VAULT-ERROR.

       3999-EXIT.
           IF ERROR-OCCURRED
