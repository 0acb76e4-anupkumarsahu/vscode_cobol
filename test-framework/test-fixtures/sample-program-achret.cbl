           MOVE 'ACHRET  ' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
           ADD 1 TO WS-REVERSALS-RELEASED
           ADD RET-AMOUNT TO WS-RELEASED-AMOUNT
