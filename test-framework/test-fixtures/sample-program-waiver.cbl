           MOVE 'WAIVER  ' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
           SET WVR-FULFILLED TO TRUE
           MOVE WS-TODAY-DATE-NUM TO WVR-FULFILLED-DATE
