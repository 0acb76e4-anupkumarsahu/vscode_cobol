                   MOVE 'FRAUDREL' TO TRN-SOURCE-CODE
                   MOVE FRQ-REMITTER-NAME TO TRN-REMITTER-NAME
                   MOVE FRQ-INVOICE-REF TO TRN-INVOICE-REF
                   MOVE FRQ-REMIT-PARENT-ID TO TRN-REMIT-PARENT-ID
                   MOVE FRQ-REMIT-TOTAL TO TRN-REMIT-TOTAL
                   WRITE CUSTOMER-TRAN-RECORD
                   SET FRQ-RELEASED TO TRUE
                   MOVE WS-OPERATOR-ID TO FRQ-DECIDED-BY
