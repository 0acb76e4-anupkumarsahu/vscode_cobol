           MOVE 'REAPPLY ' TO TRN-SOURCE-CODE
           MOVE SUS-REMITTER-NAME TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
           SET SUS-REAPPLIED TO TRUE
           MOVE WS-RELEASE-CUST-ID TO SUS-REAPPLY-CUST-ID
