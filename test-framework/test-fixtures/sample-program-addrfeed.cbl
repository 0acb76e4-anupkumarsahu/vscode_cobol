           05  ACH-ZIP-CODE        PIC X(10).

       FD  ADDRESS-AUDIT-FILE.
           COPY ADDRESS-AUDIT-RECORD.

       FD  UNMATCHED-REPORT-FILE.
       01  UNMATCHED-REPORT-LINE   PIC X(80).
           MOVE CUST-CITY TO AAD-OLD-CITY
           MOVE CUST-STATE TO AAD-OLD-STATE
           MOVE CUST-ZIP-CODE TO AAD-OLD-ZIP
           MOVE 'ADDRFEED' TO AAD-SOURCE
           MOVE CUST-PHONE TO AAD-OLD-PHONE
           MOVE CUST-PHONE TO AAD-NEW-PHONE
           MOVE ACH-ADDRESS-LINE-1 TO CUST-ADDRESS-LINE-1
           MOVE ACH-ADDRESS-LINE-2 TO CUST-ADDRESS-LINE-2
           MOVE ACH-CITY TO CUST-CITY
