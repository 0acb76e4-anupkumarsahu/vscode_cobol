           05  CHST-RETURN-CODE    PIC S9(4).
           05  CHST-MESSAGE        PIC X(50).
           05  CHST-STEP-STATUS    PIC X(10).
           05  CHST-COMPANY-ID     PIC X(4).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
