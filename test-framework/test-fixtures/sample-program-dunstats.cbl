           05  PREG-DISPOSITION    PIC X(8).
               88  PREG-POSTED     VALUE 'POSTED'.
           05  PREG-REJECT-REASON  PIC X(40).
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

       FD  EFFECTIVENESS-REPORT.
       01  EFFECTIVENESS-LINE      PIC X(100).
