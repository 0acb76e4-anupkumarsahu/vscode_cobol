      * a collection letter (dunning) - each of those programs checks
      * this file and logs every suppressed action to the hold
      * suppression log so legal can prove the hold was enforced.
      * Placed and released through SAMPLE-PROGRAM-MAINT, which
      * refuses a litigation hold on a time-barred account. A
      * compliance hold (type C) is placed only by the sanctions
      * screening service on a potential list match and is released
      * only through the compliance review screen, SAMPLE-PROGRAM-
      * SANCREL - MAINT will not lift it.
      *****************************************************************
       01  HOLD-RECORD.
           05  HLD-CUST-ID         PIC 9(9).
               88  HLD-BANKRUPTCY  VALUE 'B'.
               88  HLD-LITIGATION  VALUE 'L'.
               88  HLD-OTHER-HOLD  VALUE 'O'.
               88  HLD-COMPLIANCE  VALUE 'C'.
           05  HLD-PLACED-DATE     PIC 9(8).
           05  HLD-PLACED-BY       PIC X(8).
           05  HLD-STATUS          PIC X.
