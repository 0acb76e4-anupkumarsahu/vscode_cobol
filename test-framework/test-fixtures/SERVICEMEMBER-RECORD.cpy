      *****************************************************************
      * Servicemember (SCRA) Protection Record Layout
      * One row per customer the monthly military status
      * verification has found on active duty, keyed by the
      * account. SAMPLE-PROGRAM-SCRAFEED sets the row from the
      * verification file and ends it when service ends. While the
      * protection is in force - on active duty, the duty start
      * reached, and the end date not yet passed - the accrual run
      * caps fees and interest at the statutory rate, the dunning
      * run sends no adverse collection letter, the agency run
      * places nothing, and the bureau extract reports no adverse
      * payment rating. Each of them leaves its mark in the waived
      * trail below, and the intake prints that trail on the
      * compliance report the day service ends.
      *****************************************************************
       01  SERVICEMEMBER-RECORD.
           05  SVM-CUST-ID         PIC 9(9).
           05  SVM-STATUS          PIC X.
               88  SVM-ACTIVE-DUTY VALUE 'A'.
               88  SVM-SERVICE-ENDED VALUE 'E'.
           05  SVM-DUTY-START-DATE PIC 9(8).
      * Zero while the tour is open-ended
           05  SVM-DUTY-END-DATE   PIC 9(8).
           05  SVM-RECORDED-DATE   PIC 9(8).
           05  SVM-VERIFIED-DATE   PIC 9(8).
      * What the protection waived or held while it was in force
           05  SVM-WAIVED-TRAIL.
      * Fees and interest above the cap that were never charged
               10  SVM-CHARGES-WAIVED  PIC S9(7)V99.
               10  SVM-LETTERS-HELD    PIC 9(5).
      * Highest dunning level a letter was held at, so the same
      * held letter is not counted night after night
               10  SVM-HIGHEST-LEVEL-HELD PIC 9.
      * First day an agency placement was held - zero if never
               10  SVM-PLACEMENT-HELD-DATE PIC 9(8).
               10  SVM-BUREAU-MONTHS-RESTRICTED PIC 9(3).
               10  SVM-LAST-RESTRICTED-PERIOD PIC 9(6).
      * The day the compliance report listed the ended service
           05  SVM-REPORTED-DATE   PIC 9(8).
