      *****************************************************************
      * Parameter Master Record Layout
      * One effective-dated value per program and parameter - the
      * thresholds, rates and day counts that used to live only in
      * scheduler parms as "zero means house default". A program
      * takes the row for its parameter with the latest effective
      * date on or before the run date (SAMPLE-PROGRAM-PARMGET), so
      * a change keyed ahead - a fee increase on the 1st - takes
      * effect on its own that morning. Rows are never deleted: the
      * file is the history of what every run used. Maintained only
      * through SAMPLE-PROGRAM-PARMADM, which audits every change.
      *****************************************************************
       01  PARAMETER-MASTER-RECORD.
           05  PRM-KEY.
      * The program's short name - PROGRAM-ID less SAMPLE-PROGRAM-
               10  PRM-PROGRAM-ID  PIC X(8).
               10  PRM-PARM-NAME   PIC X(16).
               10  PRM-EFFECTIVE-DATE PIC 9(8).
      * Withdrawn rows were future-dated values taken back before
      * they took effect - kept for the record, never used
           05  PRM-STATUS          PIC X.
               88  PRM-ACTIVE      VALUE 'A'.
               88  PRM-WITHDRAWN   VALUE 'W'.
      * Wide enough for any amount, day count or rate the programs
      * take; each program moves it into its own picture
           05  PRM-VALUE           PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05  PRM-DESCRIPTION     PIC X(30).
           05  PRM-CHANGED-BY      PIC X(8).
           05  PRM-CHANGED-DATE    PIC 9(8).
           05  PRM-CHANGED-TIME    PIC 9(6).
