      *****************************************************************
      * Receivables KPI History Record Layout
      * One row per company, per owner, per month, written by
      * SAMPLE-PROGRAM-KPIPACK. The owner is the company itself
      * (KPI-LEVEL 'C'), a portfolio ('P'), or an account officer
      * ('O'); the unassigned population carries owner '????' or
      * 'UNASSIGN'. The month's raw figures are kept beside the
      * ratios so a ratio can always be re-derived, and the pack's
      * thirteen-month trend lines are read back from here. A
      * rerun within the month rewrites the row in place.
      *****************************************************************
       01  KPI-HISTORY-RECORD.
           05  KPI-KEY.
               10  KPI-COMPANY-ID      PIC X(4).
               10  KPI-LEVEL           PIC X.
                   88  KPI-COMPANY-LEVEL   VALUE 'C'.
                   88  KPI-PORTFOLIO-LEVEL VALUE 'P'.
                   88  KPI-OFFICER-LEVEL   VALUE 'O'.
               10  KPI-OWNER-ID        PIC X(8).
               10  KPI-PERIOD-ID       PIC 9(6).
           05  KPI-OPENING-AR          PIC S9(11)V99.
           05  KPI-CLOSING-AR          PIC S9(11)V99.
      * Closing AR still in the current (under 30 days) bucket
           05  KPI-CURRENT-AR          PIC S9(11)V99.
           05  KPI-CREDIT-SALES        PIC S9(11)V99.
           05  KPI-COLLECTIONS         PIC S9(11)V99.
           05  KPI-WRITEOFFS           PIC S9(11)V99.
      * Days sales outstanding, collection effectiveness index
      * (percent), and bad-debt ratio (percent of credit sales)
           05  KPI-DSO                 PIC S9(5)V9.
           05  KPI-CEI                 PIC S9(5)V99.
           05  KPI-BAD-DEBT-RATIO      PIC S9(5)V99.
           05  KPI-RUN-DATE            PIC 9(8).
