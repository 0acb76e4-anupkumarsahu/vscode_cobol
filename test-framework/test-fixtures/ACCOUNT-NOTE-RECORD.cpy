      *****************************************************************
      * Account Note Record Layout
      * One row per free-text note a collector or service rep wrote
      * against an account - "customer says check mailed on the 3rd,
      * call back Friday". Keyed by CUST-ID, then the note date
      * turned upside down (99999999 less the date), then a sequence
      * number counted DOWN from 999 within the day, so a START on
      * the account's first key walks its notes newest first with
      * no sort. SAMPLE-PROGRAM-MAINT writes the row; the inquiry
      * and the lookup bridge show it; SAMPLE-PROGRAM-TICKLER lists
      * the follow-ups falling due each day under the operator who
      * owns them; SAMPLE-PROGRAM-ERASE scrubs the text with the
      * rest of the customer's personal data.
      *****************************************************************
       01  ACCOUNT-NOTE-RECORD.
           05  NTE-KEY.
               10  NTE-CUST-ID     PIC 9(9).
               10  NTE-INVERTED-DATE PIC 9(8).
               10  NTE-SEQ-NO      PIC 9(3).
           05  NTE-NOTE-DATE       PIC 9(8).
           05  NTE-NOTE-TIME       PIC 9(6).
           05  NTE-OPERATOR-ID     PIC X(8).
           05  NTE-CATEGORY        PIC X(4).
               88  NTE-CALL-NOTE   VALUE 'CALL'.
               88  NTE-PAYMENT-NOTE VALUE 'PYMT'.
               88  NTE-DISPUTE-NOTE VALUE 'DISP'.
               88  NTE-SERVICE-NOTE VALUE 'SERV'.
               88  NTE-LEGAL-NOTE  VALUE 'LEGL'.
               88  NTE-GENERAL-NOTE VALUE 'GENL'.
               88  NTE-VALID-CATEGORY VALUES 'CALL' 'PYMT' 'DISP'
                                        'SERV' 'LEGL' 'GENL'.
           05  NTE-TEXT            PIC X(120).
      * Zero when the note asks for no follow-up; otherwise the day
      * it comes up on the tickler, and whose list it comes up on -
      * the writer unless it was handed to someone else
           05  NTE-FOLLOW-UP-DATE  PIC 9(8).
           05  NTE-FOLLOW-UP-OPERATOR PIC X(8).
