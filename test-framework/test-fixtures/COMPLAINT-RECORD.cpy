      *****************************************************************
      * Customer Complaint Record Layout
      * One row per complaint case, keyed by the account and a case
      * number counted up per account. SAMPLE-PROGRAM-MAINT opens
      * the case - channel, category, what the customer said, and
      * the response deadline (fifteen days for a complaint that
      * came through a regulator, thirty otherwise, unless keyed) -
      * and closes it with the root cause the investigation found
      * and the resolution given. SAMPLE-PROGRAM-INQUIRY shows the
      * cases on the customer view, and SAMPLE-PROGRAM-CMPLRPT
      * counts them by category and root cause each month, lists
      * the cases past their deadline, and names the repeat
      * complainants.
      *****************************************************************
       01  COMPLAINT-RECORD.
           05  CMP-KEY.
               10  CMP-CUST-ID     PIC 9(9).
               10  CMP-CASE-NO     PIC 9(3).
           05  CMP-CHANNEL         PIC X.
               88  CMP-VIA-PHONE   VALUE 'P'.
               88  CMP-VIA-LETTER  VALUE 'L'.
               88  CMP-VIA-EMAIL   VALUE 'E'.
               88  CMP-VIA-REGULATOR VALUE 'R'.
               88  CMP-VALID-CHANNEL VALUES 'P' 'L' 'E' 'R'.
      * The regulator that forwarded it - blank unless channel R
           05  CMP-REGULATOR       PIC X(8).
      * FEES fees and charges, BILL billing or statement error,
      * PAYM payment handling, COLL collection practices, CRPT
      * credit reporting, PRIV privacy, SERV service, OTHR other
           05  CMP-CATEGORY        PIC X(4).
               88  CMP-VALID-CATEGORY VALUES 'FEES' 'BILL' 'PAYM'
                   'COLL' 'CRPT' 'PRIV' 'SERV' 'OTHR'.
           05  CMP-DESCRIPTION     PIC X(40).
           05  CMP-RECEIVED-DATE   PIC 9(8).
           05  CMP-RESPONSE-DUE-DATE PIC 9(8).
           05  CMP-STATUS          PIC X.
               88  CMP-OPEN        VALUE 'O'.
               88  CMP-CLOSED      VALUE 'C'.
           05  CMP-OPENED-BY       PIC X(8).
      * Set at closing - POLC policy as designed, PROC process
      * failure, SYST system error, STAF staff error, VEND third
      * party, CUST customer misunderstanding
           05  CMP-ROOT-CAUSE      PIC X(4).
               88  CMP-VALID-ROOT-CAUSE VALUES 'POLC' 'PROC' 'SYST'
                   'STAF' 'VEND' 'CUST'.
      * M monetary relief, N non-monetary relief, E explained with
      * no relief
           05  CMP-RESOLUTION-CODE PIC X.
               88  CMP-MONETARY-RELIEF VALUE 'M'.
               88  CMP-NON-MONETARY-RELIEF VALUE 'N'.
               88  CMP-EXPLAINED   VALUE 'E'.
               88  CMP-VALID-RESOLUTION VALUES 'M' 'N' 'E'.
           05  CMP-RELIEF-AMOUNT   PIC S9(7)V99.
           05  CMP-RESOLUTION-TEXT PIC X(40).
           05  CMP-CLOSED-BY       PIC X(8).
           05  CMP-CLOSED-DATE     PIC 9(8).
