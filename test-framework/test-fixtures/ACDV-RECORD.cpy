      *****************************************************************
      * Bureau Dispute (ACDV) Investigation Record Layout
      * One row per dispute verification request a credit bureau
      * sends us about a tradeline SAMPLE-PROGRAM-BUREAU reported,
      * keyed by the account and the bureau's control number.
      * SAMPLE-PROGRAM-ACDVFEED opens the row from the bureau's
      * electronic file with the bureau's response deadline, and
      * links it to the account's open DISPUTE-RECORD when there is
      * one. The desk answers it through SAMPLE-PROGRAM-MAINT -
      * verify, modify, or delete - and SAMPLE-PROGRAM-ACDVDESK
      * sends the answer back in the bureau's format and lists
      * what is still open by days remaining. The bureau extract
      * flags the tradeline disputed while the item is open,
      * carries a modified rating on the next extract after the
      * answer goes out, and never reports a deleted one again.
      *****************************************************************
       01  ACDV-RECORD.
           05  ACD-KEY.
               10  ACD-CUST-ID     PIC 9(9).
               10  ACD-CONTROL-NO  PIC X(10).
           05  ACD-BUREAU-CODE     PIC X(4).
           05  ACD-CONSUMER-NAME   PIC X(30).
           05  ACD-DISPUTE-CODE    PIC X(3).
           05  ACD-CONSUMER-CLAIM  PIC X(40).
           05  ACD-RECEIVED-DATE   PIC 9(8).
           05  ACD-RESPONSE-DUE-DATE PIC 9(8).
      * Y when the account had an open DISPUTE-RECORD at intake
           05  ACD-DISPUTE-LINKED  PIC X.
               88  ACD-LINKED-TO-DISPUTE VALUE 'Y'.
           05  ACD-STATUS          PIC X.
               88  ACD-OPEN        VALUE 'O'.
               88  ACD-ANSWERED    VALUE 'A'.
               88  ACD-RESPONDED   VALUE 'R'.
           05  ACD-RESPONSE-CODE   PIC X.
               88  ACD-VERIFIED    VALUE 'V'.
               88  ACD-MODIFIED    VALUE 'M'.
               88  ACD-DELETED     VALUE 'D'.
      * The corrected payment rating a modify answer reports
           05  ACD-MOD-RATING      PIC X.
           05  ACD-ANSWERED-BY     PIC X(8).
           05  ACD-ANSWERED-DATE   PIC 9(8).
           05  ACD-RESPONDED-DATE  PIC 9(8).
      * The reporting period the modified rating first went out on
      * - zero until the next bureau extract carries it
           05  ACD-APPLIED-PERIOD  PIC 9(6).
