      *****************************************************************
      * Contact Consent Record Layout
      * One row per customer: what the customer has agreed to be
      * contacted by, the hours of the customer's own day a call may
      * be placed, and the most recent contact attempts. All reads
      * and writes go through SAMPLE-PROGRAM-CONSENT - the collector
      * keys consent changes and logs attempts on the MAINT screen,
      * SAMPLE-PROGRAM-WORKLIST asks it who may be queued today, and
      * SAMPLE-PROGRAM-LOOKUPBRG hands its answer to the call-center
      * agent before the call is dialed. No row means the defaults:
      * phone and email allowed, no texts, calls between 08 and 21
      * customer local time, no attempts on record.
      *****************************************************************
       01  CONTACT-CONSENT-RECORD.
           05  CNS-CUST-ID         PIC 9(9).
      * Y = may contact by that channel, N = consent revoked or
      * never given
           05  CNS-PHONE-CONSENT   PIC X.
               88  CNS-PHONE-ALLOWED VALUE 'Y'.
           05  CNS-TEXT-CONSENT    PIC X.
               88  CNS-TEXT-ALLOWED VALUE 'Y'.
           05  CNS-EMAIL-CONSENT   PIC X.
               88  CNS-EMAIL-ALLOWED VALUE 'Y'.
      * A do-not-call request bars collection calls outright, even
      * where phone consent was once given
           05  CNS-DO-NOT-CALL     PIC X.
               88  CNS-CALLS-BARRED VALUE 'Y'.
      * The customer asked not to be called at work - the agent is
      * shown the flag before dialing
           05  CNS-NO-WORK-CALLS   PIC X.
               88  CNS-NOT-AT-WORK VALUE 'Y'.
      * Calling window, whole hours of the customer's local day; a
      * call may start from the FROM hour up to but not including
      * the TO hour, never wider than 08 to 21
           05  CNS-CALL-FROM-HOUR  PIC 9(2).
           05  CNS-CALL-TO-HOUR    PIC 9(2).
           05  CNS-CHANGED-BY      PIC X(8).
           05  CNS-CHANGED-DATE    PIC 9(8).
      * Last time a collector actually spoke with the customer -
      * the worklist rests an account for a few days after it
           05  CNS-LAST-CONTACT-DATE PIC 9(8).
      * Every attempt ever logged, and the seven most recent, newest
      * first - enough to count any rolling seven-day window against
      * the cap
           05  CNS-TOTAL-ATTEMPTS  PIC 9(5).
           05  CNS-RECENT-ATTEMPT OCCURS 7 TIMES.
               10  CNS-ATTEMPT-DATE PIC 9(8).
               10  CNS-ATTEMPT-TIME PIC 9(4).
      * The call-log outcome: N no answer, M left a message, R
      * right-party contact, P promise taken, X refused, W wrong
      * number
               10  CNS-ATTEMPT-RESULT PIC X.
               10  CNS-ATTEMPT-BY   PIC X(8).
