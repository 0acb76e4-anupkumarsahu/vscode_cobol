      *****************************************************************
      * Skip-Trace Record Layout
      * One row per customer ever sent to the skip-tracing vendor -
      * an account flagged RETURNED-MAIL that no address-change feed
      * has cured. SAMPLE-PROGRAM-SKIPOUT writes or refreshes the
      * row each week it puts the account on the vendor extract;
      * SAMPLE-PROGRAM-SKIPRESP stamps the vendor's answer on it,
      * applying a confident hit straight to the customer master and
      * holding a weak one here as the review queue, where it waits
      * for a decision on SAMPLE-PROGRAM-SKIPREV. SAMPLE-PROGRAM-
      * SKIPRATE reads the whole file to measure the vendor.
      *****************************************************************
       01  SKIP-TRACE-RECORD.
           05  SKT-CUST-ID         PIC 9(9).
           05  SKT-STATUS          PIC X.
      * On the extract, no answer back yet
               88  SKT-SENT        VALUE 'S'.
      * The vendor found nothing
               88  SKT-NO-HIT      VALUE 'N'.
      * Hit at or over the confidence floor, applied on arrival
               88  SKT-APPLIED     VALUE 'H'.
      * Hit under the floor - the review queue
               88  SKT-IN-REVIEW   VALUE 'Q'.
      * Reviewer accepted it; the next response run applies it
               88  SKT-APPROVED    VALUE 'V'.
      * Reviewer accepted it and it has been applied
               88  SKT-APPLIED-AFTER-REVIEW VALUE 'A'.
      * Reviewer turned it down - nothing was applied
               88  SKT-REJECTED    VALUE 'J'.
               88  SKT-VENDOR-HIT  VALUES 'H' 'Q' 'V' 'A' 'J'.
               88  SKT-HIT-APPLIED VALUES 'H' 'A'.
           05  SKT-FIRST-SENT-DATE PIC 9(8).
           05  SKT-LAST-SENT-DATE  PIC 9(8).
           05  SKT-TIMES-SENT      PIC 9(3).
           05  SKT-RESPONSE-DATE   PIC 9(8).
      * The vendor's own 000-100 score for the hit
           05  SKT-CONFIDENCE      PIC 9(3).
      * The address and phone the vendor returned - kept after
      * they are applied, so the hit-rate report can tell whether
      * the new address mailed or came back again
           05  SKT-FOUND-CONTACT.
               10  SKT-FOUND-LINE-1 PIC X(30).
               10  SKT-FOUND-LINE-2 PIC X(30).
               10  SKT-FOUND-CITY  PIC X(20).
               10  SKT-FOUND-STATE PIC X(2).
               10  SKT-FOUND-ZIP   PIC X(10).
               10  SKT-FOUND-PHONE PIC X(15).
           05  SKT-APPLIED-DATE    PIC 9(8).
           05  SKT-DECIDED-BY      PIC X(8).
           05  SKT-DECIDED-DATE    PIC 9(8).
           05  SKT-DECISION-NOTE   PIC X(30).
