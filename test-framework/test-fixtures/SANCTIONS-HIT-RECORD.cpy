      *****************************************************************
      * Sanctions Screening Review Record Layout
      * One row per customer the sanctions screening service,
      * SAMPLE-PROGRAM-SANCSCRN, has matched against the published
      * sanctions list - at onboarding, on the rescan of the whole
      * master when a new list arrives, on a refund payee before
      * CHECKREG cuts the check, or at reinstatement. The row is
      * the compliance review queue: it stays PENDING until a
      * compliance officer decides it through SAMPLE-PROGRAM-
      * SANCREL, and while it is PENDING or CONFIRMED the account
      * sits under a compliance hold, refund checks are held
      * blocked, and reinstatement is refused. A CLEARED row
      * remembers which list entry was cleared, so the next rescan
      * does not queue the same false positive again - a match to a
      * different entry reopens it.
      *****************************************************************
       01  SANCTIONS-HIT-RECORD.
           05  SNH-CUST-ID         PIC 9(9).
           05  SNH-STATUS          PIC X.
               88  SNH-PENDING     VALUE 'P'.
               88  SNH-CLEARED     VALUE 'C'.
               88  SNH-CONFIRMED   VALUE 'F'.
               88  SNH-BLOCKING    VALUES 'P' 'F'.
      * The list entry matched, as published
           05  SNH-ENTRY-ID        PIC X(10).
           05  SNH-LIST-NAME       PIC X(40).
           05  SNH-LIST-COUNTRY    PIC X(2).
           05  SNH-LIST-PROGRAM    PIC X(10).
      * The name that was screened and how well it matched - the
      * percentage of the list name's words found in it
           05  SNH-SCREENED-NAME   PIC X(30).
           05  SNH-SCORE           PIC 9(3).
      * ONBOARD, RESCAN, REFUND or REINSTAT
           05  SNH-SOURCE          PIC X(8).
           05  SNH-QUEUED-DATE     PIC 9(8).
      * Y when the screening placed the compliance hold itself -
      * clearing releases only a hold the screening placed
           05  SNH-HOLD-PLACED     PIC X.
               88  SNH-PLACED-THE-HOLD VALUE 'Y'.
           05  SNH-DECIDED-BY      PIC X(8).
           05  SNH-DECIDED-DATE    PIC 9(8).
           05  SNH-DECISION-NOTE   PIC X(30).
