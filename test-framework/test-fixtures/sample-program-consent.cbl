       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-CONSENT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Contact consent service, CALLed by everything that decides
      * whether a customer may be phoned: SAMPLE-PROGRAM-WORKLIST
      * when it builds the day's call queue, SAMPLE-PROGRAM-LOOKUPBRG
      * when the call-center agent pulls the account up, and
      * SAMPLE-PROGRAM-MAINT when the collector changes consent or
      * logs a call. The rules live here once, so the queue, the
      * agent's screen and the collector's console never disagree.
      * Three functions:
      *   CHECK   - reads the customer's consent row (defaults when
      *     there is none) and answers whether a call may be placed
      *     right now
      *   ATTEMPT - logs a contact attempt, then answers as CHECK
      *     does; return code 4 says the call that was just logged
      *     was not permitted when it was made. An R, P or X outcome
      *     (the customer was reached) also moves the last-contact
      *     date the worklist rests accounts on
      *   SET     - replaces the consent flags and calling window
      *     with the ones supplied, keeping the attempt history
      * The answer comes back in LS-CON-CALL-STATUS, most binding
      * reason first:
      *   D - phone consent revoked or a do-not-call request: drop
      *   F - the rolling seven-day attempt cap is already reached:
      *       defer to LS-CON-NEXT-CALL-DATE
      *   H - outside the customer's calling hours at this moment
      *   Y - clear to call now
      * CHECK answers return code 0 only for Y. The calling window
      * is kept in the customer's local hours; the time zone comes
      * from the customer's state and the window is turned into
      * office-clock hours here. A state that spans two zones, or
      * that does not keep daylight time, is given only the hours
      * that are inside the window all year in every part of it, and
      * an unknown state gets the hours that are inside it anywhere
      * in the country.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Consent and contact attempts - one row per customer
           SELECT CONSENT-FILE ASSIGN TO "CUSTCNST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CUST-ID
               FILE STATUS IS WS-CNS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
           COPY CONTACT-CONSENT-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CNS-FILE-STATUS      PIC XX.
           88  CNS-FILE-OK         VALUE '00'.
           88  CNS-NOT-FOUND       VALUE '23'.
           88  CNS-FILE-MISSING    VALUE '35'.

       01  WS-FLAGS.
           05  WS-CNS-OPEN-FLAG    PIC X VALUE 'N'.
               88  CONSENT-FILE-OPEN VALUE 'Y'.
           05  WS-CNS-EXISTS-FLAG  PIC X VALUE 'N'.
               88  CONSENT-ROW-EXISTS VALUE 'Y'.
           05  WS-ZONE-FOUND-FLAG  PIC X VALUE 'N'.
               88  ZONE-FOUND      VALUE 'Y'.

      * Attempts allowed in any seven consecutive days - never more
      * than the attempt history on the record holds
       01  WS-ATTEMPT-CAP          PIC 9(3) VALUE 007.
      * The legal calling day, customer local hours; a window keyed
      * on the MAINT screen may narrow it but never widen it
       01  WS-EARLIEST-HOUR        PIC 9(2) VALUE 08.
       01  WS-LATEST-HOUR          PIC 9(2) VALUE 21.

      * State to time zone, with how many hours behind the office
      * clock (Eastern) the state's earliest and latest local hour
      * can fall: the start of the window moves by the first
      * offset, the end by the second. Split states and states
      * without daylight time carry the narrower of their two
      * offsets at each end; Puerto Rico and the Virgin Islands run
      * ahead of the office clock half the year
       01  WS-STATE-ZONE-TABLE.
           05  FILLER PIC X(8) VALUE 'ALCT+1+1'.
           05  FILLER PIC X(8) VALUE 'AKAK+5+4'.
           05  FILLER PIC X(8) VALUE 'AZMT+3+2'.
           05  FILLER PIC X(8) VALUE 'ARCT+1+1'.
           05  FILLER PIC X(8) VALUE 'CAPT+3+3'.
           05  FILLER PIC X(8) VALUE 'COMT+2+2'.
           05  FILLER PIC X(8) VALUE 'CTET+0+0'.
           05  FILLER PIC X(8) VALUE 'DEET+0+0'.
           05  FILLER PIC X(8) VALUE 'DCET+0+0'.
           05  FILLER PIC X(8) VALUE 'FLET+1+0'.
           05  FILLER PIC X(8) VALUE 'GAET+0+0'.
           05  FILLER PIC X(8) VALUE 'HIHT+6+5'.
           05  FILLER PIC X(8) VALUE 'IDMT+3+2'.
           05  FILLER PIC X(8) VALUE 'ILCT+1+1'.
           05  FILLER PIC X(8) VALUE 'INET+1+0'.
           05  FILLER PIC X(8) VALUE 'IACT+1+1'.
           05  FILLER PIC X(8) VALUE 'KSCT+2+1'.
           05  FILLER PIC X(8) VALUE 'KYET+1+0'.
           05  FILLER PIC X(8) VALUE 'LACT+1+1'.
           05  FILLER PIC X(8) VALUE 'MEET+0+0'.
           05  FILLER PIC X(8) VALUE 'MDET+0+0'.
           05  FILLER PIC X(8) VALUE 'MAET+0+0'.
           05  FILLER PIC X(8) VALUE 'MIET+1+0'.
           05  FILLER PIC X(8) VALUE 'MNCT+1+1'.
           05  FILLER PIC X(8) VALUE 'MSCT+1+1'.
           05  FILLER PIC X(8) VALUE 'MOCT+1+1'.
           05  FILLER PIC X(8) VALUE 'MTMT+2+2'.
           05  FILLER PIC X(8) VALUE 'NECT+2+1'.
           05  FILLER PIC X(8) VALUE 'NVPT+3+2'.
           05  FILLER PIC X(8) VALUE 'NHET+0+0'.
           05  FILLER PIC X(8) VALUE 'NJET+0+0'.
           05  FILLER PIC X(8) VALUE 'NMMT+2+2'.
           05  FILLER PIC X(8) VALUE 'NYET+0+0'.
           05  FILLER PIC X(8) VALUE 'NCET+0+0'.
           05  FILLER PIC X(8) VALUE 'NDCT+2+1'.
           05  FILLER PIC X(8) VALUE 'OHET+0+0'.
           05  FILLER PIC X(8) VALUE 'OKCT+1+1'.
           05  FILLER PIC X(8) VALUE 'ORPT+3+2'.
           05  FILLER PIC X(8) VALUE 'PAET+0+0'.
           05  FILLER PIC X(8) VALUE 'RIET+0+0'.
           05  FILLER PIC X(8) VALUE 'SCET+0+0'.
           05  FILLER PIC X(8) VALUE 'SDCT+2+1'.
           05  FILLER PIC X(8) VALUE 'TNCT+1+0'.
           05  FILLER PIC X(8) VALUE 'TXCT+2+1'.
           05  FILLER PIC X(8) VALUE 'UTMT+2+2'.
           05  FILLER PIC X(8) VALUE 'VTET+0+0'.
           05  FILLER PIC X(8) VALUE 'VAET+0+0'.
           05  FILLER PIC X(8) VALUE 'WAPT+3+3'.
           05  FILLER PIC X(8) VALUE 'WVET+0+0'.
           05  FILLER PIC X(8) VALUE 'WICT+1+1'.
           05  FILLER PIC X(8) VALUE 'WYMT+2+2'.
           05  FILLER PIC X(8) VALUE 'PRAT+0-1'.
           05  FILLER PIC X(8) VALUE 'VIAT+0-1'.
       01  WS-STATE-ZONE-TABLE-R REDEFINES WS-STATE-ZONE-TABLE.
           05  WS-STZ-ENTRY OCCURS 53 TIMES.
               10  WS-STZ-STATE    PIC X(2).
               10  WS-STZ-ZONE     PIC X(2).
               10  WS-STZ-FROM-OFFSET PIC S9 SIGN LEADING SEPARATE.
               10  WS-STZ-TO-OFFSET   PIC S9 SIGN LEADING SEPARATE.
       01  WS-STZ-SUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-STZ-COUNT            PIC 9(2) COMP VALUE 53.

      * The zone in use for the customer in hand
       01  WS-ZONE-WORK.
           05  WS-ZONE-CODE        PIC X(2).
           05  WS-ZONE-FROM-OFFSET PIC S9.
           05  WS-ZONE-TO-OFFSET   PIC S9.
           05  WS-OFFICE-FROM-HOUR PIC S9(3).
           05  WS-OFFICE-TO-HOUR   PIC S9(3).

       01  WS-DATE-WORK.
           05  WS-TODAY            PIC 9(8).
           05  WS-NOW-HHMM         PIC 9(4).
           05  WS-WINDOW-START-DAY PIC 9(7) COMP.
           05  WS-WINDOW-COUNT     PIC 9(3).
           05  WS-ATT-SUB          PIC 9(2) COMP.
      * Whether the call being logged was permitted when it was
      * placed - kept across the re-check after the log
           05  WS-DIAL-STATUS      PIC X.
       01  WS-NEXT-CALL-DISPLAY    PIC 9(8).

       LINKAGE SECTION.
       01  LS-CONSENT-PARM-AREA.
           05  LS-CON-RETURN-CODE  PIC S9(4) COMP.
           05  LS-CON-MESSAGE      PIC X(50).
      * CHECK, ATTEMPT or SET
           05  LS-CON-FUNCTION     PIC X(8).
           05  LS-CON-CUST-ID      PIC 9(9).
      * CUST-STATE of the account - the time zone comes from it
           05  LS-CON-STATE        PIC X(2).
      * Who is logging the attempt or changing the consent
           05  LS-CON-OPERATOR-ID  PIC X(8).
      * ATTEMPT only - the call outcome: N no answer, M left a
      * message, R right-party contact, P promise taken, X refused,
      * W wrong number
           05  LS-CON-ATTEMPT-RESULT PIC X.
      * Supplied on SET, returned by every function
           05  LS-CON-PHONE-CONSENT PIC X.
           05  LS-CON-TEXT-CONSENT PIC X.
           05  LS-CON-EMAIL-CONSENT PIC X.
           05  LS-CON-DO-NOT-CALL  PIC X.
           05  LS-CON-NO-WORK-CALLS PIC X.
           05  LS-CON-CALL-FROM-HOUR PIC 9(2).
           05  LS-CON-CALL-TO-HOUR PIC 9(2).
      * Returned - the zone, the window on the office clock, the
      * attempts in the last seven days against the cap, the first
      * day a call is allowed again when the cap is reached, and
      * the D/F/H/Y answer
           05  LS-CON-TIME-ZONE    PIC X(2).
           05  LS-CON-OFFICE-FROM-HOUR PIC 9(2).
           05  LS-CON-OFFICE-TO-HOUR PIC 9(2).
           05  LS-CON-WEEK-ATTEMPTS PIC 9(3).
           05  LS-CON-ATTEMPT-CAP  PIC 9(3).
           05  LS-CON-NEXT-CALL-DATE PIC 9(8).
           05  LS-CON-CALL-STATUS  PIC X.
      * Returned - last day the customer was reached, zero if never
           05  LS-CON-LAST-CONTACT-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-CONSENT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           MOVE 0 TO LS-CON-RETURN-CODE
           MOVE SPACES TO LS-CON-MESSAGE
           MOVE SPACES TO LS-CON-TIME-ZONE
           MOVE ZERO TO LS-CON-OFFICE-FROM-HOUR
           MOVE ZERO TO LS-CON-OFFICE-TO-HOUR
           MOVE ZERO TO LS-CON-WEEK-ATTEMPTS
           MOVE WS-ATTEMPT-CAP TO LS-CON-ATTEMPT-CAP
           MOVE ZERO TO LS-CON-NEXT-CALL-DATE
           MOVE SPACE TO LS-CON-CALL-STATUS
           MOVE ZERO TO LS-CON-LAST-CONTACT-DATE
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY
           COMPUTE WS-NOW-HHMM = STD-HOUR * 100 + STD-MINUTE
           IF LS-CON-CUST-ID = ZERO
               MOVE 8 TO LS-CON-RETURN-CODE
               MOVE 'NO CUST-ID SUPPLIED TO CONSENT CHECK'
                   TO LS-CON-MESSAGE
               GOBACK
           END-IF
           EVALUATE LS-CON-FUNCTION
               WHEN 'CHECK'
                   PERFORM 2000-CHECK-CONSENT
               WHEN 'ATTEMPT'
                   PERFORM 3000-LOG-ATTEMPT
               WHEN 'SET'
                   PERFORM 4000-SET-CONSENT
               WHEN OTHER
                   MOVE 8 TO LS-CON-RETURN-CODE
                   MOVE 'UNRECOGNIZED CONSENT FUNCTION'
                       TO LS-CON-MESSAGE
           END-EVALUATE
           GOBACK.

       2000-CHECK-CONSENT SECTION.
       2100-READ-CONSENT-ROW.
      * No file yet means nobody has a row - everyone has the
      * defaults
           OPEN INPUT CONSENT-FILE
           IF CNS-FILE-MISSING
               PERFORM 6200-DEFAULT-CONSENT
               PERFORM 7000-EVALUATE-CONSENT
               EXIT SECTION
           END-IF
           IF NOT CNS-FILE-OK
               MOVE 8 TO LS-CON-RETURN-CODE
               MOVE 'CONSENT FILE UNAVAILABLE' TO LS-CON-MESSAGE
               EXIT SECTION
           END-IF
           MOVE LS-CON-CUST-ID TO CNS-CUST-ID
           READ CONSENT-FILE
               INVALID KEY
                   PERFORM 6200-DEFAULT-CONSENT
           END-READ
           CLOSE CONSENT-FILE
           PERFORM 7000-EVALUATE-CONSENT

      * 6200 and 7000 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them
           EXIT SECTION.

       3000-LOG-ATTEMPT SECTION.
       3100-RECORD-ONE-ATTEMPT.
           IF LS-CON-ATTEMPT-RESULT NOT = 'N'
                   AND LS-CON-ATTEMPT-RESULT NOT = 'M'
                   AND LS-CON-ATTEMPT-RESULT NOT = 'R'
                   AND LS-CON-ATTEMPT-RESULT NOT = 'P'
                   AND LS-CON-ATTEMPT-RESULT NOT = 'X'
                   AND LS-CON-ATTEMPT-RESULT NOT = 'W'
               MOVE 8 TO LS-CON-RETURN-CODE
               MOVE 'OUTCOME MUST BE N, M, R, P, X OR W'
                   TO LS-CON-MESSAGE
               EXIT SECTION
           END-IF
           IF LS-CON-OPERATOR-ID = SPACES
               MOVE 8 TO LS-CON-RETURN-CODE
               MOVE 'NO OPERATOR SUPPLIED FOR THE ATTEMPT'
                   TO LS-CON-MESSAGE
               EXIT SECTION
           END-IF
           PERFORM 6050-OPEN-FOR-UPDATE
           IF NOT CONSENT-FILE-OPEN
               MOVE 8 TO LS-CON-RETURN-CODE
               MOVE 'CONSENT FILE UNAVAILABLE' TO LS-CON-MESSAGE
               EXIT SECTION
           END-IF
           PERFORM 6100-READ-FOR-UPDATE
      * Judge the call as it stood when it was dialed, before this
      * attempt is counted against the cap
           PERFORM 7000-EVALUATE-CONSENT
           MOVE LS-CON-CALL-STATUS TO WS-DIAL-STATUS
           PERFORM 3150-SHIFT-ATTEMPT-DOWN
               VARYING WS-ATT-SUB FROM 7 BY -1
               UNTIL WS-ATT-SUB < 2
           MOVE WS-TODAY TO CNS-ATTEMPT-DATE (1)
           MOVE WS-NOW-HHMM TO CNS-ATTEMPT-TIME (1)
           MOVE LS-CON-ATTEMPT-RESULT TO CNS-ATTEMPT-RESULT (1)
           MOVE LS-CON-OPERATOR-ID TO CNS-ATTEMPT-BY (1)
           IF LS-CON-ATTEMPT-RESULT = 'R' OR 'P' OR 'X'
               MOVE WS-TODAY TO CNS-LAST-CONTACT-DATE
           END-IF
           ADD 1 TO CNS-TOTAL-ATTEMPTS
               ON SIZE ERROR
                   MOVE 99999 TO CNS-TOTAL-ATTEMPTS
           END-ADD
           PERFORM 6300-SAVE-CONSENT-ROW
           PERFORM 6900-CLOSE-CONSENT-FILE
           PERFORM 7000-EVALUATE-CONSENT
           IF WS-DIAL-STATUS = 'Y'
               MOVE 0 TO LS-CON-RETURN-CODE
               MOVE 'CONTACT ATTEMPT LOGGED' TO LS-CON-MESSAGE
           ELSE
               MOVE 4 TO LS-CON-RETURN-CODE
               MOVE 'ATTEMPT LOGGED - CALL WAS NOT PERMITTED WHEN MADE'
                   TO LS-CON-MESSAGE
           END-IF

      * 3150 and the 6000/7000 workers already ran above via the
      * explicit PERFORMs - exit the section here instead of
      * falling into them a second time
           EXIT SECTION.

       3150-SHIFT-ATTEMPT-DOWN.
           MOVE CNS-RECENT-ATTEMPT (WS-ATT-SUB - 1)
               TO CNS-RECENT-ATTEMPT (WS-ATT-SUB).

       4000-SET-CONSENT SECTION.
       4100-VALIDATE-AND-SAVE.
           IF LS-CON-CALL-FROM-HOUR = ZERO
                   AND LS-CON-CALL-TO-HOUR = ZERO
               MOVE WS-EARLIEST-HOUR TO LS-CON-CALL-FROM-HOUR
               MOVE WS-LATEST-HOUR TO LS-CON-CALL-TO-HOUR
           END-IF
           EVALUATE TRUE
               WHEN LS-CON-OPERATOR-ID = SPACES
                   MOVE 'NO OPERATOR SUPPLIED FOR THE CHANGE'
                       TO LS-CON-MESSAGE
               WHEN (LS-CON-PHONE-CONSENT NOT = 'Y'
                           AND LS-CON-PHONE-CONSENT NOT = 'N')
                       OR (LS-CON-TEXT-CONSENT NOT = 'Y'
                           AND LS-CON-TEXT-CONSENT NOT = 'N')
                       OR (LS-CON-EMAIL-CONSENT NOT = 'Y'
                           AND LS-CON-EMAIL-CONSENT NOT = 'N')
                       OR (LS-CON-DO-NOT-CALL NOT = 'Y'
                           AND LS-CON-DO-NOT-CALL NOT = 'N')
                       OR (LS-CON-NO-WORK-CALLS NOT = 'Y'
                           AND LS-CON-NO-WORK-CALLS NOT = 'N')
                   MOVE 'EVERY CONSENT FLAG MUST BE Y OR N'
                       TO LS-CON-MESSAGE
               WHEN LS-CON-CALL-FROM-HOUR < WS-EARLIEST-HOUR
                       OR LS-CON-CALL-TO-HOUR > WS-LATEST-HOUR
                       OR LS-CON-CALL-FROM-HOUR NOT <
                           LS-CON-CALL-TO-HOUR
                   MOVE 'CALLING HOURS MUST LIE WITHIN 08 TO 21'
                       TO LS-CON-MESSAGE
           END-EVALUATE
           IF LS-CON-MESSAGE NOT = SPACES
               MOVE 8 TO LS-CON-RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM 6050-OPEN-FOR-UPDATE
           IF NOT CONSENT-FILE-OPEN
               MOVE 8 TO LS-CON-RETURN-CODE
               MOVE 'CONSENT FILE UNAVAILABLE' TO LS-CON-MESSAGE
               EXIT SECTION
           END-IF
      * The attempt history carries over - only the consent half of
      * the row is replaced
           PERFORM 6100-READ-FOR-UPDATE
           MOVE LS-CON-PHONE-CONSENT TO CNS-PHONE-CONSENT
           MOVE LS-CON-TEXT-CONSENT TO CNS-TEXT-CONSENT
           MOVE LS-CON-EMAIL-CONSENT TO CNS-EMAIL-CONSENT
           MOVE LS-CON-DO-NOT-CALL TO CNS-DO-NOT-CALL
           MOVE LS-CON-NO-WORK-CALLS TO CNS-NO-WORK-CALLS
           MOVE LS-CON-CALL-FROM-HOUR TO CNS-CALL-FROM-HOUR
           MOVE LS-CON-CALL-TO-HOUR TO CNS-CALL-TO-HOUR
           MOVE LS-CON-OPERATOR-ID TO CNS-CHANGED-BY
           MOVE WS-TODAY TO CNS-CHANGED-DATE
           PERFORM 6300-SAVE-CONSENT-ROW
           PERFORM 6900-CLOSE-CONSENT-FILE
           PERFORM 7000-EVALUATE-CONSENT
           MOVE 0 TO LS-CON-RETURN-CODE
           MOVE 'CONTACT CONSENT UPDATED' TO LS-CON-MESSAGE

      * The 6000/7000 workers already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       6000-CONSENT-FILE-IO SECTION.
       6050-OPEN-FOR-UPDATE.
      * Created on first use
           MOVE 'N' TO WS-CNS-OPEN-FLAG
           OPEN I-O CONSENT-FILE
           IF CNS-FILE-MISSING
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF
           IF CNS-FILE-OK
               SET CONSENT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'ERROR OPENING CONSENT FILE: '
                   WS-CNS-FILE-STATUS
           END-IF.

       6100-READ-FOR-UPDATE.
           MOVE LS-CON-CUST-ID TO CNS-CUST-ID
           READ CONSENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CNS-EXISTS-FLAG
                   PERFORM 6200-DEFAULT-CONSENT
               NOT INVALID KEY
                   SET CONSENT-ROW-EXISTS TO TRUE
           END-READ.

       6200-DEFAULT-CONSENT.
      * The way the account has always been worked: phone and
      * email, never texts, the full legal calling day
           INITIALIZE CONTACT-CONSENT-RECORD
           MOVE LS-CON-CUST-ID TO CNS-CUST-ID
           MOVE 'Y' TO CNS-PHONE-CONSENT
           MOVE 'N' TO CNS-TEXT-CONSENT
           MOVE 'Y' TO CNS-EMAIL-CONSENT
           MOVE 'N' TO CNS-DO-NOT-CALL
           MOVE 'N' TO CNS-NO-WORK-CALLS
           MOVE WS-EARLIEST-HOUR TO CNS-CALL-FROM-HOUR
           MOVE WS-LATEST-HOUR TO CNS-CALL-TO-HOUR.

       6300-SAVE-CONSENT-ROW.
           IF CONSENT-ROW-EXISTS
               REWRITE CONTACT-CONSENT-RECORD
           ELSE
               WRITE CONTACT-CONSENT-RECORD
           END-IF
           IF NOT CNS-FILE-OK
               DISPLAY 'ERROR SAVING CONSENT ROW: ' WS-CNS-FILE-STATUS
                   ' CUST ' CNS-CUST-ID
           END-IF.

       6900-CLOSE-CONSENT-FILE.
           CLOSE CONSENT-FILE
           MOVE 'N' TO WS-CNS-OPEN-FLAG.

       7000-EVALUATE-CONSENT SECTION.
       7100-APPLY-RULES.
      * Works from the consent row in the record area
           PERFORM 7200-FIND-TIME-ZONE
           COMPUTE WS-OFFICE-FROM-HOUR =
               CNS-CALL-FROM-HOUR + WS-ZONE-FROM-OFFSET
           COMPUTE WS-OFFICE-TO-HOUR =
               CNS-CALL-TO-HOUR + WS-ZONE-TO-OFFSET
           IF WS-OFFICE-TO-HOUR > 24
               MOVE 24 TO WS-OFFICE-TO-HOUR
           END-IF
           PERFORM 7300-COUNT-WINDOW
           MOVE CNS-PHONE-CONSENT TO LS-CON-PHONE-CONSENT
           MOVE CNS-TEXT-CONSENT TO LS-CON-TEXT-CONSENT
           MOVE CNS-EMAIL-CONSENT TO LS-CON-EMAIL-CONSENT
           MOVE CNS-DO-NOT-CALL TO LS-CON-DO-NOT-CALL
           MOVE CNS-NO-WORK-CALLS TO LS-CON-NO-WORK-CALLS
           MOVE CNS-CALL-FROM-HOUR TO LS-CON-CALL-FROM-HOUR
           MOVE CNS-CALL-TO-HOUR TO LS-CON-CALL-TO-HOUR
           MOVE WS-ZONE-CODE TO LS-CON-TIME-ZONE
           MOVE WS-OFFICE-FROM-HOUR TO LS-CON-OFFICE-FROM-HOUR
           MOVE WS-OFFICE-TO-HOUR TO LS-CON-OFFICE-TO-HOUR
           MOVE WS-WINDOW-COUNT TO LS-CON-WEEK-ATTEMPTS
           MOVE CNS-LAST-CONTACT-DATE TO LS-CON-LAST-CONTACT-DATE
           MOVE ZERO TO LS-CON-NEXT-CALL-DATE
           EVALUATE TRUE
               WHEN NOT CNS-PHONE-ALLOWED OR CNS-CALLS-BARRED
                   MOVE 'D' TO LS-CON-CALL-STATUS
                   MOVE 4 TO LS-CON-RETURN-CODE
                   MOVE 'CUSTOMER MAY NOT BE CALLED' TO LS-CON-MESSAGE
               WHEN WS-WINDOW-COUNT NOT < WS-ATTEMPT-CAP
      * The cap frees up the day the oldest attempt still inside
      * the seven days falls out of it
                   COMPUTE LS-CON-NEXT-CALL-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (CNS-ATTEMPT-DATE (WS-ATTEMPT-CAP))
                           + 7)
                   MOVE LS-CON-NEXT-CALL-DATE TO WS-NEXT-CALL-DISPLAY
                   MOVE 'F' TO LS-CON-CALL-STATUS
                   MOVE 4 TO LS-CON-RETURN-CODE
                   MOVE SPACES TO LS-CON-MESSAGE
                   STRING 'CONTACT CAP REACHED - NEXT CALL '
                           DELIMITED BY SIZE
                       WS-NEXT-CALL-DISPLAY DELIMITED BY SIZE
                       INTO LS-CON-MESSAGE
               WHEN WS-NOW-HHMM < WS-OFFICE-FROM-HOUR * 100
                       OR WS-NOW-HHMM NOT < WS-OFFICE-TO-HOUR * 100
                   MOVE 'H' TO LS-CON-CALL-STATUS
                   MOVE 4 TO LS-CON-RETURN-CODE
                   MOVE 'OUTSIDE THE CUSTOMER''S CALLING HOURS'
                       TO LS-CON-MESSAGE
               WHEN OTHER
                   MOVE 'Y' TO LS-CON-CALL-STATUS
                   MOVE 0 TO LS-CON-RETURN-CODE
                   MOVE 'CLEAR TO CALL' TO LS-CON-MESSAGE
           END-EVALUATE

      * 7200 and 7300 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them
           EXIT SECTION.

       7200-FIND-TIME-ZONE.
      * An unknown state gets only the hours that are legal in every
      * zone from the Atlantic to Hawaii
           MOVE 'N' TO WS-ZONE-FOUND-FLAG
           MOVE 'UN' TO WS-ZONE-CODE
           MOVE 6 TO WS-ZONE-FROM-OFFSET
           MOVE -1 TO WS-ZONE-TO-OFFSET
           PERFORM 7210-MATCH-ONE-STATE
               VARYING WS-STZ-SUB FROM 1 BY 1
               UNTIL WS-STZ-SUB > WS-STZ-COUNT OR ZONE-FOUND.

       7210-MATCH-ONE-STATE.
           IF WS-STZ-STATE (WS-STZ-SUB) = LS-CON-STATE
               SET ZONE-FOUND TO TRUE
               MOVE WS-STZ-ZONE (WS-STZ-SUB) TO WS-ZONE-CODE
               MOVE WS-STZ-FROM-OFFSET (WS-STZ-SUB)
                   TO WS-ZONE-FROM-OFFSET
               MOVE WS-STZ-TO-OFFSET (WS-STZ-SUB)
                   TO WS-ZONE-TO-OFFSET
           END-IF.

       7300-COUNT-WINDOW.
      * Today and the six days before it
           COMPUTE WS-WINDOW-START-DAY =
               FUNCTION INTEGER-OF-DATE (WS-TODAY) - 6
           MOVE ZERO TO WS-WINDOW-COUNT
           PERFORM 7310-COUNT-ONE-ATTEMPT
               VARYING WS-ATT-SUB FROM 1 BY 1
               UNTIL WS-ATT-SUB > 7.

       7310-COUNT-ONE-ATTEMPT.
           IF CNS-ATTEMPT-DATE (WS-ATT-SUB) NOT = ZERO
               IF FUNCTION INTEGER-OF-DATE
                       (CNS-ATTEMPT-DATE (WS-ATT-SUB))
                       NOT < WS-WINDOW-START-DAY
                   ADD 1 TO WS-WINDOW-COUNT
               END-IF
           END-IF.
