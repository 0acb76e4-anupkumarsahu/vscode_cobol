       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SANCSCRN.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Sanctions screening service, CALLed wherever a name has to
      * be checked against the published sanctions list before we
      * deal with it: SAMPLE-PROGRAM-ONBOARD when an account opens,
      * SAMPLE-PROGRAM-SANCSCAN over the whole master when a new
      * list arrives, SAMPLE-PROGRAM-CHECKREG on a refund payee
      * before the check is cut, and SAMPLE-PROGRAM-REINSTATE
      * before an archived account comes back. Three functions:
      *   READY - loads the list if this run has not yet, and says
      *     whether it could: a caller about to do something it
      *     cannot undo asks first, and does not start on a list
      *     that is not there
      *   SCREEN - loads the list on the first call of the run and
      *     scores the name against every entry. Names fold to
      *     upper case with punctuation dropped and split into
      *     words; a list word counts as found when a word of the
      *     name matches it exactly or, for words of four letters
      *     or more, within one typing slip (one letter wrong,
      *     missing, or extra) - transliterated names are never
      *     spelled the same way twice. The score is the share of
      *     the list name's words found. Every word found is a
      *     potential hit; three in four is one when the supplied
      *     country matches the entry's. A potential hit queues a
      *     review row on the sanctions review file and places a
      *     compliance hold on HOLD-RECORD. Return code 4 means the
      *     customer is under review or confirmed - the caller
      *     must not pay, open, or reinstate on it
      *   STATUS - answers, from the review file alone, whether the
      *     customer is under review or confirmed (return code 4)
      * A list that cannot be read is a failed screening, never a
      * clean one: return code 8, and every caller treats 8 as a
      * block.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The published sanctions list, as last delivered
           SELECT SANCTIONS-LIST-FILE ASSIGN TO "CUSTSDNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDN-FILE-STATUS.

      * Compliance review queue - one row per matched customer
           SELECT SANCTIONS-HIT-FILE ASSIGN TO "CUSTSNHT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNH-CUST-ID
               FILE STATUS IS WS-SNH-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "CUSTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIONS-LIST-FILE.
       01  SANCTIONS-LIST-RECORD.
           05  SDN-ENTRY-ID        PIC X(10).
           05  SDN-NAME            PIC X(40).
           05  SDN-COUNTRY         PIC X(2).
           05  SDN-PROGRAM         PIC X(10).

       FD  SANCTIONS-HIT-FILE.
           COPY SANCTIONS-HIT-RECORD.

       FD  HOLD-FILE.
           COPY HOLD-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-SDN-FILE-STATUS      PIC XX.
           88  SDN-FILE-OK         VALUE '00'.
           88  SDN-FILE-AT-END     VALUE '10'.

       01  WS-SNH-FILE-STATUS      PIC XX.
           88  SNH-FILE-OK         VALUE '00'.
           88  SNH-NOT-FOUND       VALUE '23'.
           88  SNH-FILE-MISSING    VALUE '35'.

       01  WS-HLD-FILE-STATUS      PIC XX.
           88  HLD-FILE-OK         VALUE '00'.
           88  HLD-NOT-FOUND       VALUE '23'.
           88  HLD-FILE-MISSING    VALUE '35'.

      * The list loads once per run and stays loaded across calls;
      * a list that would not load stays failed for the run
       01  WS-LIST-STATE           PIC X VALUE 'N'.
           88  LIST-NOT-LOADED     VALUE 'N'.
           88  LIST-LOADED         VALUE 'Y'.
           88  LIST-UNAVAILABLE    VALUE 'X'.

       01  WS-FLAGS.
           05  WS-REVIEW-OPEN-FLAG PIC X VALUE 'N'.
               88  REVIEW-FILES-OPEN VALUE 'Y'.
           05  WS-SNH-EXISTS-FLAG  PIC X VALUE 'N'.
               88  REVIEW-ROW-EXISTS VALUE 'Y'.
           05  WS-HLD-EXISTS-FLAG  PIC X VALUE 'N'.
               88  HOLD-ROW-EXISTS VALUE 'Y'.
           05  WS-WORD-FOUND-FLAG  PIC X VALUE 'N'.
               88  WORD-FOUND      VALUE 'Y'.
           05  WS-DIFF-FOUND-FLAG  PIC X VALUE 'N'.
               88  DIFFERENCE-FOUND VALUE 'Y'.
           05  WS-LIST-FULL-FLAG   PIC X VALUE 'N'.
               88  LIST-TABLE-FULL VALUE 'Y'.

      * Matching thresholds - every list word found is a hit on
      * its own; a supplied country that agrees with the entry
      * lowers the bar to three words in four
       01  WS-FULL-MATCH-SCORE     PIC 9(3) VALUE 100.
       01  WS-COUNTRY-MATCH-SCORE  PIC 9(3) VALUE 075.
      * Shorter words must match exactly - one slip in a three-
      * letter word is a different word
       01  WS-FUZZY-MIN-LENGTH     PIC 9(2) COMP VALUE 4.

      * The list, normalized once at load
       01  WS-SDN-MAX-ENTRIES      PIC 9(5) COMP VALUE 5000.
       01  WS-SDN-COUNT            PIC 9(5) COMP VALUE ZERO.
       01  WS-SDN-TABLE.
           05  WS-SDN-ENTRY OCCURS 5000 TIMES.
               10  WS-SDN-ENTRY-ID     PIC X(10).
               10  WS-SDN-NAME         PIC X(40).
               10  WS-SDN-COUNTRY      PIC X(2).
               10  WS-SDN-PROGRAM      PIC X(10).
               10  WS-SDN-WORD-COUNT   PIC 9.
               10  WS-SDN-WORD OCCURS 5 TIMES.
                   15  WS-SDN-WORD-TEXT PIC X(20).
                   15  WS-SDN-WORD-LEN  PIC 9(2).

      * Normalization work - raw split, then the compacted words
       01  WS-NORM-NAME            PIC X(40).
       01  WS-RAW-WORDS.
           05  WS-RAW-WORD OCCURS 5 TIMES.
               10  WS-RAW-WORD-TEXT PIC X(20).
               10  WS-RAW-WORD-LEN  PIC 9(2).
       01  WS-NORM-AREA.
           05  WS-NORM-WORD-COUNT  PIC 9.
           05  WS-NORM-WORD OCCURS 5 TIMES.
               10  WS-NORM-WORD-TEXT PIC X(20).
               10  WS-NORM-WORD-LEN  PIC 9(2).
      * The name being screened, kept apart from the work area so
      * the list load can reuse it
       01  WS-SUBJECT-AREA.
           05  WS-SUBJ-WORD-COUNT  PIC 9.
           05  WS-SUBJ-WORD OCCURS 5 TIMES.
               10  WS-SUBJ-WORD-TEXT PIC X(20).
               10  WS-SUBJ-WORD-LEN  PIC 9(2).

       01  WS-SUBSCRIPTS.
           05  WS-SDN-SUB          PIC 9(5) COMP.
           05  WS-LW-SUB           PIC 9(2) COMP.
           05  WS-CW-SUB           PIC 9(2) COMP.
           05  WS-RAW-SUB          PIC 9(2) COMP.

      * One word pair under comparison - A from the list, B from
      * the screened name
       01  WS-COMPARE-WORK.
           05  WS-CMP-A-TEXT       PIC X(20).
           05  WS-CMP-A-LEN        PIC 9(2) COMP.
           05  WS-CMP-B-TEXT       PIC X(20).
           05  WS-CMP-B-LEN        PIC 9(2) COMP.
           05  WS-CMP-LONG-TEXT    PIC X(20).
           05  WS-CMP-SHORT-TEXT   PIC X(20).
           05  WS-CMP-SHORT-LEN    PIC 9(2) COMP.
           05  WS-CMP-POS          PIC 9(2) COMP.
           05  WS-CMP-FIRST-DIFF   PIC 9(2) COMP.
           05  WS-CMP-REST-LEN     PIC 9(2) COMP.
           05  WS-CMP-DIFFS        PIC 9(2) COMP.

       01  WS-SCORING.
           05  WS-WORDS-MATCHED    PIC 9 VALUE ZERO.
           05  WS-ENTRY-SCORE      PIC 9(3) VALUE ZERO.
           05  WS-BEST-SCORE       PIC 9(3) VALUE ZERO.
           05  WS-BEST-SUB         PIC 9(5) COMP VALUE ZERO.

       LINKAGE SECTION.
       01  LS-SANCSCRN-PARM-AREA.
           05  LS-SNS-RETURN-CODE  PIC S9(4) COMP.
           05  LS-SNS-MESSAGE      PIC X(50).
      * READY, SCREEN or STATUS
           05  LS-SNS-FUNCTION     PIC X(8).
           05  LS-SNS-CUST-ID      PIC 9(9).
           05  LS-SNS-NAME         PIC X(30).
      * Optional - ISO country of the address, blank when unknown
           05  LS-SNS-COUNTRY      PIC X(2).
      * ONBOARD, RESCAN, REFUND or REINSTAT - who asked
           05  LS-SNS-SOURCE       PIC X(8).
      * Returned - N no match, Q potential match queued by this
      * call, P already under review, F confirmed match, C match
      * to an entry compliance has cleared - and the entry behind it
           05  LS-SNS-HIT-FLAG     PIC X.
           05  LS-SNS-ENTRY-ID     PIC X(10).
           05  LS-SNS-LIST-NAME    PIC X(40).
           05  LS-SNS-SCORE        PIC 9(3).

       PROCEDURE DIVISION USING LS-SANCSCRN-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           MOVE 0 TO LS-SNS-RETURN-CODE
           MOVE SPACES TO LS-SNS-MESSAGE
           MOVE 'N' TO LS-SNS-HIT-FLAG
           MOVE SPACES TO LS-SNS-ENTRY-ID
           MOVE SPACES TO LS-SNS-LIST-NAME
           MOVE ZERO TO LS-SNS-SCORE
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           IF LS-SNS-FUNCTION = 'READY'
               PERFORM 1000-LOAD-LIST
               GOBACK
           END-IF
           IF LS-SNS-CUST-ID = ZERO
               MOVE 8 TO LS-SNS-RETURN-CODE
               MOVE 'NO CUST-ID SUPPLIED TO SCREEN'
                   TO LS-SNS-MESSAGE
               GOBACK
           END-IF
           EVALUATE LS-SNS-FUNCTION
               WHEN 'SCREEN'
                   PERFORM 2000-SCREEN-NAME
               WHEN 'STATUS'
                   PERFORM 3000-REPORT-STATUS
               WHEN OTHER
                   MOVE 8 TO LS-SNS-RETURN-CODE
                   MOVE 'UNRECOGNIZED SCREENING FUNCTION'
                       TO LS-SNS-MESSAGE
           END-EVALUATE
           GOBACK.

       1000-LOAD-LIST SECTION.
       1100-READ-LIST.
           IF LIST-LOADED
               EXIT SECTION
           END-IF
           IF LIST-UNAVAILABLE
               MOVE 8 TO LS-SNS-RETURN-CODE
               MOVE 'SANCTIONS LIST UNAVAILABLE - SCREENING FAILED'
                   TO LS-SNS-MESSAGE
               EXIT SECTION
           END-IF
           OPEN INPUT SANCTIONS-LIST-FILE
           IF NOT SDN-FILE-OK
               DISPLAY 'SANCTIONS LIST NOT AVAILABLE: '
                   WS-SDN-FILE-STATUS
               SET LIST-UNAVAILABLE TO TRUE
               MOVE 8 TO LS-SNS-RETURN-CODE
               MOVE 'SANCTIONS LIST UNAVAILABLE - SCREENING FAILED'
                   TO LS-SNS-MESSAGE
               EXIT SECTION
           END-IF
           MOVE ZERO TO WS-SDN-COUNT
           PERFORM 1150-LOAD-ONE-ENTRY
               UNTIL SDN-FILE-AT-END OR LIST-TABLE-FULL
           CLOSE SANCTIONS-LIST-FILE
      * A truncated or empty list would screen everyone clean -
      * refuse it rather than pretend
           EVALUATE TRUE
               WHEN LIST-TABLE-FULL
                   DISPLAY 'SANCTIONS LIST EXCEEDS '
                       WS-SDN-MAX-ENTRIES ' ENTRIES - NOT LOADED'
                   SET LIST-UNAVAILABLE TO TRUE
               WHEN WS-SDN-COUNT = ZERO
                   DISPLAY 'SANCTIONS LIST IS EMPTY - NOT LOADED'
                   SET LIST-UNAVAILABLE TO TRUE
               WHEN OTHER
                   SET LIST-LOADED TO TRUE
           END-EVALUATE
           IF LIST-UNAVAILABLE
               MOVE 8 TO LS-SNS-RETURN-CODE
               MOVE 'SANCTIONS LIST UNAVAILABLE - SCREENING FAILED'
                   TO LS-SNS-MESSAGE
           END-IF

      * 1150 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       1150-LOAD-ONE-ENTRY.
           READ SANCTIONS-LIST-FILE
               AT END
                   SET SDN-FILE-AT-END TO TRUE
               NOT AT END
                   IF SDN-NAME NOT = SPACES
                       IF WS-SDN-COUNT NOT < WS-SDN-MAX-ENTRIES
                           SET LIST-TABLE-FULL TO TRUE
                       ELSE
                           ADD 1 TO WS-SDN-COUNT
                           PERFORM 1160-STORE-ENTRY
                       END-IF
                   END-IF
           END-READ.

       1160-STORE-ENTRY.
           MOVE SDN-ENTRY-ID TO WS-SDN-ENTRY-ID (WS-SDN-COUNT)
           MOVE SDN-NAME TO WS-SDN-NAME (WS-SDN-COUNT)
           MOVE SDN-COUNTRY TO WS-SDN-COUNTRY (WS-SDN-COUNT)
           MOVE SDN-PROGRAM TO WS-SDN-PROGRAM (WS-SDN-COUNT)
           MOVE SDN-NAME TO WS-NORM-NAME
           PERFORM 8000-NORMALIZE-NAME
           MOVE WS-NORM-WORD-COUNT
               TO WS-SDN-WORD-COUNT (WS-SDN-COUNT)
           PERFORM 1170-STORE-ENTRY-WORD
               VARYING WS-RAW-SUB FROM 1 BY 1
               UNTIL WS-RAW-SUB > 5.

       1170-STORE-ENTRY-WORD.
           MOVE WS-NORM-WORD-TEXT (WS-RAW-SUB)
               TO WS-SDN-WORD-TEXT (WS-SDN-COUNT, WS-RAW-SUB)
           MOVE WS-NORM-WORD-LEN (WS-RAW-SUB)
               TO WS-SDN-WORD-LEN (WS-SDN-COUNT, WS-RAW-SUB).

       2000-SCREEN-NAME SECTION.
       2100-SCORE-AGAINST-LIST.
           PERFORM 1000-LOAD-LIST
           IF LIST-UNAVAILABLE
               EXIT SECTION
           END-IF
           MOVE LS-SNS-NAME TO WS-NORM-NAME
           PERFORM 8000-NORMALIZE-NAME
           MOVE WS-NORM-AREA TO WS-SUBJECT-AREA
           MOVE ZERO TO WS-BEST-SCORE
           MOVE ZERO TO WS-BEST-SUB
           IF WS-SUBJ-WORD-COUNT > ZERO
               PERFORM 2200-SCORE-ONE-ENTRY
                   VARYING WS-SDN-SUB FROM 1 BY 1
                   UNTIL WS-SDN-SUB > WS-SDN-COUNT
                       OR WS-BEST-SCORE = WS-FULL-MATCH-SCORE
           END-IF

           PERFORM 4000-OPEN-REVIEW-FILES
           IF NOT REVIEW-FILES-OPEN
               MOVE 8 TO LS-SNS-RETURN-CODE
               MOVE 'SANCTIONS REVIEW FILE UNAVAILABLE'
                   TO LS-SNS-MESSAGE
               EXIT SECTION
           END-IF
           MOVE LS-SNS-CUST-ID TO SNH-CUST-ID
           READ SANCTIONS-HIT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SNH-EXISTS-FLAG
               NOT INVALID KEY
                   SET REVIEW-ROW-EXISTS TO TRUE
           END-READ

      * An open or confirmed review blocks whatever the list says
      * today; a cleared one stands only for the entry it cleared
           EVALUATE TRUE
               WHEN REVIEW-ROW-EXISTS AND SNH-BLOCKING
                   PERFORM 2500-RETURN-REVIEW-ROW
               WHEN WS-BEST-SUB = ZERO
                   MOVE 0 TO LS-SNS-RETURN-CODE
                   MOVE 'NO SANCTIONS MATCH' TO LS-SNS-MESSAGE
               WHEN REVIEW-ROW-EXISTS
                       AND SNH-ENTRY-ID =
                           WS-SDN-ENTRY-ID (WS-BEST-SUB)
                   MOVE 0 TO LS-SNS-RETURN-CODE
                   MOVE 'MATCH PREVIOUSLY CLEARED BY COMPLIANCE'
                       TO LS-SNS-MESSAGE
                   MOVE 'C' TO LS-SNS-HIT-FLAG
                   MOVE SNH-ENTRY-ID TO LS-SNS-ENTRY-ID
                   MOVE SNH-LIST-NAME TO LS-SNS-LIST-NAME
                   MOVE WS-BEST-SCORE TO LS-SNS-SCORE
               WHEN OTHER
                   PERFORM 2400-QUEUE-REVIEW
           END-EVALUATE
           PERFORM 4900-CLOSE-REVIEW-FILES

      * The worker paragraphs already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       2200-SCORE-ONE-ENTRY.
           MOVE ZERO TO WS-WORDS-MATCHED
           MOVE ZERO TO WS-ENTRY-SCORE
           PERFORM 2250-FIND-LIST-WORD
               VARYING WS-LW-SUB FROM 1 BY 1
               UNTIL WS-LW-SUB > WS-SDN-WORD-COUNT (WS-SDN-SUB)
           IF WS-SDN-WORD-COUNT (WS-SDN-SUB) > ZERO
               COMPUTE WS-ENTRY-SCORE = WS-WORDS-MATCHED * 100
                   / WS-SDN-WORD-COUNT (WS-SDN-SUB)
           END-IF
           IF WS-ENTRY-SCORE > WS-BEST-SCORE
               IF WS-ENTRY-SCORE = WS-FULL-MATCH-SCORE
                   OR (WS-ENTRY-SCORE NOT < WS-COUNTRY-MATCH-SCORE
                       AND LS-SNS-COUNTRY NOT = SPACES
                       AND LS-SNS-COUNTRY =
                           WS-SDN-COUNTRY (WS-SDN-SUB))
                   MOVE WS-ENTRY-SCORE TO WS-BEST-SCORE
                   MOVE WS-SDN-SUB TO WS-BEST-SUB
               END-IF
           END-IF.

       2250-FIND-LIST-WORD.
           MOVE 'N' TO WS-WORD-FOUND-FLAG
           MOVE WS-SDN-WORD-TEXT (WS-SDN-SUB, WS-LW-SUB)
               TO WS-CMP-A-TEXT
           MOVE WS-SDN-WORD-LEN (WS-SDN-SUB, WS-LW-SUB)
               TO WS-CMP-A-LEN
           PERFORM 2300-COMPARE-ONE-WORD
               VARYING WS-CW-SUB FROM 1 BY 1
               UNTIL WS-CW-SUB > WS-SUBJ-WORD-COUNT OR WORD-FOUND
           IF WORD-FOUND
               ADD 1 TO WS-WORDS-MATCHED
           END-IF.

       2300-COMPARE-ONE-WORD.
           MOVE WS-SUBJ-WORD-TEXT (WS-CW-SUB) TO WS-CMP-B-TEXT
           MOVE WS-SUBJ-WORD-LEN (WS-CW-SUB) TO WS-CMP-B-LEN
           EVALUATE TRUE
               WHEN WS-CMP-A-TEXT = WS-CMP-B-TEXT
                   SET WORD-FOUND TO TRUE
               WHEN WS-CMP-A-LEN < WS-FUZZY-MIN-LENGTH
                   CONTINUE
               WHEN WS-CMP-A-LEN = WS-CMP-B-LEN
                   PERFORM 2320-ONE-LETTER-WRONG
               WHEN WS-CMP-A-LEN = WS-CMP-B-LEN + 1
                   MOVE WS-CMP-A-TEXT TO WS-CMP-LONG-TEXT
                   MOVE WS-CMP-B-TEXT TO WS-CMP-SHORT-TEXT
                   MOVE WS-CMP-B-LEN TO WS-CMP-SHORT-LEN
                   PERFORM 2340-ONE-LETTER-EXTRA
               WHEN WS-CMP-B-LEN = WS-CMP-A-LEN + 1
                   MOVE WS-CMP-B-TEXT TO WS-CMP-LONG-TEXT
                   MOVE WS-CMP-A-TEXT TO WS-CMP-SHORT-TEXT
                   MOVE WS-CMP-A-LEN TO WS-CMP-SHORT-LEN
                   PERFORM 2340-ONE-LETTER-EXTRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2320-ONE-LETTER-WRONG.
      * Same length - at most one position may differ
           MOVE ZERO TO WS-CMP-DIFFS
           PERFORM 2325-COMPARE-POSITION
               VARYING WS-CMP-POS FROM 1 BY 1
               UNTIL WS-CMP-POS > WS-CMP-A-LEN OR WS-CMP-DIFFS > 1
           IF WS-CMP-DIFFS NOT > 1
               SET WORD-FOUND TO TRUE
           END-IF.

       2325-COMPARE-POSITION.
           IF WS-CMP-A-TEXT (WS-CMP-POS:1)
                   NOT = WS-CMP-B-TEXT (WS-CMP-POS:1)
               ADD 1 TO WS-CMP-DIFFS
           END-IF.

       2340-ONE-LETTER-EXTRA.
      * One letter longer - step to the first position that
      * differs; the rest of the longer word, one position on,
      * must then match the rest of the shorter exactly
           MOVE 'N' TO WS-DIFF-FOUND-FLAG
           COMPUTE WS-CMP-FIRST-DIFF = WS-CMP-SHORT-LEN + 1
           PERFORM 2345-FIND-FIRST-DIFFERENCE
               VARYING WS-CMP-POS FROM 1 BY 1
               UNTIL WS-CMP-POS > WS-CMP-SHORT-LEN
                   OR DIFFERENCE-FOUND
           IF WS-CMP-FIRST-DIFF > WS-CMP-SHORT-LEN
               SET WORD-FOUND TO TRUE
           ELSE
               COMPUTE WS-CMP-REST-LEN =
                   WS-CMP-SHORT-LEN - WS-CMP-FIRST-DIFF + 1
               IF WS-CMP-SHORT-TEXT
                       (WS-CMP-FIRST-DIFF:WS-CMP-REST-LEN) =
                   WS-CMP-LONG-TEXT
                       (WS-CMP-FIRST-DIFF + 1:WS-CMP-REST-LEN)
                   SET WORD-FOUND TO TRUE
               END-IF
           END-IF.

       2345-FIND-FIRST-DIFFERENCE.
           IF WS-CMP-SHORT-TEXT (WS-CMP-POS:1)
                   NOT = WS-CMP-LONG-TEXT (WS-CMP-POS:1)
               SET DIFFERENCE-FOUND TO TRUE
               MOVE WS-CMP-POS TO WS-CMP-FIRST-DIFF
           END-IF.

       2400-QUEUE-REVIEW.
      * A potential hit - freeze the account and put it in front
      * of compliance. A row cleared for a different entry is
      * reopened in place
           PERFORM 2450-PLACE-COMPLIANCE-HOLD
           MOVE LS-SNS-CUST-ID TO SNH-CUST-ID
           SET SNH-PENDING TO TRUE
           MOVE WS-SDN-ENTRY-ID (WS-BEST-SUB) TO SNH-ENTRY-ID
           MOVE WS-SDN-NAME (WS-BEST-SUB) TO SNH-LIST-NAME
           MOVE WS-SDN-COUNTRY (WS-BEST-SUB) TO SNH-LIST-COUNTRY
           MOVE WS-SDN-PROGRAM (WS-BEST-SUB) TO SNH-LIST-PROGRAM
           MOVE LS-SNS-NAME TO SNH-SCREENED-NAME
           MOVE WS-BEST-SCORE TO SNH-SCORE
           MOVE LS-SNS-SOURCE TO SNH-SOURCE
           MOVE STD-CURRENT-DATE TO SNH-QUEUED-DATE
           MOVE SPACES TO SNH-DECIDED-BY
           MOVE ZERO TO SNH-DECIDED-DATE
           MOVE SPACES TO SNH-DECISION-NOTE
           IF REVIEW-ROW-EXISTS
               REWRITE SANCTIONS-HIT-RECORD
           ELSE
               WRITE SANCTIONS-HIT-RECORD
           END-IF
           DISPLAY 'SANCTIONS POTENTIAL MATCH - CUST ' LS-SNS-CUST-ID
               ' ENTRY ' SNH-ENTRY-ID ' SCORE ' SNH-SCORE
           MOVE 4 TO LS-SNS-RETURN-CODE
           MOVE 'POTENTIAL SANCTIONS MATCH - QUEUED FOR REVIEW'
               TO LS-SNS-MESSAGE
           MOVE 'Q' TO LS-SNS-HIT-FLAG
           MOVE SNH-ENTRY-ID TO LS-SNS-ENTRY-ID
           MOVE SNH-LIST-NAME TO LS-SNS-LIST-NAME
           MOVE SNH-SCORE TO LS-SNS-SCORE.

       2450-PLACE-COMPLIANCE-HOLD.
      * An account already under an active hold stays under it -
      * MAINT will not lift that hold while the review is open -
      * and the row records that the screening did not place it
           MOVE LS-SNS-CUST-ID TO HLD-CUST-ID
           READ HOLD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HLD-EXISTS-FLAG
               NOT INVALID KEY
                   SET HOLD-ROW-EXISTS TO TRUE
           END-READ
           IF HOLD-ROW-EXISTS AND HLD-ACTIVE-HOLD
               MOVE 'N' TO SNH-HOLD-PLACED
           ELSE
               MOVE LS-SNS-CUST-ID TO HLD-CUST-ID
               SET HLD-COMPLIANCE TO TRUE
               MOVE STD-CURRENT-DATE TO HLD-PLACED-DATE
               MOVE 'SANCSCRN' TO HLD-PLACED-BY
               SET HLD-ACTIVE-HOLD TO TRUE
               MOVE ZERO TO HLD-RELEASED-DATE
               IF HOLD-ROW-EXISTS
                   REWRITE HOLD-RECORD
               ELSE
                   WRITE HOLD-RECORD
               END-IF
               MOVE 'Y' TO SNH-HOLD-PLACED
           END-IF.

       2500-RETURN-REVIEW-ROW.
           MOVE 4 TO LS-SNS-RETURN-CODE
           IF SNH-CONFIRMED
               MOVE 'CONFIRMED SANCTIONS MATCH - BLOCKED'
                   TO LS-SNS-MESSAGE
           ELSE
               MOVE 'SANCTIONS REVIEW PENDING - BLOCKED'
                   TO LS-SNS-MESSAGE
           END-IF
           MOVE SNH-STATUS TO LS-SNS-HIT-FLAG
           MOVE SNH-ENTRY-ID TO LS-SNS-ENTRY-ID
           MOVE SNH-LIST-NAME TO LS-SNS-LIST-NAME
           MOVE SNH-SCORE TO LS-SNS-SCORE.

       3000-REPORT-STATUS SECTION.
       3100-READ-REVIEW-ROW.
           OPEN INPUT SANCTIONS-HIT-FILE
           IF SNH-FILE-MISSING
               MOVE 0 TO LS-SNS-RETURN-CODE
               MOVE 'NO SANCTIONS REVIEW ON FILE' TO LS-SNS-MESSAGE
               EXIT SECTION
           END-IF
           IF NOT SNH-FILE-OK
               MOVE 8 TO LS-SNS-RETURN-CODE
               MOVE 'SANCTIONS REVIEW FILE UNAVAILABLE'
                   TO LS-SNS-MESSAGE
               EXIT SECTION
           END-IF
           MOVE LS-SNS-CUST-ID TO SNH-CUST-ID
           READ SANCTIONS-HIT-FILE
               INVALID KEY
                   MOVE 0 TO LS-SNS-RETURN-CODE
                   MOVE 'NO SANCTIONS REVIEW ON FILE'
                       TO LS-SNS-MESSAGE
               NOT INVALID KEY
                   IF SNH-BLOCKING
                       PERFORM 2500-RETURN-REVIEW-ROW
                   ELSE
                       MOVE 0 TO LS-SNS-RETURN-CODE
                       MOVE 'SANCTIONS REVIEW CLEARED'
                           TO LS-SNS-MESSAGE
                   END-IF
           END-READ
           CLOSE SANCTIONS-HIT-FILE.

       4000-OPEN-REVIEW-FILES SECTION.
       4100-OPEN-OR-CREATE.
           MOVE 'N' TO WS-REVIEW-OPEN-FLAG
           OPEN I-O SANCTIONS-HIT-FILE
           IF SNH-FILE-MISSING
               OPEN OUTPUT SANCTIONS-HIT-FILE
               CLOSE SANCTIONS-HIT-FILE
               OPEN I-O SANCTIONS-HIT-FILE
           END-IF
           IF NOT SNH-FILE-OK
               DISPLAY 'ERROR OPENING SANCTIONS REVIEW FILE: '
                   WS-SNH-FILE-STATUS
               EXIT SECTION
           END-IF
           OPEN I-O HOLD-FILE
           IF HLD-FILE-MISSING
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF NOT HLD-FILE-OK
               DISPLAY 'ERROR OPENING LEGAL HOLD FILE: '
                   WS-HLD-FILE-STATUS
               CLOSE SANCTIONS-HIT-FILE
               EXIT SECTION
           END-IF
           SET REVIEW-FILES-OPEN TO TRUE
      * 4900 is PERFORMed on its own once the screen is done - exit
      * the section here instead of closing the files just opened
           EXIT SECTION.

       4900-CLOSE-REVIEW-FILES.
           CLOSE SANCTIONS-HIT-FILE
           CLOSE HOLD-FILE
           MOVE 'N' TO WS-REVIEW-OPEN-FLAG.

       8000-NORMALIZE-NAME SECTION.
       8100-SPLIT-INTO-WORDS.
      * Case-fold, punctuation to blanks, then split on runs of
      * blanks and close up the gaps a leading blank leaves
           INSPECT WS-NORM-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-NORM-NAME CONVERTING
               ".,-/&()'"
               TO "        "
           MOVE SPACES TO WS-RAW-WORDS
           MOVE ZERO TO WS-RAW-WORD-LEN (1) WS-RAW-WORD-LEN (2)
               WS-RAW-WORD-LEN (3) WS-RAW-WORD-LEN (4)
               WS-RAW-WORD-LEN (5)
           UNSTRING WS-NORM-NAME DELIMITED BY ALL SPACES
               INTO WS-RAW-WORD-TEXT (1) COUNT IN WS-RAW-WORD-LEN (1)
                    WS-RAW-WORD-TEXT (2) COUNT IN WS-RAW-WORD-LEN (2)
                    WS-RAW-WORD-TEXT (3) COUNT IN WS-RAW-WORD-LEN (3)
                    WS-RAW-WORD-TEXT (4) COUNT IN WS-RAW-WORD-LEN (4)
                    WS-RAW-WORD-TEXT (5) COUNT IN WS-RAW-WORD-LEN (5)
           MOVE SPACES TO WS-NORM-AREA
           MOVE ZERO TO WS-NORM-WORD-COUNT
           PERFORM 8200-KEEP-ONE-WORD
               VARYING WS-RAW-SUB FROM 1 BY 1
               UNTIL WS-RAW-SUB > 5
           PERFORM 8300-CLEAR-UNUSED-LENGTH
               VARYING WS-RAW-SUB FROM 1 BY 1
               UNTIL WS-RAW-SUB > 5

      * 8200/8300 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them again
           EXIT SECTION.

       8200-KEEP-ONE-WORD.
           IF WS-RAW-WORD-LEN (WS-RAW-SUB) > ZERO
               ADD 1 TO WS-NORM-WORD-COUNT
               MOVE WS-RAW-WORD-TEXT (WS-RAW-SUB)
                   TO WS-NORM-WORD-TEXT (WS-NORM-WORD-COUNT)
               IF WS-RAW-WORD-LEN (WS-RAW-SUB) > 20
                   MOVE 20 TO WS-NORM-WORD-LEN (WS-NORM-WORD-COUNT)
               ELSE
                   MOVE WS-RAW-WORD-LEN (WS-RAW-SUB)
                       TO WS-NORM-WORD-LEN (WS-NORM-WORD-COUNT)
               END-IF
           END-IF.

       8300-CLEAR-UNUSED-LENGTH.
           IF WS-RAW-SUB > WS-NORM-WORD-COUNT
               MOVE ZERO TO WS-NORM-WORD-LEN (WS-RAW-SUB)
           END-IF.
