       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-CALGEN.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Business calendar generation. CUSTCAL - one row per
      * non-business day, W for a weekend and H for a holiday or
      * closure - drives aging, scheduling, the dispute and estate
      * clocks and the run ledger, and until now next year's rows
      * were keyed by hand every December. This job builds a year
      * of rows from the holiday rule table instead:
      *   F - fixed-date holiday: month and day
      *   N - nth-weekday holiday: month, weekday (1 = Monday ...
      *       7 = Sunday) and occurrence (1 to 4, 5 = the last)
      *   C - one-off closure: the full date
      * A rule flagged for weekend observance moves to the Friday
      * before when it falls on a Saturday and to the Monday after
      * when it falls on a Sunday - across the year end when it has
      * to (New Year's Day on a Saturday closes 31 December). A rule
      * may carry the first and last year it applies; '*' in the
      * rule type is a comment line.
      * Run twice:
      *   PREVIEW - builds the year, prints it for sign-off with
      *             each month's business-day count and anything the
      *             calendar already holds for the year, and stages
      *             the rows in CUSTCALS
      *   LOAD    - rebuilds the year from the rules, refuses it
      *             unless it is exactly the staged year that was
      *             signed off, then appends to CUSTCAL every row not
      *             already there. Rows already on the calendar,
      *             hand-keyed ones included, are never changed or
      *             removed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The holiday rules, maintained by operations
           SELECT CALENDAR-RULE-FILE ASSIGN TO "CUSTCALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CUSTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

      * The previewed year, held for the load to prove against
           SELECT CALENDAR-STAGE-FILE ASSIGN TO "CUSTCALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-FILE-STATUS.

      * The sign-off preview, or the load confirmation
           SELECT CALENDAR-REPORT-FILE ASSIGN TO "CUSTCALP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-RULE-FILE.
       01  CALENDAR-RULE-RECORD.
           05  CLR-RULE-TYPE       PIC X.
               88  CLR-COMMENT     VALUE '*'.
               88  CLR-FIXED-DATE  VALUE 'F'.
               88  CLR-NTH-WEEKDAY VALUE 'N'.
               88  CLR-CLOSURE     VALUE 'C'.
           05  CLR-MONTH           PIC 9(2).
           05  CLR-DAY             PIC 9(2).
           05  CLR-WEEKDAY         PIC 9.
           05  CLR-OCCURRENCE      PIC 9.
               88  CLR-LAST-OCCURRENCE VALUE 5.
           05  CLR-CLOSURE-DATE    PIC 9(8).
           05  CLR-OBSERVED-FLAG   PIC X.
               88  CLR-WEEKEND-OBSERVED VALUE 'Y'.
      * Zero means no limit either way
           05  CLR-FIRST-YEAR      PIC 9(4).
           05  CLR-LAST-YEAR       PIC 9(4).
           05  CLR-DESCRIPTION     PIC X(30).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE            PIC 9(8).
           05  CAL-DAY-TYPE        PIC X.
               88  CAL-HOLIDAY     VALUE 'H'.
               88  CAL-WEEKEND     VALUE 'W'.

       FD  CALENDAR-STAGE-FILE.
       01  CALENDAR-STAGE-RECORD.
           05  CLS-DATE            PIC 9(8).
           05  CLS-DAY-TYPE        PIC X.

       FD  CALENDAR-REPORT-FILE.
       01  CALENDAR-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CLR-FILE-STATUS      PIC XX.
           88  CLR-FILE-OK         VALUE '00'.
           88  CLR-FILE-AT-END     VALUE '10'.
       01  WS-CAL-FILE-STATUS      PIC XX.
           88  CAL-FILE-OK         VALUE '00'.
           88  CAL-FILE-AT-END     VALUE '10'.
           88  CAL-FILE-MISSING    VALUE '35'.
       01  WS-CLS-FILE-STATUS      PIC XX.
           88  CLS-FILE-OK         VALUE '00'.
           88  CLS-FILE-AT-END     VALUE '10'.
       01  WS-CLP-FILE-STATUS      PIC XX.
           88  CLP-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-MODE-FLAG        PIC X VALUE 'P'.
               88  PREVIEW-MODE    VALUE 'P'.
               88  LOAD-MODE       VALUE 'L'.
           05  WS-REFUSED-FLAG     PIC X VALUE 'N'.
               88  LOAD-REFUSED    VALUE 'Y'.
           05  WS-RULE-FLAG        PIC X VALUE 'Y'.
               88  RULE-IS-VALID   VALUE 'Y'.

      * Programs that hold the calendar in a table hold this many
      * rows - a calendar past it silently loses its later years
       01  WS-CAL-TABLE-LIMIT      PIC 9(3) VALUE 400.

      * The year being built, one slot per day: its date, weekday
      * (1 = Monday), type (space = business day, W, H) and
      * whether CUSTCAL or the staged preview already has it
       01  WS-TARGET-YEAR          PIC 9(4) VALUE ZERO.
       01  WS-YEAR-START-DAYS      PIC 9(8) COMP VALUE ZERO.
       01  WS-DAYS-IN-YEAR         PIC 9(3) COMP VALUE ZERO.
       01  WS-YEAR-TABLE.
           05  WS-YEAR-DAY         OCCURS 366 TIMES.
               10  WS-YD-DATE      PIC 9(8).
               10  WS-YD-WEEKDAY   PIC 9.
               10  WS-YD-TYPE      PIC X.
               10  WS-YD-DESCRIPTION PIC X(30).
               10  WS-YD-ON-FILE-TYPE PIC X.
               10  WS-YD-STAGED-FLAG PIC X.
       01  WS-DAY-SUB              PIC 9(3) COMP VALUE ZERO.

       01  WS-WEEKDAY-NAMES-AREA.
           05  FILLER              PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAMES-AREA.
           05  WS-WEEKDAY-NAME     PIC X(3) OCCURS 7 TIMES.

      * Date arithmetic work fields
       01  WS-WORK-DATE            PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WD-YEAR          PIC 9(4).
           05  WS-WD-MONTH         PIC 9(2).
           05  WS-WD-DAY           PIC 9(2).
       01  WS-WORK-DAYS            PIC 9(8) COMP VALUE ZERO.
       01  WS-WORK-QUOTIENT        PIC 9(8) COMP VALUE ZERO.
       01  WS-WORK-REMAINDER       PIC 9(3) COMP VALUE ZERO.
       01  WS-WORK-WEEKDAY         PIC 9 VALUE ZERO.
       01  WS-MONTH-LENGTH         PIC 9(2) VALUE ZERO.
       01  WS-MONTH-FIRST-WEEKDAY  PIC 9 VALUE ZERO.
       01  WS-MONTH-LAST-WEEKDAY   PIC 9 VALUE ZERO.
       01  WS-NEXT-MONTH-DATE      PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NM-YEAR          PIC 9(4).
           05  WS-NM-MONTH         PIC 9(2).
           05  WS-NM-DAY           PIC 9(2).

      * One rule applied for one year
       01  WS-RULE-YEAR            PIC 9(4) VALUE ZERO.
       01  WS-RULE-NUMBER          PIC 9(4) VALUE ZERO.
       01  WS-RULE-DATE            PIC 9(8) VALUE ZERO.
       01  WS-RULE-REASON          PIC X(40) VALUE SPACES.
       01  WS-MARK-DATE            PIC 9(8) VALUE ZERO.
       01  WS-MARK-DESCRIPTION     PIC X(30) VALUE SPACES.

       01  WS-MONTH-SUB            PIC 9(2) VALUE ZERO.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-BUSINESS-DAYS PIC 9(2) OCCURS 12 TIMES.

       01  WS-COUNTERS.
           05  WS-RULES-READ       PIC 9(4) VALUE ZERO.
           05  WS-RULES-APPLIED    PIC 9(4) VALUE ZERO.
           05  WS-RULES-REJECTED   PIC 9(4) VALUE ZERO.
           05  WS-HOLIDAY-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-WEEKEND-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-BUSINESS-DAY-COUNT PIC 9(3) VALUE ZERO.
           05  WS-COLLISION-COUNT  PIC 9(3) VALUE ZERO.
           05  WS-CALENDAR-ROWS    PIC 9(6) VALUE ZERO.
           05  WS-YEAR-ROWS-ON-FILE PIC 9(3) VALUE ZERO.
           05  WS-DIFFERENCES      PIC 9(3) VALUE ZERO.
           05  WS-NEW-ROWS         PIC 9(3) VALUE ZERO.
           05  WS-ROWS-STAGED      PIC 9(3) VALUE ZERO.
           05  WS-STAGE-MISMATCHES PIC 9(3) VALUE ZERO.
           05  WS-ROWS-LOADED      PIC 9(3) VALUE ZERO.
           05  WS-ROWS-AFTER-LOAD  PIC 9(6) VALUE ZERO.

       01  WS-REFUSAL-REASON       PIC X(50) VALUE SPACES.
       01  WS-OUTCOME-LINE         PIC X(100) VALUE SPACES.
       01  WS-COUNT-DISPLAY        PIC Z(5)9.

       LINKAGE SECTION.
       01  LS-CALGEN-PARM-AREA.
           05  LS-CGN-RETURN-CODE  PIC S9(4) COMP.
           05  LS-CGN-MESSAGE      PIC X(50).
      * PREVIEW or LOAD
           05  LS-CGN-FUNCTION     PIC X(8).
      * The year to build; zero means next year
           05  LS-CGN-YEAR         PIC 9(4).
      * Who signed the preview off - required to load
           05  LS-CGN-APPROVED-BY  PIC X(8).

       PROCEDURE DIVISION USING LS-CALGEN-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-YEAR-SKELETON
           PERFORM 3000-APPLY-RULES
           PERFORM 4000-READ-EXISTING-CALENDAR
           IF LOAD-MODE
               PERFORM 5000-PROVE-AGAINST-PREVIEW
           END-IF
           PERFORM 6000-WRITE-YEAR-LISTING
           IF PREVIEW-MODE AND NOT ERROR-OCCURRED
               PERFORM 6800-STAGE-PREVIEW
           END-IF
           IF LOAD-MODE AND NOT LOAD-REFUSED
               PERFORM 7000-LOAD-YEAR
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-CHECK-PARMS.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE ZERO TO LS-CGN-RETURN-CODE
           MOVE SPACES TO LS-CGN-MESSAGE
           EVALUATE LS-CGN-FUNCTION
               WHEN 'PREVIEW '
               WHEN SPACES
                   SET PREVIEW-MODE TO TRUE
               WHEN 'LOAD    '
                   SET LOAD-MODE TO TRUE
                   IF LS-CGN-APPROVED-BY = SPACES
                       DISPLAY 'CALENDAR LOAD NEEDS THE PREVIEW '
                           'SIGN-OFF NAME'
                       MOVE 8 TO LS-CGN-RETURN-CODE
                       MOVE 'LOAD REFUSED - NO SIGN-OFF NAMED'
                           TO LS-CGN-MESSAGE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN CALENDAR FUNCTION: '
                       LS-CGN-FUNCTION
                   MOVE 8 TO LS-CGN-RETURN-CODE
                   MOVE 'UNKNOWN FUNCTION - PREVIEW OR LOAD'
                       TO LS-CGN-MESSAGE
                   GOBACK
           END-EVALUATE

           IF LS-CGN-YEAR NOT NUMERIC OR LS-CGN-YEAR = ZERO
               COMPUTE WS-TARGET-YEAR = STD-YEAR + 1
           ELSE
               MOVE LS-CGN-YEAR TO WS-TARGET-YEAR
           END-IF
           IF WS-TARGET-YEAR < 1602 OR WS-TARGET-YEAR > 9998
               DISPLAY 'CALENDAR YEAR OUT OF RANGE: ' WS-TARGET-YEAR
               MOVE 8 TO LS-CGN-RETURN-CODE
               MOVE 'CALENDAR YEAR OUT OF RANGE' TO LS-CGN-MESSAGE
               GOBACK
           END-IF.

       1200-OPEN-REPORT.
           OPEN OUTPUT CALENDAR-REPORT-FILE
           IF NOT CLP-FILE-OK
               DISPLAY 'ERROR OPENING CALENDAR REPORT: '
                   WS-CLP-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CGN-RETURN-CODE
               MOVE 'CALENDAR GENERATION COULD NOT REPORT'
                   TO LS-CGN-MESSAGE
               GOBACK
           END-IF
           MOVE SPACES TO CALENDAR-REPORT-LINE
           IF PREVIEW-MODE
               STRING 'BUSINESS CALENDAR ' DELIMITED BY SIZE
                   WS-TARGET-YEAR DELIMITED BY SIZE
                   ' - PREVIEW FOR SIGN-OFF - ' DELIMITED BY SIZE
                   STD-CURRENT-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   STD-CURRENT-TIME DELIMITED BY SIZE
                   INTO CALENDAR-REPORT-LINE
           ELSE
               STRING 'BUSINESS CALENDAR ' DELIMITED BY SIZE
                   WS-TARGET-YEAR DELIMITED BY SIZE
                   ' - LOAD - ' DELIMITED BY SIZE
                   STD-CURRENT-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   STD-CURRENT-TIME DELIMITED BY SIZE
                   ' - SIGNED OFF BY ' DELIMITED BY SIZE
                   LS-CGN-APPROVED-BY DELIMITED BY SIZE
                   INTO CALENDAR-REPORT-LINE
           END-IF
           WRITE CALENDAR-REPORT-LINE
           MOVE SPACES TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE.

       2000-BUILD-YEAR-SKELETON SECTION.
       2100-LAY-OUT-DAYS.
      * Every day of the year with its weekday; Saturdays and
      * Sundays start out as weekend rows
           MOVE WS-TARGET-YEAR TO WS-WD-YEAR
           MOVE 1 TO WS-WD-MONTH
           MOVE 1 TO WS-WD-DAY
           COMPUTE WS-YEAR-START-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           ADD 1 TO WS-WD-YEAR
           COMPUTE WS-DAYS-IN-YEAR =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               - WS-YEAR-START-DAYS
           PERFORM 2200-LAY-OUT-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR

      * 2200 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2200-LAY-OUT-ONE-DAY.
           COMPUTE WS-WORK-DAYS = WS-YEAR-START-DAYS + WS-DAY-SUB - 1
           COMPUTE WS-YD-DATE (WS-DAY-SUB) =
               FUNCTION DATE-OF-INTEGER (WS-WORK-DAYS)
           PERFORM 8100-WEEKDAY-OF-DAYS
           MOVE WS-WORK-WEEKDAY TO WS-YD-WEEKDAY (WS-DAY-SUB)
           MOVE SPACE TO WS-YD-ON-FILE-TYPE (WS-DAY-SUB)
           MOVE 'N' TO WS-YD-STAGED-FLAG (WS-DAY-SUB)
           IF WS-WORK-WEEKDAY > 5
               MOVE 'W' TO WS-YD-TYPE (WS-DAY-SUB)
               MOVE 'WEEKEND' TO WS-YD-DESCRIPTION (WS-DAY-SUB)
           ELSE
               MOVE SPACE TO WS-YD-TYPE (WS-DAY-SUB)
               MOVE SPACES TO WS-YD-DESCRIPTION (WS-DAY-SUB)
           END-IF.

       3000-APPLY-RULES SECTION.
       3100-READ-RULE-TABLE.
           MOVE 'HOLIDAY RULES APPLIED' TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           OPEN INPUT CALENDAR-RULE-FILE
           IF NOT CLR-FILE-OK
               DISPLAY 'ERROR OPENING HOLIDAY RULE FILE: '
                   WS-CLR-FILE-STATUS
               MOVE '  NO HOLIDAY RULE FILE - WEEKENDS ONLY'
                   TO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
               SET ERROR-OCCURRED TO TRUE
               MOVE 'NO HOLIDAY RULE FILE' TO WS-REFUSAL-REASON
               SET LOAD-REFUSED TO TRUE
           ELSE
               PERFORM 3200-READ-ONE-RULE
                   UNTIL CLR-FILE-AT-END
               CLOSE CALENDAR-RULE-FILE
           END-IF

      * 3200 through 3600 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them again
           EXIT SECTION.

       3200-READ-ONE-RULE.
           READ CALENDAR-RULE-FILE
               AT END
                   SET CLR-FILE-AT-END TO TRUE
               NOT AT END
                   IF NOT CLR-COMMENT
                           AND CALENDAR-RULE-RECORD NOT = SPACES
                       ADD 1 TO WS-RULES-READ
                       MOVE WS-RULES-READ TO WS-RULE-NUMBER
                       PERFORM 3250-VALIDATE-RULE
                       IF RULE-IS-VALID
                           PERFORM 3300-APPLY-ONE-RULE
                       ELSE
                           ADD 1 TO WS-RULES-REJECTED
                           MOVE SPACES TO CALENDAR-REPORT-LINE
                           STRING '  RULE ' DELIMITED BY SIZE
                               WS-RULE-NUMBER DELIMITED BY SIZE
                               ' REJECTED - ' DELIMITED BY SIZE
                               WS-RULE-REASON DELIMITED BY '  '
                               ': ' DELIMITED BY SIZE
                               CLR-DESCRIPTION DELIMITED BY SIZE
                               INTO CALENDAR-REPORT-LINE
                           WRITE CALENDAR-REPORT-LINE
                           DISPLAY CALENDAR-REPORT-LINE
                       END-IF
                   END-IF
           END-READ.

       3250-VALIDATE-RULE.
           MOVE 'Y' TO WS-RULE-FLAG
           MOVE SPACES TO WS-RULE-REASON
           EVALUATE TRUE
               WHEN CLR-FIXED-DATE
                   IF CLR-MONTH NOT NUMERIC OR CLR-DAY NOT NUMERIC
                           OR CLR-MONTH < 1 OR CLR-MONTH > 12
                           OR CLR-DAY < 1 OR CLR-DAY > 31
                       MOVE 'N' TO WS-RULE-FLAG
                       MOVE 'MONTH OR DAY NOT VALID' TO WS-RULE-REASON
                   END-IF
               WHEN CLR-NTH-WEEKDAY
                   IF CLR-MONTH NOT NUMERIC
                           OR CLR-WEEKDAY NOT NUMERIC
                           OR CLR-OCCURRENCE NOT NUMERIC
                           OR CLR-MONTH < 1 OR CLR-MONTH > 12
                           OR CLR-WEEKDAY < 1 OR CLR-WEEKDAY > 7
                           OR CLR-OCCURRENCE < 1
                           OR CLR-OCCURRENCE > 5
                       MOVE 'N' TO WS-RULE-FLAG
                       MOVE 'MONTH, WEEKDAY OR OCCURRENCE NOT VALID'
                           TO WS-RULE-REASON
                   END-IF
               WHEN CLR-CLOSURE
                   IF CLR-CLOSURE-DATE NOT NUMERIC
                       MOVE 'N' TO WS-RULE-FLAG
                       MOVE 'CLOSURE DATE NOT VALID' TO WS-RULE-REASON
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (CLR-CLOSURE-DATE) NOT = ZERO
                           MOVE 'N' TO WS-RULE-FLAG
                           MOVE 'CLOSURE DATE NOT VALID'
                               TO WS-RULE-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-RULE-FLAG
                   MOVE 'RULE TYPE NOT F, N OR C' TO WS-RULE-REASON
           END-EVALUATE
           IF RULE-IS-VALID
               IF CLR-FIRST-YEAR NOT NUMERIC
                       OR CLR-LAST-YEAR NOT NUMERIC
                   MOVE 'N' TO WS-RULE-FLAG
                   MOVE 'FIRST OR LAST YEAR NOT VALID'
                       TO WS-RULE-REASON
               END-IF
           END-IF
           IF RULE-IS-VALID AND CLR-DESCRIPTION = SPACES
               MOVE 'N' TO WS-RULE-FLAG
               MOVE 'NO DESCRIPTION' TO WS-RULE-REASON
           END-IF.

       3300-APPLY-ONE-RULE.
      * A fixed-date rule observed on a weekday can close a day in
      * the year before or after its own, so it is worked for the
      * years either side as well; the others fall in their own
      * year only
           ADD 1 TO WS-RULES-APPLIED
           EVALUATE TRUE
               WHEN CLR-FIXED-DATE
                   COMPUTE WS-RULE-YEAR = WS-TARGET-YEAR - 1
                   PERFORM 3400-FIXED-DATE-FOR-YEAR
                   MOVE WS-TARGET-YEAR TO WS-RULE-YEAR
                   PERFORM 3400-FIXED-DATE-FOR-YEAR
                   COMPUTE WS-RULE-YEAR = WS-TARGET-YEAR + 1
                   PERFORM 3400-FIXED-DATE-FOR-YEAR
               WHEN CLR-NTH-WEEKDAY
                   MOVE WS-TARGET-YEAR TO WS-RULE-YEAR
                   PERFORM 3450-NTH-WEEKDAY-FOR-YEAR
               WHEN CLR-CLOSURE
                   MOVE CLR-CLOSURE-DATE TO WS-MARK-DATE
                   MOVE CLR-DESCRIPTION TO WS-MARK-DESCRIPTION
                   PERFORM 3600-MARK-HOLIDAY
           END-EVALUATE.

       3400-FIXED-DATE-FOR-YEAR.
           IF (CLR-FIRST-YEAR NOT = ZERO
                   AND WS-RULE-YEAR < CLR-FIRST-YEAR)
               OR (CLR-LAST-YEAR NOT = ZERO
                   AND WS-RULE-YEAR > CLR-LAST-YEAR)
               CONTINUE
           ELSE
               MOVE WS-RULE-YEAR TO WS-WD-YEAR
               MOVE CLR-MONTH TO WS-WD-MONTH
               PERFORM 8200-LENGTH-OF-MONTH
      * 29 February in a common year - no holiday that year
               IF CLR-DAY NOT > WS-MONTH-LENGTH
                   MOVE CLR-DAY TO WS-WD-DAY
                   MOVE WS-WORK-DATE TO WS-RULE-DATE
                   PERFORM 3500-OBSERVE-AND-MARK
               ELSE
                   IF WS-RULE-YEAR = WS-TARGET-YEAR
                       MOVE SPACES TO CALENDAR-REPORT-LINE
                       STRING '  RULE ' DELIMITED BY SIZE
                           WS-RULE-NUMBER DELIMITED BY SIZE
                           ' HAS NO DATE IN ' DELIMITED BY SIZE
                           WS-TARGET-YEAR DELIMITED BY SIZE
                           ': ' DELIMITED BY SIZE
                           CLR-DESCRIPTION DELIMITED BY SIZE
                           INTO CALENDAR-REPORT-LINE
                       WRITE CALENDAR-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       3450-NTH-WEEKDAY-FOR-YEAR.
           IF (CLR-FIRST-YEAR NOT = ZERO
                   AND WS-RULE-YEAR < CLR-FIRST-YEAR)
               OR (CLR-LAST-YEAR NOT = ZERO
                   AND WS-RULE-YEAR > CLR-LAST-YEAR)
               CONTINUE
           ELSE
               MOVE WS-RULE-YEAR TO WS-WD-YEAR
               MOVE CLR-MONTH TO WS-WD-MONTH
               PERFORM 8200-LENGTH-OF-MONTH
               IF CLR-LAST-OCCURRENCE
      * Count back from the month's last day to the weekday
                   MOVE WS-MONTH-LENGTH TO WS-WD-DAY
                   COMPUTE WS-WORK-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
                   PERFORM 8100-WEEKDAY-OF-DAYS
                   MOVE WS-WORK-WEEKDAY TO WS-MONTH-LAST-WEEKDAY
                   COMPUTE WS-WORK-QUOTIENT =
                       WS-MONTH-LAST-WEEKDAY + 7 - CLR-WEEKDAY
                   DIVIDE WS-WORK-QUOTIENT BY 7
                       GIVING WS-WORK-QUOTIENT
                       REMAINDER WS-WORK-REMAINDER
                   COMPUTE WS-WD-DAY =
                       WS-MONTH-LENGTH - WS-WORK-REMAINDER
               ELSE
      * Count forward from the first to the weekday, then on by
      * whole weeks
                   MOVE 1 TO WS-WD-DAY
                   COMPUTE WS-WORK-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
                   PERFORM 8100-WEEKDAY-OF-DAYS
                   MOVE WS-WORK-WEEKDAY TO WS-MONTH-FIRST-WEEKDAY
                   COMPUTE WS-WORK-QUOTIENT =
                       CLR-WEEKDAY + 7 - WS-MONTH-FIRST-WEEKDAY
                   DIVIDE WS-WORK-QUOTIENT BY 7
                       GIVING WS-WORK-QUOTIENT
                       REMAINDER WS-WORK-REMAINDER
                   COMPUTE WS-WD-DAY = 1 + WS-WORK-REMAINDER
                       + (CLR-OCCURRENCE - 1) * 7
               END-IF
               MOVE WS-WORK-DATE TO WS-RULE-DATE
               PERFORM 3500-OBSERVE-AND-MARK
           END-IF.

       3500-OBSERVE-AND-MARK.
      * Saturday closes the Friday before, Sunday the Monday after,
      * when the rule is observed on a weekday
           MOVE WS-RULE-DATE TO WS-MARK-DATE
           MOVE CLR-DESCRIPTION TO WS-MARK-DESCRIPTION
           IF CLR-WEEKEND-OBSERVED
               COMPUTE WS-WORK-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RULE-DATE)
               PERFORM 8100-WEEKDAY-OF-DAYS
               IF WS-WORK-WEEKDAY = 6 OR WS-WORK-WEEKDAY = 7
      * The day itself stays a holiday on the calendar as well
                   PERFORM 3600-MARK-HOLIDAY
                   IF WS-WORK-WEEKDAY = 6
                       SUBTRACT 1 FROM WS-WORK-DAYS
                   ELSE
                       ADD 1 TO WS-WORK-DAYS
                   END-IF
                   COMPUTE WS-MARK-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-DAYS)
                   MOVE SPACES TO WS-MARK-DESCRIPTION
                   STRING CLR-DESCRIPTION DELIMITED BY '  '
                       ' (OBSERVED)' DELIMITED BY SIZE
                       INTO WS-MARK-DESCRIPTION
               END-IF
           END-IF
           PERFORM 3600-MARK-HOLIDAY.

       3600-MARK-HOLIDAY.
      * Only days inside the year being built are marked; two rules
      * landing on one day keep the first and are listed
           MOVE WS-MARK-DATE TO WS-WORK-DATE
           IF WS-WD-YEAR = WS-TARGET-YEAR
               COMPUTE WS-DAY-SUB =
                   FUNCTION INTEGER-OF-DATE (WS-MARK-DATE)
                   - WS-YEAR-START-DAYS + 1
               IF WS-YD-TYPE (WS-DAY-SUB) = 'H'
                   ADD 1 TO WS-COLLISION-COUNT
                   MOVE SPACES TO CALENDAR-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                       WS-MARK-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-MARK-DESCRIPTION DELIMITED BY '  '
                       ' FALLS ON ' DELIMITED BY SIZE
                       WS-YD-DESCRIPTION (WS-DAY-SUB)
                           DELIMITED BY '  '
                       ' - ONE CLOSURE ONLY' DELIMITED BY SIZE
                       INTO CALENDAR-REPORT-LINE
                   WRITE CALENDAR-REPORT-LINE
               ELSE
                   MOVE 'H' TO WS-YD-TYPE (WS-DAY-SUB)
                   MOVE WS-MARK-DESCRIPTION
                       TO WS-YD-DESCRIPTION (WS-DAY-SUB)
               END-IF
           END-IF.

       4000-READ-EXISTING-CALENDAR SECTION.
       4100-SCAN-CALENDAR.
      * What CUSTCAL already holds - every row of the year is left
      * exactly as it is, and the load adds only the dates it lacks
           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-OK
               PERFORM 4200-READ-CALENDAR-ROW
                   UNTIL CAL-FILE-AT-END
               CLOSE CALENDAR-FILE
           END-IF

      * 4200 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       4200-READ-CALENDAR-ROW.
           READ CALENDAR-FILE
               AT END
                   SET CAL-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CALENDAR-ROWS
                   MOVE CAL-DATE TO WS-WORK-DATE
                   IF WS-WD-YEAR = WS-TARGET-YEAR
                           AND FUNCTION TEST-DATE-YYYYMMDD (CAL-DATE)
                               = ZERO
                       ADD 1 TO WS-YEAR-ROWS-ON-FILE
                       COMPUTE WS-DAY-SUB =
                           FUNCTION INTEGER-OF-DATE (CAL-DATE)
                           - WS-YEAR-START-DAYS + 1
                       MOVE CAL-DAY-TYPE
                           TO WS-YD-ON-FILE-TYPE (WS-DAY-SUB)
                       IF WS-YD-ON-FILE-TYPE (WS-DAY-SUB) = SPACE
                           MOVE '?' TO WS-YD-ON-FILE-TYPE (WS-DAY-SUB)
                       END-IF
                   END-IF
           END-READ.

       5000-PROVE-AGAINST-PREVIEW SECTION.
       5100-READ-STAGED-YEAR.
      * The load goes ahead only for exactly the year that was
      * previewed and signed off - a rule changed since then means
      * a new preview and a new sign-off
           OPEN INPUT CALENDAR-STAGE-FILE
           IF NOT CLS-FILE-OK
               SET LOAD-REFUSED TO TRUE
               MOVE 'NO PREVIEW ON HAND - RUN PREVIEW FIRST'
                   TO WS-REFUSAL-REASON
               EXIT SECTION
           END-IF
           PERFORM 5200-CHECK-STAGED-ROW
               UNTIL CLS-FILE-AT-END
           CLOSE CALENDAR-STAGE-FILE
           PERFORM 5300-CHECK-UNSTAGED-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR
           IF WS-ROWS-STAGED = ZERO
               SET LOAD-REFUSED TO TRUE
               MOVE 'PREVIEW ON HAND IS EMPTY - RUN PREVIEW FIRST'
                   TO WS-REFUSAL-REASON
           END-IF
           IF WS-STAGE-MISMATCHES > ZERO AND NOT LOAD-REFUSED
               SET LOAD-REFUSED TO TRUE
               MOVE 'YEAR DIFFERS FROM PREVIEW - PREVIEW AGAIN'
                   TO WS-REFUSAL-REASON
           END-IF

      * 5200/5300 already ran above via the explicit PERFORMs - exit
      * the section here instead of falling into them again
           EXIT SECTION.

       5200-CHECK-STAGED-ROW.
           READ CALENDAR-STAGE-FILE
               AT END
                   SET CLS-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-STAGED
                   MOVE CLS-DATE TO WS-WORK-DATE
                   IF WS-WD-YEAR NOT = WS-TARGET-YEAR
                           OR FUNCTION TEST-DATE-YYYYMMDD (CLS-DATE)
                               NOT = ZERO
                       ADD 1 TO WS-STAGE-MISMATCHES
                   ELSE
                       COMPUTE WS-DAY-SUB =
                           FUNCTION INTEGER-OF-DATE (CLS-DATE)
                           - WS-YEAR-START-DAYS + 1
                       IF WS-YD-TYPE (WS-DAY-SUB) NOT = CLS-DAY-TYPE
                               OR WS-YD-STAGED-FLAG (WS-DAY-SUB) = 'Y'
                           ADD 1 TO WS-STAGE-MISMATCHES
                       END-IF
                       MOVE 'Y' TO WS-YD-STAGED-FLAG (WS-DAY-SUB)
                   END-IF
           END-READ.

       5300-CHECK-UNSTAGED-DAY.
           IF WS-YD-TYPE (WS-DAY-SUB) NOT = SPACE
                   AND WS-YD-STAGED-FLAG (WS-DAY-SUB) NOT = 'Y'
               ADD 1 TO WS-STAGE-MISMATCHES
           END-IF.

       6000-WRITE-YEAR-LISTING SECTION.
       6100-LIST-HOLIDAYS.
      * Holidays and closures one per line; weekends are counted,
      * not listed
           MOVE SPACES TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE 'HOLIDAYS AND CLOSURES' TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE ZERO TO WS-MONTH-TABLE
           PERFORM 6200-LIST-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR
           IF WS-HOLIDAY-COUNT = ZERO
               MOVE '  NONE - WEEKENDS ONLY' TO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
           END-IF.

       6300-LIST-MONTHS.
           MOVE SPACES TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE 'BUSINESS DAYS BY MONTH' TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           PERFORM 6350-LIST-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

       6400-LIST-CALENDAR-DIFFERENCES.
      * Rows the calendar already holds for the year that the rules
      * would not have written the same way - kept as they are
           MOVE SPACES TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE SPACES TO CALENDAR-REPORT-LINE
           MOVE WS-YEAR-ROWS-ON-FILE TO WS-COUNT-DISPLAY
           STRING 'ALREADY ON CUSTCAL FOR ' DELIMITED BY SIZE
               WS-TARGET-YEAR DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               ' ROWS - KEPT AS THEY ARE' DELIMITED BY SIZE
               INTO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           PERFORM 6450-CHECK-ONE-DIFFERENCE
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR.

       6500-LIST-TOTALS.
           COMPUTE WS-ROWS-AFTER-LOAD = WS-CALENDAR-ROWS + WS-NEW-ROWS
           MOVE SPACES TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE SPACES TO CALENDAR-REPORT-LINE
           STRING 'WEEKEND DAYS ' DELIMITED BY SIZE
               WS-WEEKEND-COUNT DELIMITED BY SIZE
               '  HOLIDAYS ' DELIMITED BY SIZE
               WS-HOLIDAY-COUNT DELIMITED BY SIZE
               '  BUSINESS DAYS ' DELIMITED BY SIZE
               WS-BUSINESS-DAY-COUNT DELIMITED BY SIZE
               '  NEW ROWS FOR CUSTCAL ' DELIMITED BY SIZE
               WS-NEW-ROWS DELIMITED BY SIZE
               INTO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE SPACES TO CALENDAR-REPORT-LINE
           STRING 'RULES READ ' DELIMITED BY SIZE
               WS-RULES-READ DELIMITED BY SIZE
               '  APPLIED ' DELIMITED BY SIZE
               WS-RULES-APPLIED DELIMITED BY SIZE
               '  REJECTED ' DELIMITED BY SIZE
               WS-RULES-REJECTED DELIMITED BY SIZE
               INTO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           IF WS-ROWS-AFTER-LOAD > WS-CAL-TABLE-LIMIT
               MOVE SPACES TO CALENDAR-REPORT-LINE
               MOVE WS-ROWS-AFTER-LOAD TO WS-COUNT-DISPLAY
               STRING 'WARNING - CUSTCAL WILL HOLD' DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   ' ROWS; THE CALENDAR TABLES HOLD ' DELIMITED BY SIZE
                   WS-CAL-TABLE-LIMIT DELIMITED BY SIZE
                   ' - RETIRE PAST YEARS' DELIMITED BY SIZE
                   INTO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
               DISPLAY CALENDAR-REPORT-LINE
           END-IF
           IF PREVIEW-MODE
               MOVE SPACES TO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
               MOVE 'APPROVED FOR LOAD BY ____________  DATE __________'
                   TO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
           END-IF

      * 6200 through 6450 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them again
           EXIT SECTION.

       6200-LIST-ONE-DAY.
           MOVE WS-YD-DATE (WS-DAY-SUB) TO WS-WORK-DATE
           EVALUATE WS-YD-TYPE (WS-DAY-SUB)
               WHEN 'H'
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE SPACES TO CALENDAR-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                       WS-YD-DATE (WS-DAY-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-WEEKDAY-NAME (WS-YD-WEEKDAY (WS-DAY-SUB))
                           DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-YD-DESCRIPTION (WS-DAY-SUB)
                           DELIMITED BY SIZE
                       INTO CALENDAR-REPORT-LINE
                   WRITE CALENDAR-REPORT-LINE
               WHEN 'W'
                   ADD 1 TO WS-WEEKEND-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BUSINESS-DAY-COUNT
                   ADD 1 TO WS-MONTH-BUSINESS-DAYS (WS-WD-MONTH)
           END-EVALUATE
           IF WS-YD-TYPE (WS-DAY-SUB) NOT = SPACE
                   AND WS-YD-ON-FILE-TYPE (WS-DAY-SUB) = SPACE
               ADD 1 TO WS-NEW-ROWS
           END-IF.

       6350-LIST-ONE-MONTH.
           MOVE SPACES TO CALENDAR-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-TARGET-YEAR DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-MONTH-SUB DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-MONTH-BUSINESS-DAYS (WS-MONTH-SUB) DELIMITED BY SIZE
               INTO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE.

       6450-CHECK-ONE-DIFFERENCE.
           IF WS-YD-ON-FILE-TYPE (WS-DAY-SUB) NOT = SPACE
                   AND WS-YD-ON-FILE-TYPE (WS-DAY-SUB)
                       NOT = WS-YD-TYPE (WS-DAY-SUB)
               ADD 1 TO WS-DIFFERENCES
               MOVE SPACES TO CALENDAR-REPORT-LINE
               IF WS-YD-TYPE (WS-DAY-SUB) = SPACE
                   STRING '  ' DELIMITED BY SIZE
                       WS-YD-DATE (WS-DAY-SUB) DELIMITED BY SIZE
                       ' ON CUSTCAL AS ' DELIMITED BY SIZE
                       WS-YD-ON-FILE-TYPE (WS-DAY-SUB)
                           DELIMITED BY SIZE
                       ' - A BUSINESS DAY BY THE RULES'
                           DELIMITED BY SIZE
                       INTO CALENDAR-REPORT-LINE
               ELSE
                   STRING '  ' DELIMITED BY SIZE
                       WS-YD-DATE (WS-DAY-SUB) DELIMITED BY SIZE
                       ' ON CUSTCAL AS ' DELIMITED BY SIZE
                       WS-YD-ON-FILE-TYPE (WS-DAY-SUB)
                           DELIMITED BY SIZE
                       ' - RULES SAY ' DELIMITED BY SIZE
                       WS-YD-TYPE (WS-DAY-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-YD-DESCRIPTION (WS-DAY-SUB)
                           DELIMITED BY SIZE
                       INTO CALENDAR-REPORT-LINE
               END-IF
               WRITE CALENDAR-REPORT-LINE
           END-IF.

       6800-STAGE-PREVIEW SECTION.
       6810-WRITE-STAGED-YEAR.
      * Every non-business day of the year, in date order - what
      * the load will prove its own rebuild against
           OPEN OUTPUT CALENDAR-STAGE-FILE
           IF NOT CLS-FILE-OK
               DISPLAY 'ERROR OPENING CALENDAR STAGE FILE: '
                   WS-CLS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 'STAGE FILE COULD NOT BE OPENED'
                   TO WS-REFUSAL-REASON
               EXIT SECTION
           END-IF
           PERFORM 6850-STAGE-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR
           CLOSE CALENDAR-STAGE-FILE

      * 6850 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       6850-STAGE-ONE-DAY.
           IF WS-YD-TYPE (WS-DAY-SUB) NOT = SPACE
               MOVE WS-YD-DATE (WS-DAY-SUB) TO CLS-DATE
               MOVE WS-YD-TYPE (WS-DAY-SUB) TO CLS-DAY-TYPE
               WRITE CALENDAR-STAGE-RECORD
               ADD 1 TO WS-ROWS-STAGED
           END-IF.

       7000-LOAD-YEAR SECTION.
       7100-APPEND-NEW-ROWS.
      * Appended after whatever the calendar holds; every reader
      * takes the calendar as a set of dates, not in order
           OPEN EXTEND CALENDAR-FILE
           IF CAL-FILE-MISSING
               OPEN OUTPUT CALENDAR-FILE
           END-IF
           IF NOT CAL-FILE-OK
               DISPLAY 'ERROR OPENING CALENDAR FILE: '
                   WS-CAL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               SET LOAD-REFUSED TO TRUE
               MOVE 'CALENDAR FILE COULD NOT BE OPENED'
                   TO WS-REFUSAL-REASON
               EXIT SECTION
           END-IF
           PERFORM 7200-LOAD-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR
           CLOSE CALENDAR-FILE

      * 7200 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       7200-LOAD-ONE-DAY.
           IF WS-YD-TYPE (WS-DAY-SUB) NOT = SPACE
                   AND WS-YD-ON-FILE-TYPE (WS-DAY-SUB) = SPACE
               MOVE WS-YD-DATE (WS-DAY-SUB) TO CAL-DATE
               MOVE WS-YD-TYPE (WS-DAY-SUB) TO CAL-DAY-TYPE
               WRITE CALENDAR-RECORD
               ADD 1 TO WS-ROWS-LOADED
           END-IF.

       8100-WEEKDAY-OF-DAYS SECTION.
       8110-WEEKDAY.
      * Day 1 of the integer-date count, 1 January 1601, was a
      * Monday - 1 = Monday through 7 = Sunday
           COMPUTE WS-WORK-QUOTIENT = WS-WORK-DAYS - 1
           DIVIDE WS-WORK-QUOTIENT BY 7
               GIVING WS-WORK-QUOTIENT
               REMAINDER WS-WORK-REMAINDER
           COMPUTE WS-WORK-WEEKDAY = WS-WORK-REMAINDER + 1.

       8200-LENGTH-OF-MONTH SECTION.
       8210-MONTH-LENGTH.
      * Days in the month of WS-WORK-DATE's year and month - the day
      * before the first of the month after
           MOVE WS-WD-YEAR TO WS-NM-YEAR
           MOVE WS-WD-MONTH TO WS-NM-MONTH
           MOVE 1 TO WS-NM-DAY
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           COMPUTE WS-MONTH-LENGTH =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE)
               - FUNCTION INTEGER-OF-DATE
                   (WS-WD-YEAR * 10000 + WS-WD-MONTH * 100 + 1).

       9000-FINALIZE SECTION.
       9100-WRITE-OUTCOME.
           MOVE SPACES TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE SPACES TO WS-OUTCOME-LINE
           EVALUATE TRUE
               WHEN LOAD-MODE AND LOAD-REFUSED
                   STRING 'LOAD REFUSED - ' DELIMITED BY SIZE
                       WS-REFUSAL-REASON DELIMITED BY SIZE
                       INTO WS-OUTCOME-LINE
               WHEN LOAD-MODE
                   MOVE WS-ROWS-LOADED TO WS-COUNT-DISPLAY
                   STRING 'LOADED ' DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       ' ROWS TO CUSTCAL FOR ' DELIMITED BY SIZE
                       WS-TARGET-YEAR DELIMITED BY SIZE
                       INTO WS-OUTCOME-LINE
               WHEN ERROR-OCCURRED
                   STRING 'PREVIEW NOT STAGED - ' DELIMITED BY SIZE
                       WS-REFUSAL-REASON DELIMITED BY SIZE
                       INTO WS-OUTCOME-LINE
               WHEN OTHER
                   MOVE WS-ROWS-STAGED TO WS-COUNT-DISPLAY
                   STRING 'PREVIEW STAGED -' DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       ' ROWS AWAIT SIGN-OFF AND LOAD'
                       DELIMITED BY SIZE
                       INTO WS-OUTCOME-LINE
           END-EVALUATE
           MOVE WS-OUTCOME-LINE TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           CLOSE CALENDAR-REPORT-FILE.

       9200-DISPLAY-SUMMARY.
           DISPLAY 'CALENDAR GENERATION ' WS-TARGET-YEAR
           DISPLAY 'Rules Read: ' WS-RULES-READ
           DISPLAY 'Rules Rejected: ' WS-RULES-REJECTED
           DISPLAY 'Holidays: ' WS-HOLIDAY-COUNT
           DISPLAY 'Business Days: ' WS-BUSINESS-DAY-COUNT
           DISPLAY 'Rows Already On Calendar: ' WS-YEAR-ROWS-ON-FILE
           IF LOAD-MODE
               DISPLAY 'Rows Loaded: ' WS-ROWS-LOADED
           ELSE
               DISPLAY 'Rows Staged: ' WS-ROWS-STAGED
           END-IF
           DISPLAY WS-OUTCOME-LINE

           EVALUATE TRUE
               WHEN ERROR-OCCURRED OR LOAD-REFUSED
                   MOVE 8 TO LS-CGN-RETURN-CODE
               WHEN WS-RULES-REJECTED > ZERO
                       OR WS-COLLISION-COUNT > ZERO
                       OR WS-DIFFERENCES > ZERO
                   MOVE 4 TO LS-CGN-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO LS-CGN-RETURN-CODE
           END-EVALUATE
           MOVE WS-OUTCOME-LINE TO LS-CGN-MESSAGE.
