       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SODCHK.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Weekly segregation-of-duties conflict report for internal
      * audit. Maker/checker stops one operator keying and releasing
      * the same adjustment, but nothing looked for the patterns
      * that only show across transactions and across trails - a
      * role granted through ROLEADM and used the same day, a waiver
      * decided on an account its approver adjusted by hand the
      * week before, a teller taking cash on accounts they also re-
      * addressed. This job reads every trail that names a hand:
      *   - MAINTENANCE-AUDIT-FILE     each MAINT transaction, typed
      *                                by MAUD-TRANS-TYPE
      *   - PENDING-ADJ-FILE           PADJ-REQ and PADJ-DEC
      *   - WAIVER-FILE                WVR-REQ and WVR-DEC
      *   - ROLE-ADMIN-AUDIT-FILE      ROLEGRANT, to the operator
      *                                who received the role
      *   - TILL-FILE                  TILL-CASH and TILL-CHECK
      *   - ADDRESS-AUDIT-FILE         ADDR-FEED, the feed as actor
      * and turns every row into one event - customer, operator,
      * type, when - sorted by customer and time. The conflict-rule
      * file pairs two event types with how they must relate:
      *   - C  same operator, same customer
      *   - K  same customer, any hand
      *   - R  a role change, then an event by the operator who
      *        received it
      * within a window of days, in order (S) or either order (A);
      * a second type of '*' is any customer event. Each hit whose
      * later event falls in the review week is listed with both
      * transactions that make it up. No rule file means the house
      * rules below; the review period is caller-adjustable the
      * usual zero-means-house-default way. A trail that is absent
      * is noted and the rest are still read.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-AUDIT-FILE ASSIGN TO "CUSTMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-FILE-STATUS.

      * Dual-control requests and their decisions
           SELECT PENDING-ADJ-FILE ASSIGN TO "CUSTPADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAJ-CUST-ID
               FILE STATUS IS WS-PAJ-FILE-STATUS.

      * Fee-waiver requests and their decisions
           SELECT WAIVER-FILE ASSIGN TO "CUSTWVRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WVR-CUST-ID
               FILE STATUS IS WS-WVR-FILE-STATUS.

      * Every role change ROLEADM made
           SELECT ROLE-ADMIN-AUDIT-FILE ASSIGN TO "CUSTOPRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-FILE-STATUS.

      * Counter payments as the tellers captured them
           SELECT TILL-FILE ASSIGN TO "CUSTTILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIL-FILE-STATUS.

      * Feed-driven address changes
           SELECT ADDRESS-AUDIT-FILE ASSIGN TO "CUSTAADT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAD-FILE-STATUS.

      * The conflict rules; optional, the house rules stand in
           SELECT SOD-RULE-FILE ASSIGN TO "CUSTSODC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODC-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

      * Conflict hits, each with its transactions, for internal
      * audit
           SELECT SOD-REPORT-FILE ASSIGN TO "CUSTSODR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout MAINT writes
       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MAUD-CUST-ID        PIC 9(9).
           05  MAUD-OLD-STATUS     PIC X.
           05  MAUD-NEW-STATUS     PIC X.
           05  MAUD-REASON-CODE    PIC X(10).
           05  MAUD-OPERATOR-ID    PIC X(8).
           05  MAUD-CHANGE-DATE    PIC 9(8).
           05  MAUD-CHANGE-TIME    PIC 9(6).
           05  MAUD-TRANS-TYPE     PIC X(10).
           05  MAUD-OLD-BALANCE    PIC S9(7)V99.
           05  MAUD-NEW-BALANCE    PIC S9(7)V99.

       FD  PENDING-ADJ-FILE.
           COPY PENDING-ADJ-RECORD.

       FD  WAIVER-FILE.
           COPY WAIVER-RECORD.

      * Same layout ROLEADM writes
       FD  ROLE-ADMIN-AUDIT-FILE.
       01  ROLE-ADMIN-AUDIT-RECORD.
           05  OPA-TARGET-OPERATOR PIC X(8).
           05  OPA-ACTION          PIC X(8).
               88  OPA-ADDED       VALUE 'ADD'.
               88  OPA-CHANGED     VALUE 'CHANGE'.
               88  OPA-REVOKED     VALUE 'REVOKE'.
           05  OPA-OLD-ROLE        PIC X.
           05  OPA-NEW-ROLE        PIC X.
           05  OPA-ADMIN-OPERATOR  PIC X(8).
           05  OPA-CHANGE-DATE     PIC 9(8).
           05  OPA-CHANGE-TIME     PIC 9(6).

      * Same layout TELLER writes
       FD  TILL-FILE.
       01  TILL-RECORD.
           05  TIL-OPERATOR-ID     PIC X(8).
           05  TIL-STATUS          PIC X.
               88  TIL-CAPTURED    VALUE 'C'.
               88  TIL-RELEASED    VALUE 'R'.
           05  TIL-CUST-ID         PIC 9(9).
           05  TIL-AMOUNT          PIC S9(7)V99.
           05  TIL-METHOD          PIC X.
               88  TIL-CASH        VALUE 'C'.
               88  TIL-CHECK       VALUE 'K'.
           05  TIL-CAPTURE-DATE    PIC 9(8).
           05  TIL-CAPTURE-TIME    PIC 9(6).

       FD  ADDRESS-AUDIT-FILE.
           COPY ADDRESS-AUDIT-RECORD.

       FD  SOD-RULE-FILE.
       01  SOD-RULE-RECORD.
           05  SODC-RULE-ID        PIC X(8).
           05  SODC-FIRST-TYPE     PIC X(10).
           05  SODC-SECOND-TYPE    PIC X(10).
           05  SODC-MATCH          PIC X.
           05  SODC-ORDER          PIC X.
           05  SODC-WINDOW-DAYS    PIC 9(3).
           05  SODC-DESCRIPTION    PIC X(40).

      * One event per audit row, whichever trail it came from
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-CUST-ID         PIC 9(9).
           05  SRT-DAY-NUM         PIC 9(7).
           05  SRT-TIME            PIC 9(6).
           05  SRT-DATE            PIC 9(8).
           05  SRT-TYPE            PIC X(10).
           05  SRT-ACTOR           PIC X(8).
           05  SRT-SOURCE          PIC X(8).
           05  SRT-DETAIL          PIC X(40).

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-MAUD-FILE-STATUS     PIC XX.
           88  MAUD-FILE-OK        VALUE '00'.
           88  MAUD-FILE-AT-END    VALUE '10'.
       01  WS-PAJ-FILE-STATUS      PIC XX.
           88  PAJ-FILE-OK         VALUE '00'.
           88  PAJ-FILE-AT-END     VALUE '10'.
       01  WS-WVR-FILE-STATUS      PIC XX.
           88  WVR-FILE-OK         VALUE '00'.
           88  WVR-FILE-AT-END     VALUE '10'.
       01  WS-OPA-FILE-STATUS      PIC XX.
           88  OPA-FILE-OK         VALUE '00'.
           88  OPA-FILE-AT-END     VALUE '10'.
       01  WS-TIL-FILE-STATUS      PIC XX.
           88  TIL-FILE-OK         VALUE '00'.
           88  TIL-FILE-AT-END     VALUE '10'.
       01  WS-AAD-FILE-STATUS      PIC XX.
           88  AAD-FILE-OK         VALUE '00'.
           88  AAD-FILE-AT-END     VALUE '10'.
       01  WS-SODC-FILE-STATUS     PIC XX.
           88  SODC-FILE-OK        VALUE '00'.
           88  SODC-FILE-AT-END    VALUE '10'.
       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-SORT     VALUE 'Y'.

      * The review week, and how far back a rule's first event may
      * lie - the longest rule window before the week starts
       01  WS-REVIEW-DAYS          PIC 9(3) VALUE 7.
       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DAY            PIC 9(7) VALUE ZERO.
       01  WS-PERIOD-START-DAY     PIC 9(7) VALUE ZERO.
       01  WS-LOAD-FROM-DAY        PIC 9(7) VALUE ZERO.
       01  WS-MAX-WINDOW           PIC 9(3) VALUE ZERO.

      * The house rules, used when no rule file is present
       01  WS-DEFAULT-RULES.
           05  FILLER.
               10  FILLER PIC X(8)  VALUE 'GRANTUSE'.
               10  FILLER PIC X(10) VALUE 'ROLEGRANT'.
               10  FILLER PIC X(10) VALUE '*'.
               10  FILLER PIC X     VALUE 'R'.
               10  FILLER PIC X     VALUE 'S'.
               10  FILLER PIC X(3)  VALUE '000'.
               10  FILLER PIC X(40) VALUE
                   'ROLE GRANTED AND USED THE SAME DAY'.
           05  FILLER.
               10  FILLER PIC X(8)  VALUE 'ADJWAIVE'.
               10  FILLER PIC X(10) VALUE 'BALANCE'.
               10  FILLER PIC X(10) VALUE 'WVR-DEC'.
               10  FILLER PIC X     VALUE 'C'.
               10  FILLER PIC X     VALUE 'S'.
               10  FILLER PIC X(3)  VALUE '007'.
               10  FILLER PIC X(40) VALUE
                   'WAIVER DECIDED ON AN ACCOUNT ADJUSTED'.
           05  FILLER.
               10  FILLER PIC X(8)  VALUE 'APPWAIVE'.
               10  FILLER PIC X(10) VALUE 'ADJ-APPR'.
               10  FILLER PIC X(10) VALUE 'WVR-DEC'.
               10  FILLER PIC X     VALUE 'C'.
               10  FILLER PIC X     VALUE 'S'.
               10  FILLER PIC X(3)  VALUE '007'.
               10  FILLER PIC X(40) VALUE
                   'WAIVER DECIDED ON AN ACCOUNT RELEASED'.
           05  FILLER.
               10  FILLER PIC X(8)  VALUE 'TILLADDR'.
               10  FILLER PIC X(10) VALUE 'TILL-CASH'.
               10  FILLER PIC X(10) VALUE 'ADDRESS'.
               10  FILLER PIC X     VALUE 'C'.
               10  FILLER PIC X     VALUE 'A'.
               10  FILLER PIC X(3)  VALUE '030'.
               10  FILLER PIC X(40) VALUE
                   'CASH TAKEN ON AN ACCOUNT RE-ADDRESSED'.
           05  FILLER.
               10  FILLER PIC X(8)  VALUE 'ADDRADJ'.
               10  FILLER PIC X(10) VALUE 'ADDRESS'.
               10  FILLER PIC X(10) VALUE 'BALANCE'.
               10  FILLER PIC X     VALUE 'C'.
               10  FILLER PIC X     VALUE 'S'.
               10  FILLER PIC X(3)  VALUE '030'.
               10  FILLER PIC X(40) VALUE
                   'BALANCE ADJUSTED AFTER RE-ADDRESSING'.
           05  FILLER.
               10  FILLER PIC X(8)  VALUE 'FEEDKEY'.
               10  FILLER PIC X(10) VALUE 'ADDR-FEED'.
               10  FILLER PIC X(10) VALUE 'ADDRESS'.
               10  FILLER PIC X     VALUE 'K'.
               10  FILLER PIC X     VALUE 'S'.
               10  FILLER PIC X(3)  VALUE '007'.
               10  FILLER PIC X(40) VALUE
                   'FEED ADDRESS OVERRIDDEN BY HAND'.
       01  WS-DEFAULT-RULES-R REDEFINES WS-DEFAULT-RULES.
           05  WS-DFR-ENTRY OCCURS 6 TIMES PIC X(73).
       01  WS-DFR-COUNT            PIC 9(2) COMP VALUE 6.

      * The rules in force, loaded once
       01  WS-RULE-MAX             PIC 9(2) COMP VALUE 30.
       01  WS-RULE-COUNT           PIC 9(2) COMP VALUE ZERO.
       01  WS-RULE-SUB             PIC 9(2) COMP VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 30 TIMES.
               10  WS-RULE-ID          PIC X(8).
               10  WS-RULE-FIRST-TYPE  PIC X(10).
               10  WS-RULE-SECOND-TYPE PIC X(10).
               10  WS-RULE-MATCH       PIC X.
                   88  RULE-SAME-OPERATOR VALUE 'C'.
                   88  RULE-SAME-CUSTOMER VALUE 'K'.
                   88  RULE-ROLE-THEN-USE VALUE 'R'.
               10  WS-RULE-ORDER       PIC X.
                   88  RULE-IN-ORDER   VALUE 'S'.
               10  WS-RULE-WINDOW      PIC 9(3).
               10  WS-RULE-DESCRIPTION PIC X(40).
               10  WS-RULE-HITS        PIC 9(6).

      * Role changes carry no customer, so they sort first and are
      * held here for every later event to be checked against
       01  WS-RGT-MAX              PIC 9(4) COMP VALUE 200.
       01  WS-RGT-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-RGT-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-RGT-TABLE.
           05  WS-RGT-ENTRY OCCURS 200 TIMES.
               10  WS-RGT-DAY-NUM      PIC 9(7).
               10  WS-RGT-TIME         PIC 9(6).
               10  WS-RGT-DATE         PIC 9(8).
               10  WS-RGT-TYPE         PIC X(10).
               10  WS-RGT-ACTOR        PIC X(8).
               10  WS-RGT-SOURCE       PIC X(8).
               10  WS-RGT-DETAIL       PIC X(40).

      * One customer's events, in time order, matched as a block
       01  WS-BLK-MAX              PIC 9(4) COMP VALUE 500.
       01  WS-BLK-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-BLK-FIRST            PIC 9(4) COMP VALUE ZERO.
       01  WS-BLK-SECOND           PIC 9(4) COMP VALUE ZERO.
       01  WS-BLK-CUST-ID          PIC 9(9) VALUE ZERO.
       01  WS-BLK-TABLE.
           05  WS-BLK-ENTRY OCCURS 500 TIMES.
               10  WS-BLK-DAY-NUM      PIC 9(7).
               10  WS-BLK-TIME         PIC 9(6).
               10  WS-BLK-DATE         PIC 9(8).
               10  WS-BLK-TYPE         PIC X(10).
               10  WS-BLK-ACTOR        PIC X(8).
               10  WS-BLK-SOURCE       PIC X(8).
               10  WS-BLK-DETAIL       PIC X(40).

      * The pair under test, and the hit being printed
       01  WS-PAIR-AREA.
           05  WS-GAP-DAYS         PIC S9(7) VALUE ZERO.
           05  WS-LATER-DAY        PIC 9(7) VALUE ZERO.
           05  WS-PAIR-FLAG        PIC X VALUE 'N'.
               88  PAIR-CONFLICTS  VALUE 'Y'.
       01  WS-HIT-EVENT.
           05  WS-HIT-DATE         PIC 9(8).
           05  WS-HIT-TIME         PIC 9(6).
           05  WS-HIT-TYPE         PIC X(10).
           05  WS-HIT-ACTOR        PIC X(8).
           05  WS-HIT-SOURCE       PIC X(8).
           05  WS-HIT-DETAIL       PIC X(40).
       01  WS-HIT-CUST-ID          PIC 9(9).

      * The event being built from an audit row
       01  WS-EVENT-DATE           PIC 9(8).
       01  WS-AMOUNT-DISPLAY       PIC -(7)9.99.
       01  WS-AMOUNT-DISPLAY-2     PIC -(7)9.99.

       01  WS-COUNTERS.
           05  WS-EVENTS-READ      PIC 9(8) VALUE ZERO.
           05  WS-EVENTS-SORTED    PIC 9(8) VALUE ZERO.
           05  WS-EVENTS-UNDATED   PIC 9(8) VALUE ZERO.
           05  WS-RULES-REJECTED   PIC 9(4) VALUE ZERO.
           05  WS-TRAILS-ABSENT    PIC 9(2) VALUE ZERO.
           05  WS-EVENTS-UNMATCHED PIC 9(8) VALUE ZERO.
           05  WS-HIT-COUNT        PIC 9(6) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'SODCHK'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-SODCHK-PARM-AREA.
           05  LS-SOD-RETURN-CODE  PIC S9(4) COMP.
           05  LS-SOD-MESSAGE      PIC X(50).
      * Review period in days; zero means the house default week
           05  LS-SOD-REVIEW-DAYS  PIC 9(3).

       PROCEDURE DIVISION USING LS-SODCHK-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-ID SRT-DAY-NUM SRT-TIME
               INPUT PROCEDURE IS 2000-GATHER-EVENTS
               OUTPUT PROCEDURE IS 3000-MATCH-CONFLICTS
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-SOD-REVIEW-DAYS NOT = ZERO
               MOVE LS-SOD-REVIEW-DAYS TO WS-REVIEW-DAYS
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

           OPEN OUTPUT SOD-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING SOD CONFLICT REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SOD-RETURN-CODE
               MOVE 'SOD CONFLICT REPORT NOT OPENED' TO LS-SOD-MESSAGE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           PERFORM 1300-LOAD-RULES
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
           COMPUTE WS-PERIOD-START-DAY =
               WS-TODAY-DAY - WS-REVIEW-DAYS + 1
           COMPUTE WS-LOAD-FROM-DAY =
               WS-PERIOD-START-DAY - WS-MAX-WINDOW
           MOVE SPACES TO SOD-REPORT-LINE
           STRING 'SEGREGATION-OF-DUTIES CONFLICT REPORT - RUN '
               DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               ' - REVIEW DAYS ' DELIMITED BY SIZE
               WS-REVIEW-DAYS DELIMITED BY SIZE
               INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE

      * 1300 and 1310 already ran above via the explicit PERFORM -
      * exit the section here instead of falling into them a second
      * time
           EXIT SECTION.

       1300-LOAD-RULES.
           OPEN INPUT SOD-RULE-FILE
           IF SODC-FILE-OK
               PERFORM 1310-LOAD-ONE-RULE
                   UNTIL SODC-FILE-AT-END
               CLOSE SOD-RULE-FILE
           END-IF
      * An empty or wholly rejected rule file would silence the
      * report - the house rules stand in
           IF WS-RULE-COUNT = ZERO
               PERFORM 1320-LOAD-DEFAULT-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-DFR-COUNT
           END-IF.

       1310-LOAD-ONE-RULE.
           READ SOD-RULE-FILE
               AT END
                   SET SODC-FILE-AT-END TO TRUE
               NOT AT END
                   PERFORM 1330-ADD-RULE
           END-READ.

       1320-LOAD-DEFAULT-RULE.
           MOVE WS-DFR-ENTRY (WS-RULE-SUB) TO SOD-RULE-RECORD
           PERFORM 1330-ADD-RULE.

       1330-ADD-RULE.
           IF (SODC-MATCH = 'C' OR 'K' OR 'R')
                   AND (SODC-ORDER = 'S' OR 'A')
                   AND SODC-WINDOW-DAYS IS NUMERIC
                   AND SODC-FIRST-TYPE NOT = SPACES
                   AND SODC-SECOND-TYPE NOT = SPACES
                   AND WS-RULE-COUNT < WS-RULE-MAX
               ADD 1 TO WS-RULE-COUNT
               MOVE SODC-RULE-ID TO WS-RULE-ID (WS-RULE-COUNT)
               MOVE SODC-FIRST-TYPE
                   TO WS-RULE-FIRST-TYPE (WS-RULE-COUNT)
               MOVE SODC-SECOND-TYPE
                   TO WS-RULE-SECOND-TYPE (WS-RULE-COUNT)
               MOVE SODC-MATCH TO WS-RULE-MATCH (WS-RULE-COUNT)
               MOVE SODC-ORDER TO WS-RULE-ORDER (WS-RULE-COUNT)
               MOVE SODC-WINDOW-DAYS TO WS-RULE-WINDOW (WS-RULE-COUNT)
               MOVE SODC-DESCRIPTION
                   TO WS-RULE-DESCRIPTION (WS-RULE-COUNT)
               MOVE ZERO TO WS-RULE-HITS (WS-RULE-COUNT)
               IF SODC-WINDOW-DAYS > WS-MAX-WINDOW
                   MOVE SODC-WINDOW-DAYS TO WS-MAX-WINDOW
               END-IF
           ELSE
               ADD 1 TO WS-RULES-REJECTED
               DISPLAY 'SOD RULE REJECTED: ' SODC-RULE-ID
           END-IF.

       2000-GATHER-EVENTS SECTION.
       2010-GATHER-CONTROL.
           PERFORM 2100-GATHER-MAINT-AUDIT
           PERFORM 2200-GATHER-PENDING-ADJ
           PERFORM 2300-GATHER-WAIVERS
           PERFORM 2400-GATHER-ROLE-CHANGES
           PERFORM 2500-GATHER-TILL
           PERFORM 2600-GATHER-ADDRESS-AUDIT

      * The paragraphs below already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       2100-GATHER-MAINT-AUDIT.
           OPEN INPUT MAINTENANCE-AUDIT-FILE
           IF MAUD-FILE-OK
               PERFORM 2110-READ-MAINT-AUDIT
                   UNTIL MAUD-FILE-AT-END
               CLOSE MAINTENANCE-AUDIT-FILE
           ELSE
               MOVE 'CUSTMAUD' TO SRT-SOURCE
               PERFORM 2950-NOTE-TRAIL-ABSENT
           END-IF.

       2110-READ-MAINT-AUDIT.
           READ MAINTENANCE-AUDIT-FILE
               AT END
                   SET MAUD-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE MAUD-CUST-ID TO SRT-CUST-ID
                   MOVE MAUD-CHANGE-DATE TO WS-EVENT-DATE
                   MOVE MAUD-CHANGE-TIME TO SRT-TIME
                   MOVE MAUD-TRANS-TYPE TO SRT-TYPE
                   MOVE MAUD-OPERATOR-ID TO SRT-ACTOR
                   MOVE 'CUSTMAUD' TO SRT-SOURCE
                   MOVE MAUD-OLD-BALANCE TO WS-AMOUNT-DISPLAY
                   MOVE MAUD-NEW-BALANCE TO WS-AMOUNT-DISPLAY-2
                   MOVE SPACES TO SRT-DETAIL
                   STRING MAUD-REASON-CODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY-2 DELIMITED BY SIZE
                       INTO SRT-DETAIL
                   PERFORM 2900-RELEASE-EVENT
           END-READ.

       2200-GATHER-PENDING-ADJ.
           OPEN INPUT PENDING-ADJ-FILE
           IF PAJ-FILE-OK
               PERFORM 2210-READ-PENDING-ADJ
                   UNTIL PAJ-FILE-AT-END
               CLOSE PENDING-ADJ-FILE
           ELSE
               MOVE 'CUSTPADJ' TO SRT-SOURCE
               PERFORM 2950-NOTE-TRAIL-ABSENT
           END-IF.

       2210-READ-PENDING-ADJ.
      * One row per customer holds the latest request - its asking
      * hand and, once decided, its deciding hand
           READ PENDING-ADJ-FILE NEXT RECORD
               AT END
                   SET PAJ-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE PAJ-CUST-ID TO SRT-CUST-ID
                   MOVE 'CUSTPADJ' TO SRT-SOURCE
                   MOVE PAJ-OLD-BALANCE TO WS-AMOUNT-DISPLAY
                   MOVE PAJ-NEW-BALANCE TO WS-AMOUNT-DISPLAY-2
                   MOVE SPACES TO SRT-DETAIL
                   STRING PAJ-REASON-CODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY-2 DELIMITED BY SIZE
                       INTO SRT-DETAIL
                   MOVE PAJ-REQUEST-DATE TO WS-EVENT-DATE
                   MOVE PAJ-REQUEST-TIME TO SRT-TIME
                   MOVE 'PADJ-REQ' TO SRT-TYPE
                   MOVE PAJ-REQUESTED-BY TO SRT-ACTOR
                   PERFORM 2900-RELEASE-EVENT
                   IF (PAJ-APPLIED OR PAJ-REJECTED)
                           AND PAJ-DECIDED-BY NOT = SPACES
                       MOVE PAJ-DECIDED-DATE TO WS-EVENT-DATE
                       MOVE ZERO TO SRT-TIME
                       MOVE 'PADJ-DEC' TO SRT-TYPE
                       MOVE PAJ-DECIDED-BY TO SRT-ACTOR
                       PERFORM 2900-RELEASE-EVENT
                   END-IF
           END-READ.

       2300-GATHER-WAIVERS.
           OPEN INPUT WAIVER-FILE
           IF WVR-FILE-OK
               PERFORM 2310-READ-WAIVER
                   UNTIL WVR-FILE-AT-END
               CLOSE WAIVER-FILE
           ELSE
               MOVE 'CUSTWVRQ' TO SRT-SOURCE
               PERFORM 2950-NOTE-TRAIL-ABSENT
           END-IF.

       2310-READ-WAIVER.
      * A self-approved waiver under the auto threshold names AUTO,
      * not a hand - only a person's decision is an event
           READ WAIVER-FILE NEXT RECORD
               AT END
                   SET WVR-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE WVR-CUST-ID TO SRT-CUST-ID
                   MOVE 'CUSTWVRQ' TO SRT-SOURCE
                   MOVE WVR-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO SRT-DETAIL
                   STRING WVR-REASON-CODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       ' STATUS ' DELIMITED BY SIZE
                       WVR-STATUS DELIMITED BY SIZE
                       INTO SRT-DETAIL
                   MOVE WVR-REQUEST-DATE TO WS-EVENT-DATE
                   MOVE ZERO TO SRT-TIME
                   MOVE 'WVR-REQ' TO SRT-TYPE
                   MOVE WVR-REQUESTED-BY TO SRT-ACTOR
                   PERFORM 2900-RELEASE-EVENT
                   IF NOT WVR-PENDING
                           AND WVR-APPROVED-BY NOT = SPACES
                           AND WVR-APPROVED-BY NOT = 'AUTO'
                       MOVE WVR-APPROVED-DATE TO WS-EVENT-DATE
                       MOVE ZERO TO SRT-TIME
                       MOVE 'WVR-DEC' TO SRT-TYPE
                       MOVE WVR-APPROVED-BY TO SRT-ACTOR
                       PERFORM 2900-RELEASE-EVENT
                   END-IF
           END-READ.

       2400-GATHER-ROLE-CHANGES.
           OPEN INPUT ROLE-ADMIN-AUDIT-FILE
           IF OPA-FILE-OK
               PERFORM 2410-READ-ROLE-CHANGE
                   UNTIL OPA-FILE-AT-END
               CLOSE ROLE-ADMIN-AUDIT-FILE
           ELSE
               MOVE 'CUSTOPRA' TO SRT-SOURCE
               PERFORM 2950-NOTE-TRAIL-ABSENT
           END-IF.

       2410-READ-ROLE-CHANGE.
      * The event belongs to the operator who received the role - a
      * revocation grants nothing
           READ ROLE-ADMIN-AUDIT-FILE
               AT END
                   SET OPA-FILE-AT-END TO TRUE
               NOT AT END
                   IF OPA-ADDED OR OPA-CHANGED
                       MOVE ZERO TO SRT-CUST-ID
                       MOVE OPA-CHANGE-DATE TO WS-EVENT-DATE
                       MOVE OPA-CHANGE-TIME TO SRT-TIME
                       MOVE 'ROLEGRANT' TO SRT-TYPE
                       MOVE OPA-TARGET-OPERATOR TO SRT-ACTOR
                       MOVE 'CUSTOPRA' TO SRT-SOURCE
                       MOVE SPACES TO SRT-DETAIL
                       STRING 'ROLE ' DELIMITED BY SIZE
                           OPA-OLD-ROLE DELIMITED BY SIZE
                           ' TO ' DELIMITED BY SIZE
                           OPA-NEW-ROLE DELIMITED BY SIZE
                           ' GRANTED BY ' DELIMITED BY SIZE
                           OPA-ADMIN-OPERATOR DELIMITED BY SIZE
                           INTO SRT-DETAIL
                       PERFORM 2900-RELEASE-EVENT
                   END-IF
           END-READ.

       2500-GATHER-TILL.
           OPEN INPUT TILL-FILE
           IF TIL-FILE-OK
               PERFORM 2510-READ-TILL
                   UNTIL TIL-FILE-AT-END
               CLOSE TILL-FILE
           ELSE
               MOVE 'CUSTTILL' TO SRT-SOURCE
               PERFORM 2950-NOTE-TRAIL-ABSENT
           END-IF.

       2510-READ-TILL.
           READ TILL-FILE
               AT END
                   SET TIL-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE TIL-CUST-ID TO SRT-CUST-ID
                   MOVE TIL-CAPTURE-DATE TO WS-EVENT-DATE
                   MOVE TIL-CAPTURE-TIME TO SRT-TIME
                   IF TIL-CASH
                       MOVE 'TILL-CASH' TO SRT-TYPE
                   ELSE
                       MOVE 'TILL-CHECK' TO SRT-TYPE
                   END-IF
                   MOVE TIL-OPERATOR-ID TO SRT-ACTOR
                   MOVE 'CUSTTILL' TO SRT-SOURCE
                   MOVE TIL-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO SRT-DETAIL
                   STRING 'TAKEN ' DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       INTO SRT-DETAIL
                   PERFORM 2900-RELEASE-EVENT
           END-READ.

       2600-GATHER-ADDRESS-AUDIT.
           OPEN INPUT ADDRESS-AUDIT-FILE
           IF AAD-FILE-OK
               PERFORM 2610-READ-ADDRESS-AUDIT
                   UNTIL AAD-FILE-AT-END
               CLOSE ADDRESS-AUDIT-FILE
           ELSE
               MOVE 'CUSTAADT' TO SRT-SOURCE
               PERFORM 2950-NOTE-TRAIL-ABSENT
           END-IF.

       2610-READ-ADDRESS-AUDIT.
      * No operator keyed these - the feed that made the change
      * stands as the actor, for the same-customer rules
           READ ADDRESS-AUDIT-FILE
               AT END
                   SET AAD-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE AAD-CUST-ID TO SRT-CUST-ID
                   MOVE AAD-CHANGE-DATE TO WS-EVENT-DATE
                   MOVE ZERO TO SRT-TIME
                   MOVE 'ADDR-FEED' TO SRT-TYPE
                   MOVE AAD-SOURCE TO SRT-ACTOR
                   MOVE 'CUSTAADT' TO SRT-SOURCE
                   MOVE SPACES TO SRT-DETAIL
                   STRING 'TO ' DELIMITED BY SIZE
                       AAD-NEW-LINE-1 DELIMITED BY SIZE
                       INTO SRT-DETAIL
                   PERFORM 2900-RELEASE-EVENT
           END-READ.

       2900-RELEASE-EVENT.
      * Only events that could take part in a hit this review - on
      * or after the earliest day a rule window reaches back to
           ADD 1 TO WS-EVENTS-READ
           IF WS-EVENT-DATE IS NOT NUMERIC
                   OR WS-EVENT-DATE = ZERO
               ADD 1 TO WS-EVENTS-UNDATED
           ELSE
               MOVE WS-EVENT-DATE TO SRT-DATE
               COMPUTE SRT-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE (WS-EVENT-DATE)
               IF SRT-DAY-NUM = ZERO
                   ADD 1 TO WS-EVENTS-UNDATED
               ELSE
                   IF SRT-DAY-NUM NOT < WS-LOAD-FROM-DAY
                       ADD 1 TO WS-EVENTS-SORTED
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-IF.

       2950-NOTE-TRAIL-ABSENT.
           ADD 1 TO WS-TRAILS-ABSENT
           MOVE SPACES TO SOD-REPORT-LINE
           STRING 'NOTE: TRAIL ' DELIMITED BY SIZE
               SRT-SOURCE DELIMITED BY SIZE
               ' NOT PRESENT - NOT READ THIS RUN' DELIMITED BY SIZE
               INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

       3000-MATCH-CONFLICTS SECTION.
       3010-MATCH-CONTROL.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-BLK-COUNT
           PERFORM 3100-RETURN-EVENT
               UNTIL END-OF-SORT
           IF WS-BLK-COUNT > ZERO
               PERFORM 3300-MATCH-BLOCK
           END-IF

      * 3100 through 3600 already ran above via the explicit PERFORM
      * - exit the section here instead of falling into them a
      * second time
           EXIT SECTION.

       3100-RETURN-EVENT.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORT TO TRUE
               NOT AT END
                   IF SRT-CUST-ID = ZERO
                       PERFORM 3150-HOLD-ROLE-EVENT
                   ELSE
                       IF WS-BLK-COUNT > ZERO
                               AND SRT-CUST-ID NOT = WS-BLK-CUST-ID
                           PERFORM 3300-MATCH-BLOCK
                           MOVE ZERO TO WS-BLK-COUNT
                       END-IF
                       PERFORM 3200-ADD-TO-BLOCK
                       PERFORM 3500-MATCH-ROLE-RULES
                           VARYING WS-RULE-SUB FROM 1 BY 1
                           UNTIL WS-RULE-SUB > WS-RULE-COUNT
                   END-IF
           END-RETURN.

       3150-HOLD-ROLE-EVENT.
           IF WS-RGT-COUNT < WS-RGT-MAX
               ADD 1 TO WS-RGT-COUNT
               MOVE SRT-DAY-NUM TO WS-RGT-DAY-NUM (WS-RGT-COUNT)
               MOVE SRT-TIME TO WS-RGT-TIME (WS-RGT-COUNT)
               MOVE SRT-DATE TO WS-RGT-DATE (WS-RGT-COUNT)
               MOVE SRT-TYPE TO WS-RGT-TYPE (WS-RGT-COUNT)
               MOVE SRT-ACTOR TO WS-RGT-ACTOR (WS-RGT-COUNT)
               MOVE SRT-SOURCE TO WS-RGT-SOURCE (WS-RGT-COUNT)
               MOVE SRT-DETAIL TO WS-RGT-DETAIL (WS-RGT-COUNT)
           ELSE
               ADD 1 TO WS-EVENTS-UNMATCHED
           END-IF.

       3200-ADD-TO-BLOCK.
           MOVE SRT-CUST-ID TO WS-BLK-CUST-ID
           IF WS-BLK-COUNT < WS-BLK-MAX
               ADD 1 TO WS-BLK-COUNT
               MOVE SRT-DAY-NUM TO WS-BLK-DAY-NUM (WS-BLK-COUNT)
               MOVE SRT-TIME TO WS-BLK-TIME (WS-BLK-COUNT)
               MOVE SRT-DATE TO WS-BLK-DATE (WS-BLK-COUNT)
               MOVE SRT-TYPE TO WS-BLK-TYPE (WS-BLK-COUNT)
               MOVE SRT-ACTOR TO WS-BLK-ACTOR (WS-BLK-COUNT)
               MOVE SRT-SOURCE TO WS-BLK-SOURCE (WS-BLK-COUNT)
               MOVE SRT-DETAIL TO WS-BLK-DETAIL (WS-BLK-COUNT)
           ELSE
               ADD 1 TO WS-EVENTS-UNMATCHED
           END-IF.

       3300-MATCH-BLOCK.
           PERFORM 3310-MATCH-BLOCK-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

       3310-MATCH-BLOCK-RULE.
           IF RULE-SAME-OPERATOR (WS-RULE-SUB)
                   OR RULE-SAME-CUSTOMER (WS-RULE-SUB)
               PERFORM 3320-MATCH-FIRST-EVENT
                   VARYING WS-BLK-FIRST FROM 1 BY 1
                   UNTIL WS-BLK-FIRST > WS-BLK-COUNT
           END-IF.

       3320-MATCH-FIRST-EVENT.
           IF WS-BLK-TYPE (WS-BLK-FIRST)
                   = WS-RULE-FIRST-TYPE (WS-RULE-SUB)
               PERFORM 3330-MATCH-SECOND-EVENT
                   VARYING WS-BLK-SECOND FROM 1 BY 1
                   UNTIL WS-BLK-SECOND > WS-BLK-COUNT
           END-IF.

       3330-MATCH-SECOND-EVENT.
           MOVE 'N' TO WS-PAIR-FLAG
           IF WS-BLK-SECOND NOT = WS-BLK-FIRST
                   AND (WS-BLK-TYPE (WS-BLK-SECOND)
                           = WS-RULE-SECOND-TYPE (WS-RULE-SUB)
                       OR WS-RULE-SECOND-TYPE (WS-RULE-SUB) = '*')
                   AND (RULE-SAME-CUSTOMER (WS-RULE-SUB)
                       OR WS-BLK-ACTOR (WS-BLK-SECOND)
                           = WS-BLK-ACTOR (WS-BLK-FIRST))
               COMPUTE WS-GAP-DAYS = WS-BLK-DAY-NUM (WS-BLK-SECOND)
                   - WS-BLK-DAY-NUM (WS-BLK-FIRST)
      * In order means the second event is not before the first -
      * the block is in time order, so a later subscript is later
               IF RULE-IN-ORDER (WS-RULE-SUB)
                   IF WS-BLK-SECOND > WS-BLK-FIRST
                           AND WS-GAP-DAYS
                               NOT > WS-RULE-WINDOW (WS-RULE-SUB)
                       SET PAIR-CONFLICTS TO TRUE
                   END-IF
               ELSE
                   IF WS-GAP-DAYS < ZERO
                       COMPUTE WS-GAP-DAYS = ZERO - WS-GAP-DAYS
                   END-IF
                   IF WS-GAP-DAYS NOT > WS-RULE-WINDOW (WS-RULE-SUB)
                       SET PAIR-CONFLICTS TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PAIR-CONFLICTS
               MOVE WS-BLK-DAY-NUM (WS-BLK-SECOND) TO WS-LATER-DAY
               IF WS-BLK-DAY-NUM (WS-BLK-FIRST) > WS-LATER-DAY
                   MOVE WS-BLK-DAY-NUM (WS-BLK-FIRST) TO WS-LATER-DAY
               END-IF
               IF WS-LATER-DAY NOT < WS-PERIOD-START-DAY
                   PERFORM 3400-REPORT-BLOCK-HIT
               END-IF
           END-IF.

       3400-REPORT-BLOCK-HIT.
           MOVE WS-BLK-CUST-ID TO WS-HIT-CUST-ID
           PERFORM 3600-WRITE-HIT-HEADING
           MOVE WS-BLK-DATE (WS-BLK-FIRST) TO WS-HIT-DATE
           MOVE WS-BLK-TIME (WS-BLK-FIRST) TO WS-HIT-TIME
           MOVE WS-BLK-TYPE (WS-BLK-FIRST) TO WS-HIT-TYPE
           MOVE WS-BLK-ACTOR (WS-BLK-FIRST) TO WS-HIT-ACTOR
           MOVE WS-BLK-SOURCE (WS-BLK-FIRST) TO WS-HIT-SOURCE
           MOVE WS-BLK-DETAIL (WS-BLK-FIRST) TO WS-HIT-DETAIL
           PERFORM 3650-WRITE-HIT-EVENT
           MOVE WS-BLK-DATE (WS-BLK-SECOND) TO WS-HIT-DATE
           MOVE WS-BLK-TIME (WS-BLK-SECOND) TO WS-HIT-TIME
           MOVE WS-BLK-TYPE (WS-BLK-SECOND) TO WS-HIT-TYPE
           MOVE WS-BLK-ACTOR (WS-BLK-SECOND) TO WS-HIT-ACTOR
           MOVE WS-BLK-SOURCE (WS-BLK-SECOND) TO WS-HIT-SOURCE
           MOVE WS-BLK-DETAIL (WS-BLK-SECOND) TO WS-HIT-DETAIL
           PERFORM 3650-WRITE-HIT-EVENT
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

       3500-MATCH-ROLE-RULES.
      * The event just returned, against every role change held -
      * the change must come first, to the same operator
           IF RULE-ROLE-THEN-USE (WS-RULE-SUB)
                   AND (SRT-TYPE = WS-RULE-SECOND-TYPE (WS-RULE-SUB)
                       OR WS-RULE-SECOND-TYPE (WS-RULE-SUB) = '*')
                   AND SRT-DAY-NUM NOT < WS-PERIOD-START-DAY
               PERFORM 3510-MATCH-ONE-ROLE-EVENT
                   VARYING WS-RGT-SUB FROM 1 BY 1
                   UNTIL WS-RGT-SUB > WS-RGT-COUNT
           END-IF.

       3510-MATCH-ONE-ROLE-EVENT.
           IF WS-RGT-TYPE (WS-RGT-SUB)
                   = WS-RULE-FIRST-TYPE (WS-RULE-SUB)
                   AND WS-RGT-ACTOR (WS-RGT-SUB) = SRT-ACTOR
               COMPUTE WS-GAP-DAYS = SRT-DAY-NUM
                   - WS-RGT-DAY-NUM (WS-RGT-SUB)
               IF WS-GAP-DAYS NOT < ZERO
                       AND WS-GAP-DAYS
                           NOT > WS-RULE-WINDOW (WS-RULE-SUB)
                       AND (WS-GAP-DAYS > ZERO
                           OR SRT-TIME NOT < WS-RGT-TIME (WS-RGT-SUB))
                   PERFORM 3520-REPORT-ROLE-HIT
               END-IF
           END-IF.

       3520-REPORT-ROLE-HIT.
           MOVE SRT-CUST-ID TO WS-HIT-CUST-ID
           PERFORM 3600-WRITE-HIT-HEADING
           MOVE WS-RGT-DATE (WS-RGT-SUB) TO WS-HIT-DATE
           MOVE WS-RGT-TIME (WS-RGT-SUB) TO WS-HIT-TIME
           MOVE WS-RGT-TYPE (WS-RGT-SUB) TO WS-HIT-TYPE
           MOVE WS-RGT-ACTOR (WS-RGT-SUB) TO WS-HIT-ACTOR
           MOVE WS-RGT-SOURCE (WS-RGT-SUB) TO WS-HIT-SOURCE
           MOVE WS-RGT-DETAIL (WS-RGT-SUB) TO WS-HIT-DETAIL
           PERFORM 3650-WRITE-HIT-EVENT
           MOVE SRT-DATE TO WS-HIT-DATE
           MOVE SRT-TIME TO WS-HIT-TIME
           MOVE SRT-TYPE TO WS-HIT-TYPE
           MOVE SRT-ACTOR TO WS-HIT-ACTOR
           MOVE SRT-SOURCE TO WS-HIT-SOURCE
           MOVE SRT-DETAIL TO WS-HIT-DETAIL
           PERFORM 3650-WRITE-HIT-EVENT
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

       3600-WRITE-HIT-HEADING.
           ADD 1 TO WS-HIT-COUNT
           ADD 1 TO WS-RULE-HITS (WS-RULE-SUB)
           MOVE SPACES TO SOD-REPORT-LINE
           STRING 'HIT ' DELIMITED BY SIZE
               WS-RULE-ID (WS-RULE-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RULE-DESCRIPTION (WS-RULE-SUB) DELIMITED BY SIZE
               ' - CUSTOMER ' DELIMITED BY SIZE
               WS-HIT-CUST-ID DELIMITED BY SIZE
               INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

       3650-WRITE-HIT-EVENT.
           MOVE SPACES TO SOD-REPORT-LINE
           STRING '    ' DELIMITED BY SIZE
               WS-HIT-SOURCE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HIT-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HIT-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HIT-TIME DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               WS-HIT-ACTOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HIT-DETAIL DELIMITED BY SIZE
               INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

       4000-FINALIZE SECTION.
       4100-WRITE-RULE-TOTALS.
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE 'HITS BY RULE' TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           PERFORM 4110-WRITE-ONE-RULE-TOTAL
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           IF WS-EVENTS-UNMATCHED > ZERO
               MOVE SPACES TO SOD-REPORT-LINE
               STRING 'NOTE: ' DELIMITED BY SIZE
                   WS-EVENTS-UNMATCHED DELIMITED BY SIZE
                   ' EVENTS PAST A TABLE LIMIT WERE NOT MATCHED'
                   DELIMITED BY SIZE
                   INTO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF
           CLOSE SOD-REPORT-FILE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Segregation-Of-Duties Conflict Summary:'
           DISPLAY 'Rules In Force: ' WS-RULE-COUNT
           DISPLAY 'Rules Rejected: ' WS-RULES-REJECTED
           DISPLAY 'Trails Absent: ' WS-TRAILS-ABSENT
           DISPLAY 'Audit Rows Read: ' WS-EVENTS-READ
           DISPLAY 'Undated Rows Skipped: ' WS-EVENTS-UNDATED
           DISPLAY 'Events Matched: ' WS-EVENTS-SORTED
           DISPLAY 'Events Past Table Limits: ' WS-EVENTS-UNMATCHED
           DISPLAY 'Conflict Hits: ' WS-HIT-COUNT.

       4999-EXIT.
           EVALUATE TRUE
               WHEN WS-HIT-COUNT > ZERO
                   MOVE 4 TO LS-SOD-RETURN-CODE
                   MOVE 'SOD CONFLICTS FOUND - SEE REPORT'
                       TO LS-SOD-MESSAGE
               WHEN WS-EVENTS-UNMATCHED > ZERO
                   MOVE 4 TO LS-SOD-RETURN-CODE
                   MOVE 'SOD CHECK INCOMPLETE - TABLE LIMIT REACHED'
                       TO LS-SOD-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-SOD-RETURN-CODE
                   MOVE 'NO SOD CONFLICTS FOUND' TO LS-SOD-MESSAGE
           END-EVALUATE

      * 4110 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       4110-WRITE-ONE-RULE-TOTAL.
           MOVE SPACES TO SOD-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-RULE-ID (WS-RULE-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RULE-HITS (WS-RULE-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RULE-DESCRIPTION (WS-RULE-SUB) DELIMITED BY SIZE
               INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'REVIEW-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-REVIEW-DAYS
           END-IF.

       9150-GET-PARAMETER.
           CALL 'SAMPLE-PROGRAM-PARMGET' USING WS-PARMGET-PARM-AREA
           EVALUATE TRUE
               WHEN PARAMETER-IN-FORCE
                   DISPLAY 'PARAMETER ' WS-PMG-PARM-NAME
                       ' IN FORCE FROM ' WS-PMG-EFFECTIVE-DATE
               WHEN WS-PMG-RETURN-CODE = 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PARAMETER FILE UNREADABLE - HOUSE '
                       'DEFAULT STANDS FOR ' WS-PMG-PARM-NAME
           END-EVALUATE.

       9200-DISPLAY-RUN-PARAMETERS.
      * The values this run uses, whichever source they came from
           DISPLAY 'SODCHK RUN PARAMETERS:'
           DISPLAY '  REVIEW-DAYS: ' WS-REVIEW-DAYS.
