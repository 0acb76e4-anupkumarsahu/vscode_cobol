       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-JDGRPT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Judgment case report, by attorney. Every case on the judgment
      * file, CUSTJDGM, sorted by the attorney handling it, then by
      * account and case: what the court awarded (judgment, court
      * costs, post-judgment interest accrued to date), what has been
      * collected against it and how much of that came by
      * garnishment, and the judgment balance still owed. Each
      * attorney's block ends with their totals, and the report ends
      * with the totals for all attorneys - the figures the monthly
      * review with outside counsel starts from. Open cases only,
      * unless the caller asks for closed ones as well.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUDGMENT-FILE ASSIGN TO "CUSTJDGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JDG-KEY
               FILE STATUS IS WS-JDG-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

      * Case report, one block per attorney
           SELECT CASE-REPORT-FILE ASSIGN TO "CUSTJDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JUDGMENT-FILE.
           COPY JUDGMENT-RECORD.

      * One row per case reported, with the balance already worked
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ATTORNEY-CODE   PIC X(8).
           05  SRT-CUST-ID         PIC 9(9).
           05  SRT-CASE-NO         PIC 9(3).
           05  SRT-ATTORNEY-NAME   PIC X(30).
           05  SRT-COURT-CASE-ID   PIC X(20).
           05  SRT-STATUS          PIC X.
           05  SRT-JUDGMENT-AMOUNT PIC S9(7)V99.
           05  SRT-COURT-COSTS     PIC S9(7)V99.
           05  SRT-INTEREST        PIC S9(7)V99.
           05  SRT-COLLECTED       PIC S9(7)V99.
           05  SRT-GARNISHED       PIC S9(7)V99.
           05  SRT-BALANCE         PIC S9(8)V99.

       FD  CASE-REPORT-FILE.
       01  CASE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-JDG-FILE-STATUS      PIC XX.
           88  JDG-FILE-OK         VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-GROUP-OPEN-FLAG  PIC X VALUE 'N'.
               88  GROUP-IS-OPEN   VALUE 'Y'.
           05  WS-INCLUDE-CLOSED-FLAG PIC X VALUE 'N'.
               88  INCLUDE-CLOSED-CASES VALUE 'Y'.

      * Judgment, costs, interest, collected, garnished, balance -
      * one set for the attorney being written, one for the report
       01  WS-GROUP-AREA.
           05  WS-GROUP-ATTORNEY-CODE PIC X(8) VALUE SPACES.
           05  WS-GROUP-CASES      PIC 9(4) VALUE ZERO.
           05  WS-GROUP-TOTALS.
               10  WS-GROUP-AMOUNT PIC S9(11)V99 OCCURS 6 TIMES.
       01  WS-GRAND-AREA.
           05  WS-GRAND-CASES      PIC 9(6) VALUE ZERO.
           05  WS-GRAND-TOTALS.
               10  WS-GRAND-AMOUNT PIC S9(11)V99 OCCURS 6 TIMES.
       01  WS-TOTAL-SUB            PIC 9(2) COMP.

       01  WS-DISPLAY-FIELDS.
           05  WS-LINE-AMOUNTS.
               10  WS-LINE-DISPLAY PIC Z,ZZZ,ZZ9.99- OCCURS 6 TIMES.
           05  WS-TOTAL-AMOUNTS.
               10  WS-TOTAL-DISPLAY PIC ZZ,ZZZ,ZZ9.99- OCCURS 6 TIMES.
           05  WS-COUNT-DISPLAY    PIC ZZZ,ZZ9.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-ATTORNEYS-REPORTED PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-JDGRPT-PARM-AREA.
           05  LS-JDR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-JDR-MESSAGE      PIC X(50).
      * Y = satisfied and vacated cases too; anything else, open only
           05  LS-JDR-INCLUDE-CLOSED PIC X.

       PROCEDURE DIVISION USING LS-JDGRPT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ATTORNEY-CODE SRT-CUST-ID
                   SRT-CASE-NO
               INPUT PROCEDURE IS 2000-BUILD-SORT-FILE
               OUTPUT PROCEDURE IS 3000-WRITE-CASES
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-JDR-INCLUDE-CLOSED = 'Y'
               SET INCLUDE-CLOSED-CASES TO TRUE
           END-IF
           OPEN INPUT JUDGMENT-FILE
           IF NOT JDG-FILE-OK
               DISPLAY 'NO JUDGMENT FILE - NOTHING TO REPORT'
               MOVE 0 TO LS-JDR-RETURN-CODE
               MOVE 'NO JUDGMENT FILE PRESENT' TO LS-JDR-MESSAGE
               GOBACK
           END-IF

           OPEN OUTPUT CASE-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING JUDGMENT CASE REPORT: '
                   WS-RPT-FILE-STATUS
               MOVE 8 TO LS-JDR-RETURN-CODE
               MOVE 'CASE REPORT NOT OPENED' TO LS-JDR-MESSAGE
               CLOSE JUDGMENT-FILE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           INITIALIZE WS-GRAND-TOTALS
           MOVE SPACES TO CASE-REPORT-LINE
           IF INCLUDE-CLOSED-CASES
               STRING 'JUDGMENT CASES BY ATTORNEY - ALL CASES - RUN '
                   DELIMITED BY SIZE
                   STD-CURRENT-DATE DELIMITED BY SIZE
                   INTO CASE-REPORT-LINE
           ELSE
               STRING 'JUDGMENT CASES BY ATTORNEY - OPEN CASES - RUN '
                   DELIMITED BY SIZE
                   STD-CURRENT-DATE DELIMITED BY SIZE
                   INTO CASE-REPORT-LINE
           END-IF
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE.

       2000-BUILD-SORT-FILE SECTION.
       2010-BUILD-SORT-FILE-CONTROL.
           PERFORM 2100-READ-JUDGMENT
               UNTIL END-OF-FILE

      * 2100 and what it PERFORMs already ran above via the explicit
      * PERFORM - exit the section here instead of falling into them
      * a second time
           EXIT SECTION.

       2100-READ-JUDGMENT.
           READ JUDGMENT-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF JDG-OPEN OR INCLUDE-CLOSED-CASES
                       PERFORM 2200-RELEASE-CASE
                   END-IF
           END-READ.

       2200-RELEASE-CASE.
           MOVE JDG-ATTORNEY-CODE TO SRT-ATTORNEY-CODE
           MOVE JDG-CUST-ID TO SRT-CUST-ID
           MOVE JDG-CASE-NO TO SRT-CASE-NO
           MOVE JDG-ATTORNEY-NAME TO SRT-ATTORNEY-NAME
           MOVE JDG-COURT-CASE-ID TO SRT-COURT-CASE-ID
           MOVE JDG-STATUS TO SRT-STATUS
           MOVE JDG-JUDGMENT-AMOUNT TO SRT-JUDGMENT-AMOUNT
           MOVE JDG-COURT-COSTS TO SRT-COURT-COSTS
           MOVE JDG-INTEREST-ACCRUED TO SRT-INTEREST
           MOVE JDG-COLLECTED TO SRT-COLLECTED
           MOVE JDG-GARNISHED TO SRT-GARNISHED
           COMPUTE SRT-BALANCE =
               JDG-JUDGMENT-AMOUNT + JDG-COURT-COSTS
               + JDG-INTEREST-ACCRUED - JDG-COLLECTED
           RELEASE SORT-RECORD.

       3000-WRITE-CASES SECTION.
       3010-WRITE-CONTROL.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 3100-RETURN-CASE
               UNTIL END-OF-FILE
           IF GROUP-IS-OPEN
               PERFORM 3400-CLOSE-GROUP
           END-IF
           PERFORM 3500-WRITE-GRAND-TOTALS

      * 3100 through 3500 already ran above via the explicit PERFORM
      * - exit the section here instead of falling into them a
      * second time
           EXIT SECTION.

       3100-RETURN-CASE.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF GROUP-IS-OPEN
                       AND SRT-ATTORNEY-CODE
                           NOT = WS-GROUP-ATTORNEY-CODE
                       PERFORM 3400-CLOSE-GROUP
                   END-IF
                   IF NOT GROUP-IS-OPEN
                       PERFORM 3200-OPEN-GROUP
                   END-IF
                   PERFORM 3300-WRITE-CASE-LINE
           END-RETURN.

       3200-OPEN-GROUP.
           SET GROUP-IS-OPEN TO TRUE
           MOVE SRT-ATTORNEY-CODE TO WS-GROUP-ATTORNEY-CODE
           MOVE ZERO TO WS-GROUP-CASES
           INITIALIZE WS-GROUP-TOTALS
           MOVE SPACES TO CASE-REPORT-LINE
           STRING 'ATTORNEY ' DELIMITED BY SIZE
               SRT-ATTORNEY-CODE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               SRT-ATTORNEY-NAME DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           STRING '  CUST-ID   CASE DOCKET               S'
                   DELIMITED BY SIZE
               '      JUDGMENT         COSTS      INTEREST'
                   DELIMITED BY SIZE
               '     COLLECTED     GARNISHED       BALANCE'
                   DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE.

       3300-WRITE-CASE-LINE.
           ADD 1 TO WS-GROUP-CASES
           ADD SRT-JUDGMENT-AMOUNT TO WS-GROUP-AMOUNT (1)
           ADD SRT-COURT-COSTS TO WS-GROUP-AMOUNT (2)
           ADD SRT-INTEREST TO WS-GROUP-AMOUNT (3)
           ADD SRT-COLLECTED TO WS-GROUP-AMOUNT (4)
           ADD SRT-GARNISHED TO WS-GROUP-AMOUNT (5)
           ADD SRT-BALANCE TO WS-GROUP-AMOUNT (6)
           MOVE SRT-JUDGMENT-AMOUNT TO WS-LINE-DISPLAY (1)
           MOVE SRT-COURT-COSTS TO WS-LINE-DISPLAY (2)
           MOVE SRT-INTEREST TO WS-LINE-DISPLAY (3)
           MOVE SRT-COLLECTED TO WS-LINE-DISPLAY (4)
           MOVE SRT-GARNISHED TO WS-LINE-DISPLAY (5)
           MOVE SRT-BALANCE TO WS-LINE-DISPLAY (6)
           MOVE SPACES TO CASE-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               SRT-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-CASE-NO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               SRT-COURT-CASE-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LINE-AMOUNTS DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE.

       3400-CLOSE-GROUP.
           PERFORM 3410-MOVE-GROUP-TOTAL
               VARYING WS-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-TOTAL-SUB > 6
           MOVE WS-GROUP-CASES TO WS-COUNT-DISPLAY
           MOVE SPACES TO CASE-REPORT-LINE
           STRING '  CASES ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '                 ' DELIMITED BY SIZE
               WS-TOTAL-AMOUNTS DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           ADD 1 TO WS-ATTORNEYS-REPORTED
           ADD WS-GROUP-CASES TO WS-GRAND-CASES
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.

       3410-MOVE-GROUP-TOTAL.
           MOVE WS-GROUP-AMOUNT (WS-TOTAL-SUB)
               TO WS-TOTAL-DISPLAY (WS-TOTAL-SUB)
           ADD WS-GROUP-AMOUNT (WS-TOTAL-SUB)
               TO WS-GRAND-AMOUNT (WS-TOTAL-SUB).

       3500-WRITE-GRAND-TOTALS.
           PERFORM 3510-MOVE-GRAND-TOTAL
               VARYING WS-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-TOTAL-SUB > 6
           MOVE WS-GRAND-CASES TO WS-COUNT-DISPLAY
           MOVE SPACES TO CASE-REPORT-LINE
           STRING 'ALL ATTORNEYS - CASES ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-TOTAL-AMOUNTS DELIMITED BY SIZE
               INTO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE.

       3510-MOVE-GRAND-TOTAL.
           MOVE WS-GRAND-AMOUNT (WS-TOTAL-SUB)
               TO WS-TOTAL-DISPLAY (WS-TOTAL-SUB).

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           CLOSE JUDGMENT-FILE
           CLOSE CASE-REPORT-FILE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Judgment Case Report Summary:'
           DISPLAY 'Judgment Rows Read: ' WS-ROWS-READ
           DISPLAY 'Cases Reported: ' WS-GRAND-CASES
           DISPLAY 'Attorneys Reported: ' WS-ATTORNEYS-REPORTED
           DISPLAY 'Total Judgment Balance: ' WS-GRAND-AMOUNT (6)
           DISPLAY 'Total Collected: ' WS-GRAND-AMOUNT (4).

       4999-EXIT.
           MOVE 0 TO LS-JDR-RETURN-CODE
           MOVE 'JUDGMENT CASE REPORT COMPLETE' TO LS-JDR-MESSAGE
           EXIT SECTION.
