       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SANCSCAN.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Sanctions list rescan. A customer who was clean the day the
      * account opened is not clean forever - names are added to
      * the sanctions list every week. When a new list arrives this
      * job registers it through the feed control facility (the
      * same list is never rescanned twice, and a list that did not
      * arrive is not mistaken for one that did), then passes every
      * customer on the master through SAMPLE-PROGRAM-SANCSCRN. New
      * potential matches are queued for compliance review under a
      * compliance hold by the screening service itself; this job
      * reports them, and every customer still under review or
      * confirmed, on the rescan report. The master carries no
      * address country, so the rescan screens on the name alone.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * One line per customer matched or still under review
           SELECT RESCAN-REPORT-FILE ASSIGN TO "CUSTSNSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  RESCAN-REPORT-FILE.
       01  RESCAN-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * Feed registration handshake - the list file is registered
      * before a single customer is screened against it
       01  WS-FEEDCTL-PARM-AREA.
           05  WS-FDC-RETURN-CODE  PIC S9(4) COMP.
           05  WS-FDC-MESSAGE      PIC X(50).
           05  WS-FDC-FUNCTION     PIC X(8).
           05  WS-FDC-FEED-CODE    PIC X(8).
           05  WS-FDC-FILE-NAME    PIC X(40).
           05  WS-FDC-BUSINESS-DATE PIC 9(8).
           05  WS-FDC-SEQUENCE     PIC 9(6).

      * Sanctions screening handshake
       01  WS-SANCSCRN-PARM-AREA.
           05  WS-SNS-RETURN-CODE  PIC S9(4) COMP.
           05  WS-SNS-MESSAGE      PIC X(50).
           05  WS-SNS-FUNCTION     PIC X(8).
           05  WS-SNS-CUST-ID      PIC 9(9).
           05  WS-SNS-NAME         PIC X(30).
           05  WS-SNS-COUNTRY      PIC X(2).
           05  WS-SNS-SOURCE       PIC X(8).
           05  WS-SNS-HIT-FLAG     PIC X.
               88  SNS-NEW-MATCH   VALUE 'Q'.
               88  SNS-UNDER-REVIEW VALUE 'P'.
               88  SNS-CONFIRMED   VALUE 'F'.
               88  SNS-WAS-CLEARED VALUE 'C'.
           05  WS-SNS-ENTRY-ID     PIC X(10).
           05  WS-SNS-LIST-NAME    PIC X(40).
           05  WS-SNS-SCORE        PIC 9(3).

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.

       01  WS-REPORT-TEXT          PIC X(30).

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-SCREENED PIC 9(7) VALUE ZERO.
           05  WS-NEW-MATCH-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-REVIEW-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-CONFIRMED-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-CLEARED-COUNT    PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-SANCSCAN-PARM-AREA.
           05  LS-SSC-RETURN-CODE  PIC S9(4) COMP.
           05  LS-SSC-MESSAGE      PIC X(50).
           05  LS-SSC-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-SANCSCAN-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCREEN-MASTER
               UNTIL FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-SSC-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-SSC-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

      * Register the list before screening against it - a list
      * already registered has already been rescanned
           MOVE 'REGISTER' TO WS-FDC-FUNCTION
           MOVE 'SDNLIST' TO WS-FDC-FEED-CODE
           MOVE 'CUSTSDNL' TO WS-FDC-FILE-NAME
           MOVE STD-CURRENT-DATE TO WS-FDC-BUSINESS-DATE
           MOVE ZERO TO WS-FDC-SEQUENCE
           CALL 'SAMPLE-PROGRAM-FEEDCTL'
               USING WS-FEEDCTL-PARM-AREA
           IF WS-FDC-RETURN-CODE NOT = ZERO
               DISPLAY 'SANCTIONS LIST REGISTRATION REFUSED: '
                   WS-FDC-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SSC-RETURN-CODE
               MOVE 'SANCTIONS LIST NOT REGISTERED - NO RESCAN'
                   TO LS-SSC-MESSAGE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SSC-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RESCAN-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING SANCTIONS RESCAN REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SSC-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           MOVE SPACES TO RESCAN-REPORT-LINE
           STRING 'SANCTIONS LIST RESCAN - ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO RESCAN-REPORT-LINE
           WRITE RESCAN-REPORT-LINE.

       2000-SCREEN-MASTER SECTION.
       2100-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET FILE-AT-END TO TRUE
               NOT AT END
                   PERFORM 2200-SCREEN-ONE-CUSTOMER
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-SCREENED
           MOVE 'SCREEN' TO WS-SNS-FUNCTION
           MOVE CUST-ID TO WS-SNS-CUST-ID
           MOVE CUST-NAME TO WS-SNS-NAME
           MOVE SPACES TO WS-SNS-COUNTRY
           MOVE 'RESCAN' TO WS-SNS-SOURCE
           CALL 'SAMPLE-PROGRAM-SANCSCRN'
               USING WS-SANCSCRN-PARM-AREA
           EVALUATE TRUE
      * A screening that cannot run cannot be half-run - stop the
      * pass, and the next list (or a rerun) screens everyone
               WHEN WS-SNS-RETURN-CODE > 4
                   DISPLAY 'SANCTIONS SCREENING FAILED: '
                       WS-SNS-MESSAGE
                   SET ERROR-OCCURRED TO TRUE
                   SET FILE-AT-END TO TRUE
               WHEN SNS-NEW-MATCH
                   ADD 1 TO WS-NEW-MATCH-COUNT
                   MOVE 'NEW POTENTIAL MATCH - QUEUED' TO WS-REPORT-TEXT
                   PERFORM 2900-WRITE-REPORT-LINE
               WHEN SNS-UNDER-REVIEW
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE 'STILL UNDER REVIEW' TO WS-REPORT-TEXT
                   PERFORM 2900-WRITE-REPORT-LINE
               WHEN SNS-CONFIRMED
                   ADD 1 TO WS-CONFIRMED-COUNT
                   MOVE 'CONFIRMED MATCH - BLOCKED' TO WS-REPORT-TEXT
                   PERFORM 2900-WRITE-REPORT-LINE
               WHEN SNS-WAS-CLEARED
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2900-WRITE-REPORT-LINE.
           MOVE SPACES TO RESCAN-REPORT-LINE
           STRING 'CUST ' DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               '  ENTRY ' DELIMITED BY SIZE
               WS-SNS-ENTRY-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SNS-LIST-NAME DELIMITED BY SIZE
               ' SCORE ' DELIMITED BY SIZE
               WS-SNS-SCORE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-REPORT-TEXT DELIMITED BY SIZE
               INTO RESCAN-REPORT-LINE
           WRITE RESCAN-REPORT-LINE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE RESCAN-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Sanctions Rescan Summary:'
           DISPLAY 'Customers Screened: ' WS-CUSTOMERS-SCREENED
           DISPLAY 'New Potential Matches Queued: '
               WS-NEW-MATCH-COUNT
           DISPLAY 'Still Under Review: ' WS-REVIEW-COUNT
           DISPLAY 'Confirmed Matches: ' WS-CONFIRMED-COUNT
           DISPLAY 'Matches Previously Cleared: ' WS-CLEARED-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 8 TO LS-SSC-RETURN-CODE
               MOVE 'SANCTIONS RESCAN FAILED - SEE JOB LOG'
                   TO LS-SSC-MESSAGE
           ELSE
               IF WS-NEW-MATCH-COUNT > ZERO
                   MOVE 4 TO LS-SSC-RETURN-CODE
                   MOVE 'SANCTIONS RESCAN - NEW MATCHES FOR REVIEW'
                       TO LS-SSC-MESSAGE
               ELSE
                   MOVE 0 TO LS-SSC-RETURN-CODE
                   MOVE 'SANCTIONS RESCAN COMPLETE'
                       TO LS-SSC-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.
