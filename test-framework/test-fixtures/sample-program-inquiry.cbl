      * together the CUSTOMER-RECORD itself, the STATUS-HISTORY-FILE
      * row, the most recent MAINTENANCE-AUDIT-FILE activity (who
      * changed what, old and new values), any EXCEPTION-FILE rows
      * for the account, its REACTIVATION-AUDIT-FILE history, and
      * its complaint cases, open and closed, its guarantors and
      * co-obligors (and any accounts this customer has signed for
      * in turn), and the account splits it took part in - which
      * account it was split from, or which it was split into -
      * and the free-text account notes, newest first with any
      * follow-up date - onto one screen for the service rep.
      * Every side file is
      * optional - a missing file just shows an empty section, never
      * a failed inquiry.
      *****************************************************************
               RECORD KEY IS BHST-KEY
               FILE STATUS IS WS-BHST-FILE-STATUS.

      * Complaint cases from the complaint log
           SELECT COMPLAINT-FILE ASSIGN TO "CUSTCMPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CMP-FILE-STATUS.

      * Guarantors and co-obligors on the account
           SELECT GUARANTOR-FILE ASSIGN TO "CUSTGUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRT-KEY
               FILE STATUS IS WS-GRT-FILE-STATUS.

      * Split-from / split-to cross-reference from the split job
           SELECT SPLIT-XREF-FILE ASSIGN TO "CUSTSPLX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPX-KEY
               FILE STATUS IS WS-SPX-FILE-STATUS.

      * Account notes written from the maintenance screen
           SELECT ACCOUNT-NOTE-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  BALANCE-HISTORY-FILE.
           COPY BALANCE-HISTORY-RECORD.

       FD  COMPLAINT-FILE.
           COPY COMPLAINT-RECORD.

       FD  GUARANTOR-FILE.
           COPY GUARANTOR-RECORD.

       FD  SPLIT-XREF-FILE.
           COPY SPLIT-XREF-RECORD.

       FD  ACCOUNT-NOTE-FILE.
           COPY ACCOUNT-NOTE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

           88  HISTORY-WALK-DONE   VALUE 'Y'.
       01  WS-BHST-SHOWN           PIC 9(2) VALUE ZERO.

       01  WS-CMP-FILE-STATUS      PIC XX.
           88  CMP-FILE-OK         VALUE '00'.
       01  WS-CMP-DONE-FLAG        PIC X VALUE 'N'.
           88  COMPLAINT-WALK-DONE VALUE 'Y'.
       01  WS-CMP-SHOWN            PIC 9(3) VALUE ZERO.

       01  WS-GRT-FILE-STATUS      PIC XX.
           88  GRT-FILE-OK         VALUE '00'.
       01  WS-GRT-DONE-FLAG        PIC X VALUE 'N'.
           88  GUARANTOR-WALK-DONE VALUE 'Y'.
       01  WS-GRT-SHOWN            PIC 9(3) VALUE ZERO.
       01  WS-GRT-GIVEN            PIC 9(3) VALUE ZERO.

       01  WS-SPX-FILE-STATUS      PIC XX.
           88  SPX-FILE-OK         VALUE '00'.
       01  WS-SPX-DONE-FLAG        PIC X VALUE 'N'.
           88  SPLIT-WALK-DONE     VALUE 'Y'.
       01  WS-SPX-SHOWN            PIC 9(3) VALUE ZERO.

       01  WS-NTE-FILE-STATUS      PIC XX.
           88  NTE-FILE-OK         VALUE '00'.
       01  WS-NTE-DONE-FLAG        PIC X VALUE 'N'.
           88  NOTE-WALK-DONE      VALUE 'Y'.
       01  WS-NTE-SHOWN            PIC 9(3) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           PERFORM 2400-SHOW-REACTIVATIONS
           PERFORM 2450-SHOW-RISK-GRADE
           PERFORM 2500-SHOW-BALANCE-HISTORY
           PERFORM 2600-SHOW-COMPLAINTS
           PERFORM 2700-SHOW-GUARANTORS
           PERFORM 2800-SHOW-ACCOUNT-SPLITS
           PERFORM 2900-SHOW-ACCOUNT-NOTES
           PERFORM 3000-FINALIZE
           GOBACK.

                   END-IF
           END-READ.

       2600-SHOW-COMPLAINTS SECTION.
       2610-WALK-COMPLAINTS.
      * Keyed by CUST-ID and case number, so positioning at case
      * zero walks the account's cases oldest first
           DISPLAY ' '
           DISPLAY 'COMPLAINTS:'
           OPEN INPUT COMPLAINT-FILE
           IF CMP-FILE-OK
               MOVE WS-TARGET-CUST-ID TO CMP-CUST-ID
               MOVE ZERO TO CMP-CASE-NO
               START COMPLAINT-FILE
                   KEY IS NOT LESS THAN CMP-KEY
                   INVALID KEY
                       SET COMPLAINT-WALK-DONE TO TRUE
               END-START
               PERFORM 2620-READ-COMPLAINT-ROW
                   UNTIL COMPLAINT-WALK-DONE
               CLOSE COMPLAINT-FILE
               IF WS-CMP-SHOWN = ZERO
                   DISPLAY '  (NO COMPLAINTS ON FILE)'
               END-IF
           ELSE
               DISPLAY '  (NO COMPLAINT FILE)'
           END-IF

      * 2620 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2620-READ-COMPLAINT-ROW.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   SET COMPLAINT-WALK-DONE TO TRUE
               NOT AT END
                   IF CMP-CUST-ID NOT = WS-TARGET-CUST-ID
                       SET COMPLAINT-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-CMP-SHOWN
                       DISPLAY '  CASE ' CMP-CASE-NO ' '
                           CMP-CATEGORY ' VIA ' CMP-CHANNEL ' '
                           CMP-REGULATOR ' RECEIVED '
                           CMP-RECEIVED-DATE ' DUE '
                           CMP-RESPONSE-DUE-DATE
                       DISPLAY '    ' CMP-DESCRIPTION
                       IF CMP-CLOSED
                           DISPLAY '    CLOSED ' CMP-CLOSED-DATE
                               ' ROOT CAUSE ' CMP-ROOT-CAUSE
                               ' RESOLUTION ' CMP-RESOLUTION-CODE
                               ' ' CMP-RESOLUTION-TEXT
                       ELSE
                           DISPLAY '    STILL OPEN'
                       END-IF
                   END-IF
           END-READ.

       2700-SHOW-GUARANTORS SECTION.
       2710-WALK-GUARANTORS.
      * Keyed by the guaranteed account's CUST-ID and a sequence,
      * so positioning at sequence zero walks this account's
      * signers; released signers still show, marked as such
           DISPLAY ' '
           DISPLAY 'GUARANTORS / CO-OBLIGORS:'
           OPEN INPUT GUARANTOR-FILE
           IF GRT-FILE-OK
               MOVE WS-TARGET-CUST-ID TO GRT-CUST-ID
               MOVE ZERO TO GRT-SEQ-NO
               START GUARANTOR-FILE
                   KEY IS NOT LESS THAN GRT-KEY
                   INVALID KEY
                       SET GUARANTOR-WALK-DONE TO TRUE
               END-START
               PERFORM 2720-READ-GUARANTOR-ROW
                   UNTIL GUARANTOR-WALK-DONE
               IF WS-GRT-SHOWN = ZERO
                   DISPLAY '  (NONE ON FILE)'
               END-IF
               PERFORM 2730-SHOW-GUARANTEES-GIVEN
               CLOSE GUARANTOR-FILE
           ELSE
               DISPLAY '  (NO GUARANTOR FILE)'
           END-IF

      * 2720/2730 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2720-READ-GUARANTOR-ROW.
           READ GUARANTOR-FILE NEXT RECORD
               AT END
                   SET GUARANTOR-WALK-DONE TO TRUE
               NOT AT END
                   IF GRT-CUST-ID NOT = WS-TARGET-CUST-ID
                       SET GUARANTOR-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-GRT-SHOWN
                       DISPLAY '  ' GRT-SEQ-NO ' ' GRT-NAME
                           ' TYPE ' GRT-LIABILITY-TYPE
                           ' LIMIT ' GRT-GUARANTEE-LIMIT
                           ' SINCE ' GRT-EFFECTIVE-DATE
                       DISPLAY '     ' GRT-ADDRESS-LINE-1 ' '
                           GRT-CITY ' ' GRT-STATE ' ' GRT-ZIP-CODE
                       DISPLAY '     PHONE ' GRT-PHONE
                           ' OWN CUST-ID ' GRT-GUARANTOR-CUST-ID
                       IF GRT-RELEASED
                           DISPLAY '     RELEASED '
                               GRT-RELEASED-DATE
                       END-IF
                   END-IF
           END-READ.

       2730-SHOW-GUARANTEES-GIVEN.
      * The other direction - accounts this customer has signed for
      * - has no key of its own, so the whole file is read through
           DISPLAY 'ACCOUNTS THIS CUSTOMER HAS SIGNED FOR:'
           MOVE 'N' TO WS-GRT-DONE-FLAG
           MOVE LOW-VALUES TO GRT-KEY
           START GUARANTOR-FILE
               KEY IS NOT LESS THAN GRT-KEY
               INVALID KEY
                   SET GUARANTOR-WALK-DONE TO TRUE
           END-START
           PERFORM 2740-READ-GIVEN-ROW
               UNTIL GUARANTOR-WALK-DONE
           IF WS-GRT-GIVEN = ZERO
               DISPLAY '  (NONE)'
           END-IF.

       2740-READ-GIVEN-ROW.
           READ GUARANTOR-FILE NEXT RECORD
               AT END
                   SET GUARANTOR-WALK-DONE TO TRUE
               NOT AT END
                   IF GRT-GUARANTOR-CUST-ID = WS-TARGET-CUST-ID
                       AND GRT-ACTIVE
                       ADD 1 TO WS-GRT-GIVEN
                       DISPLAY '  CUST-ID ' GRT-CUST-ID
                           ' TYPE ' GRT-LIABILITY-TYPE
                           ' LIMIT ' GRT-GUARANTEE-LIMIT
                   END-IF
           END-READ.

       2800-SHOW-ACCOUNT-SPLITS SECTION.
       2810-WALK-SPLITS.
      * Keyed by this account's CUST-ID and the related one, so
      * positioning at related id zero walks every split the
      * account took part in, on either side
           DISPLAY ' '
           DISPLAY 'ACCOUNT SPLITS:'
           OPEN INPUT SPLIT-XREF-FILE
           IF SPX-FILE-OK
               MOVE WS-TARGET-CUST-ID TO SPX-CUST-ID
               MOVE ZERO TO SPX-RELATED-CUST-ID
               START SPLIT-XREF-FILE
                   KEY IS NOT LESS THAN SPX-KEY
                   INVALID KEY
                       SET SPLIT-WALK-DONE TO TRUE
               END-START
               PERFORM 2820-READ-SPLIT-ROW
                   UNTIL SPLIT-WALK-DONE
               CLOSE SPLIT-XREF-FILE
               IF WS-SPX-SHOWN = ZERO
                   DISPLAY '  (NONE)'
               END-IF
           ELSE
               DISPLAY '  (NO SPLIT XREF FILE)'
           END-IF

      * 2820 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2820-READ-SPLIT-ROW.
           READ SPLIT-XREF-FILE NEXT RECORD
               AT END
                   SET SPLIT-WALK-DONE TO TRUE
               NOT AT END
                   IF SPX-CUST-ID NOT = WS-TARGET-CUST-ID
                       SET SPLIT-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-SPX-SHOWN
                       IF SPX-SPLIT-FROM
                           DISPLAY '  SPLIT FROM CUST-ID '
                               SPX-RELATED-CUST-ID ' ON '
                               SPX-SPLIT-DATE ' ' SPX-REASON-CODE
                       ELSE
                           DISPLAY '  SPLIT INTO CUST-ID '
                               SPX-RELATED-CUST-ID ' ON '
                               SPX-SPLIT-DATE ' ' SPX-REASON-CODE
                       END-IF
                       DISPLAY '    ' SPX-INVOICES-MOVED
                           ' INVOICES, BALANCE ' SPX-BALANCE-MOVED
                           ', PLAN MOVED ' SPX-PLAN-MOVED-FLAG
                           ', BY ' SPX-OPERATOR-ID
                   END-IF
           END-READ.

       2900-SHOW-ACCOUNT-NOTES SECTION.
       2910-WALK-NOTES.
      * Keyed by CUST-ID and the note date turned upside down, so
      * positioning at the account's first key walks its notes
      * newest first
           DISPLAY ' '
           DISPLAY 'ACCOUNT NOTES:'
           OPEN INPUT ACCOUNT-NOTE-FILE
           IF NTE-FILE-OK
               MOVE WS-TARGET-CUST-ID TO NTE-CUST-ID
               MOVE ZERO TO NTE-INVERTED-DATE
               MOVE ZERO TO NTE-SEQ-NO
               START ACCOUNT-NOTE-FILE
                   KEY IS NOT LESS THAN NTE-KEY
                   INVALID KEY
                       SET NOTE-WALK-DONE TO TRUE
               END-START
               PERFORM 2920-READ-NOTE-ROW
                   UNTIL NOTE-WALK-DONE
               CLOSE ACCOUNT-NOTE-FILE
               IF WS-NTE-SHOWN = ZERO
                   DISPLAY '  (NO NOTES ON FILE)'
               END-IF
           ELSE
               DISPLAY '  (NO ACCOUNT NOTE FILE)'
           END-IF

      * 2920 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2920-READ-NOTE-ROW.
           READ ACCOUNT-NOTE-FILE NEXT RECORD
               AT END
                   SET NOTE-WALK-DONE TO TRUE
               NOT AT END
                   IF NTE-CUST-ID NOT = WS-TARGET-CUST-ID
                       SET NOTE-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-NTE-SHOWN
                       DISPLAY '  ' NTE-NOTE-DATE ' ' NTE-NOTE-TIME
                           ' ' NTE-CATEGORY ' BY ' NTE-OPERATOR-ID
                       DISPLAY '    ' NTE-TEXT
                       IF NTE-FOLLOW-UP-DATE NOT = ZERO
                           DISPLAY '    FOLLOW UP ' NTE-FOLLOW-UP-DATE
                               ' BY ' NTE-FOLLOW-UP-OPERATOR
                       END-IF
                   END-IF
           END-READ.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE.
