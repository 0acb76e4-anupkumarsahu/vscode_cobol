       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-RECCONV.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Record-layout conversion for the keyed files whose rows grew
      * this release: the open-item invoices (payment terms, the
      * early-payment discount, credit memos and rebills), the
      * balance history (prior-period restatement marks), the
      * dunning levels (print-vendor mailing confirmation), the
      * fraud review queue (parent-level remittance fields) and the
      * inbound feed registrations (posting backout marks). Run
      * once at cutover, in the style SAMPLE-PROGRAM-CUSTCONV and
      * SAMPLE-PROGRAM-IDCONV set: each file is read under its
      * frozen OLD-* layout and rewritten under the current layout
      * into a "...NEW" companion file that operations swaps in at
      * the end of the window. Every field the old row carried
      * comes across unchanged; the new fields come across spaced
      * or zeroed, which every reader already takes to mean "from
      * before this was tracked" - an invoice with no due date
      * falls due on the house Net 30, a dunning letter with a
      * space mail status was sent before confirmations were
      * tracked, a feed registration with a space status is
      * active. The one exception is the balance as first
      * reported on a balance history row, which is the month-end
      * balance itself until a restatement moves it - the same
      * figure the period-end close stamps on the rows it writes.
      * A file that does not exist yet simply converts zero rows,
      * which is fine for a shop that has not used that feature.
      *
      * Cutover order:
      *   1. Let the last night's cycle finish on the old programs,
      *      then hold every job that opens CUSTINVC, CUSTBHST,
      *      CUSTDUNL, CUSTFRDQ or CUSTFDCL.
      *   2. Back up the five files under dated pre-cutover names.
      *      A shop still on six-digit customer numbers runs
      *      SAMPLE-PROGRAM-IDCONV and swaps its files in first -
      *      this job reads the nine-digit layouts.
      *   3. Run this job. Anything but RC 0 stops the cutover -
      *      the live files are untouched, so the night reruns on
      *      the old programs.
      *   4. Check the summary counts against the backup row counts,
      *      then rename each "...NEW" file over its live name.
      *   5. Only then release the new program load and the held
      *      jobs; no program on the new load may open one of these
      *      files before its swap, and no program on the old load
      *      may open one after.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-INVOICE-FILE ASSIGN TO "CUSTINVC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OINV-KEY
               FILE STATUS IS WS-OINV-STATUS.
           SELECT NEW-INVOICE-FILE ASSIGN TO "CUSTINVCNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-NINV-STATUS.

           SELECT OLD-BALHIST-FILE ASSIGN TO "CUSTBHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBHST-KEY
               FILE STATUS IS WS-OBHS-STATUS.
           SELECT NEW-BALHIST-FILE ASSIGN TO "CUSTBHSTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BHST-KEY
               FILE STATUS IS WS-NBHS-STATUS.

           SELECT OLD-DUNLVL-FILE ASSIGN TO "CUSTDUNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ODUN-CUST-ID
               FILE STATUS IS WS-ODUN-STATUS.
           SELECT NEW-DUNLVL-FILE ASSIGN TO "CUSTDUNLNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DUN-CUST-ID
               FILE STATUS IS WS-NDUN-STATUS.

           SELECT OLD-FRAUDQ-FILE ASSIGN TO "CUSTFRDQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OFRQ-KEY
               FILE STATUS IS WS-OFRQ-STATUS.
           SELECT NEW-FRAUDQ-FILE ASSIGN TO "CUSTFRDQNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRQ-KEY
               FILE STATUS IS WS-NFRQ-STATUS.

           SELECT OLD-FEEDCTL-FILE ASSIGN TO "CUSTFDCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OFDC-KEY
               FILE STATUS IS WS-OFDC-STATUS.
           SELECT NEW-FEEDCTL-FILE ASSIGN TO "CUSTFDCLNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDC-KEY
               FILE STATUS IS WS-NFDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-INVOICE-FILE.
           COPY OLD-INVOICE-RECORD.

       FD  NEW-INVOICE-FILE.
           COPY INVOICE-RECORD.

       FD  OLD-BALHIST-FILE.
           COPY OLD-BALANCE-HISTORY-RECORD.

       FD  NEW-BALHIST-FILE.
           COPY BALANCE-HISTORY-RECORD.

       FD  OLD-DUNLVL-FILE.
           COPY OLD-DUNNING-LEVEL-RECORD.

       FD  NEW-DUNLVL-FILE.
           COPY DUNNING-LEVEL-RECORD.

       FD  OLD-FRAUDQ-FILE.
           COPY OLD-FRAUD-REVIEW-RECORD.

       FD  NEW-FRAUDQ-FILE.
           COPY FRAUD-REVIEW-RECORD.

       FD  OLD-FEEDCTL-FILE.
           COPY OLD-FEED-CONTROL-RECORD.

       FD  NEW-FEEDCTL-FILE.
           COPY FEED-CONTROL-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-OINV-STATUS          PIC XX.
           88  OINV-OK             VALUE '00'.
           88  OINV-AT-END         VALUE '10'.
           88  OINV-MISSING        VALUE '35'.
       01  WS-NINV-STATUS          PIC XX.
           88  NINV-OK             VALUE '00'.
       01  WS-OBHS-STATUS          PIC XX.
           88  OBHS-OK             VALUE '00'.
           88  OBHS-AT-END         VALUE '10'.
           88  OBHS-MISSING        VALUE '35'.
       01  WS-NBHS-STATUS          PIC XX.
           88  NBHS-OK             VALUE '00'.
       01  WS-ODUN-STATUS          PIC XX.
           88  ODUN-OK             VALUE '00'.
           88  ODUN-AT-END         VALUE '10'.
           88  ODUN-MISSING        VALUE '35'.
       01  WS-NDUN-STATUS          PIC XX.
           88  NDUN-OK             VALUE '00'.
       01  WS-OFRQ-STATUS          PIC XX.
           88  OFRQ-OK             VALUE '00'.
           88  OFRQ-AT-END         VALUE '10'.
           88  OFRQ-MISSING        VALUE '35'.
       01  WS-NFRQ-STATUS          PIC XX.
           88  NFRQ-OK             VALUE '00'.
       01  WS-OFDC-STATUS          PIC XX.
           88  OFDC-OK             VALUE '00'.
           88  OFDC-AT-END         VALUE '10'.
           88  OFDC-MISSING        VALUE '35'.
       01  WS-NFDC-STATUS          PIC XX.
           88  NFDC-OK             VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-INVC-CONVERTED   PIC 9(8) VALUE ZERO.
           05  WS-BHST-CONVERTED   PIC 9(8) VALUE ZERO.
           05  WS-DUNL-CONVERTED   PIC 9(8) VALUE ZERO.
           05  WS-FRDQ-CONVERTED   PIC 9(8) VALUE ZERO.
           05  WS-FDCL-CONVERTED   PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-RECCONV-PARM-AREA.
           05  LS-RCV-RETURN-CODE  PIC S9(4) COMP.
           05  LS-RCV-MESSAGE      PIC X(50).

       PROCEDURE DIVISION USING LS-RECCONV-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point - one converted file per section
           PERFORM 2100-CONVERT-INVOICES
           PERFORM 2200-CONVERT-BALANCE-HISTORY
           PERFORM 2300-CONVERT-DUN-LEVELS
           PERFORM 2400-CONVERT-FRAUD-QUEUE
           PERFORM 2500-CONVERT-FEED-CONTROL
           PERFORM 3000-FINALIZE
           GOBACK.

       2100-CONVERT-INVOICES SECTION.
       2110-DRIVE-INVOICES.
           OPEN INPUT OLD-INVOICE-FILE
           IF OINV-OK
               OPEN OUTPUT NEW-INVOICE-FILE
               IF NOT NINV-OK
                   DISPLAY 'CUSTINVCNEW NOT OPENED: ' WS-NINV-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE OLD-INVOICE-FILE
               ELSE
                   PERFORM 2120-CONVERT-ONE-INVOICE
                       UNTIL OINV-AT-END
                   CLOSE OLD-INVOICE-FILE
                   CLOSE NEW-INVOICE-FILE
               END-IF
           ELSE
               IF NOT OINV-MISSING
                   DISPLAY 'CUSTINVC NOT OPENED: ' WS-OINV-STATUS
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           END-IF

      * 2120 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2120-CONVERT-ONE-INVOICE.
           READ OLD-INVOICE-FILE NEXT RECORD
               AT END
                   SET OINV-AT-END TO TRUE
               NOT AT END
                   MOVE OINV-CUST-ID TO INV-CUST-ID
                   MOVE OINV-INVOICE-NO TO INV-INVOICE-NO
                   MOVE OINV-STATUS TO INV-STATUS
                   MOVE OINV-INVOICE-DATE TO INV-INVOICE-DATE
                   MOVE OINV-ORIGINAL-AMOUNT TO INV-ORIGINAL-AMOUNT
                   MOVE OINV-OPEN-AMOUNT TO INV-OPEN-AMOUNT
                   MOVE OINV-PAID-DATE TO INV-PAID-DATE
                   MOVE OINV-SOURCE-CODE TO INV-SOURCE-CODE
      * No terms were stamped on these invoices - no due date, no
      * discount offered or taken, no credit memos, not a rebill
                   MOVE SPACES TO INV-TERMS-CODE
                   MOVE ZERO TO INV-DUE-DATE
                   MOVE ZERO TO INV-DISCOUNT-PCT
                   MOVE ZERO TO INV-DISCOUNT-DATE
                   MOVE ZERO TO INV-DISCOUNT-TAKEN
                   MOVE ZERO TO INV-CREDITED-AMOUNT
                   MOVE ZERO TO INV-REPLACES-INVOICE-NO
                   WRITE INVOICE-RECORD
                       INVALID KEY
                           DISPLAY 'CUSTINVCNEW WRITE FAILED FOR '
                               INV-CUST-ID '/' INV-INVOICE-NO
                               ' STATUS=' WS-NINV-STATUS
                           SET ERROR-OCCURRED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-INVC-CONVERTED
                   END-WRITE
           END-READ.

       2200-CONVERT-BALANCE-HISTORY SECTION.
       2210-DRIVE-BALANCE-HISTORY.
           OPEN INPUT OLD-BALHIST-FILE
           IF OBHS-OK
               OPEN OUTPUT NEW-BALHIST-FILE
               IF NOT NBHS-OK
                   DISPLAY 'CUSTBHSTNEW NOT OPENED: ' WS-NBHS-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE OLD-BALHIST-FILE
               ELSE
                   PERFORM 2220-CONVERT-ONE-BALANCE-ROW
                       UNTIL OBHS-AT-END
                   CLOSE OLD-BALHIST-FILE
                   CLOSE NEW-BALHIST-FILE
               END-IF
           ELSE
               IF NOT OBHS-MISSING
                   DISPLAY 'CUSTBHST NOT OPENED: ' WS-OBHS-STATUS
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           END-IF

      * 2220 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2220-CONVERT-ONE-BALANCE-ROW.
           READ OLD-BALHIST-FILE NEXT RECORD
               AT END
                   SET OBHS-AT-END TO TRUE
               NOT AT END
                   MOVE OBHST-CUST-ID TO BHST-CUST-ID
                   MOVE OBHST-PERIOD-ID TO BHST-PERIOD-ID
                   MOVE OBHST-MONTH-END-BALANCE
                       TO BHST-MONTH-END-BALANCE
                   MOVE OBHST-DAYS-PAST-DUE TO BHST-DAYS-PAST-DUE
      * Never restated - the balance as first reported is the
      * month-end balance itself
                   MOVE SPACE TO BHST-RESTATED-FLAG
                   MOVE ZERO TO BHST-RESTATED-DATE
                   MOVE OBHST-MONTH-END-BALANCE
                       TO BHST-ORIGINAL-BALANCE
                   WRITE BALANCE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY 'CUSTBHSTNEW WRITE FAILED FOR '
                               BHST-CUST-ID '/' BHST-PERIOD-ID
                               ' STATUS=' WS-NBHS-STATUS
                           SET ERROR-OCCURRED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-BHST-CONVERTED
                   END-WRITE
           END-READ.

       2300-CONVERT-DUN-LEVELS SECTION.
       2310-DRIVE-DUN-LEVELS.
           OPEN INPUT OLD-DUNLVL-FILE
           IF ODUN-OK
               OPEN OUTPUT NEW-DUNLVL-FILE
               IF NOT NDUN-OK
                   DISPLAY 'CUSTDUNLNEW NOT OPENED: ' WS-NDUN-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE OLD-DUNLVL-FILE
               ELSE
                   PERFORM 2320-CONVERT-ONE-DUN-LEVEL
                       UNTIL ODUN-AT-END
                   CLOSE OLD-DUNLVL-FILE
                   CLOSE NEW-DUNLVL-FILE
               END-IF
           ELSE
               IF NOT ODUN-MISSING
                   DISPLAY 'CUSTDUNL NOT OPENED: ' WS-ODUN-STATUS
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           END-IF

      * 2320 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2320-CONVERT-ONE-DUN-LEVEL.
           READ OLD-DUNLVL-FILE NEXT RECORD
               AT END
                   SET ODUN-AT-END TO TRUE
               NOT AT END
                   MOVE ODUN-CUST-ID TO DUN-CUST-ID
                   MOVE ODUN-LAST-LEVEL TO DUN-LAST-LEVEL
                   MOVE ODUN-LAST-SENT-DATE TO DUN-LAST-SENT-DATE
      * Sent before mailing confirmations were tracked - nothing
      * pending, so the dunning run escalates it as it always did
                   MOVE SPACE TO DUN-MAIL-STATUS
                   MOVE ZERO TO DUN-LAST-MAILED-DATE
                   WRITE DUNNING-LEVEL-RECORD
                       INVALID KEY
                           DISPLAY 'CUSTDUNLNEW WRITE FAILED FOR '
                               DUN-CUST-ID ' STATUS=' WS-NDUN-STATUS
                           SET ERROR-OCCURRED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DUNL-CONVERTED
                   END-WRITE
           END-READ.

       2400-CONVERT-FRAUD-QUEUE SECTION.
       2410-DRIVE-FRAUD-QUEUE.
           OPEN INPUT OLD-FRAUDQ-FILE
           IF OFRQ-OK
               OPEN OUTPUT NEW-FRAUDQ-FILE
               IF NOT NFRQ-OK
                   DISPLAY 'CUSTFRDQNEW NOT OPENED: ' WS-NFRQ-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE OLD-FRAUDQ-FILE
               ELSE
                   PERFORM 2420-CONVERT-ONE-QUEUED-ITEM
                       UNTIL OFRQ-AT-END
                   CLOSE OLD-FRAUDQ-FILE
                   CLOSE NEW-FRAUDQ-FILE
               END-IF
           ELSE
               IF NOT OFRQ-MISSING
                   DISPLAY 'CUSTFRDQ NOT OPENED: ' WS-OFRQ-STATUS
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           END-IF

      * 2420 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2420-CONVERT-ONE-QUEUED-ITEM.
           READ OLD-FRAUDQ-FILE NEXT RECORD
               AT END
                   SET OFRQ-AT-END TO TRUE
               NOT AT END
                   MOVE OFRQ-QUEUE-DATE TO FRQ-QUEUE-DATE
                   MOVE OFRQ-ITEM-SEQ TO FRQ-ITEM-SEQ
                   MOVE OFRQ-STATUS TO FRQ-STATUS
                   MOVE OFRQ-REASON TO FRQ-REASON
                   MOVE OFRQ-CUST-ID TO FRQ-CUST-ID
                   MOVE OFRQ-TRANS-TYPE TO FRQ-TRANS-TYPE
                   MOVE OFRQ-AMOUNT TO FRQ-AMOUNT
                   MOVE OFRQ-CURRENCY-CODE TO FRQ-CURRENCY-CODE
                   MOVE OFRQ-TRANS-DATE TO FRQ-TRANS-DATE
                   MOVE OFRQ-SOURCE-CODE TO FRQ-SOURCE-CODE
                   MOVE OFRQ-REMITTER-NAME TO FRQ-REMITTER-NAME
                   MOVE OFRQ-INVOICE-REF TO FRQ-INVOICE-REF
      * Queued before parent-level remittances were split - an
      * ordinary single-account transaction
                   MOVE ZERO TO FRQ-REMIT-PARENT-ID
                   MOVE ZERO TO FRQ-REMIT-TOTAL
                   MOVE OFRQ-DECIDED-BY TO FRQ-DECIDED-BY
                   MOVE OFRQ-DECIDED-DATE TO FRQ-DECIDED-DATE
                   WRITE FRAUD-REVIEW-RECORD
                       INVALID KEY
                           DISPLAY 'CUSTFRDQNEW WRITE FAILED FOR '
                               FRQ-QUEUE-DATE '/' FRQ-ITEM-SEQ
                               ' STATUS=' WS-NFRQ-STATUS
                           SET ERROR-OCCURRED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-FRDQ-CONVERTED
                   END-WRITE
           END-READ.

       2500-CONVERT-FEED-CONTROL SECTION.
       2510-DRIVE-FEED-CONTROL.
           OPEN INPUT OLD-FEEDCTL-FILE
           IF OFDC-OK
               OPEN OUTPUT NEW-FEEDCTL-FILE
               IF NOT NFDC-OK
                   DISPLAY 'CUSTFDCLNEW NOT OPENED: ' WS-NFDC-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE OLD-FEEDCTL-FILE
               ELSE
                   PERFORM 2520-CONVERT-ONE-REGISTRATION
                       UNTIL OFDC-AT-END
                   CLOSE OLD-FEEDCTL-FILE
                   CLOSE NEW-FEEDCTL-FILE
               END-IF
           ELSE
               IF NOT OFDC-MISSING
                   DISPLAY 'CUSTFDCL NOT OPENED: ' WS-OFDC-STATUS
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           END-IF

      * 2520 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2520-CONVERT-ONE-REGISTRATION.
           READ OLD-FEEDCTL-FILE NEXT RECORD
               AT END
                   SET OFDC-AT-END TO TRUE
               NOT AT END
                   MOVE OFDC-FEED-CODE TO FDC-FEED-CODE
                   MOVE OFDC-BUSINESS-DATE TO FDC-BUSINESS-DATE
                   MOVE OFDC-SEQUENCE TO FDC-SEQUENCE
                   MOVE OFDC-CONTENT-HASH TO FDC-CONTENT-HASH
                   MOVE OFDC-RECORD-COUNT TO FDC-RECORD-COUNT
                   MOVE OFDC-REGISTERED-DATE TO FDC-REGISTERED-DATE
                   MOVE OFDC-REGISTERED-TIME TO FDC-REGISTERED-TIME
      * Registered before backouts were marked - still counts as
      * received
                   SET FDC-ACTIVE TO TRUE
                   MOVE ZERO TO FDC-BACKOUT-DATE
                   WRITE FEED-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'CUSTFDCLNEW WRITE FAILED FOR '
                               FDC-FEED-CODE '/' FDC-BUSINESS-DATE
                               '/' FDC-SEQUENCE
                               ' STATUS=' WS-NFDC-STATUS
                           SET ERROR-OCCURRED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-FDCL-CONVERTED
                   END-WRITE
           END-READ.

       3000-FINALIZE SECTION.
       3200-DISPLAY-SUMMARY.
           DISPLAY 'Record Layout Conversion Summary:'
           DISPLAY 'Invoices: ' WS-INVC-CONVERTED
           DISPLAY 'Balance History Rows: ' WS-BHST-CONVERTED
           DISPLAY 'Dunning Levels: ' WS-DUNL-CONVERTED
           DISPLAY 'Fraud Review Items: ' WS-FRDQ-CONVERTED
           DISPLAY 'Feed Registrations: ' WS-FDCL-CONVERTED.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 8 TO LS-RCV-RETURN-CODE
               MOVE 'CONVERSION DID NOT COMPLETE CLEAN'
                   TO LS-RCV-MESSAGE
           ELSE
               MOVE 0 TO LS-RCV-RETURN-CODE
               MOVE 'CONVERSION COMPLETE - SWAP THE NEW FILES IN'
                   TO LS-RCV-MESSAGE
           END-IF
           EXIT SECTION.
