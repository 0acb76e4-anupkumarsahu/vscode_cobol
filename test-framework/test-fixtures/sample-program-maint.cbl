               RECORD KEY IS OFA-CUST-ID
               FILE STATUS IS WS-OFA-FILE-STATUS.

      * Per-account credit lines - the main pass, the billing run,
      * and the over-limit report all measure the account against
      * its own line when it has one
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CUSTCRLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-CUST-ID
               FILE STATUS IS WS-CRL-FILE-STATUS.

      * Line changes proposed by the quarterly credit-line review,
      * waiting on a supervisor's decision
           SELECT CREDIT-REVIEW-FILE ASSIGN TO "CUSTCRRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRV-CUST-ID
               FILE STATUS IS WS-CRV-FILE-STATUS.

      * Customer payment terms - the posting engine stamps them onto
      * every invoice it creates
           SELECT PAYMENT-TERMS-FILE ASSIGN TO "CUSTTERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CUST-ID
               FILE STATUS IS WS-PTM-FILE-STATUS.

      * Open items - a credit memo names the invoice it corrects;
      * read-only here, the posting engine does the reducing
           SELECT INVOICE-FILE ASSIGN TO "CUSTINVC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-FILE-STATUS.

      * Credit memos issued against invoices, waiting to print on
      * the customer's next statement
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CUSTCRMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMM-KEY
               FILE STATUS IS WS-CMM-FILE-STATUS.

      * The memo and rebill rows for the posting engine's next run -
      * fed to SAMPLE-PROGRAM-POST through LS-PST-TRAN-FILE-NAME
           SELECT CREDIT-MEMO-TRAN-FILE ASSIGN TO "CUSTCMTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-FILE-STATUS.

      * Consolidated-billing elections by corporate parent - the
      * statement extract folds an electing parent's children into
      * one statement off this file
           SELECT CONSOLIDATED-BILLING-FILE ASSIGN TO "CUSTCONB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNB-PARENT-ID
               FILE STATUS IS WS-CNB-FILE-STATUS.

      * Security deposits held - outside CUST-BALANCE; the monthly
      * deposit run and the closure run read them from here
           SELECT DEPOSIT-FILE ASSIGN TO "CUSTDEPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CUST-ID
               FILE STATUS IS WS-DEP-FILE-STATUS.

      * State sales-tax rates by effective date, and each account's
      * exemption certificate - the billing run reads both
           SELECT SALES-TAX-RATE-FILE ASSIGN TO "CUSTTAXR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STX-KEY
               FILE STATUS IS WS-STX-FILE-STATUS.

           SELECT TAX-EXEMPT-FILE ASSIGN TO "CUSTTAXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-CUST-ID
               FILE STATUS IS WS-TXE-FILE-STATUS.

      * Recognition schedules for charges billed in advance - a
      * cancelled charge gives back the months not yet earned
           SELECT DEFERRED-REVENUE-FILE ASSIGN TO "CUSTDEFR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DFR-FILE-STATUS.

      * Accounting-period control - an item can only be authorized
      * into a period that is actually closed; optional, since a
      * shop with no control file has no closed periods
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "CUSTPERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIOD-ID
               FILE STATUS IS WS-PRD-FILE-STATUS.

      * Supervisor authorizations for late items dated in a closed
      * period - the posting run honours nothing else
           SELECT PRIOR-PERIOD-AUTH-FILE ASSIGN TO "CUSTPPAU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPA-KEY
               FILE STATUS IS WS-PPA-FILE-STATUS.

      * Statute-of-limitations limits by state and effective date -
      * the nightly tracking pass reads them
           SELECT STATUTE-LIMIT-FILE ASSIGN TO "CUSTSOLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-KEY
               FILE STATUS IS WS-SOL-FILE-STATUS.

      * The tracking pass's verdicts - a time-barred account takes
      * no litigation hold; optional, missing means nothing barred
           SELECT TIME-BAR-FILE ASSIGN TO "CUSTTBAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBR-CUST-ID
               FILE STATUS IS WS-TBR-FILE-STATUS.

      * Bureau dispute investigations - the desk answers them here;
      * optional, the intake creates it
           SELECT ACDV-FILE ASSIGN TO "CUSTACDV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-KEY
               FILE STATUS IS WS-ACD-FILE-STATUS.

      * Complaint cases - opened and closed here
           SELECT COMPLAINT-FILE ASSIGN TO "CUSTCMPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CMP-FILE-STATUS.

      * Collector call log - one row per call outcome logged here
           SELECT CALL-LOG-FILE ASSIGN TO "CUSTCALL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLG-KEY
               FILE STATUS IS WS-CLG-FILE-STATUS.

      * Guarantors and co-obligors - added and released here
           SELECT GUARANTOR-FILE ASSIGN TO "CUSTGUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRT-KEY
               FILE STATUS IS WS-GRT-FILE-STATUS.

      * Free-text account notes and their follow-up dates - written
      * here, newest first under each account
           SELECT ACCOUNT-NOTE-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  OFA-OFFICER-ID      PIC X(8).
           05  OFA-ASSIGN-DATE     PIC 9(8).

       FD  CREDIT-LIMIT-FILE.
           COPY CREDIT-LIMIT-RECORD.

       FD  CREDIT-REVIEW-FILE.
           COPY CREDIT-REVIEW-RECORD.

       FD  PAYMENT-TERMS-FILE.
           COPY PAYMENT-TERMS-RECORD.

       FD  INVOICE-FILE.
           COPY INVOICE-RECORD.

       FD  CREDIT-MEMO-FILE.
           COPY CREDIT-MEMO-RECORD.

       FD  CREDIT-MEMO-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

       FD  CONSOLIDATED-BILLING-FILE.
           COPY CONSOLIDATED-BILLING-RECORD.

       FD  DEPOSIT-FILE.
           COPY DEPOSIT-RECORD.

       FD  SALES-TAX-RATE-FILE.
           COPY SALES-TAX-RATE-RECORD.

       FD  TAX-EXEMPT-FILE.
           COPY TAX-EXEMPT-RECORD.

       FD  DEFERRED-REVENUE-FILE.
           COPY DEFERRED-REVENUE-RECORD.

       FD  PERIOD-CONTROL-FILE.
           COPY PERIOD-CONTROL-RECORD.

       FD  PRIOR-PERIOD-AUTH-FILE.
           COPY PRIOR-PERIOD-AUTH-RECORD.

       FD  STATUTE-LIMIT-FILE.
           COPY STATUTE-LIMIT-RECORD.

       FD  TIME-BAR-FILE.
           COPY TIME-BAR-RECORD.

       FD  ACDV-FILE.
           COPY ACDV-RECORD.

       FD  COMPLAINT-FILE.
           COPY COMPLAINT-RECORD.

       FD  CALL-LOG-FILE.
           COPY CALL-LOG-RECORD.

       FD  GUARANTOR-FILE.
           COPY GUARANTOR-RECORD.

       FD  ACCOUNT-NOTE-FILE.
           COPY ACCOUNT-NOTE-RECORD.

       WORKING-STORAGE SECTION.

      * Chain-hash handshake with the journal hash service - every
           05  WS-RSV-MODE         PIC X.
           05  WS-RSV-PROGRAM-NAME PIC X(24).
           05  WS-RSV-OPERATOR-ID  PIC X(8).
      * Contact consent and call attempts, kept by the consent
      * service so the worklist and the call-center bridge read the
      * same answer the collector keyed
       01  WS-CONSENT-PARM-AREA.
           05  WS-CON-RETURN-CODE  PIC S9(4) COMP.
           05  WS-CON-MESSAGE      PIC X(50).
           05  WS-CON-FUNCTION     PIC X(8).
           05  WS-CON-CUST-ID      PIC 9(9).
           05  WS-CON-STATE        PIC X(2).
           05  WS-CON-OPERATOR-ID  PIC X(8).
           05  WS-CON-ATTEMPT-RESULT PIC X.
           05  WS-CON-PHONE-CONSENT PIC X.
           05  WS-CON-TEXT-CONSENT PIC X.
           05  WS-CON-EMAIL-CONSENT PIC X.
           05  WS-CON-DO-NOT-CALL  PIC X.
           05  WS-CON-NO-WORK-CALLS PIC X.
           05  WS-CON-CALL-FROM-HOUR PIC 9(2).
           05  WS-CON-CALL-TO-HOUR PIC 9(2).
           05  WS-CON-TIME-ZONE    PIC X(2).
           05  WS-CON-OFFICE-FROM-HOUR PIC 9(2).
           05  WS-CON-OFFICE-TO-HOUR PIC 9(2).
           05  WS-CON-WEEK-ATTEMPTS PIC 9(3).
           05  WS-CON-ATTEMPT-CAP  PIC 9(3).
           05  WS-CON-NEXT-CALL-DATE PIC 9(8).
           05  WS-CON-CALL-STATUS  PIC X.
           05  WS-CON-LAST-CONTACT-DATE PIC 9(8).
       01  WS-CNC-ACTION           PIC X.
       01  WS-CNC-OLD-PHONE        PIC X.
       01  WS-CNC-ENTRY            PIC X.
       01  WS-CNC-HOUR-ENTRY       PIC 9(2).
       01  WS-CNC-TODAY            PIC 9(8).
       01  WS-CLG-FILE-STATUS      PIC XX.
           88  CLG-FILE-OK         VALUE '00'.
           88  CLG-FILE-MISSING    VALUE '35'.
       01  WS-CLG-WRITE-FLAG       PIC X VALUE 'N'.
           88  CALL-LOG-WRITTEN    VALUE 'Y'.
           88  CALL-LOG-SLOTS-FULL VALUE 'F'.
      * Keyed for the guarantor / co-obligor transactions
       01  WS-GRT-FILE-STATUS      PIC XX.
           88  GRT-FILE-OK         VALUE '00'.
           88  GRT-FILE-MISSING    VALUE '35'.
       01  WS-GRT-WRITE-FLAG       PIC X VALUE 'N'.
           88  GUARANTOR-WRITTEN   VALUE 'Y'.
           88  GUARANTOR-SLOTS-FULL VALUE 'F'.
       01  WS-GRT-WALK-FLAG        PIC X VALUE 'N'.
           88  GUARANTOR-WALK-DONE VALUE 'Y'.
       01  WS-GRT-OWN-FLAG         PIC X VALUE 'N'.
           88  GUARANTOR-IS-CUSTOMER VALUE 'Y'.
       01  WS-GRT-ACTION           PIC X.
       01  WS-GRT-SEQ-NO           PIC 9(2).
       01  WS-GRT-SHOWN            PIC 9(2).
       01  WS-GRT-ACCOUNT-ID       PIC 9(9).
       01  WS-GRT-REJECT           PIC X(40).
      * Keyed for the account note transactions
       01  WS-NTE-FILE-STATUS      PIC XX.
           88  NTE-FILE-OK         VALUE '00'.
           88  NTE-FILE-MISSING    VALUE '35'.
       01  WS-NTE-WRITE-FLAG       PIC X VALUE 'N'.
           88  NOTE-WRITTEN        VALUE 'Y'.
           88  NOTE-SLOTS-FULL     VALUE 'F'.
       01  WS-NTE-WALK-FLAG        PIC X VALUE 'N'.
           88  NOTE-WALK-DONE      VALUE 'Y'.
       01  WS-NTE-ACTION           PIC X.
       01  WS-NTE-SHOWN            PIC 9(3).
      * Notes shown per view - the newest, which are the ones a rep
      * on the phone needs
       01  WS-NTE-SHOW-LIMIT       PIC 9(3) VALUE 20.
       01  WS-NTE-TODAY            PIC 9(8).
       01  WS-NTE-REJECT           PIC X(40).
      * Sanctions review status - a hold stays on while compliance
      * has a match open or confirmed
       01  WS-SANCSCRN-PARM-AREA.
           05  WS-SNS-RETURN-CODE  PIC S9(4) COMP.
           05  WS-SNS-MESSAGE      PIC X(50).
           05  WS-SNS-FUNCTION     PIC X(8).
           05  WS-SNS-CUST-ID      PIC 9(9).
           05  WS-SNS-NAME         PIC X(30).
           05  WS-SNS-COUNTRY      PIC X(2).
           05  WS-SNS-SOURCE       PIC X(8).
           05  WS-SNS-HIT-FLAG     PIC X.
           05  WS-SNS-ENTRY-ID     PIC X(10).
           05  WS-SNS-LIST-NAME    PIC X(40).
           05  WS-SNS-SCORE        PIC 9(3).
      * Bank account vault - the routing and account numbers keyed
      * for autopay go to the vault and only its token and the last
      * four digits go on AUTOPAY-FILE
       01  WS-BANKVLT-PARM-AREA.
           05  WS-BVT-RETURN-CODE  PIC S9(4) COMP.
           05  WS-BVT-MESSAGE      PIC X(50).
           05  WS-BVT-FUNCTION     PIC X(10).
           05  WS-BVT-PROGRAM-NAME PIC X(24)
                                   VALUE 'SAMPLE-PROGRAM-MAINT'.
           05  WS-BVT-OPERATOR-ID  PIC X(8).
           05  WS-BVT-PURPOSE      PIC X(10).
           05  WS-BVT-CUST-ID      PIC 9(9).
           05  WS-BVT-TOKEN        PIC X(16).
           05  WS-BVT-ROUTING-NUMBER PIC 9(9).
           05  WS-BVT-ACCOUNT-NUMBER PIC X(17).
           05  WS-BVT-LAST-FOUR    PIC X(4).

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-HLD-EXISTS-FLAG      PIC X VALUE 'N'.
           88  HOLD-ROW-EXISTS     VALUE 'Y'.
       01  WS-HOLD-TYPE            PIC X.
       01  WS-TBR-FILE-STATUS      PIC XX.
           88  TBR-FILE-OK         VALUE '00'.
           88  TBR-FILE-MISSING    VALUE '35'.
       01  WS-TBR-OPENED-FLAG      PIC X VALUE 'N'.
           88  TIME-BAR-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-TIME-BARRED-FLAG     PIC X VALUE 'N'.
           88  ACCOUNT-TIME-BARRED VALUE 'Y'.

       01  WS-MBT-FILE-STATUS      PIC XX.
           88  MBT-FILE-OK         VALUE '00'.
           88  ASSIGN-ROW-EXISTS   VALUE 'Y'.
       01  WS-NEW-OFFICER-ID       PIC X(8).

       01  WS-CRL-FILE-STATUS      PIC XX.
           88  CRL-FILE-OK         VALUE '00'.
           88  CRL-NOT-FOUND       VALUE '23'.
           88  CRL-FILE-MISSING    VALUE '35'.
       01  WS-CRL-EXISTS-FLAG      PIC X VALUE 'N'.
           88  LIMIT-ROW-EXISTS    VALUE 'Y'.
       01  WS-NEW-CREDIT-LIMIT     PIC S9(7)V99.
       01  WS-OLD-CREDIT-LIMIT     PIC S9(7)V99.
       01  WS-CRL-ACTION           PIC X.

       01  WS-CRV-FILE-STATUS      PIC XX.
           88  CRV-FILE-OK         VALUE '00'.
           88  CRV-NOT-FOUND       VALUE '23'.
           88  CRV-FILE-MISSING    VALUE '35'.
       01  WS-CRV-DECISION         PIC X.

       01  WS-PTM-FILE-STATUS      PIC XX.
           88  PTM-FILE-OK         VALUE '00'.
           88  PTM-NOT-FOUND       VALUE '23'.
           88  PTM-FILE-MISSING    VALUE '35'.
       01  WS-PTM-EXISTS-FLAG      PIC X VALUE 'N'.
           88  TERMS-ROW-EXISTS    VALUE 'Y'.
       01  WS-NEW-TERMS-CODE       PIC X(8).
       01  WS-OLD-TERMS-CODE       PIC X(8).

       01  WS-INV-FILE-STATUS      PIC XX.
           88  INV-FILE-OK         VALUE '00'.
           88  INV-FILE-MISSING    VALUE '35'.
       01  WS-INV-OPENED-FLAG      PIC X VALUE 'N'.
           88  INVOICE-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-CMM-FILE-STATUS      PIC XX.
           88  CMM-FILE-OK         VALUE '00'.
           88  CMM-NOT-FOUND       VALUE '23'.
           88  CMM-FILE-MISSING    VALUE '35'.
       01  WS-CMM-WRITE-FLAG       PIC X VALUE 'N'.
           88  MEMO-WRITTEN        VALUE 'Y'.
           88  MEMO-NUMBERS-FULL   VALUE 'F'.

       01  WS-CMT-FILE-STATUS      PIC XX.
           88  CMT-FILE-OK         VALUE '00'.

       01  WS-CNB-FILE-STATUS      PIC XX.
           88  CNB-FILE-OK         VALUE '00'.
           88  CNB-NOT-FOUND       VALUE '23'.
           88  CNB-FILE-MISSING    VALUE '35'.
       01  WS-CNB-EXISTS-FLAG      PIC X VALUE 'N'.
           88  ELECTION-ROW-EXISTS VALUE 'Y'.
       01  WS-NEW-ELECTION         PIC X.
       01  WS-OLD-ELECTION         PIC X.

       01  WS-DEP-FILE-STATUS      PIC XX.
           88  DEP-FILE-OK         VALUE '00'.
           88  DEP-NOT-FOUND       VALUE '23'.
           88  DEP-FILE-MISSING    VALUE '35'.
       01  WS-DEP-EXISTS-FLAG      PIC X VALUE 'N'.
           88  DEPOSIT-ROW-EXISTS  VALUE 'Y'.
      * Keyed for the record-deposit transaction
       01  WS-DEPOSIT-AMOUNT       PIC S9(7)V99.
       01  WS-DEPOSIT-DATE         PIC 9(8).
       01  WS-DEPOSIT-RATE         PIC 9(2)V99.

       01  WS-STX-FILE-STATUS      PIC XX.
           88  STX-FILE-OK         VALUE '00'.
           88  STX-NOT-FOUND       VALUE '23'.
           88  STX-FILE-MISSING    VALUE '35'.
       01  WS-STX-EXISTS-FLAG      PIC X VALUE 'N'.
           88  TAX-RATE-ROW-EXISTS VALUE 'Y'.
       01  WS-TXE-FILE-STATUS      PIC XX.
           88  TXE-FILE-OK         VALUE '00'.
           88  TXE-NOT-FOUND       VALUE '23'.
           88  TXE-FILE-MISSING    VALUE '35'.
       01  WS-TXE-EXISTS-FLAG      PIC X VALUE 'N'.
           88  EXEMPT-ROW-EXISTS   VALUE 'Y'.
       01  WS-DFR-FILE-STATUS      PIC XX.
           88  DFR-FILE-OK         VALUE '00'.
           88  DFR-FILE-AT-END     VALUE '10'.
           88  DFR-FILE-MISSING    VALUE '35'.
       01  WS-DFR-WALK-FLAG        PIC X VALUE 'N'.
           88  DFR-WALK-DONE       VALUE 'Y'.
       01  WS-UNEARNED-AMOUNT      PIC S9(7)V99.
       01  WS-PRD-FILE-STATUS      PIC XX.
           88  PRD-FILE-OK         VALUE '00'.
           88  PRD-FILE-MISSING    VALUE '35'.
       01  WS-PRD-OPENED-FLAG      PIC X VALUE 'N'.
           88  PERIOD-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-PPA-FILE-STATUS      PIC XX.
           88  PPA-FILE-OK         VALUE '00'.
           88  PPA-FILE-MISSING    VALUE '35'.
       01  WS-PPA-WRITE-FLAG       PIC X VALUE 'N'.
           88  AUTHORIZATION-WRITTEN VALUE 'Y'.
           88  AUTHORIZATION-SLOTS-FULL VALUE 'F'.
      * Keyed for the prior-period authorization
       01  WS-PPA-TRANS-DATE       PIC 9(8).
       01  WS-PPA-TRANS-TYPE       PIC X.
       01  WS-PPA-AMOUNT           PIC S9(7)V99.
       01  WS-PPA-PERIOD-ID        PIC 9(6).
       01  WS-PPA-REJECT           PIC X(40).
      * Keyed for the statute-of-limitations table
       01  WS-SOL-FILE-STATUS      PIC XX.
           88  SOL-FILE-OK         VALUE '00'.
           88  SOL-FILE-MISSING    VALUE '35'.
       01  WS-SOL-EXISTS-FLAG      PIC X VALUE 'N'.
           88  STATUTE-ROW-EXISTS  VALUE 'Y'.
       01  WS-SOL-STATE            PIC X(2).
       01  WS-SOL-EFFECTIVE-DATE   PIC 9(8).
       01  WS-SOL-LIMIT-YEARS      PIC 9(2).
       01  WS-SOL-WARNING-DAYS     PIC 9(3).
       01  WS-OLD-SOL-YEARS        PIC 9(2).
      * Keyed for the bureau dispute answer
       01  WS-ACD-FILE-STATUS      PIC XX.
           88  ACD-FILE-OK         VALUE '00'.
           88  ACD-FILE-MISSING    VALUE '35'.
       01  WS-ACD-OPENED-FLAG      PIC X VALUE 'N'.
           88  ACDV-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-ACD-CONTROL-NO       PIC X(10).
       01  WS-ACD-RESPONSE         PIC X.
       01  WS-ACD-MOD-RATING       PIC X.
      * Keyed for the complaint log
       01  WS-CMP-FILE-STATUS      PIC XX.
           88  CMP-FILE-OK         VALUE '00'.
           88  CMP-FILE-MISSING    VALUE '35'.
       01  WS-CMP-WRITE-FLAG       PIC X VALUE 'N'.
           88  COMPLAINT-WRITTEN   VALUE 'Y'.
           88  COMPLAINT-SLOTS-FULL VALUE 'F'.
       01  WS-CMP-ACTION           PIC X.
       01  WS-CMP-CHANNEL          PIC X.
       01  WS-CMP-REGULATOR        PIC X(8).
       01  WS-CMP-CATEGORY         PIC X(4).
       01  WS-CMP-DESCRIPTION      PIC X(40).
       01  WS-CMP-RECEIVED-DATE    PIC 9(8).
       01  WS-CMP-DUE-DATE         PIC 9(8).
       01  WS-CMP-CASE-NO          PIC 9(3).
       01  WS-CMP-ROOT-CAUSE       PIC X(4).
       01  WS-CMP-RESOLUTION       PIC X.
       01  WS-CMP-RELIEF-AMOUNT    PIC S9(7)V99.
       01  WS-CMP-RESOLUTION-TEXT  PIC X(40).
       01  WS-CMP-TODAY            PIC 9(8).
      * Days a complaint has for its answer - a regulator's clock
      * is the shorter one
       01  WS-CMP-REGULATOR-DAYS   PIC 9(3) VALUE 15.
       01  WS-CMP-STANDARD-DAYS    PIC 9(3) VALUE 30.
       01  WS-CMP-REJECT           PIC X(40).
      * Keyed for the sales-tax transactions
       01  WS-TAX-ACTION           PIC X.
       01  WS-TAX-STATE            PIC X(2).
       01  WS-TAX-EFFECTIVE-DATE   PIC 9(8).
       01  WS-TAX-RATE             PIC 9V9(5).
       01  WS-OLD-TAX-RATE         PIC 9V9(5).
       01  WS-NEW-EXEMPT-FLAG      PIC X.
       01  WS-OLD-EXEMPT-FLAG      PIC X.
       01  WS-CERTIFICATE-NO       PIC X(20).

      * Keyed for the credit-memo transaction
       01  WS-INPUT-INVOICE-NO     PIC 9(8).
       01  WS-CREDIT-AMOUNT        PIC S9(7)V99.
       01  WS-REBILL-AMOUNT        PIC S9(7)V99.
       01  WS-MEMO-DATE            PIC 9(8).

      * New address fields keyed for the update-address transaction
       01  WS-NEW-ADDRESS.
           05  WS-NEW-ADDR-LINE-1  PIC X(30).
           88  OPERATOR-CAN-CHANGE-STATUS  VALUES 'S' 'B'.
           88  OPERATOR-CAN-ADJUST-BALANCE VALUE 'B'.

      * Two characters - the single-character codes are all taken;
      * a one-character choice still matches its WHEN, space-filled
       01  WS-MENU-CHOICE          PIC X(2).
       01  WS-INPUT-CUST-ID        PIC 9(9).
       01  WS-NEW-STATUS           PIC X.
       01  WS-OLD-STATUS           PIC X.
       01  WS-APY-ACCT-TYPE        PIC X.
       01  WS-APY-DEBIT-DAY        PIC 9(2).
       01  WS-APY-CAP              PIC S9(7)V99.
       01  WS-APY-TOKEN            PIC X(16).
       01  WS-APY-LAST-FOUR        PIC X(4).

      * Plan-capture work fields - the schedule is generated from the
      * installment amount, the first due date, and the count, one
               DISPLAY 'ERROR OPENING OFFICER ASSIGNMENT FILE: '
                   WS-OFA-FILE-STATUS
               GOBACK
           END-IF

      * Credit lines - created on first use like the others
           OPEN I-O CREDIT-LIMIT-FILE
           IF CRL-FILE-MISSING
               OPEN OUTPUT CREDIT-LIMIT-FILE
               CLOSE CREDIT-LIMIT-FILE
               OPEN I-O CREDIT-LIMIT-FILE
           END-IF
           IF NOT CRL-FILE-OK
               DISPLAY 'ERROR OPENING CREDIT LIMIT FILE: '
                   WS-CRL-FILE-STATUS
               GOBACK
           END-IF

           OPEN I-O CREDIT-REVIEW-FILE
           IF CRV-FILE-MISSING
               OPEN OUTPUT CREDIT-REVIEW-FILE
               CLOSE CREDIT-REVIEW-FILE
               OPEN I-O CREDIT-REVIEW-FILE
           END-IF
           IF NOT CRV-FILE-OK
               DISPLAY 'ERROR OPENING CREDIT REVIEW FILE: '
                   WS-CRV-FILE-STATUS
               GOBACK
           END-IF

           OPEN I-O PAYMENT-TERMS-FILE
           IF PTM-FILE-MISSING
               OPEN OUTPUT PAYMENT-TERMS-FILE
               CLOSE PAYMENT-TERMS-FILE
               OPEN I-O PAYMENT-TERMS-FILE
           END-IF
           IF NOT PTM-FILE-OK
               DISPLAY 'ERROR OPENING PAYMENT TERMS FILE: '
                   WS-PTM-FILE-STATUS
               GOBACK
           END-IF

      * Optional - with no invoice file there is nothing for a
      * credit memo to name, and the transaction says so
           OPEN INPUT INVOICE-FILE
           IF INV-FILE-OK
               SET INVOICE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT INV-FILE-MISSING
                   DISPLAY 'ERROR OPENING INVOICE FILE: '
                       WS-INV-FILE-STATUS
                   GOBACK
               END-IF
           END-IF

           OPEN I-O CREDIT-MEMO-FILE
           IF CMM-FILE-MISSING
               OPEN OUTPUT CREDIT-MEMO-FILE
               CLOSE CREDIT-MEMO-FILE
               OPEN I-O CREDIT-MEMO-FILE
           END-IF
           IF NOT CMM-FILE-OK
               DISPLAY 'ERROR OPENING CREDIT MEMO FILE: '
                   WS-CMM-FILE-STATUS
               GOBACK
           END-IF

      * Every session's memos accumulate until the posting run
      * picks them up, so the hand-off file is appended to
           OPEN EXTEND CREDIT-MEMO-TRAN-FILE
           IF CMT-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT CREDIT-MEMO-TRAN-FILE
           END-IF
           IF NOT CMT-FILE-OK
               DISPLAY 'ERROR OPENING CREDIT MEMO TRAN FILE: '
                   WS-CMT-FILE-STATUS
               GOBACK
           END-IF

      * Consolidated-billing elections - created on first use like
      * the others
           OPEN I-O CONSOLIDATED-BILLING-FILE
           IF CNB-FILE-MISSING
               OPEN OUTPUT CONSOLIDATED-BILLING-FILE
               CLOSE CONSOLIDATED-BILLING-FILE
               OPEN I-O CONSOLIDATED-BILLING-FILE
           END-IF
           IF NOT CNB-FILE-OK
               DISPLAY 'ERROR OPENING CONSOLIDATED BILLING FILE: '
                   WS-CNB-FILE-STATUS
               GOBACK
           END-IF

      * Security deposits - created on first use like the others
           OPEN I-O DEPOSIT-FILE
           IF DEP-FILE-MISSING
               OPEN OUTPUT DEPOSIT-FILE
               CLOSE DEPOSIT-FILE
               OPEN I-O DEPOSIT-FILE
           END-IF
           IF NOT DEP-FILE-OK
               DISPLAY 'ERROR OPENING DEPOSIT FILE: '
                   WS-DEP-FILE-STATUS
               GOBACK
           END-IF

      * Sales-tax rates and exemptions - created on first use
           OPEN I-O SALES-TAX-RATE-FILE
           IF STX-FILE-MISSING
               OPEN OUTPUT SALES-TAX-RATE-FILE
               CLOSE SALES-TAX-RATE-FILE
               OPEN I-O SALES-TAX-RATE-FILE
           END-IF
           IF NOT STX-FILE-OK
               DISPLAY 'ERROR OPENING SALES TAX RATE FILE: '
                   WS-STX-FILE-STATUS
               GOBACK
           END-IF
           OPEN I-O TAX-EXEMPT-FILE
           IF TXE-FILE-MISSING
               OPEN OUTPUT TAX-EXEMPT-FILE
               CLOSE TAX-EXEMPT-FILE
               OPEN I-O TAX-EXEMPT-FILE
           END-IF
           IF NOT TXE-FILE-OK
               DISPLAY 'ERROR OPENING TAX EXEMPTION FILE: '
                   WS-TXE-FILE-STATUS
               GOBACK
           END-IF

      * Recognition schedules - the billing run normally creates
      * the file, but a session ahead of it should not fail
           OPEN I-O DEFERRED-REVENUE-FILE
           IF DFR-FILE-MISSING
               OPEN OUTPUT DEFERRED-REVENUE-FILE
               CLOSE DEFERRED-REVENUE-FILE
               OPEN I-O DEFERRED-REVENUE-FILE
           END-IF
           IF NOT DFR-FILE-OK
               DISPLAY 'ERROR OPENING DEFERRED REVENUE FILE: '
                   WS-DFR-FILE-STATUS
               GOBACK
           END-IF

      * Optional - with no period control there is no closed period
      * to authorize an item into, and the transaction says so
           OPEN INPUT PERIOD-CONTROL-FILE
           IF PRD-FILE-OK
               SET PERIOD-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT PRD-FILE-MISSING
                   DISPLAY 'ERROR OPENING PERIOD CONTROL FILE: '
                       WS-PRD-FILE-STATUS
                   GOBACK
               END-IF
           END-IF

      * Prior-period authorizations - created on first use like the
      * others
           OPEN I-O PRIOR-PERIOD-AUTH-FILE
           IF PPA-FILE-MISSING
               OPEN OUTPUT PRIOR-PERIOD-AUTH-FILE
               CLOSE PRIOR-PERIOD-AUTH-FILE
               OPEN I-O PRIOR-PERIOD-AUTH-FILE
           END-IF
           IF NOT PPA-FILE-OK
               DISPLAY 'ERROR OPENING PRIOR-PERIOD AUTH FILE: '
                   WS-PPA-FILE-STATUS
               GOBACK
           END-IF

      * Statute table - created on first use like the tax rates
           OPEN I-O STATUTE-LIMIT-FILE
           IF SOL-FILE-MISSING
               OPEN OUTPUT STATUTE-LIMIT-FILE
               CLOSE STATUTE-LIMIT-FILE
               OPEN I-O STATUTE-LIMIT-FILE
           END-IF
           IF NOT SOL-FILE-OK
               DISPLAY 'ERROR OPENING STATUTE TABLE: '
                   WS-SOL-FILE-STATUS
               GOBACK
           END-IF

      * Optional - the tracking pass creates it
           OPEN INPUT TIME-BAR-FILE
           IF TBR-FILE-OK
               SET TIME-BAR-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT TBR-FILE-MISSING
                   DISPLAY 'ERROR OPENING TIME-BAR FILE: '
                       WS-TBR-FILE-STATUS
                   GOBACK
               END-IF
           END-IF

      * Complaint log - created on first use
           OPEN I-O COMPLAINT-FILE
           IF CMP-FILE-MISSING
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF
           IF NOT CMP-FILE-OK
               DISPLAY 'ERROR OPENING COMPLAINT FILE: '
                   WS-CMP-FILE-STATUS
               GOBACK
           END-IF

      * Call log - created on first use
           OPEN I-O CALL-LOG-FILE
           IF CLG-FILE-MISSING
               OPEN OUTPUT CALL-LOG-FILE
               CLOSE CALL-LOG-FILE
               OPEN I-O CALL-LOG-FILE
           END-IF
           IF NOT CLG-FILE-OK
               DISPLAY 'ERROR OPENING CALL LOG FILE: '
                   WS-CLG-FILE-STATUS
               GOBACK
           END-IF

      * Guarantor file - created on first use
           OPEN I-O GUARANTOR-FILE
           IF GRT-FILE-MISSING
               OPEN OUTPUT GUARANTOR-FILE
               CLOSE GUARANTOR-FILE
               OPEN I-O GUARANTOR-FILE
           END-IF
           IF NOT GRT-FILE-OK
               DISPLAY 'ERROR OPENING GUARANTOR FILE: '
                   WS-GRT-FILE-STATUS
               GOBACK
           END-IF

      * Account notes - created on first use
           OPEN I-O ACCOUNT-NOTE-FILE
           IF NTE-FILE-MISSING
               OPEN OUTPUT ACCOUNT-NOTE-FILE
               CLOSE ACCOUNT-NOTE-FILE
               OPEN I-O ACCOUNT-NOTE-FILE
           END-IF
           IF NOT NTE-FILE-OK
               DISPLAY 'ERROR OPENING ACCOUNT NOTE FILE: '
                   WS-NTE-FILE-STATUS
               GOBACK
           END-IF

      * Optional - the bureau dispute intake creates it
           OPEN I-O ACDV-FILE
           IF ACD-FILE-OK
               SET ACDV-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT ACD-FILE-MISSING
                   DISPLAY 'ERROR OPENING BUREAU DISPUTE FILE: '
                       WS-ACD-FILE-STATUS
                   GOBACK
               END-IF
           END-IF.

       1150-LOAD-OPERATOR-ROLES.
           DISPLAY '5 = OPEN BALANCE DISPUTE'
           DISPLAY '6 = RESOLVE BALANCE DISPUTE'
           DISPLAY 'E = ACKNOWLEDGE DISPUTE'
           DISPLAY 'I = ANSWER BUREAU DISPUTE (ACDV)'
           DISPLAY 'J = COMPLAINT LOG (OPEN / CLOSE)'
           DISPLAY 'U = CONTACT CONSENT / LOG CALL OUTCOME'
           DISPLAY '0 = GUARANTORS / CO-OBLIGORS'
           DISPLAY 'NT = ACCOUNT NOTES / FOLLOW-UPS'
           DISPLAY '7 = PLACE LEGAL HOLD'
           DISPLAY '8 = RELEASE LEGAL HOLD'
           DISPLAY 'K = RECORD BANKRUPTCY FILING'
           DISPLAY 'A = UPDATE MAILING ADDRESS'
           DISPLAY 'O = ASSIGN ACCOUNT OFFICER'
           DISPLAY 'C = ASSIGN STATEMENT CYCLE'
           DISPLAY 'T = ASSIGN PAYMENT TERMS'
           DISPLAY 'M = CREDIT MEMO / REBILL AGAINST INVOICE'
           DISPLAY 'Q = AUTHORIZE PRIOR-PERIOD ITEM'
           DISPLAY 'P = CONSOLIDATED PARENT BILLING'
           DISPLAY 'G = RECORD SECURITY DEPOSIT'
           DISPLAY 'F = SALES TAX RATES / EXEMPTION'
           DISPLAY 'H = STATUTE OF LIMITATIONS TABLE'
           DISPLAY 'Y = ENROLL AUTOPAY'
           DISPLAY 'Z = CANCEL AUTOPAY'
           DISPLAY 'S = RECORD SETTLEMENT OFFER'
           DISPLAY 'D = DECIDE PENDING BALANCE ADJUSTMENT'
           DISPLAY 'W = REQUEST FEE WAIVER'
           DISPLAY 'V = APPROVE/REJECT PENDING WAIVER'
           DISPLAY 'L = CREDIT LIMIT ACTIONS'
           DISPLAY 'B = APPLY BATCH TRANSACTION FILE'
           DISPLAY '9 = EXIT'
           DISPLAY 'SELECTION: '
                   PERFORM 2700-RESOLVE-DISPUTE
               WHEN 'E'
                   PERFORM 2750-ACKNOWLEDGE-DISPUTE
               WHEN 'I'
                   PERFORM 3460-ANSWER-BUREAU-DISPUTE
               WHEN 'J'
                   PERFORM 3470-COMPLAINT-ACTIONS
               WHEN 'U'
                   PERFORM 3480-CONTACT-CONSENT-ACTIONS
               WHEN '0'
                   PERFORM 3500-GUARANTOR-ACTIONS
               WHEN 'NT'
                   PERFORM 3520-ACCOUNT-NOTE-ACTIONS
               WHEN '7'
                   PERFORM 2800-PLACE-HOLD
               WHEN '8'
                   PERFORM 2905-ASSIGN-OFFICER
               WHEN 'C'
                   PERFORM 2920-ASSIGN-CYCLE
               WHEN 'T'
                   PERFORM 3360-ASSIGN-TERMS
               WHEN 'M'
                   PERFORM 3390-ISSUE-CREDIT-MEMO
               WHEN 'Q'
                   PERFORM 3440-AUTHORIZE-PRIOR-PERIOD
               WHEN 'P'
                   PERFORM 3400-SET-CONSOLIDATION
               WHEN 'G'
                   PERFORM 3410-RECORD-DEPOSIT
               WHEN 'F'
                   PERFORM 3420-SALES-TAX-ACTIONS
               WHEN 'H'
                   PERFORM 3450-SET-STATUTE-LIMIT
               WHEN 'Y'
                   PERFORM 3010-ENROLL-AUTOPAY
               WHEN 'Z'
                   PERFORM 3150-REQUEST-WAIVER
               WHEN 'V'
                   PERFORM 3180-DECIDE-WAIVER
               WHEN 'L'
                   PERFORM 3290-CREDIT-LIMIT-ACTIONS
               WHEN 'B'
                   PERFORM 2950-APPLY-BATCH-FILE
               WHEN '9'
               DISPLAY 'NAME       : ' CUST-NAME
               DISPLAY 'BALANCE    : ' CUST-BALANCE
               DISPLAY 'STATUS     : ' CUST-STATUS
               PERFORM 2205-SHOW-AUTOPAY
           END-IF.

       2205-SHOW-AUTOPAY.
      * Only the last four digits of the bank account are ever shown
           MOVE CUST-ID TO APY-CUST-ID
           READ AUTOPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APY-ENROLLED
                       IF APY-TOKENIZED
                           DISPLAY 'AUTOPAY    : ENROLLED, DAY '
                               APY-DEBIT-DAY ', BANK ACCOUNT ENDING '
                               APY-ACCOUNT-LAST-FOUR
                       ELSE
                           DISPLAY 'AUTOPAY    : ENROLLED, DAY '
                               APY-DEBIT-DAY
                               ', BANK ACCOUNT NOT YET VAULTED'
                       END-IF
                   ELSE
                       DISPLAY 'AUTOPAY    : CANCELLED'
                   END-IF
           END-READ.

       2210-READ-BY-CUST-ID.
           DISPLAY 'ENTER CUST-ID: '
           ACCEPT WS-INPUT-CUST-ID
           DISPLAY 'ENTER HOLD TYPE (B = BANKRUPTCY, L = LITIGATION,'
               ' O = OTHER): '
           ACCEPT WS-HOLD-TYPE
           PERFORM 2815-CHECK-TIME-BAR
           EVALUATE TRUE
               WHEN WS-HOLD-TYPE NOT = 'B' AND WS-HOLD-TYPE NOT = 'L'
                       AND WS-HOLD-TYPE NOT = 'O'
                   DISPLAY 'INVALID HOLD TYPE - HOLD NOT PLACED'
               WHEN WS-HOLD-TYPE = 'L' AND ACCOUNT-TIME-BARRED
                   DISPLAY 'ACCOUNT IS TIME-BARRED - NO LITIGATION '
                       'HOLD PLACED'
               WHEN OTHER
                   PERFORM 2820-APPLY-HOLD
           END-EVALUATE.

       2815-CHECK-TIME-BAR.
      * A debt past the statute of limitations cannot be sued on,
      * so it cannot be frozen for litigation either
           MOVE 'N' TO WS-TIME-BARRED-FLAG
           IF TIME-BAR-FILE-WAS-OPENED
               MOVE CUST-ID TO TBR-CUST-ID
               READ TIME-BAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TBR-TIME-BARRED
                           SET ACCOUNT-TIME-BARRED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2820-APPLY-HOLD.
               INVALID KEY
                   DISPLAY 'NO HOLD ON FILE FOR THIS CUSTOMER'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT HLD-ACTIVE-HOLD
                           DISPLAY 'HOLD IS NOT ACTIVE - NOTHING TO '
                               'RELEASE'
                       WHEN HLD-COMPLIANCE
                           DISPLAY 'COMPLIANCE HOLD - RELEASED ONLY '
                               'THROUGH SANCTIONS REVIEW'
                       WHEN OTHER
                           PERFORM 2865-CHECK-SANCTIONS-REVIEW
                           IF WS-SNS-RETURN-CODE = ZERO
                               SET HLD-RELEASED TO TRUE
                               ACCEPT HLD-RELEASED-DATE
                                   FROM DATE YYYYMMDD
                               REWRITE HOLD-RECORD
                               DISPLAY 'LEGAL HOLD RELEASED'
                           ELSE
                               DISPLAY 'HOLD NOT RELEASED - '
                                   WS-SNS-MESSAGE
                           END-IF
                   END-EVALUATE
           END-READ.

       2865-CHECK-SANCTIONS-REVIEW.
      * A legal hold standing in for the compliance hold must not
      * lift while the sanctions match is undecided or confirmed
           MOVE 'STATUS' TO WS-SNS-FUNCTION
           MOVE CUST-ID TO WS-SNS-CUST-ID
           CALL 'SAMPLE-PROGRAM-SANCSCRN' USING WS-SANCSCRN-PARM-AREA.

       2870-RECORD-BANKRUPTCY.
      * Contact after a bankruptcy filing is a legal violation, so
      * recording one carries the same supervisor-tier gate as the
                   DISPLAY 'CAP AMOUNT CANNOT BE NEGATIVE - '
                       'NOT ENROLLED'
               WHEN OTHER
                   PERFORM 3025-VAULT-BANK-ACCOUNT
           END-EVALUATE
           MOVE ZERO TO WS-APY-ROUTING
           MOVE SPACES TO WS-APY-ACCOUNT.

       3025-VAULT-BANK-ACCOUNT.
      * Re-enrolling with the bank account already on file keeps its
      * token; any other account is vaulted under a new one. Nothing
      * is enrolled when the vault cannot take the account.
           MOVE SPACES TO WS-APY-TOKEN
           MOVE WS-OPERATOR-ID TO WS-BVT-OPERATOR-ID
           MOVE CUST-ID TO APY-CUST-ID
           READ AUTOPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APY-TOKENIZED
                       MOVE 'DETOKENIZE' TO WS-BVT-FUNCTION
                       MOVE 'ENROLL' TO WS-BVT-PURPOSE
                       MOVE APY-BANK-TOKEN TO WS-BVT-TOKEN
                       CALL 'SAMPLE-PROGRAM-BANKVLT'
                           USING WS-BANKVLT-PARM-AREA
                       IF WS-BVT-RETURN-CODE = ZERO
                               AND WS-BVT-ROUTING-NUMBER
                                   = WS-APY-ROUTING
                               AND WS-BVT-ACCOUNT-NUMBER
                                   = WS-APY-ACCOUNT
                           MOVE APY-BANK-TOKEN TO WS-APY-TOKEN
                           MOVE APY-ACCOUNT-LAST-FOUR
                               TO WS-APY-LAST-FOUR
                       END-IF
                       MOVE ZERO TO WS-BVT-ROUTING-NUMBER
                       MOVE SPACES TO WS-BVT-ACCOUNT-NUMBER
                   END-IF
           END-READ
           IF WS-APY-TOKEN = SPACES
               MOVE 'TOKENIZE' TO WS-BVT-FUNCTION
               MOVE SPACES TO WS-BVT-PURPOSE
               MOVE CUST-ID TO WS-BVT-CUST-ID
               MOVE WS-APY-ROUTING TO WS-BVT-ROUTING-NUMBER
               MOVE WS-APY-ACCOUNT TO WS-BVT-ACCOUNT-NUMBER
               CALL 'SAMPLE-PROGRAM-BANKVLT' USING WS-BANKVLT-PARM-AREA
               MOVE ZERO TO WS-BVT-ROUTING-NUMBER
               MOVE SPACES TO WS-BVT-ACCOUNT-NUMBER
               IF WS-BVT-RETURN-CODE = ZERO
                   MOVE WS-BVT-TOKEN TO WS-APY-TOKEN
                   MOVE WS-BVT-LAST-FOUR TO WS-APY-LAST-FOUR
               ELSE
                   DISPLAY WS-BVT-MESSAGE
               END-IF
           END-IF
           IF WS-APY-TOKEN = SPACES
               DISPLAY 'BANK ACCOUNT VAULT UNAVAILABLE - NOT ENROLLED'
           ELSE
               PERFORM 3030-APPLY-AUTOPAY
           END-IF.

       3030-APPLY-AUTOPAY.
      * One authorization per customer - enrolling again replaces
           END-READ
           MOVE CUST-ID TO APY-CUST-ID
           SET APY-ENROLLED TO TRUE
           MOVE SPACES TO APY-BANK-ACCOUNT
           MOVE WS-APY-TOKEN TO APY-BANK-TOKEN
           MOVE WS-APY-LAST-FOUR TO APY-ACCOUNT-LAST-FOUR
           MOVE WS-APY-ACCT-TYPE TO APY-ACCOUNT-TYPE
           MOVE WS-APY-DEBIT-DAY TO APY-DEBIT-DAY
           MOVE WS-APY-CAP TO APY-CAP-AMOUNT
           ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT MAUD-CHANGE-TIME FROM TIME
           WRITE MAINTENANCE-AUDIT-RECORD
           DISPLAY 'AUTOPAY ENROLLED - BANK ACCOUNT ENDING '
               WS-APY-LAST-FOUR.

       3040-CANCEL-AUTOPAY.
           PERFORM 2210-READ-BY-CUST-ID
                       ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
                       ACCEPT MAUD-CHANGE-TIME FROM TIME
                       WRITE MAINTENANCE-AUDIT-RECORD
                       IF APY-TOKENIZED
                           DISPLAY 'AUTOPAY CANCELLED - BANK ACCOUNT '
                               'ENDING ' APY-ACCOUNT-LAST-FOUR
                       ELSE
                           DISPLAY 'AUTOPAY CANCELLED'
                       END-IF
                   ELSE
                       DISPLAY 'AUTOPAY IS NOT ENROLLED - NOTHING '
                           'TO CANCEL'
                       SET RCG-CANCELLED TO TRUE
                       REWRITE RECURRING-CHARGE-RECORD
                       DISPLAY 'RECURRING CHARGE CANCELLED'
                       PERFORM 3430-REVERSE-DEFERRED-REVENUE
                   ELSE
                       DISPLAY 'RECURRING CHARGE IS NOT ACTIVE - '
                           'NOTHING TO CANCEL'
                   WS-WOC-FILE-STATUS
           END-IF.

       3290-CREDIT-LIMIT-ACTIONS.
      * A credit line decides how far the account may run, so
      * setting one and deciding a review proposal both carry the
      * balance-adjustment tier
           PERFORM 2210-READ-BY-CUST-ID
           IF CUSTOMER-FOUND
               IF OPERATOR-CAN-ADJUST-BALANCE
                   DISPLAY 'ENTER S = SET LIMIT, '
                       'D = DECIDE REVIEW PROPOSAL: '
                   ACCEPT WS-CRL-ACTION
                   EVALUATE WS-CRL-ACTION
                       WHEN 'S'
                           PERFORM 3310-CAPTURE-CREDIT-LIMIT
                       WHEN 'D'
                           PERFORM 3340-DECIDE-REVIEW-PROPOSAL
                       WHEN OTHER
                           DISPLAY 'NO ACTION TAKEN'
                   END-EVALUATE
               ELSE
                   DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES NOT '
                       'PERMIT CREDIT LIMIT CHANGES'
               END-IF
           END-IF.

       3310-CAPTURE-CREDIT-LIMIT.
           MOVE 'N' TO WS-CRL-EXISTS-FLAG
           MOVE ZERO TO WS-OLD-CREDIT-LIMIT
           MOVE CUST-ID TO CRL-CUST-ID
           READ CREDIT-LIMIT-FILE
               INVALID KEY
                   DISPLAY 'NO CREDIT LIMIT ON FILE - RUN-WIDE '
                       'CEILING APPLIES'
               NOT INVALID KEY
                   SET LIMIT-ROW-EXISTS TO TRUE
                   MOVE CRL-CREDIT-LIMIT TO WS-OLD-CREDIT-LIMIT
                   DISPLAY 'CURRENT CREDIT LIMIT: ' CRL-CREDIT-LIMIT
           END-READ
           DISPLAY 'CURRENT BALANCE: ' CUST-BALANCE
           DISPLAY 'ENTER NEW CREDIT LIMIT: '
           ACCEPT WS-NEW-CREDIT-LIMIT
           DISPLAY 'ENTER REASON CODE (REQUIRED): '
           ACCEPT WS-REASON-CODE
           EVALUATE TRUE
               WHEN WS-NEW-CREDIT-LIMIT NOT > ZERO
                   DISPLAY 'CREDIT LIMIT MUST BE GREATER THAN ZERO - '
                       'NOT SET'
               WHEN WS-REASON-CODE = SPACES
                   DISPLAY 'REASON CODE IS REQUIRED - NOT SET'
               WHEN LIMIT-ROW-EXISTS
                       AND WS-NEW-CREDIT-LIMIT = WS-OLD-CREDIT-LIMIT
                   DISPLAY 'NEW LIMIT EQUALS CURRENT LIMIT - '
                       'NOTHING TO CHANGE'
               WHEN OTHER
                   PERFORM 3320-APPLY-CREDIT-LIMIT
           END-EVALUATE.

       3320-APPLY-CREDIT-LIMIT.
           MOVE CUST-ID TO CRL-CUST-ID
           MOVE WS-NEW-CREDIT-LIMIT TO CRL-CREDIT-LIMIT
           MOVE WS-OLD-CREDIT-LIMIT TO CRL-PRIOR-LIMIT
           ACCEPT CRL-SET-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO CRL-SET-BY
           IF LIMIT-ROW-EXISTS
               REWRITE CREDIT-LIMIT-RECORD
           ELSE
               WRITE CREDIT-LIMIT-RECORD
           END-IF
           PERFORM 3330-WRITE-LIMIT-AUDIT
           DISPLAY 'CREDIT LIMIT SET'
           IF CUST-BALANCE > WS-NEW-CREDIT-LIMIT
               DISPLAY 'NOTE - BALANCE ALREADY EXCEEDS THE NEW LIMIT'
           END-IF.

       3330-WRITE-LIMIT-AUDIT.
      * The audit row's balance pair carries the old and new line
      * here - MAUD-TRANS-TYPE CRLIMIT tells the review which it is
           MOVE CUST-ID TO MAUD-CUST-ID
           MOVE SPACES TO MAUD-OLD-STATUS
           MOVE SPACES TO MAUD-NEW-STATUS
           MOVE WS-REASON-CODE TO MAUD-REASON-CODE
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE 'CRLIMIT' TO MAUD-TRANS-TYPE
           MOVE WS-OLD-CREDIT-LIMIT TO MAUD-OLD-BALANCE
           MOVE WS-NEW-CREDIT-LIMIT TO MAUD-NEW-BALANCE
           ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT MAUD-CHANGE-TIME FROM TIME
           WRITE MAINTENANCE-AUDIT-RECORD.

       3340-DECIDE-REVIEW-PROPOSAL.
           MOVE CUST-ID TO CRV-CUST-ID
           READ CREDIT-REVIEW-FILE
               INVALID KEY
                   DISPLAY 'NO REVIEW PROPOSAL FOR THIS CUSTOMER'
               NOT INVALID KEY
                   IF NOT CRV-PENDING
                       DISPLAY 'PROPOSAL IS NOT PENDING - '
                           'NOTHING TO DECIDE'
                   ELSE
                       DISPLAY 'PROPOSED: LINE ' CRV-CURRENT-LIMIT
                           ' TO ' CRV-PROPOSED-LIMIT
                       DISPLAY 'REASON: ' CRV-REASON
                           ' GRADE ' CRV-RISK-GRADE
                           ' USED ' CRV-UTILIZATION-PCT '%'
                       DISPLAY 'ENTER A = APPROVE, J = REJECT: '
                       ACCEPT WS-CRV-DECISION
                       PERFORM 3350-RECORD-REVIEW-DECISION
                   END-IF
           END-READ.

       3350-RECORD-REVIEW-DECISION.
      * Approval moves the proposed line through the same path a
      * keyed change takes, so the credit-limit row carries the
      * prior line and the approver, and the audit row shows both
      * lines; a decrease then waits for its adverse-action notice
           EVALUATE WS-CRV-DECISION
               WHEN 'A'
                   MOVE 'N' TO WS-CRL-EXISTS-FLAG
                   MOVE CRV-CURRENT-LIMIT TO WS-OLD-CREDIT-LIMIT
                   MOVE CUST-ID TO CRL-CUST-ID
                   READ CREDIT-LIMIT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET LIMIT-ROW-EXISTS TO TRUE
                           MOVE CRL-CREDIT-LIMIT TO WS-OLD-CREDIT-LIMIT
                   END-READ
                   MOVE CRV-PROPOSED-LIMIT TO WS-NEW-CREDIT-LIMIT
                   MOVE 'CRREVIEW' TO WS-REASON-CODE
                   PERFORM 3320-APPLY-CREDIT-LIMIT
                   SET CRV-APPROVED TO TRUE
                   MOVE WS-OPERATOR-ID TO CRV-DECIDED-BY
                   ACCEPT CRV-DECIDED-DATE FROM DATE YYYYMMDD
                   REWRITE CREDIT-REVIEW-RECORD
                   IF CRV-DECREASE
                       DISPLAY 'ADVERSE-ACTION NOTICE WILL GO OUT '
                           'WITH THE NEXT NOTICE RUN'
                   END-IF
               WHEN 'J'
                   SET CRV-REJECTED TO TRUE
                   MOVE WS-OPERATOR-ID TO CRV-DECIDED-BY
                   ACCEPT CRV-DECIDED-DATE FROM DATE YYYYMMDD
                   REWRITE CREDIT-REVIEW-RECORD
                   MOVE CUST-ID TO MAUD-CUST-ID
                   MOVE SPACES TO MAUD-OLD-STATUS
                   MOVE SPACES TO MAUD-NEW-STATUS
                   MOVE 'CRREVIEW' TO MAUD-REASON-CODE
                   MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
                   MOVE 'CRREV-REJ' TO MAUD-TRANS-TYPE
                   MOVE CRV-CURRENT-LIMIT TO MAUD-OLD-BALANCE
                   MOVE CRV-PROPOSED-LIMIT TO MAUD-NEW-BALANCE
                   ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
                   ACCEPT MAUD-CHANGE-TIME FROM TIME
                   WRITE MAINTENANCE-AUDIT-RECORD
                   DISPLAY 'REVIEW PROPOSAL REJECTED'
               WHEN OTHER
                   DISPLAY 'NO DECISION TAKEN'
           END-EVALUATE.

       3360-ASSIGN-TERMS.
      * Terms decide when money is due and whether a discount is
      * given away, so they carry the balance-adjustment tier
           PERFORM 2210-READ-BY-CUST-ID
           IF CUSTOMER-FOUND
               IF OPERATOR-CAN-ADJUST-BALANCE
                   PERFORM 3370-CAPTURE-TERMS
               ELSE
                   DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES NOT '
                       'PERMIT TERMS CHANGES'
               END-IF
           END-IF.

       3370-CAPTURE-TERMS.
           MOVE 'N' TO WS-PTM-EXISTS-FLAG
           MOVE 'NET30' TO WS-OLD-TERMS-CODE
           MOVE CUST-ID TO PTM-CUST-ID
           READ PAYMENT-TERMS-FILE
               INVALID KEY
                   DISPLAY 'NO TERMS ON FILE - HOUSE NET30 APPLIES'
               NOT INVALID KEY
                   SET TERMS-ROW-EXISTS TO TRUE
                   MOVE PTM-TERMS-CODE TO WS-OLD-TERMS-CODE
                   DISPLAY 'CURRENT TERMS: ' PTM-TERMS-CODE
           END-READ
           DISPLAY 'ENTER TERMS (NET10, NET30, NET60, 2-10N30): '
           ACCEPT WS-NEW-TERMS-CODE
           MOVE WS-NEW-TERMS-CODE TO PTM-TERMS-CODE
           EVALUATE TRUE
               WHEN NOT PTM-VALID-TERMS
                   DISPLAY 'UNKNOWN TERMS CODE - NOT ASSIGNED'
               WHEN WS-NEW-TERMS-CODE = WS-OLD-TERMS-CODE
                   DISPLAY 'TERMS UNCHANGED - NOTHING TO ASSIGN'
               WHEN OTHER
                   PERFORM 3380-APPLY-TERMS
           END-EVALUATE.

       3380-APPLY-TERMS.
      * The day counts and rate the code implies are filled in here
      * so every reader of the row applies the same numbers
           MOVE CUST-ID TO PTM-CUST-ID
           MOVE WS-NEW-TERMS-CODE TO PTM-TERMS-CODE
           MOVE ZERO TO PTM-DISCOUNT-PCT
           MOVE ZERO TO PTM-DISCOUNT-DAYS
           EVALUATE TRUE
               WHEN PTM-NET-10
                   MOVE 10 TO PTM-NET-DAYS
               WHEN PTM-NET-30
                   MOVE 30 TO PTM-NET-DAYS
               WHEN PTM-NET-60
                   MOVE 60 TO PTM-NET-DAYS
               WHEN PTM-2-10-NET-30
                   MOVE 30 TO PTM-NET-DAYS
                   MOVE 2.00 TO PTM-DISCOUNT-PCT
                   MOVE 10 TO PTM-DISCOUNT-DAYS
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO PTM-SET-BY
           ACCEPT PTM-SET-DATE FROM DATE YYYYMMDD
           IF TERMS-ROW-EXISTS
               REWRITE PAYMENT-TERMS-RECORD
           ELSE
               WRITE PAYMENT-TERMS-RECORD
           END-IF
      * The new code rides in the reason field; the audit row
      * carries no balance movement
           MOVE CUST-ID TO MAUD-CUST-ID
           MOVE SPACES TO MAUD-OLD-STATUS
           MOVE SPACES TO MAUD-NEW-STATUS
           MOVE WS-NEW-TERMS-CODE TO MAUD-REASON-CODE
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE 'TERMS' TO MAUD-TRANS-TYPE
           MOVE ZERO TO MAUD-OLD-BALANCE
           MOVE ZERO TO MAUD-NEW-BALANCE
           ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT MAUD-CHANGE-TIME FROM TIME
           WRITE MAINTENANCE-AUDIT-RECORD
           DISPLAY 'PAYMENT TERMS ASSIGNED - NEW INVOICES ONLY'.

       3390-ISSUE-CREDIT-MEMO.
      * A credit memo moves the balance as surely as an adjustment
      * does, so it carries the balance-adjustment tier
           PERFORM 2210-READ-BY-CUST-ID
           IF CUSTOMER-FOUND
               IF OPERATOR-CAN-ADJUST-BALANCE
                   IF INVOICE-FILE-WAS-OPENED
                       PERFORM 3392-READ-MEMO-INVOICE
                   ELSE
                       DISPLAY 'NO INVOICE FILE - NO INVOICE TO '
                           'CREDIT'
                   END-IF
               ELSE
                   DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES NOT '
                       'PERMIT CREDIT MEMOS'
               END-IF
           END-IF.

       3392-READ-MEMO-INVOICE.
           DISPLAY 'ENTER INVOICE NUMBER: '
           ACCEPT WS-INPUT-INVOICE-NO
           MOVE CUST-ID TO INV-CUST-ID
           MOVE WS-INPUT-INVOICE-NO TO INV-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY 'INVOICE NOT ON FILE FOR THIS CUSTOMER'
               NOT INVALID KEY
                   DISPLAY 'INVOICE DATE  : ' INV-INVOICE-DATE
                   DISPLAY 'BILLED AMOUNT : ' INV-ORIGINAL-AMOUNT
                   DISPLAY 'OPEN AMOUNT   : ' INV-OPEN-AMOUNT
                   IF INV-OPEN
                       PERFORM 3394-CAPTURE-CREDIT-MEMO
                   ELSE
                       DISPLAY 'INVOICE IS NOT OPEN - NO CREDIT MEMO '
                           'ISSUED'
                   END-IF
           END-READ.

       3394-CAPTURE-CREDIT-MEMO.
      * The credit may not take the invoice below zero; the rebill,
      * when there is one, is the corrected amount the customer
      * really owes for the same goods
           DISPLAY 'ENTER CREDIT AMOUNT: '
           ACCEPT WS-CREDIT-AMOUNT
           DISPLAY 'ENTER CORRECTED REBILL AMOUNT (0 = NONE): '
           ACCEPT WS-REBILL-AMOUNT
           DISPLAY 'ENTER REASON CODE (REQUIRED): '
           ACCEPT WS-REASON-CODE
           EVALUATE TRUE
               WHEN WS-CREDIT-AMOUNT NOT > ZERO
                   DISPLAY 'CREDIT AMOUNT MUST BE GREATER THAN ZERO - '
                       'NOT ISSUED'
               WHEN WS-CREDIT-AMOUNT > INV-OPEN-AMOUNT
                   DISPLAY 'CREDIT EXCEEDS THE INVOICE OPEN AMOUNT - '
                       'NOT ISSUED'
               WHEN WS-REBILL-AMOUNT < ZERO
                   DISPLAY 'REBILL AMOUNT MAY NOT BE NEGATIVE - '
                       'NOT ISSUED'
               WHEN WS-REASON-CODE = SPACES
                   DISPLAY 'REASON CODE IS REQUIRED - NOT ISSUED'
               WHEN OTHER
                   PERFORM 3396-APPLY-CREDIT-MEMO
           END-EVALUATE.

       3396-APPLY-CREDIT-MEMO.
      * The memo row is numbered by date like an invoice, bumped
      * until the WRITE lands; the balance moves when the posting
      * engine takes the hand-off rows, not here
           ACCEPT WS-MEMO-DATE FROM DATE YYYYMMDD
           MOVE CUST-ID TO CMM-CUST-ID
           MOVE WS-MEMO-DATE TO CMM-MEMO-NO
           MOVE WS-INPUT-INVOICE-NO TO CMM-INVOICE-NO
           MOVE WS-CREDIT-AMOUNT TO CMM-CREDIT-AMOUNT
           MOVE WS-REBILL-AMOUNT TO CMM-REBILL-AMOUNT
           MOVE WS-REASON-CODE TO CMM-REASON-CODE
           MOVE WS-OPERATOR-ID TO CMM-ISSUED-BY
           MOVE WS-MEMO-DATE TO CMM-ISSUE-DATE
           MOVE ZERO TO CMM-STMT-DATE
           MOVE 'N' TO WS-CMM-WRITE-FLAG
           PERFORM 3398-TRY-MEMO-WRITE
               UNTIL WS-CMM-WRITE-FLAG NOT = 'N'
           IF MEMO-NUMBERS-FULL
               DISPLAY 'NO FREE CREDIT MEMO NUMBER FOR THIS ACCOUNT - '
                   'NOT ISSUED'
           ELSE
               MOVE CUST-ID TO TRN-CUST-ID
               MOVE 'A' TO TRN-TRANS-TYPE
               COMPUTE TRN-AMOUNT = ZERO - WS-CREDIT-AMOUNT
               MOVE CUST-CURRENCY-CODE TO TRN-CURRENCY-CODE
               MOVE WS-MEMO-DATE TO TRN-TRANS-DATE
               MOVE 'CRMEMO' TO TRN-SOURCE-CODE
               MOVE SPACES TO TRN-REMITTER-NAME
               MOVE WS-INPUT-INVOICE-NO TO TRN-INVOICE-REF
               MOVE ZERO TO TRN-REMIT-PARENT-ID
               MOVE ZERO TO TRN-REMIT-TOTAL
               WRITE CUSTOMER-TRAN-RECORD
               IF WS-REBILL-AMOUNT > ZERO
                   MOVE 'C' TO TRN-TRANS-TYPE
                   MOVE WS-REBILL-AMOUNT TO TRN-AMOUNT
                   MOVE 'REBILL' TO TRN-SOURCE-CODE
                   WRITE CUSTOMER-TRAN-RECORD
               END-IF
      * The balance pair carries where the account will stand once
      * both rows post - MAUD-TRANS-TYPE CRMEMO tells the review
               MOVE CUST-ID TO MAUD-CUST-ID
               MOVE SPACES TO MAUD-OLD-STATUS
               MOVE SPACES TO MAUD-NEW-STATUS
               MOVE WS-REASON-CODE TO MAUD-REASON-CODE
               MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
               MOVE 'CRMEMO' TO MAUD-TRANS-TYPE
               MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
               COMPUTE MAUD-NEW-BALANCE = CUST-BALANCE
                   - WS-CREDIT-AMOUNT + WS-REBILL-AMOUNT
               ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT MAUD-CHANGE-TIME FROM TIME
               WRITE MAINTENANCE-AUDIT-RECORD
               DISPLAY 'CREDIT MEMO ISSUED - POSTS ON THE NEXT '
                   'POSTING RUN'
           END-IF.

       3398-TRY-MEMO-WRITE.
      * The next free memo number for the account
           WRITE CREDIT-MEMO-RECORD
               INVALID KEY
                   IF CMM-MEMO-NO = 99999999
                       SET MEMO-NUMBERS-FULL TO TRUE
                   ELSE
                       ADD 1 TO CMM-MEMO-NO
                   END-IF
               NOT INVALID KEY
                   SET MEMO-WRITTEN TO TRUE
           END-WRITE.

       3400-SET-CONSOLIDATION.
      * Folding the subsidiaries' statements into one changes what
      * every one of them is mailed - status-change tier, audited
      * like the cycle assignment
           PERFORM 2210-READ-BY-CUST-ID
           IF CUSTOMER-FOUND
               IF OPERATOR-CAN-CHANGE-STATUS
                   IF CUST-PARENT-ID NOT = ZERO
                       DISPLAY 'ACCOUNT ROLLS UP UNDER PARENT '
                           CUST-PARENT-ID
                           ' - ONLY THE PARENT MAY ELECT'
                   ELSE
                       PERFORM 3405-CAPTURE-CONSOLIDATION
                   END-IF
               ELSE
                   DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES NOT '
                       'PERMIT BILLING ELECTIONS'
               END-IF
           END-IF.

       3405-CAPTURE-CONSOLIDATION.
           MOVE 'N' TO WS-CNB-EXISTS-FLAG
           MOVE 'N' TO WS-OLD-ELECTION
           MOVE CUST-ID TO CNB-PARENT-ID
           READ CONSOLIDATED-BILLING-FILE
               INVALID KEY
                   DISPLAY 'NO ELECTION ON FILE - SEPARATE STATEMENTS'
               NOT INVALID KEY
                   SET ELECTION-ROW-EXISTS TO TRUE
                   MOVE CNB-ELECTION TO WS-OLD-ELECTION
                   DISPLAY 'CURRENT ELECTION: ' CNB-ELECTION
           END-READ
           DISPLAY 'CONSOLIDATE CHILD STATEMENTS (Y/N): '
           ACCEPT WS-NEW-ELECTION
           MOVE WS-NEW-ELECTION TO CNB-ELECTION
           EVALUATE TRUE
               WHEN NOT CNB-VALID-ELECTION
                   DISPLAY 'ELECTION MUST BE Y OR N - NOT CHANGED'
               WHEN WS-NEW-ELECTION = WS-OLD-ELECTION
                   DISPLAY 'ELECTION UNCHANGED - NOTHING TO SET'
               WHEN OTHER
                   PERFORM 3408-APPLY-CONSOLIDATION
           END-EVALUATE.

       3408-APPLY-CONSOLIDATION.
           MOVE CUST-ID TO CNB-PARENT-ID
           MOVE WS-NEW-ELECTION TO CNB-ELECTION
           MOVE WS-OPERATOR-ID TO CNB-SET-BY
           ACCEPT CNB-SET-DATE FROM DATE YYYYMMDD
           IF ELECTION-ROW-EXISTS
               REWRITE CONSOLIDATED-BILLING-RECORD
           ELSE
               WRITE CONSOLIDATED-BILLING-RECORD
           END-IF
      * The audit row carries no balance movement; the election
      * rides in the status pair
           MOVE CUST-ID TO MAUD-CUST-ID
           MOVE WS-OLD-ELECTION TO MAUD-OLD-STATUS
           MOVE WS-NEW-ELECTION TO MAUD-NEW-STATUS
           MOVE 'CONSOL' TO MAUD-REASON-CODE
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE 'CONSOL' TO MAUD-TRANS-TYPE
           MOVE ZERO TO MAUD-OLD-BALANCE
           MOVE ZERO TO MAUD-NEW-BALANCE
           ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT MAUD-CHANGE-TIME FROM TIME
           WRITE MAINTENANCE-AUDIT-RECORD
           IF CNB-CONSOLIDATED
               DISPLAY 'CONSOLIDATED BILLING ELECTED - NEXT CYCLE'
           ELSE
               DISPLAY 'CONSOLIDATED BILLING WITHDRAWN - NEXT CYCLE'
           END-IF.

       3410-RECORD-DEPOSIT.
      * Deposit money is held on the customer's behalf and comes
      * back with interest, so recording it carries the balance-
      * adjustment tier even though CUST-BALANCE never moves
           PERFORM 2210-READ-BY-CUST-ID
           IF CUSTOMER-FOUND
               IF OPERATOR-CAN-ADJUST-BALANCE
                   PERFORM 3415-CAPTURE-DEPOSIT
               ELSE
                   DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES NOT '
                       'PERMIT DEPOSIT ENTRY'
               END-IF
           END-IF.

       3415-CAPTURE-DEPOSIT.
      * A returned or applied deposit may be replaced by a fresh
      * one; a deposit still held may not be overwritten
           MOVE 'N' TO WS-DEP-EXISTS-FLAG
           MOVE CUST-ID TO DEP-CUST-ID
           READ DEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEPOSIT-ROW-EXISTS TO TRUE
           END-READ
           IF DEPOSIT-ROW-EXISTS AND DEP-HELD
               DISPLAY 'DEPOSIT ALREADY HELD: ' DEP-AMOUNT-HELD
                   ' RECEIVED ' DEP-RECEIVED-DATE
                   ' - NOT RECORDED'
           ELSE
               DISPLAY 'ENTER DEPOSIT AMOUNT: '
               ACCEPT WS-DEPOSIT-AMOUNT
               DISPLAY 'ENTER DATE RECEIVED (YYYYMMDD, 0 = TODAY): '
               ACCEPT WS-DEPOSIT-DATE
               DISPLAY 'ENTER ANNUAL INTEREST RATE (PERCENT): '
               ACCEPT WS-DEPOSIT-RATE
               IF WS-DEPOSIT-DATE = ZERO
                   ACCEPT WS-DEPOSIT-DATE FROM DATE YYYYMMDD
               END-IF
               EVALUATE TRUE
                   WHEN WS-DEPOSIT-AMOUNT NOT > ZERO
                       DISPLAY 'DEPOSIT MUST BE GREATER THAN ZERO - '
                           'NOT RECORDED'
                   WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-DEPOSIT-DATE)
                           NOT = ZERO
                       DISPLAY 'DATE RECEIVED IS NOT A VALID DATE - '
                           'NOT RECORDED'
                   WHEN OTHER
                       PERFORM 3418-APPLY-DEPOSIT
               END-EVALUATE
           END-IF.

       3418-APPLY-DEPOSIT.
           MOVE CUST-ID TO DEP-CUST-ID
           SET DEP-HELD TO TRUE
           MOVE WS-DEPOSIT-AMOUNT TO DEP-AMOUNT-HELD
           MOVE WS-DEPOSIT-DATE TO DEP-RECEIVED-DATE
           MOVE WS-DEPOSIT-RATE TO DEP-INTEREST-RATE
           MOVE ZERO TO DEP-INTEREST-ACCRUED
           MOVE WS-DEPOSIT-DATE (1:6) TO DEP-LAST-ACCRUAL-PERIOD
           MOVE WS-OPERATOR-ID TO DEP-RECORDED-BY
           MOVE ZERO TO DEP-RELEASE-DATE
           MOVE ZERO TO DEP-RELEASED-AMOUNT
           MOVE ZERO TO DEP-APPLIED-AMOUNT
           IF DEPOSIT-ROW-EXISTS
               REWRITE DEPOSIT-RECORD
           ELSE
               WRITE DEPOSIT-RECORD
           END-IF
      * The deposit rides in the new-balance slot; the balance
      * itself does not move
           MOVE CUST-ID TO MAUD-CUST-ID
           MOVE SPACES TO MAUD-OLD-STATUS
           MOVE SPACES TO MAUD-NEW-STATUS
           MOVE 'DEPOSIT' TO MAUD-REASON-CODE
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE 'DEPOSIT' TO MAUD-TRANS-TYPE
           MOVE ZERO TO MAUD-OLD-BALANCE
           MOVE WS-DEPOSIT-AMOUNT TO MAUD-NEW-BALANCE
           ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT MAUD-CHANGE-TIME FROM TIME
           WRITE MAINTENANCE-AUDIT-RECORD
           DISPLAY 'SECURITY DEPOSIT RECORDED'.

       3420-SALES-TAX-ACTIONS.
      * A state rate moves every taxable charge in the state, so it
      * carries the balance-adjustment tier; an account's exemption
      * is a status decision and carries the status-change tier
           DISPLAY 'ENTER R = SET STATE TAX RATE, '
               'E = SET ACCOUNT EXEMPTION: '
           ACCEPT WS-TAX-ACTION
           EVALUATE WS-TAX-ACTION
               WHEN 'R'
                   IF OPERATOR-CAN-ADJUST-BALANCE
                       PERFORM 3422-CAPTURE-TAX-RATE
                   ELSE
                       DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES '
                           'NOT PERMIT TAX RATE CHANGES'
                   END-IF
               WHEN 'E'
                   PERFORM 2210-READ-BY-CUST-ID
                   IF CUSTOMER-FOUND
                       IF OPERATOR-CAN-CHANGE-STATUS
                           PERFORM 3426-CAPTURE-EXEMPTION
                       ELSE
                           DISPLAY 'ACCESS DENIED - OPERATOR ROLE '
                               'DOES NOT PERMIT EXEMPTION CHANGES'
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'NO ACTION TAKEN'
           END-EVALUATE.

       3422-CAPTURE-TAX-RATE.
      * A rate change is a new effective-dated row; keying the same
      * state and date again corrects that row in place
           DISPLAY 'ENTER STATE CODE: '
           ACCEPT WS-TAX-STATE
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
           ACCEPT WS-TAX-EFFECTIVE-DATE
           DISPLAY 'ENTER RATE AS A DECIMAL (0.07250 = 7.25%): '
           ACCEPT WS-TAX-RATE
           EVALUATE TRUE
               WHEN WS-TAX-STATE = SPACES
                   DISPLAY 'STATE CODE IS REQUIRED - NOT SET'
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-TAX-EFFECTIVE-DATE)
                       NOT = ZERO
                   DISPLAY 'EFFECTIVE DATE IS NOT A VALID DATE - '
                       'NOT SET'
               WHEN WS-TAX-RATE NOT < 1
                   DISPLAY 'RATE MUST BE LESS THAN 1.00000 - NOT SET'
               WHEN OTHER
                   PERFORM 3424-APPLY-TAX-RATE
           END-EVALUATE.

       3424-APPLY-TAX-RATE.
           MOVE 'N' TO WS-STX-EXISTS-FLAG
           MOVE ZERO TO WS-OLD-TAX-RATE
           MOVE WS-TAX-STATE TO STX-STATE
           MOVE WS-TAX-EFFECTIVE-DATE TO STX-EFFECTIVE-DATE
           READ SALES-TAX-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TAX-RATE-ROW-EXISTS TO TRUE
                   MOVE STX-RATE TO WS-OLD-TAX-RATE
           END-READ
           MOVE WS-TAX-STATE TO STX-STATE
           MOVE WS-TAX-EFFECTIVE-DATE TO STX-EFFECTIVE-DATE
           MOVE WS-TAX-RATE TO STX-RATE
           MOVE WS-OPERATOR-ID TO STX-SET-BY
           ACCEPT STX-SET-DATE FROM DATE YYYYMMDD
           IF TAX-RATE-ROW-EXISTS
               REWRITE SALES-TAX-RATE-RECORD
           ELSE
               WRITE SALES-TAX-RATE-RECORD
           END-IF
      * Not an account change - no customer on the audit row; the
      * state and effective date ride in the reason slot, and the
      * rates in the balance slots as parts per hundred thousand
           MOVE ZERO TO MAUD-CUST-ID
           MOVE SPACES TO MAUD-OLD-STATUS
           MOVE SPACES TO MAUD-NEW-STATUS
           MOVE STX-KEY TO MAUD-REASON-CODE
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE 'TAXRATE' TO MAUD-TRANS-TYPE
           COMPUTE MAUD-OLD-BALANCE = WS-OLD-TAX-RATE * 100000
           COMPUTE MAUD-NEW-BALANCE = WS-TAX-RATE * 100000
           ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT MAUD-CHANGE-TIME FROM TIME
           WRITE MAINTENANCE-AUDIT-RECORD
           DISPLAY 'SALES TAX RATE SET FOR ' WS-TAX-STATE
               ' EFFECTIVE ' WS-TAX-EFFECTIVE-DATE.

       3426-CAPTURE-EXEMPTION.
           MOVE 'N' TO WS-TXE-EXISTS-FLAG
           MOVE 'N' TO WS-OLD-EXEMPT-FLAG
           MOVE CUST-ID TO TXE-CUST-ID
           READ TAX-EXEMPT-FILE
               INVALID KEY
                   DISPLAY 'NO EXEMPTION ON FILE - ACCOUNT IS TAXABLE'
               NOT INVALID KEY
                   SET EXEMPT-ROW-EXISTS TO TRUE
                   MOVE TXE-EXEMPT-FLAG TO WS-OLD-EXEMPT-FLAG
                   DISPLAY 'CURRENT EXEMPT FLAG: ' TXE-EXEMPT-FLAG
                       '  CERTIFICATE: ' TXE-CERTIFICATE-NO
           END-READ
           DISPLAY 'ENTER Y = EXEMPT, N = TAXABLE: '
           ACCEPT WS-NEW-EXEMPT-FLAG
           MOVE SPACES TO WS-CERTIFICATE-NO
           IF WS-NEW-EXEMPT-FLAG = 'Y'
               DISPLAY 'ENTER EXEMPTION CERTIFICATE NUMBER: '
               ACCEPT WS-CERTIFICATE-NO
           END-IF
           EVALUATE TRUE
               WHEN WS-NEW-EXEMPT-FLAG NOT = 'Y'
                       AND WS-NEW-EXEMPT-FLAG NOT = 'N'
                   DISPLAY 'INVALID EXEMPT FLAG - NOT SET'
               WHEN WS-NEW-EXEMPT-FLAG = 'Y'
                       AND WS-CERTIFICATE-NO = SPACES
                   DISPLAY 'CERTIFICATE NUMBER IS REQUIRED FOR AN '
                       'EXEMPT ACCOUNT - NOT SET'
               WHEN OTHER
                   PERFORM 3428-APPLY-EXEMPTION
           END-EVALUATE.

       3428-APPLY-EXEMPTION.
           MOVE CUST-ID TO TXE-CUST-ID
           MOVE WS-NEW-EXEMPT-FLAG TO TXE-EXEMPT-FLAG
           MOVE WS-CERTIFICATE-NO TO TXE-CERTIFICATE-NO
           MOVE WS-OPERATOR-ID TO TXE-SET-BY
           ACCEPT TXE-SET-DATE FROM DATE YYYYMMDD
           IF EXEMPT-ROW-EXISTS
               REWRITE TAX-EXEMPT-RECORD
           ELSE
               WRITE TAX-EXEMPT-RECORD
           END-IF
      * Old and new flag ride in the status slots, the leading
      * characters of the certificate in the reason slot
           MOVE CUST-ID TO MAUD-CUST-ID
           MOVE WS-OLD-EXEMPT-FLAG TO MAUD-OLD-STATUS
           MOVE WS-NEW-EXEMPT-FLAG TO MAUD-NEW-STATUS
           MOVE WS-CERTIFICATE-NO TO MAUD-REASON-CODE
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE 'TAXEXEMPT' TO MAUD-TRANS-TYPE
           MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
           MOVE CUST-BALANCE TO MAUD-NEW-BALANCE
           ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT MAUD-CHANGE-TIME FROM TIME
           WRITE MAINTENANCE-AUDIT-RECORD
           DISPLAY 'TAX EXEMPTION STATUS RECORDED'.

       3430-REVERSE-DEFERRED-REVENUE.
      * Every schedule still releasing for this customer - a year
      * billed in March and cancelled in June keeps three months
      * as earned and credits the other nine back
           MOVE 'N' TO WS-DFR-WALK-FLAG
           MOVE CUST-ID TO DFR-CUST-ID
           MOVE ZERO TO DFR-CHARGE-DATE
           START DEFERRED-REVENUE-FILE KEY IS NOT LESS THAN DFR-KEY
               INVALID KEY
                   SET DFR-WALK-DONE TO TRUE
           END-START
           PERFORM 3432-READ-NEXT-SCHEDULE
               UNTIL DFR-WALK-DONE.

       3432-READ-NEXT-SCHEDULE.
           READ DEFERRED-REVENUE-FILE NEXT
               AT END
                   SET DFR-WALK-DONE TO TRUE
               NOT AT END
                   IF DFR-CUST-ID NOT = CUST-ID
                       SET DFR-WALK-DONE TO TRUE
                   ELSE
                       IF DFR-ACTIVE
                           PERFORM 3434-REVERSE-ONE-SCHEDULE
                       END-IF
                   END-IF
           END-READ.

       3434-REVERSE-ONE-SCHEDULE.
      * The credit rides the memo hand-off to the posting engine
      * under source DEFREV, which the GL run books against
      * deferred revenue rather than adjustment expense
           COMPUTE WS-UNEARNED-AMOUNT =
               DFR-TOTAL-AMOUNT - DFR-RECOGNIZED-AMOUNT
           IF WS-UNEARNED-AMOUNT > ZERO
               MOVE CUST-ID TO TRN-CUST-ID
               MOVE 'A' TO TRN-TRANS-TYPE
               COMPUTE TRN-AMOUNT = ZERO - WS-UNEARNED-AMOUNT
               MOVE CUST-CURRENCY-CODE TO TRN-CURRENCY-CODE
               ACCEPT TRN-TRANS-DATE FROM DATE YYYYMMDD
               MOVE 'DEFREV' TO TRN-SOURCE-CODE
               MOVE SPACES TO TRN-REMITTER-NAME
               MOVE ZERO TO TRN-INVOICE-REF
               MOVE ZERO TO TRN-REMIT-PARENT-ID
               MOVE ZERO TO TRN-REMIT-TOTAL
               WRITE CUSTOMER-TRAN-RECORD
           END-IF
           SET DFR-CANCELLED TO TRUE
           ACCEPT DFR-CANCEL-DATE FROM DATE YYYYMMDD
           MOVE WS-UNEARNED-AMOUNT TO DFR-REVERSED-AMOUNT
           REWRITE DEFERRED-REVENUE-RECORD
           MOVE CUST-ID TO MAUD-CUST-ID
           MOVE SPACES TO MAUD-OLD-STATUS
           MOVE SPACES TO MAUD-NEW-STATUS
           MOVE SPACES TO MAUD-REASON-CODE
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE 'DEFREV' TO MAUD-TRANS-TYPE
           MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
           COMPUTE MAUD-NEW-BALANCE =
               CUST-BALANCE - WS-UNEARNED-AMOUNT
           ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT MAUD-CHANGE-TIME FROM TIME
           WRITE MAINTENANCE-AUDIT-RECORD
           DISPLAY 'UNEARNED REVENUE CREDITED: ' WS-UNEARNED-AMOUNT
               ' - POSTS ON THE NEXT POSTING RUN'.

       3440-AUTHORIZE-PRIOR-PERIOD.
      * A late item dated in a closed month restates that month's
      * reported figures, so only the balance-adjustment tier - the
      * supervisors - may let one through
           PERFORM 2210-READ-BY-CUST-ID
           IF CUSTOMER-FOUND
               IF OPERATOR-CAN-ADJUST-BALANCE
                   IF PERIOD-FILE-WAS-OPENED
                       PERFORM 3442-CAPTURE-PRIOR-PERIOD
                   ELSE
                       DISPLAY 'NO PERIOD CONTROL FILE - NO CLOSED '
                           'PERIOD TO POST INTO'
                   END-IF
               ELSE
                   DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES NOT '
                       'PERMIT PRIOR-PERIOD ITEMS'
               END-IF
           END-IF.

       3442-CAPTURE-PRIOR-PERIOD.
      * The item keeps its true date - that is the point - and the
      * date must fall in a period that is closed; an item for an
      * open period needs no authorization and posts as it is
           DISPLAY 'ENTER ITEM DATE (YYYYMMDD): '
           ACCEPT WS-PPA-TRANS-DATE
           DISPLAY 'ENTER TYPE (P=PAYMENT C=CHARGE A=ADJUSTMENT): '
           ACCEPT WS-PPA-TRANS-TYPE
           DISPLAY 'ENTER AMOUNT (ADJUSTMENT CARRIES ITS SIGN): '
           ACCEPT WS-PPA-AMOUNT
           DISPLAY 'ENTER REASON CODE (REQUIRED): '
           ACCEPT WS-REASON-CODE
           MOVE SPACES TO WS-PPA-REJECT
           EVALUATE TRUE
               WHEN WS-PPA-TRANS-DATE NOT NUMERIC
                       OR WS-PPA-TRANS-DATE = ZERO
                   MOVE 'ITEM DATE IS NOT A DATE'
                       TO WS-PPA-REJECT
               WHEN WS-PPA-TRANS-TYPE NOT = 'P'
                       AND WS-PPA-TRANS-TYPE NOT = 'C'
                       AND WS-PPA-TRANS-TYPE NOT = 'A'
                   MOVE 'TYPE MUST BE P, C OR A' TO WS-PPA-REJECT
               WHEN WS-PPA-AMOUNT = ZERO
                   MOVE 'AMOUNT MAY NOT BE ZERO' TO WS-PPA-REJECT
               WHEN WS-PPA-TRANS-TYPE NOT = 'A'
                       AND WS-PPA-AMOUNT < ZERO
                   MOVE 'PAYMENT OR CHARGE MUST BE POSITIVE'
                       TO WS-PPA-REJECT
               WHEN WS-REASON-CODE = SPACES
                   MOVE 'REASON CODE IS REQUIRED' TO WS-PPA-REJECT
           END-EVALUATE
           IF WS-PPA-REJECT = SPACES
               COMPUTE WS-PPA-PERIOD-ID = WS-PPA-TRANS-DATE / 100
               MOVE WS-PPA-PERIOD-ID TO PRD-PERIOD-ID
               READ PERIOD-CONTROL-FILE
                   INVALID KEY
                       MOVE 'PERIOD IS NOT CLOSED - POST AS USUAL'
                           TO WS-PPA-REJECT
                   NOT INVALID KEY
                       IF NOT PRD-CLOSED
                           MOVE 'PERIOD IS NOT CLOSED - POST AS USUAL'
                               TO WS-PPA-REJECT
                       END-IF
               END-READ
           END-IF
           IF WS-PPA-REJECT = SPACES
               PERFORM 3444-APPLY-PRIOR-PERIOD
           ELSE
               DISPLAY WS-PPA-REJECT ' - NOT AUTHORIZED'
           END-IF.

       3444-APPLY-PRIOR-PERIOD.
      * The authorization row is what lets posting through its
      * closed-period gate; the item itself rides the memo hand-off
      * under source PRIORPER on its true date
           MOVE CUST-ID TO PPA-CUST-ID
           MOVE WS-PPA-TRANS-DATE TO PPA-TRANS-DATE
           MOVE ZERO TO PPA-SEQ
           MOVE WS-PPA-TRANS-TYPE TO PPA-TRANS-TYPE
           MOVE WS-PPA-AMOUNT TO PPA-AMOUNT
           SET PPA-AUTHORIZED TO TRUE
           MOVE WS-REASON-CODE TO PPA-REASON-CODE
           MOVE WS-OPERATOR-ID TO PPA-AUTHORIZED-BY
           ACCEPT PPA-AUTHORIZED-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO PPA-POSTED-DATE
           MOVE 'N' TO WS-PPA-WRITE-FLAG
           PERFORM 3446-TRY-AUTHORIZATION-WRITE
               UNTIL WS-PPA-WRITE-FLAG NOT = 'N'
           IF AUTHORIZATION-SLOTS-FULL
               DISPLAY 'ACCOUNT ALREADY HAS 999 AUTHORIZATIONS FOR '
                   'THIS DATE - NOT AUTHORIZED'
           ELSE
               MOVE CUST-ID TO TRN-CUST-ID
               MOVE WS-PPA-TRANS-TYPE TO TRN-TRANS-TYPE
               MOVE WS-PPA-AMOUNT TO TRN-AMOUNT
               MOVE CUST-CURRENCY-CODE TO TRN-CURRENCY-CODE
               MOVE WS-PPA-TRANS-DATE TO TRN-TRANS-DATE
               MOVE 'PRIORPER' TO TRN-SOURCE-CODE
               MOVE SPACES TO TRN-REMITTER-NAME
               MOVE ZERO TO TRN-INVOICE-REF
               MOVE ZERO TO TRN-REMIT-PARENT-ID
               MOVE ZERO TO TRN-REMIT-TOTAL
               WRITE CUSTOMER-TRAN-RECORD
               MOVE CUST-ID TO MAUD-CUST-ID
               MOVE SPACES TO MAUD-OLD-STATUS
               MOVE SPACES TO MAUD-NEW-STATUS
               MOVE WS-REASON-CODE TO MAUD-REASON-CODE
               MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
               MOVE 'PRIORPER' TO MAUD-TRANS-TYPE
               MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
               EVALUATE WS-PPA-TRANS-TYPE
                   WHEN 'P'
                       COMPUTE MAUD-NEW-BALANCE =
                           CUST-BALANCE - WS-PPA-AMOUNT
                   WHEN OTHER
                       COMPUTE MAUD-NEW-BALANCE =
                           CUST-BALANCE + WS-PPA-AMOUNT
               END-EVALUATE
               ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT MAUD-CHANGE-TIME FROM TIME
               WRITE MAINTENANCE-AUDIT-RECORD
               DISPLAY 'PRIOR-PERIOD ITEM AUTHORIZED FOR PERIOD '
                   WS-PPA-PERIOD-ID ' - POSTS ON THE NEXT POSTING RUN'
           END-IF.

       3446-TRY-AUTHORIZATION-WRITE.
      * The next free sequence number for the account and date
           WRITE PRIOR-PERIOD-AUTH-RECORD
               INVALID KEY
                   IF PPA-SEQ = 999
                       SET AUTHORIZATION-SLOTS-FULL TO TRUE
                   ELSE
                       ADD 1 TO PPA-SEQ
                   END-IF
               NOT INVALID KEY
                   SET AUTHORIZATION-WRITTEN TO TRUE
           END-WRITE.

       3450-SET-STATUTE-LIMIT.
      * A limit decides which debts the shop may still sue on and
      * which letters carry the disclosure, so it carries the
      * balance-adjustment tier, the same as a tax rate
           IF OPERATOR-CAN-ADJUST-BALANCE
               PERFORM 3452-CAPTURE-STATUTE-LIMIT
           ELSE
               DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES NOT '
                   'PERMIT STATUTE TABLE CHANGES'
           END-IF.

       3452-CAPTURE-STATUTE-LIMIT.
      * A change in the law is a new effective-dated row; keying the
      * same state and date again corrects that row in place
           DISPLAY 'ENTER STATE CODE: '
           ACCEPT WS-SOL-STATE
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
           ACCEPT WS-SOL-EFFECTIVE-DATE
           DISPLAY 'ENTER LIMIT IN YEARS: '
           ACCEPT WS-SOL-LIMIT-YEARS
           DISPLAY 'ENTER WARNING DAYS BEFORE THE LIMIT: '
           ACCEPT WS-SOL-WARNING-DAYS
           EVALUATE TRUE
               WHEN WS-SOL-STATE = SPACES
                   DISPLAY 'STATE CODE IS REQUIRED - NOT SET'
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-SOL-EFFECTIVE-DATE)
                       NOT = ZERO
                   DISPLAY 'EFFECTIVE DATE IS NOT A VALID DATE - '
                       'NOT SET'
               WHEN WS-SOL-LIMIT-YEARS = ZERO
                   DISPLAY 'LIMIT MUST BE AT LEAST ONE YEAR - NOT SET'
               WHEN OTHER
                   PERFORM 3454-APPLY-STATUTE-LIMIT
           END-EVALUATE.

       3454-APPLY-STATUTE-LIMIT.
           MOVE 'N' TO WS-SOL-EXISTS-FLAG
           MOVE ZERO TO WS-OLD-SOL-YEARS
           MOVE WS-SOL-STATE TO SOL-STATE
           MOVE WS-SOL-EFFECTIVE-DATE TO SOL-EFFECTIVE-DATE
           READ STATUTE-LIMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STATUTE-ROW-EXISTS TO TRUE
                   MOVE SOL-LIMIT-YEARS TO WS-OLD-SOL-YEARS
           END-READ
           MOVE WS-SOL-STATE TO SOL-STATE
           MOVE WS-SOL-EFFECTIVE-DATE TO SOL-EFFECTIVE-DATE
           MOVE WS-SOL-LIMIT-YEARS TO SOL-LIMIT-YEARS
           MOVE WS-SOL-WARNING-DAYS TO SOL-WARNING-DAYS
           MOVE WS-OPERATOR-ID TO SOL-SET-BY
           ACCEPT SOL-SET-DATE FROM DATE YYYYMMDD
           IF STATUTE-ROW-EXISTS
               REWRITE STATUTE-LIMIT-RECORD
           ELSE
               WRITE STATUTE-LIMIT-RECORD
           END-IF
      * Not an account change - no customer on the audit row; the
      * state and effective date ride in the reason slot, and the
      * limits in years in the balance slots
           MOVE ZERO TO MAUD-CUST-ID
           MOVE SPACES TO MAUD-OLD-STATUS
           MOVE SPACES TO MAUD-NEW-STATUS
           MOVE SOL-KEY TO MAUD-REASON-CODE
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE 'SOLIMIT' TO MAUD-TRANS-TYPE
           MOVE WS-OLD-SOL-YEARS TO MAUD-OLD-BALANCE
           MOVE WS-SOL-LIMIT-YEARS TO MAUD-NEW-BALANCE
           ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT MAUD-CHANGE-TIME FROM TIME
           WRITE MAINTENANCE-AUDIT-RECORD
           DISPLAY 'STATUTE LIMIT SET FOR ' WS-SOL-STATE
               ' EFFECTIVE ' WS-SOL-EFFECTIVE-DATE.

       3460-ANSWER-BUREAU-DISPUTE.
      * The bureau's answer is a dispute action, the same tier as
      * acknowledging or resolving a balance dispute
           PERFORM 2210-READ-BY-CUST-ID
           IF CUSTOMER-FOUND
               IF OPERATOR-CAN-CHANGE-STATUS
                   IF ACDV-FILE-WAS-OPENED
                       PERFORM 3462-CAPTURE-BUREAU-ANSWER
                   ELSE
                       DISPLAY 'NO BUREAU DISPUTES ON FILE'
                   END-IF
               ELSE
                   DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES NOT '
                       'PERMIT DISPUTE ACTIONS'
               END-IF
           END-IF.

       3462-CAPTURE-BUREAU-ANSWER.
      * An answer may be corrected until the response file has
      * carried it to the bureau; after that it is final
           DISPLAY 'ENTER BUREAU CONTROL NUMBER: '
           ACCEPT WS-ACD-CONTROL-NO
           MOVE CUST-ID TO ACD-CUST-ID
           MOVE WS-ACD-CONTROL-NO TO ACD-CONTROL-NO
           READ ACDV-FILE
               INVALID KEY
                   DISPLAY 'NO BUREAU DISPUTE ' WS-ACD-CONTROL-NO
                       ' FOR THIS CUSTOMER'
               NOT INVALID KEY
                   IF ACD-RESPONDED
                       DISPLAY 'ANSWER ALREADY SENT TO THE BUREAU ON '
                           ACD-RESPONDED-DATE
                   ELSE
                       DISPLAY 'CONSUMER CLAIM: ' ACD-CONSUMER-CLAIM
                       DISPLAY 'BUREAU DEADLINE: '
                           ACD-RESPONSE-DUE-DATE
                       PERFORM 3464-APPLY-BUREAU-ANSWER
                   END-IF
           END-READ.

       3464-APPLY-BUREAU-ANSWER.
           DISPLAY 'ENTER ANSWER (V = VERIFIED, M = MODIFY, '
               'D = DELETE): '
           ACCEPT WS-ACD-RESPONSE
           MOVE SPACE TO WS-ACD-MOD-RATING
           IF WS-ACD-RESPONSE = 'M'
               DISPLAY 'ENTER CORRECTED PAYMENT RATING (1-4): '
               ACCEPT WS-ACD-MOD-RATING
           END-IF
           EVALUATE TRUE
               WHEN WS-ACD-RESPONSE NOT = 'V'
                       AND WS-ACD-RESPONSE NOT = 'M'
                       AND WS-ACD-RESPONSE NOT = 'D'
                   DISPLAY 'ANSWER MUST BE V, M OR D - NOT ANSWERED'
               WHEN WS-ACD-RESPONSE = 'M'
                       AND (WS-ACD-MOD-RATING < '1'
                           OR WS-ACD-MOD-RATING > '4')
                   DISPLAY 'RATING MUST BE 1 THROUGH 4 - NOT ANSWERED'
               WHEN OTHER
      * A correction before the answer goes out shows the answer it
      * replaced as the old value
                   MOVE ACD-RESPONSE-CODE TO MAUD-OLD-STATUS
                   MOVE WS-ACD-RESPONSE TO ACD-RESPONSE-CODE
                   MOVE WS-ACD-MOD-RATING TO ACD-MOD-RATING
                   SET ACD-ANSWERED TO TRUE
                   MOVE WS-OPERATOR-ID TO ACD-ANSWERED-BY
                   ACCEPT ACD-ANSWERED-DATE FROM DATE YYYYMMDD
                   REWRITE ACDV-RECORD
      * The control number rides in the reason slot so the audit
      * trail ties back to the bureau's own reference
                   MOVE CUST-ID TO MAUD-CUST-ID
                   MOVE WS-ACD-RESPONSE TO MAUD-NEW-STATUS
                   MOVE WS-ACD-CONTROL-NO TO MAUD-REASON-CODE
                   MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
                   MOVE 'ACDVANSWER' TO MAUD-TRANS-TYPE
                   MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
                   MOVE CUST-BALANCE TO MAUD-NEW-BALANCE
                   ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
                   ACCEPT MAUD-CHANGE-TIME FROM TIME
                   WRITE MAINTENANCE-AUDIT-RECORD
                   DISPLAY 'BUREAU DISPUTE ANSWERED - GOES OUT ON THE '
                       'NEXT RESPONSE RUN'
           END-EVALUATE.

       3470-COMPLAINT-ACTIONS.
      * A complaint is a dispute-class action - the status-change
      * tier opens and closes one
           DISPLAY 'ENTER O = OPEN COMPLAINT, C = CLOSE COMPLAINT: '
           ACCEPT WS-CMP-ACTION
           IF WS-CMP-ACTION NOT = 'O' AND WS-CMP-ACTION NOT = 'C'
               DISPLAY 'NO ACTION TAKEN'
           ELSE
               PERFORM 2210-READ-BY-CUST-ID
               IF CUSTOMER-FOUND
                   IF OPERATOR-CAN-CHANGE-STATUS
                       IF WS-CMP-ACTION = 'O'
                           PERFORM 3472-CAPTURE-COMPLAINT
                       ELSE
                           PERFORM 3476-CAPTURE-CLOSURE
                       END-IF
                   ELSE
                       DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES NOT '
                           'PERMIT COMPLAINT ACTIONS'
                   END-IF
               END-IF
           END-IF.

       3472-CAPTURE-COMPLAINT.
           ACCEPT WS-CMP-TODAY FROM DATE YYYYMMDD
           DISPLAY 'ENTER CHANNEL (P = PHONE, L = LETTER, E = EMAIL,'
               ' R = REGULATOR): '
           ACCEPT WS-CMP-CHANNEL
           MOVE SPACES TO WS-CMP-REGULATOR
           IF WS-CMP-CHANNEL = 'R'
               DISPLAY 'ENTER REGULATOR: '
               ACCEPT WS-CMP-REGULATOR
           END-IF
           DISPLAY 'ENTER CATEGORY (FEES BILL PAYM COLL CRPT PRIV '
               'SERV OTHR): '
           ACCEPT WS-CMP-CATEGORY
           DISPLAY 'ENTER WHAT THE CUSTOMER SAID: '
           ACCEPT WS-CMP-DESCRIPTION
           DISPLAY 'ENTER DATE RECEIVED (YYYYMMDD, 0 = TODAY): '
           ACCEPT WS-CMP-RECEIVED-DATE
           DISPLAY 'ENTER RESPONSE DUE DATE (YYYYMMDD, 0 = STANDARD): '
           ACCEPT WS-CMP-DUE-DATE
           IF WS-CMP-RECEIVED-DATE = ZERO
               MOVE WS-CMP-TODAY TO WS-CMP-RECEIVED-DATE
           END-IF
           MOVE WS-CMP-CHANNEL TO CMP-CHANNEL
           MOVE WS-CMP-CATEGORY TO CMP-CATEGORY
           MOVE SPACES TO WS-CMP-REJECT
           EVALUATE TRUE
               WHEN NOT CMP-VALID-CHANNEL
                   MOVE 'CHANNEL MUST BE P, L, E OR R'
                       TO WS-CMP-REJECT
               WHEN CMP-VIA-REGULATOR AND WS-CMP-REGULATOR = SPACES
                   MOVE 'REGULATOR IS REQUIRED' TO WS-CMP-REJECT
               WHEN NOT CMP-VALID-CATEGORY
                   MOVE 'CATEGORY IS NOT ON THE LIST' TO WS-CMP-REJECT
               WHEN WS-CMP-DESCRIPTION = SPACES
                   MOVE 'DESCRIPTION IS REQUIRED' TO WS-CMP-REJECT
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-CMP-RECEIVED-DATE)
                       NOT = ZERO
                       OR WS-CMP-RECEIVED-DATE > WS-CMP-TODAY
                   MOVE 'DATE RECEIVED INVALID OR IN THE FUTURE'
                       TO WS-CMP-REJECT
               WHEN WS-CMP-DUE-DATE NOT = ZERO
                       AND (FUNCTION TEST-DATE-YYYYMMDD
                               (WS-CMP-DUE-DATE) NOT = ZERO
                           OR WS-CMP-DUE-DATE < WS-CMP-RECEIVED-DATE)
                   MOVE 'DUE DATE IS NOT A VALID DATE'
                       TO WS-CMP-REJECT
           END-EVALUATE
           IF WS-CMP-REJECT = SPACES
               PERFORM 3474-OPEN-COMPLAINT
           ELSE
               DISPLAY WS-CMP-REJECT ' - COMPLAINT NOT OPENED'
           END-IF.

       3474-OPEN-COMPLAINT.
           IF WS-CMP-DUE-DATE = ZERO
               IF WS-CMP-CHANNEL = 'R'
                   COMPUTE WS-CMP-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (WS-CMP-RECEIVED-DATE)
                           + WS-CMP-REGULATOR-DAYS)
               ELSE
                   COMPUTE WS-CMP-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (WS-CMP-RECEIVED-DATE)
                           + WS-CMP-STANDARD-DAYS)
               END-IF
           END-IF
           MOVE CUST-ID TO CMP-CUST-ID
           MOVE 1 TO CMP-CASE-NO
           MOVE WS-CMP-CHANNEL TO CMP-CHANNEL
           MOVE WS-CMP-REGULATOR TO CMP-REGULATOR
           MOVE WS-CMP-CATEGORY TO CMP-CATEGORY
           MOVE WS-CMP-DESCRIPTION TO CMP-DESCRIPTION
           MOVE WS-CMP-RECEIVED-DATE TO CMP-RECEIVED-DATE
           MOVE WS-CMP-DUE-DATE TO CMP-RESPONSE-DUE-DATE
           SET CMP-OPEN TO TRUE
           MOVE WS-OPERATOR-ID TO CMP-OPENED-BY
           MOVE SPACES TO CMP-ROOT-CAUSE
           MOVE SPACE TO CMP-RESOLUTION-CODE
           MOVE ZERO TO CMP-RELIEF-AMOUNT
           MOVE SPACES TO CMP-RESOLUTION-TEXT
           MOVE SPACES TO CMP-CLOSED-BY
           MOVE ZERO TO CMP-CLOSED-DATE
           MOVE 'N' TO WS-CMP-WRITE-FLAG
           PERFORM 3475-TRY-COMPLAINT-WRITE
               UNTIL WS-CMP-WRITE-FLAG NOT = 'N'
           IF COMPLAINT-SLOTS-FULL
               DISPLAY 'ACCOUNT ALREADY HAS 999 COMPLAINT CASES - NOT '
                   'OPENED'
           ELSE
               MOVE CUST-ID TO MAUD-CUST-ID
               MOVE SPACES TO MAUD-OLD-STATUS
               MOVE 'O' TO MAUD-NEW-STATUS
               MOVE CMP-CATEGORY TO MAUD-REASON-CODE
               MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
               MOVE 'COMPLAINT' TO MAUD-TRANS-TYPE
               MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
               MOVE CUST-BALANCE TO MAUD-NEW-BALANCE
               ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT MAUD-CHANGE-TIME FROM TIME
               WRITE MAINTENANCE-AUDIT-RECORD
               DISPLAY 'COMPLAINT CASE ' CMP-CASE-NO ' OPENED - '
                   'RESPONSE DUE ' CMP-RESPONSE-DUE-DATE
           END-IF.

       3475-TRY-COMPLAINT-WRITE.
      * The next free case number for the account
           WRITE COMPLAINT-RECORD
               INVALID KEY
                   IF CMP-CASE-NO = 999
                       SET COMPLAINT-SLOTS-FULL TO TRUE
                   ELSE
                       ADD 1 TO CMP-CASE-NO
                   END-IF
               NOT INVALID KEY
                   SET COMPLAINT-WRITTEN TO TRUE
           END-WRITE.

       3476-CAPTURE-CLOSURE.
           DISPLAY 'ENTER COMPLAINT CASE NUMBER: '
           ACCEPT WS-CMP-CASE-NO
           MOVE CUST-ID TO CMP-CUST-ID
           MOVE WS-CMP-CASE-NO TO CMP-CASE-NO
           READ COMPLAINT-FILE
               INVALID KEY
                   DISPLAY 'NO COMPLAINT CASE ' WS-CMP-CASE-NO
                       ' FOR THIS CUSTOMER'
               NOT INVALID KEY
                   IF CMP-CLOSED
                       DISPLAY 'COMPLAINT ALREADY CLOSED ON '
                           CMP-CLOSED-DATE
                   ELSE
                       DISPLAY 'COMPLAINT: ' CMP-DESCRIPTION
                       PERFORM 3478-CLOSE-COMPLAINT
                   END-IF
           END-READ.

       3478-CLOSE-COMPLAINT.
      * The root cause is what the examiner asks about - no case
      * closes without one
           DISPLAY 'ENTER ROOT CAUSE (POLC PROC SYST STAF VEND '
               'CUST): '
           ACCEPT WS-CMP-ROOT-CAUSE
           DISPLAY 'ENTER RESOLUTION (M = MONETARY RELIEF, '
               'N = NON-MONETARY, E = EXPLAINED): '
           ACCEPT WS-CMP-RESOLUTION
           MOVE ZERO TO WS-CMP-RELIEF-AMOUNT
           IF WS-CMP-RESOLUTION = 'M'
               DISPLAY 'ENTER RELIEF AMOUNT: '
               ACCEPT WS-CMP-RELIEF-AMOUNT
           END-IF
           DISPLAY 'ENTER RESOLUTION GIVEN: '
           ACCEPT WS-CMP-RESOLUTION-TEXT
           MOVE WS-CMP-ROOT-CAUSE TO CMP-ROOT-CAUSE
           MOVE WS-CMP-RESOLUTION TO CMP-RESOLUTION-CODE
           EVALUATE TRUE
               WHEN NOT CMP-VALID-ROOT-CAUSE
                   DISPLAY 'ROOT CAUSE IS NOT ON THE LIST - '
                       'NOT CLOSED'
               WHEN NOT CMP-VALID-RESOLUTION
                   DISPLAY 'RESOLUTION MUST BE M, N OR E - NOT CLOSED'
               WHEN CMP-MONETARY-RELIEF
                       AND WS-CMP-RELIEF-AMOUNT NOT > ZERO
                   DISPLAY 'MONETARY RELIEF NEEDS AN AMOUNT - '
                       'NOT CLOSED'
               WHEN WS-CMP-RESOLUTION-TEXT = SPACES
                   DISPLAY 'RESOLUTION GIVEN IS REQUIRED - NOT CLOSED'
               WHEN OTHER
                   MOVE WS-CMP-RELIEF-AMOUNT TO CMP-RELIEF-AMOUNT
                   MOVE WS-CMP-RESOLUTION-TEXT TO CMP-RESOLUTION-TEXT
                   SET CMP-CLOSED TO TRUE
                   MOVE WS-OPERATOR-ID TO CMP-CLOSED-BY
                   ACCEPT CMP-CLOSED-DATE FROM DATE YYYYMMDD
                   REWRITE COMPLAINT-RECORD
      * The relief itself posts as a balance adjustment; the audit
      * row carries the root cause in the reason slot
                   MOVE CUST-ID TO MAUD-CUST-ID
                   MOVE 'O' TO MAUD-OLD-STATUS
                   MOVE 'C' TO MAUD-NEW-STATUS
                   MOVE CMP-ROOT-CAUSE TO MAUD-REASON-CODE
                   MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
                   MOVE 'CMPLCLOSE' TO MAUD-TRANS-TYPE
                   MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
                   MOVE CUST-BALANCE TO MAUD-NEW-BALANCE
                   ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
                   ACCEPT MAUD-CHANGE-TIME FROM TIME
                   WRITE MAINTENANCE-AUDIT-RECORD
                   DISPLAY 'COMPLAINT CASE ' CMP-CASE-NO ' CLOSED'
           END-EVALUATE.

       3480-CONTACT-CONSENT-ACTIONS.
      * Anyone signed on may look; changing consent or logging a
      * call is collector work - the status-change tier
           DISPLAY 'ENTER V = VIEW CONSENT, C = CHANGE CONSENT, '
               'L = LOG CALL OUTCOME: '
           ACCEPT WS-CNC-ACTION
           IF WS-CNC-ACTION NOT = 'V' AND WS-CNC-ACTION NOT = 'C'
                   AND WS-CNC-ACTION NOT = 'L'
               DISPLAY 'NO ACTION TAKEN'
           ELSE
               PERFORM 2210-READ-BY-CUST-ID
               IF CUSTOMER-FOUND
                   MOVE CUST-ID TO WS-CON-CUST-ID
                   MOVE CUST-STATE TO WS-CON-STATE
                   MOVE WS-OPERATOR-ID TO WS-CON-OPERATOR-ID
                   EVALUATE TRUE
                       WHEN WS-CNC-ACTION = 'V'
                           MOVE 'CHECK' TO WS-CON-FUNCTION
                           CALL 'SAMPLE-PROGRAM-CONSENT'
                               USING WS-CONSENT-PARM-AREA
                           PERFORM 3482-SHOW-CONSENT
                       WHEN NOT OPERATOR-CAN-CHANGE-STATUS
                           DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES '
                               'NOT PERMIT CONSENT OR CALL LOGGING'
                       WHEN WS-CNC-ACTION = 'C'
                           PERFORM 3484-CAPTURE-CONSENT
                       WHEN OTHER
                           PERFORM 3488-LOG-CALL-ATTEMPT
                   END-EVALUATE
               END-IF
           END-IF.

       3482-SHOW-CONSENT.
           IF WS-CON-RETURN-CODE > 4
               DISPLAY 'CONSENT NOT AVAILABLE: ' WS-CON-MESSAGE
           ELSE
               DISPLAY 'PHONE CONSENT : ' WS-CON-PHONE-CONSENT
                   '   DO NOT CALL : ' WS-CON-DO-NOT-CALL
               DISPLAY 'TEXT CONSENT  : ' WS-CON-TEXT-CONSENT
                   '   EMAIL CONSENT: ' WS-CON-EMAIL-CONSENT
               DISPLAY 'NOT AT WORK   : ' WS-CON-NO-WORK-CALLS
               DISPLAY 'CALL HOURS    : ' WS-CON-CALL-FROM-HOUR '-'
                   WS-CON-CALL-TO-HOUR ' ' WS-CON-TIME-ZONE
                   ' (OFFICE CLOCK ' WS-CON-OFFICE-FROM-HOUR '-'
                   WS-CON-OFFICE-TO-HOUR ')'
               DISPLAY 'CALLS IN 7 DAYS: ' WS-CON-WEEK-ATTEMPTS
                   ' OF ' WS-CON-ATTEMPT-CAP
               DISPLAY 'CALL NOW      : ' WS-CON-MESSAGE
           END-IF.

       3484-CAPTURE-CONSENT.
      * Start from what is on file; a blank answer (or 00 for an
      * hour) keeps the current setting
           MOVE 'CHECK' TO WS-CON-FUNCTION
           CALL 'SAMPLE-PROGRAM-CONSENT' USING WS-CONSENT-PARM-AREA
           IF WS-CON-RETURN-CODE > 4
               DISPLAY 'CONSENT NOT AVAILABLE: ' WS-CON-MESSAGE
           ELSE
               MOVE WS-CON-PHONE-CONSENT TO WS-CNC-OLD-PHONE
               PERFORM 3482-SHOW-CONSENT
               DISPLAY 'PHONE CONSENT (Y/N, BLANK = KEEP): '
               MOVE SPACE TO WS-CNC-ENTRY
               ACCEPT WS-CNC-ENTRY
               IF WS-CNC-ENTRY NOT = SPACE
                   MOVE WS-CNC-ENTRY TO WS-CON-PHONE-CONSENT
               END-IF
               DISPLAY 'TEXT CONSENT (Y/N, BLANK = KEEP): '
               MOVE SPACE TO WS-CNC-ENTRY
               ACCEPT WS-CNC-ENTRY
               IF WS-CNC-ENTRY NOT = SPACE
                   MOVE WS-CNC-ENTRY TO WS-CON-TEXT-CONSENT
               END-IF
               DISPLAY 'EMAIL CONSENT (Y/N, BLANK = KEEP): '
               MOVE SPACE TO WS-CNC-ENTRY
               ACCEPT WS-CNC-ENTRY
               IF WS-CNC-ENTRY NOT = SPACE
                   MOVE WS-CNC-ENTRY TO WS-CON-EMAIL-CONSENT
               END-IF
               DISPLAY 'DO NOT CALL (Y/N, BLANK = KEEP): '
               MOVE SPACE TO WS-CNC-ENTRY
               ACCEPT WS-CNC-ENTRY
               IF WS-CNC-ENTRY NOT = SPACE
                   MOVE WS-CNC-ENTRY TO WS-CON-DO-NOT-CALL
               END-IF
               DISPLAY 'NO CALLS AT WORK (Y/N, BLANK = KEEP): '
               MOVE SPACE TO WS-CNC-ENTRY
               ACCEPT WS-CNC-ENTRY
               IF WS-CNC-ENTRY NOT = SPACE
                   MOVE WS-CNC-ENTRY TO WS-CON-NO-WORK-CALLS
               END-IF
               DISPLAY 'EARLIEST CALL HOUR, CUSTOMER LOCAL '
                   '(08-20, 00 = KEEP): '
               MOVE ZERO TO WS-CNC-HOUR-ENTRY
               ACCEPT WS-CNC-HOUR-ENTRY
               IF WS-CNC-HOUR-ENTRY NOT = ZERO
                   MOVE WS-CNC-HOUR-ENTRY TO WS-CON-CALL-FROM-HOUR
               END-IF
               DISPLAY 'HOUR CALLS MUST END BY, CUSTOMER LOCAL '
                   '(09-21, 00 = KEEP): '
               MOVE ZERO TO WS-CNC-HOUR-ENTRY
               ACCEPT WS-CNC-HOUR-ENTRY
               IF WS-CNC-HOUR-ENTRY NOT = ZERO
                   MOVE WS-CNC-HOUR-ENTRY TO WS-CON-CALL-TO-HOUR
               END-IF
               PERFORM 3486-SAVE-CONSENT
           END-IF.

       3486-SAVE-CONSENT.
           MOVE 'SET' TO WS-CON-FUNCTION
           CALL 'SAMPLE-PROGRAM-CONSENT' USING WS-CONSENT-PARM-AREA
           IF WS-CON-RETURN-CODE > 4
               DISPLAY WS-CON-MESSAGE ' - CONSENT NOT CHANGED'
           ELSE
      * The reason slot carries the flags as saved: phone, text,
      * email, do-not-call, not-at-work
               MOVE CUST-ID TO MAUD-CUST-ID
               MOVE WS-CNC-OLD-PHONE TO MAUD-OLD-STATUS
               MOVE WS-CON-PHONE-CONSENT TO MAUD-NEW-STATUS
               MOVE SPACES TO MAUD-REASON-CODE
               STRING 'P' WS-CON-PHONE-CONSENT
                   'T' WS-CON-TEXT-CONSENT
                   'E' WS-CON-EMAIL-CONSENT
                   'D' WS-CON-DO-NOT-CALL
                   'W' WS-CON-NO-WORK-CALLS
                   DELIMITED BY SIZE
                   INTO MAUD-REASON-CODE
               MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
               MOVE 'CONSENT' TO MAUD-TRANS-TYPE
               MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
               MOVE CUST-BALANCE TO MAUD-NEW-BALANCE
               ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT MAUD-CHANGE-TIME FROM TIME
               WRITE MAINTENANCE-AUDIT-RECORD
               DISPLAY WS-CON-MESSAGE
           END-IF.

       3488-LOG-CALL-ATTEMPT.
      * Every call the collector placed, whatever came of it; a
      * promise taken on the call is captured here and written to
      * the promise file exactly as menu 4 would
           DISPLAY 'ENTER OUTCOME (N = NO ANSWER, M = LEFT MESSAGE, '
               'R = RIGHT-PARTY CONTACT,'
           DISPLAY '    P = PROMISE TAKEN, X = REFUSED, '
               'W = WRONG NUMBER): '
           ACCEPT WS-CON-ATTEMPT-RESULT
           MOVE WS-CON-ATTEMPT-RESULT TO CLG-OUTCOME
           ACCEPT WS-CNC-TODAY FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN NOT CLG-VALID-OUTCOME
                   DISPLAY 'OUTCOME IS NOT ON THE LIST - NOT LOGGED'
               WHEN CLG-PROMISE-TAKEN
                   DISPLAY 'CURRENT BALANCE: ' CUST-BALANCE
                   DISPLAY 'ENTER PROMISED AMOUNT: '
                   ACCEPT WS-PROMISE-AMOUNT
                   DISPLAY 'ENTER PROMISED DATE (YYYYMMDD): '
                   ACCEPT WS-PROMISE-DATE
                   IF WS-PROMISE-AMOUNT NOT > ZERO
                           OR FUNCTION TEST-DATE-YYYYMMDD
                               (WS-PROMISE-DATE) NOT = ZERO
                           OR WS-PROMISE-DATE < WS-CNC-TODAY
                       DISPLAY 'PROMISE NEEDS A POSITIVE AMOUNT AND A '
                           'DATE FROM TODAY ON - NOT LOGGED'
                   ELSE
                       PERFORM 3489-RECORD-CALL-OUTCOME
                   END-IF
               WHEN OTHER
                   PERFORM 3489-RECORD-CALL-OUTCOME
           END-EVALUATE.

       3489-RECORD-CALL-OUTCOME.
           MOVE 'ATTEMPT' TO WS-CON-FUNCTION
           CALL 'SAMPLE-PROGRAM-CONSENT' USING WS-CONSENT-PARM-AREA
           DISPLAY WS-CON-MESSAGE
           IF WS-CON-RETURN-CODE NOT > 4
               INITIALIZE CALL-LOG-RECORD
               MOVE CUST-ID TO CLG-CUST-ID
               MOVE WS-CNC-TODAY TO CLG-CALL-DATE
               MOVE 1 TO CLG-SEQ-NO
               ACCEPT CLG-CALL-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO CLG-COLLECTOR-ID
               MOVE WS-CON-ATTEMPT-RESULT TO CLG-OUTCOME
               IF WS-CON-RETURN-CODE = 0
                   MOVE 'Y' TO CLG-PERMITTED
               ELSE
                   MOVE 'N' TO CLG-PERMITTED
               END-IF
               IF CLG-PROMISE-TAKEN
                   MOVE WS-PROMISE-AMOUNT TO CLG-PROMISED-AMOUNT
                   MOVE WS-PROMISE-DATE TO CLG-PROMISED-DATE
                   SET CLG-PROMISE-OPEN TO TRUE
               END-IF
               MOVE 'N' TO WS-CLG-WRITE-FLAG
               PERFORM 3490-TRY-CALL-LOG-WRITE
                   UNTIL WS-CLG-WRITE-FLAG NOT = 'N'
               IF CALL-LOG-SLOTS-FULL
                   DISPLAY 'ACCOUNT ALREADY HAS 999 CALLS LOGGED TODAY '
                       '- CALL NOT LOGGED'
               ELSE
                   IF CLG-PROMISE-TAKEN
                       PERFORM 2520-APPLY-PROMISE
                   END-IF
               END-IF
               DISPLAY 'CALLS IN 7 DAYS: ' WS-CON-WEEK-ATTEMPTS
                   ' OF ' WS-CON-ATTEMPT-CAP
               IF WS-CON-NEXT-CALL-DATE NOT = ZERO
                   DISPLAY 'NO FURTHER CALLS BEFORE '
                       WS-CON-NEXT-CALL-DATE
               END-IF
           END-IF.

       3490-TRY-CALL-LOG-WRITE.
      * The next free sequence number for the account and day
           WRITE CALL-LOG-RECORD
               INVALID KEY
                   IF CLG-SEQ-NO = 999
                       SET CALL-LOG-SLOTS-FULL TO TRUE
                   ELSE
                       ADD 1 TO CLG-SEQ-NO
                   END-IF
               NOT INVALID KEY
                   SET CALL-LOG-WRITTEN TO TRUE
           END-WRITE.

       3500-GUARANTOR-ACTIONS.
      * Anyone signed on may look; taking on or releasing a signer
      * changes who can be pursued for the debt - the status-change
      * tier
           DISPLAY 'ENTER V = VIEW, A = ADD, R = RELEASE: '
           ACCEPT WS-GRT-ACTION
           IF WS-GRT-ACTION NOT = 'V' AND WS-GRT-ACTION NOT = 'A'
                   AND WS-GRT-ACTION NOT = 'R'
               DISPLAY 'NO ACTION TAKEN'
           ELSE
               PERFORM 2210-READ-BY-CUST-ID
               IF CUSTOMER-FOUND
                   EVALUATE TRUE
                       WHEN WS-GRT-ACTION = 'V'
                           PERFORM 3502-SHOW-GUARANTORS
                       WHEN NOT OPERATOR-CAN-CHANGE-STATUS
                           DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES '
                               'NOT PERMIT GUARANTOR CHANGES'
                       WHEN WS-GRT-ACTION = 'A'
                           PERFORM 3504-CAPTURE-GUARANTOR
                       WHEN OTHER
                           PERFORM 3510-CAPTURE-RELEASE
                   END-EVALUATE
               END-IF
           END-IF.

       3502-SHOW-GUARANTORS.
           MOVE ZERO TO WS-GRT-SHOWN
           MOVE 'N' TO WS-GRT-WALK-FLAG
           MOVE CUST-ID TO GRT-CUST-ID
           MOVE ZERO TO GRT-SEQ-NO
           START GUARANTOR-FILE
               KEY IS NOT LESS THAN GRT-KEY
               INVALID KEY
                   SET GUARANTOR-WALK-DONE TO TRUE
           END-START
           PERFORM 3503-SHOW-ONE-GUARANTOR
               UNTIL GUARANTOR-WALK-DONE
           IF WS-GRT-SHOWN = ZERO
               DISPLAY 'NO GUARANTORS OR CO-OBLIGORS ON FILE'
           END-IF.

       3503-SHOW-ONE-GUARANTOR.
           READ GUARANTOR-FILE NEXT RECORD
               AT END
                   SET GUARANTOR-WALK-DONE TO TRUE
               NOT AT END
                   IF GRT-CUST-ID NOT = CUST-ID
                       SET GUARANTOR-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-GRT-SHOWN
                       DISPLAY GRT-SEQ-NO ' ' GRT-NAME
                           ' TYPE ' GRT-LIABILITY-TYPE
                           ' LIMIT ' GRT-GUARANTEE-LIMIT
                           ' STATUS ' GRT-STATUS
                       DISPLAY '   ' GRT-ADDRESS-LINE-1 ' '
                           GRT-CITY ' ' GRT-STATE ' ' GRT-ZIP-CODE
                           ' PHONE ' GRT-PHONE
                   END-IF
           END-READ.

       3504-CAPTURE-GUARANTOR.
           MOVE SPACES TO GUARANTOR-RECORD
           MOVE ZERO TO GRT-GUARANTEE-LIMIT
           MOVE ZERO TO GRT-GUARANTOR-CUST-ID
           DISPLAY 'ENTER SIGNER NAME: '
           ACCEPT GRT-NAME
           DISPLAY 'ENTER ADDRESS LINE 1: '
           ACCEPT GRT-ADDRESS-LINE-1
           DISPLAY 'ENTER ADDRESS LINE 2: '
           ACCEPT GRT-ADDRESS-LINE-2
           DISPLAY 'ENTER CITY: '
           ACCEPT GRT-CITY
           DISPLAY 'ENTER STATE: '
           ACCEPT GRT-STATE
           DISPLAY 'ENTER ZIP CODE: '
           ACCEPT GRT-ZIP-CODE
           DISPLAY 'ENTER PHONE: '
           ACCEPT GRT-PHONE
           DISPLAY 'ENTER EMAIL: '
           ACCEPT GRT-EMAIL
           DISPLAY 'ENTER LIABILITY (G = FULL GUARANTEE, L = LIMITED '
               'GUARANTEE, C = CO-OBLIGOR): '
           ACCEPT GRT-LIABILITY-TYPE
           IF GRT-LIMITED-GUARANTOR
               DISPLAY 'ENTER GUARANTEE LIMIT: '
               ACCEPT GRT-GUARANTEE-LIMIT
           END-IF
           DISPLAY 'ENTER SIGNER''S OWN CUST-ID (0 = NOT A CUSTOMER): '
           ACCEPT GRT-GUARANTOR-CUST-ID
           PERFORM 3505-CHECK-SIGNER-ACCOUNT
           MOVE SPACES TO WS-GRT-REJECT
           EVALUATE TRUE
               WHEN GRT-NAME = SPACES
                   MOVE 'NAME IS REQUIRED' TO WS-GRT-REJECT
               WHEN GRT-ADDRESS-LINE-1 = SPACES OR GRT-CITY = SPACES
                   MOVE 'ADDRESS AND CITY ARE REQUIRED'
                       TO WS-GRT-REJECT
               WHEN NOT GRT-VALID-LIABILITY
                   MOVE 'LIABILITY MUST BE G, L OR C' TO WS-GRT-REJECT
               WHEN GRT-LIMITED-GUARANTOR
                       AND GRT-GUARANTEE-LIMIT NOT > ZERO
                   MOVE 'A LIMITED GUARANTEE NEEDS A LIMIT'
                       TO WS-GRT-REJECT
               WHEN GRT-GUARANTOR-CUST-ID = CUST-ID
                   MOVE 'AN ACCOUNT CANNOT GUARANTEE ITSELF'
                       TO WS-GRT-REJECT
               WHEN GRT-GUARANTOR-CUST-ID NOT = ZERO
                       AND NOT GUARANTOR-IS-CUSTOMER
                   MOVE 'SIGNER CUST-ID IS NOT ON FILE'
                       TO WS-GRT-REJECT
           END-EVALUATE
           IF WS-GRT-REJECT = SPACES
               PERFORM 3506-ADD-GUARANTOR
           ELSE
               DISPLAY WS-GRT-REJECT ' - SIGNER NOT ADDED'
           END-IF.

       3505-CHECK-SIGNER-ACCOUNT.
      * The signer's own account is looked up through the same
      * record area, so the guaranteed account is read back after
           MOVE 'N' TO WS-GRT-OWN-FLAG
           IF GRT-GUARANTOR-CUST-ID NOT = ZERO
                   AND GRT-GUARANTOR-CUST-ID NOT = CUST-ID
               MOVE CUST-ID TO WS-GRT-ACCOUNT-ID
               MOVE GRT-GUARANTOR-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GUARANTOR-IS-CUSTOMER TO TRUE
               END-READ
               MOVE WS-GRT-ACCOUNT-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       3506-ADD-GUARANTOR.
           MOVE CUST-ID TO GRT-CUST-ID
           MOVE 1 TO GRT-SEQ-NO
           IF NOT GRT-LIMITED-GUARANTOR
               MOVE ZERO TO GRT-GUARANTEE-LIMIT
           END-IF
           SET GRT-ACTIVE TO TRUE
           ACCEPT GRT-EFFECTIVE-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO GRT-RELEASED-DATE
           MOVE WS-OPERATOR-ID TO GRT-CHANGED-BY
           MOVE 'N' TO WS-GRT-WRITE-FLAG
           PERFORM 3508-TRY-GUARANTOR-WRITE
               UNTIL WS-GRT-WRITE-FLAG NOT = 'N'
           IF GUARANTOR-SLOTS-FULL
               DISPLAY 'ACCOUNT ALREADY HAS 99 SIGNERS - NOT ADDED'
           ELSE
               MOVE CUST-ID TO MAUD-CUST-ID
               MOVE SPACE TO MAUD-OLD-STATUS
               MOVE 'A' TO MAUD-NEW-STATUS
               MOVE SPACES TO MAUD-REASON-CODE
               STRING 'SEQ ' GRT-SEQ-NO ' ' GRT-LIABILITY-TYPE
                   DELIMITED BY SIZE INTO MAUD-REASON-CODE
               MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
               MOVE 'GUARANTOR' TO MAUD-TRANS-TYPE
               MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
               MOVE CUST-BALANCE TO MAUD-NEW-BALANCE
               ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT MAUD-CHANGE-TIME FROM TIME
               WRITE MAINTENANCE-AUDIT-RECORD
               DISPLAY 'SIGNER ' GRT-SEQ-NO ' ADDED'
           END-IF.

       3508-TRY-GUARANTOR-WRITE.
      * The next free sequence number for the account
           WRITE GUARANTOR-RECORD
               INVALID KEY
                   IF GRT-SEQ-NO = 99
                       SET GUARANTOR-SLOTS-FULL TO TRUE
                   ELSE
                       ADD 1 TO GRT-SEQ-NO
                   END-IF
               NOT INVALID KEY
                   SET GUARANTOR-WRITTEN TO TRUE
           END-WRITE.

       3510-CAPTURE-RELEASE.
      * A released signer stays on file for the history; the
      * letters and the agency extract only look at active rows
           DISPLAY 'ENTER SIGNER SEQUENCE NUMBER: '
           ACCEPT WS-GRT-SEQ-NO
           MOVE CUST-ID TO GRT-CUST-ID
           MOVE WS-GRT-SEQ-NO TO GRT-SEQ-NO
           READ GUARANTOR-FILE
               INVALID KEY
                   DISPLAY 'NO SIGNER ' WS-GRT-SEQ-NO
                       ' FOR THIS CUSTOMER'
               NOT INVALID KEY
                   IF GRT-RELEASED
                       DISPLAY 'SIGNER ALREADY RELEASED ON '
                           GRT-RELEASED-DATE
                   ELSE
                       SET GRT-RELEASED TO TRUE
                       ACCEPT GRT-RELEASED-DATE FROM DATE YYYYMMDD
                       MOVE WS-OPERATOR-ID TO GRT-CHANGED-BY
                       REWRITE GUARANTOR-RECORD
                       MOVE CUST-ID TO MAUD-CUST-ID
                       MOVE 'A' TO MAUD-OLD-STATUS
                       MOVE 'R' TO MAUD-NEW-STATUS
                       MOVE SPACES TO MAUD-REASON-CODE
                       STRING 'SEQ ' GRT-SEQ-NO ' '
                           GRT-LIABILITY-TYPE
                           DELIMITED BY SIZE INTO MAUD-REASON-CODE
                       MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
                       MOVE 'GRTRELEASE' TO MAUD-TRANS-TYPE
                       MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
                       MOVE CUST-BALANCE TO MAUD-NEW-BALANCE
                       ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
                       ACCEPT MAUD-CHANGE-TIME FROM TIME
                       WRITE MAINTENANCE-AUDIT-RECORD
                       DISPLAY 'SIGNER ' GRT-SEQ-NO ' ' GRT-NAME
                           ' RELEASED'
                   END-IF
           END-READ.

       3520-ACCOUNT-NOTE-ACTIONS.
      * Anyone signed on may read the notes; writing one is an
      * account action like a complaint - the status-change tier
           DISPLAY 'ENTER V = VIEW NOTES, A = ADD NOTE: '
           ACCEPT WS-NTE-ACTION
           IF WS-NTE-ACTION NOT = 'V' AND WS-NTE-ACTION NOT = 'A'
               DISPLAY 'NO ACTION TAKEN'
           ELSE
               PERFORM 2210-READ-BY-CUST-ID
               IF CUSTOMER-FOUND
                   EVALUATE TRUE
                       WHEN WS-NTE-ACTION = 'V'
                           PERFORM 3522-SHOW-ACCOUNT-NOTES
                       WHEN NOT OPERATOR-CAN-CHANGE-STATUS
                           DISPLAY 'ACCESS DENIED - OPERATOR ROLE DOES '
                               'NOT PERMIT ACCOUNT NOTES'
                       WHEN OTHER
                           PERFORM 3524-CAPTURE-NOTE
                   END-EVALUATE
               END-IF
           END-IF.

       3522-SHOW-ACCOUNT-NOTES.
      * The key runs newest first, so the walk needs no sort
           MOVE ZERO TO WS-NTE-SHOWN
           MOVE 'N' TO WS-NTE-WALK-FLAG
           MOVE CUST-ID TO NTE-CUST-ID
           MOVE ZERO TO NTE-INVERTED-DATE
           MOVE ZERO TO NTE-SEQ-NO
           START ACCOUNT-NOTE-FILE
               KEY IS NOT LESS THAN NTE-KEY
               INVALID KEY
                   SET NOTE-WALK-DONE TO TRUE
           END-START
           PERFORM 3523-SHOW-ONE-NOTE
               UNTIL NOTE-WALK-DONE
           IF WS-NTE-SHOWN = ZERO
               DISPLAY 'NO NOTES ON FILE'
           END-IF.

       3523-SHOW-ONE-NOTE.
           READ ACCOUNT-NOTE-FILE NEXT RECORD
               AT END
                   SET NOTE-WALK-DONE TO TRUE
               NOT AT END
                   IF NTE-CUST-ID NOT = CUST-ID
                           OR WS-NTE-SHOWN >= WS-NTE-SHOW-LIMIT
                       SET NOTE-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-NTE-SHOWN
                       DISPLAY NTE-NOTE-DATE ' ' NTE-NOTE-TIME ' '
                           NTE-OPERATOR-ID ' ' NTE-CATEGORY
                       DISPLAY '   ' NTE-TEXT
                       IF NTE-FOLLOW-UP-DATE NOT = ZERO
                           DISPLAY '   FOLLOW UP ' NTE-FOLLOW-UP-DATE
                               ' BY ' NTE-FOLLOW-UP-OPERATOR
                       END-IF
                   END-IF
           END-READ.

       3524-CAPTURE-NOTE.
           MOVE SPACES TO ACCOUNT-NOTE-RECORD
           MOVE ZERO TO NTE-FOLLOW-UP-DATE
           ACCEPT WS-NTE-TODAY FROM DATE YYYYMMDD
           DISPLAY 'ENTER CATEGORY (CALL, PYMT = PAYMENT CLAIM, '
               'DISP = DISPUTE, SERV = SERVICE, LEGL = LEGAL, '
               'GENL = GENERAL): '
           ACCEPT NTE-CATEGORY
           DISPLAY 'ENTER NOTE TEXT: '
           ACCEPT NTE-TEXT
           DISPLAY 'ENTER FOLLOW-UP DATE YYYYMMDD (0 = NONE): '
           ACCEPT NTE-FOLLOW-UP-DATE
           IF NTE-FOLLOW-UP-DATE NOT = ZERO
               DISPLAY 'ENTER FOLLOW-UP OPERATOR (BLANK = YOURSELF): '
               ACCEPT NTE-FOLLOW-UP-OPERATOR
               IF NTE-FOLLOW-UP-OPERATOR = SPACES
                   MOVE WS-OPERATOR-ID TO NTE-FOLLOW-UP-OPERATOR
               END-IF
           END-IF
           MOVE SPACES TO WS-NTE-REJECT
           EVALUATE TRUE
               WHEN NOT NTE-VALID-CATEGORY
                   MOVE 'CATEGORY NOT RECOGNIZED' TO WS-NTE-REJECT
               WHEN NTE-TEXT = SPACES
                   MOVE 'NOTE TEXT IS REQUIRED' TO WS-NTE-REJECT
               WHEN NTE-FOLLOW-UP-DATE = ZERO
                   CONTINUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (NTE-FOLLOW-UP-DATE)
                       NOT = ZERO
                   MOVE 'FOLLOW-UP DATE IS NOT A VALID DATE'
                       TO WS-NTE-REJECT
               WHEN NTE-FOLLOW-UP-DATE < WS-NTE-TODAY
                   MOVE 'FOLLOW-UP DATE IS IN THE PAST'
                       TO WS-NTE-REJECT
           END-EVALUATE
           IF WS-NTE-REJECT = SPACES
               PERFORM 3526-ADD-NOTE
           ELSE
               DISPLAY WS-NTE-REJECT ' - NOTE NOT ADDED'
           END-IF.

       3526-ADD-NOTE.
      * Sequence numbers count down within the day, so a later note
      * the same day still sorts ahead of an earlier one
           MOVE CUST-ID TO NTE-CUST-ID
           MOVE WS-NTE-TODAY TO NTE-NOTE-DATE
           COMPUTE NTE-INVERTED-DATE = 99999999 - WS-NTE-TODAY
           MOVE 999 TO NTE-SEQ-NO
           ACCEPT NTE-NOTE-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO NTE-OPERATOR-ID
           MOVE 'N' TO WS-NTE-WRITE-FLAG
           PERFORM 3528-TRY-NOTE-WRITE
               UNTIL WS-NTE-WRITE-FLAG NOT = 'N'
           IF NOTE-SLOTS-FULL
               DISPLAY 'ACCOUNT ALREADY HAS 999 NOTES TODAY - '
                   'NOT ADDED'
           ELSE
               MOVE CUST-ID TO MAUD-CUST-ID
               MOVE SPACE TO MAUD-OLD-STATUS
               MOVE SPACE TO MAUD-NEW-STATUS
               MOVE SPACES TO MAUD-REASON-CODE
               STRING 'NOTE ' NTE-CATEGORY
                   DELIMITED BY SIZE INTO MAUD-REASON-CODE
               MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
               MOVE 'ACCTNOTE' TO MAUD-TRANS-TYPE
               MOVE CUST-BALANCE TO MAUD-OLD-BALANCE
               MOVE CUST-BALANCE TO MAUD-NEW-BALANCE
               ACCEPT MAUD-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT MAUD-CHANGE-TIME FROM TIME
               WRITE MAINTENANCE-AUDIT-RECORD
               IF NTE-FOLLOW-UP-DATE NOT = ZERO
                   DISPLAY 'NOTE ADDED - FOLLOW UP '
                       NTE-FOLLOW-UP-DATE ' BY '
                       NTE-FOLLOW-UP-OPERATOR
               ELSE
                   DISPLAY 'NOTE ADDED'
               END-IF
           END-IF.

       3528-TRY-NOTE-WRITE.
      * The next free sequence number for the account and day
           WRITE ACCOUNT-NOTE-RECORD
               INVALID KEY
                   IF NTE-SEQ-NO = 1
                       SET NOTE-SLOTS-FULL TO TRUE
                   ELSE
                       SUBTRACT 1 FROM NTE-SEQ-NO
                   END-IF
               NOT INVALID KEY
                   SET NOTE-WRITTEN TO TRUE
           END-WRITE.

       2950-APPLY-BATCH-FILE.
      * Bulk mode: the same role check, edit rules, and audit path
      * as the online flow, fed from a file instead of the keyboard.
      * Each row carries the operator id that authorized it, and
      * that id's role - not the signed-on operator's - gates the
      * row, so a batch confers no authority keying would not
           OPEN INPUT MAINT-BATCH-FILE
           IF NOT MBT-FILE-OK
               DISPLAY 'NO BATCH TRANSACTION FILE PRESENT'
           ELSE
               OPEN OUTPUT MAINT-BATCH-REGISTER
               IF NOT MBR-FILE-OK
                   DISPLAY 'ERROR OPENING BATCH REGISTER: '
                       WS-MBR-FILE-STATUS
                   CLOSE MAINT-BATCH-FILE
               ELSE
                   MOVE WS-OPERATOR-ID TO WS-SESSION-OPERATOR-ID
                   MOVE WS-OPERATOR-ROLE TO WS-SESSION-ROLE
                   MOVE ZERO TO WS-BATCH-READ
                   MOVE ZERO TO WS-BATCH-APPLIED
                   MOVE ZERO TO WS-BATCH-REJECTED
                   PERFORM 2955-PROCESS-BATCH-ROW
                       UNTIL MBT-FILE-AT-END
                   MOVE WS-SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                   MOVE WS-SESSION-ROLE TO WS-OPERATOR-ROLE
                   CLOSE MAINT-BATCH-FILE
                   CLOSE MAINT-BATCH-REGISTER
                   DISPLAY 'BATCH COMPLETE - READ ' WS-BATCH-READ
                       ' APPLIED ' WS-BATCH-APPLIED
                       ' REJECTED ' WS-BATCH-REJECTED
               END-IF
           END-IF.

       2955-PROCESS-BATCH-ROW.
           READ MAINT-BATCH-FILE
               AT END
                   SET MBT-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-BATCH-READ
                   PERFORM 2960-APPLY-ONE-BATCH-ROW
           END-READ.

       2960-APPLY-ONE-BATCH-ROW.
      * Stage the row into the same working fields the online
      * paragraphs use, so 2320/2420 and the 2330/2430 audit path
      * run untouched
           MOVE SPACES TO WS-BATCH-REJECT-REASON

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           MOVE 'CLOSE' TO WS-BVT-FUNCTION
           CALL 'SAMPLE-PROGRAM-BANKVLT' USING WS-BANKVLT-PARM-AREA
           CLOSE CUSTOMER-FILE
           CLOSE MAINTENANCE-AUDIT-FILE
           CLOSE PROMISE-FILE
           CLOSE MAIL-STATUS-FILE
           CLOSE CYCLE-ASSIGN-FILE
           CLOSE OFFICER-ASSIGN-FILE
           CLOSE CREDIT-LIMIT-FILE
           CLOSE CREDIT-REVIEW-FILE
           CLOSE PAYMENT-TERMS-FILE
           IF INVOICE-FILE-WAS-OPENED
               CLOSE INVOICE-FILE
           END-IF
           CLOSE CREDIT-MEMO-FILE
           CLOSE CREDIT-MEMO-TRAN-FILE
           CLOSE CONSOLIDATED-BILLING-FILE
           CLOSE DEPOSIT-FILE
           CLOSE SALES-TAX-RATE-FILE
           CLOSE TAX-EXEMPT-FILE
           CLOSE DEFERRED-REVENUE-FILE
           IF PERIOD-FILE-WAS-OPENED
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           CLOSE PRIOR-PERIOD-AUTH-FILE
           CLOSE STATUTE-LIMIT-FILE
           IF TIME-BAR-FILE-WAS-OPENED
               CLOSE TIME-BAR-FILE
           END-IF
           IF ACDV-FILE-WAS-OPENED
               CLOSE ACDV-FILE
           END-IF
           CLOSE COMPLAINT-FILE
           CLOSE CALL-LOG-FILE
           CLOSE GUARANTOR-FILE
           CLOSE ACCOUNT-NOTE-FILE
      * Give CUSTDATA back - the reservation outlives us only if
      * we crash, and INSPECT/BREAK exist for exactly that
           MOVE 'RELEASE' TO WS-RSV-FUNCTION
