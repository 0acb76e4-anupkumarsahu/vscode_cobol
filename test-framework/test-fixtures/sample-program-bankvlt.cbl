       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-BANKVLT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Bank account vault service. AUTOPAY-FILE used to carry the
      * routing and full account number of every autopay customer in
      * clear, readable by every batch job, every backup and the
      * standby replica. The numbers now live only in the vault file
      * this service owns; everything else carries a token and the
      * last four digits. The vault file is to be secured so that
      * nothing but this service's run units can open it.
      * Three functions:
      *   TOKENIZE   - files LS-BVT-ROUTING-NUMBER and
      *     LS-BVT-ACCOUNT-NUMBER for LS-BVT-CUST-ID under a new
      *     token, returned in LS-BVT-TOKEN with the last four
      *     digits in LS-BVT-LAST-FOUR; the numbers are wiped from
      *     the parameter area once they are filed
      *   DETOKENIZE - returns the numbers behind LS-BVT-TOKEN, only
      *     to SAMPLE-PROGRAM-ACHORIG originating a debit (purpose
      *     ORIGINATE) and SAMPLE-PROGRAM-MAINT enrolling autopay
      *     (purpose ENROLL). Every request - granted, refused, or
      *     for a token not in the vault - is logged with the
      *     program, operator and purpose it came with
      *   CLOSE      - closes the vault and the log at the end of the
      *     caller's run
      * The vault opens on first use and stays open across calls
      * until CLOSE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bank account vault - created on first use
           SELECT BANK-VAULT-FILE ASSIGN TO "CUSTBVLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BVT-TOKEN
               FILE STATUS IS WS-BVT-FILE-STATUS.

      * One row per detokenization request, appended
           SELECT DETOKENIZE-LOG-FILE ASSIGN TO "CUSTBVLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BVL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-VAULT-FILE.
           COPY BANK-ACCOUNT-VAULT-RECORD.

       FD  DETOKENIZE-LOG-FILE.
       01  DETOKENIZE-LOG-RECORD.
           05  BVL-LOG-DATE        PIC 9(8).
           05  BVL-LOG-TIME        PIC 9(6).
           05  BVL-TOKEN           PIC X(16).
      * The vault row's CUST-ID; zero when the token was not found
           05  BVL-CUST-ID         PIC 9(9).
           05  BVL-PROGRAM-NAME    PIC X(24).
           05  BVL-OPERATOR-ID     PIC X(8).
           05  BVL-PURPOSE         PIC X(10).
           05  BVL-OUTCOME         PIC X.
               88  BVL-GRANTED     VALUE 'G'.
               88  BVL-REFUSED     VALUE 'R'.
               88  BVL-NOT-FOUND   VALUE 'N'.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-BVT-FILE-STATUS      PIC XX.
           88  BVT-FILE-OK         VALUE '00'.
           88  BVT-FILE-MISSING    VALUE '35'.

       01  WS-BVL-FILE-STATUS      PIC XX.
           88  BVL-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-BVT-OPEN-FLAG    PIC X VALUE 'N'.
               88  VAULT-FILE-OPEN VALUE 'Y'.
           05  WS-BVL-OPEN-FLAG    PIC X VALUE 'N'.
               88  LOG-FILE-OPEN   VALUE 'Y'.
           05  WS-PERMIT-FLAG      PIC X VALUE 'N'.
               88  DETOKENIZE-PERMITTED VALUE 'Y'.

      * Serial zero is the control row
       01  WS-CONTROL-TOKEN.
           05  FILLER              PIC X(2) VALUE 'BT'.
           05  FILLER              PIC 9(14) VALUE ZERO.
       01  WS-NEXT-TOKEN-SEQ       PIC 9(14).

      * Where the account number's digits end - it is keyed left
      * justified, so the last four sit just before the trailing
      * spaces
       01  WS-REVERSED-ACCOUNT     PIC X(17).
       01  WS-TRAILING-SPACES      PIC 9(2) COMP.
       01  WS-ACCOUNT-LENGTH       PIC 9(2) COMP.

       LINKAGE SECTION.
       01  LS-BANKVLT-PARM-AREA.
           05  LS-BVT-RETURN-CODE  PIC S9(4) COMP.
           05  LS-BVT-MESSAGE      PIC X(50).
      * TOKENIZE, DETOKENIZE or CLOSE
           05  LS-BVT-FUNCTION     PIC X(10).
      * Who is asking, and (DETOKENIZE only) what for
           05  LS-BVT-PROGRAM-NAME PIC X(24).
           05  LS-BVT-OPERATOR-ID  PIC X(8).
           05  LS-BVT-PURPOSE      PIC X(10).
           05  LS-BVT-CUST-ID      PIC 9(9).
           05  LS-BVT-TOKEN        PIC X(16).
           05  LS-BVT-ROUTING-NUMBER PIC 9(9).
           05  LS-BVT-ACCOUNT-NUMBER PIC X(17).
           05  LS-BVT-LAST-FOUR    PIC X(4).

       PROCEDURE DIVISION USING LS-BANKVLT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           MOVE 0 TO LS-BVT-RETURN-CODE
           MOVE SPACES TO LS-BVT-MESSAGE
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           EVALUATE LS-BVT-FUNCTION
               WHEN 'TOKENIZE'
                   PERFORM 2000-TOKENIZE
               WHEN 'DETOKENIZE'
                   PERFORM 3000-DETOKENIZE
               WHEN 'CLOSE'
                   PERFORM 4000-CLOSE-VAULT
               WHEN OTHER
                   MOVE 8 TO LS-BVT-RETURN-CODE
                   MOVE 'UNRECOGNIZED BANK VAULT FUNCTION'
                       TO LS-BVT-MESSAGE
           END-EVALUATE
           GOBACK.

       2000-TOKENIZE SECTION.
       2100-FILE-BANK-ACCOUNT.
           MOVE SPACES TO LS-BVT-TOKEN
           MOVE SPACES TO LS-BVT-LAST-FOUR
           IF LS-BVT-CUST-ID = ZERO
                   OR LS-BVT-ROUTING-NUMBER = ZERO
                   OR LS-BVT-ACCOUNT-NUMBER = SPACES
               MOVE 8 TO LS-BVT-RETURN-CODE
               MOVE 'CUST-ID, ROUTING AND ACCOUNT NUMBER REQUIRED'
                   TO LS-BVT-MESSAGE
               EXIT SECTION
           END-IF
           MOVE FUNCTION REVERSE (LS-BVT-ACCOUNT-NUMBER)
               TO WS-REVERSED-ACCOUNT
           MOVE ZERO TO WS-TRAILING-SPACES
           INSPECT WS-REVERSED-ACCOUNT
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACES
           COMPUTE WS-ACCOUNT-LENGTH = 17 - WS-TRAILING-SPACES
           IF WS-ACCOUNT-LENGTH < 4
               MOVE 8 TO LS-BVT-RETURN-CODE
               MOVE 'ACCOUNT NUMBER SHORTER THAN FOUR DIGITS'
                   TO LS-BVT-MESSAGE
               EXIT SECTION
           END-IF
           PERFORM 6050-OPEN-VAULT
           IF NOT VAULT-FILE-OPEN
               MOVE 8 TO LS-BVT-RETURN-CODE
               MOVE 'BANK ACCOUNT VAULT UNAVAILABLE' TO LS-BVT-MESSAGE
               EXIT SECTION
           END-IF
           PERFORM 2200-NEXT-TOKEN-SEQ
           IF LS-BVT-RETURN-CODE NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE 'BT' TO BVT-TOKEN-PREFIX
           MOVE WS-NEXT-TOKEN-SEQ TO BVT-TOKEN-SEQ
           MOVE LS-BVT-CUST-ID TO BVT-CUST-ID
           MOVE LS-BVT-ROUTING-NUMBER TO BVT-ROUTING-NUMBER
           MOVE LS-BVT-ACCOUNT-NUMBER TO BVT-ACCOUNT-NUMBER
           MOVE LS-BVT-ACCOUNT-NUMBER (WS-ACCOUNT-LENGTH - 3:4)
               TO BVT-LAST-FOUR
           MOVE STD-CURRENT-DATE TO BVT-CREATED-DATE
           MOVE STD-CURRENT-TIME TO BVT-CREATED-TIME
           MOVE LS-BVT-OPERATOR-ID TO BVT-CREATED-BY
           MOVE LS-BVT-PROGRAM-NAME TO BVT-CREATED-PROGRAM
           WRITE BANK-ACCOUNT-VAULT-RECORD
               INVALID KEY
                   MOVE 8 TO LS-BVT-RETURN-CODE
                   MOVE 'BANK ACCOUNT COULD NOT BE VAULTED'
                       TO LS-BVT-MESSAGE
               NOT INVALID KEY
                   MOVE BVT-TOKEN TO LS-BVT-TOKEN
                   MOVE BVT-LAST-FOUR TO LS-BVT-LAST-FOUR
                   MOVE ZERO TO LS-BVT-ROUTING-NUMBER
                   MOVE SPACES TO LS-BVT-ACCOUNT-NUMBER
           END-WRITE

      * 2200 and 6050 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them
           EXIT SECTION.

       2200-NEXT-TOKEN-SEQ.
      * The control row is created with the vault's first token
           MOVE WS-CONTROL-TOKEN TO BVT-TOKEN
           READ BANK-VAULT-FILE
               INVALID KEY
                   MOVE SPACES TO BVT-CONTROL-DATA
                   MOVE 1 TO BVT-LAST-TOKEN-SEQ
                   WRITE BANK-ACCOUNT-VAULT-RECORD
                       INVALID KEY
                           MOVE 8 TO LS-BVT-RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO BVT-LAST-TOKEN-SEQ
                   REWRITE BANK-ACCOUNT-VAULT-RECORD
                       INVALID KEY
                           MOVE 8 TO LS-BVT-RETURN-CODE
                   END-REWRITE
           END-READ
           IF LS-BVT-RETURN-CODE = ZERO
               MOVE BVT-LAST-TOKEN-SEQ TO WS-NEXT-TOKEN-SEQ
           ELSE
               MOVE 'BANK VAULT CONTROL ROW COULD NOT BE UPDATED'
                   TO LS-BVT-MESSAGE
           END-IF.

       3000-DETOKENIZE SECTION.
       3100-RECOVER-BANK-ACCOUNT.
           MOVE ZERO TO LS-BVT-ROUTING-NUMBER
           MOVE SPACES TO LS-BVT-ACCOUNT-NUMBER
           MOVE SPACES TO LS-BVT-LAST-FOUR
           MOVE ZERO TO LS-BVT-CUST-ID
           MOVE 'N' TO WS-PERMIT-FLAG
           EVALUATE TRUE
               WHEN LS-BVT-PROGRAM-NAME = 'SAMPLE-PROGRAM-ACHORIG'
                       AND LS-BVT-PURPOSE = 'ORIGINATE'
                   SET DETOKENIZE-PERMITTED TO TRUE
               WHEN LS-BVT-PROGRAM-NAME = 'SAMPLE-PROGRAM-MAINT'
                       AND LS-BVT-PURPOSE = 'ENROLL'
                   SET DETOKENIZE-PERMITTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 6100-OPEN-LOG
           IF NOT LOG-FILE-OPEN
               MOVE 8 TO LS-BVT-RETURN-CODE
               MOVE 'DETOKENIZE LOG UNAVAILABLE - NOTHING RETURNED'
                   TO LS-BVT-MESSAGE
               EXIT SECTION
           END-IF
           IF NOT DETOKENIZE-PERMITTED
               MOVE ZERO TO BVL-CUST-ID
               SET BVL-REFUSED TO TRUE
               PERFORM 3200-LOG-REQUEST
               MOVE 8 TO LS-BVT-RETURN-CODE
               MOVE 'DETOKENIZE NOT PERMITTED FOR THIS CALLER'
                   TO LS-BVT-MESSAGE
               EXIT SECTION
           END-IF
           PERFORM 6050-OPEN-VAULT
           IF NOT VAULT-FILE-OPEN
               MOVE 8 TO LS-BVT-RETURN-CODE
               MOVE 'BANK ACCOUNT VAULT UNAVAILABLE' TO LS-BVT-MESSAGE
               EXIT SECTION
           END-IF
           MOVE LS-BVT-TOKEN TO BVT-TOKEN
           IF BVT-TOKEN = WS-CONTROL-TOKEN
               MOVE HIGH-VALUES TO BVT-TOKEN
           END-IF
           READ BANK-VAULT-FILE
               INVALID KEY
                   MOVE ZERO TO BVL-CUST-ID
                   SET BVL-NOT-FOUND TO TRUE
                   PERFORM 3200-LOG-REQUEST
                   MOVE 8 TO LS-BVT-RETURN-CODE
                   MOVE 'TOKEN NOT IN THE BANK ACCOUNT VAULT'
                       TO LS-BVT-MESSAGE
               NOT INVALID KEY
                   MOVE BVT-CUST-ID TO BVL-CUST-ID
                   SET BVL-GRANTED TO TRUE
                   PERFORM 3200-LOG-REQUEST
                   MOVE BVT-CUST-ID TO LS-BVT-CUST-ID
                   MOVE BVT-ROUTING-NUMBER TO LS-BVT-ROUTING-NUMBER
                   MOVE BVT-ACCOUNT-NUMBER TO LS-BVT-ACCOUNT-NUMBER
                   MOVE BVT-LAST-FOUR TO LS-BVT-LAST-FOUR
           END-READ

      * 3200, 6050 and 6100 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into them
           EXIT SECTION.

       3200-LOG-REQUEST.
           MOVE STD-CURRENT-DATE TO BVL-LOG-DATE
           MOVE STD-CURRENT-TIME TO BVL-LOG-TIME
           MOVE LS-BVT-TOKEN TO BVL-TOKEN
           MOVE LS-BVT-PROGRAM-NAME TO BVL-PROGRAM-NAME
           MOVE LS-BVT-OPERATOR-ID TO BVL-OPERATOR-ID
           MOVE LS-BVT-PURPOSE TO BVL-PURPOSE
           WRITE DETOKENIZE-LOG-RECORD.

       4000-CLOSE-VAULT SECTION.
       4100-CLOSE-FILES.
           IF VAULT-FILE-OPEN
               CLOSE BANK-VAULT-FILE
               MOVE 'N' TO WS-BVT-OPEN-FLAG
           END-IF
           IF LOG-FILE-OPEN
               CLOSE DETOKENIZE-LOG-FILE
               MOVE 'N' TO WS-BVL-OPEN-FLAG
           END-IF.

       6000-VAULT-FILE-IO SECTION.
       6050-OPEN-VAULT.
      * The first account ever vaulted creates the vault
           IF NOT VAULT-FILE-OPEN
               OPEN I-O BANK-VAULT-FILE
               IF BVT-FILE-MISSING
                   OPEN OUTPUT BANK-VAULT-FILE
                   IF BVT-FILE-OK
                       CLOSE BANK-VAULT-FILE
                       OPEN I-O BANK-VAULT-FILE
                   END-IF
               END-IF
               IF BVT-FILE-OK
                   SET VAULT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING BANK ACCOUNT VAULT: '
                       WS-BVT-FILE-STATUS
               END-IF
           END-IF.

       6100-OPEN-LOG.
      * Appended across runs, created on first use
           IF NOT LOG-FILE-OPEN
               OPEN EXTEND DETOKENIZE-LOG-FILE
               IF NOT BVL-FILE-OK
                   OPEN OUTPUT DETOKENIZE-LOG-FILE
               END-IF
               IF BVL-FILE-OK
                   SET LOG-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING DETOKENIZE LOG: '
                       WS-BVL-FILE-STATUS
               END-IF
           END-IF.
