       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-PARMADM.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Parameter master administration transaction. The thresholds
      * every batch program runs with now live on PARAMETER-FILE,
      * keyed by program, parameter name and effective date, instead
      * of in scheduler parms and operator memory - and this is the
      * only sanctioned way to change them. Restricted to operators
      * holding the supervisor role code, exactly as ROLEADM is, it
      * can:
      *   - list a program's parameters, every effective date
      *   - add a value effective today or later - a new value for
      *     today takes effect from the next run; one keyed ahead
      *     takes effect on its date with nobody touching a job
      *   - change or withdraw a value that has not yet taken effect
      * A value that has taken effect is never changed or removed -
      * it is the record of what the runs used; it is superseded by
      * adding a later one. Every change goes to PARAMETER-AUDIT-FILE
      * with the old and new value, who made it, and when.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "CUSTPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT OPERATOR-ROLE-FILE ASSIGN TO "CUSTOPRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRL-FILE-STATUS.

      * Every parameter change - which value, from what to what, by
      * whom, and when
           SELECT PARAMETER-AUDIT-FILE ASSIGN TO "CUSTPRMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
           COPY PARAMETER-MASTER-RECORD.

       FD  OPERATOR-ROLE-FILE.
       01  OPERATOR-ROLE-RECORD.
           05  OPRL-OPERATOR-ID    PIC X(8).
           05  OPRL-ROLE-CODE      PIC X.

       FD  PARAMETER-AUDIT-FILE.
       01  PARAMETER-AUDIT-RECORD.
           05  PMA-PROGRAM-ID      PIC X(8).
           05  PMA-PARM-NAME       PIC X(16).
           05  PMA-EFFECTIVE-DATE  PIC 9(8).
           05  PMA-ACTION          PIC X(8).
               88  PMA-ADDED       VALUE 'ADD'.
               88  PMA-CHANGED     VALUE 'CHANGE'.
               88  PMA-WITHDRAWN   VALUE 'WITHDRAW'.
           05  PMA-OLD-VALUE       PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05  PMA-NEW-VALUE       PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05  PMA-ADMIN-OPERATOR  PIC X(8).
           05  PMA-CHANGE-DATE     PIC 9(8).
           05  PMA-CHANGE-TIME     PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-PRM-FILE-STATUS      PIC XX.
           88  PRM-FILE-OK         VALUE '00'.
           88  PRM-FILE-AT-END     VALUE '10'.
           88  PRM-FILE-MISSING    VALUE '35'.

       01  WS-OPRL-FILE-STATUS     PIC XX.
           88  OPRL-FILE-OK        VALUE '00'.
           88  OPRL-FILE-AT-END    VALUE '10'.

       01  WS-PMA-FILE-STATUS      PIC XX.
           88  PMA-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-SESSION-FLAG     PIC X VALUE 'N'.
               88  END-OF-SESSION  VALUE 'Y'.
           05  WS-ROW-FOUND-FLAG   PIC X VALUE 'N'.
               88  ROW-FOUND       VALUE 'Y'.
           05  WS-LIST-DONE-FLAG   PIC X VALUE 'N'.
               88  LIST-DONE       VALUE 'Y'.

       01  WS-ADMIN-OPERATOR-ID    PIC X(8).
       01  WS-ADMIN-ROLE           PIC X VALUE 'V'.
           88  ADMIN-IS-SUPERVISOR VALUE 'B'.

       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-TARGET-PROGRAM-ID    PIC X(8).
       01  WS-TARGET-PARM-NAME     PIC X(16).
       01  WS-TARGET-EFFECTIVE-DATE PIC 9(8).
       01  WS-NEW-VALUE            PIC S9(9)V9(4).
       01  WS-OLD-VALUE            PIC S9(9)V9(4).
       01  WS-NEW-DESCRIPTION      PIC X(30).
       01  WS-VALUE-DISPLAY        PIC -(9)9.9(4).

       01  WS-COUNTERS.
           05  WS-CHANGE-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-LIST-COUNT       PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ADMIN-LOOP
               UNTIL END-OF-SESSION
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           PERFORM 1200-SIGN-ON

           OPEN I-O PARAMETER-FILE
           IF PRM-FILE-MISSING
               OPEN OUTPUT PARAMETER-FILE
               CLOSE PARAMETER-FILE
               OPEN I-O PARAMETER-FILE
           END-IF
           IF NOT PRM-FILE-OK
               DISPLAY 'ERROR OPENING PARAMETER FILE: '
                   WS-PRM-FILE-STATUS
               GOBACK
           END-IF

           OPEN EXTEND PARAMETER-AUDIT-FILE
           IF PMA-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT PARAMETER-AUDIT-FILE
           END-IF
           IF NOT PMA-FILE-OK
               DISPLAY 'ERROR OPENING PARAMETER AUDIT FILE: '
                   WS-PMA-FILE-STATUS
               CLOSE PARAMETER-FILE
               GOBACK
           END-IF

      * 1200/1210 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       1200-SIGN-ON.
      * Deny by default, exactly as ROLEADM does - only the
      * supervisor role code may change a parameter
           DISPLAY 'PARAMETER MASTER ADMINISTRATION'
           DISPLAY 'ENTER YOUR OPERATOR ID: '
           ACCEPT WS-ADMIN-OPERATOR-ID
           MOVE 'V' TO WS-ADMIN-ROLE
           OPEN INPUT OPERATOR-ROLE-FILE
           IF OPRL-FILE-OK
               PERFORM 1210-READ-ROLE-ENTRY
                   UNTIL OPRL-FILE-AT-END
               CLOSE OPERATOR-ROLE-FILE
           END-IF
           IF NOT ADMIN-IS-SUPERVISOR
               DISPLAY 'ACCESS DENIED - PARAMETER ADMINISTRATION '
                   'REQUIRES THE SUPERVISOR ROLE'
               GOBACK
           END-IF.

       1210-READ-ROLE-ENTRY.
           READ OPERATOR-ROLE-FILE
               AT END
                   SET OPRL-FILE-AT-END TO TRUE
               NOT AT END
                   IF OPRL-OPERATOR-ID = WS-ADMIN-OPERATOR-ID
                       MOVE OPRL-ROLE-CODE TO WS-ADMIN-ROLE
                       SET OPRL-FILE-AT-END TO TRUE
                   END-IF
           END-READ.

       2000-ADMIN-LOOP SECTION.
       2100-PROMPT-FOR-ACTION.
           DISPLAY ' '
           DISPLAY '1 = LIST A PROGRAM''S PARAMETERS'
           DISPLAY '2 = ADD A VALUE'
           DISPLAY '3 = CHANGE A VALUE NOT YET IN EFFECT'
           DISPLAY '4 = WITHDRAW A VALUE NOT YET IN EFFECT'
           DISPLAY '9 = EXIT'
           DISPLAY 'SELECTION: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM 2200-LIST-PARAMETERS
               WHEN '2'
                   PERFORM 2300-ADD-VALUE
               WHEN '3'
                   PERFORM 2400-CHANGE-VALUE
               WHEN '4'
                   PERFORM 2500-WITHDRAW-VALUE
               WHEN '9'
                   SET END-OF-SESSION TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION'
           END-EVALUATE

      * 2200 through 2900 already ran above (whichever the operator
      * picked) via the explicit PERFORM - exit the section here
      * instead of falling into all of them every pass
           EXIT SECTION.

       2200-LIST-PARAMETERS.
           DISPLAY 'ENTER PROGRAM (E.G. ACCRUAL): '
           ACCEPT WS-TARGET-PROGRAM-ID
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-DONE-FLAG
           MOVE WS-TARGET-PROGRAM-ID TO PRM-PROGRAM-ID
           MOVE LOW-VALUES TO PRM-PARM-NAME
           MOVE ZERO TO PRM-EFFECTIVE-DATE
           START PARAMETER-FILE KEY IS NOT LESS THAN PRM-KEY
               INVALID KEY
                   SET LIST-DONE TO TRUE
           END-START
           PERFORM 2210-LIST-ONE-ROW
               UNTIL LIST-DONE
           DISPLAY WS-LIST-COUNT ' ROWS FOR ' WS-TARGET-PROGRAM-ID.

       2210-LIST-ONE-ROW.
           READ PARAMETER-FILE NEXT RECORD
               AT END
                   SET LIST-DONE TO TRUE
               NOT AT END
                   IF PRM-PROGRAM-ID NOT = WS-TARGET-PROGRAM-ID
                       SET LIST-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       MOVE PRM-VALUE TO WS-VALUE-DISPLAY
                       DISPLAY '  ' PRM-PARM-NAME
                           ' FROM ' PRM-EFFECTIVE-DATE
                           ' ' WS-VALUE-DISPLAY
                           ' ' PRM-STATUS
                           ' BY ' PRM-CHANGED-BY
                           ' ' PRM-DESCRIPTION
                   END-IF
           END-READ.

       2300-ADD-VALUE.
           PERFORM 2700-CAPTURE-KEY
           EVALUATE TRUE
               WHEN WS-TARGET-PROGRAM-ID = SPACES
                       OR WS-TARGET-PARM-NAME = SPACES
                   DISPLAY 'PROGRAM AND PARAMETER NAME ARE REQUIRED'
      * No back-dating - a run that already happened used what was
      * on file, and the file must keep saying so
               WHEN WS-TARGET-EFFECTIVE-DATE < WS-TODAY-DATE-NUM
                   DISPLAY 'EFFECTIVE DATE MAY NOT BE IN THE PAST'
               WHEN ROW-FOUND
                   DISPLAY 'A VALUE IS ALREADY KEYED FOR THAT DATE'
               WHEN OTHER
                   PERFORM 2310-CAPTURE-NEW-VALUE
           END-EVALUATE.

       2310-CAPTURE-NEW-VALUE.
           DISPLAY 'ENTER VALUE: '
           ACCEPT WS-NEW-VALUE
           DISPLAY 'ENTER DESCRIPTION (REQUIRED): '
           ACCEPT WS-NEW-DESCRIPTION
           IF WS-NEW-DESCRIPTION = SPACES
               DISPLAY 'DESCRIPTION IS REQUIRED - VALUE NOT ADDED'
           ELSE
               MOVE WS-TARGET-PROGRAM-ID TO PRM-PROGRAM-ID
               MOVE WS-TARGET-PARM-NAME TO PRM-PARM-NAME
               MOVE WS-TARGET-EFFECTIVE-DATE TO PRM-EFFECTIVE-DATE
               SET PRM-ACTIVE TO TRUE
               MOVE WS-NEW-VALUE TO PRM-VALUE
               MOVE WS-NEW-DESCRIPTION TO PRM-DESCRIPTION
               PERFORM 2800-STAMP-ROW
               WRITE PARAMETER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR ADDING VALUE: '
                           WS-PRM-FILE-STATUS
                   NOT INVALID KEY
                       MOVE ZERO TO WS-OLD-VALUE
                       MOVE 'ADD' TO PMA-ACTION
                       PERFORM 2900-WRITE-PARAMETER-AUDIT
                       DISPLAY 'VALUE ADDED'
               END-WRITE
           END-IF.

       2400-CHANGE-VALUE.
           PERFORM 2700-CAPTURE-KEY
           EVALUATE TRUE
               WHEN NOT ROW-FOUND
                   DISPLAY 'NO VALUE KEYED FOR THAT DATE'
               WHEN WS-TARGET-EFFECTIVE-DATE NOT > WS-TODAY-DATE-NUM
                   DISPLAY 'VALUE IS IN EFFECT - ADD A LATER ONE '
                       'INSTEAD'
               WHEN PRM-WITHDRAWN
                   DISPLAY 'VALUE WAS WITHDRAWN - ADD IT AGAIN '
                       'UNDER A NEW DATE'
               WHEN OTHER
                   MOVE PRM-VALUE TO WS-VALUE-DISPLAY
                   DISPLAY 'CURRENT VALUE: ' WS-VALUE-DISPLAY
                   DISPLAY 'ENTER NEW VALUE: '
                   ACCEPT WS-NEW-VALUE
                   MOVE PRM-VALUE TO WS-OLD-VALUE
                   MOVE WS-NEW-VALUE TO PRM-VALUE
                   PERFORM 2800-STAMP-ROW
                   REWRITE PARAMETER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR CHANGING VALUE: '
                               WS-PRM-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'CHANGE' TO PMA-ACTION
                           PERFORM 2900-WRITE-PARAMETER-AUDIT
                           DISPLAY 'VALUE CHANGED'
                   END-REWRITE
           END-EVALUATE.

       2500-WITHDRAW-VALUE.
           PERFORM 2700-CAPTURE-KEY
           EVALUATE TRUE
               WHEN NOT ROW-FOUND
                   DISPLAY 'NO VALUE KEYED FOR THAT DATE'
               WHEN WS-TARGET-EFFECTIVE-DATE NOT > WS-TODAY-DATE-NUM
                   DISPLAY 'VALUE IS IN EFFECT - ADD A LATER ONE '
                       'INSTEAD'
               WHEN PRM-WITHDRAWN
                   DISPLAY 'VALUE IS ALREADY WITHDRAWN'
               WHEN OTHER
                   MOVE PRM-VALUE TO WS-OLD-VALUE
                   MOVE PRM-VALUE TO WS-NEW-VALUE
                   SET PRM-WITHDRAWN TO TRUE
                   PERFORM 2800-STAMP-ROW
                   REWRITE PARAMETER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WITHDRAWING VALUE: '
                               WS-PRM-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'WITHDRAW' TO PMA-ACTION
                           PERFORM 2900-WRITE-PARAMETER-AUDIT
                           DISPLAY 'VALUE WITHDRAWN'
                   END-REWRITE
           END-EVALUATE.

       2700-CAPTURE-KEY.
      * Reads the row under the key when there is one, so the
      * caller can tell add from change
           DISPLAY 'ENTER PROGRAM (E.G. ACCRUAL): '
           ACCEPT WS-TARGET-PROGRAM-ID
           DISPLAY 'ENTER PARAMETER NAME: '
           ACCEPT WS-TARGET-PARM-NAME
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
           ACCEPT WS-TARGET-EFFECTIVE-DATE
           MOVE WS-TARGET-PROGRAM-ID TO PRM-PROGRAM-ID
           MOVE WS-TARGET-PARM-NAME TO PRM-PARM-NAME
           MOVE WS-TARGET-EFFECTIVE-DATE TO PRM-EFFECTIVE-DATE
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           READ PARAMETER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROW-FOUND TO TRUE
           END-READ.

       2800-STAMP-ROW.
           MOVE WS-ADMIN-OPERATOR-ID TO PRM-CHANGED-BY
           ACCEPT PRM-CHANGED-DATE FROM DATE YYYYMMDD
           ACCEPT PRM-CHANGED-TIME FROM TIME.

       2900-WRITE-PARAMETER-AUDIT.
      * Caller sets PMA-ACTION and WS-OLD-VALUE first; the new value
      * is the row as it now stands
           MOVE PRM-PROGRAM-ID TO PMA-PROGRAM-ID
           MOVE PRM-PARM-NAME TO PMA-PARM-NAME
           MOVE PRM-EFFECTIVE-DATE TO PMA-EFFECTIVE-DATE
           MOVE WS-OLD-VALUE TO PMA-OLD-VALUE
           MOVE PRM-VALUE TO PMA-NEW-VALUE
           MOVE WS-ADMIN-OPERATOR-ID TO PMA-ADMIN-OPERATOR
           MOVE PRM-CHANGED-DATE TO PMA-CHANGE-DATE
           MOVE PRM-CHANGED-TIME TO PMA-CHANGE-TIME
           WRITE PARAMETER-AUDIT-RECORD
           ADD 1 TO WS-CHANGE-COUNT.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE PARAMETER-FILE
           CLOSE PARAMETER-AUDIT-FILE
           DISPLAY 'PARAMETER ADMIN SESSION ENDED - ' WS-CHANGE-COUNT
               ' CHANGES'.
