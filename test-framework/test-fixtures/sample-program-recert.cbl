       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-RECERT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Quarterly operator access recertification. ROLEADM audits
      * every change to OPERATOR-ROLE-FILE, but nothing ever takes
      * a role away - people change jobs and keep supervisor or
      * adjustment roles for years. Two modes:
      *   I = ISSUE - lists every operator's role with the date it
      *       was last actually used (the latest action the operator
      *       left on MAINTENANCE-AUDIT-FILE, the dual-control and
      *       waiver decisions, or the teller till) and the date it
      *       was granted (ROLE-ADMIN-AUDIT-FILE), flags roles with
      *       neither inside the unused limit for removal, and
      *       writes RECERT-REVIEW-FILE in manager order - the
      *       operator-manager file says whose staff is whose - for
      *       each manager to re-attest their staff by the due date.
      *       Refused while an earlier cycle is still open.
      *   C = CLOSE - once the due date has passed, keeps every row
      *       its manager (or a supervisor) marked K and signed, and
      *       revokes every other role through ROLEADM's audited
      *       path: a REVOKE row on ROLE-ADMIN-AUDIT-FILE, by
      *       'RECERT', and the role file rewritten whole. The last
      *       supervisor is never revoked, the same refusal ROLEADM
      *       makes; an operator whose role ROLEADM already changed
      *       mid-cycle is left alone. Writes the completion report
      *       for the auditors and closes the cycle.
      * The attestation window and the unused limit are caller-
      * adjustable the usual zero-means-house-default way.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-ROLE-FILE ASSIGN TO "CUSTOPRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRL-FILE-STATUS.

      * Every role change - the grants read here, and the revokes
      * the close run writes
           SELECT ROLE-ADMIN-AUDIT-FILE ASSIGN TO "CUSTOPRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-FILE-STATUS.

      * Operator to manager - one row per operator; optional
           SELECT OPERATOR-MANAGER-FILE ASSIGN TO "CUSTOPMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-FILE-STATUS.

      * The trails an operator's actions leave behind
           SELECT MAINTENANCE-AUDIT-FILE ASSIGN TO "CUSTMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-FILE-STATUS.

           SELECT PENDING-ADJ-FILE ASSIGN TO "CUSTPADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAJ-CUST-ID
               FILE STATUS IS WS-PAJ-FILE-STATUS.

           SELECT WAIVER-FILE ASSIGN TO "CUSTWVRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WVR-CUST-ID
               FILE STATUS IS WS-WVR-FILE-STATUS.

           SELECT TILL-FILE ASSIGN TO "CUSTTILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIL-FILE-STATUS.

      * The managers' review file - written by ISSUE, attested by
      * the managers, closed by CLOSE
           SELECT RECERT-REVIEW-FILE ASSIGN TO "CUSTRCRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

      * Issue listing, or the completion report for the auditors
           SELECT RECERT-REPORT-FILE ASSIGN TO "CUSTRCRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-ROLE-FILE.
       01  OPERATOR-ROLE-RECORD.
           05  OPRL-OPERATOR-ID    PIC X(8).
           05  OPRL-ROLE-CODE      PIC X.

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

       FD  OPERATOR-MANAGER-FILE.
       01  OPERATOR-MANAGER-RECORD.
           05  OPM-OPERATOR-ID     PIC X(8).
           05  OPM-MANAGER-ID      PIC X(8).

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

      * Same layout TELLER writes
       FD  TILL-FILE.
       01  TILL-RECORD.
           05  TIL-OPERATOR-ID     PIC X(8).
           05  TIL-STATUS          PIC X.
           05  TIL-CUST-ID         PIC 9(9).
           05  TIL-AMOUNT          PIC S9(7)V99.
           05  TIL-METHOD          PIC X.
           05  TIL-CAPTURE-DATE    PIC 9(8).
           05  TIL-CAPTURE-TIME    PIC 9(6).

       FD  RECERT-REVIEW-FILE.
           COPY RECERT-REVIEW-RECORD.

      * A review row, keyed manager then operator
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-MANAGER-ID      PIC X(8).
           05  SRT-OPERATOR-ID     PIC X(8).
           05  SRT-REST            PIC X(67).

       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-OPRL-FILE-STATUS     PIC XX.
           88  OPRL-FILE-OK        VALUE '00'.
           88  OPRL-FILE-AT-END    VALUE '10'.
       01  WS-OPA-FILE-STATUS      PIC XX.
           88  OPA-FILE-OK         VALUE '00'.
           88  OPA-FILE-AT-END     VALUE '10'.
       01  WS-OPM-FILE-STATUS      PIC XX.
           88  OPM-FILE-OK         VALUE '00'.
           88  OPM-FILE-AT-END     VALUE '10'.
       01  WS-MAUD-FILE-STATUS     PIC XX.
           88  MAUD-FILE-OK        VALUE '00'.
           88  MAUD-FILE-AT-END    VALUE '10'.
       01  WS-PAJ-FILE-STATUS      PIC XX.
           88  PAJ-FILE-OK         VALUE '00'.
           88  PAJ-FILE-AT-END     VALUE '10'.
       01  WS-WVR-FILE-STATUS      PIC XX.
           88  WVR-FILE-OK         VALUE '00'.
           88  WVR-FILE-AT-END     VALUE '10'.
       01  WS-TIL-FILE-STATUS      PIC XX.
           88  TIL-FILE-OK         VALUE '00'.
           88  TIL-FILE-AT-END     VALUE '10'.
       01  WS-RCR-FILE-STATUS      PIC XX.
           88  RCR-FILE-OK         VALUE '00'.
           88  RCR-FILE-AT-END     VALUE '10'.
           88  RCR-FILE-MISSING    VALUE '35'.
       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-SORT     VALUE 'Y'.
           05  WS-OPRL-FOUND-FLAG  PIC X VALUE 'N'.
               88  WS-OPRL-FOUND   VALUE 'Y'.
           05  WS-ATTESTER-FLAG    PIC X VALUE 'N'.
               88  ATTESTER-IS-VALID VALUE 'Y'.
           05  WS-CHANGES-MADE-FLAG PIC X VALUE 'N'.
               88  CHANGES-MADE    VALUE 'Y'.
           05  WS-REVIEW-OPENED-FLAG PIC X VALUE 'N'.
               88  REVIEW-FILE-WAS-OPENED VALUE 'Y'.

      * House defaults - two weeks to attest, and a role with no use
      * or grant in ninety days is flagged for removal
       01  WS-WINDOW-DAYS          PIC 9(3) VALUE 14.
       01  WS-UNUSED-DAYS          PIC 9(3) VALUE 90.

       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DAY            PIC 9(7) VALUE ZERO.
       01  WS-DUE-DATE             PIC 9(8) VALUE ZERO.
       01  WS-UNUSED-CUTOFF-DATE   PIC 9(8) VALUE ZERO.
       01  WS-WORK-DAY             PIC 9(7) VALUE ZERO.

      * Same table shape and sizing as ROLEADM's copy of the role
      * file, with what this run learns about each operator
       01  WS-OPRL-TABLE-MAX       PIC 9(2) COMP VALUE 50.
       01  WS-OPRL-TABLE-COUNT     PIC 9(2) COMP VALUE ZERO.
       01  WS-OPRL-SUB             PIC 9(2) COMP VALUE ZERO.
       01  WS-OPRL-TABLE.
           05  WS-OPRL-ENTRY OCCURS 50 TIMES.
               10  WS-OPRL-OPERATOR-ID PIC X(8).
               10  WS-OPRL-ROLE-CODE   PIC X.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY OCCURS 50 TIMES.
               10  WS-USE-MANAGER-ID   PIC X(8).
               10  WS-USE-GRANTED-DATE PIC 9(8).
               10  WS-USE-LAST-DATE    PIC 9(8).
               10  WS-USE-LAST-TRAIL   PIC X(8).

      * The open cycle's review rows, for the close run
       01  WS-RVW-MAX              PIC 9(2) COMP VALUE 50.
       01  WS-RVW-COUNT            PIC 9(2) COMP VALUE ZERO.
       01  WS-RVW-SUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-RVW-OPEN-COUNT       PIC 9(2) COMP VALUE ZERO.
       01  WS-RVW-TABLE.
           05  WS-RVW-ENTRY OCCURS 50 TIMES PIC X(83).

       01  WS-TARGET-OPERATOR      PIC X(8).
       01  WS-OLD-ROLE             PIC X.
       01  WS-SUPERVISOR-COUNT     PIC 9(2) COMP VALUE ZERO.
       01  WS-PRIOR-MANAGER-ID     PIC X(8) VALUE SPACES.

      * The action being credited to an operator
       01  WS-ACT-OPERATOR         PIC X(8).
       01  WS-ACT-DATE             PIC 9(8).
       01  WS-ACT-TRAIL            PIC X(8).

       01  WS-COUNTERS.
           05  WS-ROWS-ISSUED      PIC 9(4) VALUE ZERO.
           05  WS-ROWS-UNUSED      PIC 9(4) VALUE ZERO.
           05  WS-ROWS-UNMANAGED   PIC 9(4) VALUE ZERO.
           05  WS-ROWS-KEPT        PIC 9(4) VALUE ZERO.
           05  WS-ROWS-REMOVED     PIC 9(4) VALUE ZERO.
           05  WS-ROWS-LAPSED      PIC 9(4) VALUE ZERO.
           05  WS-ROWS-CHANGED     PIC 9(4) VALUE ZERO.
           05  WS-ROWS-REFUSED     PIC 9(4) VALUE ZERO.
           05  WS-ACTIONS-READ     PIC 9(8) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'RECERT'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-RECERT-PARM-AREA.
           05  LS-RCR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-RCR-MESSAGE      PIC X(50).
           05  LS-RCR-RUN-MODE     PIC X.
               88  RCR-ISSUE-MODE  VALUE 'I' SPACE.
               88  RCR-CLOSE-MODE  VALUE 'C'.
      * Days to attest, and the unused limit; zero means the house
      * default
           05  LS-RCR-WINDOW-DAYS  PIC 9(3).
           05  LS-RCR-UNUSED-DAYS  PIC 9(3).

       PROCEDURE DIVISION USING LS-RECERT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           IF RCR-CLOSE-MODE
               PERFORM 4000-CLOSE-CYCLE
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-MANAGER-ID SRT-OPERATOR-ID
                   INPUT PROCEDURE IS 2000-BUILD-REVIEW
                   OUTPUT PROCEDURE IS 3000-ISSUE-REVIEW
           END-IF
           PERFORM 5000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-RCR-WINDOW-DAYS NOT = ZERO
               MOVE LS-RCR-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF LS-RCR-UNUSED-DAYS NOT = ZERO
               MOVE LS-RCR-UNUSED-DAYS TO WS-UNUSED-DAYS
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)

      * Nothing to recertify without the role file
           OPEN INPUT OPERATOR-ROLE-FILE
           IF NOT OPRL-FILE-OK
               DISPLAY 'ERROR OPENING OPERATOR ROLE FILE: '
                   WS-OPRL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RCR-RETURN-CODE
               MOVE 'OPERATOR ROLE FILE NOT OPENED' TO LS-RCR-MESSAGE
               GOBACK
           END-IF
           PERFORM 1110-LOAD-ROLE-ENTRY
               UNTIL OPRL-FILE-AT-END
           CLOSE OPERATOR-ROLE-FILE

           PERFORM 1300-LOAD-REVIEW-FILE
           IF RCR-CLOSE-MODE
               EVALUATE TRUE
                   WHEN NOT REVIEW-FILE-WAS-OPENED
                       DISPLAY 'NO RECERTIFICATION CYCLE ON FILE'
                       SET ERROR-OCCURRED TO TRUE
                       MOVE 8 TO LS-RCR-RETURN-CODE
                       MOVE 'NO RECERTIFICATION CYCLE TO CLOSE'
                           TO LS-RCR-MESSAGE
                       GOBACK
                   WHEN WS-RVW-OPEN-COUNT = ZERO
                       DISPLAY 'RECERTIFICATION CYCLE ALREADY CLOSED'
                       MOVE 4 TO LS-RCR-RETURN-CODE
                       MOVE 'RECERTIFICATION CYCLE ALREADY CLOSED'
                           TO LS-RCR-MESSAGE
                       GOBACK
                   WHEN WS-DUE-DATE NOT < WS-TODAY-DATE-NUM
                       DISPLAY 'RECERTIFICATION OPEN UNTIL '
                           WS-DUE-DATE ' - NOT CLOSED'
                       MOVE 4 TO LS-RCR-RETURN-CODE
                       MOVE 'ATTESTATION WINDOW STILL OPEN'
                           TO LS-RCR-MESSAGE
                       GOBACK
               END-EVALUATE
               OPEN EXTEND ROLE-ADMIN-AUDIT-FILE
               IF OPA-FILE-OK
                   CONTINUE
               ELSE
                   OPEN OUTPUT ROLE-ADMIN-AUDIT-FILE
               END-IF
               IF NOT OPA-FILE-OK
                   DISPLAY 'ERROR OPENING ROLE ADMIN AUDIT FILE: '
                       WS-OPA-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RCR-RETURN-CODE
                   MOVE 'ROLE ADMIN AUDIT FILE NOT OPENED'
                       TO LS-RCR-MESSAGE
                   GOBACK
               END-IF
           ELSE
      * One cycle at a time - a fresh issue would overwrite the
      * attestations still being gathered
               IF WS-RVW-OPEN-COUNT > ZERO
                   DISPLAY 'RECERTIFICATION CYCLE STILL OPEN UNTIL '
                       WS-DUE-DATE ' - CLOSE IT FIRST'
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RCR-RETURN-CODE
                   MOVE 'EARLIER RECERTIFICATION CYCLE STILL OPEN'
                       TO LS-RCR-MESSAGE
                   GOBACK
               END-IF
               COMPUTE WS-WORK-DAY = WS-TODAY-DAY + WS-WINDOW-DAYS
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-DAY)
               COMPUTE WS-WORK-DAY = WS-TODAY-DAY - WS-UNUSED-DAYS
               COMPUTE WS-UNUSED-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-DAY)
           END-IF

           OPEN OUTPUT RECERT-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING RECERTIFICATION REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RCR-RETURN-CODE
               MOVE 'RECERTIFICATION REPORT NOT OPENED'
                   TO LS-RCR-MESSAGE
               GOBACK
           END-IF
           MOVE SPACES TO RECERT-REPORT-LINE
           IF RCR-CLOSE-MODE
               STRING 'ACCESS RECERTIFICATION COMPLETION REPORT - '
                   DELIMITED BY SIZE
                   'CLOSED ' DELIMITED BY SIZE
                   STD-CURRENT-DATE DELIMITED BY SIZE
                   ' - DUE ' DELIMITED BY SIZE
                   WS-DUE-DATE DELIMITED BY SIZE
                   INTO RECERT-REPORT-LINE
           ELSE
               STRING 'ACCESS RECERTIFICATION ISSUED ' DELIMITED BY SIZE
                   STD-CURRENT-DATE DELIMITED BY SIZE
                   ' - ATTEST BY ' DELIMITED BY SIZE
                   WS-DUE-DATE DELIMITED BY SIZE
                   ' - UNUSED SINCE BEFORE ' DELIMITED BY SIZE
                   WS-UNUSED-CUTOFF-DATE DELIMITED BY SIZE
                   ' FLAGGED' DELIMITED BY SIZE
                   INTO RECERT-REPORT-LINE
           END-IF
           WRITE RECERT-REPORT-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE

      * 1110 through 1310 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       1110-LOAD-ROLE-ENTRY.
           READ OPERATOR-ROLE-FILE
               AT END
                   SET OPRL-FILE-AT-END TO TRUE
               NOT AT END
                   IF WS-OPRL-TABLE-COUNT < WS-OPRL-TABLE-MAX
                       ADD 1 TO WS-OPRL-TABLE-COUNT
                       MOVE OPRL-OPERATOR-ID
                           TO WS-OPRL-OPERATOR-ID (WS-OPRL-TABLE-COUNT)
                       MOVE OPRL-ROLE-CODE
                           TO WS-OPRL-ROLE-CODE (WS-OPRL-TABLE-COUNT)
                       MOVE 'UNASSGND'
                           TO WS-USE-MANAGER-ID (WS-OPRL-TABLE-COUNT)
                       MOVE ZERO
                           TO WS-USE-GRANTED-DATE (WS-OPRL-TABLE-COUNT)
                       MOVE ZERO
                           TO WS-USE-LAST-DATE (WS-OPRL-TABLE-COUNT)
                       MOVE SPACES
                           TO WS-USE-LAST-TRAIL (WS-OPRL-TABLE-COUNT)
                   ELSE
                       DISPLAY 'ROLE FILE EXCEEDS TABLE - ENTRY '
                           'DROPPED: ' OPRL-OPERATOR-ID
                   END-IF
           END-READ.

       1210-FIND-TARGET-OPERATOR.
           MOVE 'N' TO WS-OPRL-FOUND-FLAG
           PERFORM 1220-SEARCH-OPERATOR-ENTRY
               VARYING WS-OPRL-SUB FROM 1 BY 1
               UNTIL WS-OPRL-SUB > WS-OPRL-TABLE-COUNT
                   OR WS-OPRL-FOUND
           IF WS-OPRL-FOUND
      * PERFORM VARYING increments WS-OPRL-SUB once more after the
      * paragraph sets WS-OPRL-FOUND, so the matched subscript is
      * one back from where the loop left it
               SUBTRACT 1 FROM WS-OPRL-SUB
           END-IF.

       1220-SEARCH-OPERATOR-ENTRY.
           IF WS-OPRL-OPERATOR-ID (WS-OPRL-SUB) = WS-TARGET-OPERATOR
               SET WS-OPRL-FOUND TO TRUE
           END-IF.

       1300-LOAD-REVIEW-FILE.
      * The last cycle's rows - checked for an open cycle by ISSUE,
      * worked through by CLOSE
           OPEN INPUT RECERT-REVIEW-FILE
           IF RCR-FILE-OK
               SET REVIEW-FILE-WAS-OPENED TO TRUE
               PERFORM 1310-LOAD-REVIEW-ROW
                   UNTIL RCR-FILE-AT-END
               CLOSE RECERT-REVIEW-FILE
           END-IF.

       1310-LOAD-REVIEW-ROW.
           READ RECERT-REVIEW-FILE
               AT END
                   SET RCR-FILE-AT-END TO TRUE
               NOT AT END
                   IF WS-RVW-COUNT < WS-RVW-MAX
                       ADD 1 TO WS-RVW-COUNT
                       MOVE RECERT-REVIEW-RECORD
                           TO WS-RVW-ENTRY (WS-RVW-COUNT)
                       IF RCR-OPEN
                           ADD 1 TO WS-RVW-OPEN-COUNT
                           MOVE RCR-DUE-DATE TO WS-DUE-DATE
                       END-IF
                   ELSE
                       DISPLAY 'REVIEW FILE EXCEEDS TABLE - ROW '
                           'DROPPED: ' RCR-OPERATOR-ID
                   END-IF
           END-READ.

       2000-BUILD-REVIEW SECTION.
       2010-BUILD-CONTROL.
           PERFORM 2100-LOAD-MANAGERS
           PERFORM 2200-SCAN-ROLE-GRANTS
           PERFORM 2300-SCAN-MAINT-AUDIT
           PERFORM 2400-SCAN-PENDING-ADJ
           PERFORM 2500-SCAN-WAIVERS
           PERFORM 2600-SCAN-TILL
           PERFORM 2700-RELEASE-REVIEW-ROW
               VARYING WS-OPRL-SUB FROM 1 BY 1
               UNTIL WS-OPRL-SUB > WS-OPRL-TABLE-COUNT

      * The paragraphs below already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       2100-LOAD-MANAGERS.
           OPEN INPUT OPERATOR-MANAGER-FILE
           IF OPM-FILE-OK
               PERFORM 2110-READ-MANAGER
                   UNTIL OPM-FILE-AT-END
               CLOSE OPERATOR-MANAGER-FILE
           ELSE
               DISPLAY 'NO OPERATOR-MANAGER FILE - EVERY ROW IS '
                   'UNASSIGNED'
           END-IF.

       2110-READ-MANAGER.
           READ OPERATOR-MANAGER-FILE
               AT END
                   SET OPM-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE OPM-OPERATOR-ID TO WS-TARGET-OPERATOR
                   PERFORM 1210-FIND-TARGET-OPERATOR
                   IF WS-OPRL-FOUND AND OPM-MANAGER-ID NOT = SPACES
                       MOVE OPM-MANAGER-ID
                           TO WS-USE-MANAGER-ID (WS-OPRL-SUB)
                   END-IF
           END-READ.

       2200-SCAN-ROLE-GRANTS.
           OPEN INPUT ROLE-ADMIN-AUDIT-FILE
           IF OPA-FILE-OK
               PERFORM 2210-READ-ROLE-GRANT
                   UNTIL OPA-FILE-AT-END
               CLOSE ROLE-ADMIN-AUDIT-FILE
           END-IF.

       2210-READ-ROLE-GRANT.
           READ ROLE-ADMIN-AUDIT-FILE
               AT END
                   SET OPA-FILE-AT-END TO TRUE
               NOT AT END
                   IF OPA-ADDED OR OPA-CHANGED
                       MOVE OPA-TARGET-OPERATOR TO WS-TARGET-OPERATOR
                       PERFORM 1210-FIND-TARGET-OPERATOR
                       IF WS-OPRL-FOUND
                               AND OPA-CHANGE-DATE >
                                   WS-USE-GRANTED-DATE (WS-OPRL-SUB)
                           MOVE OPA-CHANGE-DATE
                               TO WS-USE-GRANTED-DATE (WS-OPRL-SUB)
                       END-IF
                   END-IF
           END-READ.

       2300-SCAN-MAINT-AUDIT.
           OPEN INPUT MAINTENANCE-AUDIT-FILE
           IF MAUD-FILE-OK
               PERFORM 2310-READ-MAINT-AUDIT
                   UNTIL MAUD-FILE-AT-END
               CLOSE MAINTENANCE-AUDIT-FILE
           END-IF.

       2310-READ-MAINT-AUDIT.
           READ MAINTENANCE-AUDIT-FILE
               AT END
                   SET MAUD-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE MAUD-OPERATOR-ID TO WS-ACT-OPERATOR
                   MOVE MAUD-CHANGE-DATE TO WS-ACT-DATE
                   MOVE 'CUSTMAUD' TO WS-ACT-TRAIL
                   PERFORM 2900-CREDIT-ACTION
           END-READ.

       2400-SCAN-PENDING-ADJ.
           OPEN INPUT PENDING-ADJ-FILE
           IF PAJ-FILE-OK
               PERFORM 2410-READ-PENDING-ADJ
                   UNTIL PAJ-FILE-AT-END
               CLOSE PENDING-ADJ-FILE
           END-IF.

       2410-READ-PENDING-ADJ.
           READ PENDING-ADJ-FILE NEXT RECORD
               AT END
                   SET PAJ-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE 'CUSTPADJ' TO WS-ACT-TRAIL
                   MOVE PAJ-REQUESTED-BY TO WS-ACT-OPERATOR
                   MOVE PAJ-REQUEST-DATE TO WS-ACT-DATE
                   PERFORM 2900-CREDIT-ACTION
                   IF NOT PAJ-PENDING
                       MOVE PAJ-DECIDED-BY TO WS-ACT-OPERATOR
                       MOVE PAJ-DECIDED-DATE TO WS-ACT-DATE
                       PERFORM 2900-CREDIT-ACTION
                   END-IF
           END-READ.

       2500-SCAN-WAIVERS.
           OPEN INPUT WAIVER-FILE
           IF WVR-FILE-OK
               PERFORM 2510-READ-WAIVER
                   UNTIL WVR-FILE-AT-END
               CLOSE WAIVER-FILE
           END-IF.

       2510-READ-WAIVER.
           READ WAIVER-FILE NEXT RECORD
               AT END
                   SET WVR-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE 'CUSTWVRQ' TO WS-ACT-TRAIL
                   MOVE WVR-REQUESTED-BY TO WS-ACT-OPERATOR
                   MOVE WVR-REQUEST-DATE TO WS-ACT-DATE
                   PERFORM 2900-CREDIT-ACTION
                   IF NOT WVR-PENDING
                       MOVE WVR-APPROVED-BY TO WS-ACT-OPERATOR
                       MOVE WVR-APPROVED-DATE TO WS-ACT-DATE
                       PERFORM 2900-CREDIT-ACTION
                   END-IF
           END-READ.

       2600-SCAN-TILL.
           OPEN INPUT TILL-FILE
           IF TIL-FILE-OK
               PERFORM 2610-READ-TILL
                   UNTIL TIL-FILE-AT-END
               CLOSE TILL-FILE
           END-IF.

       2610-READ-TILL.
           READ TILL-FILE
               AT END
                   SET TIL-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE TIL-OPERATOR-ID TO WS-ACT-OPERATOR
                   MOVE TIL-CAPTURE-DATE TO WS-ACT-DATE
                   MOVE 'CUSTTILL' TO WS-ACT-TRAIL
                   PERFORM 2900-CREDIT-ACTION
           END-READ.

       2700-RELEASE-REVIEW-ROW.
           MOVE SPACES TO RECERT-REVIEW-RECORD
           MOVE WS-USE-MANAGER-ID (WS-OPRL-SUB) TO RCR-MANAGER-ID
           MOVE WS-OPRL-OPERATOR-ID (WS-OPRL-SUB) TO RCR-OPERATOR-ID
           MOVE WS-OPRL-ROLE-CODE (WS-OPRL-SUB) TO RCR-ROLE-CODE
           MOVE WS-TODAY-DATE-NUM TO RCR-CYCLE-DATE
           MOVE WS-DUE-DATE TO RCR-DUE-DATE
           MOVE WS-USE-GRANTED-DATE (WS-OPRL-SUB) TO RCR-GRANTED-DATE
           MOVE WS-USE-LAST-DATE (WS-OPRL-SUB) TO RCR-LAST-USED-DATE
           MOVE WS-USE-LAST-TRAIL (WS-OPRL-SUB)
               TO RCR-LAST-USED-TRAIL
      * A role granted inside the limit has not had the chance to
      * go unused
           IF RCR-LAST-USED-DATE < WS-UNUSED-CUTOFF-DATE
                   AND RCR-GRANTED-DATE < WS-UNUSED-CUTOFF-DATE
               MOVE 'Y' TO RCR-UNUSED-FLAG
           ELSE
               MOVE 'N' TO RCR-UNUSED-FLAG
           END-IF
           MOVE 'P' TO RCR-ATTEST-FLAG
           MOVE ZERO TO RCR-ATTEST-DATE
           MOVE RECERT-REVIEW-RECORD TO SORT-RECORD
           RELEASE SORT-RECORD.

       2900-CREDIT-ACTION.
      * The operator's latest dated action on any trail is when the
      * role was last used
           IF WS-ACT-OPERATOR NOT = SPACES
                   AND WS-ACT-DATE IS NUMERIC
               ADD 1 TO WS-ACTIONS-READ
               MOVE WS-ACT-OPERATOR TO WS-TARGET-OPERATOR
               PERFORM 1210-FIND-TARGET-OPERATOR
               IF WS-OPRL-FOUND
                       AND WS-ACT-DATE > WS-USE-LAST-DATE (WS-OPRL-SUB)
                   MOVE WS-ACT-DATE TO WS-USE-LAST-DATE (WS-OPRL-SUB)
                   MOVE WS-ACT-TRAIL
                       TO WS-USE-LAST-TRAIL (WS-OPRL-SUB)
               END-IF
           END-IF.

       3000-ISSUE-REVIEW SECTION.
       3010-ISSUE-CONTROL.
           OPEN OUTPUT RECERT-REVIEW-FILE
           IF NOT RCR-FILE-OK
               DISPLAY 'ERROR OPENING RECERTIFICATION REVIEW FILE: '
                   WS-RCR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 3100-ISSUE-ONE-ROW
               UNTIL END-OF-SORT
           IF NOT ERROR-OCCURRED
               CLOSE RECERT-REVIEW-FILE
           END-IF

      * 3100 through 3300 already ran above via the explicit PERFORM
      * - exit the section here instead of falling into them a
      * second time
           EXIT SECTION.

       3100-ISSUE-ONE-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORT TO TRUE
               NOT AT END
                   MOVE SORT-RECORD TO RECERT-REVIEW-RECORD
                   IF NOT ERROR-OCCURRED
                       WRITE RECERT-REVIEW-RECORD
                   END-IF
                   ADD 1 TO WS-ROWS-ISSUED
                   IF RCR-FLAGGED-UNUSED
                       ADD 1 TO WS-ROWS-UNUSED
                   END-IF
                   IF RCR-MANAGER-ID = 'UNASSGND'
                       ADD 1 TO WS-ROWS-UNMANAGED
                   END-IF
                   IF RCR-MANAGER-ID NOT = WS-PRIOR-MANAGER-ID
                       PERFORM 3200-WRITE-MANAGER-HEADING
                   END-IF
                   PERFORM 3300-WRITE-ROW-LINE
           END-RETURN.

       3200-WRITE-MANAGER-HEADING.
           MOVE RCR-MANAGER-ID TO WS-PRIOR-MANAGER-ID
           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING 'MANAGER ' DELIMITED BY SIZE
               RCR-MANAGER-ID DELIMITED BY SIZE
               INTO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE.

       3300-WRITE-ROW-LINE.
      * Shared by both modes - the outcome is spaces on issue
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               RCR-OPERATOR-ID DELIMITED BY SIZE
               ' ROLE ' DELIMITED BY SIZE
               RCR-ROLE-CODE DELIMITED BY SIZE
               ' GRANTED ' DELIMITED BY SIZE
               RCR-GRANTED-DATE DELIMITED BY SIZE
               ' LAST USED ' DELIMITED BY SIZE
               RCR-LAST-USED-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RCR-LAST-USED-TRAIL DELIMITED BY SIZE
               ' UNUSED ' DELIMITED BY SIZE
               RCR-UNUSED-FLAG DELIMITED BY SIZE
               ' ATTEST ' DELIMITED BY SIZE
               RCR-ATTEST-FLAG DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               RCR-ATTESTED-BY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RCR-OUTCOME DELIMITED BY SIZE
               INTO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE.

       4000-CLOSE-CYCLE SECTION.
       4010-CLOSE-CONTROL.
           PERFORM 4100-CLOSE-ONE-ROW
               VARYING WS-RVW-SUB FROM 1 BY 1
               UNTIL WS-RVW-SUB > WS-RVW-COUNT
           PERFORM 4400-REWRITE-ROLE-FILE
           PERFORM 4500-REWRITE-REVIEW-FILE

      * 4100 through 4510 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       4100-CLOSE-ONE-ROW.
           MOVE WS-RVW-ENTRY (WS-RVW-SUB) TO RECERT-REVIEW-RECORD
           IF RCR-OPEN
               PERFORM 4150-CHECK-ATTESTER
               MOVE RCR-OPERATOR-ID TO WS-TARGET-OPERATOR
               PERFORM 1210-FIND-TARGET-OPERATOR
               EVALUATE TRUE
      * ROLEADM moved the role mid-cycle - that change was itself
      * audited, and is not this cycle's to undo
                   WHEN NOT WS-OPRL-FOUND
                       SET RCR-CHANGED TO TRUE
                       ADD 1 TO WS-ROWS-CHANGED
                   WHEN WS-OPRL-ROLE-CODE (WS-OPRL-SUB)
                           NOT = RCR-ROLE-CODE
                       SET RCR-CHANGED TO TRUE
                       ADD 1 TO WS-ROWS-CHANGED
                   WHEN RCR-ATTEST-KEEP AND ATTESTER-IS-VALID
                       SET RCR-KEPT TO TRUE
                       ADD 1 TO WS-ROWS-KEPT
                   WHEN RCR-ATTEST-REMOVE AND ATTESTER-IS-VALID
                       SET RCR-REMOVED TO TRUE
                       PERFORM 4200-REVOKE-ROLE
                   WHEN OTHER
                       SET RCR-LAPSED TO TRUE
                       PERFORM 4200-REVOKE-ROLE
               END-EVALUATE
               MOVE RECERT-REVIEW-RECORD TO WS-RVW-ENTRY (WS-RVW-SUB)
               IF RCR-MANAGER-ID NOT = WS-PRIOR-MANAGER-ID
                   PERFORM 3200-WRITE-MANAGER-HEADING
               END-IF
               PERFORM 3300-WRITE-ROW-LINE
           END-IF.

       4150-CHECK-ATTESTER.
      * The row's own manager or any supervisor may attest - never
      * the operator for themself
           MOVE 'N' TO WS-ATTESTER-FLAG
           IF RCR-ATTESTED-BY NOT = SPACES
                   AND RCR-ATTESTED-BY NOT = RCR-OPERATOR-ID
               IF RCR-ATTESTED-BY = RCR-MANAGER-ID
                   SET ATTESTER-IS-VALID TO TRUE
               ELSE
                   MOVE RCR-ATTESTED-BY TO WS-TARGET-OPERATOR
                   PERFORM 1210-FIND-TARGET-OPERATOR
                   IF WS-OPRL-FOUND
                           AND WS-OPRL-ROLE-CODE (WS-OPRL-SUB) = 'B'
                       SET ATTESTER-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       4200-REVOKE-ROLE.
      * Caller has WS-OPRL-SUB on the operator; the last supervisor
      * stays, exactly as ROLEADM refuses
           IF WS-OPRL-ROLE-CODE (WS-OPRL-SUB) = 'B'
               PERFORM 4300-COUNT-SUPERVISORS
           END-IF
           IF WS-OPRL-ROLE-CODE (WS-OPRL-SUB) = 'B'
                   AND WS-SUPERVISOR-COUNT < 2
               DISPLAY 'REFUSED - CANNOT REVOKE THE LAST '
                   'SUPERVISOR: ' RCR-OPERATOR-ID
               SET RCR-REFUSED TO TRUE
               ADD 1 TO WS-ROWS-REFUSED
           ELSE
               IF RCR-REMOVED
                   ADD 1 TO WS-ROWS-REMOVED
               ELSE
                   ADD 1 TO WS-ROWS-LAPSED
               END-IF
               PERFORM 4210-APPLY-REVOKE
           END-IF.

       4210-APPLY-REVOKE.
      * Same audit row and gap-closing as ROLEADM's revoke
           MOVE WS-OPRL-ROLE-CODE (WS-OPRL-SUB) TO WS-OLD-ROLE
           MOVE WS-OPRL-OPERATOR-ID (WS-OPRL-SUB) TO OPA-TARGET-OPERATOR
           MOVE 'REVOKE' TO OPA-ACTION
           MOVE WS-OLD-ROLE TO OPA-OLD-ROLE
           MOVE SPACE TO OPA-NEW-ROLE
           MOVE 'RECERT' TO OPA-ADMIN-OPERATOR
           ACCEPT OPA-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT OPA-CHANGE-TIME FROM TIME
           WRITE ROLE-ADMIN-AUDIT-RECORD
           SET CHANGES-MADE TO TRUE
           IF WS-OPRL-SUB < WS-OPRL-TABLE-COUNT
               MOVE WS-OPRL-ENTRY (WS-OPRL-TABLE-COUNT)
                   TO WS-OPRL-ENTRY (WS-OPRL-SUB)
           END-IF
           SUBTRACT 1 FROM WS-OPRL-TABLE-COUNT.

       4300-COUNT-SUPERVISORS.
           MOVE ZERO TO WS-SUPERVISOR-COUNT
           PERFORM 4310-COUNT-ONE-ENTRY
               VARYING WS-OPRL-SUB FROM 1 BY 1
               UNTIL WS-OPRL-SUB > WS-OPRL-TABLE-COUNT
      * Re-find the target - the count loop just reused the same
      * subscript the caller positioned
           PERFORM 1210-FIND-TARGET-OPERATOR.

       4310-COUNT-ONE-ENTRY.
           IF WS-OPRL-ROLE-CODE (WS-OPRL-SUB) = 'B'
               ADD 1 TO WS-SUPERVISOR-COUNT
           END-IF.

       4400-REWRITE-ROLE-FILE.
      * The edited table becomes the new role file - written whole,
      * so the file on disk always matches what was audited
           IF CHANGES-MADE
               OPEN OUTPUT OPERATOR-ROLE-FILE
               IF NOT OPRL-FILE-OK
                   DISPLAY 'ERROR REWRITING ROLE FILE: '
                       WS-OPRL-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
               ELSE
                   PERFORM 4410-WRITE-ONE-ROLE
                       VARYING WS-OPRL-SUB FROM 1 BY 1
                       UNTIL WS-OPRL-SUB > WS-OPRL-TABLE-COUNT
                   CLOSE OPERATOR-ROLE-FILE
               END-IF
           END-IF
           CLOSE ROLE-ADMIN-AUDIT-FILE.

       4410-WRITE-ONE-ROLE.
           MOVE WS-OPRL-OPERATOR-ID (WS-OPRL-SUB) TO OPRL-OPERATOR-ID
           MOVE WS-OPRL-ROLE-CODE (WS-OPRL-SUB) TO OPRL-ROLE-CODE
           WRITE OPERATOR-ROLE-RECORD.

       4500-REWRITE-REVIEW-FILE.
      * Every row now carries its outcome - the cycle is closed
           OPEN OUTPUT RECERT-REVIEW-FILE
           IF NOT RCR-FILE-OK
               DISPLAY 'ERROR REWRITING RECERTIFICATION REVIEW FILE: '
                   WS-RCR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           ELSE
               PERFORM 4510-WRITE-ONE-REVIEW-ROW
                   VARYING WS-RVW-SUB FROM 1 BY 1
                   UNTIL WS-RVW-SUB > WS-RVW-COUNT
               CLOSE RECERT-REVIEW-FILE
           END-IF.

       4510-WRITE-ONE-REVIEW-ROW.
           MOVE WS-RVW-ENTRY (WS-RVW-SUB) TO RECERT-REVIEW-RECORD
           WRITE RECERT-REVIEW-RECORD.

       5000-FINALIZE SECTION.
       5100-WRITE-TOTALS.
           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           IF RCR-CLOSE-MODE
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING 'KEPT ' DELIMITED BY SIZE
                   WS-ROWS-KEPT DELIMITED BY SIZE
                   '  REMOVED ON REQUEST ' DELIMITED BY SIZE
                   WS-ROWS-REMOVED DELIMITED BY SIZE
                   '  LAPSED AND REVOKED ' DELIMITED BY SIZE
                   WS-ROWS-LAPSED DELIMITED BY SIZE
                   '  CHANGED MID-CYCLE ' DELIMITED BY SIZE
                   WS-ROWS-CHANGED DELIMITED BY SIZE
                   '  REFUSED ' DELIMITED BY SIZE
                   WS-ROWS-REFUSED DELIMITED BY SIZE
                   INTO RECERT-REPORT-LINE
           ELSE
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING 'ROWS ISSUED ' DELIMITED BY SIZE
                   WS-ROWS-ISSUED DELIMITED BY SIZE
                   '  FLAGGED UNUSED ' DELIMITED BY SIZE
                   WS-ROWS-UNUSED DELIMITED BY SIZE
                   '  NO MANAGER ON FILE ' DELIMITED BY SIZE
                   WS-ROWS-UNMANAGED DELIMITED BY SIZE
                   INTO RECERT-REPORT-LINE
           END-IF
           WRITE RECERT-REPORT-LINE
           CLOSE RECERT-REPORT-FILE.

       5200-DISPLAY-SUMMARY.
           DISPLAY 'Access Recertification Summary:'
           DISPLAY 'Operators On File: ' WS-OPRL-TABLE-COUNT
           IF RCR-CLOSE-MODE
               DISPLAY 'Roles Kept: ' WS-ROWS-KEPT
               DISPLAY 'Roles Removed On Request: ' WS-ROWS-REMOVED
               DISPLAY 'Roles Lapsed And Revoked: ' WS-ROWS-LAPSED
               DISPLAY 'Roles Changed Mid-Cycle: ' WS-ROWS-CHANGED
               DISPLAY 'Revokes Refused: ' WS-ROWS-REFUSED
           ELSE
               DISPLAY 'Audited Actions Read: ' WS-ACTIONS-READ
               DISPLAY 'Review Rows Issued: ' WS-ROWS-ISSUED
               DISPLAY 'Flagged Unused: ' WS-ROWS-UNUSED
               DISPLAY 'No Manager On File: ' WS-ROWS-UNMANAGED
           END-IF.

       5999-EXIT.
           EVALUATE TRUE
               WHEN ERROR-OCCURRED
                   MOVE 8 TO LS-RCR-RETURN-CODE
                   MOVE 'RECERTIFICATION FILE ERROR - SEE LOG'
                       TO LS-RCR-MESSAGE
               WHEN RCR-CLOSE-MODE AND WS-ROWS-REFUSED > ZERO
                   MOVE 4 TO LS-RCR-RETURN-CODE
                   MOVE 'RECERTIFICATION CLOSED - REVOKES REFUSED'
                       TO LS-RCR-MESSAGE
               WHEN RCR-CLOSE-MODE
                   MOVE 0 TO LS-RCR-RETURN-CODE
                   MOVE 'RECERTIFICATION CLOSED' TO LS-RCR-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-RCR-RETURN-CODE
                   MOVE 'RECERTIFICATION ISSUED' TO LS-RCR-MESSAGE
           END-EVALUATE
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'WINDOW-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-WINDOW-DAYS
           END-IF
           MOVE 'UNUSED-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-UNUSED-DAYS
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
           DISPLAY 'RECERT RUN PARAMETERS:'
           DISPLAY '  WINDOW-DAYS: ' WS-WINDOW-DAYS
           DISPLAY '  UNUSED-DAYS: ' WS-UNUSED-DAYS.
