       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-PARMGET.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Parameter master lookup, CALLed by every program that takes
      * a threshold, rate or day count at startup. Given the program
      * and parameter name, answers with the value in force on the
      * as-of date (today when zero) - the active row with the
      * latest effective date on or before it - and that row's
      * effective date, so the caller can print both in its banner.
      *   Return code 0 - value found
      *   Return code 4 - nothing in force (no row, only future or
      *                   withdrawn rows, or no parameter file yet);
      *                   the caller keeps its house default
      *   Return code 8 - the parameter file could not be read
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

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
           COPY PARAMETER-MASTER-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-PRM-FILE-STATUS      PIC XX.
           88  PRM-FILE-OK         VALUE '00'.
           88  PRM-FILE-AT-END     VALUE '10'.
           88  PRM-FILE-MISSING    VALUE '35'.

       01  WS-FLAGS.
           05  WS-SCAN-DONE-FLAG   PIC X VALUE 'N'.
               88  SCAN-DONE       VALUE 'Y'.
           05  WS-FOUND-FLAG       PIC X VALUE 'N'.
               88  VALUE-FOUND     VALUE 'Y'.

       01  WS-AS-OF-DATE           PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-PARMGET-PARM-AREA.
           05  LS-PMG-RETURN-CODE  PIC S9(4) COMP.
           05  LS-PMG-MESSAGE      PIC X(50).
           05  LS-PMG-PROGRAM-ID   PIC X(8).
           05  LS-PMG-PARM-NAME    PIC X(16).
      * Zero means today
           05  LS-PMG-AS-OF-DATE   PIC 9(8).
           05  LS-PMG-VALUE        PIC S9(9)V9(4).
           05  LS-PMG-EFFECTIVE-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-PARMGET-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           MOVE ZERO TO LS-PMG-VALUE
           MOVE ZERO TO LS-PMG-EFFECTIVE-DATE
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           IF LS-PMG-AS-OF-DATE = ZERO
               ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE STD-CURRENT-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE LS-PMG-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF

           OPEN INPUT PARAMETER-FILE
           EVALUATE TRUE
               WHEN PRM-FILE-OK
                   PERFORM 1000-FIND-VALUE-IN-FORCE
                   CLOSE PARAMETER-FILE
               WHEN PRM-FILE-MISSING
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING PARAMETER FILE: '
                       WS-PRM-FILE-STATUS
                   MOVE 8 TO LS-PMG-RETURN-CODE
                   MOVE 'PARAMETER FILE UNAVAILABLE' TO LS-PMG-MESSAGE
                   GOBACK
           END-EVALUATE

           IF VALUE-FOUND
               MOVE 0 TO LS-PMG-RETURN-CODE
               MOVE 'PARAMETER IN FORCE' TO LS-PMG-MESSAGE
           ELSE
               MOVE 4 TO LS-PMG-RETURN-CODE
               MOVE 'NO PARAMETER IN FORCE - HOUSE DEFAULT STANDS'
                   TO LS-PMG-MESSAGE
           END-IF
           GOBACK.

       1000-FIND-VALUE-IN-FORCE SECTION.
       1100-POSITION-ON-PARAMETER.
      * Rows for one parameter sit together in effective-date order,
      * so the last active one on or before the as-of date wins
           MOVE LS-PMG-PROGRAM-ID TO PRM-PROGRAM-ID
           MOVE LS-PMG-PARM-NAME TO PRM-PARM-NAME
           MOVE ZERO TO PRM-EFFECTIVE-DATE
           START PARAMETER-FILE KEY IS NOT LESS THAN PRM-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 1200-READ-NEXT-ROW
               UNTIL SCAN-DONE

      * 1200 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       1200-READ-NEXT-ROW.
           READ PARAMETER-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF PRM-PROGRAM-ID NOT = LS-PMG-PROGRAM-ID
                           OR PRM-PARM-NAME NOT = LS-PMG-PARM-NAME
                           OR PRM-EFFECTIVE-DATE > WS-AS-OF-DATE
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF PRM-ACTIVE
                           SET VALUE-FOUND TO TRUE
                           MOVE PRM-VALUE TO LS-PMG-VALUE
                           MOVE PRM-EFFECTIVE-DATE
                               TO LS-PMG-EFFECTIVE-DATE
                       END-IF
                   END-IF
           END-READ.
