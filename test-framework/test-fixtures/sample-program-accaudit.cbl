           05  WS-LOG-ROWS-READ    PIC 9(8) VALUE ZERO.
           05  WS-OPERATORS-FLAGGED PIC 9(2) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'ACCAUDIT'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-ACCAUDIT-PARM-AREA.
           05  LS-ACA-RETURN-CODE  PIC S9(4) COMP.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-ACA-NAME-LOOKUP-LIMIT NOT = ZERO
               MOVE LS-ACA-NAME-LOOKUP-LIMIT
                   TO WS-NAME-LOOKUP-LIMIT
           IF LS-ACA-MISS-LIMIT NOT = ZERO
               MOVE LS-ACA-MISS-LIMIT TO WS-MISS-LIMIT
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

               MOVE 'ACCESS AUDIT COMPLETE' TO LS-ACA-MESSAGE
           END-IF
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'NAME-LOOKUP-LIMIT' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-NAME-LOOKUP-LIMIT
           END-IF
           MOVE 'MISS-LIMIT' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-MISS-LIMIT
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
           DISPLAY 'ACCAUDIT RUN PARAMETERS:'
           DISPLAY '  NAME-LOOKUP-LIMIT: ' WS-NAME-LOOKUP-LIMIT
           DISPLAY '  MISS-LIMIT       : ' WS-MISS-LIMIT.
