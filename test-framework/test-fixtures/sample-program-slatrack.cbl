           05  CHST-RETURN-CODE    PIC S9(4).
           05  CHST-MESSAGE        PIC X(50).
           05  CHST-STEP-STATUS    PIC X(10).
           05  CHST-COMPANY-ID     PIC X(4).

       FD  SLA-BASELINE-FILE.
       01  SLA-BASELINE-RECORD.
           05  WS-CHAINS-SEEN      PIC 9(4) VALUE ZERO.
           05  WS-SLOW-STEPS       PIC 9(2) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'SLATRACK'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-SLATRACK-PARM-AREA.
           05  LS-SLA-RETURN-CODE  PIC S9(4) COMP.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-SLA-SLOW-TOL-PCT NOT = ZERO
               MOVE LS-SLA-SLOW-TOL-PCT TO WS-SLOW-TOL-PCT
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

               END-IF
           END-IF
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'SLOW-TOL-PCT' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-SLOW-TOL-PCT
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
           DISPLAY 'SLATRACK RUN PARAMETERS:'
           DISPLAY '  SLOW-TOL-PCT: ' WS-SLOW-TOL-PCT.
