      * return code and message, and whether the chain is still going -
      * so an interrupted overnight chain's stopping point is visible
      * without reconstructing it from job logs.
      *
      * A same-day rerun (CHAIN_RERUN_REASON set) is a restart, not
      * a second night: tonight's CHAIN-STATUS-FILE rows are read
      * back and every step that already completed for a company is
      * skipped, so the chain resumes at the failed or quiesced step
      * instead of rerunning dedup and the main pass against a master
      * that has already moved. A quiesced main pass resumes from its
      * own checkpoint. CHAIN_RESTART_FROM names a step to restart
      * from (that step and every later one run again), and
      * CHAIN_RERUN_STEP names a single step to rerun alone. Either
      * one that would carry the night past a step that has not
      * completed tonight needs CHAIN_RESTART_OPERATOR to name an
      * operator with the balance-adjustment (supervisor) role. The
      * run ledger shows a restart as RSTRT rather than START.
      *****************************************************************

       ENVIRONMENT DIVISION.
               88  CHST-STEP-QUIESCED  VALUE 'QUIESCED'.
               88  CHST-STEP-HELD      VALUE 'HELD'.
               88  CHST-STEP-BYPASSED  VALUE 'BYPASSED'.
      * The company the step ran for - spaces on the chain-level
      * rows (preflight, chain start, consolidation); a restart
      * matches tonight's rows back to its companies by this
           05  CHST-COMPANY-ID     PIC X(4).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  RLG-EVENT           PIC X(5).
               88  RLG-START-EVENT VALUE 'START'.
               88  RLG-END-EVENT   VALUE 'END'.
               88  RLG-RESTART-EVENT VALUE 'RSTRT'.
           05  RLG-EVENT-TIME      PIC 9(6).
      * Operator-supplied reason when a same-day rerun was forced
           05  RLG-FORCE-REASON    PIC X(10).

       01  WS-CHST-FILE-STATUS     PIC XX.
           88  CHST-FILE-OK        VALUE '00'.
           88  CHST-FILE-AT-END    VALUE '10'.

       01  WS-CAL-FILE-STATUS      PIC XX.
           88  CAL-FILE-OK         VALUE '00'.
      * here, since step numbers repeat once the chain cycles more
      * than one company
       01  WS-STEP-PROGRAM-NAME    PIC X(24) VALUE SPACES.
       01  WS-STEP-COMPANY-ID      PIC X(4) VALUE SPACES.

      * The chain's steps in running order, by the program name each
      * one records on CHAIN-STATUS-FILE - entries 1-5 run once per
      * company, entry 6 once per night after every company
       01  WS-STEP-NAME-VALUES.
           05  FILLER              PIC X(24)
                                   VALUE 'SAMPLE-PROGRAM-DEDUP'.
           05  FILLER              PIC X(24) VALUE 'SAMPLE-PROGRAM'.
           05  FILLER              PIC X(24)
                                   VALUE 'SAMPLE-PROGRAM-COMPARE'.
           05  FILLER              PIC X(24)
                                   VALUE 'SAMPLE-PROGRAM-PURGE'.
           05  FILLER              PIC X(24)
                                   VALUE 'SAMPLE-PROGRAM-REORG'.
           05  FILLER              PIC X(24)
                                   VALUE 'SAMPLE-PROGRAM-CONSOL'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME        OCCURS 6 TIMES PIC X(24).
       01  WS-STEP-NAME-COUNT      PIC 9(2) COMP VALUE 6.
       01  WS-CONSOL-STEP-KIND     PIC 9(2) COMP VALUE 6.

      * Restart controls - whether this run restarts tonight's chain,
      * and how: resume (skip whatever already completed), restart
      * from a named step, or rerun a single named step
       01  WS-RESTART-CONTROLS.
           05  WS-RESTART-FLAG     PIC X VALUE 'N'.
               88  CHAIN-IS-RESTART VALUE 'Y'.
           05  WS-RESTART-MODE     PIC X VALUE 'A'.
               88  RESTART-RESUME  VALUE 'A'.
               88  RESTART-FROM-STEP VALUE 'F'.
               88  RESTART-SINGLE-STEP VALUE 'S'.
           05  WS-RESTART-FROM-NAME PIC X(24) VALUE SPACES.
           05  WS-RERUN-STEP-NAME  PIC X(24) VALUE SPACES.
           05  WS-NAMED-STEP-KIND  PIC 9(2) COMP VALUE ZERO.
           05  WS-RESTART-OPERATOR PIC X(8) VALUE SPACES.
           05  WS-SUPERVISOR-FLAG  PIC X VALUE 'N'.
               88  SUPERVISOR-NEEDED VALUE 'Y'.
           05  WS-STEPS-SKIPPED    PIC 9(3) VALUE ZERO.

      * Step-name lookup and restart-plan work fields
       01  WS-MATCH-NAME           PIC X(24) VALUE SPACES.
       01  WS-MATCH-KIND           PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-KIND            PIC 9(2) COMP VALUE ZERO.
       01  WS-KIND-SUB             PIC 9(2) COMP VALUE ZERO.
       01  WS-ROW-CMP-SUB          PIC 9(2) COMP VALUE ZERO.
       01  WS-SCAN-CMP-SUB         PIC 9(2) COMP VALUE ZERO.
       01  WS-ROW-STATE            PIC X VALUE SPACE.
       01  WS-SKIP-PLAN            PIC X VALUE SPACE.
           88  SKIP-PLAN-DONE      VALUE 'S'.
           88  SKIP-PLAN-BYPASS    VALUE 'X'.
           88  SKIP-PLAN-PENDING   VALUE 'P'.

      * Per company and step: how far tonight's earlier runs got
      * (state, latest row wins) and what this run does with the
      * step (plan). A first run of the night leaves every plan at
      * spaces, so every step runs exactly as it always did
       01  WS-RESTART-TABLE        VALUE SPACES.
           05  WS-RST-COMPANY      OCCURS 10 TIMES.
               10  WS-RST-STEP     OCCURS 5 TIMES.
                   15  WS-RST-STATE PIC X.
                       88  RST-STEP-NOT-RUN VALUE SPACE.
                       88  RST-STEP-DONE VALUE 'D'.
                       88  RST-STEP-FAILED VALUE 'F'.
                       88  RST-STEP-QUIESCED VALUE 'Q'.
                   15  WS-RST-PLAN PIC X.
                       88  RST-PLAN-RUN VALUE SPACE.
                       88  RST-PLAN-SKIP-DONE VALUE 'S'.
                       88  RST-PLAN-SKIP-BYPASS VALUE 'X'.
                       88  RST-PLAN-PENDING VALUE 'P'.
       01  WS-RST-CONSOL.
           05  WS-RST-CONSOL-STATE PIC X VALUE SPACE.
               88  RST-CONSOL-DONE VALUE 'D'.
           05  WS-RST-CONSOL-PLAN  PIC X VALUE SPACE.
               88  RST-CONSOL-PLAN-RUN VALUE SPACE.

       PROCEDURE DIVISION.

               UNTIL WS-CMP-SUB > WS-CMP-COUNT
                   OR CHAIN-WAS-QUIESCED
           IF NOT CHAIN-WAS-QUIESCED
               MOVE SPACES TO WS-STEP-COMPANY-ID
               IF RST-CONSOL-PLAN-RUN
                   PERFORM 2500-RUN-CONSOL-STEP
               ELSE
                   MOVE WS-CONSOL-STEP-KIND TO WS-STEP-KIND
                   MOVE WS-RST-CONSOL-PLAN TO WS-SKIP-PLAN
                   PERFORM 1960-RECORD-SKIPPED-STEP
               END-IF
           END-IF
           PERFORM 3000-FINALIZE
           GOBACK.
               WS-CMP-ID (WS-CMP-SUB) ' ('
               WS-CMP-FILE-NAME (WS-CMP-SUB) ')'
           MOVE 'N' TO WS-CHAIN-STOPPED-FLAG
           MOVE WS-CMP-ID (WS-CMP-SUB) TO WS-STEP-COMPANY-ID
           MOVE WS-CMP-FILE-NAME (WS-CMP-SUB)
               TO WS-DEDUP-CUSTOMER-FILE-NAME
           MOVE WS-CMP-FILE-NAME (WS-CMP-SUB)
               TO WS-PRG-CUSTOMER-FILE-NAME
           MOVE WS-CMP-FILE-NAME (WS-CMP-SUB)
               TO WS-REO-CUSTOMER-FILE-NAME
      * A main pass quiesced earlier tonight picks up from its own
      * checkpoint - but only when dedup is not rerunning ahead of
      * it, since a fresh dedup leaves the checkpoint meaningless
           IF RST-STEP-QUIESCED (WS-CMP-SUB, 2)
                   AND NOT RST-PLAN-RUN (WS-CMP-SUB, 1)
               MOVE 'Y' TO WS-MAIN-RESTART-IND
           ELSE
               MOVE SPACE TO WS-MAIN-RESTART-IND
           END-IF
           MOVE 1 TO WS-STEP-KIND
           PERFORM 1950-RUN-OR-SKIP-STEP
           IF NOT WS-CHAIN-STOPPED
               MOVE 2 TO WS-STEP-KIND
               PERFORM 1950-RUN-OR-SKIP-STEP
           END-IF
      * The balancing verdict stands between the figures and the
      * customer-facing steps - a RED night holds here instead of
      * mailing letters on top of broken totals. A restart whose
      * compare and purge already completed has nothing left to hold
           IF NOT WS-CHAIN-STOPPED
                   AND (RST-PLAN-RUN (WS-CMP-SUB, 3)
                        OR RST-PLAN-RUN (WS-CMP-SUB, 4))
               PERFORM 2150-EVALUATE-BALANCING-VERDICT
           END-IF
           IF NOT WS-CHAIN-STOPPED
               MOVE 3 TO WS-STEP-KIND
               PERFORM 1950-RUN-OR-SKIP-STEP
           END-IF
           IF NOT WS-CHAIN-STOPPED
               MOVE 4 TO WS-STEP-KIND
               PERFORM 1950-RUN-OR-SKIP-STEP
           END-IF
      * The reorg runs monthly, on the first night of the month,
      * right after the purge so the space it just freed is
      * reclaimed the same night
           IF NOT WS-CHAIN-STOPPED AND STD-DAY = 01
               MOVE 5 TO WS-STEP-KIND
               PERFORM 1950-RUN-OR-SKIP-STEP
           END-IF.

       1950-RUN-OR-SKIP-STEP.
      * Runs the company's step WS-STEP-KIND unless this restart's
      * plan skips it
           IF RST-PLAN-RUN (WS-CMP-SUB, WS-STEP-KIND)
               EVALUATE WS-STEP-KIND
                   WHEN 1
                       PERFORM 2000-RUN-DEDUP-STEP
                   WHEN 2
                       PERFORM 2100-RUN-MAIN-STEP
                   WHEN 3
                       PERFORM 2200-RUN-COMPARE-STEP
                   WHEN 4
                       PERFORM 2300-RUN-PURGE-STEP
                   WHEN 5
                       PERFORM 2400-RUN-REORG-STEP
               END-EVALUATE
           ELSE
               MOVE WS-RST-PLAN (WS-CMP-SUB, WS-STEP-KIND)
                   TO WS-SKIP-PLAN
               PERFORM 1960-RECORD-SKIPPED-STEP
           END-IF.

       1960-RECORD-SKIPPED-STEP.
      * A skipped step still gets its row, so tonight's chain status
      * reads end to end and a later restart sees the skip: a step
      * carried past under supervisor authority is recorded BYPASSED
      * and counts as finished from then on; the others are SKIPPED
      * and leave the step's standing exactly as it was
           MOVE WS-STEP-NAME (WS-STEP-KIND) TO WS-STEP-PROGRAM-NAME
           ADD 1 TO WS-STEP-NUMBER
           ADD 1 TO WS-STEPS-SKIPPED
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO CHST-RUN-DATE
           MOVE STD-CURRENT-TIME TO CHST-RUN-TIME
           MOVE WS-STEP-NUMBER TO CHST-STEP-NUMBER
           MOVE WS-STEP-PROGRAM-NAME TO CHST-PROGRAM-NAME
           MOVE WS-STEP-COMPANY-ID TO CHST-COMPANY-ID
           MOVE ZERO TO CHST-RETURN-CODE
           MOVE SPACES TO CHST-MESSAGE
           EVALUATE TRUE
               WHEN SKIP-PLAN-BYPASS
                   STRING 'UNFINISHED STEP SKIPPED ON RESTART BY '
                       DELIMITED BY SIZE
                       WS-RESTART-OPERATOR DELIMITED BY SIZE
                       INTO CHST-MESSAGE
                   SET CHST-STEP-BYPASSED TO TRUE
                   SET WS-CHAIN-HAD-ERRORS TO TRUE
               WHEN SKIP-PLAN-PENDING
                   MOVE 'NOT RUN - SINGLE-STEP RERUN' TO CHST-MESSAGE
                   SET CHST-STEP-SKIPPED TO TRUE
               WHEN OTHER
                   MOVE 'COMPLETED EARLIER TONIGHT - SKIPPED ON RESTART'
                       TO CHST-MESSAGE
                   SET CHST-STEP-SKIPPED TO TRUE
           END-EVALUATE
           DISPLAY 'SCHEDULER: STEP ' WS-STEP-NUMBER ' '
               WS-STEP-PROGRAM-NAME ' ' WS-STEP-COMPANY-ID
               ' SKIPPED - ' CHST-MESSAGE
           WRITE CHAIN-STATUS-RECORD.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN EXTEND CHAIN-STATUS-FILE
               MOVE STD-CURRENT-DATE TO CHST-RUN-DATE
               MOVE STD-CURRENT-TIME TO CHST-RUN-TIME
               MOVE 'CHAIN' TO CHST-PROGRAM-NAME
               MOVE SPACES TO CHST-COMPANY-ID
               MOVE ZERO TO CHST-RETURN-CODE
               MOVE 'SKIPPED - NON-PROCESSING DATE' TO CHST-MESSAGE
               SET CHST-STEP-SKIPPED TO TRUE
      * whole chain at 6 p.m. instead of failing it at 2 a.m.
           MOVE ZERO TO CHST-STEP-NUMBER
           MOVE 'SAMPLE-PROGRAM-PREFLIGHT' TO CHST-PROGRAM-NAME
           MOVE SPACES TO CHST-COMPANY-ID
           CALL 'SAMPLE-PROGRAM-PREFLIGHT'
               USING WS-PREFLIGHT-PARM-AREA
           IF WS-PFL-RETURN-CODE NOT = ZERO
           END-IF

           PERFORM 1400-LOAD-COMPANIES
           IF RUN-REFUSED
               EXIT SECTION
           END-IF

      * A step-zero marker row fixes the chain's start time on file,
      * so the SLA tracker can derive the first real step's elapsed
           MOVE STD-CURRENT-TIME TO CHST-RUN-TIME
           MOVE ZERO TO CHST-STEP-NUMBER
           MOVE 'CHAIN-START' TO CHST-PROGRAM-NAME
           MOVE SPACES TO CHST-COMPANY-ID
           MOVE ZERO TO CHST-RETURN-CODE
           IF CHAIN-IS-RESTART
               MOVE 'CHAIN RESTARTED' TO CHST-MESSAGE
           ELSE
               MOVE 'CHAIN STARTED' TO CHST-MESSAGE
           END-IF
           SET CHST-STEP-OK TO TRUE
           WRITE CHAIN-STATUS-RECORD

      * 1200 through 1595 already ran above via the explicit
      * PERFORMs, and 2000-RUN-DEDUP-STEP and the other step
      * paragraphs below are each PERFORMed on their own from
      * 0000-MAIN-PARA - exit the
      * section here instead of falling into any of them during
      * initialization
           EXIT SECTION.
       1300-CHECK-RUN-LEDGER.
      * One cycle per business day: a START already on the ledger
      * for today refuses a second start unless the operator
      * supplies a rerun reason, and a rerun with a reason restarts
      * tonight's chain rather than running it again from the top;
      * every completed date feeds the missed-run look-back
           OPEN INPUT RUN-LEDGER-FILE
           IF RLG-FILE-OK
               PERFORM 1310-SCAN-LEDGER-ROW
               IF WS-RERUN-REASON = SPACES
                   DISPLAY 'SCHEDULER: CHAIN ALREADY STARTED TODAY '
                       '- SECOND RUN REFUSED (SET '
                       'CHAIN_RERUN_REASON TO RESTART)'
                   SET RUN-REFUSED TO TRUE
               ELSE
                   DISPLAY 'SCHEDULER: SAME-DAY RERUN FORCED, '
                       'REASON ' WS-RERUN-REASON
                       ' - RESTARTING TONIGHT''S CHAIN'
                   SET CHAIN-IS-RESTART TO TRUE
               END-IF
           END-IF
           IF NOT RUN-REFUSED
               PERFORM 1320-ACCEPT-RESTART-POINT
           END-IF
           IF NOT RUN-REFUSED
               PERFORM 1330-WRITE-LEDGER-START
               PERFORM 1340-CHECK-MISSED-RUNS
                   END-IF
           END-READ.

       1320-ACCEPT-RESTART-POINT.
      * No step named means resume: skip whatever completed tonight
      * and pick up at the first step that did not. A named step
      * means nothing on a first run of the night - there is no
      * earlier run to restart
           ACCEPT WS-RESTART-FROM-NAME FROM ENVIRONMENT
               "CHAIN_RESTART_FROM"
           ACCEPT WS-RERUN-STEP-NAME FROM ENVIRONMENT
               "CHAIN_RERUN_STEP"
           EVALUATE TRUE
               WHEN WS-RESTART-FROM-NAME = SPACES
                       AND WS-RERUN-STEP-NAME = SPACES
                   SET RESTART-RESUME TO TRUE
               WHEN NOT CHAIN-IS-RESTART
                   DISPLAY 'SCHEDULER: CHAIN_RESTART_FROM/'
                       'CHAIN_RERUN_STEP IGNORED - NO EARLIER RUN '
                       'TONIGHT TO RESTART'
               WHEN WS-RESTART-FROM-NAME NOT = SPACES
                       AND WS-RERUN-STEP-NAME NOT = SPACES
                   DISPLAY 'SCHEDULER: CHAIN_RESTART_FROM AND '
                       'CHAIN_RERUN_STEP BOTH SET - RESTART REFUSED'
                   SET RUN-REFUSED TO TRUE
               WHEN OTHER
                   IF WS-RERUN-STEP-NAME NOT = SPACES
                       SET RESTART-SINGLE-STEP TO TRUE
                       MOVE WS-RERUN-STEP-NAME TO WS-MATCH-NAME
                   ELSE
                       SET RESTART-FROM-STEP TO TRUE
                       MOVE WS-RESTART-FROM-NAME TO WS-MATCH-NAME
                   END-IF
                   PERFORM 1590-FIND-STEP-KIND
                   IF WS-MATCH-KIND = ZERO
                       DISPLAY 'SCHEDULER: ' WS-MATCH-NAME
                           ' IS NOT A STEP OF THE CHAIN - RESTART '
                           'REFUSED'
                       SET RUN-REFUSED TO TRUE
                   ELSE
                       MOVE WS-MATCH-KIND TO WS-NAMED-STEP-KIND
                   END-IF
           END-EVALUATE.

       1330-WRITE-LEDGER-START.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RLG-FILE-OK
               DISPLAY 'ERROR OPENING RUN LEDGER: ' WS-RLG-FILE-STATUS
           ELSE
               MOVE STD-CURRENT-DATE TO RLG-RUN-DATE
               IF CHAIN-IS-RESTART
                   SET RLG-RESTART-EVENT TO TRUE
               ELSE
                   SET RLG-START-EVENT TO TRUE
               END-IF
               ACCEPT RLG-EVENT-TIME FROM TIME
               MOVE WS-RERUN-REASON TO RLG-FORCE-REASON
               WRITE RUN-LEDGER-RECORD
               MOVE SPACES TO WS-CMP-BHST-NAME (1)
               MOVE SPACES TO WS-CMP-PRIOR-NAME (1)
           END-IF
           IF CHAIN-IS-RESTART
               PERFORM 1500-BUILD-RESTART-PLAN
           END-IF
      * A restart keeps tonight's shared files - the steps it skips
      * already wrote their rows there - unless it reruns the whole
      * night from the first step
           EVALUATE TRUE
               WHEN RUN-REFUSED
                   CONTINUE
               WHEN CHAIN-IS-RESTART
                       AND NOT (RESTART-FROM-STEP
                                AND WS-NAMED-STEP-KIND = 1)
                   DISPLAY 'SCHEDULER: RESTART - TONIGHT''S SHARED '
                       'FILES KEPT'
               WHEN OTHER
                   PERFORM 1450-RESET-NIGHTLY-FILES
           END-EVALUATE.

       1450-RESET-NIGHTLY-FILES.
      * Start the night's shared files empty - each company run
      * appends its own rows onto them
           OPEN OUTPUT CONTROL-TOTAL-FILE
                   END-IF
           END-READ.

       1500-BUILD-RESTART-PLAN.
      * Tonight's rows so far say how far each company got; the
      * restart mode then decides, step by step, what this run does.
      * The status file is open for append from 1100, so it is
      * closed, read back, and reopened for append
           CLOSE CHAIN-STATUS-FILE
           OPEN INPUT CHAIN-STATUS-FILE
           IF CHST-FILE-OK
               PERFORM 1510-READ-TONIGHTS-ROW
                   UNTIL CHST-FILE-AT-END
               CLOSE CHAIN-STATUS-FILE
           END-IF
           OPEN EXTEND CHAIN-STATUS-FILE
           IF NOT CHST-FILE-OK
               DISPLAY 'ERROR REOPENING CHAIN STATUS FILE: '
                   WS-CHST-FILE-STATUS
               GOBACK
           END-IF
           PERFORM 1540-PLAN-ONE-COMPANY
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-COUNT
           EVALUATE TRUE
               WHEN RESTART-RESUME
                   IF RST-CONSOL-DONE
                       MOVE 'S' TO WS-RST-CONSOL-PLAN
                   END-IF
               WHEN RESTART-SINGLE-STEP
                   IF WS-NAMED-STEP-KIND NOT = WS-CONSOL-STEP-KIND
                       MOVE 'P' TO WS-RST-CONSOL-PLAN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF SUPERVISOR-NEEDED
               PERFORM 1570-CHECK-RESTART-AUTHORITY
           END-IF.

       1510-READ-TONIGHTS-ROW.
           READ CHAIN-STATUS-FILE
               AT END
                   SET CHST-FILE-AT-END TO TRUE
               NOT AT END
                   IF CHST-RUN-DATE = STD-CURRENT-DATE
                           AND NOT CHST-STEP-SKIPPED
                       PERFORM 1520-APPLY-ROW-STATE
                   END-IF
           END-READ.

       1520-APPLY-ROW-STATE.
      * Rows that are not one of the chain's steps (preflight, chain
      * start, balancing verdict) and SKIPPED rows leave a step's
      * standing alone; otherwise the latest row wins
           MOVE CHST-PROGRAM-NAME TO WS-MATCH-NAME
           PERFORM 1590-FIND-STEP-KIND
           EVALUATE TRUE
               WHEN CHST-STEP-OK OR CHST-STEP-WARNING
                       OR CHST-STEP-BYPASSED
                   MOVE 'D' TO WS-ROW-STATE
               WHEN CHST-STEP-QUIESCED
                   MOVE 'Q' TO WS-ROW-STATE
               WHEN OTHER
                   MOVE 'F' TO WS-ROW-STATE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-MATCH-KIND = ZERO
                   CONTINUE
               WHEN WS-MATCH-KIND = WS-CONSOL-STEP-KIND
                   MOVE WS-ROW-STATE TO WS-RST-CONSOL-STATE
               WHEN OTHER
                   MOVE ZERO TO WS-ROW-CMP-SUB
                   PERFORM 1530-MATCH-ROW-COMPANY
                       VARYING WS-SCAN-CMP-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-CMP-SUB > WS-CMP-COUNT
                           OR WS-ROW-CMP-SUB NOT = ZERO
                   IF WS-ROW-CMP-SUB NOT = ZERO
                       MOVE WS-ROW-STATE TO WS-RST-STATE
                           (WS-ROW-CMP-SUB, WS-MATCH-KIND)
                   END-IF
           END-EVALUATE.

       1530-MATCH-ROW-COMPANY.
           IF WS-CMP-ID (WS-SCAN-CMP-SUB) = CHST-COMPANY-ID
               MOVE WS-SCAN-CMP-SUB TO WS-ROW-CMP-SUB
           END-IF.

       1540-PLAN-ONE-COMPANY.
           PERFORM 1550-PLAN-ONE-STEP
               VARYING WS-KIND-SUB FROM 1 BY 1
               UNTIL WS-KIND-SUB > 5.

       1550-PLAN-ONE-STEP.
      * Resume skips only what completed; restart-from skips every
      * step ahead of the named one; a single-step rerun skips the
      * steps ahead of it and leaves the ones after it pending
           EVALUATE TRUE
               WHEN RESTART-RESUME
                   IF RST-STEP-DONE (WS-CMP-SUB, WS-KIND-SUB)
                       SET RST-PLAN-SKIP-DONE (WS-CMP-SUB, WS-KIND-SUB)
                           TO TRUE
                   END-IF
               WHEN WS-KIND-SUB < WS-NAMED-STEP-KIND
                   PERFORM 1560-PLAN-SKIP-AHEAD
               WHEN RESTART-SINGLE-STEP
                       AND WS-KIND-SUB > WS-NAMED-STEP-KIND
                   SET RST-PLAN-PENDING (WS-CMP-SUB, WS-KIND-SUB)
                       TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1560-PLAN-SKIP-AHEAD.
      * Skipping a step that has not completed tonight carries the
      * night past it - that takes a supervisor. The reorg outside
      * the first of the month never runs anyway, so passing it
      * skips nothing
           IF RST-STEP-DONE (WS-CMP-SUB, WS-KIND-SUB)
                   OR (WS-KIND-SUB = 5 AND STD-DAY NOT = 01)
               SET RST-PLAN-SKIP-DONE (WS-CMP-SUB, WS-KIND-SUB)
                   TO TRUE
           ELSE
               SET RST-PLAN-SKIP-BYPASS (WS-CMP-SUB, WS-KIND-SUB)
                   TO TRUE
               SET SUPERVISOR-NEEDED TO TRUE
           END-IF.

       1570-CHECK-RESTART-AUTHORITY.
      * Same balance-adjustment (supervisor) role check the RED
      * bypass uses; refused, the restart stops before any step
           ACCEPT WS-RESTART-OPERATOR FROM ENVIRONMENT
               "CHAIN_RESTART_OPERATOR"
           MOVE 'N' TO WS-BYPASS-OK-FLAG
           IF WS-RESTART-OPERATOR NOT = SPACES
               MOVE WS-RESTART-OPERATOR TO WS-BYPASS-OPERATOR
               PERFORM 2185-CHECK-BYPASS-ROLE
           END-IF
           IF BYPASS-AUTHORIZED
               DISPLAY 'SCHEDULER: RESTART PAST UNFINISHED STEPS '
                   'AUTHORIZED BY ' WS-RESTART-OPERATOR
           ELSE
               DISPLAY 'SCHEDULER: RESTART WOULD SKIP A STEP NOT '
                   'COMPLETED TONIGHT - REFUSED (SET '
                   'CHAIN_RESTART_OPERATOR TO A SUPERVISOR)'
               MOVE STD-CURRENT-DATE TO CHST-RUN-DATE
               ACCEPT STD-CURRENT-TIME FROM TIME
               MOVE STD-CURRENT-TIME TO CHST-RUN-TIME
               MOVE ZERO TO CHST-STEP-NUMBER
               MOVE 'CHAIN-RESTART' TO CHST-PROGRAM-NAME
               MOVE SPACES TO CHST-COMPANY-ID
               MOVE 8 TO CHST-RETURN-CODE
               MOVE 'RESTART REFUSED - SKIPS AN UNFINISHED STEP'
                   TO CHST-MESSAGE
               SET CHST-STEP-FAILED TO TRUE
               WRITE CHAIN-STATUS-RECORD
               SET RUN-REFUSED TO TRUE
           END-IF.

       1590-FIND-STEP-KIND.
      * WS-MATCH-NAME in, its place in the chain's running order
      * out in WS-MATCH-KIND - zero when it is not one of the steps
           MOVE ZERO TO WS-MATCH-KIND
           PERFORM 1595-MATCH-STEP-NAME
               VARYING WS-KIND-SUB FROM 1 BY 1
               UNTIL WS-KIND-SUB > WS-STEP-NAME-COUNT
                   OR WS-MATCH-KIND NOT = ZERO.

       1595-MATCH-STEP-NAME.
           IF WS-STEP-NAME (WS-KIND-SUB) = WS-MATCH-NAME
               MOVE WS-KIND-SUB TO WS-MATCH-KIND
           END-IF.

       2000-RUN-DEDUP-STEP.
           MOVE 'SAMPLE-PROGRAM-DEDUP' TO WS-STEP-PROGRAM-NAME
           ADD 1 TO WS-STEP-NUMBER
           MOVE STD-CURRENT-TIME TO CHST-RUN-TIME
           MOVE WS-STEP-NUMBER TO CHST-STEP-NUMBER
           MOVE 'BALANCING-VERDICT' TO CHST-PROGRAM-NAME
           MOVE WS-STEP-COMPANY-ID TO CHST-COMPANY-ID
           IF BYPASS-AUTHORIZED
               MOVE ZERO TO CHST-RETURN-CODE
               MOVE SPACES TO CHST-MESSAGE
           MOVE WS-DEDUP-RETURN-CODE TO CHST-RETURN-CODE
           MOVE WS-DEDUP-MESSAGE TO CHST-MESSAGE
           MOVE WS-STEP-PROGRAM-NAME TO CHST-PROGRAM-NAME
           MOVE WS-STEP-COMPANY-ID TO CHST-COMPANY-ID
           EVALUATE TRUE
               WHEN WS-DEDUP-RETURN-CODE = 8
                   SET CHST-STEP-FAILED TO TRUE
       3200-DISPLAY-SUMMARY.
           DISPLAY 'Chain Scheduler Summary:'
           DISPLAY 'Steps Attempted: ' WS-STEP-NUMBER
           IF CHAIN-IS-RESTART AND NOT RUN-REFUSED
               EVALUATE TRUE
                   WHEN RESTART-FROM-STEP
                       DISPLAY 'Restart: FROM STEP '
                           WS-STEP-NAME (WS-NAMED-STEP-KIND)
                   WHEN RESTART-SINGLE-STEP
                       DISPLAY 'Restart: SINGLE STEP '
                           WS-STEP-NAME (WS-NAMED-STEP-KIND)
                   WHEN OTHER
                       DISPLAY 'Restart: RESUMED AFTER TONIGHT''S '
                           'COMPLETED STEPS'
               END-EVALUATE
               DISPLAY 'Steps Skipped: ' WS-STEPS-SKIPPED
           END-IF
           IF WS-CHAIN-STOPPED
               DISPLAY 'Chain Status: STOPPED ON HARD FAILURE'
           ELSE
