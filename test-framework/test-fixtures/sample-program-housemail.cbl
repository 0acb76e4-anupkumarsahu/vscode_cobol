      * audit answer to "what did you send me" never changes; only
      * the envelope count does.
      * E-channel rows (STMT-EMAIL) never cost postage and are left
      * out of the pool, as are subsidiary statements folded into a
      * parent's consolidated statement (STMT-CONS) - nothing was
      * printed for them.
      *****************************************************************

       ENVIRONMENT DIVISION.
                   ADD 1 TO WS-ROWS-READ
                   IF CORR-SENT-DATE = STD-CURRENT-DATE
                           AND CORR-DOC-TYPE NOT = 'STMT-EMAIL'
                           AND CORR-DOC-TYPE NOT = 'STMT-CONS'
                       PERFORM 2200-POOL-ONE-DOCUMENT
                   END-IF
           END-READ
