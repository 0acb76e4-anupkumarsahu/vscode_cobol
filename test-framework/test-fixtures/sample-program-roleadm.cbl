       01  WS-MENU-CHOICE          PIC X.
       01  WS-TARGET-OPERATOR      PIC X(8).
       01  WS-NEW-ROLE             PIC X.
           88  VALID-ROLE-CODE     VALUES 'V' 'S' 'B' 'C'.
       01  WS-OLD-ROLE             PIC X.
       01  WS-SUPERVISOR-COUNT     PIC 9(2) COMP VALUE ZERO.

           END-EVALUATE.

       2310-CAPTURE-NEW-OPERATOR.
           DISPLAY 'ENTER ROLE CODE (V/S/B/C): '
           ACCEPT WS-NEW-ROLE
           IF NOT VALID-ROLE-CODE
               DISPLAY 'INVALID ROLE CODE - OPERATOR NOT ADDED'
           ELSE
               DISPLAY 'CURRENT ROLE: '
                   WS-OPRL-ROLE-CODE (WS-OPRL-SUB)
               DISPLAY 'ENTER NEW ROLE CODE (V/S/B/C): '
               ACCEPT WS-NEW-ROLE
               EVALUATE TRUE
                   WHEN NOT VALID-ROLE-CODE
