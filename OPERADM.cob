      *  PASSWORD, BUT NOT ADMINISTER OTHER ACCOUNTS - SAME GUARD
      *  PATTERN AS EMPMAINT-TXT'S MENU.
       GUARD-ADD-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM ADD-RTN
           ELSE
               DISPLAY 'VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED.'
           END-IF.
       GUARD-DISABLE-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM DISABLE-RTN
           ELSE
               DISPLAY 'VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED.'
           END-IF.
       GUARD-RESET-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM RESET-RTN
           ELSE
               DISPLAY 'VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED.'
           ELSE
               READ OPER-FILE AT END MOVE 'YES' TO EOF
           END-IF.
      *  S = SUPERVISOR - UPDATE RIGHTS PLUS THE AUTHORITY TO
      *  OVERRIDE A CONTROL (CREDIT HOLD, CLOSED PERIOD, DISCOUNT
      *  LIMIT) FOR ANOTHER OPERATOR. C = CONFIDENTIAL - VIEW ONLY
      *  EVERYWHERE ELSE, BUT THE ONE LEVEL CLEARED TO SEE SALARY
      *  AND PAY FIELDS ON EMPINQ-TXT AND EMPREP2-TXT.
       GET-LEVEL-RTN.
           DISPLAY 'ENTER LEVEL (V=VIEW ONLY, U=UPDATE, '
               'S=SUPERVISOR, C=CONFIDENTIAL): '.
           ACCEPT LEVEL-EDIT-WS.
           IF LEVEL-EDIT-WS = 'V' OR LEVEL-EDIT-WS = 'U'
               OR LEVEL-EDIT-WS = 'S' OR LEVEL-EDIT-WS = 'C'
               MOVE 'YES' TO VALID-SW
               MOVE LEVEL-EDIT-WS TO OP-LEVEL
           ELSE
               DISPLAY 'LEVEL MUST BE V, U, S OR C - TRY AGAIN.'
           END-IF.
      *  DISABLE AN ACCOUNT - THE RECORD STAYS ON FILE FOR THE
      *  AUDITOR, BUT THE SIGN-ONS REFUSE IT.
