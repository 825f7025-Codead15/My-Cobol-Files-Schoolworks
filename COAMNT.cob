       IDENTIFICATION DIVISION.
       PROGRAM-ID. COA-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  THE CHART OF ACCOUNTS - ONE ROW PER GENERAL LEDGER ACCOUNT.
      *  PAYROLL-TXT AND COMM-PAY REFUSE A GLMAP.TXT ENTRY WHOSE
      *  ACCOUNT IS NOT HERE, AND GL-TRIAL TITLES THE TRIAL BALANCE
      *  FROM IT.
           SELECT COA-FILE ASSIGN TO "COAMAST.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COA-STATUS.
      *  SCRATCH COPY USED BY CHANGE-RTN/DELETE-RTN - SAME SWAP IDIOM
      *  AS SALESMAN-TXT.
           SELECT COA-SCRATCH ASSIGN TO "COAMASN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  THE GL ACCOUNT MAP - AN ACCOUNT THE MAP STILL POSTS TO
      *  CANNOT BE DELETED.
           SELECT GLMAP-IN ASSIGN TO "GLMAP.TXT"
               FILE STATUS IS GLMAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COA-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS COA-REC.
       01 COA-REC.
           05 CA-ACCT PIC X(8).
           05 CA-TITLE PIC X(30).
      *  A = ASSET, L = LIABILITY, Q = EQUITY, R = REVENUE,
      *  E = EXPENSE.
           05 CA-TYPE PIC X(1).
       FD COA-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS COA-REC2.
       01 COA-REC2.
           05 CA-ACCT2 PIC X(8).
           05 CA-TITLE2 PIC X(30).
           05 CA-TYPE2 PIC X(1).
       FD GLMAP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS GLMAP-REC.
       01 GLMAP-REC.
           05 GM-SOURCE PIC X(6).
           05 GM-ACCT PIC X(8).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 KEY-ACCT PIC X(8).
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 DUP-SW PIC X(3) VALUE 'NO'.
       01 MAPPED-SW PIC X(3) VALUE 'NO'.
       01 COA-STATUS PIC XX.
       01 GLMAP-STATUS PIC XX.
      *  ENTRY VALIDATION - SAME EDIT-FIELD IDIOM AS SALESMAN-TXT.
       01 TYPE-EDIT-WS PIC X.
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING CHART OF ACCOUNTS MAINTENANCE.'.
           STOP RUN.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'CHART OF ACCOUNTS MAINTENANCE'.
           DISPLAY '  (A)DD A NEW ACCOUNT'.
           DISPLAY '  (C)HANGE AN EXISTING ACCOUNT'.
           DISPLAY '  (D)ELETE AN EXISTING ACCOUNT'.
           DISPLAY '  (V)IEW ALL ACCOUNTS'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'A' PERFORM ADD-RTN
               WHEN 'C' PERFORM CHANGE-RTN
               WHEN 'D' PERFORM DELETE-RTN
               WHEN 'V' PERFORM VIEW-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  ADD AN ACCOUNT - MODELED ON SALESMAN-TXT'S INPUT-RTN. A
      *  MISSING COAMAST.TXT (STATUS 35) IS CREATED FRESH.
       ADD-RTN.
           MOVE 'Y' TO ANSWER.
           OPEN EXTEND COA-FILE.
           IF COA-STATUS = '35'
               OPEN OUTPUT COA-FILE
           END-IF.
           PERFORM ADD-ENTRY-RTN UNTIL ANSWER = 'N'.
           CLOSE COA-FILE.
       ADD-ENTRY-RTN.
           MOVE SPACES TO KEY-ACCT.
           PERFORM GET-ACCT-RTN UNTIL KEY-ACCT NOT = SPACES.
           MOVE KEY-ACCT TO CA-ACCT.
           DISPLAY 'ENTER ACCOUNT TITLE: '.
           ACCEPT CA-TITLE.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-TYPE-RTN UNTIL VALID-SW = 'YES'.
           WRITE COA-REC.
           DISPLAY 'ACCOUNT ADDED.'.
           DISPLAY 'ADD ANOTHER ACCOUNT (Y/N)? '.
           ACCEPT ANSWER.
       GET-ACCT-RTN.
           DISPLAY 'ENTER ACCOUNT CODE (8 DIGITS): '.
           ACCEPT KEY-ACCT.
           IF KEY-ACCT IS NOT NUMERIC
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
               MOVE SPACES TO KEY-ACCT
           ELSE
               PERFORM CHECK-DUP-RTN
               IF DUP-SW = 'YES'
                   DISPLAY 'ACCOUNT CODE ALREADY EXISTS - TRY AGAIN.'
                   MOVE SPACES TO KEY-ACCT
               END-IF
           END-IF.
      *  SCAN THE FILE FOR THE CODE BEFORE IT'S WRITTEN. THE FILE IS
      *  CLOSED AND REOPENED INPUT/EXTEND AROUND THE SCAN SINCE
      *  ADD-RTN HOLDS IT OPEN EXTEND.
       CHECK-DUP-RTN.
           MOVE 'NO' TO DUP-SW.
           CLOSE COA-FILE.
           OPEN INPUT COA-FILE.
           MOVE 'N0' TO EOF.
           READ COA-FILE AT END MOVE 'YES' TO EOF.
           PERFORM CHECK-DUP-COMP
               UNTIL EOF = 'YES' OR DUP-SW = 'YES'.
           CLOSE COA-FILE.
           OPEN EXTEND COA-FILE.
       CHECK-DUP-COMP.
           IF CA-ACCT = KEY-ACCT
               MOVE 'YES' TO DUP-SW
           ELSE
               READ COA-FILE AT END MOVE 'YES' TO EOF
           END-IF.
       GET-TYPE-RTN.
           DISPLAY 'ENTER ACCOUNT TYPE (A=ASSET, L=LIABILITY, '
               'Q=EQUITY, R=REVENUE, E=EXPENSE): '.
           ACCEPT TYPE-EDIT-WS.
           IF TYPE-EDIT-WS = 'A' OR TYPE-EDIT-WS = 'L'
               OR TYPE-EDIT-WS = 'Q' OR TYPE-EDIT-WS = 'R'
               OR TYPE-EDIT-WS = 'E'
               MOVE 'YES' TO VALID-SW
               MOVE TYPE-EDIT-WS TO CA-TYPE
           ELSE
               DISPLAY 'TYPE MUST BE A, L, Q, R OR E - TRY AGAIN.'
           END-IF.
      *  CHANGE AN EXISTING ACCOUNT'S TITLE AND TYPE BY CODE.
       CHANGE-RTN.
           DISPLAY 'ENTER ACCOUNT CODE TO CHANGE: '.
           ACCEPT KEY-ACCT.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT COA-FILE
               OUTPUT COA-SCRATCH.
           READ COA-FILE AT END MOVE 'YES' TO EOF.
           PERFORM CHANGE-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE COA-FILE, COA-SCRATCH.
           IF FOUND-SW = 'NO'
               DISPLAY 'ACCOUNT CODE NOT FOUND, NO CHANGE MADE.'
           ELSE
               PERFORM SWAP-RTN
               DISPLAY 'RECORD CHANGED.'
           END-IF.
       CHANGE-COPY-RTN.
           IF CA-ACCT = KEY-ACCT
               MOVE 'YES' TO FOUND-SW
               DISPLAY 'ENTER NEW ACCOUNT TITLE: '
               ACCEPT CA-TITLE
               MOVE 'NO' TO VALID-SW
               PERFORM GET-TYPE-RTN UNTIL VALID-SW = 'YES'
           END-IF.
           MOVE COA-REC TO COA-REC2.
           WRITE COA-REC2.
           READ COA-FILE AT END MOVE 'YES' TO EOF.
      *  DELETE AN EXISTING ACCOUNT BY CODE. AN ACCOUNT GLMAP.TXT
      *  STILL POSTS TO STAYS UNTIL THE MAP IS REPOINTED.
       DELETE-RTN.
           DISPLAY 'ENTER ACCOUNT CODE TO DELETE: '.
           ACCEPT KEY-ACCT.
           PERFORM CHECK-MAPPED-RTN.
           IF MAPPED-SW = 'YES'
               DISPLAY 'GLMAP.TXT STILL POSTS TO THIS ACCOUNT, NO '
                   'DELETION MADE.'
           ELSE
               MOVE 'NO' TO FOUND-SW
               MOVE 'N0' TO EOF
               OPEN INPUT COA-FILE
                   OUTPUT COA-SCRATCH
               READ COA-FILE AT END MOVE 'YES' TO EOF
               PERFORM DELETE-COPY-RTN UNTIL EOF = 'YES'
               CLOSE COA-FILE, COA-SCRATCH
               IF FOUND-SW = 'NO'
                   DISPLAY 'ACCOUNT CODE NOT FOUND, NO DELETION MADE.'
               ELSE
                   PERFORM SWAP-RTN
                   DISPLAY 'RECORD DELETED.'
               END-IF
           END-IF.
       DELETE-COPY-RTN.
           IF CA-ACCT = KEY-ACCT
               MOVE 'YES' TO FOUND-SW
           ELSE
               MOVE COA-REC TO COA-REC2
               WRITE COA-REC2
           END-IF.
           READ COA-FILE AT END MOVE 'YES' TO EOF.
       CHECK-MAPPED-RTN.
           MOVE 'NO' TO MAPPED-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT GLMAP-IN.
           IF GLMAP-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ GLMAP-IN AT END MOVE 'YES' TO EOF
               PERFORM CHECK-MAPPED-COMP
                   UNTIL EOF = 'YES' OR MAPPED-SW = 'YES'
               CLOSE GLMAP-IN
           END-IF.
       CHECK-MAPPED-COMP.
           IF GM-ACCT = KEY-ACCT
               MOVE 'YES' TO MAPPED-SW
           ELSE
               READ GLMAP-IN AT END MOVE 'YES' TO EOF
           END-IF.
       VIEW-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT COA-FILE.
           IF COA-STATUS = '35'
               DISPLAY 'NO CHART OF ACCOUNTS ON FILE YET.'
           ELSE
               READ COA-FILE AT END MOVE 'YES' TO EOF
               PERFORM VIEW-COMP UNTIL EOF = 'YES'
               CLOSE COA-FILE
           END-IF.
       VIEW-COMP.
           DISPLAY 'ACCOUNT CODE:  ' CA-ACCT.
           DISPLAY 'TITLE:         ' CA-TITLE.
           DISPLAY 'TYPE:          ' CA-TYPE.
           DISPLAY ' '.
           READ COA-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER COAMAST.TXT SO THE CHART
      *  REFLECTS THE CHANGE OR DELETION JUST MADE.
       SWAP-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT COA-SCRATCH
               OUTPUT COA-FILE.
           READ COA-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM SWAP-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE COA-SCRATCH, COA-FILE.
       SWAP-COPY-RTN.
           MOVE COA-REC2 TO COA-REC.
           WRITE COA-REC.
           READ COA-SCRATCH AT END MOVE 'YES' TO EOF.
