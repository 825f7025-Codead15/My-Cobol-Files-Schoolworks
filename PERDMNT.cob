       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  THE PERIOD-STATUS FILE - ONE RECORD PER SUBSYSTEM AND
      *  ACCOUNTING PERIOD (YYYYMM) EVER CLOSED, OPEN OR CLOSED, WITH
      *  WHO LAST CHANGED IT AND WHEN. A PERIOD WITH NO RECORD IS
      *  OPEN. THE ENTRY PROGRAMS REFUSE ANY TRANSACTION DATED INTO
      *  A CLOSED PERIOD OF THEIR SUBSYSTEM.
           SELECT PERIOD-FILE ASSIGN TO "PERIODST.TXT"
               FILE STATUS IS PERIOD-STATUS.
      *  SCRATCH COPY USED WHEN A RECORD IS CHANGED - SAME SWAP IDIOM
      *  AS SALESMAN-TXT.
           SELECT PERIOD-SCRATCH ASSIGN TO "PERIODSN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  EVERY CLOSE AND REOPEN, APPENDED FOR THE AUDITOR - WHO DID
      *  IT, TO WHICH SUBSYSTEM AND PERIOD, AND WHEN.
           SELECT PERDLOG-FILE ASSIGN TO "PERDLOG.TXT"
               FILE STATUS IS PERDLOG-STATUS.
      *  OPERATOR SIGN-ON FILE - ID, PASSWORD, AND PERMISSION LEVEL
      *  (V = VIEW ONLY, U = UPDATE, S = SUPERVISOR). SHARED WITH
      *  EMPMAINT-TXT.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OPER-STATUS.
      *  SIGN-ON ATTEMPT LOG - SHARED WITH EVERY SIGN-ON SCREEN.
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG.TXT"
               FILE STATUS IS SIGNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PERIOD-REC.
       01 PERIOD-REC.
      *  AR = SALES INVOICES AND COLLECTIONS, CASH = SCHOOL CASHIER
      *  PAYMENTS, PAY = LOANS AND LEAVE FEEDING THE PAYROLL.
           05 PS-SUBSYS PIC X(4).
           05 PS-PERIOD PIC X(6).
      *  O = OPEN, C = CLOSED.
           05 PS-STATUS PIC X(1).
           05 PS-CHG-BY PIC X(8).
           05 PS-CHG-DATE PIC 9(8).
           05 PS-CHG-TIME PIC 9(8).
       FD PERIOD-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PERIOD-REC2.
       01 PERIOD-REC2 PIC X(35).
       FD PERDLOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PERDLOG-REC.
       01 PERDLOG-REC.
           05 PL-DATE PIC 9(8).
           05 PL-TIME PIC 9(8).
           05 PL-OPER PIC X(8).
           05 PL-ACTION PIC X(6).
           05 PL-SUBSYS PIC X(4).
           05 PL-PERIOD PIC X(6).
       FD OPER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS OPER-REC.
       01 OPER-REC.
           05 OP-ID PIC X(8).
           05 OP-PASSWORD PIC X(8).
           05 OP-LEVEL PIC X(1).
      *  A = ACTIVE, D = DISABLED, L = LOCKED OUT.
           05 OP-STATUS PIC X(1).
           05 OP-PWDATE PIC 9(8).
           05 OP-FAILS PIC 9(1).
       FD SIGNLOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS SIGNLOG-REC.
       01 SIGNLOG-REC.
           05 SL-DATE PIC 9(8).
           05 SL-TIME PIC 9(8).
           05 SL-ID PIC X(8).
           05 SL-RESULT PIC X(8).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 PERIOD-STATUS PIC XX.
       01 PERDLOG-STATUS PIC XX.
       01 OPER-STATUS PIC XX.
       01 SIGNLOG-STATUS PIC XX.
       01 TODAY-YMD PIC 9(8) VALUE 0.
       01 NOW-TIME PIC 9(8) VALUE 0.
      *  THE SUBSYSTEM AND PERIOD BEING CLOSED OR REOPENED, AND THE
      *  STATUS FOUND ON FILE FOR THEM.
       01 KEY-SUBSYS PIC X(4).
       01 KEY-PERIOD PIC X(6).
       01 KEY-PERIOD-SPLIT REDEFINES KEY-PERIOD.
           05 KEY-YYYY PIC 9999.
           05 KEY-MM PIC 99.
       01 CUR-STATUS PIC X(1) VALUE SPACE.
       01 NEW-STATUS PIC X(1) VALUE SPACE.
       01 VALID-SW PIC X(3) VALUE 'NO'.
      *  THE SUBSYSTEMS WHOSE ENTRY PROGRAMS HONOR THE CLOSE.
       01 SUBSYS-VALUES.
           05 FILLER PIC X(40) VALUE
              'AR  SALES INVOICES AND COLLECTIONS'.
           05 FILLER PIC X(40) VALUE
              'CASHSCHOOL CASHIER PAYMENTS'.
           05 FILLER PIC X(40) VALUE
              'PAY LOANS AND LEAVE (PAYROLL)'.
       01 SUBSYS-TABLE REDEFINES SUBSYS-VALUES.
           05 SUBSYS-ENTRY OCCURS 3 TIMES.
               10 SUBSYS-CODE PIC X(4).
               10 SUBSYS-NAME PIC X(36).
       01 SUBSYS-MAX PIC 9 VALUE 3.
       01 SUBSYS-IDX PIC 9 VALUE 1.
      *  THE SIGNED-ON OPERATOR. ANY ACTIVE ACCOUNT MAY VIEW; AN
      *  UPDATE-LEVEL ACCOUNT MAY CLOSE A PERIOD; ONLY A SUPERVISOR
      *  MAY REOPEN ONE.
       01 OPER-ID-WS PIC X(8).
       01 OPER-PW-WS PIC X(8).
       01 OPER-LEVEL-WS PIC X VALUE SPACE.
       01 SIGNON-OK PIC X(3) VALUE 'NO'.
       01 SIGNON-TRIES PIC 9 VALUE 0.
       01 OPER-EOF PIC X(3) VALUE 'NO'.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           PERFORM SIGNON-RTN.
           IF SIGNON-OK NOT = 'YES'
               DISPLAY 'SIGN-ON FAILED - EXITING.'
               STOP RUN
           END-IF.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING PERIOD CLOSE MAINTENANCE.'.
           STOP RUN.
      *  THREE TRIES TO MATCH AN ACTIVE ACCOUNT. EVERY ATTEMPT IS
      *  LOGGED. THERE IS NO FIRST-ACCOUNT SETUP HERE - OPER-ADMIN
      *  CREATES THE ACCOUNTS.
       SIGNON-RTN.
           PERFORM SIGNON-TRY-RTN
               UNTIL SIGNON-OK = 'YES' OR SIGNON-TRIES >= 3.
       SIGNON-TRY-RTN.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY 'OPERATOR ID: '.
           ACCEPT OPER-ID-WS.
           DISPLAY 'PASSWORD: '.
           ACCEPT OPER-PW-WS.
           MOVE 'NO' TO OPER-EOF.
           OPEN INPUT OPER-FILE.
           IF OPER-STATUS = '35'
               DISPLAY 'NO OPERATOR FILE ON SYSTEM - SEE SUPERVISOR.'
               MOVE 3 TO SIGNON-TRIES
           ELSE
               READ OPER-FILE
                   AT END MOVE 'YES' TO OPER-EOF
               END-READ
               PERFORM SIGNON-MATCH-RTN UNTIL OPER-EOF = 'YES'
               CLOSE OPER-FILE
               IF SIGNON-OK NOT = 'YES'
                   DISPLAY 'ID OR PASSWORD NOT RECOGNIZED, OR THE '
                       'ACCOUNT IS NOT ACTIVE.'
               END-IF
           END-IF.
           PERFORM LOG-SIGNON-RTN.
       SIGNON-MATCH-RTN.
           IF OP-ID = OPER-ID-WS AND OP-PASSWORD = OPER-PW-WS
               AND OP-STATUS = 'A'
               MOVE 'YES' TO SIGNON-OK
               MOVE OP-LEVEL TO OPER-LEVEL-WS
               MOVE 'YES' TO OPER-EOF
           ELSE
               READ OPER-FILE AT END MOVE 'YES' TO OPER-EOF
           END-IF.
       LOG-SIGNON-RTN.
           MOVE TODAY-YMD TO SL-DATE.
           ACCEPT SL-TIME FROM TIME.
           MOVE OPER-ID-WS TO SL-ID.
           IF SIGNON-OK = 'YES'
               MOVE 'OK      ' TO SL-RESULT
           ELSE
               MOVE 'BAD     ' TO SL-RESULT
           END-IF.
           OPEN EXTEND SIGNLOG-FILE.
           IF SIGNLOG-STATUS = '35'
               OPEN OUTPUT SIGNLOG-FILE
           END-IF.
           WRITE SIGNLOG-REC.
           CLOSE SIGNLOG-FILE.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'ACCOUNTING PERIOD CLOSE'.
           DISPLAY '  (C)LOSE A PERIOD'.
           DISPLAY '  (R)EOPEN A CLOSED PERIOD'.
           DISPLAY '  (V)IEW ALL PERIODS'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'C' PERFORM GUARD-CLOSE-RTN
               WHEN 'R' PERFORM GUARD-REOPEN-RTN
               WHEN 'V' PERFORM VIEW-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  SAME GUARD PATTERN AS EMPMAINT-TXT'S MENU - A VIEW-ONLY
      *  OPERATOR CAN BROWSE, AND REOPENING IS FOR SUPERVISORS ONLY.
       GUARD-CLOSE-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM CLOSE-RTN
           ELSE
               DISPLAY 'VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED.'
           END-IF.
       GUARD-REOPEN-RTN.
           IF OPER-LEVEL-WS = 'S'
               PERFORM REOPEN-RTN
           ELSE
               DISPLAY 'ONLY A SUPERVISOR MAY REOPEN A PERIOD.'
           END-IF.
      *  CLOSE A SUBSYSTEM'S PERIOD. A PERIOD ALREADY ON FILE IS
      *  CHANGED IN PLACE; A NEW ONE IS APPENDED. A MISSING
      *  PERIODST.TXT (STATUS 35) IS CREATED FRESH.
       CLOSE-RTN.
           PERFORM GET-KEY-RTN.
           PERFORM FIND-PERIOD-RTN.
           IF FOUND-SW = 'YES' AND CUR-STATUS = 'C'
               DISPLAY KEY-SUBSYS ' PERIOD ' KEY-PERIOD
                   ' IS ALREADY CLOSED.'
           ELSE
               MOVE 'C' TO NEW-STATUS
               IF FOUND-SW = 'YES'
                   PERFORM CHANGE-STATUS-RTN
               ELSE
                   PERFORM ADD-PERIOD-RTN
               END-IF
               MOVE 'CLOSE ' TO PL-ACTION
               PERFORM LOG-CHANGE-RTN
               DISPLAY KEY-SUBSYS ' PERIOD ' KEY-PERIOD ' CLOSED.'
           END-IF.
      *  REOPEN A CLOSED PERIOD SO A CORRECTION CAN BE KEYED. THE
      *  SUPERVISOR'S ID AND THE DATE AND TIME GO ON THE RECORD AND
      *  THE CHANGE LOG.
       REOPEN-RTN.
           PERFORM GET-KEY-RTN.
           PERFORM FIND-PERIOD-RTN.
           IF FOUND-SW = 'NO' OR CUR-STATUS NOT = 'C'
               DISPLAY KEY-SUBSYS ' PERIOD ' KEY-PERIOD
                   ' IS NOT CLOSED - NOTHING TO REOPEN.'
           ELSE
               MOVE 'O' TO NEW-STATUS
               PERFORM CHANGE-STATUS-RTN
               MOVE 'REOPEN' TO PL-ACTION
               PERFORM LOG-CHANGE-RTN
               DISPLAY KEY-SUBSYS ' PERIOD ' KEY-PERIOD
                   ' REOPENED BY ' OPER-ID-WS '.'
           END-IF.
       GET-KEY-RTN.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-SUBSYS-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-PERIOD-RTN UNTIL VALID-SW = 'YES'.
       GET-SUBSYS-RTN.
           DISPLAY 'ENTER SUBSYSTEM (AR, CASH, PAY): '.
           ACCEPT KEY-SUBSYS.
           MOVE 1 TO SUBSYS-IDX.
           PERFORM FIND-SUBSYS-RTN UNTIL SUBSYS-IDX > SUBSYS-MAX
               OR KEY-SUBSYS = SUBSYS-CODE (SUBSYS-IDX).
           IF SUBSYS-IDX > SUBSYS-MAX
               DISPLAY 'SUBSYSTEM MUST BE AR, CASH OR PAY - TRY AGAIN.'
           ELSE
               MOVE 'YES' TO VALID-SW
               DISPLAY SUBSYS-NAME (SUBSYS-IDX)
           END-IF.
       FIND-SUBSYS-RTN.
           ADD 1 TO SUBSYS-IDX.
       GET-PERIOD-RTN.
           DISPLAY 'ENTER PERIOD (YYYYMM): '.
           ACCEPT KEY-PERIOD.
           IF KEY-PERIOD IS NOT NUMERIC
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           ELSE
               IF KEY-MM < 1 OR KEY-MM > 12
                   DISPLAY 'INVALID MONTH - TRY AGAIN.'
               ELSE
                   MOVE 'YES' TO VALID-SW
               END-IF
           END-IF.
      *  LOOK FOR THE SUBSYSTEM/PERIOD PAIR AND NOTE ITS STATUS.
       FIND-PERIOD-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE SPACE TO CUR-STATUS.
           MOVE 'N0' TO EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS NOT = '35'
               READ PERIOD-FILE AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM FIND-PERIOD-COMP
                   UNTIL EOF = 'YES' OR FOUND-SW = 'YES'
               CLOSE PERIOD-FILE
           END-IF.
       FIND-PERIOD-COMP.
           IF PS-SUBSYS = KEY-SUBSYS AND PS-PERIOD = KEY-PERIOD
               MOVE 'YES' TO FOUND-SW
               MOVE PS-STATUS TO CUR-STATUS
           ELSE
               READ PERIOD-FILE AT END MOVE 'YES' TO EOF
           END-IF.
       ADD-PERIOD-RTN.
           MOVE KEY-SUBSYS TO PS-SUBSYS.
           MOVE KEY-PERIOD TO PS-PERIOD.
           PERFORM STAMP-PERIOD-RTN.
           OPEN EXTEND PERIOD-FILE.
           IF PERIOD-STATUS = '35'
               OPEN OUTPUT PERIOD-FILE
           END-IF.
           WRITE PERIOD-REC.
           CLOSE PERIOD-FILE.
      *  CHANGE THE PAIR'S STATUS VIA THE SCRATCH SWAP.
       CHANGE-STATUS-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT PERIOD-FILE
               OUTPUT PERIOD-SCRATCH.
           READ PERIOD-FILE AT END MOVE 'YES' TO EOF.
           PERFORM CHANGE-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE PERIOD-FILE, PERIOD-SCRATCH.
           PERFORM SWAP-RTN.
       CHANGE-COPY-RTN.
           IF PS-SUBSYS = KEY-SUBSYS AND PS-PERIOD = KEY-PERIOD
               PERFORM STAMP-PERIOD-RTN
           END-IF.
           MOVE PERIOD-REC TO PERIOD-REC2.
           WRITE PERIOD-REC2.
           READ PERIOD-FILE AT END MOVE 'YES' TO EOF.
       STAMP-PERIOD-RTN.
           ACCEPT NOW-TIME FROM TIME.
           MOVE NEW-STATUS TO PS-STATUS.
           MOVE OPER-ID-WS TO PS-CHG-BY.
           MOVE TODAY-YMD TO PS-CHG-DATE.
           MOVE NOW-TIME TO PS-CHG-TIME.
      *  APPEND THE CLOSE OR REOPEN TO THE CHANGE LOG. A MISSING
      *  PERDLOG.TXT (STATUS 35) IS CREATED FRESH.
       LOG-CHANGE-RTN.
           MOVE TODAY-YMD TO PL-DATE.
           MOVE NOW-TIME TO PL-TIME.
           MOVE OPER-ID-WS TO PL-OPER.
           MOVE KEY-SUBSYS TO PL-SUBSYS.
           MOVE KEY-PERIOD TO PL-PERIOD.
           OPEN EXTEND PERDLOG-FILE.
           IF PERDLOG-STATUS = '35'
               OPEN OUTPUT PERDLOG-FILE
           END-IF.
           WRITE PERDLOG-REC.
           CLOSE PERDLOG-FILE.
       VIEW-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = '35'
               DISPLAY 'NO PERIODS CLOSED YET - ALL PERIODS ARE OPEN.'
           ELSE
               READ PERIOD-FILE AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM VIEW-COMP UNTIL EOF = 'YES'
               CLOSE PERIOD-FILE
           END-IF.
       VIEW-COMP.
           DISPLAY 'SUBSYSTEM/PERIOD: ' PS-SUBSYS ' ' PS-PERIOD.
           DISPLAY 'STATUS:           ' PS-STATUS.
           DISPLAY 'LAST CHANGED BY:  ' PS-CHG-BY ' ON ' PS-CHG-DATE
               ' AT ' PS-CHG-TIME.
           DISPLAY ' '.
           READ PERIOD-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER PERIODST.TXT SO THE FILE
      *  REFLECTS THE CHANGE JUST MADE.
       SWAP-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT PERIOD-SCRATCH
               OUTPUT PERIOD-FILE.
           READ PERIOD-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM SWAP-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE PERIOD-SCRATCH, PERIOD-FILE.
       SWAP-COPY-RTN.
           MOVE PERIOD-REC2 TO PERIOD-REC.
           WRITE PERIOD-REC.
           READ PERIOD-SCRATCH AT END MOVE 'YES' TO EOF.
