      *  AS SALESMAN-TXT.
           SELECT LOAN-SCRATCH ASSIGN TO "LOANLEDN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  PERIOD-STATUS FILE KEPT BY PERIOD-MAINT. AN ENTRY DATED INTO
      *  A PERIOD CLOSED FOR THIS SUBSYSTEM IS REFUSED.
           SELECT PERIOD-IN ASSIGN TO "PERIODST.TXT"
               FILE STATUS IS PERIOD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS LOAN-REC.
       01 LOAN-REC.
           05 LN-EMPNO PIC X(10).
           05 LN-PRINCIPAL PIC 9(7)V99.
           05 LN-AMORT PIC 9(6)V99.
           05 LN-BALANCE PIC 9(7)V99.
      *  AMORTIZATION PAYROLL HAD TO DEFER TO PROTECT THE MINIMUM NET
      *  TAKE-HOME, STILL OWED ON TOP OF THE NEXT AMORTIZATION. IT IS
      *  PART OF THE BALANCE, NOT IN ADDITION TO IT.
           05 LN-ARREARS PIC 9(7)V99.
      *  THE SEMI-MONTHLY CUTOFF THE AMORTIZATION IS TAKEN ON: '1' =
      *  THE 15TH, '2' = MONTH-END (ALSO WHEN BLANK), 'B' = HALF ON
      *  EACH. A MONTHLY PAYROLL TAKES THE WHOLE AMORTIZATION EVERY
      *  RUN WHATEVER THIS SAYS.
           05 LN-SCHED PIC X(1).
       FD LOAN-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS LOAN-REC2.
       01 LOAN-REC2.
           05 LN-EMPNO2 PIC X(10).
           05 LN-PRINCIPAL2 PIC 9(7)V99.
           05 LN-AMORT2 PIC 9(6)V99.
           05 LN-BALANCE2 PIC 9(7)V99.
           05 LN-ARREARS2 PIC 9(7)V99.
           05 LN-SCHED2 PIC X(1).
       FD LOAN-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS LOAN-LOCK-REC.
       01 LOAN-LOCK-REC.
           05 LOAN-LOCK-HOLDER PIC X(15).
       FD PERIOD-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PERIOD-REC.
       01 PERIOD-REC.
           05 PS-SUBSYS PIC X(4).
           05 PS-PERIOD PIC X(6).
      *  O = OPEN, C = CLOSED.
           05 PS-STATUS PIC X(1).
           05 PS-CHG-BY PIC X(8).
           05 PS-CHG-DATE PIC 9(8).
           05 PS-CHG-TIME PIC 9(8).
       WORKING-STORAGE SECTION.
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'LOAN-MAINT'.
       01 AMT2-EDIT-WS PIC X(8).
       01 AMT2-EDIT-9 REDEFINES AMT2-EDIT-WS PIC 9(6)V99.
       01 VALID-SW PIC X(3) VALUE 'NO'.
      *  THE LEDGER CARRIES NO DATE OF ITS OWN, SO EACH BOOKING,
      *  ADJUSTMENT, OR DELETION IS DATED AT THE KEYBOARD AND REFUSED
      *  WHEN THAT PAYROLL PERIOD IS CLOSED.
       01 DATE-EDIT-WS PIC X(8).
      *  PERIOD CLOSE CHECK - THIS PROGRAM'S SUBSYSTEM CODE ON
      *  PERIODST.TXT (PAY), AND THE YYYYMM BEING CHECKED.
       01 PERIOD-STATUS PIC XX.
       01 PERIOD-SUBSYS-WS PIC X(4) VALUE 'PAY '.
       01 CHK-PERIOD-WS PIC X(6).
       01 PERIOD-CLOSED-SW PIC X(3) VALUE 'NO'.
       01 PERIOD-EOF PIC X(3) VALUE 'NO'.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       BOOK-ENTRY-RTN.
           MOVE SPACES TO KEY-EMPNO.
           PERFORM GET-KEY-RTN UNTIL KEY-EMPNO NOT = SPACES.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-DATE-RTN UNTIL VALID-SW = 'YES'.
           MOVE KEY-EMPNO TO LN-EMPNO.
           MOVE KEY-REF TO LN-REF.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-PRINCIPAL-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-AMORT-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-SCHED-RTN UNTIL VALID-SW = 'YES'.
      *  A FRESH LOAN'S RUNNING BALANCE IS ITS FULL PRINCIPAL.
           MOVE LN-PRINCIPAL TO LN-BALANCE.
           MOVE 0 TO LN-ARREARS.
           WRITE LOAN-REC.
           DISPLAY 'LOAN BOOKED.'.
           DISPLAY 'BOOK ANOTHER LOAN (Y/N)? '.
           ELSE
               READ LOAN-FILE AT END MOVE 'YES' TO EOF
           END-IF.
       GET-DATE-RTN.
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '.
           ACCEPT DATE-EDIT-WS.
           IF DATE-EDIT-WS IS NUMERIC
               MOVE DATE-EDIT-WS (1:6) TO CHK-PERIOD-WS
               PERFORM CHECK-PERIOD-RTN
               IF PERIOD-CLOSED-SW = 'YES'
                   DISPLAY 'PERIOD ' CHK-PERIOD-WS ' IS CLOSED - ENTRY '
                       'REJECTED. USE A DATE IN AN OPEN PERIOD.'
               ELSE
                   MOVE 'YES' TO VALID-SW
               END-IF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
       GET-TYPE-RTN.
           DISPLAY 'ENTER TYPE (L=LOAN, A=ADVANCE): '.
           ACCEPT TYPE-EDIT-WS.
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
       GET-SCHED-RTN.
           DISPLAY 'ENTER DEDUCTION CUTOFF (1=15TH, 2=MONTH-END, '
               'B=HALF ON EACH): '.
           ACCEPT TYPE-EDIT-WS.
           IF TYPE-EDIT-WS = '1' OR TYPE-EDIT-WS = '2'
               OR TYPE-EDIT-WS = 'B'
               MOVE 'YES' TO VALID-SW
               MOVE TYPE-EDIT-WS TO LN-SCHED
           ELSE
               DISPLAY 'CUTOFF MUST BE 1, 2 OR B - TRY AGAIN.'
           END-IF.
      *  ADJUST AN EXISTING LOAN'S AMORTIZATION, CUTOFF AND BALANCE BY
      *  PAIR - HOW A RESTRUCTURED LOAN OR A CASH PAYMENT AT THE
      *  CASHIER IS RECORDED.
       ADJUST-RTN.
           DISPLAY 'ENTER EMPLOYEE NUMBER TO ADJUST: '.
           ACCEPT KEY-EMPNO.
           DISPLAY 'ENTER LOAN REFERENCE: '.
           ACCEPT KEY-REF.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-DATE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT LOAN-FILE
               MOVE 'NO' TO VALID-SW
               PERFORM GET-AMORT-RTN UNTIL VALID-SW = 'YES'
               MOVE 'NO' TO VALID-SW
               PERFORM GET-SCHED-RTN UNTIL VALID-SW = 'YES'
               MOVE 'NO' TO VALID-SW
               PERFORM GET-BALANCE-RTN UNTIL VALID-SW = 'YES'
      *  A PAYMENT THAT BRINGS THE BALANCE UNDER THE ARREARS CLEARS
      *  THE ARREARS DOWN TO WHAT IS LEFT.
               IF LN-ARREARS > LN-BALANCE
                   MOVE LN-BALANCE TO LN-ARREARS
               END-IF
           END-IF.
           MOVE LN-EMPNO TO LN-EMPNO2.
           MOVE LN-TYPE TO LN-TYPE2.
           MOVE LN-PRINCIPAL TO LN-PRINCIPAL2.
           MOVE LN-AMORT TO LN-AMORT2.
           MOVE LN-BALANCE TO LN-BALANCE2.
           MOVE LN-ARREARS TO LN-ARREARS2.
           MOVE LN-SCHED TO LN-SCHED2.
           WRITE LOAN-REC2.
           READ LOAN-FILE AT END MOVE 'YES' TO EOF.
       GET-BALANCE-RTN.
           ACCEPT KEY-EMPNO.
           DISPLAY 'ENTER LOAN REFERENCE: '.
           ACCEPT KEY-REF.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-DATE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT LOAN-FILE
               MOVE LN-PRINCIPAL TO LN-PRINCIPAL2
               MOVE LN-AMORT TO LN-AMORT2
               MOVE LN-BALANCE TO LN-BALANCE2
               MOVE LN-ARREARS TO LN-ARREARS2
               MOVE LN-SCHED TO LN-SCHED2
               WRITE LOAN-REC2
           END-IF.
           READ LOAN-FILE AT END MOVE 'YES' TO EOF.
           DISPLAY 'PRINCIPAL:       ' LN-PRINCIPAL.
           DISPLAY 'AMORTIZATION:    ' LN-AMORT.
           DISPLAY 'BALANCE:         ' LN-BALANCE.
           DISPLAY 'ARREARS:         ' LN-ARREARS.
           DISPLAY 'DEDUCTION CUTOFF:' LN-SCHED.
           DISPLAY ' '.
           READ LOAN-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER LOANLEDG.TXT SO THE LEDGER
           MOVE LN-PRINCIPAL2 TO LN-PRINCIPAL.
           MOVE LN-AMORT2 TO LN-AMORT.
           MOVE LN-BALANCE2 TO LN-BALANCE.
           MOVE LN-ARREARS2 TO LN-ARREARS.
           MOVE LN-SCHED2 TO LN-SCHED.
           WRITE LOAN-REC.
           READ LOAN-SCRATCH AT END MOVE 'YES' TO EOF.
      *  CLAIM THE LOAN LEDGER AT STARTUP - REFUSE TO
           MOVE 'FREE' TO LOAN-LOCK-HOLDER.
           WRITE LOAN-LOCK-REC.
           CLOSE LOAN-LOCK.
      *  IS CHK-PERIOD-WS CLOSED FOR THIS SUBSYSTEM? NO RECORD, OR
      *  NO PERIODST.TXT AT ALL (STATUS 35), MEANS THE PERIOD IS OPEN.
       CHECK-PERIOD-RTN.
           MOVE 'NO' TO PERIOD-CLOSED-SW.
           MOVE 'NO' TO PERIOD-EOF.
           OPEN INPUT PERIOD-IN.
           IF PERIOD-STATUS NOT = '35'
               READ PERIOD-IN AT END MOVE 'YES' TO PERIOD-EOF
               END-READ
               PERFORM CHECK-PERIOD-COMP UNTIL PERIOD-EOF = 'YES'
               CLOSE PERIOD-IN
           END-IF.
       CHECK-PERIOD-COMP.
           IF PS-SUBSYS = PERIOD-SUBSYS-WS AND PS-PERIOD = CHK-PERIOD-WS
               IF PS-STATUS = 'C'
                   MOVE 'YES' TO PERIOD-CLOSED-SW
               END-IF
               MOVE 'YES' TO PERIOD-EOF
           ELSE
               READ PERIOD-IN AT END MOVE 'YES' TO PERIOD-EOF
           END-IF.
