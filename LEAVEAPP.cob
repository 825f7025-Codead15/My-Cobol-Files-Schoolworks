      *  AND PAYROLL-TXT DEDUCTS THEM FROM THE CUTOFF'S GROSS.
           SELECT LWOP-FILE ASSIGN TO "LWOP.TXT"
               FILE STATUS IS LWOP-STATUS.
      *  PERIOD-STATUS FILE KEPT BY PERIOD-MAINT. AN ENTRY DATED INTO
      *  A PERIOD CLOSED FOR THIS SUBSYSTEM IS REFUSED.
           SELECT PERIOD-IN ASSIGN TO "PERIODST.TXT"
               FILE STATUS IS PERIOD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BAL-FILE
           05 LW-EMPNO PIC X(10).
           05 LW-PERIOD PIC X(6).
           05 LW-DAYS PIC 99V9.
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
       01 CHOICE PIC X VALUE SPACE.
       01 KEY-EMPNO PIC X(10).
       01 PAID-DAYS PIC 99V9 VALUE 0.
       01 LWOP-DAYS PIC 99V9 VALUE 0.
       01 SHOW-BAL PIC ZZZ9.99.
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
           DISPLAY 'ENTER LEAVE START DATE (YYYYMMDD): '.
           ACCEPT DATE-EDIT-WS.
           IF DATE-EDIT-WS IS NUMERIC
               MOVE DATE-EDIT-WS (1:6) TO CHK-PERIOD-WS
               PERFORM CHECK-PERIOD-RTN
               IF PERIOD-CLOSED-SW = 'YES'
                   DISPLAY 'PERIOD ' CHK-PERIOD-WS ' IS CLOSED - ENTRY '
                       'REJECTED. USE A DATE IN AN OPEN PERIOD.'
               ELSE
                   MOVE 'YES' TO VALID-SW
                   MOVE DATE-EDIT-WS TO APP-DATE
               END-IF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  DEDUCTION BELONGS TO. A MISSING LWOP.TXT (STATUS 35) IS
      *  CREATED FRESH.
       POST-LWOP-RTN.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-PERIOD-RTN UNTIL VALID-SW = 'YES'.
           MOVE KEY-EMPNO TO LW-EMPNO.
           MOVE PERIOD-EDIT-WS TO LW-PERIOD.
           MOVE LWOP-DAYS TO LW-DAYS.
           END-IF.
           WRITE LWOP-REC.
           CLOSE LWOP-FILE.
      *  THE CHARGE PERIOD MUST BE NUMERIC AND STILL OPEN - A PAYROLL
      *  PERIOD ALREADY CLOSED CANNOT TAKE A NEW DEDUCTION.
       GET-PERIOD-RTN.
           DISPLAY 'ENTER PAYROLL PERIOD TO CHARGE (YYYYMM): '.
           ACCEPT PERIOD-EDIT-WS.
           IF PERIOD-EDIT-WS IS NUMERIC
               MOVE PERIOD-EDIT-WS TO CHK-PERIOD-WS
               PERFORM CHECK-PERIOD-RTN
               IF PERIOD-CLOSED-SW = 'YES'
                   DISPLAY 'PERIOD ' CHK-PERIOD-WS ' IS CLOSED - '
                       'CHARGE THE DAYS TO AN OPEN PERIOD.'
               ELSE
                   MOVE 'YES' TO VALID-SW
               END-IF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  APPEND THE APPROVED APPLICATION TO THE TRANSACTION LOG. A
      *  MISSING LEAVETRN.TXT (STATUS 35) IS CREATED FRESH.
       LOG-TRN-RTN.
               MOVE AVAIL-DAYS TO SHOW-BAL
               DISPLAY 'REMAINING LEAVE CREDITS: ' SHOW-BAL ' DAYS'
           END-IF.
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
