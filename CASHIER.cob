      *  THE STUDENT MASTER - A POSTING MUST NAME A REAL STUDENT.
           SELECT ACCT8 ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS SM-STATUS.
      *  RECEIPT BOOKLETS ISSUED BY OR-SERIES - A RECEIPT NUMBER MUST
      *  FALL IN A TRIS SERIES ISSUED TO THE CASHIER AT THE WINDOW.
           SELECT SERIES-IN ASSIGN TO "ORSERIES.TXT"
               FILE STATUS IS SERIES-STATUS.
      *  A NUMBER ALREADY USED ON A SALES COLLECTION OR VOIDED IS
      *  NEVER POSTED HERE.
           SELECT COLL-IN ASSIGN TO "COLLECTS.TXT"
               FILE STATUS IS COLL-STATUS.
           SELECT VOID-IN ASSIGN TO "ORVOID.TXT"
               FILE STATUS IS VOID-STATUS.
      *  PERIOD-STATUS FILE KEPT BY PERIOD-MAINT. AN ENTRY DATED INTO
      *  A PERIOD CLOSED FOR THIS SUBSYSTEM IS REFUSED.
           SELECT PERIOD-IN ASSIGN TO "PERIODST.TXT"
               FILE STATUS IS PERIOD-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAY-FILE
           05 PY-AMOUNT PIC 9(7)V99.
       FD ACCT8
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS STUDMAST-INFO.
       01 STUDMAST-INFO.
           05 SM-NUM PIC X(12).
           05 SM-NAME PIC X(25).
           05 SM-CRS PIC X(5).
           05 SM-YR PIC 9.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 SM-CO PIC X(4).
       FD SERIES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS SERIES-REC.
       01 SERIES-REC.
           05 OS-CASHIER PIC X(8).
           05 OS-CO PIC X(4).
           05 OS-FROM PIC 9(8).
           05 OS-TO PIC 9(8).
           05 OS-ISSUED PIC 9(8).
       FD COLL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS COLL-REC.
       01 COLL-REC.
           05 CL-INVNO PIC X(8).
           05 CL-DATE PIC 9(8).
           05 CL-ORNO PIC X(8).
           05 CL-AMOUNT PIC 9(7)V99.
       FD VOID-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS VOID-REC.
       01 VOID-REC.
           05 OV-ORNO PIC X(8).
           05 OV-DATE PIC 9(8).
           05 OV-CASHIER PIC X(8).
           05 OV-REASON PIC X(20).
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
       FD RUNCO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS RUNCO-REC.
       01 RUNCO-REC.
           05 RUNCO-PAY PIC X(4).
           05 RUNCO-SALES PIC X(4).
           05 RUNCO-SCHOOL PIC X(4).
       WORKING-STORAGE SECTION.
      *  THE RUN COMPANY, AND THE COMPILED-IN HOME COMPANY - A
      *  RECORD CARRYING NO COMPANY CODE BELONGS TO IT.
       01 RUN-CO-WS PIC X(4) VALUE 'TRIS'.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 KEY-ORNO PIC X(8).
       01 KEY-ORNO-9 REDEFINES KEY-ORNO PIC 9(8).
      *  THE CASHIER AT THE WINDOW AND THE BOOKLETS' COMPANY CODE -
      *  THE RUN COMPANY'S, ONCE RUNCO.TXT IS READ.
       01 KEY-CASHIER PIC X(8).
       01 SERIES-CO-WS PIC X(4) VALUE 'TRIS'.
       01 SERIES-SW PIC X(3) VALUE 'NO'.
       01 SERIES-STATUS PIC XX.
       01 COLL-STATUS PIC XX.
       01 VOID-STATUS PIC XX.
       01 KEY-STUD PIC X(12).
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 DUP-SW PIC X(3) VALUE 'NO'.
       01 AMT-EDIT-WS PIC X(9).
       01 AMT-EDIT-9 REDEFINES AMT-EDIT-WS PIC 9(7)V99.
       01 VALID-SW PIC X(3) VALUE 'NO'.
      *  PERIOD CLOSE CHECK - THIS PROGRAM'S SUBSYSTEM CODE ON
      *  PERIODST.TXT (CASH), AND THE YYYYMM BEING CHECKED.
       01 PERIOD-STATUS PIC XX.
       01 PERIOD-SUBSYS-WS PIC X(4) VALUE 'CASH'.
       01 CHK-PERIOD-WS PIC X(6).
       01 PERIOD-CLOSED-SW PIC X(3) VALUE 'NO'.
       01 PERIOD-EOF PIC X(3) VALUE 'NO'.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
      *  AMOUNT AGAINST THE STUDENT NUMBER, REPLACING THE COLUMNAR
      *  BOOK AT THE CASHIER'S WINDOW.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           MOVE RUN-CO-WS TO SERIES-CO-WS.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING CASHIER POSTING.'.
           STOP RUN.
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  POST PAYMENTS - MODELED ON SALESMAN-TXT'S INPUT-RTN. A
      *  MISSING PAYMENTS.TXT (STATUS 35) IS CREATED FRESH. THE
      *  CASHIER IDENTIFIES FIRST AND MUST HOLD AN ISSUED BOOKLET.
       POST-RTN.
           MOVE 'Y' TO ANSWER.
           DISPLAY 'ENTER CASHIER ID: '.
           ACCEPT KEY-CASHIER.
           MOVE 0 TO KEY-ORNO-9.
           PERFORM CHECK-SERIES-RTN.
           IF SERIES-SW = 'NO'
               DISPLAY 'NO RECEIPT BOOKLET ISSUED TO THAT CASHIER - '
                   'SEE SUPERVISOR.'
           ELSE
               OPEN EXTEND PAY-FILE
               IF PAY-STATUS = '35'
                   OPEN OUTPUT PAY-FILE
               END-IF
               PERFORM POST-ENTRY-RTN UNTIL ANSWER = 'N'
               CLOSE PAY-FILE
           END-IF.
       POST-ENTRY-RTN.
           MOVE SPACES TO KEY-ORNO.
           PERFORM GET-ORNO-RTN UNTIL KEY-ORNO NOT = SPACES.
           MOVE KEY-STUD TO PY-STUD.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-DATE-RTN UNTIL VALID-SW = 'YES'.
           DISPLAY 'ENTER TERM CODE (YYYYMM OR 1S2526 STYLE, '
               'DOCFEE FOR A REGISTRAR DOCUMENT FEE): '.
           ACCEPT PY-TERM.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-AMOUNT-RTN UNTIL VALID-SW = 'YES'.
           DISPLAY 'PAYMENT POSTED.'.
           DISPLAY 'POST ANOTHER PAYMENT (Y/N)? '.
           ACCEPT ANSWER.
      *  AN OFFICIAL RECEIPT NUMBER IS POSTED ONCE, EVER, AND ONLY
      *  FROM A SERIES ISSUED TO THIS CASHIER.
       GET-ORNO-RTN.
           DISPLAY 'ENTER OFFICIAL RECEIPT NUMBER (8 DIGITS): '.
           ACCEPT KEY-ORNO.
           IF KEY-ORNO = SPACES
               DISPLAY 'RECEIPT NUMBER CANNOT BE BLANK - TRY AGAIN.'
           ELSE
               IF KEY-ORNO IS NOT NUMERIC
                   DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
                   MOVE SPACES TO KEY-ORNO
               ELSE
                   PERFORM CHECK-SERIES-RTN
                   IF SERIES-SW = 'NO'
                       DISPLAY 'NOT IN A SERIES ISSUED TO YOU - '
                           'TRY AGAIN.'
                       MOVE SPACES TO KEY-ORNO
                   ELSE
                       PERFORM CHECK-DUP-RTN
                       IF DUP-SW = 'YES'
                           DISPLAY 'THAT RECEIPT NUMBER IS ALREADY '
                               'USED OR VOIDED - TRY AGAIN.'
                           MOVE SPACES TO KEY-ORNO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *  FIND A SERIES OF THE RUN COMPANY ISSUED TO KEY-CASHIER. A
      *  ZERO KEY-ORNO-9 ASKS ONLY WHETHER THE CASHIER HOLDS ANY
      *  SERIES; OTHERWISE THE NUMBER MUST FALL INSIDE IT.
       CHECK-SERIES-RTN.
           MOVE 'NO' TO SERIES-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT SERIES-IN.
           IF SERIES-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ SERIES-IN AT END MOVE 'YES' TO EOF
               PERFORM CHECK-SERIES-COMP
                   UNTIL EOF = 'YES' OR SERIES-SW = 'YES'
               CLOSE SERIES-IN
           END-IF.
       CHECK-SERIES-COMP.
           IF OS-CASHIER = KEY-CASHIER AND OS-CO = SERIES-CO-WS
               AND (KEY-ORNO-9 = 0
                    OR (KEY-ORNO-9 NOT < OS-FROM
                        AND KEY-ORNO-9 NOT > OS-TO))
               MOVE 'YES' TO SERIES-SW
           ELSE
               READ SERIES-IN AT END MOVE 'YES' TO EOF
           END-IF.
      *  SCAN THE FILE FOR THE RECEIPT BEFORE IT'S WRITTEN. THE FILE
      *  IS CLOSED AND REOPENED INPUT/EXTEND AROUND THE SCAN SINCE
      *  POST-RTN HOLDS IT OPEN EXTEND. SALES COLLECTIONS AND VOIDED
      *  RECEIPTS DRAW ON THE SAME BOOKLETS, SO THEY ARE SCANNED TOO.
       CHECK-DUP-RTN.
           MOVE 'NO' TO DUP-SW.
           CLOSE PAY-FILE.
               UNTIL EOF = 'YES' OR DUP-SW = 'YES'.
           CLOSE PAY-FILE.
           OPEN EXTEND PAY-FILE.
           MOVE 'N0' TO EOF.
           OPEN INPUT COLL-IN.
           IF COLL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ COLL-IN AT END MOVE 'YES' TO EOF
               PERFORM CHECK-DUP-COLL-COMP
                   UNTIL EOF = 'YES' OR DUP-SW = 'YES'
               CLOSE COLL-IN
           END-IF.
           MOVE 'N0' TO EOF.
           OPEN INPUT VOID-IN.
           IF VOID-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ VOID-IN AT END MOVE 'YES' TO EOF
               PERFORM CHECK-DUP-VOID-COMP
                   UNTIL EOF = 'YES' OR DUP-SW = 'YES'
               CLOSE VOID-IN
           END-IF.
       CHECK-DUP-COMP.
           IF PY-ORNO = KEY-ORNO
               MOVE 'YES' TO DUP-SW
           ELSE
               READ PAY-FILE AT END MOVE 'YES' TO EOF
           END-IF.
       CHECK-DUP-COLL-COMP.
           IF CL-ORNO = KEY-ORNO
               MOVE 'YES' TO DUP-SW
           ELSE
               READ COLL-IN AT END MOVE 'YES' TO EOF
           END-IF.
       CHECK-DUP-VOID-COMP.
           IF OV-ORNO = KEY-ORNO
               MOVE 'YES' TO DUP-SW
           ELSE
               READ VOID-IN AT END MOVE 'YES' TO EOF
           END-IF.
      *  THE STUDENT NUMBER MUST BE ON THE STUDENT MASTER AS ONE OF
      *  THE RUN COMPANY'S STUDENTS.
       GET-STUD-RTN.
           DISPLAY 'ENTER STUDENT NUMBER: '.
           ACCEPT KEY-STUD.
           END-IF.
       CHECK-STUD-COMP.
           IF SM-NUM = KEY-STUD
               AND (SM-CO = RUN-CO-WS
                   OR (SM-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
           ELSE
               READ ACCT8 AT END MOVE 'YES' TO EOF
           DISPLAY 'ENTER PAYMENT DATE (YYYYMMDD): '.
           ACCEPT DATE-EDIT-WS.
           IF DATE-EDIT-WS IS NUMERIC
               MOVE DATE-EDIT-WS (1:6) TO CHK-PERIOD-WS
               PERFORM CHECK-PERIOD-RTN
               IF PERIOD-CLOSED-SW = 'YES'
                   DISPLAY 'PERIOD ' CHK-PERIOD-WS ' IS CLOSED - ENTRY '
                       'REJECTED. USE A DATE IN AN OPEN PERIOD.'
               ELSE
                   MOVE 'YES' TO VALID-SW
                   MOVE DATE-EDIT-WS TO PY-DATE
               END-IF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
           DISPLAY 'AMOUNT:         ' PY-AMOUNT.
           DISPLAY ' '.
           READ PAY-FILE AT END MOVE 'YES' TO EOF.
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
      *  TAKE THIS APPLICATION'S RUN COMPANY FROM RUNCO.TXT. A
      *  MISSING FILE (STATUS 35) OR A BLANK CODE RUNS THE HOME
      *  COMPANY, AS BEFORE.
       LOAD-RUNCO-RTN.
           OPEN INPUT RUNCO-FILE.
           IF RUNCO-STATUS NOT = '35'
               READ RUNCO-FILE
                   AT END MOVE SPACES TO RUNCO-REC
               END-READ
               IF RUNCO-SCHOOL NOT = SPACES
                   MOVE RUNCO-SCHOOL TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
