      *  INVOICE.
           SELECT TRAN-IN ASSIGN TO "SALESTRN.TXT"
               FILE STATUS IS TRAN-STATUS.
      *  RECEIPT BOOKLETS ISSUED BY OR-SERIES - A RECEIPT NUMBER MUST
      *  FALL IN A SERIES OF THE RUN COMPANY ISSUED TO THE CASHIER
      *  POSTING IT.
           SELECT SERIES-IN ASSIGN TO "ORSERIES.TXT"
               FILE STATUS IS SERIES-STATUS.
      *  A NUMBER ALREADY USED AT THE SCHOOL CASHIER'S WINDOW OR
      *  VOIDED IS NEVER POSTED HERE.
           SELECT PAY-IN ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS PAY-STATUS.
           SELECT VOID-IN ASSIGN TO "ORVOID.TXT"
               FILE STATUS IS VOID-STATUS.
      *  PERIOD-STATUS FILE KEPT BY PERIOD-MAINT. AN ENTRY DATED INTO
      *  A PERIOD CLOSED FOR THIS SUBSYSTEM IS REFUSED.
           SELECT PERIOD-IN ASSIGN TO "PERIODST.TXT"
               FILE STATUS IS PERIOD-STATUS.
      *  BAD-DEBT WRITE-OFFS KEPT BY INV-ENTRY. A COLLECTION ON A
      *  WRITTEN-OFF INVOICE IS A RECOVERY: IT IS RECORDED HERE TOO,
      *  AND THE RECEIVABLE IT REINSTATES IS BOOKED BACK IN THE GL
      *  AGAINST THE ALLOWANCE FOR DOUBTFUL ACCOUNTS.
           SELECT WROFF-FILE ASSIGN TO "WRITEOFF.TXT"
               FILE STATUS IS WROFF-STATUS.
           SELECT GLMAP-IN ASSIGN TO "GLMAP.TXT"
               FILE STATUS IS GLMAP-STATUS.
           SELECT COA-IN ASSIGN TO "COAMAST.TXT"
               FILE STATUS IS COA-STATUS.
           SELECT GLPOST-OUT ASSIGN TO "GLPOST.TXT"
               FILE STATUS IS GLPOST-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COLL-FILE
           05 CL-AMOUNT PIC 9(7)V99.
       FD TRAN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS TRAN-REC.
       01 TRAN-REC.
           05 TS-INVNO PIC X(8).
           05 TS-AMOUNT PIC 9(5)V99.
           05 TS-CUSTNO PIC X(6).
           05 TS-TYPE PIC X(1).
           05 TS-VATABLE PIC 9(5)V99.
           05 TS-EXEMPT PIC 9(5)V99.
           05 TS-ZERO-RATED PIC 9(5)V99.
           05 TS-VAT PIC 9(5)V99.
      *  SELLING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 TS-CO PIC X(4).
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
       FD PAY-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS PAY-REC.
       01 PAY-REC.
           05 PY-ORNO PIC X(8).
           05 PY-DATE PIC 9(8).
           05 PY-STUD PIC X(12).
           05 PY-TERM PIC X(6).
           05 PY-AMOUNT PIC 9(7)V99.
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
       FD WROFF-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS WROFF-REC.
       01 WROFF-REC.
           05 WO-INVNO PIC X(8).
           05 WO-CUSTNO PIC X(6).
      *  W = WRITE-OFF, R = RECOVERY COLLECTED AFTER THE WRITE-OFF.
           05 WO-TYPE PIC X(1).
           05 WO-DATE PIC 9(8).
           05 WO-AMOUNT PIC 9(7)V99.
           05 WO-REASON PIC X(2).
           05 WO-OPER PIC X(8).
           05 WO-APPROVER PIC X(8).
           05 WO-ORNO PIC X(8).
       FD GLMAP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS GLMAP-REC.
       01 GLMAP-REC.
           05 GM-SOURCE PIC X(6).
           05 GM-ACCT PIC X(8).
       FD COA-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS COA-REC.
       01 COA-REC.
           05 CA-ACCT PIC X(8).
           05 CA-TITLE PIC X(30).
           05 CA-TYPE PIC X(1).
       FD GLPOST-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS GLPOST-REC.
       01 GLPOST-REC.
           05 GL-DATE PIC 9(8).
           05 GL-SOURCE PIC X(15).
           05 GL-ACCT PIC X(8).
           05 GL-DRCR PIC X(1).
           05 GL-AMOUNT PIC 9(9)V99.
      *  POSTING COMPANY (COMPANY.TXT CODE), ALWAYS WRITTEN, SINCE
      *  EVERY APPLICATION POSTS TO THIS ONE FILE. BLANK ONLY ON A
      *  ROW POSTED BEFORE THE CODE WAS KEPT - RIVL'S BOOKS.
           05 GL-CO PIC X(4).
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
       01 RUN-CO-WS PIC X(4) VALUE 'DEST'.
       01 HOME-CO-WS PIC X(4) VALUE 'DEST'.
       01 RUNCO-STATUS PIC XX.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 KEY-INVNO PIC X(8).
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 DUP-SW PIC X(3) VALUE 'NO'.
       01 KEY-ORNO PIC X(8).
       01 KEY-ORNO-9 REDEFINES KEY-ORNO PIC 9(8).
      *  THE CASHIER POSTING AND THE BOOKLETS' COMPANY CODE - THE RUN
      *  COMPANY'S, ONCE RUNCO.TXT IS READ.
       01 KEY-CASHIER PIC X(8).
       01 SERIES-CO-WS PIC X(4) VALUE 'DEST'.
       01 SERIES-SW PIC X(3) VALUE 'NO'.
       01 SERIES-STATUS PIC XX.
       01 PAY-STATUS PIC XX.
       01 VOID-STATUS PIC XX.
       01 COLL-STATUS PIC XX.
       01 TRAN-STATUS PIC XX.
      *  ENTRY VALIDATION - SAME EDIT-FIELD IDIOM AS SALESMAN-TXT.
       01 AMT-EDIT-WS PIC X(9).
       01 AMT-EDIT-9 REDEFINES AMT-EDIT-WS PIC 9(7)V99.
       01 VALID-SW PIC X(3) VALUE 'NO'.
      *  PERIOD CLOSE CHECK - THIS PROGRAM'S SUBSYSTEM CODE ON
      *  PERIODST.TXT (AR), AND THE YYYYMM BEING CHECKED.
       01 PERIOD-STATUS PIC XX.
       01 PERIOD-SUBSYS-WS PIC X(4) VALUE 'AR  '.
       01 CHK-PERIOD-WS PIC X(6).
       01 PERIOD-CLOSED-SW PIC X(3) VALUE 'NO'.
       01 PERIOD-EOF PIC X(3) VALUE 'NO'.
      *  RECOVERY WORK FIELDS - WHAT IS STILL WRITTEN OFF ON THE
      *  INVOICE (WRITE-OFFS LESS RECOVERIES ALREADY TAKEN) AND HOW
      *  MUCH OF THIS COLLECTION RECOVERS IT.
       01 WROFF-STATUS PIC XX.
       01 WROFF-EOF PIC X(3) VALUE 'NO'.
       01 INV-CUSTNO PIC X(6).
       01 WROFF-OPEN PIC S9(8)V99 VALUE 0.
       01 RECOV-AMT PIC 9(7)V99 VALUE 0.
       01 RECOV-AMT-ED PIC Z,ZZZ,ZZ9.99.
      *  GL INTERFACE WORK FIELDS - COMPILED ACCOUNT MAP OVERRIDDEN
      *  BY GLMAP.TXT ENTRY BY ENTRY. A RECOVERY DEBITS TRADE
      *  RECEIVABLES AND CREDITS THE ALLOWANCE, UNDOING THAT MUCH
      *  OF THE WRITE-OFF; THE COLLECTION ITSELF THEN CLEARS THE
      *  RECEIVABLE LIKE ANY OTHER.
       01 GLMAP-STATUS PIC XX.
       01 GLPOST-STATUS PIC XX.
       01 GLMAP-TABLE-VALUES.
           05 FILLER PIC X(14) VALUE 'ALLOWD11040000'.
           05 FILLER PIC X(14) VALUE 'TRADAR11030000'.
       01 GLMAP-TABLE REDEFINES GLMAP-TABLE-VALUES.
           05 GLM-ENTRY OCCURS 2 TIMES.
              10 GLM-SOURCE PIC X(6).
              10 GLM-ACCT PIC X(8).
       01 GLM-TAB-MAX PIC 99 VALUE 2.
       01 GLM-IDX PIC 99 VALUE 1.
       01 GLMAP-EOF PIC X(3) VALUE 'NO'.
      *  THE CHART OF ACCOUNTS CODES. WITH NO COAMAST.TXT ON FILE
      *  (COA-ON-FILE 'NO') EVERY GLMAP.TXT ENTRY IS TAKEN AS BEFORE.
       01 COA-STATUS PIC XX.
       01 COA-EOF PIC X(3) VALUE 'NO'.
       01 COA-ON-FILE PIC X(3) VALUE 'NO'.
       01 COA-FOUND PIC X(3) VALUE 'NO'.
       01 COA-TABLE.
           05 COT-ACCT PIC X(8) OCCURS 300 TIMES.
       01 COT-CNT PIC 999 VALUE 0.
       01 COT-SUB PIC 999 VALUE 0.
       01 GL-SOURCE-WS PIC X(6).
       01 GL-ACCT-WS PIC X(8).
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           MOVE RUN-CO-WS TO SERIES-CO-WS.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING COLLECTIONS POSTING.'.
           STOP RUN.
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  POST COLLECTIONS - MODELED ON SALESMAN-TXT'S INPUT-RTN. A
      *  MISSING COLLECTS.TXT (STATUS 35) IS CREATED FRESH. THE
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
               OPEN EXTEND COLL-FILE
               IF COLL-STATUS = '35'
                   OPEN OUTPUT COLL-FILE
               END-IF
               PERFORM POST-ENTRY-RTN UNTIL ANSWER = 'N'
               CLOSE COLL-FILE
           END-IF.
      *  THE RECEIPT NUMBER IS TAKEN FIRST - ITS DUPLICATE SCAN
      *  READS THROUGH COLLECTS.TXT, WHICH SHARES THE RECORD AREA.
       POST-ENTRY-RTN.
           MOVE SPACES TO KEY-ORNO.
           PERFORM GET-ORNO-RTN UNTIL KEY-ORNO NOT = SPACES.
           MOVE SPACES TO KEY-INVNO.
           PERFORM GET-INVNO-RTN UNTIL KEY-INVNO NOT = SPACES.
           MOVE KEY-INVNO TO CL-INVNO.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-DATE-RTN UNTIL VALID-SW = 'YES'.
           MOVE KEY-ORNO TO CL-ORNO.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-AMOUNT-RTN UNTIL VALID-SW = 'YES'.
           WRITE COLL-REC.
           DISPLAY 'COLLECTION POSTED.'.
           IF WROFF-OPEN > 0
               PERFORM POST-RECOVERY-RTN
           END-IF.
           DISPLAY 'POST ANOTHER COLLECTION (Y/N)? '.
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
      *  SCAN FOR THE RECEIPT BEFORE IT'S WRITTEN - HERE, AT THE
      *  SCHOOL CASHIER'S WINDOW, AND AMONG THE VOIDS. COLLECTS.TXT
      *  IS CLOSED AND REOPENED INPUT/EXTEND AROUND THE SCAN SINCE
      *  POST-RTN HOLDS IT OPEN EXTEND.
       CHECK-DUP-RTN.
           MOVE 'NO' TO DUP-SW.
           CLOSE COLL-FILE.
           OPEN INPUT COLL-FILE.
           MOVE 'N0' TO EOF.
           READ COLL-FILE AT END MOVE 'YES' TO EOF.
           PERFORM CHECK-DUP-COMP
               UNTIL EOF = 'YES' OR DUP-SW = 'YES'.
           CLOSE COLL-FILE.
           OPEN EXTEND COLL-FILE.
           MOVE 'N0' TO EOF.
           OPEN INPUT PAY-IN.
           IF PAY-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAY-IN AT END MOVE 'YES' TO EOF
               PERFORM CHECK-DUP-PAY-COMP
                   UNTIL EOF = 'YES' OR DUP-SW = 'YES'
               CLOSE PAY-IN
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
           IF CL-ORNO = KEY-ORNO
               MOVE 'YES' TO DUP-SW
           ELSE
               READ COLL-FILE AT END MOVE 'YES' TO EOF
           END-IF.
       CHECK-DUP-PAY-COMP.
           IF PY-ORNO = KEY-ORNO
               MOVE 'YES' TO DUP-SW
           ELSE
               READ PAY-IN AT END MOVE 'YES' TO EOF
           END-IF.
       CHECK-DUP-VOID-COMP.
           IF OV-ORNO = KEY-ORNO
               MOVE 'YES' TO DUP-SW
           ELSE
               READ VOID-IN AT END MOVE 'YES' TO EOF
           END-IF.
      *  THE INVOICE MUST BE ON SALESTRN.TXT.
       GET-INVNO-RTN.
           DISPLAY 'ENTER INVOICE NUMBER: '.
               IF FOUND-SW = 'NO'
                   DISPLAY 'INVOICE NOT ON FILE - TRY AGAIN.'
                   MOVE SPACES TO KEY-INVNO
               ELSE
                   IF TS-TYPE = 'V'
                       DISPLAY 'INVOICE IS VOID - TRY AGAIN.'
                       MOVE SPACES TO KEY-INVNO
                   ELSE
                       MOVE TS-CUSTNO TO INV-CUSTNO
                       PERFORM CHECK-WROFF-RTN
                       IF WROFF-OPEN > 0
                           MOVE WROFF-OPEN TO RECOV-AMT-ED
                           DISPLAY 'INVOICE WAS WRITTEN OFF AS A BAD '
                               'DEBT - ' RECOV-AMT-ED
                           DISPLAY 'THIS COLLECTION WILL BE POSTED AS '
                               'A RECOVERY.'
                       END-IF
                   END-IF
               END-IF
           END-IF.
       CHECK-INV-RTN.
                   UNTIL EOF = 'YES' OR FOUND-SW = 'YES'
               CLOSE TRAN-IN
           END-IF.
      *  ONLY THE RUN COMPANY'S INVOICES TAKE ITS COLLECTIONS.
       CHECK-INV-COMP.
           IF TS-INVNO = KEY-INVNO AND TS-TYPE NOT = 'C'
               AND TS-TYPE NOT = 'X'
               AND (TS-CO = RUN-CO-WS
                   OR (TS-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
           ELSE
               READ TRAN-IN AT END MOVE 'YES' TO EOF
           DISPLAY 'ENTER COLLECTION DATE (YYYYMMDD): '.
           ACCEPT DATE-EDIT-WS.
           IF DATE-EDIT-WS IS NUMERIC
               MOVE DATE-EDIT-WS (1:6) TO CHK-PERIOD-WS
               PERFORM CHECK-PERIOD-RTN
               IF PERIOD-CLOSED-SW = 'YES'
                   DISPLAY 'PERIOD ' CHK-PERIOD-WS ' IS CLOSED - ENTRY '
                       'REJECTED. USE A DATE IN AN OPEN PERIOD.'
               ELSE
                   MOVE 'YES' TO VALID-SW
                   MOVE DATE-EDIT-WS TO CL-DATE
               END-IF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  WHAT IS STILL WRITTEN OFF ON KEY-INVNO: ITS WRITE-OFFS LESS
      *  THE RECOVERIES ALREADY TAKEN. ZERO FOR AN ORDINARY INVOICE.
       CHECK-WROFF-RTN.
           MOVE 0 TO WROFF-OPEN.
           MOVE 'NO' TO WROFF-EOF.
           OPEN INPUT WROFF-FILE.
           IF WROFF-STATUS = '35'
               MOVE 'YES' TO WROFF-EOF
           ELSE
               READ WROFF-FILE AT END MOVE 'YES' TO WROFF-EOF
               END-READ
               PERFORM CHECK-WROFF-COMP UNTIL WROFF-EOF = 'YES'
               CLOSE WROFF-FILE
           END-IF.
       CHECK-WROFF-COMP.
           IF WO-INVNO = KEY-INVNO
               IF WO-TYPE = 'R'
                   SUBTRACT WO-AMOUNT FROM WROFF-OPEN
               ELSE
                   ADD WO-AMOUNT TO WROFF-OPEN
               END-IF
           END-IF.
           READ WROFF-FILE AT END MOVE 'YES' TO WROFF-EOF.
      *  A COLLECTION ON A WRITTEN-OFF INVOICE RECOVERS UP TO WHAT IS
      *  STILL WRITTEN OFF; ANY EXCESS IS AN ORDINARY OVERPAYMENT.
      *  THE RECOVERY GOES TO WRITEOFF.TXT UNDER THE RECEIPT NUMBER,
      *  AND THE GL REINSTATES THAT MUCH OF THE RECEIVABLE AGAINST
      *  THE ALLOWANCE.
       POST-RECOVERY-RTN.
           IF CL-AMOUNT > WROFF-OPEN
               MOVE WROFF-OPEN TO RECOV-AMT
           ELSE
               MOVE CL-AMOUNT TO RECOV-AMT
           END-IF.
           MOVE KEY-INVNO TO WO-INVNO.
           MOVE INV-CUSTNO TO WO-CUSTNO.
           MOVE 'R' TO WO-TYPE.
           MOVE CL-DATE TO WO-DATE.
           MOVE RECOV-AMT TO WO-AMOUNT.
           MOVE SPACES TO WO-REASON.
           MOVE KEY-CASHIER TO WO-OPER.
           MOVE SPACES TO WO-APPROVER.
           MOVE KEY-ORNO TO WO-ORNO.
           OPEN EXTEND WROFF-FILE.
           IF WROFF-STATUS = '35'
               OPEN OUTPUT WROFF-FILE
           END-IF.
           WRITE WROFF-REC.
           CLOSE WROFF-FILE.
           PERFORM LOAD-GLMAP-RTN.
           OPEN EXTEND GLPOST-OUT.
           IF GLPOST-STATUS = '35'
               OPEN OUTPUT GLPOST-OUT
           END-IF.
           MOVE 'TRADAR' TO GL-SOURCE-WS.
           MOVE RECOV-AMT TO GL-AMOUNT.
           MOVE 'D' TO GL-DRCR.
           PERFORM POST-GL-RTN.
           MOVE 'ALLOWD' TO GL-SOURCE-WS.
           MOVE RECOV-AMT TO GL-AMOUNT.
           MOVE 'C' TO GL-DRCR.
           PERFORM POST-GL-RTN.
           CLOSE GLPOST-OUT.
           MOVE RECOV-AMT TO RECOV-AMT-ED.
           DISPLAY 'BAD-DEBT RECOVERY RECORDED: ' RECOV-AMT-ED.
           MOVE 0 TO WROFF-OPEN.
      *  ONE JOURNAL LINE - SOURCE CODE, AMOUNT, AND SIDE ARE LEFT
      *  IN PLACE BY THE CALLER.
       POST-GL-RTN.
           PERFORM LOOKUP-GLACCT-RTN.
           MOVE CL-DATE TO GL-DATE.
           MOVE 'COLLECT-POST   ' TO GL-SOURCE.
           MOVE GL-ACCT-WS TO GL-ACCT.
           MOVE RUN-CO-WS TO GL-CO.
           WRITE GLPOST-REC.
       LOOKUP-GLACCT-RTN.
           MOVE '99999999' TO GL-ACCT-WS.
           MOVE 1 TO GLM-IDX.
           PERFORM LOOKUP-GLACCT-COMP UNTIL GLM-IDX > GLM-TAB-MAX.
       LOOKUP-GLACCT-COMP.
           IF GLM-SOURCE (GLM-IDX) = GL-SOURCE-WS
               MOVE GLM-ACCT (GLM-IDX) TO GL-ACCT-WS
               MOVE GLM-TAB-MAX TO GLM-IDX
           END-IF.
           ADD 1 TO GLM-IDX.
      *  OVERRIDE THE COMPILED ACCOUNT MAP FROM GLMAP.TXT, ENTRY BY
      *  ENTRY. A MISSING FILE (STATUS 35) KEEPS THE DEFAULTS. AN
      *  ENTRY WHOSE ACCOUNT IS NOT ON THE CHART OF ACCOUNTS IS
      *  REFUSED AND THE DEFAULT STANDS.
       LOAD-GLMAP-RTN.
           PERFORM LOAD-COA-RTN.
           MOVE 'NO' TO GLMAP-EOF.
           OPEN INPUT GLMAP-IN.
           IF GLMAP-STATUS = '35'
               MOVE 'YES' TO GLMAP-EOF
           ELSE
               READ GLMAP-IN
                   AT END MOVE 'YES' TO GLMAP-EOF
               END-READ
               PERFORM LOAD-GLMAP-REC-RTN UNTIL GLMAP-EOF = 'YES'
               CLOSE GLMAP-IN
           END-IF.
       LOAD-GLMAP-REC-RTN.
           MOVE 1 TO GLM-IDX.
           PERFORM LOAD-GLMAP-COMP UNTIL GLM-IDX > GLM-TAB-MAX.
           READ GLMAP-IN AT END MOVE 'YES' TO GLMAP-EOF.
       LOAD-GLMAP-COMP.
           IF GLM-SOURCE (GLM-IDX) = GM-SOURCE
               PERFORM CHECK-COA-RTN
               IF COA-FOUND = 'YES'
                   MOVE GM-ACCT TO GLM-ACCT (GLM-IDX)
               ELSE
                   DISPLAY 'GLMAP.TXT ENTRY ' GM-SOURCE ' REFUSED - '
                       'ACCOUNT ' GM-ACCT ' NOT ON THE CHART.'
               END-IF
               MOVE GLM-TAB-MAX TO GLM-IDX
           END-IF.
           ADD 1 TO GLM-IDX.
       LOAD-COA-RTN.
           MOVE 0 TO COT-CNT.
           MOVE 'NO' TO COA-EOF.
           MOVE 'NO' TO COA-ON-FILE.
           OPEN INPUT COA-IN.
           IF COA-STATUS = '35'
               MOVE 'YES' TO COA-EOF
           ELSE
               MOVE 'YES' TO COA-ON-FILE
               READ COA-IN
                   AT END MOVE 'YES' TO COA-EOF
               END-READ
               PERFORM LOAD-COA-REC-RTN UNTIL COA-EOF = 'YES'
               CLOSE COA-IN
           END-IF.
       LOAD-COA-REC-RTN.
           IF COT-CNT < 300
               ADD 1 TO COT-CNT
               MOVE CA-ACCT TO COT-ACCT (COT-CNT)
           END-IF.
           READ COA-IN AT END MOVE 'YES' TO COA-EOF.
       CHECK-COA-RTN.
           IF COA-ON-FILE = 'NO'
               MOVE 'YES' TO COA-FOUND
           ELSE
               MOVE 'NO' TO COA-FOUND
               MOVE 1 TO COT-SUB
               PERFORM CHECK-COA-COMP
                   UNTIL COT-SUB > COT-CNT OR COA-FOUND = 'YES'
           END-IF.
       CHECK-COA-COMP.
           IF COT-ACCT (COT-SUB) = GM-ACCT
               MOVE 'YES' TO COA-FOUND
           END-IF.
           ADD 1 TO COT-SUB.
       VIEW-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT COLL-FILE.
           DISPLAY 'AMOUNT:         ' CL-AMOUNT.
           DISPLAY ' '.
           READ COLL-FILE AT END MOVE 'YES' TO EOF.
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
               IF RUNCO-SALES NOT = SPACES
                   MOVE RUNCO-SALES TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
