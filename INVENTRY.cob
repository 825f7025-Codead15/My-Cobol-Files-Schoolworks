           SELECT TRAN-FILE ASSIGN TO "SALESTRN.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-STATUS.
      *  SCRATCH COPY USED TO MARK AN INVOICE VOID - SAME SWAP IDIOM
      *  AS THE MAINTENANCE PROGRAMS.
           SELECT TRAN-SCRATCH ASSIGN TO "SALESTRX.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  INVOICE NUMBER CONTROL - THE NEXT NUMBER IN THE SERIES. THE
      *  OPERATOR NO LONGER KEYS INVOICE NUMBERS; EACH ONE IS ISSUED
      *  FROM HERE ONLY WHEN THE INVOICE IS ACTUALLY WRITTEN, SO THE
      *  SERIES RUNS UNBROKEN.
           SELECT INVCTL-IO ASSIGN TO "INVCTL.TXT"
               FILE STATUS IS INVCTL-STATUS.
      *  VOIDED INVOICES - WHO VOIDED WHICH INVOICE, WHEN, AND WHY.
      *  THE INVOICE ITSELF STAYS ON SALESTRN.TXT MARKED VOID.
           SELECT INVVOID-FILE ASSIGN TO "INVVOID.TXT"
               FILE STATUS IS INVVOID-STATUS.
      *  BAD-DEBT WRITE-OFFS, AND RECOVERIES COLLECT-POST TAKES IN
      *  LATER ON A WRITTEN-OFF INVOICE - WHO APPROVED WHICH
      *  WRITE-OFF, WHEN, AND WHY.
           SELECT WROFF-FILE ASSIGN TO "WRITEOFF.TXT"
               FILE STATUS IS WROFF-STATUS.
      *  GL INTERFACE - A WRITE-OFF IS CHARGED AGAINST THE ALLOWANCE
      *  FOR DOUBTFUL ACCOUNTS THE MOMENT IT IS APPROVED, THROUGH THE
      *  SAME ACCOUNT MAP AND CHART OF ACCOUNTS AS THE BATCH JOBS.
           SELECT GLMAP-IN ASSIGN TO "GLMAP.TXT"
               FILE STATUS IS GLMAP-STATUS.
           SELECT COA-IN ASSIGN TO "COAMAST.TXT"
               FILE STATUS IS COA-STATUS.
           SELECT GLPOST-OUT ASSIGN TO "GLPOST.TXT"
               FILE STATUS IS GLPOST-STATUS.
      *  THE SALESMAN ROSTER - AN INVOICE MUST NAME A REAL SALESMAN.
           SELECT SMAN-IN ASSIGN TO "SALESMAN.TXT"
               FILE STATUS IS SMAN-STATUS.
      *  NAME A REAL CUSTOMER.
           SELECT CUST-IN ASSIGN TO "CUSTMAST.TXT"
               FILE STATUS IS CUST-STATUS.
      *  COLLECTIONS POSTED BY COLLECT-POST - AN INVOICE'S OPEN
      *  BALANCE IS ITS AMOUNT LESS WHAT HAS BEEN COLLECTED ON IT,
      *  SAME RULE AS AR-AGING, FOR THE CREDIT-LIMIT CHECK.
           SELECT COLL-IN ASSIGN TO "COLLECTS.TXT"
               FILE STATUS IS COLL-STATUS.
      *  INVOICE LINE ITEMS - PRODUCT, QUANTITY, AND UNIT PRICE UNDER
      *  EACH INVOICE HEADER, FOR THE PRODUCT SALES ANALYSIS.
           SELECT ITEM-FILE ASSIGN TO "SALESITM.TXT"
           SELECT PROD-IN ASSIGN TO "PRODMAST.TXT"
               FILE STATUS IS PROD-STATUS.
      *  OPERATOR SIGN-ON FILE - ID, PASSWORD, AND PERMISSION LEVEL
      *  (V = VIEW ONLY, U = UPDATE, S = SUPERVISOR). SHARED WITH
      *  EMPMAINT-TXT.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OPER-STATUS.
           SELECT OPER-SCRATCH ASSIGN TO "OPERATRN.TXT"
      *  SALESMAN-TXT'S SALAUDIT.TXT.
           SELECT AUDIT-FILE ASSIGN TO "TRNAUDIT.TXT"
               FILE STATUS IS AUDIT-STATUS.
      *  PERIOD-STATUS FILE KEPT BY PERIOD-MAINT. AN ENTRY DATED INTO
      *  A PERIOD CLOSED FOR THIS SUBSYSTEM IS REFUSED.
           SELECT PERIOD-IN ASSIGN TO "PERIODST.TXT"
               FILE STATUS IS PERIOD-STATUS.
      *  THE EFFECTIVE-DATED STATUTORY RATE FILE KEPT BY RATE-MAINT -
      *  ITS 'VAT ' ROW IN FORCE ON THE INVOICE DATE OVERRIDES THE
      *  COMPILED VAT RATE BELOW.
           SELECT RATE-IN ASSIGN TO "STATRATE.TXT"
               FILE STATUS IS RATE-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRAN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS TRAN-REC.
       01 TRAN-REC.
           05 TS-INVNO PIC X(8).
      *  THE CUSTOMER THE INVOICE BILLS, VALIDATED AGAINST THE
      *  CUSTOMER MASTER.
           05 TS-CUSTNO PIC X(6).
      *  I = INVOICE, C = CREDIT MEMO, V = VOIDED INVOICE, X = VOIDED
      *  CREDIT MEMO. A VOIDED DOCUMENT KEEPS ITS NUMBER IN THE SERIES
      *  BUT COUNTS NOWHERE ELSE.
           05 TS-TYPE PIC X(1).
      *  THE AMOUNT SPLIT BY THE CUSTOMER'S VAT CLASS WHEN KEYED:
      *  VATABLE SALES PLUS OUTPUT VAT, OR ALL EXEMPT, OR ALL
      *  ZERO-RATED. THE PARTS ADD BACK TO TS-AMOUNT.
           05 TS-VATABLE PIC 9(5)V99.
           05 TS-EXEMPT PIC 9(5)V99.
           05 TS-ZERO-RATED PIC 9(5)V99.
           05 TS-VAT PIC 9(5)V99.
      *  SELLING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 TS-CO PIC X(4).
       FD TRAN-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS TRAN-REC2.
       01 TRAN-REC2 PIC X(73).
       FD INVCTL-IO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS INVCTL-REC.
       01 INVCTL-REC.
           05 IC-NEXT-INVNO PIC 9(8).
           05 IC-LAST-BY PIC X(8).
           05 IC-LAST-DATE PIC 9(8).
       FD INVVOID-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS INVVOID-REC.
       01 INVVOID-REC.
           05 IV-INVNO PIC X(8).
           05 IV-DATE PIC 9(8).
           05 IV-TIME PIC 9(8).
           05 IV-OPER PIC X(8).
      *  REASON CODE FROM CODETAB.CPY'S VRSN-TABLE.
           05 IV-REASON PIC X(2).
      *  THE TYPE (I OR C) THE DOCUMENT CARRIED BEFORE THE VOID.
           05 IV-ORIG-TYPE PIC X(1).
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
      *  REASON CODE FROM CODETAB.CPY'S WRSN-TABLE (WRITE-OFFS ONLY).
           05 WO-REASON PIC X(2).
           05 WO-OPER PIC X(8).
           05 WO-APPROVER PIC X(8).
      *  THE RECEIPT THAT BROUGHT IN A RECOVERY.
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
       FD SMAN-IN.
       01 SMAN-DETAILS.
           05 SMAN-NUM PIC X(12).
           05 SMAN-Q2 PIC 9(5)V99.
           05 SMAN-Q3 PIC 9(5)V99.
           05 SMAN-Q4 PIC 9(5)V99.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SMAN-CO PIC X(4).
       FD CUST-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS CUST-REC.
       01 CUST-REC.
           05 CM-CODE PIC X(6).
           05 CM-NAME PIC X(25).
           05 CM-ADDR PIC X(25).
           05 CM-CREDIT-LIMIT PIC 9(7)V99.
           05 CM-HOLD PIC X(1).
           05 CM-VAT-CLASS PIC X(1).
       FD COLL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS COLL-REC.
       01 COLL-REC.
           05 CL-INVNO PIC X(8).
           05 CL-DATE PIC 9(8).
           05 CL-ORNO PIC X(8).
           05 CL-AMOUNT PIC 9(7)V99.
       FD ITEM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS ITEM-REC.
       01 ITEM-REC.
           05 IT-INVNO PIC X(8).
           05 IT-PRODCODE PIC X(8).
           05 IT-QTY PIC 9(4).
           05 IT-UNITPRICE PIC 9(5)V99.
      *  'Y' ONCE STOCK-POST HAS MOVED THE LINE'S QUANTITY AGAINST
      *  THE PRODUCT'S ON-HAND BALANCE; BLANK UNTIL THEN. 'V' ONCE
      *  STOCK-POST HAS SETTLED A LINE OF A VOIDED INVOICE.
           05 IT-STKPOST PIC X(1).
      *  THE PRODUCT MASTER'S LIST PRICE WHEN THE LINE WAS KEYED. A
      *  LINE PRICED AWAY FROM LIST CARRIES WHO ALLOWED THE PRICE AND
      *  A REASON CODE FROM CODETAB.CPY'S DRSN-TABLE.
           05 IT-LISTPRICE PIC 9(5)V99.
           05 IT-AUTH-BY PIC X(8).
           05 IT-REASON PIC X(2).
       FD PROD-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS PROD-REC.
       01 PROD-REC.
           05 PR-CODE PIC X(8).
           05 PR-DESC PIC X(25).
           05 PR-PRICE PIC 9(5)V99.
           05 PR-ONHAND PIC S9(6) SIGN IS LEADING SEPARATE.
           05 PR-REORDER PIC 9(6).
       FD OPER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           05 AU-OPER PIC X(8).
           05 AU-ACTION PIC X(6).
           05 AU-KEY PIC X(12).
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
       FD RATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS RATE-REC.
       01 RATE-REC.
           05 SR-EFFDT PIC 9(8).
           05 SR-TYPE PIC X(4).
           05 SR-UPPER PIC 9(6).
           05 SR-VALUE PIC 9(5)V99.
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
       01 KEY-INVNO-9 REDEFINES KEY-INVNO PIC 9(8).
       01 DUP-SW PIC X(3) VALUE 'NO'.
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 TRAN-STATUS PIC XX.
       01 PROD-EDIT-WS PIC X(8).
       01 QTY-EDIT-WS PIC X(4).
       01 CUR-PRICE PIC 9(5)V99 VALUE 0.
      *  PRICE OVERRIDE WORK FIELDS. A DISCOUNT OFF LIST OF MORE THAN
      *  DISC-LIMIT-PCT NEEDS A SUPERVISOR'S AUTHORITY; ANY PRICE
      *  AWAY FROM LIST NEEDS A REASON CODE.
       01 PRICE-EDIT-WS PIC X(7).
       01 PRICE-EDIT-9 REDEFINES PRICE-EDIT-WS PIC 9(5)V99.
       01 LINE-PRICE PIC 9(5)V99 VALUE 0.
       01 LINE-AUTH PIC X(8) VALUE SPACES.
       01 LINE-REASON PIC X(2) VALUE SPACES.
       01 RSN-EDIT-WS PIC X(2).
       01 DRSN-IDX PIC 99 VALUE 1.
       01 DISC-PCT PIC 999V99 VALUE 0.
       01 DISC-LIMIT-PCT PIC 99V99 VALUE 10.00.
       01 DISC-PCT-ED PIC ZZ9.99.
       01 DISC-LIMIT-ED PIC Z9.99.
       01 LIST-PRICE-ED PIC ZZ,ZZ9.99.
      *  THE PRODUCT'S ON-HAND BALANCE AS OF THE LAST STOCK-POST RUN,
      *  AND ITS EDITED FORM FOR THE SHORTAGE MESSAGE.
       01 CUR-ONHAND PIC S9(6) VALUE 0.
       01 AVAIL-QTY PIC -ZZZZZ9.
      *  THE SIGNED-ON OPERATOR - SET ONCE BY SIGNON-RTN AND STAMPED
      *  ON EVERY AUDIT RECORD.
       01 OPER-STATUS PIC XX.
           05 PWD-DD PIC 99.
       01 SIGNLOG-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.
      *  CREDIT CONTROL WORK FIELDS. THE CUSTOMER'S LIMIT AND HOLD
      *  FLAG ARE PICKED UP WHEN THE CUSTOMER IS VALIDATED; THE OPEN
      *  BALANCE IS FIGURED FROM THE INVOICES AND COLLECTIONS ON
      *  FILE. THE INVOICE BEING KEYED IS PARKED WHILE SALESTRN.TXT
      *  IS SCANNED THROUGH THE SAME RECORD AREA.
       01 COLL-STATUS PIC XX.
       01 CUR-CREDIT-LIMIT PIC 9(7)V99 VALUE 0.
       01 CUR-HOLD PIC X(1) VALUE SPACE.
       01 OPEN-BAL PIC 9(8)V99 VALUE 0.
       01 NEW-BAL PIC 9(8)V99 VALUE 0.
       01 OPEN-BAL-ED PIC Z,ZZZ,ZZ9.99.
       01 LIMIT-ED PIC Z,ZZZ,ZZ9.99.
       01 SAVE-TRAN-REC PIC X(73).
       01 CREDIT-OK PIC X(3) VALUE 'YES'.
       01 CREDIT-REASON PIC X(6) VALUE SPACES.
       01 OPEN-INV-TABLE.
           05 OIT-ENTRY OCCURS 500 TIMES.
               10 OIT-INVNO PIC X(8).
               10 OIT-OPEN PIC S9(7)V99.
       01 OIT-CNT PIC 999 VALUE 0.
       01 OIT-SUB PIC 999 VALUE 0.
      *  THE SUPERVISOR WHO AUTHORIZES AN OVERRIDE - SIGNED IN ON THE
      *  SPOT UNLESS THE OPERATOR AT THE KEYBOARD IS ONE.
       01 SUPV-ID-WS PIC X(8).
       01 SUPV-PW-WS PIC X(8).
       01 SUPV-OK PIC X(3) VALUE 'NO'.
       01 OVERRIDE-ANSWER PIC X VALUE 'N'.
      *  PERIOD CLOSE CHECK - THIS PROGRAM'S SUBSYSTEM CODE ON
      *  PERIODST.TXT (AR), AND THE YYYYMM BEING CHECKED.
       01 PERIOD-STATUS PIC XX.
       01 PERIOD-SUBSYS-WS PIC X(4) VALUE 'AR  '.
       01 CHK-PERIOD-WS PIC X(6).
       01 PERIOD-CLOSED-SW PIC X(3) VALUE 'NO'.
       01 PERIOD-EOF PIC X(3) VALUE 'NO'.
      *  VAT SPLIT WORK FIELDS. THE CUSTOMER'S VAT CLASS IS PICKED UP
      *  WHEN THE CUSTOMER IS VALIDATED; THE RATE IS THE LATEST
      *  STATRATE.TXT 'VAT ' ROW NOT PAST THE INVOICE DATE, ELSE THE
      *  COMPILED RATE.
       01 CUR-VAT-CLASS PIC X(1) VALUE SPACE.
       01 RATE-STATUS PIC XX.
       01 RATE-EOF PIC X(3) VALUE 'NO'.
       01 VAT-RATE-DFLT PIC 9(3)V99 VALUE 12.00.
       01 VAT-RATE-WS PIC 9(3)V99 VALUE 0.
       01 VAT-EFFDT PIC 9(8) VALUE 0.
       01 VATABLE-ED PIC ZZ,ZZ9.99.
       01 EXEMPT-ED PIC ZZ,ZZ9.99.
       01 ZERO-RATED-ED PIC ZZ,ZZ9.99.
       01 VAT-ED PIC ZZ,ZZ9.99.
      *  INVOICE NUMBER ISSUE AND VOID WORK FIELDS.
       01 INVCTL-STATUS PIC XX.
       01 INVVOID-STATUS PIC XX.
       01 NEXT-INVNO PIC 9(8) VALUE 0.
       01 HIGH-INVNO PIC 9(8) VALUE 0.
       01 TODAY-WS PIC 9(8) VALUE 0.
       01 VOID-OK-SW PIC X(3) VALUE 'NO'.
       01 COLL-FOUND-SW PIC X(3) VALUE 'NO'.
       01 VOID-ANSWER PIC X VALUE 'N'.
       01 VOID-REASON PIC X(2) VALUE SPACES.
       01 VOID-ORIG-TYPE PIC X(1) VALUE SPACE.
       01 VRSN-IDX PIC 99 VALUE 1.
      *  BAD-DEBT WRITE-OFF WORK FIELDS. THE INVOICE'S OWN FIGURES
      *  ARE HELD HERE ONCE FOUND, SINCE THE COLLECTION AND
      *  WRITE-OFF SCANS FOLLOW.
       01 WROFF-STATUS PIC XX.
       01 WROFF-OK-SW PIC X(3) VALUE 'NO'.
       01 WROFF-FOUND-SW PIC X(3) VALUE 'NO'.
       01 WROFF-REASON PIC X(2) VALUE SPACES.
       01 WRSN-IDX PIC 99 VALUE 1.
       01 WROFF-CUSTNO PIC X(6).
       01 WROFF-INV-DATE PIC 9(8) VALUE 0.
       01 WROFF-INV-SPLIT REDEFINES WROFF-INV-DATE.
           05 WOI-YYYY PIC 9999.
           05 WOI-MM PIC 99.
           05 WOI-DD PIC 99.
       01 WROFF-INV-AMT PIC 9(7)V99 VALUE 0.
       01 WROFF-COLLECTED PIC 9(8)V99 VALUE 0.
       01 WROFF-AMT PIC S9(8)V99 VALUE 0.
       01 WROFF-AGE PIC S9(7) VALUE 0.
       01 WROFF-AGE-ED PIC -(6)9.
       01 WROFF-AMT-ED PIC Z,ZZZ,ZZ9.99.
       01 TODAY-SPLIT-WS.
           05 TDY-YYYY PIC 9999.
           05 TDY-MM PIC 99.
           05 TDY-DD PIC 99.
      *  GL INTERFACE WORK FIELDS - COMPILED ACCOUNT MAP OVERRIDDEN
      *  BY GLMAP.TXT ENTRY BY ENTRY. A WRITE-OFF DEBITS THE
      *  ALLOWANCE AND CREDITS TRADE RECEIVABLES.
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
           PERFORM SIGNON-RTN.
           IF SIGNON-OK NOT = 'YES'
               DISPLAY 'SIGN-ON FAILED - EXITING.'
           DISPLAY ' '.
           DISPLAY 'SALES INVOICE ENTRY'.
           DISPLAY '  (E)NTER INVOICES'.
           DISPLAY '  (X) VOID AN INVOICE'.
           DISPLAY '  (W)RITE OFF A BAD DEBT'.
           DISPLAY '  (V)IEW ALL INVOICES'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'E' PERFORM GUARD-ENTER-RTN
               WHEN 'X' PERFORM GUARD-VOID-RTN
               WHEN 'W' PERFORM GUARD-WROFF-RTN
               WHEN 'V' PERFORM VIEW-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  A VIEW-ONLY OPERATOR CAN BROWSE BUT NOT KEY INVOICES.
       GUARD-ENTER-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM ENTER-RTN
           ELSE
               DISPLAY 'VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED.'
           END-IF.
       GUARD-VOID-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM VOID-RTN
           ELSE
               DISPLAY 'VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED.'
           END-IF.
       GUARD-WROFF-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM WROFF-RTN
           ELSE
               DISPLAY 'VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED.'
           END-IF.
      *  ENTER INVOICES - MODELED ON SALESMAN-TXT'S INPUT-RTN. A
      *  MISSING SALESTRN.TXT (STATUS 35) IS CREATED FRESH.
       ENTER-RTN.
           END-IF.
           PERFORM ENTER-ENTRY-RTN UNTIL ANSWER = 'N'.
           CLOSE TRAN-FILE.
      *  THE INVOICE NUMBER IS ISSUED ONLY ONCE CREDIT IS CLEARED, SO
      *  A REFUSED INVOICE LEAVES NO HOLE IN THE SERIES. A CREDIT
      *  OVERRIDE IS LOGGED AGAINST THE NUMBER JUST ISSUED. THE
      *  INVOICE IS THE RUN COMPANY'S; THE NUMBER SERIES IS ONE FOR
      *  EVERY COMPANY, SO AN INVOICE NUMBER NAMES ONE DOCUMENT.
       ENTER-ENTRY-RTN.
           MOVE SPACES TO KEY-INVNO.
           MOVE SPACES TO TS-INVNO.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-DATE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-CUSTNO-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-TYPE-RTN UNTIL VALID-SW = 'YES'.
           PERFORM SPLIT-VAT-RTN.
           PERFORM CREDIT-CHECK-RTN.
           IF CREDIT-OK = 'YES'
               PERFORM ISSUE-INVNO-RTN
               IF RUN-CO-WS = HOME-CO-WS
                   MOVE SPACES TO TS-CO
               ELSE
                   MOVE RUN-CO-WS TO TS-CO
               END-IF
               WRITE TRAN-REC
               MOVE 'ADD   ' TO AU-ACTION
               MOVE KEY-INVNO TO AU-KEY
               PERFORM WRITE-AUDIT-RTN
               IF CREDIT-REASON NOT = SPACES
                   MOVE CREDIT-REASON TO AU-ACTION
                   MOVE KEY-INVNO TO AU-KEY
                   PERFORM WRITE-SUPV-AUDIT-RTN
               END-IF
               DISPLAY 'INVOICE ' KEY-INVNO ' RECORDED.'
               PERFORM SHOW-VAT-RTN
               PERFORM ITEMS-RTN
           ELSE
               DISPLAY 'INVOICE NOT RECORDED - CREDIT REFUSED.'
           END-IF.
           DISPLAY 'ENTER ANOTHER INVOICE (Y/N)? '.
           ACCEPT ANSWER.
      *  THE INVOICE'S LINE ITEMS - PRODUCT, QUANTITY, AND UNIT PRICE
      *  PER LINE, THE PRICE DEFAULTING TO THE PRODUCT MASTER'S LIST
      *  PRICE. A MISSING SALESITM.TXT (STATUS 35) IS CREATED FRESH.
       ITEMS-RTN.
           DISPLAY 'ENTER LINE ITEMS FOR THIS INVOICE (Y/N)? '.
           ACCEPT ITEM-ANSWER.
           PERFORM GET-PROD-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-QTY-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-PRICE-RTN UNTIL VALID-SW = 'YES'.
           MOVE KEY-INVNO TO IT-INVNO.
           MOVE PROD-EDIT-WS TO IT-PRODCODE.
           MOVE LINE-PRICE TO IT-UNITPRICE.
           MOVE SPACE TO IT-STKPOST.
           MOVE CUR-PRICE TO IT-LISTPRICE.
           MOVE LINE-AUTH TO IT-AUTH-BY.
           MOVE LINE-REASON TO IT-REASON.
           WRITE ITEM-REC.
           DISPLAY 'LINE ITEM RECORDED.'.
           DISPLAY 'ENTER ANOTHER LINE ITEM (Y/N)? '.
       CHECK-PROD-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 0 TO CUR-PRICE.
           MOVE 0 TO CUR-ONHAND.
           MOVE 'N0' TO EOF.
           OPEN INPUT PROD-IN.
           IF PROD-STATUS = '35'
           IF PR-CODE = PROD-EDIT-WS
               MOVE 'YES' TO FOUND-SW
               MOVE PR-PRICE TO CUR-PRICE
               MOVE PR-ONHAND TO CUR-ONHAND
           ELSE
               READ PROD-IN AT END MOVE 'YES' TO EOF
           END-IF.
      *  AN INVOICE CANNOT PROMISE MORE THAN IS ON HAND. A CREDIT
      *  MEMO PUTS GOODS BACK, SO ITS QUANTITY IS NOT LIMITED.
       GET-QTY-RTN.
           DISPLAY 'ENTER QUANTITY (4 DIGITS): '.
           ACCEPT QTY-EDIT-WS.
           IF QTY-EDIT-WS IS NUMERIC
               MOVE QTY-EDIT-WS TO IT-QTY
               IF TYPE-EDIT-WS = 'C'
                   MOVE 'YES' TO VALID-SW
               ELSE
                   IF IT-QTY > CUR-ONHAND
                       MOVE CUR-ONHAND TO AVAIL-QTY
                       DISPLAY 'ONLY ' AVAIL-QTY ' ON HAND - '
                           'REDUCE THE QUANTITY.'
                   ELSE
                       MOVE 'YES' TO VALID-SW
                   END-IF
               END-IF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  THE UNIT PRICE - BLANK TAKES THE LIST PRICE. A PRICE AWAY
      *  FROM LIST NEEDS A REASON CODE, AND A DISCOUNT DEEPER THAN
      *  DISC-LIMIT-PCT NEEDS A SUPERVISOR, SAME AS A CREDIT OVERRIDE.
      *  A CREDIT MEMO IS PRICED AS THE GOODS WERE SOLD, SO ITS PRICE
      *  IS TAKEN AS KEYED.
       GET-PRICE-RTN.
           MOVE CUR-PRICE TO LIST-PRICE-ED.
           DISPLAY 'LIST PRICE IS ' LIST-PRICE-ED.
           DISPLAY 'ENTER UNIT PRICE (7 DIGITS, NO POINT, BLANK = '
               'LIST): '.
           ACCEPT PRICE-EDIT-WS.
           MOVE SPACES TO LINE-AUTH.
           MOVE SPACES TO LINE-REASON.
           IF PRICE-EDIT-WS = SPACES
               MOVE CUR-PRICE TO LINE-PRICE
               MOVE 'YES' TO VALID-SW
           ELSE
               IF PRICE-EDIT-WS IS NUMERIC
                   MOVE PRICE-EDIT-9 TO LINE-PRICE
                   IF LINE-PRICE = CUR-PRICE OR TYPE-EDIT-WS = 'C'
                       MOVE 'YES' TO VALID-SW
                   ELSE
                       PERFORM PRICE-OVERRIDE-RTN
                   END-IF
               ELSE
                   DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
               END-IF
           END-IF.
      *  A PRICE ABOVE LIST, OR A DISCOUNT WITHIN THE LIMIT, IS THE
      *  KEYING OPERATOR'S OWN CALL; BEYOND THE LIMIT A SUPERVISOR
      *  AUTHORIZES IT AND THE AUDIT RECORD CARRIES THE SUPERVISOR.
      *  REFUSED, THE PRICE IS KEYED AGAIN.
       PRICE-OVERRIDE-RTN.
           MOVE 0 TO DISC-PCT.
           IF LINE-PRICE < CUR-PRICE
               COMPUTE DISC-PCT ROUNDED =
                   (CUR-PRICE - LINE-PRICE) * 100 / CUR-PRICE
           END-IF.
           MOVE 'NO' TO FOUND-SW.
           PERFORM GET-REASON-RTN UNTIL FOUND-SW = 'YES'.
           IF DISC-PCT > DISC-LIMIT-PCT
               MOVE DISC-PCT TO DISC-PCT-ED
               MOVE DISC-LIMIT-PCT TO DISC-LIMIT-ED
               DISPLAY 'DISCOUNT OF ' DISC-PCT-ED '% IS OVER THE '
                   DISC-LIMIT-ED '% LIMIT.'
               PERFORM SUPV-AUTH-RTN
               IF SUPV-OK = 'YES'
                   MOVE SUPV-ID-WS TO LINE-AUTH
                   MOVE 'YES' TO VALID-SW
                   MOVE 'PRICE ' TO AU-ACTION
                   MOVE KEY-INVNO TO AU-KEY
                   PERFORM WRITE-SUPV-AUDIT-RTN
                   DISPLAY 'PRICE OVERRIDE ACCEPTED AND LOGGED.'
               ELSE
                   DISPLAY 'SUPERVISOR NOT AUTHORIZED - KEY A PRICE '
                       'WITHIN THE LIMIT.'
               END-IF
           ELSE
               MOVE OPER-ID-WS TO LINE-AUTH
               MOVE 'YES' TO VALID-SW
           END-IF.
      *  THE REASON MUST BE ONE OF CODETAB.CPY'S DRSN-TABLE CODES.
       GET-REASON-RTN.
           DISPLAY 'ENTER PRICE REASON (VD PR MT DM CR PC): '.
           ACCEPT RSN-EDIT-WS.
           MOVE 1 TO DRSN-IDX.
           PERFORM FIND-DRSN-RTN UNTIL DRSN-IDX > DRSN-TAB-MAX
               OR RSN-EDIT-WS = DRSN-CODE (DRSN-IDX).
           IF DRSN-IDX > DRSN-TAB-MAX
               DISPLAY 'REASON CODE NOT RECOGNIZED - TRY AGAIN.'
           ELSE
               MOVE 'YES' TO FOUND-SW
               MOVE RSN-EDIT-WS TO LINE-REASON
               DISPLAY DRSN-NAME (DRSN-IDX)
           END-IF.
       FIND-DRSN-RTN.
           ADD 1 TO DRSN-IDX.
      *  ISSUE THE NEXT NUMBER IN THE SERIES FROM INVCTL.TXT. A
      *  MISSING CONTROL FILE (STATUS 35) STARTS THE SERIES ONE PAST
      *  THE HIGHEST ALL-DIGIT NUMBER ALREADY ON SALESTRN.TXT. A
      *  NUMBER ALREADY ON FILE (AN OLD HAND-KEYED ONE) IS STEPPED
      *  OVER, NEVER REUSED. THE KEYED INVOICE IS HELD ASIDE WHILE
      *  THE FILE IS SCANNED.
       ISSUE-INVNO-RTN.
           MOVE TRAN-REC TO SAVE-TRAN-REC.
           OPEN INPUT INVCTL-IO.
           IF INVCTL-STATUS = '35'
               PERFORM SEED-INVNO-RTN
           ELSE
               READ INVCTL-IO
                   AT END PERFORM SEED-INVNO-RTN
                   NOT AT END MOVE IC-NEXT-INVNO TO NEXT-INVNO
               END-READ
               CLOSE INVCTL-IO
           END-IF.
           MOVE 'YES' TO DUP-SW.
           PERFORM TRY-INVNO-RTN UNTIL DUP-SW = 'NO'.
           MOVE SAVE-TRAN-REC TO TRAN-REC.
           MOVE KEY-INVNO TO TS-INVNO.
           ACCEPT TODAY-WS FROM DATE YYYYMMDD.
           COMPUTE IC-NEXT-INVNO = NEXT-INVNO + 1.
           MOVE OPER-ID-WS TO IC-LAST-BY.
           MOVE TODAY-WS TO IC-LAST-DATE.
           OPEN OUTPUT INVCTL-IO.
           WRITE INVCTL-REC.
           CLOSE INVCTL-IO.
       TRY-INVNO-RTN.
           MOVE NEXT-INVNO TO KEY-INVNO-9.
           PERFORM CHECK-DUP-RTN.
           IF DUP-SW = 'YES'
               ADD 1 TO NEXT-INVNO
           END-IF.
       SEED-INVNO-RTN.
           MOVE 0 TO HIGH-INVNO.
           CLOSE TRAN-FILE.
           OPEN INPUT TRAN-FILE.
           MOVE 'N0' TO EOF.
           READ TRAN-FILE AT END MOVE 'YES' TO EOF
           END-READ.
           PERFORM SEED-INVNO-COMP UNTIL EOF = 'YES'.
           CLOSE TRAN-FILE.
           OPEN EXTEND TRAN-FILE.
           COMPUTE NEXT-INVNO = HIGH-INVNO + 1.
       SEED-INVNO-COMP.
           MOVE TS-INVNO TO KEY-INVNO.
           IF KEY-INVNO IS NUMERIC
               IF KEY-INVNO-9 > HIGH-INVNO
                   MOVE KEY-INVNO-9 TO HIGH-INVNO
               END-IF
           END-IF.
           READ TRAN-FILE AT END MOVE 'YES' TO EOF.
      *  SCAN THE FILE FOR THE INVOICE BEFORE IT'S WRITTEN. THE FILE
      *  IS CLOSED AND REOPENED INPUT/EXTEND AROUND THE SCAN SINCE
      *  ENTER-RTN HOLDS IT OPEN EXTEND.
           CLOSE TRAN-FILE.
           OPEN INPUT TRAN-FILE.
           MOVE 'N0' TO EOF.
           READ TRAN-FILE AT END MOVE 'YES' TO EOF
           END-READ.
           PERFORM CHECK-DUP-COMP
               UNTIL EOF = 'YES' OR DUP-SW = 'YES'.
           CLOSE TRAN-FILE.
           DISPLAY 'ENTER INVOICE DATE (YYYYMMDD): '.
           ACCEPT DATE-EDIT-WS.
           IF DATE-EDIT-WS IS NUMERIC
               MOVE DATE-EDIT-WS (1:6) TO CHK-PERIOD-WS
               PERFORM CHECK-PERIOD-RTN
               IF PERIOD-CLOSED-SW = 'YES'
                   DISPLAY 'PERIOD ' CHK-PERIOD-WS ' IS CLOSED - ENTRY '
                       'REJECTED. USE A DATE IN AN OPEN PERIOD.'
               ELSE
                   MOVE 'YES' TO VALID-SW
                   MOVE DATE-EDIT-WS TO TS-DATE
               END-IF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  THE SALESMAN MUST BE ON THE RUN COMPANY'S ROSTER.
       GET-SALESNUM-RTN.
           DISPLAY 'ENTER SALESMAN NUMBER: '.
           ACCEPT SNUM-EDIT-WS.
           END-IF.
       CHECK-SMAN-COMP.
           IF SMAN-NUM = SNUM-EDIT-WS
               AND (SMAN-CO = RUN-CO-WS
                   OR (SMAN-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
           ELSE
               READ SMAN-IN AT END MOVE 'YES' TO EOF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  SPLIT THE AMOUNT BY THE CUSTOMER'S VAT CLASS. THE KEYED
      *  AMOUNT IS VAT-INCLUSIVE, SO FOR A VATABLE CUSTOMER THE VAT
      *  IS AMOUNT * RATE / (100 + RATE) AND THE REST IS VATABLE
      *  SALES. A BLANK CLASS (OLD MASTER RECORDS) IS VATABLE.
       SPLIT-VAT-RTN.
           MOVE 0 TO TS-VATABLE.
           MOVE 0 TO TS-EXEMPT.
           MOVE 0 TO TS-ZERO-RATED.
           MOVE 0 TO TS-VAT.
           EVALUATE CUR-VAT-CLASS
               WHEN 'E'
                   MOVE TS-AMOUNT TO TS-EXEMPT
               WHEN 'Z'
                   MOVE TS-AMOUNT TO TS-ZERO-RATED
               WHEN OTHER
                   PERFORM LOAD-VAT-RATE-RTN
                   COMPUTE TS-VAT ROUNDED =
                       TS-AMOUNT * VAT-RATE-WS / (100 + VAT-RATE-WS)
                   COMPUTE TS-VATABLE = TS-AMOUNT - TS-VAT
           END-EVALUATE.
       SHOW-VAT-RTN.
           MOVE TS-VATABLE TO VATABLE-ED.
           MOVE TS-EXEMPT TO EXEMPT-ED.
           MOVE TS-ZERO-RATED TO ZERO-RATED-ED.
           MOVE TS-VAT TO VAT-ED.
           DISPLAY 'VATABLE ' VATABLE-ED '  EXEMPT ' EXEMPT-ED
               '  ZERO-RATED ' ZERO-RATED-ED '  VAT ' VAT-ED.
      *  THE VAT RATE IN FORCE ON THE INVOICE DATE. A MISSING
      *  STATRATE.TXT (STATUS 35) KEEPS THE COMPILED RATE.
       LOAD-VAT-RATE-RTN.
           MOVE VAT-RATE-DFLT TO VAT-RATE-WS.
           MOVE 0 TO VAT-EFFDT.
           MOVE 'NO' TO RATE-EOF.
           OPEN INPUT RATE-IN.
           IF RATE-STATUS = '35'
               MOVE 'YES' TO RATE-EOF
           ELSE
               READ RATE-IN
                   AT END MOVE 'YES' TO RATE-EOF
               END-READ
               PERFORM LOAD-VAT-RATE-COMP UNTIL RATE-EOF = 'YES'
               CLOSE RATE-IN
           END-IF.
       LOAD-VAT-RATE-COMP.
           IF SR-TYPE = 'VAT ' AND SR-EFFDT <= TS-DATE
               AND SR-EFFDT >= VAT-EFFDT
               MOVE SR-EFFDT TO VAT-EFFDT
               MOVE SR-VALUE TO VAT-RATE-WS
           END-IF.
           READ RATE-IN AT END MOVE 'YES' TO RATE-EOF.
      *  'I' BOOKS AN ORDINARY INVOICE; 'C' A CREDIT MEMO THAT
      *  SALES-AGG NETS OUT OF THE SALESMAN'S TOTAL.
       GET-TYPE-RTN.
       CHECK-CUST-COMP.
           IF CM-CODE = CUST-EDIT-WS
               MOVE 'YES' TO FOUND-SW
               MOVE CM-CREDIT-LIMIT TO CUR-CREDIT-LIMIT
               MOVE CM-HOLD TO CUR-HOLD
               MOVE CM-VAT-CLASS TO CUR-VAT-CLASS
           ELSE
               READ CUST-IN AT END MOVE 'YES' TO EOF
           END-IF.
      *  CREDIT CONTROL. A CUSTOMER ON HOLD, OR ONE THIS INVOICE
      *  WOULD PUSH PAST THE CREDIT LIMIT (OPEN INVOICES LESS
      *  COLLECTIONS, PLUS THIS INVOICE), GETS NO NEW INVOICE UNLESS
      *  A SUPERVISOR OVERRIDES; EVERY OVERRIDE GOES TO TRNAUDIT.TXT.
      *  A CREDIT MEMO REDUCES WHAT IS OWED AND IS NEVER STOPPED.
       CREDIT-CHECK-RTN.
           MOVE 'YES' TO CREDIT-OK.
           MOVE SPACES TO CREDIT-REASON.
           IF TS-TYPE NOT = 'C'
               IF CUR-HOLD = 'Y'
                   MOVE 'NO' TO CREDIT-OK
                   MOVE 'CRHOLD' TO CREDIT-REASON
                   DISPLAY 'CUSTOMER ' TS-CUSTNO ' IS ON CREDIT HOLD.'
               ELSE
                   IF CUR-CREDIT-LIMIT > 0
                       PERFORM FIGURE-OPEN-BAL-RTN
                       COMPUTE NEW-BAL = OPEN-BAL + TS-AMOUNT
                       IF NEW-BAL > CUR-CREDIT-LIMIT
                           MOVE 'NO' TO CREDIT-OK
                           MOVE 'CRLIMT' TO CREDIT-REASON
                           MOVE OPEN-BAL TO OPEN-BAL-ED
                           MOVE CUR-CREDIT-LIMIT TO LIMIT-ED
                           DISPLAY 'OPEN BALANCE ' OPEN-BAL-ED
                               ' PLUS THIS INVOICE EXCEEDS THE '
                               'LIMIT OF ' LIMIT-ED '.'
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CREDIT-OK = 'NO'
               PERFORM CREDIT-OVERRIDE-RTN
           END-IF.
      *  THE CUSTOMER'S OPEN BALANCE: EVERY INVOICE (NOT CREDIT MEMO)
      *  BILLED TO THEM LESS THE COLLECTIONS POSTED AGAINST IT AND
      *  ANY BAD-DEBT WRITE-OFF NOT SINCE RECOVERED. THE
      *  FILE IS CLOSED AND REOPENED INPUT/EXTEND AROUND THE SCAN
      *  SINCE ENTER-RTN HOLDS IT OPEN EXTEND.
       FIGURE-OPEN-BAL-RTN.
           MOVE TRAN-REC TO SAVE-TRAN-REC.
           MOVE 0 TO OIT-CNT.
           MOVE 0 TO OPEN-BAL.
           CLOSE TRAN-FILE.
           OPEN INPUT TRAN-FILE.
           MOVE 'N0' TO EOF.
           READ TRAN-FILE AT END MOVE 'YES' TO EOF.
           PERFORM LOAD-OPEN-INV-RTN UNTIL EOF = 'YES'.
           CLOSE TRAN-FILE.
           OPEN EXTEND TRAN-FILE.
           MOVE SAVE-TRAN-REC TO TRAN-REC.
           MOVE 'N0' TO EOF.
           OPEN INPUT COLL-IN.
           IF COLL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ COLL-IN AT END MOVE 'YES' TO EOF
               PERFORM APPLY-COLL-RTN UNTIL EOF = 'YES'
               CLOSE COLL-IN
           END-IF.
           MOVE 'N0' TO EOF.
           OPEN INPUT WROFF-FILE.
           IF WROFF-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ WROFF-FILE AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM APPLY-WROFF-RTN UNTIL EOF = 'YES'
               CLOSE WROFF-FILE
           END-IF.
           MOVE 1 TO OIT-SUB.
           PERFORM SUM-OPEN-RTN UNTIL OIT-SUB > OIT-CNT.
       LOAD-OPEN-INV-RTN.
           IF TS-CUSTNO = CUST-EDIT-WS AND TS-TYPE NOT = 'C'
               AND TS-TYPE NOT = 'V' AND TS-TYPE NOT = 'X'
               AND OIT-CNT < 500
               ADD 1 TO OIT-CNT
               MOVE TS-INVNO TO OIT-INVNO (OIT-CNT)
               MOVE TS-AMOUNT TO OIT-OPEN (OIT-CNT)
           END-IF.
           READ TRAN-FILE AT END MOVE 'YES' TO EOF.
       APPLY-COLL-RTN.
           MOVE 1 TO OIT-SUB.
           PERFORM APPLY-COLL-COMP UNTIL OIT-SUB > OIT-CNT.
           READ COLL-IN AT END MOVE 'YES' TO EOF.
       APPLY-COLL-COMP.
           IF OIT-INVNO (OIT-SUB) = CL-INVNO
               SUBTRACT CL-AMOUNT FROM OIT-OPEN (OIT-SUB)
               MOVE OIT-CNT TO OIT-SUB
           END-IF.
           ADD 1 TO OIT-SUB.
      *  A WRITE-OFF TAKES THE INVOICE OFF THE BOOKS; A RECOVERY
      *  PUTS BACK WHAT ITS COLLECTION THEN TAKES OFF AGAIN.
       APPLY-WROFF-RTN.
           MOVE 1 TO OIT-SUB.
           PERFORM APPLY-WROFF-COMP UNTIL OIT-SUB > OIT-CNT.
           READ WROFF-FILE AT END MOVE 'YES' TO EOF.
       APPLY-WROFF-COMP.
           IF OIT-INVNO (OIT-SUB) = WO-INVNO
               IF WO-TYPE = 'R'
                   ADD WO-AMOUNT TO OIT-OPEN (OIT-SUB)
               ELSE
                   SUBTRACT WO-AMOUNT FROM OIT-OPEN (OIT-SUB)
               END-IF
               MOVE OIT-CNT TO OIT-SUB
           END-IF.
           ADD 1 TO OIT-SUB.
       SUM-OPEN-RTN.
           IF OIT-OPEN (OIT-SUB) > 0
               ADD OIT-OPEN (OIT-SUB) TO OPEN-BAL
           END-IF.
           ADD 1 TO OIT-SUB.
      *  ASK FOR A SUPERVISOR OVERRIDE. AN S-LEVEL OPERATOR AT THE
      *  KEYBOARD MAY AUTHORIZE IT DIRECTLY; ANYONE ELSE NEEDS A
      *  SUPERVISOR TO SIGN IN ON THE SPOT. THE AUDIT RECORD CARRIES
      *  THE AUTHORIZING SUPERVISOR AND THE INVOICE NUMBER, AND IS
      *  WRITTEN ONCE THE NUMBER IS ISSUED.
       CREDIT-OVERRIDE-RTN.
           DISPLAY 'SUPERVISOR OVERRIDE (Y/N)? '.
           ACCEPT OVERRIDE-ANSWER.
           IF OVERRIDE-ANSWER = 'Y'
               PERFORM SUPV-AUTH-RTN
               IF SUPV-OK = 'YES'
                   MOVE 'YES' TO CREDIT-OK
                   DISPLAY 'OVERRIDE ACCEPTED.'
               ELSE
                   DISPLAY 'SUPERVISOR NOT AUTHORIZED - NO OVERRIDE.'
               END-IF
           END-IF.
       SUPV-AUTH-RTN.
           MOVE 'NO' TO SUPV-OK.
           IF OPER-LEVEL-WS = 'S'
               MOVE 'YES' TO SUPV-OK
               MOVE OPER-ID-WS TO SUPV-ID-WS
           ELSE
               DISPLAY 'SUPERVISOR ID: '
               ACCEPT SUPV-ID-WS
               DISPLAY 'SUPERVISOR PASSWORD: '
               ACCEPT SUPV-PW-WS
               MOVE 'NO' TO OPER-EOF
               OPEN INPUT OPER-FILE
               IF OPER-STATUS = '35'
                   MOVE 'YES' TO OPER-EOF
               ELSE
                   READ OPER-FILE
                       AT END MOVE 'YES' TO OPER-EOF
                   END-READ
                   PERFORM SUPV-MATCH-RTN UNTIL OPER-EOF = 'YES'
                   CLOSE OPER-FILE
               END-IF
           END-IF.
       SUPV-MATCH-RTN.
           IF OP-ID = SUPV-ID-WS
               IF OP-PASSWORD = SUPV-PW-WS AND OP-STATUS = 'A'
                   AND OP-LEVEL = 'S'
                   MOVE 'YES' TO SUPV-OK
               END-IF
               MOVE 'YES' TO OPER-EOF
           ELSE
               READ OPER-FILE AT END MOVE 'YES' TO OPER-EOF
           END-IF.
      *  VOID AN INVOICE OR CREDIT MEMO. IT STAYS ON SALESTRN.TXT
      *  UNDER ITS NUMBER, RETYPED V (INVOICE) OR X (CREDIT MEMO), SO
      *  THE SERIES STAYS UNBROKEN WHILE SALES-AGG, AR-AGING, AND THE
      *  COMMISSION RUNS PASS IT BY; STOCK-POST PUTS ITS LINE ITEMS
      *  BACK. A DOCUMENT WITH COLLECTIONS POSTED AGAINST IT, OR
      *  DATED IN A CLOSED PERIOD, CANNOT BE VOIDED - A CREDIT MEMO
      *  IN THE OPEN PERIOD REVERSES IT INSTEAD. EVERY VOID GOES TO
      *  INVVOID.TXT WITH ITS REASON AND TO TRNAUDIT.TXT.
       VOID-RTN.
           DISPLAY 'ENTER INVOICE NUMBER TO VOID: '.
           ACCEPT KEY-INVNO.
           MOVE 'NO' TO VOID-OK-SW.
           PERFORM FIND-INV-RTN.
           IF FOUND-SW = 'NO'
               DISPLAY 'INVOICE NOT ON FILE - NOTHING VOIDED.'
           ELSE
               IF TS-TYPE = 'V' OR TS-TYPE = 'X'
                   DISPLAY 'INVOICE IS ALREADY VOID.'
               ELSE
                   PERFORM CHECK-VOID-RTN
               END-IF
           END-IF.
           IF VOID-OK-SW = 'YES'
               PERFORM VOID-COMP
           END-IF.
       CHECK-VOID-RTN.
           MOVE TS-DATE TO DATE-EDIT-WS.
           MOVE DATE-EDIT-WS (1:6) TO CHK-PERIOD-WS.
           PERFORM CHECK-PERIOD-RTN.
           PERFORM CHECK-COLL-RTN.
           IF PERIOD-CLOSED-SW = 'YES'
               DISPLAY 'PERIOD ' CHK-PERIOD-WS ' IS CLOSED - VOID '
                   'REJECTED. ISSUE A CREDIT MEMO INSTEAD.'
           ELSE
               IF COLL-FOUND-SW = 'YES'
                   DISPLAY 'COLLECTIONS ARE POSTED AGAINST THIS '
                       'INVOICE - VOID REJECTED.'
               ELSE
                   MOVE 'YES' TO VOID-OK-SW
               END-IF
           END-IF.
      *  SHOW THE DOCUMENT, TAKE THE REASON, AND CONFIRM.
       VOID-COMP.
           DISPLAY 'INVOICE NUMBER: ' TS-INVNO.
           DISPLAY 'DATE:           ' TS-DATE.
           DISPLAY 'CUSTOMER:       ' TS-CUSTNO.
           DISPLAY 'AMOUNT:         ' TS-AMOUNT.
           MOVE TS-TYPE TO VOID-ORIG-TYPE.
           IF VOID-ORIG-TYPE = SPACE
               MOVE 'I' TO VOID-ORIG-TYPE
           END-IF.
           MOVE SPACES TO VOID-REASON.
           PERFORM GET-VOID-REASON-RTN UNTIL VOID-REASON NOT = SPACES.
           DISPLAY 'VOID THIS INVOICE (Y/N)? '.
           ACCEPT VOID-ANSWER.
           IF VOID-ANSWER = 'Y'
               PERFORM MARK-VOID-RTN
               ACCEPT TODAY-WS FROM DATE YYYYMMDD
               MOVE KEY-INVNO TO IV-INVNO
               MOVE TODAY-WS TO IV-DATE
               ACCEPT IV-TIME FROM TIME
               MOVE OPER-ID-WS TO IV-OPER
               MOVE VOID-REASON TO IV-REASON
               MOVE VOID-ORIG-TYPE TO IV-ORIG-TYPE
               OPEN EXTEND INVVOID-FILE
               IF INVVOID-STATUS = '35'
                   OPEN OUTPUT INVVOID-FILE
               END-IF
               WRITE INVVOID-REC
               CLOSE INVVOID-FILE
               MOVE 'VOID  ' TO AU-ACTION
               MOVE KEY-INVNO TO AU-KEY
               PERFORM WRITE-AUDIT-RTN
               DISPLAY 'INVOICE ' KEY-INVNO ' VOIDED.'
               DISPLAY 'ITS LINE ITEMS RETURN TO STOCK AT THE NEXT '
                   'STOCK POSTING.'
           ELSE
               DISPLAY 'NOTHING VOIDED.'
           END-IF.
      *  THE REASON MUST BE ON THE SHARED VOID REASON TABLE.
       GET-VOID-REASON-RTN.
           DISPLAY 'ENTER VOID REASON CODE: '.
           ACCEPT RSN-EDIT-WS.
           MOVE 1 TO VRSN-IDX.
           PERFORM FIND-VRSN-RTN UNTIL VRSN-IDX > VRSN-TAB-MAX
                   OR RSN-EDIT-WS = VRSN-CODE (VRSN-IDX).
           IF VRSN-IDX > VRSN-TAB-MAX OR RSN-EDIT-WS = SPACES
               DISPLAY 'REASON CODE NOT ON THE TABLE - TRY AGAIN.'
           ELSE
               MOVE RSN-EDIT-WS TO VOID-REASON
               DISPLAY VRSN-NAME (VRSN-IDX)
           END-IF.
       FIND-VRSN-RTN.
           ADD 1 TO VRSN-IDX.
      *  FIND KEY-INVNO ON SALESTRN.TXT, LEAVING IT IN TRAN-REC.
       FIND-INV-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT TRAN-FILE.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ TRAN-FILE AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM FIND-INV-COMP
                   UNTIL EOF = 'YES' OR FOUND-SW = 'YES'
               CLOSE TRAN-FILE
           END-IF.
      *  ONLY THE RUN COMPANY'S INVOICES CAN BE VOIDED OR WRITTEN OFF.
       FIND-INV-COMP.
           IF TS-INVNO = KEY-INVNO
               AND (TS-CO = RUN-CO-WS
                   OR (TS-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
           ELSE
               READ TRAN-FILE AT END MOVE 'YES' TO EOF
           END-IF.
      *  ANY COLLECTION POSTED AGAINST KEY-INVNO?
       CHECK-COLL-RTN.
           MOVE 'NO' TO COLL-FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT COLL-IN.
           IF COLL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ COLL-IN AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM CHECK-COLL-COMP
                   UNTIL EOF = 'YES' OR COLL-FOUND-SW = 'YES'
               CLOSE COLL-IN
           END-IF.
       CHECK-COLL-COMP.
           IF CL-INVNO = KEY-INVNO
               MOVE 'YES' TO COLL-FOUND-SW
           ELSE
               READ COLL-IN AT END MOVE 'YES' TO EOF
           END-IF.
      *  RETYPE THE DOCUMENT THROUGH THE SCRATCH COPY, THEN COPY IT
      *  BACK OVER SALESTRN.TXT. ONLY THE FIRST RECORD UNDER THE
      *  NUMBER - THE ONE SHOWN - IS TOUCHED.
       MARK-VOID-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT TRAN-FILE
               OUTPUT TRAN-SCRATCH.
           READ TRAN-FILE AT END MOVE 'YES' TO EOF
           END-READ.
           PERFORM MARK-VOID-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE TRAN-FILE, TRAN-SCRATCH.
           MOVE 'N0' TO EOF.
           OPEN INPUT TRAN-SCRATCH
               OUTPUT TRAN-FILE.
           READ TRAN-SCRATCH AT END MOVE 'YES' TO EOF
           END-READ.
           PERFORM SWAP-TRAN-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE TRAN-SCRATCH, TRAN-FILE.
       MARK-VOID-COPY-RTN.
           IF TS-INVNO = KEY-INVNO AND FOUND-SW = 'NO'
               MOVE 'YES' TO FOUND-SW
               IF VOID-ORIG-TYPE = 'C'
                   MOVE 'X' TO TS-TYPE
               ELSE
                   MOVE 'V' TO TS-TYPE
               END-IF
           END-IF.
           MOVE TRAN-REC TO TRAN-REC2.
           WRITE TRAN-REC2.
           READ TRAN-FILE AT END MOVE 'YES' TO EOF.
       SWAP-TRAN-COPY-RTN.
           MOVE TRAN-REC2 TO TRAN-REC.
           WRITE TRAN-REC.
           READ TRAN-SCRATCH AT END MOVE 'YES' TO EOF.
      *  WRITE OFF AN UNCOLLECTIBLE INVOICE. WHATEVER IS STILL OPEN
      *  ON IT (AMOUNT LESS COLLECTIONS) COMES OFF THE BOOKS:
      *  WRITEOFF.TXT CARRIES THE REASON AND THE APPROVING
      *  SUPERVISOR, AR-AGING AND ITS DUNNING LETTERS STOP CARRYING
      *  THE INVOICE, AND THE GL IS CHARGED - DEBIT THE ALLOWANCE FOR
      *  DOUBTFUL ACCOUNTS, CREDIT TRADE RECEIVABLES. EVERY WRITE-OFF
      *  NEEDS A SUPERVISOR, AND IS DATED TODAY, SO TODAY'S PERIOD
      *  MUST BE OPEN. A LATER COLLECTION ON THE INVOICE IS TAKEN BY
      *  COLLECT-POST AS A RECOVERY.
       WROFF-RTN.
           DISPLAY 'ENTER INVOICE NUMBER TO WRITE OFF: '.
           ACCEPT KEY-INVNO.
           MOVE 'NO' TO WROFF-OK-SW.
           PERFORM FIND-INV-RTN.
           IF FOUND-SW = 'NO'
               DISPLAY 'INVOICE NOT ON FILE - NOTHING WRITTEN OFF.'
           ELSE
               IF TS-TYPE NOT = 'I' AND TS-TYPE NOT = SPACE
                   DISPLAY 'ONLY AN INVOICE CAN BE WRITTEN OFF - NOT '
                       'A CREDIT MEMO OR A VOID.'
               ELSE
                   MOVE TS-CUSTNO TO WROFF-CUSTNO
                   MOVE TS-DATE TO WROFF-INV-DATE
                   MOVE TS-AMOUNT TO WROFF-INV-AMT
                   PERFORM CHECK-WROFF-RTN
               END-IF
           END-IF.
           IF WROFF-OK-SW = 'YES'
               PERFORM WROFF-COMP
           END-IF.
       CHECK-WROFF-RTN.
           ACCEPT TODAY-WS FROM DATE YYYYMMDD.
           MOVE TODAY-WS TO DATE-EDIT-WS.
           MOVE DATE-EDIT-WS (1:6) TO CHK-PERIOD-WS.
           PERFORM CHECK-PERIOD-RTN.
           PERFORM SUM-INV-COLL-RTN.
           PERFORM CHECK-PRIOR-WROFF-RTN.
           COMPUTE WROFF-AMT = WROFF-INV-AMT - WROFF-COLLECTED.
           IF PERIOD-CLOSED-SW = 'YES'
               DISPLAY 'PERIOD ' CHK-PERIOD-WS ' IS CLOSED - '
                   'WRITE-OFF REJECTED.'
           ELSE
               IF WROFF-FOUND-SW = 'YES'
                   DISPLAY 'INVOICE IS ALREADY WRITTEN OFF.'
               ELSE
                   IF WROFF-AMT NOT > 0
                       DISPLAY 'INVOICE IS FULLY COLLECTED - NOTHING '
                           'TO WRITE OFF.'
                   ELSE
                       MOVE 'YES' TO WROFF-OK-SW
                   END-IF
               END-IF
           END-IF.
      *  SHOW THE INVOICE AND WHAT IS LEFT OPEN ON IT, TAKE THE
      *  REASON, CONFIRM, AND GET THE SUPERVISOR'S APPROVAL.
       WROFF-COMP.
           MOVE TODAY-WS TO TODAY-SPLIT-WS.
           COMPUTE WROFF-AGE =
               ((TDY-YYYY * 360) + (TDY-MM * 30) + TDY-DD)
               - ((WOI-YYYY * 360) + (WOI-MM * 30) + WOI-DD).
           DISPLAY 'INVOICE NUMBER: ' KEY-INVNO.
           DISPLAY 'DATE:           ' WROFF-INV-DATE.
           DISPLAY 'CUSTOMER:       ' WROFF-CUSTNO.
           MOVE WROFF-INV-AMT TO WROFF-AMT-ED.
           DISPLAY 'AMOUNT:         ' WROFF-AMT-ED.
           MOVE WROFF-COLLECTED TO WROFF-AMT-ED.
           DISPLAY 'COLLECTED:      ' WROFF-AMT-ED.
           MOVE WROFF-AMT TO WROFF-AMT-ED.
           DISPLAY 'TO WRITE OFF:   ' WROFF-AMT-ED.
           MOVE WROFF-AGE TO WROFF-AGE-ED.
           DISPLAY 'DAYS OUTSTANDING:' WROFF-AGE-ED.
           MOVE SPACES TO WROFF-REASON.
           PERFORM GET-WROFF-REASON-RTN
               UNTIL WROFF-REASON NOT = SPACES.
           DISPLAY 'WRITE OFF THIS INVOICE (Y/N)? '.
           ACCEPT VOID-ANSWER.
           IF VOID-ANSWER = 'Y'
               DISPLAY 'A WRITE-OFF NEEDS SUPERVISOR APPROVAL.'
               PERFORM SUPV-AUTH-RTN
               IF SUPV-OK = 'YES'
                   PERFORM POST-WROFF-RTN
               ELSE
                   DISPLAY 'SUPERVISOR NOT AUTHORIZED - NOTHING '
                       'WRITTEN OFF.'
               END-IF
           ELSE
               DISPLAY 'NOTHING WRITTEN OFF.'
           END-IF.
      *  RECORD THE WRITE-OFF, LOG IT AGAINST THE APPROVING
      *  SUPERVISOR, AND CHARGE THE GL.
       POST-WROFF-RTN.
           MOVE KEY-INVNO TO WO-INVNO.
           MOVE WROFF-CUSTNO TO WO-CUSTNO.
           MOVE 'W' TO WO-TYPE.
           MOVE TODAY-WS TO WO-DATE.
           MOVE WROFF-AMT TO WO-AMOUNT.
           MOVE WROFF-REASON TO WO-REASON.
           MOVE OPER-ID-WS TO WO-OPER.
           MOVE SUPV-ID-WS TO WO-APPROVER.
           MOVE SPACES TO WO-ORNO.
           OPEN EXTEND WROFF-FILE.
           IF WROFF-STATUS = '35'
               OPEN OUTPUT WROFF-FILE
           END-IF.
           WRITE WROFF-REC.
           CLOSE WROFF-FILE.
           MOVE 'WROFF ' TO AU-ACTION.
           MOVE KEY-INVNO TO AU-KEY.
           PERFORM WRITE-SUPV-AUDIT-RTN.
           PERFORM WRITE-WROFF-GL-RTN.
           DISPLAY 'INVOICE ' KEY-INVNO ' WRITTEN OFF.'.
      *  THE REASON MUST BE ON THE SHARED WRITE-OFF REASON TABLE.
       GET-WROFF-REASON-RTN.
           DISPLAY 'ENTER WRITE-OFF REASON CODE: '.
           ACCEPT RSN-EDIT-WS.
           MOVE 1 TO WRSN-IDX.
           PERFORM FIND-WRSN-RTN UNTIL WRSN-IDX > WRSN-TAB-MAX
                   OR RSN-EDIT-WS = WRSN-CODE (WRSN-IDX).
           IF WRSN-IDX > WRSN-TAB-MAX OR RSN-EDIT-WS = SPACES
               DISPLAY 'REASON CODE NOT ON THE TABLE - TRY AGAIN.'
           ELSE
               MOVE RSN-EDIT-WS TO WROFF-REASON
               DISPLAY WRSN-NAME (WRSN-IDX)
           END-IF.
       FIND-WRSN-RTN.
           ADD 1 TO WRSN-IDX.
      *  TOTAL THE COLLECTIONS POSTED AGAINST KEY-INVNO.
       SUM-INV-COLL-RTN.
           MOVE 0 TO WROFF-COLLECTED.
           MOVE 'N0' TO EOF.
           OPEN INPUT COLL-IN.
           IF COLL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ COLL-IN AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SUM-INV-COLL-COMP UNTIL EOF = 'YES'
               CLOSE COLL-IN
           END-IF.
       SUM-INV-COLL-COMP.
           IF CL-INVNO = KEY-INVNO
               ADD CL-AMOUNT TO WROFF-COLLECTED
           END-IF.
           READ COLL-IN AT END MOVE 'YES' TO EOF.
      *  HAS KEY-INVNO BEEN WRITTEN OFF ALREADY?
       CHECK-PRIOR-WROFF-RTN.
           MOVE 'NO' TO WROFF-FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT WROFF-FILE.
           IF WROFF-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ WROFF-FILE AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM CHECK-PRIOR-WROFF-COMP
                   UNTIL EOF = 'YES' OR WROFF-FOUND-SW = 'YES'
               CLOSE WROFF-FILE
           END-IF.
       CHECK-PRIOR-WROFF-COMP.
           IF WO-INVNO = KEY-INVNO AND WO-TYPE = 'W'
               MOVE 'YES' TO WROFF-FOUND-SW
           ELSE
               READ WROFF-FILE AT END MOVE 'YES' TO EOF
           END-IF.
      *  THE GL POSTING: DEBIT THE ALLOWANCE FOR DOUBTFUL ACCOUNTS,
      *  CREDIT TRADE RECEIVABLES, BOTH FOR THE AMOUNT WRITTEN OFF.
       WRITE-WROFF-GL-RTN.
           PERFORM LOAD-GLMAP-RTN.
           OPEN EXTEND GLPOST-OUT.
           IF GLPOST-STATUS = '35'
               OPEN OUTPUT GLPOST-OUT
           END-IF.
           MOVE 'ALLOWD' TO GL-SOURCE-WS.
           MOVE WO-AMOUNT TO GL-AMOUNT.
           MOVE 'D' TO GL-DRCR.
           PERFORM POST-GL-RTN.
           MOVE 'TRADAR' TO GL-SOURCE-WS.
           MOVE WO-AMOUNT TO GL-AMOUNT.
           MOVE 'C' TO GL-DRCR.
           PERFORM POST-GL-RTN.
           CLOSE GLPOST-OUT.
      *  ONE JOURNAL LINE - SOURCE CODE, AMOUNT, AND SIDE ARE LEFT
      *  IN PLACE BY THE CALLER.
       POST-GL-RTN.
           PERFORM LOOKUP-GLACCT-RTN.
           MOVE TODAY-WS TO GL-DATE.
           MOVE 'INV-ENTRY      ' TO GL-SOURCE.
           MOVE GL-ACCT-WS TO GL-ACCT.
           MOVE RUN-CO-WS TO GL-CO.
           WRITE GLPOST-REC.
           MOVE GL-AMOUNT TO WROFF-AMT-ED.
           DISPLAY 'GL ' GL-ACCT ' ' GL-DRCR ' ' WROFF-AMT-ED.
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
           OPEN INPUT TRAN-FILE.
               CLOSE TRAN-FILE
           END-IF.
       VIEW-COMP.
           IF TS-CO = RUN-CO-WS
               OR (TS-CO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               PERFORM VIEW-ONE-RTN
           END-IF.
           READ TRAN-FILE AT END MOVE 'YES' TO EOF.
       VIEW-ONE-RTN.
           DISPLAY 'INVOICE NUMBER: ' TS-INVNO.
           DISPLAY 'DATE:           ' TS-DATE.
           DISPLAY 'SALESMAN/AREA:  ' TS-SALESNUM ' / ' TS-ARCODE.
           DISPLAY 'CUSTOMER:       ' TS-CUSTNO.
           DISPLAY 'AMOUNT:         ' TS-AMOUNT.
           PERFORM SHOW-VAT-RTN.
           IF TS-TYPE = 'V' OR TS-TYPE = 'X'
               DISPLAY '*** VOID ***'
           END-IF.
           DISPLAY ' '.
      *  APPEND ONE AUDIT RECORD STAMPED WITH THE OPERATOR FOR THE
      *  INVOICE JUST KEYED. A MISSING TRNAUDIT.TXT IS CREATED FRESH.
       WRITE-AUDIT-RTN.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           MOVE OPER-ID-WS TO AU-OPER.
           PERFORM APPEND-AUDIT-RTN.
      *  THE SAME, STAMPED WITH THE AUTHORIZING SUPERVISOR INSTEAD.
       WRITE-SUPV-AUDIT-RTN.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           MOVE SUPV-ID-WS TO AU-OPER.
           PERFORM APPEND-AUDIT-RTN.
       APPEND-AUDIT-RTN.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
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
