       FILE-CONTROL.
      *  THE CUSTOMER MASTER - ONE ROW PER ACCOUNT. INVOICES ON
      *  SALESTRN.TXT REFERENCE THE CUSTOMER BY CODE, SO 'WHO ARE OUR
      *  TOP ACCOUNTS' FINALLY HAS AN ANSWER. THE CREDIT LIMIT AND
      *  HOLD FLAG ARE ENFORCED BY INV-ENTRY WHEN AN INVOICE IS KEYED.
           SELECT CUST-FILE ASSIGN TO "CUSTMAST.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUST-STATUS.
       FILE SECTION.
       FD CUST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS CUST-REC.
       01 CUST-REC.
           05 CM-CODE PIC X(6).
           05 CM-NAME PIC X(25).
           05 CM-ADDR PIC X(25).
      *  THE MOST THE CUSTOMER MAY OWE ON OPEN INVOICES; ZERO MEANS
      *  NO LIMIT HAS BEEN SET. 'Y' IN THE HOLD FLAG STOPS ALL NEW
      *  INVOICES UNTIL A SUPERVISOR OVERRIDES OR THE HOLD IS LIFTED.
           05 CM-CREDIT-LIMIT PIC 9(7)V99.
           05 CM-HOLD PIC X(1).
      *  V = VATABLE, E = VAT-EXEMPT, Z = ZERO-RATED. INV-ENTRY SPLITS
      *  EVERY INVOICE BY IT; BLANK ON OLD RECORDS MEANS VATABLE.
           05 CM-VAT-CLASS PIC X(1).
       FD CUST-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS CUST-REC2.
       01 CUST-REC2.
           05 CM-CODE2 PIC X(6).
           05 CM-NAME2 PIC X(25).
           05 CM-ADDR2 PIC X(25).
           05 CM-CREDIT-LIMIT2 PIC 9(7)V99.
           05 CM-HOLD2 PIC X(1).
           05 CM-VAT-CLASS2 PIC X(1).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 DUP-SW PIC X(3) VALUE 'NO'.
       01 CUST-STATUS PIC XX.
      *  ENTRY VALIDATION - SAME EDIT-FIELD IDIOM AS SALESMAN-TXT.
       01 LIMIT-EDIT-WS PIC X(9).
       01 LIMIT-EDIT-9 REDEFINES LIMIT-EDIT-WS PIC 9(7)V99.
       01 HOLD-EDIT-WS PIC X.
       01 VAT-EDIT-WS PIC X.
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
           ACCEPT CM-NAME.
           DISPLAY 'ENTER CUSTOMER ADDRESS: '.
           ACCEPT CM-ADDR.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-LIMIT-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-HOLD-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-VAT-CLASS-RTN UNTIL VALID-SW = 'YES'.
           WRITE CUST-REC.
           DISPLAY 'CUSTOMER ADDED.'.
           DISPLAY 'ADD ANOTHER CUSTOMER (Y/N)? '.
           ELSE
               READ CUST-FILE AT END MOVE 'YES' TO EOF
           END-IF.
      *  THE LIMIT IS KEYED AS NINE DIGITS, THE LAST TWO BEING
      *  CENTAVOS. ZERO LEAVES THE ACCOUNT WITHOUT A LIMIT.
       GET-LIMIT-RTN.
           DISPLAY 'ENTER CREDIT LIMIT (9 DIGITS, NO POINT, 0=NONE): '.
           ACCEPT LIMIT-EDIT-WS.
           IF LIMIT-EDIT-WS IS NUMERIC
               MOVE 'YES' TO VALID-SW
               MOVE LIMIT-EDIT-9 TO CM-CREDIT-LIMIT
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
       GET-HOLD-RTN.
           DISPLAY 'PLACE ACCOUNT ON CREDIT HOLD (Y/N)? '.
           ACCEPT HOLD-EDIT-WS.
           IF HOLD-EDIT-WS = 'Y' OR HOLD-EDIT-WS = 'N'
               MOVE 'YES' TO VALID-SW
               MOVE HOLD-EDIT-WS TO CM-HOLD
           ELSE
               DISPLAY 'ANSWER Y OR N - TRY AGAIN.'
           END-IF.
      *  THE VAT CLASSIFICATION DECIDES HOW INV-ENTRY SPLITS THE
      *  CUSTOMER'S INVOICES FOR THE OUTPUT VAT SUMMARY.
       GET-VAT-CLASS-RTN.
           DISPLAY 'ENTER VAT CLASS (V=VATABLE, E=EXEMPT, '
               'Z=ZERO-RATED): '.
           ACCEPT VAT-EDIT-WS.
           IF VAT-EDIT-WS = 'V' OR VAT-EDIT-WS = 'E'
               OR VAT-EDIT-WS = 'Z'
               MOVE 'YES' TO VALID-SW
               MOVE VAT-EDIT-WS TO CM-VAT-CLASS
           ELSE
               DISPLAY 'ANSWER V, E OR Z - TRY AGAIN.'
           END-IF.
      *  CHANGE AN EXISTING CUSTOMER BY CODE.
       CHANGE-RTN.
           DISPLAY 'ENTER CUSTOMER CODE TO CHANGE: '.
               ACCEPT CM-NAME
               DISPLAY 'ENTER NEW CUSTOMER ADDRESS: '
               ACCEPT CM-ADDR
               MOVE 'NO' TO VALID-SW
               PERFORM GET-LIMIT-RTN UNTIL VALID-SW = 'YES'
               MOVE 'NO' TO VALID-SW
               PERFORM GET-HOLD-RTN UNTIL VALID-SW = 'YES'
               MOVE 'NO' TO VALID-SW
               PERFORM GET-VAT-CLASS-RTN UNTIL VALID-SW = 'YES'
           END-IF.
           MOVE CUST-REC TO CUST-REC2.
           WRITE CUST-REC2.
           READ CUST-FILE AT END MOVE 'YES' TO EOF.
      *  DELETE AN EXISTING CUSTOMER BY CODE.
           IF CM-CODE = KEY-CODE
               MOVE 'YES' TO FOUND-SW
           ELSE
               MOVE CUST-REC TO CUST-REC2
               WRITE CUST-REC2
           END-IF.
           READ CUST-FILE AT END MOVE 'YES' TO EOF.
           DISPLAY 'CUSTOMER CODE: ' CM-CODE.
           DISPLAY 'NAME:          ' CM-NAME.
           DISPLAY 'ADDRESS:       ' CM-ADDR.
           DISPLAY 'CREDIT LIMIT:  ' CM-CREDIT-LIMIT.
           DISPLAY 'CREDIT HOLD:   ' CM-HOLD.
           DISPLAY 'VAT CLASS:     ' CM-VAT-CLASS.
           DISPLAY ' '.
           READ CUST-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER CUSTMAST.TXT SO THE MASTER
           PERFORM SWAP-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE CUST-SCRATCH, CUST-FILE.
       SWAP-COPY-RTN.
           MOVE CUST-REC2 TO CUST-REC.
           WRITE CUST-REC.
           READ CUST-SCRATCH AT END MOVE 'YES' TO EOF.
