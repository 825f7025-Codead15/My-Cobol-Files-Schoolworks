       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-RCPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  STOCK RECEIPTS - ONE RECORD PER PRODUCT RECEIVED INTO THE
      *  WAREHOUSE, KEYED FROM THE RECEIVING REPORT. STOCK-POST ADDS
      *  EACH UNPOSTED RECEIPT TO THE PRODUCT'S ON-HAND BALANCE AND
      *  MARKS IT POSTED.
           SELECT RCPT-FILE ASSIGN TO "STKRCPT.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCPT-STATUS.
      *  THE PRODUCT MASTER KEPT BY PROD-MAINT - A RECEIPT MUST NAME
      *  A REAL PRODUCT.
           SELECT PROD-IN ASSIGN TO "PRODMAST.TXT"
               FILE STATUS IS PROD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RCPT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RCPT-REC.
       01 RCPT-REC.
           05 RV-REF PIC X(8).
           05 RV-DATE PIC 9(8).
           05 RV-PRODCODE PIC X(8).
           05 RV-QTY PIC 9(5).
      *  'Y' ONCE STOCK-POST HAS ADDED THE RECEIPT TO ON HAND.
           05 RV-POSTED PIC X(1).
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
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 RCPT-STATUS PIC XX.
       01 PROD-STATUS PIC XX.
      *  ENTRY VALIDATION - SAME EDIT-FIELD IDIOM AS PROD-MAINT.
       01 DATE-EDIT-WS PIC X(8).
       01 PROD-EDIT-WS PIC X(8).
       01 QTY-EDIT-WS PIC X(5).
       01 QTY-EDIT-9 REDEFINES QTY-EDIT-WS PIC 9(5).
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING STOCK RECEIPTS ENTRY.'.
           STOP RUN.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'STOCK RECEIPTS ENTRY'.
           DISPLAY '  (E)NTER RECEIPTS'.
           DISPLAY '  (V)IEW ALL RECEIPTS'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'E' PERFORM ENTER-RTN
               WHEN 'V' PERFORM VIEW-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  ENTER RECEIPTS - MODELED ON PROD-MAINT'S ADD-RTN. A MISSING
      *  STKRCPT.TXT (STATUS 35) IS CREATED FRESH.
       ENTER-RTN.
           MOVE 'Y' TO ANSWER.
           OPEN EXTEND RCPT-FILE.
           IF RCPT-STATUS = '35'
               OPEN OUTPUT RCPT-FILE
           END-IF.
           PERFORM ENTER-ENTRY-RTN UNTIL ANSWER = 'N'.
           CLOSE RCPT-FILE.
       ENTER-ENTRY-RTN.
           MOVE SPACES TO RV-REF.
           PERFORM GET-REF-RTN UNTIL RV-REF NOT = SPACES.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-DATE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-PROD-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-QTY-RTN UNTIL VALID-SW = 'YES'.
           MOVE SPACE TO RV-POSTED.
           WRITE RCPT-REC.
           DISPLAY 'RECEIPT RECORDED.'.
           DISPLAY 'ENTER ANOTHER RECEIPT (Y/N)? '.
           ACCEPT ANSWER.
       GET-REF-RTN.
           DISPLAY 'ENTER RECEIVING REPORT NUMBER: '.
           ACCEPT RV-REF.
           IF RV-REF = SPACES
               DISPLAY 'REFERENCE CANNOT BE BLANK - TRY AGAIN.'
           END-IF.
       GET-DATE-RTN.
           DISPLAY 'ENTER DATE RECEIVED (YYYYMMDD): '.
           ACCEPT DATE-EDIT-WS.
           IF DATE-EDIT-WS IS NUMERIC
               MOVE 'YES' TO VALID-SW
               MOVE DATE-EDIT-WS TO RV-DATE
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  THE PRODUCT MUST BE ON THE MASTER.
       GET-PROD-RTN.
           DISPLAY 'ENTER PRODUCT CODE: '.
           ACCEPT PROD-EDIT-WS.
           PERFORM CHECK-PROD-RTN.
           IF FOUND-SW = 'YES'
               MOVE 'YES' TO VALID-SW
               MOVE PROD-EDIT-WS TO RV-PRODCODE
           ELSE
               DISPLAY 'PRODUCT NOT ON THE MASTER - TRY AGAIN.'
           END-IF.
       CHECK-PROD-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT PROD-IN.
           IF PROD-STATUS = '35'
               DISPLAY 'NO PRODUCT MASTER ON FILE - SEE SUPERVISOR.'
               MOVE 'YES' TO EOF
           ELSE
               READ PROD-IN AT END MOVE 'YES' TO EOF
               PERFORM CHECK-PROD-COMP
                   UNTIL EOF = 'YES' OR FOUND-SW = 'YES'
               CLOSE PROD-IN
           END-IF.
       CHECK-PROD-COMP.
           IF PR-CODE = PROD-EDIT-WS
               MOVE 'YES' TO FOUND-SW
           ELSE
               READ PROD-IN AT END MOVE 'YES' TO EOF
           END-IF.
      *  A RECEIPT OF NOTHING IS NOT A RECEIPT.
       GET-QTY-RTN.
           DISPLAY 'ENTER QUANTITY RECEIVED (5 DIGITS): '.
           ACCEPT QTY-EDIT-WS.
           IF QTY-EDIT-WS IS NUMERIC
               IF QTY-EDIT-9 = 0
                   DISPLAY 'QUANTITY CANNOT BE ZERO - TRY AGAIN.'
               ELSE
                   MOVE 'YES' TO VALID-SW
                   MOVE QTY-EDIT-9 TO RV-QTY
               END-IF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
       VIEW-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT RCPT-FILE.
           IF RCPT-STATUS = '35'
               DISPLAY 'NO RECEIPTS ON FILE YET.'
           ELSE
               READ RCPT-FILE AT END MOVE 'YES' TO EOF
               PERFORM VIEW-COMP UNTIL EOF = 'YES'
               CLOSE RCPT-FILE
           END-IF.
       VIEW-COMP.
           DISPLAY 'RECEIVING REPORT: ' RV-REF.
           DISPLAY 'DATE RECEIVED:    ' RV-DATE.
           DISPLAY 'PRODUCT/QTY:      ' RV-PRODCODE ' / ' RV-QTY.
           IF RV-POSTED = 'Y'
               DISPLAY 'STATUS:           POSTED'
           ELSE
               DISPLAY 'STATUS:           AWAITING STOCK-POST'
           END-IF.
           DISPLAY ' '.
           READ RCPT-FILE AT END MOVE 'YES' TO EOF.
