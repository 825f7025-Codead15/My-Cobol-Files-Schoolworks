       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  THE PRODUCT MASTER - CODE, DESCRIPTION, LIST UNIT PRICE,
      *  QUANTITY ON HAND, AND REORDER POINT. INVOICE LINE ITEMS ON
      *  SALESITM.TXT REFERENCE THE PRODUCT BY CODE. THE ON-HAND
      *  QUANTITY IS MOVED ONLY BY STOCK-POST - RECEIPTS IN, POSTED
      *  INVOICE LINES OUT, CREDIT MEMO LINES BACK IN.
           SELECT PROD-FILE ASSIGN TO "PRODMAST.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-STATUS.
       FILE SECTION.
       FD PROD-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS PROD-REC.
       01 PROD-REC.
           05 PR-CODE PIC X(8).
           05 PR-DESC PIC X(25).
           05 PR-PRICE PIC 9(5)V99.
      *  ON HAND CARRIES A SEPARATE LEADING SIGN SO AN OVERSOLD ITEM
      *  SHOWS AS A READABLE NEGATIVE BALANCE ON THE STOCK REPORT.
           05 PR-ONHAND PIC S9(6) SIGN IS LEADING SEPARATE.
           05 PR-REORDER PIC 9(6).
       FD PROD-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS PROD-REC2.
       01 PROD-REC2.
           05 PR-CODE2 PIC X(8).
           05 PR-DESC2 PIC X(25).
           05 PR-PRICE2 PIC 9(5)V99.
           05 PR-ONHAND2 PIC S9(6) SIGN IS LEADING SEPARATE.
           05 PR-REORDER2 PIC 9(6).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
      *  ENTRY VALIDATION - SAME EDIT-FIELD IDIOM AS SALESMAN-TXT.
       01 PRICE-EDIT-WS PIC X(7).
       01 PRICE-EDIT-9 REDEFINES PRICE-EDIT-WS PIC 9(5)V99.
       01 REORDER-EDIT-WS PIC X(6).
       01 REORDER-EDIT-9 REDEFINES REORDER-EDIT-WS PIC 9(6).
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
           ACCEPT PR-DESC.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-PRICE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-REORDER-RTN UNTIL VALID-SW = 'YES'.
      *  A NEW PRODUCT STARTS WITH NOTHING ON HAND - STOCK COMES IN
      *  ONLY THROUGH A RECEIPT POSTED BY STOCK-POST.
           MOVE 0 TO PR-ONHAND.
           WRITE PROD-REC.
           DISPLAY 'PRODUCT ADDED.'.
           DISPLAY 'ADD ANOTHER PRODUCT (Y/N)? '.
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  THE REORDER POINT - THE STOCK STATUS REPORT FLAGS THE ITEM
      *  ONCE ON HAND FALLS TO OR BELOW IT.
       GET-REORDER-RTN.
           DISPLAY 'ENTER REORDER POINT (6 DIGITS): '.
           ACCEPT REORDER-EDIT-WS.
           IF REORDER-EDIT-WS IS NUMERIC
               MOVE 'YES' TO VALID-SW
               MOVE REORDER-EDIT-9 TO PR-REORDER
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  CHANGE AN EXISTING PRODUCT BY CODE. THE ON-HAND QUANTITY IS
      *  NOT KEYED HERE - IT MOVES ONLY THROUGH POSTED TRANSACTIONS.
       CHANGE-RTN.
           DISPLAY 'ENTER PRODUCT CODE TO CHANGE: '.
           ACCEPT KEY-CODE.
               ACCEPT PR-DESC
               MOVE 'NO' TO VALID-SW
               PERFORM GET-PRICE-RTN UNTIL VALID-SW = 'YES'
               MOVE 'NO' TO VALID-SW
               PERFORM GET-REORDER-RTN UNTIL VALID-SW = 'YES'
           END-IF.
           MOVE PROD-REC TO PROD-REC2.
           WRITE PROD-REC2.
           READ PROD-FILE AT END MOVE 'YES' TO EOF.
      *  DELETE AN EXISTING PRODUCT BY CODE.
           IF PR-CODE = KEY-CODE
               MOVE 'YES' TO FOUND-SW
           ELSE
               MOVE PROD-REC TO PROD-REC2
               WRITE PROD-REC2
           END-IF.
           READ PROD-FILE AT END MOVE 'YES' TO EOF.
           DISPLAY 'PRODUCT CODE: ' PR-CODE.
           DISPLAY 'DESCRIPTION:  ' PR-DESC.
           DISPLAY 'UNIT PRICE:   ' PR-PRICE.
           DISPLAY 'ON HAND:      ' PR-ONHAND.
           DISPLAY 'REORDER PT:   ' PR-REORDER.
           DISPLAY ' '.
           READ PROD-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER PRODMAST.TXT SO THE MASTER
           PERFORM SWAP-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE PROD-SCRATCH, PROD-FILE.
       SWAP-COPY-RTN.
           MOVE PROD-REC2 TO PROD-REC.
           WRITE PROD-REC.
           READ PROD-SCRATCH AT END MOVE 'YES' TO EOF.
