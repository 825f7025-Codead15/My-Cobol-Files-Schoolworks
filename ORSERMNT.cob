       IDENTIFICATION DIVISION.
       PROGRAM-ID. OR-SERIES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  OFFICIAL RECEIPT BOOKLETS - ONE RECORD PER SERIES ISSUED TO A
      *  CASHIER. CASHIER-POST AND COLLECT-POST ACCEPT ONLY RECEIPT
      *  NUMBERS INSIDE A SERIES ISSUED TO THE CASHIER AT THE WINDOW,
      *  AND CASH-CLOSE LISTS THE GAPS IN EACH SERIES.
           SELECT SERIES-FILE ASSIGN TO "ORSERIES.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SERIES-STATUS.
      *  SPOILED OR CANCELLED RECEIPTS - A VOIDED NUMBER IS ACCOUNTED
      *  FOR AND CAN NEVER BE POSTED.
           SELECT VOID-FILE ASSIGN TO "ORVOID.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VOID-STATUS.
      *  THE CASH EACH CASHIER COUNTS AND DECLARES AT CLOSING - CASH-
      *  CLOSE RECONCILES IT AGAINST THE DAY'S RECEIPTS.
           SELECT CNT-FILE ASSIGN TO "CASHCNT.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CNT-STATUS.
      *  THE TWO FILES A RECEIPT NUMBER IS USED ON - A USED NUMBER
      *  CANNOT BE VOIDED.
           SELECT PAY-IN ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS PAY-STATUS.
           SELECT COLL-IN ASSIGN TO "COLLECTS.TXT"
               FILE STATUS IS COLL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SERIES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS SERIES-REC.
       01 SERIES-REC.
           05 OS-CASHIER PIC X(8).
      *  COMPANY PROFILE CODE THE BOOKLET IS PRINTED FOR - TRIS FOR
      *  THE SCHOOL CASHIER'S WINDOW, DEST FOR SALES COLLECTIONS.
           05 OS-CO PIC X(4).
           05 OS-FROM PIC 9(8).
           05 OS-TO PIC 9(8).
           05 OS-ISSUED PIC 9(8).
       FD VOID-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS VOID-REC.
       01 VOID-REC.
           05 OV-ORNO PIC X(8).
           05 OV-DATE PIC 9(8).
           05 OV-CASHIER PIC X(8).
           05 OV-REASON PIC X(20).
       FD CNT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS CNT-REC.
       01 CNT-REC.
           05 CC-DATE PIC 9(8).
           05 CC-CASHIER PIC X(8).
           05 CC-AMOUNT PIC 9(7)V99.
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
       FD COLL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS COLL-REC.
       01 COLL-REC.
           05 CL-INVNO PIC X(8).
           05 CL-DATE PIC 9(8).
           05 CL-ORNO PIC X(8).
           05 CL-AMOUNT PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 KEY-CASHIER PIC X(8).
       01 KEY-ORNO PIC X(8).
       01 KEY-ORNO-9 REDEFINES KEY-ORNO PIC 9(8).
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 USED-SW PIC X(3) VALUE 'NO'.
       01 OVERLAP-SW PIC X(3) VALUE 'NO'.
       01 SERIES-STATUS PIC XX.
       01 VOID-STATUS PIC XX.
       01 CNT-STATUS PIC XX.
       01 PAY-STATUS PIC XX.
       01 COLL-STATUS PIC XX.
      *  THE NEW BOOKLET, HELD WHILE IT IS CHECKED AGAINST EVERY
      *  SERIES ALREADY ISSUED.
       01 NEW-CASHIER PIC X(8).
       01 NEW-CO PIC X(4).
       01 NEW-FROM PIC 9(8).
       01 NEW-TO PIC 9(8).
       01 NEW-ISSUED PIC 9(8).
      *  ENTRY VALIDATION - SAME EDIT-FIELD IDIOM AS SALESMAN-TXT.
       01 DATE-EDIT-WS PIC X(8).
       01 NUM-EDIT-WS PIC X(8).
       01 NUM-EDIT-9 REDEFINES NUM-EDIT-WS PIC 9(8).
       01 AMT-EDIT-WS PIC X(9).
       01 AMT-EDIT-9 REDEFINES AMT-EDIT-WS PIC 9(7)V99.
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
      *  OFFICIAL RECEIPT SERIES CONTROL - ISSUE BOOKLETS TO
      *  CASHIERS, VOID SPOILED RECEIPTS, AND TAKE EACH CASHIER'S
      *  DECLARED CASH COUNT FOR THE DAILY CLOSING.
       MAIN-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING RECEIPT SERIES CONTROL.'.
           STOP RUN.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'OFFICIAL RECEIPT SERIES CONTROL'.
           DISPLAY '  (I)SSUE A RECEIPT BOOKLET'.
           DISPLAY '  (X) VOID A RECEIPT NUMBER'.
           DISPLAY '  (D)ECLARE A CASH COUNT'.
           DISPLAY '  (V)IEW ISSUED SERIES'.
           DISPLAY '  (L)IST VOIDED RECEIPTS'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'I' PERFORM ISSUE-RTN
               WHEN 'X' PERFORM VOID-RTN
               WHEN 'D' PERFORM DECLARE-RTN
               WHEN 'V' PERFORM VIEW-RTN
               WHEN 'L' PERFORM LIST-VOID-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  ISSUE A BOOKLET. THE RANGE MAY NOT OVERLAP ANY SERIES
      *  ALREADY ISSUED, TO THIS CASHIER OR ANY OTHER.
       ISSUE-RTN.
           MOVE SPACES TO NEW-CASHIER.
           PERFORM GET-NEW-CASHIER-RTN UNTIL NEW-CASHIER NOT = SPACES.
           MOVE SPACES TO NEW-CO.
           PERFORM GET-CO-RTN UNTIL NEW-CO NOT = SPACES.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-FROM-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-TO-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-ISSUED-RTN UNTIL VALID-SW = 'YES'.
           PERFORM CHECK-OVERLAP-RTN.
           IF OVERLAP-SW = 'YES'
               DISPLAY 'RANGE OVERLAPS A SERIES ALREADY ISSUED - '
                   'BOOKLET NOT RECORDED.'
           ELSE
               OPEN EXTEND SERIES-FILE
               IF SERIES-STATUS = '35'
                   OPEN OUTPUT SERIES-FILE
               END-IF
               MOVE NEW-CASHIER TO OS-CASHIER
               MOVE NEW-CO TO OS-CO
               MOVE NEW-FROM TO OS-FROM
               MOVE NEW-TO TO OS-TO
               MOVE NEW-ISSUED TO OS-ISSUED
               WRITE SERIES-REC
               CLOSE SERIES-FILE
               DISPLAY 'BOOKLET ISSUED.'
           END-IF.
       GET-NEW-CASHIER-RTN.
           DISPLAY 'ENTER CASHIER ID: '.
           ACCEPT NEW-CASHIER.
           IF NEW-CASHIER = SPACES
               DISPLAY 'CASHIER ID CANNOT BE BLANK - TRY AGAIN.'
           END-IF.
       GET-CO-RTN.
           DISPLAY 'ENTER COMPANY CODE (TRIS = SCHOOL CASHIER, '
               'DEST = SALES COLLECTIONS): '.
           ACCEPT NEW-CO.
           IF NEW-CO NOT = 'TRIS' AND NEW-CO NOT = 'DEST'
               DISPLAY 'COMPANY CODE MUST BE TRIS OR DEST - TRY AGAIN.'
               MOVE SPACES TO NEW-CO
           END-IF.
       GET-FROM-RTN.
           DISPLAY 'ENTER FIRST RECEIPT NUMBER (8 DIGITS): '.
           ACCEPT NUM-EDIT-WS.
           IF NUM-EDIT-WS IS NUMERIC
               MOVE 'YES' TO VALID-SW
               MOVE NUM-EDIT-9 TO NEW-FROM
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
       GET-TO-RTN.
           DISPLAY 'ENTER LAST RECEIPT NUMBER (8 DIGITS): '.
           ACCEPT NUM-EDIT-WS.
           IF NUM-EDIT-WS IS NUMERIC
               IF NUM-EDIT-9 < NEW-FROM
                   DISPLAY 'LAST NUMBER IS BEFORE THE FIRST - '
                       'TRY AGAIN.'
               ELSE
                   MOVE 'YES' TO VALID-SW
                   MOVE NUM-EDIT-9 TO NEW-TO
               END-IF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
       GET-ISSUED-RTN.
           DISPLAY 'ENTER DATE ISSUED (YYYYMMDD): '.
           ACCEPT DATE-EDIT-WS.
           IF DATE-EDIT-WS IS NUMERIC
               MOVE 'YES' TO VALID-SW
               MOVE DATE-EDIT-WS TO NEW-ISSUED
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
       CHECK-OVERLAP-RTN.
           MOVE 'NO' TO OVERLAP-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT SERIES-FILE.
           IF SERIES-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ SERIES-FILE AT END MOVE 'YES' TO EOF
               PERFORM CHECK-OVERLAP-COMP
                   UNTIL EOF = 'YES' OR OVERLAP-SW = 'YES'
               CLOSE SERIES-FILE
           END-IF.
       CHECK-OVERLAP-COMP.
           IF NEW-FROM NOT > OS-TO AND NEW-TO NOT < OS-FROM
               MOVE 'YES' TO OVERLAP-SW
           ELSE
               READ SERIES-FILE AT END MOVE 'YES' TO EOF
           END-IF.
      *  VOID A SPOILED RECEIPT. THE NUMBER MUST BE IN A SERIES
      *  ISSUED TO THE CASHIER AND NOT ALREADY POSTED OR VOIDED.
       VOID-RTN.
           MOVE SPACES TO KEY-CASHIER.
           PERFORM GET-CASHIER-RTN UNTIL KEY-CASHIER NOT = SPACES.
           MOVE SPACES TO KEY-ORNO.
           PERFORM GET-VOID-ORNO-RTN UNTIL KEY-ORNO NOT = SPACES.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-VOID-DATE-RTN UNTIL VALID-SW = 'YES'.
           DISPLAY 'ENTER REASON FOR VOIDING: '.
           ACCEPT OV-REASON.
           MOVE KEY-ORNO TO OV-ORNO.
           MOVE KEY-CASHIER TO OV-CASHIER.
           OPEN EXTEND VOID-FILE.
           IF VOID-STATUS = '35'
               OPEN OUTPUT VOID-FILE
           END-IF.
           WRITE VOID-REC.
           CLOSE VOID-FILE.
           DISPLAY 'RECEIPT ' KEY-ORNO ' VOIDED.'.
      *  THE CASHIER MUST HOLD AT LEAST ONE ISSUED SERIES.
       GET-CASHIER-RTN.
           DISPLAY 'ENTER CASHIER ID: '.
           ACCEPT KEY-CASHIER.
           IF KEY-CASHIER = SPACES
               DISPLAY 'CASHIER ID CANNOT BE BLANK - TRY AGAIN.'
           ELSE
               MOVE 0 TO KEY-ORNO-9
               PERFORM CHECK-SERIES-RTN
               IF FOUND-SW = 'NO'
                   DISPLAY 'NO BOOKLET ISSUED TO THAT CASHIER - '
                       'TRY AGAIN.'
                   MOVE SPACES TO KEY-CASHIER
               END-IF
           END-IF.
       GET-VOID-ORNO-RTN.
           DISPLAY 'ENTER RECEIPT NUMBER TO VOID (8 DIGITS): '.
           ACCEPT KEY-ORNO.
           IF KEY-ORNO IS NOT NUMERIC
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
               MOVE SPACES TO KEY-ORNO
           ELSE
               PERFORM CHECK-SERIES-RTN
               IF FOUND-SW = 'NO'
                   DISPLAY 'NOT IN A SERIES ISSUED TO THIS CASHIER - '
                       'TRY AGAIN.'
                   MOVE SPACES TO KEY-ORNO
               ELSE
                   PERFORM CHECK-USED-RTN
                   IF USED-SW = 'YES'
                       DISPLAY 'THAT RECEIPT IS ALREADY POSTED OR '
                           'VOIDED - TRY AGAIN.'
                       MOVE SPACES TO KEY-ORNO
                   END-IF
               END-IF
           END-IF.
       GET-VOID-DATE-RTN.
           DISPLAY 'ENTER DATE VOIDED (YYYYMMDD): '.
           ACCEPT DATE-EDIT-WS.
           IF DATE-EDIT-WS IS NUMERIC
               MOVE 'YES' TO VALID-SW
               MOVE DATE-EDIT-WS TO OV-DATE
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  FIND A SERIES ISSUED TO KEY-CASHIER. A ZERO KEY-ORNO-9 ASKS
      *  ONLY WHETHER THE CASHIER HOLDS ANY SERIES; OTHERWISE THE
      *  NUMBER MUST FALL INSIDE IT.
       CHECK-SERIES-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT SERIES-FILE.
           IF SERIES-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ SERIES-FILE AT END MOVE 'YES' TO EOF
               PERFORM CHECK-SERIES-COMP
                   UNTIL EOF = 'YES' OR FOUND-SW = 'YES'
               CLOSE SERIES-FILE
           END-IF.
       CHECK-SERIES-COMP.
           IF OS-CASHIER = KEY-CASHIER
               AND (KEY-ORNO-9 = 0
                    OR (KEY-ORNO-9 NOT < OS-FROM
                        AND KEY-ORNO-9 NOT > OS-TO))
               MOVE 'YES' TO FOUND-SW
           ELSE
               READ SERIES-FILE AT END MOVE 'YES' TO EOF
           END-IF.
      *  A NUMBER IS USED ONCE IT IS ON PAYMENTS.TXT, COLLECTS.TXT,
      *  OR ORVOID.TXT.
       CHECK-USED-RTN.
           MOVE 'NO' TO USED-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT PAY-IN.
           IF PAY-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAY-IN AT END MOVE 'YES' TO EOF
               PERFORM CHECK-USED-PAY-COMP
                   UNTIL EOF = 'YES' OR USED-SW = 'YES'
               CLOSE PAY-IN
           END-IF.
           MOVE 'N0' TO EOF.
           OPEN INPUT COLL-IN.
           IF COLL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ COLL-IN AT END MOVE 'YES' TO EOF
               PERFORM CHECK-USED-COLL-COMP
                   UNTIL EOF = 'YES' OR USED-SW = 'YES'
               CLOSE COLL-IN
           END-IF.
           MOVE 'N0' TO EOF.
           OPEN INPUT VOID-FILE.
           IF VOID-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ VOID-FILE AT END MOVE 'YES' TO EOF
               PERFORM CHECK-USED-VOID-COMP
                   UNTIL EOF = 'YES' OR USED-SW = 'YES'
               CLOSE VOID-FILE
           END-IF.
       CHECK-USED-PAY-COMP.
           IF PY-ORNO = KEY-ORNO
               MOVE 'YES' TO USED-SW
           ELSE
               READ PAY-IN AT END MOVE 'YES' TO EOF
           END-IF.
       CHECK-USED-COLL-COMP.
           IF CL-ORNO = KEY-ORNO
               MOVE 'YES' TO USED-SW
           ELSE
               READ COLL-IN AT END MOVE 'YES' TO EOF
           END-IF.
       CHECK-USED-VOID-COMP.
           IF OV-ORNO = KEY-ORNO
               MOVE 'YES' TO USED-SW
           ELSE
               READ VOID-FILE AT END MOVE 'YES' TO EOF
           END-IF.
      *  THE CASHIER'S DECLARED CASH COUNT FOR A DAY. A SECOND
      *  DECLARATION FOR THE SAME DAY REPLACES THE FIRST AT CLOSING.
       DECLARE-RTN.
           MOVE SPACES TO KEY-CASHIER.
           PERFORM GET-CASHIER-RTN UNTIL KEY-CASHIER NOT = SPACES.
           MOVE KEY-CASHIER TO CC-CASHIER.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-COUNT-DATE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-COUNT-AMT-RTN UNTIL VALID-SW = 'YES'.
           OPEN EXTEND CNT-FILE.
           IF CNT-STATUS = '35'
               OPEN OUTPUT CNT-FILE
           END-IF.
           WRITE CNT-REC.
           CLOSE CNT-FILE.
           DISPLAY 'CASH COUNT RECORDED.'.
       GET-COUNT-DATE-RTN.
           DISPLAY 'ENTER BUSINESS DATE COUNTED (YYYYMMDD): '.
           ACCEPT DATE-EDIT-WS.
           IF DATE-EDIT-WS IS NUMERIC
               MOVE 'YES' TO VALID-SW
               MOVE DATE-EDIT-WS TO CC-DATE
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  THE AMOUNT IS KEYED AS NINE DIGITS, THE LAST TWO BEING
      *  CENTAVOS, AND MUST BE NUMERIC.
       GET-COUNT-AMT-RTN.
           DISPLAY 'ENTER CASH COUNTED (9 DIGITS, NO POINT): '.
           ACCEPT AMT-EDIT-WS.
           IF AMT-EDIT-WS IS NUMERIC
               MOVE 'YES' TO VALID-SW
               MOVE AMT-EDIT-9 TO CC-AMOUNT
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
       VIEW-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT SERIES-FILE.
           IF SERIES-STATUS = '35'
               DISPLAY 'NO BOOKLETS ISSUED YET.'
           ELSE
               READ SERIES-FILE AT END MOVE 'YES' TO EOF
               PERFORM VIEW-COMP UNTIL EOF = 'YES'
               CLOSE SERIES-FILE
           END-IF.
       VIEW-COMP.
           DISPLAY 'CASHIER:        ' OS-CASHIER.
           DISPLAY 'COMPANY:        ' OS-CO.
           DISPLAY 'SERIES:         ' OS-FROM ' THRU ' OS-TO.
           DISPLAY 'DATE ISSUED:    ' OS-ISSUED.
           DISPLAY ' '.
           READ SERIES-FILE AT END MOVE 'YES' TO EOF.
       LIST-VOID-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT VOID-FILE.
           IF VOID-STATUS = '35'
               DISPLAY 'NO RECEIPTS VOIDED YET.'
           ELSE
               READ VOID-FILE AT END MOVE 'YES' TO EOF
               PERFORM LIST-VOID-COMP UNTIL EOF = 'YES'
               CLOSE VOID-FILE
           END-IF.
       LIST-VOID-COMP.
           DISPLAY 'RECEIPT NUMBER: ' OV-ORNO.
           DISPLAY 'CASHIER:        ' OV-CASHIER.
           DISPLAY 'DATE VOIDED:    ' OV-DATE.
           DISPLAY 'REASON:         ' OV-REASON.
           DISPLAY ' '.
           READ VOID-FILE AT END MOVE 'YES' TO EOF.
