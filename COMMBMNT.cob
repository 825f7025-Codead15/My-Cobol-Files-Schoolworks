       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM-BASIS-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  THE COMMISSION-BASIS FILE - ONE RECORD PER SALES PERIOD
      *  (YYYYMM) WHOSE BASIS HAS BEEN SET. A PERIOD WITH NO RECORD
      *  EARNS COMMISSION ON INVOICED SALES, AS IT ALWAYS HAS; A
      *  PERIOD SET TO COLLECTION BASIS EARNS IT ONLY AS ITS
      *  INVOICES ARE COLLECTED. READ BY SALES-AGG, ACTIVITY-3, AND
      *  COMM-STMT.
           SELECT CBASE-FILE ASSIGN TO "COMMBASE.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CBASE-STATUS.
      *  SCRATCH COPY USED WHEN A PERIOD'S BASIS IS CHANGED - SAME
      *  SWAP IDIOM AS SALESMAN-TXT.
           SELECT CBASE-SCRATCH ASSIGN TO "COMMBASN.TXT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CBASE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS CBASE-REC.
       01 CBASE-REC.
           05 CB-PERIOD PIC X(6).
      *  I = INVOICED SALES, C = COLLECTIONS.
           05 CB-BASIS PIC X(1).
           05 CB-SET-DATE PIC 9(8).
       FD CBASE-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS CBASE-REC2.
       01 CBASE-REC2.
           05 CB-PERIOD2 PIC X(6).
           05 CB-BASIS2 PIC X(1).
           05 CB-SET-DATE2 PIC 9(8).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 KEY-PERIOD PIC X(6).
       01 KEY-PERIOD-R REDEFINES KEY-PERIOD.
           05 KEY-YYYY PIC 9(4).
           05 KEY-MM PIC 99.
       01 KEY-BASIS PIC X(1).
       01 TODAY-WS PIC 9(8).
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 CBASE-STATUS PIC XX.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING COMMISSION BASIS MAINTENANCE.'.
           STOP RUN.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'COMMISSION BASIS MAINTENANCE'.
           DISPLAY '  (S)ET A PERIOD''S COMMISSION BASIS'.
           DISPLAY '  (V)IEW ALL PERIODS SET'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'S' PERFORM SET-RTN
               WHEN 'V' PERFORM VIEW-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  SET ONE PERIOD'S BASIS - AN EXISTING RECORD IS REPLACED
      *  THROUGH THE SCRATCH FILE, A NEW PERIOD IS APPENDED. A
      *  MISSING COMMBASE.TXT (STATUS 35) IS CREATED FRESH.
       SET-RTN.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-PERIOD-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-BASIS-RTN UNTIL VALID-SW = 'YES'.
           ACCEPT TODAY-WS FROM DATE YYYYMMDD.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT CBASE-FILE.
           IF CBASE-STATUS NOT = '35'
               OPEN OUTPUT CBASE-SCRATCH
               READ CBASE-FILE AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SET-COPY-RTN UNTIL EOF = 'YES'
               CLOSE CBASE-FILE, CBASE-SCRATCH
           END-IF.
           IF FOUND-SW = 'YES'
               PERFORM SWAP-RTN
           ELSE
               OPEN EXTEND CBASE-FILE
               IF CBASE-STATUS = '35'
                   OPEN OUTPUT CBASE-FILE
               END-IF
               MOVE KEY-PERIOD TO CB-PERIOD
               MOVE KEY-BASIS TO CB-BASIS
               MOVE TODAY-WS TO CB-SET-DATE
               WRITE CBASE-REC
               CLOSE CBASE-FILE
           END-IF.
           IF KEY-BASIS = 'C'
               DISPLAY 'PERIOD ' KEY-PERIOD ' SET TO COLLECTION BASIS.'
           ELSE
               DISPLAY 'PERIOD ' KEY-PERIOD ' SET TO INVOICE BASIS.'
           END-IF.
           DISPLAY 'RERUN SALES-AGG BEFORE ACTIVITY-3 FOR IT TO TAKE '
               'EFFECT.'.
       GET-PERIOD-RTN.
           DISPLAY 'ENTER SALES PERIOD (YYYYMM): '.
           ACCEPT KEY-PERIOD.
           IF KEY-PERIOD IS NUMERIC AND KEY-MM > 0 AND KEY-MM < 13
               MOVE 'YES' TO VALID-SW
           ELSE
               DISPLAY 'PERIOD MUST BE YYYYMM - TRY AGAIN.'
           END-IF.
       GET-BASIS-RTN.
           DISPLAY 'ENTER BASIS (I=INVOICED SALES, C=COLLECTIONS): '.
           ACCEPT KEY-BASIS.
           IF KEY-BASIS = 'I' OR KEY-BASIS = 'C'
               MOVE 'YES' TO VALID-SW
           ELSE
               DISPLAY 'BASIS MUST BE I OR C - TRY AGAIN.'
           END-IF.
       SET-COPY-RTN.
           IF CB-PERIOD = KEY-PERIOD
               MOVE 'YES' TO FOUND-SW
               MOVE KEY-BASIS TO CB-BASIS
               MOVE TODAY-WS TO CB-SET-DATE
           END-IF.
           MOVE CB-PERIOD TO CB-PERIOD2.
           MOVE CB-BASIS TO CB-BASIS2.
           MOVE CB-SET-DATE TO CB-SET-DATE2.
           WRITE CBASE-REC2.
           READ CBASE-FILE AT END MOVE 'YES' TO EOF.
       VIEW-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT CBASE-FILE.
           IF CBASE-STATUS = '35'
               DISPLAY 'NO PERIODS SET - ALL ON INVOICE BASIS.'
           ELSE
               READ CBASE-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM VIEW-COMP UNTIL EOF = 'YES'
               CLOSE CBASE-FILE
           END-IF.
       VIEW-COMP.
           IF CB-BASIS = 'C'
               DISPLAY 'PERIOD ' CB-PERIOD ': COLLECTION BASIS  (SET '
                   CB-SET-DATE ')'
           ELSE
               DISPLAY 'PERIOD ' CB-PERIOD ': INVOICE BASIS     (SET '
                   CB-SET-DATE ')'
           END-IF.
           READ CBASE-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER COMMBASE.TXT SO THE FILE
      *  REFLECTS THE CHANGE JUST MADE.
       SWAP-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT CBASE-SCRATCH
               OUTPUT CBASE-FILE.
           READ CBASE-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM SWAP-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE CBASE-SCRATCH, CBASE-FILE.
       SWAP-COPY-RTN.
           MOVE CB-PERIOD2 TO CB-PERIOD.
           MOVE CB-BASIS2 TO CB-BASIS.
           MOVE CB-SET-DATE2 TO CB-SET-DATE.
           WRITE CBASE-REC.
           READ CBASE-SCRATCH AT END MOVE 'YES' TO EOF.
