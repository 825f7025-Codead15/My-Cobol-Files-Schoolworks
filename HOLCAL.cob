       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLCAL-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  THE HOLIDAY CALENDAR - ONE ROW PER DECLARED HOLIDAY.
      *  PAYROLL-TXT LOOKS UP EACH DAY TIMEKEEPING REPORTS HOURS FOR
      *  HERE TO PICK THE PREMIUM RATE.
           SELECT HOL-FILE ASSIGN TO "HOLIDAY.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOL-STATUS.
      *  SCRATCH COPY USED BY CHANGE-RTN/DELETE-RTN - SAME SWAP IDIOM
      *  AS SALESMAN-TXT.
           SELECT HOL-SCRATCH ASSIGN TO "HOLIDAN.TXT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HOL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS HOL-REC.
       01 HOL-REC.
           05 HC-DATE PIC X(8).
           05 HC-NAME PIC X(30).
      *  R = REGULAR HOLIDAY, S = SPECIAL NON-WORKING DAY.
           05 HC-TYPE PIC X(1).
       FD HOL-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS HOL-REC2.
       01 HOL-REC2.
           05 HC-DATE2 PIC X(8).
           05 HC-NAME2 PIC X(30).
           05 HC-TYPE2 PIC X(1).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 KEY-DATE PIC X(8).
       01 KEY-DATE-SPLIT REDEFINES KEY-DATE.
           05 KEY-YYYY PIC 9999.
           05 KEY-MM PIC 99.
           05 KEY-DD PIC 99.
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 DUP-SW PIC X(3) VALUE 'NO'.
       01 HOL-STATUS PIC XX.
      *  ENTRY VALIDATION - SAME EDIT-FIELD IDIOM AS SALESMAN-TXT.
       01 TYPE-EDIT-WS PIC X.
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING HOLIDAY CALENDAR MAINTENANCE.'.
           STOP RUN.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'HOLIDAY CALENDAR MAINTENANCE'.
           DISPLAY '  (A)DD A HOLIDAY'.
           DISPLAY '  (C)HANGE AN EXISTING HOLIDAY'.
           DISPLAY '  (D)ELETE AN EXISTING HOLIDAY'.
           DISPLAY '  (V)IEW ALL HOLIDAYS'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'A' PERFORM ADD-RTN
               WHEN 'C' PERFORM CHANGE-RTN
               WHEN 'D' PERFORM DELETE-RTN
               WHEN 'V' PERFORM VIEW-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  ADD A HOLIDAY - MODELED ON SALESMAN-TXT'S INPUT-RTN. A
      *  MISSING HOLIDAY.TXT (STATUS 35) IS CREATED FRESH.
       ADD-RTN.
           MOVE 'Y' TO ANSWER.
           OPEN EXTEND HOL-FILE.
           IF HOL-STATUS = '35'
               OPEN OUTPUT HOL-FILE
           END-IF.
           PERFORM ADD-ENTRY-RTN UNTIL ANSWER = 'N'.
           CLOSE HOL-FILE.
       ADD-ENTRY-RTN.
           MOVE SPACES TO KEY-DATE.
           PERFORM GET-DATE-RTN UNTIL KEY-DATE NOT = SPACES.
           MOVE KEY-DATE TO HC-DATE.
           DISPLAY 'ENTER HOLIDAY NAME: '.
           ACCEPT HC-NAME.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-TYPE-RTN UNTIL VALID-SW = 'YES'.
           WRITE HOL-REC.
           DISPLAY 'HOLIDAY ADDED.'.
           DISPLAY 'ADD ANOTHER HOLIDAY (Y/N)? '.
           ACCEPT ANSWER.
       GET-DATE-RTN.
           DISPLAY 'ENTER HOLIDAY DATE (YYYYMMDD): '.
           ACCEPT KEY-DATE.
           IF KEY-DATE IS NOT NUMERIC
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
               MOVE SPACES TO KEY-DATE
           ELSE
               IF KEY-MM < 1 OR KEY-MM > 12
                   OR KEY-DD < 1 OR KEY-DD > 31
                   DISPLAY 'INVALID DATE - TRY AGAIN.'
                   MOVE SPACES TO KEY-DATE
               ELSE
                   PERFORM CHECK-DUP-RTN
                   IF DUP-SW = 'YES'
                       DISPLAY 'DATE IS ALREADY ON THE CALENDAR - '
                           'TRY AGAIN.'
                       MOVE SPACES TO KEY-DATE
                   END-IF
               END-IF
           END-IF.
      *  SCAN THE FILE FOR THE DATE BEFORE IT'S WRITTEN. THE FILE IS
      *  CLOSED AND REOPENED INPUT/EXTEND AROUND THE SCAN SINCE
      *  ADD-RTN HOLDS IT OPEN EXTEND.
       CHECK-DUP-RTN.
           MOVE 'NO' TO DUP-SW.
           CLOSE HOL-FILE.
           OPEN INPUT HOL-FILE.
           MOVE 'N0' TO EOF.
           READ HOL-FILE AT END MOVE 'YES' TO EOF.
           PERFORM CHECK-DUP-COMP
               UNTIL EOF = 'YES' OR DUP-SW = 'YES'.
           CLOSE HOL-FILE.
           OPEN EXTEND HOL-FILE.
       CHECK-DUP-COMP.
           IF HC-DATE = KEY-DATE
               MOVE 'YES' TO DUP-SW
           ELSE
               READ HOL-FILE AT END MOVE 'YES' TO EOF
           END-IF.
       GET-TYPE-RTN.
           DISPLAY 'ENTER HOLIDAY TYPE (R=REGULAR, '
               'S=SPECIAL NON-WORKING): '.
           ACCEPT TYPE-EDIT-WS.
           IF TYPE-EDIT-WS = 'R' OR TYPE-EDIT-WS = 'S'
               MOVE 'YES' TO VALID-SW
               MOVE TYPE-EDIT-WS TO HC-TYPE
           ELSE
               DISPLAY 'TYPE MUST BE R OR S - TRY AGAIN.'
           END-IF.
      *  CHANGE AN EXISTING HOLIDAY'S NAME AND TYPE BY DATE.
       CHANGE-RTN.
           DISPLAY 'ENTER HOLIDAY DATE TO CHANGE: '.
           ACCEPT KEY-DATE.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT HOL-FILE
               OUTPUT HOL-SCRATCH.
           READ HOL-FILE AT END MOVE 'YES' TO EOF.
           PERFORM CHANGE-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE HOL-FILE, HOL-SCRATCH.
           IF FOUND-SW = 'NO'
               DISPLAY 'HOLIDAY DATE NOT FOUND, NO CHANGE MADE.'
           ELSE
               PERFORM SWAP-RTN
               DISPLAY 'RECORD CHANGED.'
           END-IF.
       CHANGE-COPY-RTN.
           IF HC-DATE = KEY-DATE
               MOVE 'YES' TO FOUND-SW
               DISPLAY 'ENTER NEW HOLIDAY NAME: '
               ACCEPT HC-NAME
               MOVE 'NO' TO VALID-SW
               PERFORM GET-TYPE-RTN UNTIL VALID-SW = 'YES'
           END-IF.
           MOVE HOL-REC TO HOL-REC2.
           WRITE HOL-REC2.
           READ HOL-FILE AT END MOVE 'YES' TO EOF.
      *  DELETE AN EXISTING HOLIDAY BY DATE.
       DELETE-RTN.
           DISPLAY 'ENTER HOLIDAY DATE TO DELETE: '.
           ACCEPT KEY-DATE.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT HOL-FILE
               OUTPUT HOL-SCRATCH.
           READ HOL-FILE AT END MOVE 'YES' TO EOF.
           PERFORM DELETE-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE HOL-FILE, HOL-SCRATCH.
           IF FOUND-SW = 'NO'
               DISPLAY 'HOLIDAY DATE NOT FOUND, NO DELETION MADE.'
           ELSE
               PERFORM SWAP-RTN
               DISPLAY 'RECORD DELETED.'
           END-IF.
       DELETE-COPY-RTN.
           IF HC-DATE = KEY-DATE
               MOVE 'YES' TO FOUND-SW
           ELSE
               MOVE HOL-REC TO HOL-REC2
               WRITE HOL-REC2
           END-IF.
           READ HOL-FILE AT END MOVE 'YES' TO EOF.
       VIEW-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT HOL-FILE.
           IF HOL-STATUS = '35'
               DISPLAY 'NO HOLIDAY CALENDAR ON FILE YET.'
           ELSE
               READ HOL-FILE AT END MOVE 'YES' TO EOF
               PERFORM VIEW-COMP UNTIL EOF = 'YES'
               CLOSE HOL-FILE
           END-IF.
       VIEW-COMP.
           DISPLAY 'DATE:          ' HC-DATE.
           DISPLAY 'HOLIDAY:       ' HC-NAME.
           DISPLAY 'TYPE:          ' HC-TYPE.
           DISPLAY ' '.
           READ HOL-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER HOLIDAY.TXT SO THE CALENDAR
      *  REFLECTS THE CHANGE OR DELETION JUST MADE.
       SWAP-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT HOL-SCRATCH
               OUTPUT HOL-FILE.
           READ HOL-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM SWAP-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE HOL-SCRATCH, HOL-FILE.
       SWAP-COPY-RTN.
           MOVE HOL-REC2 TO HOL-REC.
           WRITE HOL-REC.
           READ HOL-SCRATCH AT END MOVE 'YES' TO EOF.
