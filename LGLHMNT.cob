       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  LEGAL HOLDS KEYED BY THE DATA PROTECTION OFFICER - AN
      *  EMPLOYEE OR STUDENT UNDER AN ACTIVE LEGAL HOLD IS LEFT
      *  WHOLE BY PRIV-RETAIN, WHATEVER THE RETENTION POLICY SAYS. A
      *  LIFTED HOLD STAYS ON FILE FOR THE RECORD.
           SELECT LGLH-FILE ASSIGN TO "LEGALHLD.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LGLH-STATUS.
      *  SCRATCH COPY USED BY LIFT-RTN - SAME SWAP IDIOM AS
      *  SALESMAN-TXT.
           SELECT LGLH-SCRATCH ASSIGN TO "LEGALHLN.TXT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LGLH-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS LGLH-REC.
       01 LGLH-REC.
      *  E = EMPLOYEE (KEY IS THE EMPNO), S = STUDENT (KEY IS THE
      *  STUDENT NUMBER).
           05 LH-TYPE PIC X(1).
           05 LH-KEY PIC X(12).
           05 LH-REASON PIC X(30).
           05 LH-DATE PIC 9(8).
      *  A = ACTIVE, L = LIFTED.
           05 LH-STATUS PIC X(1).
       FD LGLH-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS LGLH-REC2.
       01 LGLH-REC2.
           05 LH-TYPE2 PIC X(1).
           05 LH-KEY2 PIC X(12).
           05 LH-REASON2 PIC X(30).
           05 LH-DATE2 PIC 9(8).
           05 LH-STATUS2 PIC X(1).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 KEY-TYPE PIC X(1).
       01 KEY-KEY PIC X(12).
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 LGLH-STATUS PIC XX.
       01 TYPE-EDIT-WS PIC X.
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING LEGAL HOLD MAINTENANCE.'.
           STOP RUN.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'LEGAL HOLD MAINTENANCE'.
           DISPLAY '  (P)LACE A LEGAL HOLD'.
           DISPLAY '  (L)IFT A LEGAL HOLD'.
           DISPLAY '  (V)IEW ALL LEGAL HOLDS'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'P' PERFORM PLACE-RTN
               WHEN 'L' PERFORM LIFT-RTN
               WHEN 'V' PERFORM VIEW-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  PLACE HOLDS - MODELED ON HOLD-MAINT'S PLACE-RTN. A MISSING
      *  LEGALHLD.TXT (STATUS 35) IS CREATED FRESH.
       PLACE-RTN.
           MOVE 'Y' TO ANSWER.
           OPEN EXTEND LGLH-FILE.
           IF LGLH-STATUS = '35'
               OPEN OUTPUT LGLH-FILE
           END-IF.
           PERFORM PLACE-ENTRY-RTN UNTIL ANSWER = 'N'.
           CLOSE LGLH-FILE.
       PLACE-ENTRY-RTN.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-TYPE-RTN UNTIL VALID-SW = 'YES'.
           MOVE SPACES TO LH-KEY.
           PERFORM GET-KEY-RTN UNTIL LH-KEY NOT = SPACES.
           DISPLAY 'ENTER HOLD REASON (CASE OR MATTER): '.
           ACCEPT LH-REASON.
           ACCEPT LH-DATE FROM DATE YYYYMMDD.
           MOVE 'A' TO LH-STATUS.
           WRITE LGLH-REC.
           DISPLAY 'LEGAL HOLD PLACED.'.
           DISPLAY 'PLACE ANOTHER LEGAL HOLD (Y/N)? '.
           ACCEPT ANSWER.
       GET-TYPE-RTN.
           DISPLAY 'ENTER TYPE (E=EMPLOYEE, S=STUDENT): '.
           ACCEPT TYPE-EDIT-WS.
           IF TYPE-EDIT-WS = 'E' OR TYPE-EDIT-WS = 'S'
               MOVE 'YES' TO VALID-SW
               MOVE TYPE-EDIT-WS TO LH-TYPE
           ELSE
               DISPLAY 'TYPE MUST BE E OR S - TRY AGAIN.'
           END-IF.
       GET-KEY-RTN.
           IF LH-TYPE = 'E'
               DISPLAY 'ENTER EMPLOYEE NUMBER: '
           ELSE
               DISPLAY 'ENTER STUDENT NUMBER: '
           END-IF.
           ACCEPT LH-KEY.
           IF LH-KEY = SPACES
               DISPLAY 'NUMBER CANNOT BE BLANK - TRY AGAIN.'
           END-IF.
      *  LIFT AN ACTIVE LEGAL HOLD BY TYPE AND NUMBER - THE RECORD
      *  STAYS ON FILE MARKED LIFTED.
       LIFT-RTN.
           DISPLAY 'ENTER TYPE TO LIFT (E/S): '.
           ACCEPT KEY-TYPE.
           DISPLAY 'ENTER EMPLOYEE OR STUDENT NUMBER: '.
           ACCEPT KEY-KEY.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT LGLH-FILE.
           IF LGLH-STATUS = '35'
               DISPLAY 'NO LEGAL HOLDS ON FILE YET.'
           ELSE
               OPEN OUTPUT LGLH-SCRATCH
               READ LGLH-FILE AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LIFT-COPY-RTN UNTIL EOF = 'YES'
               CLOSE LGLH-FILE, LGLH-SCRATCH
               IF FOUND-SW = 'NO'
                   DISPLAY 'NO ACTIVE LEGAL HOLD FOUND, NOTHING '
                       'LIFTED.'
               ELSE
                   PERFORM SWAP-RTN
                   DISPLAY 'LEGAL HOLD LIFTED.'
               END-IF
           END-IF.
       LIFT-COPY-RTN.
           IF LH-TYPE = KEY-TYPE AND LH-KEY = KEY-KEY
               AND LH-STATUS = 'A'
               MOVE 'YES' TO FOUND-SW
               MOVE 'L' TO LH-STATUS
           END-IF.
           MOVE LH-TYPE TO LH-TYPE2.
           MOVE LH-KEY TO LH-KEY2.
           MOVE LH-REASON TO LH-REASON2.
           MOVE LH-DATE TO LH-DATE2.
           MOVE LH-STATUS TO LH-STATUS2.
           WRITE LGLH-REC2.
           READ LGLH-FILE AT END MOVE 'YES' TO EOF.
       VIEW-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT LGLH-FILE.
           IF LGLH-STATUS = '35'
               DISPLAY 'NO LEGAL HOLDS ON FILE YET.'
           ELSE
               READ LGLH-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM VIEW-COMP UNTIL EOF = 'YES'
               CLOSE LGLH-FILE
           END-IF.
       VIEW-COMP.
           DISPLAY 'TYPE/NUMBER:   ' LH-TYPE ' / ' LH-KEY.
           DISPLAY 'STATUS:        ' LH-STATUS.
           DISPLAY 'REASON:        ' LH-REASON.
           DISPLAY 'PLACED:        ' LH-DATE.
           DISPLAY ' '.
           READ LGLH-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER LEGALHLD.TXT SO THE FILE
      *  REFLECTS THE LIFT JUST MADE.
       SWAP-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT LGLH-SCRATCH
               OUTPUT LGLH-FILE.
           READ LGLH-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM SWAP-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE LGLH-SCRATCH, LGLH-FILE.
       SWAP-COPY-RTN.
           MOVE LH-TYPE2 TO LH-TYPE.
           MOVE LH-KEY2 TO LH-KEY.
           MOVE LH-REASON2 TO LH-REASON.
           MOVE LH-DATE2 TO LH-DATE.
           MOVE LH-STATUS2 TO LH-STATUS.
           WRITE LGLH-REC.
           READ LGLH-SCRATCH AT END MOVE 'YES' TO EOF.
