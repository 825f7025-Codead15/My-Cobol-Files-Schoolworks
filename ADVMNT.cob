      *  THE SALESMAN ROSTER - AN ADVANCE MUST NAME A REAL SALESMAN.
           SELECT SMAN-IN ASSIGN TO "SALESMAN.TXT"
               FILE STATUS IS SMAN-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ADV-FILE
           05 SMAN-Q2 PIC 9(5)V99.
           05 SMAN-Q3 PIC 9(5)V99.
           05 SMAN-Q4 PIC 9(5)V99.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SMAN-CO PIC X(4).
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
       01 KEY-SALESNUM PIC X(10).
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING ADVANCE BOOKING.'.
           STOP RUN.
           DISPLAY 'ADVANCE BOOKED.'.
           DISPLAY 'BOOK ANOTHER ADVANCE (Y/N)? '.
           ACCEPT ANSWER.
      *  THE SALESMAN MUST BE ON THE RUN COMPANY'S ROSTER.
       GET-SALESNUM-RTN.
           DISPLAY 'ENTER SALESMAN NUMBER: '.
           ACCEPT KEY-SALESNUM.
           END-IF.
       CHECK-SMAN-COMP.
           IF SMAN-NUM = KEY-SALESNUM
               AND (SMAN-CO = RUN-CO-WS
                   OR (SMAN-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
           ELSE
               READ SMAN-IN AT END MOVE 'YES' TO EOF
           DISPLAY 'OUTSTANDING:     ' OUTSTANDING-WS.
           DISPLAY ' '.
           READ ADV-FILE AT END MOVE 'YES' TO EOF.
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
