      *  SETS IT HERE, AND OVERRIDES IT HERE FOR A RERUN.
           SELECT PROC-FILE ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROC-STATUS.
      *  THE RUN COMPANY PER APPLICATION. BATCH-DRIVER REWRITES IT FOR
      *  EACH COMPANY IT PROCESSES; THE OPERATOR SETS IT HERE FOR A
      *  HAND RUN OF ONE COMPANY'S JOBS.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE COMPANY PROFILES - A CODE KEYED HERE MUST BE AN ACTIVE
      *  COMPANY ON FILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS CO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROC-FILE
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
       FD RUNCO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS RUNCO-REC.
       01 RUNCO-REC.
           05 RUNCO-PAY PIC X(4).
           05 RUNCO-SALES PIC X(4).
           05 RUNCO-SCHOOL PIC X(4).
       FD CO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS CO-REC.
       01 CO-REC.
           05 CO-CODE PIC X(4).
           05 CO-NAME PIC X(40).
           05 CO-ADDR PIC X(40).
      *  'N' ONCE THE COMPANY IS NO LONGER PROCESSED, AND A 'Y'
      *  FOR EACH APPLICATION IT RUNS (PAYROLL, SALES, SCHOOL).
           05 CO-ACTIVE PIC X(1).
           05 CO-APP-PAY PIC X(1).
           05 CO-APP-SALES PIC X(1).
           05 CO-APP-SCHOOL PIC X(1).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'N'.
       01 DATE-EDIT-WS PIC X(8).
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 MACHINE-YMD PIC 9(8) VALUE 0.
       01 RUNCO-STATUS PIC XX.
       01 CO-STATUS PIC XX.
       01 CO-EOF PIC X(3) VALUE 'NO'.
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 KEY-CO-WS PIC X(4).
       01 KEY-CO-NAME PIC X(40).
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
           DISPLAY '  (S)HOW THE CURRENT PROCESSING DATE'.
           DISPLAY '  (T)ODAY - SET IT TO THE MACHINE DATE'.
           DISPLAY '  (O)VERRIDE IT FOR A RERUN'.
           DISPLAY '  (C)OMPANY - SET THE RUN COMPANY FOR A HAND RUN'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
               WHEN 'S' PERFORM SHOW-RTN
               WHEN 'T' PERFORM SET-TODAY-RTN
               WHEN 'O' PERFORM OVERRIDE-RTN
               WHEN 'C' PERFORM SET-COMPANY-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
               END-READ
               CLOSE PROC-FILE
           END-IF.
           PERFORM SHOW-RUNCO-RTN.
      *  A MISSING OR BLANK RUNCO.TXT RUNS EACH APPLICATION'S HOME
      *  COMPANY.
       SHOW-RUNCO-RTN.
           MOVE SPACES TO RUNCO-REC.
           OPEN INPUT RUNCO-FILE.
           IF RUNCO-STATUS NOT = '35'
               READ RUNCO-FILE
                   AT END MOVE SPACES TO RUNCO-REC
               END-READ
               CLOSE RUNCO-FILE
           END-IF.
           IF RUNCO-REC = SPACES
               DISPLAY 'RUN COMPANY: THE HOME COMPANIES'
           ELSE
               DISPLAY 'RUN COMPANY - PAYROLL: ' RUNCO-PAY
                   ' SALES: ' RUNCO-SALES ' SCHOOL: ' RUNCO-SCHOOL
           END-IF.
       SET-TODAY-RTN.
           MOVE MACHINE-YMD TO PD-DATE.
           OPEN OUTPUT PROC-FILE.
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  SET THE RUN COMPANY FOR A HAND RUN: THE CODE MUST BE AN
      *  ACTIVE COMPANY ON COMPANY.TXT, AND IS SET FOR EACH
      *  APPLICATION THE COMPANY RUNS. A BLANK CODE PUTS EVERY
      *  APPLICATION BACK ON ITS HOME COMPANY.
       SET-COMPANY-RTN.
           PERFORM SHOW-RUNCO-RTN.
           DISPLAY 'ENTER COMPANY CODE (BLANK FOR THE HOME '
               'COMPANIES): '.
           MOVE SPACES TO KEY-CO-WS.
           ACCEPT KEY-CO-WS.
           MOVE SPACES TO RUNCO-REC.
           IF KEY-CO-WS = SPACES
               MOVE 'YES' TO FOUND-SW
               MOVE 'THE HOME COMPANIES' TO KEY-CO-NAME
           ELSE
               PERFORM FIND-CO-RTN
           END-IF.
           IF FOUND-SW = 'NO'
               DISPLAY 'NO ACTIVE COMPANY ' KEY-CO-WS
                   ' ON COMPANY.TXT - RUN COMPANY NOT CHANGED.'
           ELSE
               DISPLAY 'SET THE RUN COMPANY TO ' KEY-CO-NAME
               DISPLAY 'CONFIRM (Y/N)? '
               ACCEPT ANSWER
               IF ANSWER = 'Y'
                   OPEN OUTPUT RUNCO-FILE
                   WRITE RUNCO-REC
                   CLOSE RUNCO-FILE
                   DISPLAY 'RUN COMPANY SET.'
                   IF KEY-CO-WS NOT = SPACES
                       DISPLAY 'SET IT BACK WITH A BLANK CODE AFTER '
                           'THE HAND RUN.'
                   END-IF
               ELSE
                   DISPLAY 'RUN COMPANY NOT CHANGED.'
               END-IF
           END-IF.
       FIND-CO-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'NO' TO CO-EOF.
           OPEN INPUT CO-FILE.
           IF CO-STATUS = '35'
               MOVE 'YES' TO CO-EOF
           ELSE
               READ CO-FILE
                   AT END MOVE 'YES' TO CO-EOF
               END-READ
               PERFORM FIND-CO-COMP UNTIL CO-EOF = 'YES'
                   OR FOUND-SW = 'YES'
               CLOSE CO-FILE
           END-IF.
       FIND-CO-COMP.
           IF CO-CODE = KEY-CO-WS AND CO-ACTIVE NOT = 'N'
               AND (CO-APP-PAY = 'Y' OR CO-APP-SALES = 'Y'
                   OR CO-APP-SCHOOL = 'Y')
               MOVE 'YES' TO FOUND-SW
               MOVE CO-NAME TO KEY-CO-NAME
               IF CO-APP-PAY = 'Y'
                   MOVE CO-CODE TO RUNCO-PAY
               END-IF
               IF CO-APP-SALES = 'Y'
                   MOVE CO-CODE TO RUNCO-SALES
               END-IF
               IF CO-APP-SCHOOL = 'Y'
                   MOVE CO-CODE TO RUNCO-SCHOOL
               END-IF
           ELSE
               READ CO-FILE AT END MOVE 'YES' TO CO-EOF
           END-IF.
