       FILE-CONTROL.
      *  THE FACULTY MASTER - ONE ROW PER TEACHER AS A PERSON (THE
      *  FACULTY.TXT ROWS ARE SECTION ASSIGNMENTS, NOT PEOPLE):
      *  ID, NAME, RANK, PER-UNIT HONORARIUM RATE, STATUS, AND THE
      *  DEPARTMENT THE TEACHER BELONGS TO.
           SELECT FAC-MASTER ASSIGN TO "FACMAST.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FM-FILE-STATUS.
      *  AS SALESMAN-TXT.
           SELECT FAC-SCRATCH ASSIGN TO "FACMASN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FAC-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS FACMAST-REC.
       01 FACMAST-REC.
           05 FM-ID PIC X(12).
           05 FM-RATE PIC 9(4)V99.
      *  A = ACTIVE, I = INACTIVE.
           05 FM-STATUS PIC X(1).
      *  DEPARTMENT CODE - FAC-EVAL RANKS FACULTY WITHIN IT.
           05 FM-DEPT PIC X(5).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 FM-CO PIC X(4).
       FD FAC-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS FACMAST-REC2.
       01 FACMAST-REC2.
           05 FM-ID2 PIC X(12).
           05 FM-RANK2 PIC X(10).
           05 FM-RATE2 PIC 9(4)V99.
           05 FM-STATUS2 PIC X(1).
           05 FM-DEPT2 PIC X(5).
           05 FM-CO2 PIC X(4).
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
       01 RUN-CO-WS PIC X(4) VALUE 'TRIS'.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 KEY-ID PIC X(12).
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING FACULTY MASTER MAINTENANCE.'.
           STOP RUN.
           PERFORM GET-ID-RTN UNTIL KEY-ID NOT = SPACES.
           MOVE KEY-ID TO FM-ID.
           PERFORM GET-FIELDS-RTN.
           IF RUN-CO-WS = HOME-CO-WS
               MOVE SPACES TO FM-CO
           ELSE
               MOVE RUN-CO-WS TO FM-CO
           END-IF.
           WRITE FACMAST-REC.
           DISPLAY 'RECORD ADDED.'.
           DISPLAY 'ADD ANOTHER FACULTY MEMBER (Y/N)? '.
           PERFORM GET-RATE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-STATUS-RTN UNTIL VALID-SW = 'YES'.
           DISPLAY 'ENTER DEPARTMENT CODE: '.
           ACCEPT FM-DEPT.
      *  THE PER-UNIT RATE IS KEYED AS SIX DIGITS, THE LAST TWO
      *  BEING CENTAVOS.
       GET-RATE-RTN.
           END-IF.
      *  SCAN THE FILE FOR THE ID BEFORE IT'S WRITTEN. THE FILE IS
      *  CLOSED AND REOPENED INPUT/EXTEND AROUND THE SCAN SINCE
      *  ADD-RTN HOLDS IT OPEN EXTEND. EVERY COMPANY'S FACULTY ARE
      *  SCANNED - THE SECTION FILES CARRY ONLY THE TEACHER'S ID, SO
      *  AN ID IS UNIQUE ACROSS THE WHOLE MASTER.
       CHECK-DUP-RTN.
           MOVE 'NO' TO DUP-SW.
           CLOSE FAC-MASTER.
           ELSE
               READ FAC-MASTER AT END MOVE 'YES' TO EOF
           END-IF.
      *  CHANGE AN EXISTING FACULTY MEMBER BY ID. ONLY THE RUN
      *  COMPANY'S FACULTY ARE MATCHED, HERE, ON DELETE AND ON VIEW.
       CHANGE-RTN.
           DISPLAY 'ENTER FACULTY ID TO CHANGE: '.
           ACCEPT KEY-ID.
           END-IF.
       CHANGE-COPY-RTN.
           IF FM-ID = KEY-ID
               AND (FM-CO = RUN-CO-WS
                   OR (FM-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
               PERFORM GET-FIELDS-RTN
           END-IF.
           MOVE FM-RANK TO FM-RANK2.
           MOVE FM-RATE TO FM-RATE2.
           MOVE FM-STATUS TO FM-STATUS2.
           MOVE FM-DEPT TO FM-DEPT2.
           MOVE FM-CO TO FM-CO2.
           WRITE FACMAST-REC2.
           READ FAC-MASTER AT END MOVE 'YES' TO EOF.
      *  DELETE AN EXISTING FACULTY MEMBER BY ID.
           END-IF.
       DELETE-COPY-RTN.
           IF FM-ID = KEY-ID
               AND (FM-CO = RUN-CO-WS
                   OR (FM-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
           ELSE
               MOVE FM-ID TO FM-ID2
               MOVE FM-RANK TO FM-RANK2
               MOVE FM-RATE TO FM-RATE2
               MOVE FM-STATUS TO FM-STATUS2
               MOVE FM-DEPT TO FM-DEPT2
               MOVE FM-CO TO FM-CO2
               WRITE FACMAST-REC2
           END-IF.
           READ FAC-MASTER AT END MOVE 'YES' TO EOF.
               CLOSE FAC-MASTER
           END-IF.
       VIEW-COMP.
           IF FM-CO = RUN-CO-WS
               OR (FM-CO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               DISPLAY 'FACULTY ID:   ' FM-ID
               DISPLAY 'NAME:         ' FM-NAME
               DISPLAY 'RANK:         ' FM-RANK
               DISPLAY 'PER-UNIT RATE:' FM-RATE
               DISPLAY 'STATUS:       ' FM-STATUS
               DISPLAY 'DEPARTMENT:   ' FM-DEPT
               DISPLAY ' '
           END-IF.
           READ FAC-MASTER AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER FACMAST.TXT SO THE MASTER
      *  REFLECTS THE CHANGE OR DELETION JUST MADE.
           MOVE FM-RANK2 TO FM-RANK.
           MOVE FM-RATE2 TO FM-RATE.
           MOVE FM-STATUS2 TO FM-STATUS.
           MOVE FM-DEPT2 TO FM-DEPT.
           MOVE FM-CO2 TO FM-CO.
           WRITE FACMAST-REC.
           READ FAC-SCRATCH AT END MOVE 'YES' TO EOF.
      *  TAKE THIS APPLICATION'S RUN COMPANY FROM RUNCO.TXT. A
      *  MISSING FILE (STATUS 35) OR A BLANK CODE RUNS THE HOME
      *  COMPANY, AS BEFORE.
       LOAD-RUNCO-RTN.
           OPEN INPUT RUNCO-FILE.
           IF RUNCO-STATUS NOT = '35'
               READ RUNCO-FILE
                   AT END MOVE SPACES TO RUNCO-REC
               END-READ
               IF RUNCO-SCHOOL NOT = SPACES
                   MOVE RUNCO-SCHOOL TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
