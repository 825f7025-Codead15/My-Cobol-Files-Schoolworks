      *  CAN PROVE THE FILE IS STILL WHOLE.
           SELECT CTL-FILE ASSIGN TO "SALMAN.CTL"
               FILE STATUS IS CTL-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SALMAN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SALESMANDETAILS.
       01 SALESMANDETAILS.
           05 ARCODE PIC A.
           05 SALESNAME PIC X(20).
           05 SALES PIC 9(5)V99.
           05 PERIOD-CD PIC X(6).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SALESCO PIC X(4).
       FD SALMAN-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SALESMANDETAILS2.
       01 SALESMANDETAILS2.
           05 ARCODE2 PIC A.
           05 SALESNAME2 PIC X(20).
           05 SALES2 PIC 9(5)V99.
           05 PERIOD-CD2 PIC X(6).
           05 SALESCO2 PIC X(4).
       FD CTL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS SALMAN-LOCK-REC.
       01 SALMAN-LOCK-REC.
           05 SALMAN-LOCK-HOLDER PIC X(15).
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
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'SALMAN-MAINT'.
       01 CHOICE PIC X VALUE SPACE.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM CLAIM-SALMAN-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           PERFORM STAMP-CTL-RTN.
           PERFORM GET-ARCODE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-SALES-RTN UNTIL VALID-SW = 'YES'.
           IF RUN-CO-WS = HOME-CO-WS
               MOVE SPACES TO SALESCO
           ELSE
               MOVE RUN-CO-WS TO SALESCO
           END-IF.
           WRITE SALESMANDETAILS.
           DISPLAY 'RECORD ADDED.'.
           DISPLAY 'ADD ANOTHER RECORD (Y/N)? '.
           ACCEPT ANSWER.
      *  THE SALESMAN/PERIOD PAIR MUST NOT ALREADY BE ON FILE - ONE
      *  RECORD PER SALESMAN PER PERIOD WITHIN THE RUN COMPANY.
       GET-KEY-RTN.
           DISPLAY 'ENTER SALESMAN NUMBER: '.
           ACCEPT KEY-SALESNUM.
           OPEN EXTEND SALMAN-FILE.
       CHECK-DUP-COMP.
           IF SALESNUM = KEY-SALESNUM AND PERIOD-CD = KEY-PERIOD
               AND (SALESCO = RUN-CO-WS
                   OR (SALESCO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO DUP-SW
           ELSE
               READ SALMAN-FILE AT END MOVE 'YES' TO EOF
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  CHANGE AN EXISTING RECORD'S NAME/AREA/SALES BY PAIR. ONLY
      *  THE RUN COMPANY'S RECORDS ARE MATCHED, HERE AND ON DELETE.
       CHANGE-RTN.
           DISPLAY 'ENTER SALESMAN NUMBER TO CHANGE: '.
           ACCEPT KEY-SALESNUM.
           END-IF.
       CHANGE-COPY-RTN.
           IF SALESNUM = KEY-SALESNUM AND PERIOD-CD = KEY-PERIOD
               AND (SALESCO = RUN-CO-WS
                   OR (SALESCO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
               DISPLAY 'ENTER NEW SALESMAN NAME: '
               ACCEPT SALESNAME
           MOVE SALESNAME TO SALESNAME2.
           MOVE SALES TO SALES2.
           MOVE PERIOD-CD TO PERIOD-CD2.
           MOVE SALESCO TO SALESCO2.
           WRITE SALESMANDETAILS2.
           READ SALMAN-FILE AT END MOVE 'YES' TO EOF.
      *  DELETE AN EXISTING RECORD BY PAIR.
           END-IF.
       DELETE-COPY-RTN.
           IF SALESNUM = KEY-SALESNUM AND PERIOD-CD = KEY-PERIOD
               AND (SALESCO = RUN-CO-WS
                   OR (SALESCO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
           ELSE
               MOVE ARCODE TO ARCODE2
               MOVE SALESNAME TO SALESNAME2
               MOVE SALES TO SALES2
               MOVE PERIOD-CD TO PERIOD-CD2
               MOVE SALESCO TO SALESCO2
               WRITE SALESMANDETAILS2
           END-IF.
           READ SALMAN-FILE AT END MOVE 'YES' TO EOF.
           READ SALMAN-FILE AT END MOVE 'YES' TO EOF.
           PERFORM VIEW-COMP UNTIL EOF = 'YES'.
           CLOSE SALMAN-FILE.
      *  THE RUN COMPANY'S RECORDS ONLY.
       VIEW-COMP.
           IF SALESCO = RUN-CO-WS
               OR (SALESCO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               DISPLAY 'SALESMAN NUMBER: ' SALESNUM
               DISPLAY 'SALESMAN NAME:   ' SALESNAME
               DISPLAY 'AREA CODE:       ' ARCODE
               DISPLAY 'PERIOD:          ' PERIOD-CD
               DISPLAY 'SALES:           ' SALES
               DISPLAY ' '
           END-IF.
           READ SALMAN-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER SALMAN.TXT SO THE FILE
      *  REFLECTS THE CHANGE OR DELETION JUST MADE.
           MOVE SALESNAME2 TO SALESNAME.
           MOVE SALES2 TO SALES.
           MOVE PERIOD-CD2 TO PERIOD-CD.
           MOVE SALESCO2 TO SALESCO.
           WRITE SALESMANDETAILS.
           READ SALMAN-SCRATCH AT END MOVE 'YES' TO EOF.
      *  RESTAMP THE FILE'S CONTROL RECORD - RECORD COUNT AND SALES
           MOVE 'FREE' TO SALMAN-LOCK-HOLDER.
           WRITE SALMAN-LOCK-REC.
           CLOSE SALMAN-LOCK.
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
