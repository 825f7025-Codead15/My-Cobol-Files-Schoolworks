           SELECT CTL-FILE ASSIGN TO "SALESMAN.CTL"
               FILE STATUS IS CTL-STATUS.
      *  OPERATOR SIGN-ON FILE - ID, PASSWORD, AND PERMISSION LEVEL
      *  (V = VIEW ONLY, U = UPDATE, S = SUPERVISOR). SHARED WITH
      *  EMPMAINT-TXT.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OPER-STATUS.
           SELECT OPER-SCRATCH ASSIGN TO "OPERATRN.TXT"
      *  MASTER CAN BE ROLLED FORWARD FROM A RESTORED BACKUP.
           SELECT AUDIT-FILE ASSIGN TO "SALAUDIT.TXT"
               FILE STATUS IS AUDIT-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SALESMANFILE.
         02 Q2SALE PIC 9(5)V99.
         02 Q3SALE PIC 9(5)V99.
         02 Q4SALE PIC 9(5)V99.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
         02 SALESCO PIC X(4).
       FD SALESMANFILE2.
         01 SALESMANDETAILS2.
         02 SALESNUM2 PIC X(12).
         02 Q2SALE2 PIC 9(5)V99.
         02 Q3SALE2 PIC 9(5)V99.
         02 Q4SALE2 PIC 9(5)V99.
         02 SALESCO2 PIC X(4).
       FD OPER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           05 SL-RESULT PIC X(8).
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS AUDIT-REC.
       01 AUDIT-REC.
           05 AU-DATE PIC 9(8).
           05 AU-OPER PIC X(8).
           05 AU-ACTION PIC X(6).
           05 AU-KEY PIC X(12).
           05 AU-BEFORE PIC X(64).
           05 AU-AFTER PIC X(64).
       FD CTL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS SALESMAN-LOCK-REC.
       01 SALESMAN-LOCK-REC.
           05 SALESMAN-LOCK-HOLDER PIC X(15).
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
       01 MY-PROG-NAME PIC X(15) VALUE 'SALESMAN-TXT'.
         01 ANSWER PIC A VALUE 'Y'.
      *  UNTIL THE ACTION IS ACTUALLY APPLIED - SAME JOURNAL SHAPE
      *  AS EMPMAINT-TXT'S.
         01 AUDIT-WORK.
           05 AUW-BEFORE PIC X(64).
           05 AUW-AFTER PIC X(64).
      *  CONTROL-RECORD WORK FIELDS FOR THE END-OF-SESSION STAMP.
         01 CTL-STATUS PIC XX.
         01 CTL-COUNT-WS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SIGNON-RTN.
           IF SIGNON-OK NOT = 'YES'
               DISPLAY "SIGN-ON FAILED - EXITING."

      *  A VIEW-ONLY OPERATOR CAN BROWSE BUT NOT MAINTAIN.
       GUARD-ADD-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM ADD-RTN
           ELSE
               DISPLAY "VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED."
           END-IF.
       GUARD-CHANGE-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM CHANGE-RTN
           ELSE
               DISPLAY "VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED."
           END-IF.
       GUARD-DELETE-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM DELETE-RTN
           ELSE
               DISPLAY "VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED."
           CLOSE SALESMANFILE.

      *  CHANGE AN EXISTING SALESMAN'S NAME/QUARTERLY FIGURES BY
      *  SALESNUM. ONLY THE RUN COMPANY'S SALESMEN ARE MATCHED, HERE,
      *  ON DELETE AND BY THE DUPLICATE CHECK.
       CHANGE-RTN.
           DISPLAY "ENTER SALESMAN NUMBER TO CHANGE: ".
           ACCEPT KEY-SALESNUM.
           END-IF.
       CHANGE-COPY-RTN.
           IF SALESNUM = KEY-SALESNUM
               AND (SALESCO = RUN-CO-WS
                   OR (SALESCO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
               MOVE SALESMANDETAILS TO AUW-BEFORE
               DISPLAY "ENTER NEW SALESMAN NAME: "
           MOVE Q2SALE TO Q2SALE2.
           MOVE Q3SALE TO Q3SALE2.
           MOVE Q4SALE TO Q4SALE2.
           MOVE SALESCO TO SALESCO2.
           WRITE SALESMANDETAILS2.
           READ SALESMANFILE AT END MOVE 'Y' TO EOF-SWITCH.

           END-IF.
       DELETE-COPY-RTN.
           IF SALESNUM = KEY-SALESNUM
               AND (SALESCO = RUN-CO-WS
                   OR (SALESCO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
               MOVE SALESMANDETAILS TO AUW-BEFORE
               MOVE SPACES TO AUW-AFTER
               MOVE Q2SALE TO Q2SALE2
               MOVE Q3SALE TO Q3SALE2
               MOVE Q4SALE TO Q4SALE2
               MOVE SALESCO TO SALESCO2
               WRITE SALESMANDETAILS2
           END-IF.
           READ SALESMANFILE AT END MOVE 'Y' TO EOF-SWITCH.
           MOVE Q2SALE2 TO Q2SALE.
           MOVE Q3SALE2 TO Q3SALE.
           MOVE Q4SALE2 TO Q4SALE.
           MOVE SALESCO2 TO SALESCO.
           WRITE SALESMANDETAILS.
           READ SALESMANFILE2 AT END MOVE 'Y' TO EOF-SWITCH.

           PERFORM GET-Q3SALE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-Q4SALE-RTN UNTIL VALID-SW = 'YES'.
           IF RUN-CO-WS = HOME-CO-WS
               MOVE SPACES TO SALESCO
           ELSE
               MOVE RUN-CO-WS TO SALESCO
           END-IF.
           WRITE SALESMANDETAILS.
           MOVE 'ADD   ' TO AU-ACTION.
           MOVE SALESNUM TO AU-KEY.
           MOVE KEY-SALESNUM TO SALESNUM.
       CHECK-DUP-COMP.
           IF SALESNUM = KEY-SALESNUM
               AND (SALESCO = RUN-CO-WS
                   OR (SALESCO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO DUP-SW
           ELSE
               READ SALESMANFILE AT END MOVE 'Y' TO EOF-SWITCH
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *  THE RUN COMPANY'S SALESMEN ONLY.
       200-PROCESS-RECORDS.
           IF SALESCO = RUN-CO-WS
               OR (SALESCO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               PERFORM 210-SHOW-RECORD
           END-IF.
           READ SALESMANFILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       210-SHOW-RECORD.
           DISPLAY "SALESMAN NUMBER: " SALESNUM
           DISPLAY "SALESMAN NAME: " SALESNAME
           DISPLAY "1ST QUARTER SALES: " Q1SALE
           DISPLAY "Q1 TO Q2 CHANGE: " Q2-CHG-WS "%"
           DISPLAY "Q2 TO Q3 CHANGE: " Q3-CHG-WS "%"
           DISPLAY "Q3 TO Q4 CHANGE: " Q4-CHG-WS "%"
           DISPLAY " ".

      *  ANNUAL TOTAL PLUS THE PERCENT CHANGE FROM EACH QUARTER TO
      *  THE NEXT. A ZERO PRIOR QUARTER LEAVES THE CHANGE AT ZERO
           MOVE 'FREE' TO SALESMAN-LOCK-HOLDER.
           WRITE SALESMAN-LOCK-REC.
           CLOSE SALESMAN-LOCK.
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
