               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
      *  OPERATOR SIGN-ON FILE - ID, PASSWORD, AND PERMISSION LEVEL
      *  (V = VIEW ONLY, U = UPDATE, S = SUPERVISOR). NOBODY
      *  MAINTAINS THE MASTER ANONYMOUSLY ANY MORE; THE AUDIT TRAIL
      *  NAMES THE OPERATOR.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OPER-STATUS.
           SELECT OPER-SCRATCH ASSIGN TO "OPERATRN.TXT"
      *  PROVE THE MASTER IS STILL WHOLE BEFORE A BATCH CHAIN RUNS.
           SELECT CTL-FILE ASSIGN TO "EMPMAST.CTL"
               FILE STATUS IS CTL-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMP-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST.
       01 EMPLOY-LIST.
           05 DC PIC X(5).
      *  EMPLOYEE IS ACTIVE, SET BY SEPARATION-PROC ON EXIT.
           05 SEPDT PIC 9(8).
           05 SEPRSN PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO PIC X(4).
       FD OPER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           05 SL-RESULT PIC X(8).
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 214 CHARACTERS
           DATA RECORD IS AUDIT-REC.
       01 AUDIT-REC.
           05 AU-DATE PIC 9(8).
           05 AU-TIME PIC 9(8).
           05 AU-OPER PIC X(8).
           05 AU-ACTION PIC X(6).
           05 AU-BEFORE PIC X(92).
           05 AU-AFTER PIC X(92).
       FD XFER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS EMPMAST-LOCK-REC.
       01 EMPMAST-LOCK-REC.
           05 EMPMAST-LOCK-HOLDER PIC X(15).
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
       01 RUN-CO-WS PIC X(4) VALUE 'RIVL'.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'EMPMAINT-TXT'.
       01 CHOICE PIC X VALUE SPACE.
      *  ACTUALLY APPLIED TO THE MASTER.
       01 AUDIT-WORK.
           05 AUW-ACTION PIC X(6).
           05 AUW-BEFORE PIC X(92).
           05 AUW-AFTER PIC X(92).
       01 AUDIT-STATUS PIC XX.
      *  THE SIGNED-ON OPERATOR - SET ONCE BY SIGNON-RTN AND STAMPED
      *  ON EVERY AUDIT RECORD.
       01 CTL-EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SIGNON-RTN.
           IF SIGNON-OK NOT = 'YES'
               DISPLAY 'SIGN-ON FAILED - EXITING.'
           END-EVALUATE.
      *  A VIEW-ONLY OPERATOR CAN BROWSE BUT NOT MAINTAIN.
       GUARD-ADD-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM ADD-RTN
           ELSE
               DISPLAY 'VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED.'
           END-IF.
       GUARD-CHANGE-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM CHANGE-RTN
           ELSE
               DISPLAY 'VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED.'
           END-IF.
       GUARD-DELETE-RTN.
           IF OPER-LEVEL-WS = 'U' OR OPER-LEVEL-WS = 'S'
               PERFORM DELETE-RTN
           ELSE
               DISPLAY 'VIEW-ONLY OPERATOR - UPDATES NOT ALLOWED.'
           END-IF.
      *  BROWSE THE RUN COMPANY'S EMPLOYEES IN KEY ORDER.
       VIEW-RTN.
           MOVE 'NO' TO OPER-EOF.
           OPEN INPUT EMP-MASTER.
               CLOSE EMP-MASTER
           END-IF.
       VIEW-COMP.
           IF EMPCO = RUN-CO-WS
               OR (EMPCO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               DISPLAY EMPNO ' ' EMPNA ' ' DC ' ' STATS
           END-IF.
           READ EMP-MASTER NEXT RECORD
               AT END MOVE 'YES' TO OPER-EOF
           END-READ.
           PERFORM GET-MONRATE-RTN UNTIL VALID-SW = 'YES'.
           MOVE ZEROS TO SEPDT.
           MOVE SPACES TO SEPRSN.
           IF RUN-CO-WS = HOME-CO-WS
               MOVE SPACES TO EMPCO
           ELSE
               MOVE RUN-CO-WS TO EMPCO
           END-IF.
           MOVE 'ADD   ' TO AUW-ACTION.
           MOVE SPACES TO AUW-BEFORE.
           MOVE EMPLOY-LIST TO AUW-AFTER.

      *  GET A NON-BLANK, NOT-ALREADY-USED EMPLOYEE NUMBER. THE
      *  DUPLICATE CHECK IS NOW ONE DIRECT READ BY KEY INSTEAD OF THE
      *  OLD TOP-TO-BOTTOM SCAN OF THE WHOLE FILE. EMPNO IS THE
      *  MASTER'S KEY, SO IT STAYS UNIQUE ACROSS EVERY COMPANY.
       GET-EMPNO-RTN.
           DISPLAY 'ENTER EMPLOYEE NUMBER: '.
           ACCEPT KEY-EMPNO.
               NOT INVALID KEY MOVE 'YES' TO DUP-SW
           END-READ.
      *  CHANGE AN EXISTING EMPLOYEE BY EMPNO - ONE DIRECT READ AND
      *  ONE REWRITE. ANOTHER COMPANY'S EMPLOYEE IS NOT FOUND HERE OR
      *  ON DELETE.
       CHANGE-RTN.
           DISPLAY 'ENTER EMPLOYEE NUMBER TO CHANGE: '.
           ACCEPT KEY-EMPNO.
           READ EMP-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EMPCO = RUN-CO-WS
                       OR (EMPCO = SPACES AND RUN-CO-WS = HOME-CO-WS)
                       MOVE 'YES' TO FOUND-SW
                       PERFORM CHANGE-ENTRY-RTN
                   END-IF
           END-READ.
           CLOSE EMP-MASTER.
           IF FOUND-SW = 'NO'
           READ EMP-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EMPCO = RUN-CO-WS
                       OR (EMPCO = SPACES AND RUN-CO-WS = HOME-CO-WS)
                       MOVE 'YES' TO FOUND-SW
                       MOVE EMPLOY-LIST TO AUW-BEFORE
                       DELETE EMP-MASTER
                       MOVE 'DELETE' TO AUW-ACTION
                       MOVE SPACES TO AUW-AFTER
                       PERFORM WRITE-AUDIT-RTN
                       DISPLAY 'RECORD DELETED.'
                   END-IF
           END-READ.
           CLOSE EMP-MASTER.
           IF FOUND-SW = 'NO'
           MOVE 'FREE' TO EMPMAST-LOCK-HOLDER.
           WRITE EMPMAST-LOCK-REC.
           CLOSE EMPMAST-LOCK.
      *  TAKE THIS APPLICATION'S RUN COMPANY FROM RUNCO.TXT. A
      *  MISSING FILE (STATUS 35) OR A BLANK CODE RUNS THE HOME
      *  COMPANY, AS BEFORE.
       LOAD-RUNCO-RTN.
           OPEN INPUT RUNCO-FILE.
           IF RUNCO-STATUS NOT = '35'
               READ RUNCO-FILE
                   AT END MOVE SPACES TO RUNCO-REC
               END-READ
               IF RUNCO-PAY NOT = SPACES
                   MOVE RUNCO-PAY TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
