      *  AS SALESMAN-TXT.
           SELECT STUD-SCRATCH ASSIGN TO "STUDMASN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  EMPLOYEE-DEPENDENT LINKS - A STUDENT WHOSE PARENT IS ON THE
      *  EMPLOYEE MASTER, WITH THE DEPENDENT DISCOUNT HR GRANTS AND
      *  HOW MANY PAYROLL CUTOFFS THE PARENT SPREADS THE BALANCE
      *  OVER. TUITION-BILL APPLIES BOTH; SAME SCRATCH SWAP AS THE
      *  MASTER.
           SELECT DEP-LINK ASSIGN TO "DEPLINK.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DK-FILE-STATUS.
           SELECT DEP-SCRATCH ASSIGN TO "DEPLINKN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  THE EMPLOYEE MASTER, READ BY KEY ONLY TO PROVE THE PARENT IS
      *  AN ACTIVE EMPLOYEE, UNDER THE USUAL CLAIM/RELEASE LOCK.
           SELECT EMPMAST-LOCK ASSIGN TO "EMPMAST.LCK"
               FILE STATUS IS LOCK-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS STUDMAST-REC.
       01 STUDMAST-REC.
           05 SM-NUM PIC X(12).
           05 SM-NAME PIC X(25).
           05 SM-CRS PIC X(5).
           05 SM-YR PIC 9.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 SM-CO PIC X(4).
       FD STUD-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS STUDMAST-REC2.
       01 STUDMAST-REC2.
           05 SM-NUM2 PIC X(12).
           05 SM-NAME2 PIC X(25).
           05 SM-CRS2 PIC X(5).
           05 SM-YR2 PIC 9.
           05 SM-CO2 PIC X(4).
       FD DEP-LINK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS DEPLINK-REC.
       01 DEPLINK-REC.
           05 DK-STUD PIC X(12).
           05 DK-EMPNO PIC X(10).
      *  PERCENT OFF THE ASSESSMENT AFTER ANY SCHOLARSHIP.
           05 DK-PCT PIC 999.
      *  PAYROLL CUTOFFS THE BALANCE IS DEDUCTED OVER - ZERO WHEN THE
      *  PARENT PAYS AT THE CASHIER.
           05 DK-INSTALLS PIC 99.
      *  A = ACTIVE, S = PARENT SEPARATED (SET BY SEPARATION-PROC).
           05 DK-STATUS PIC X(1).
       FD DEP-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS DEPLINK-REC2.
       01 DEPLINK-REC2 PIC X(28).
       FD EMP-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST.
       01 EMPLOY-LIST.
           05 DC PIC X(5).
           05 EMPNO PIC X(10).
           05 EMPNA PIC X(20).
           05 STATS PIC X(12).
           05 HIREDT PIC 9(8).
           05 POSTITLE PIC X(15).
           05 MONRATE PIC 9(6)V99.
           05 SEPDT PIC 9(8).
           05 SEPRSN PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO PIC X(4).
       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
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
       01 RUN-CO-WS PIC X(4) VALUE 'TRIS'.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 KEY-NUM PIC X(12).
       01 YR-EDIT-WS PIC X.
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 SM-FILE-STATUS PIC XX.
      *  DEPENDENT LINK WORK FIELDS.
       01 DK-FILE-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 MAST-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'STUDMAINT-TXT'.
       01 KEY-EMPNO PIC X(10).
       01 EMP-OK-SW PIC X(3) VALUE 'NO'.
       01 PCT-EDIT-WS PIC X(3).
       01 PCT-EDIT-9 REDEFINES PCT-EDIT-WS PIC 999.
       01 INST-EDIT-WS PIC X(2).
       01 INST-EDIT-9 REDEFINES INST-EDIT-WS PIC 99.
       01 NEW-LINK-WS PIC X(28).
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING STUDENT MASTER MAINTENANCE.'.
           STOP RUN.
           DISPLAY '  (C)HANGE AN EXISTING STUDENT'.
           DISPLAY '  (D)ELETE AN EXISTING STUDENT'.
           DISPLAY '  (V)IEW ALL STUDENTS'.
           DISPLAY '  (L)INK A STUDENT TO A PARENT EMPLOYEE'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
               WHEN 'C' PERFORM CHANGE-RTN
               WHEN 'D' PERFORM DELETE-RTN
               WHEN 'V' PERFORM VIEW-RTN
               WHEN 'L' PERFORM LINK-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
           ACCEPT SM-CRS.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-YR-RTN UNTIL VALID-SW = 'YES'.
           IF RUN-CO-WS = HOME-CO-WS
               MOVE SPACES TO SM-CO
           ELSE
               MOVE RUN-CO-WS TO SM-CO
           END-IF.
           WRITE STUDMAST-REC.
           DISPLAY 'RECORD ADDED.'.
           DISPLAY 'ADD ANOTHER STUDENT (Y/N)? '.
      *  SCAN THE FILE FOR THE NUMBER BEFORE IT'S WRITTEN. THE MASTER
      *  IS CLOSED AND REOPENED INPUT/EXTEND AROUND THE SCAN SINCE
      *  ADD-RTN HOLDS IT OPEN EXTEND FOR THE DURATION OF THIS LOOP.
      *  EVERY COMPANY'S STUDENTS ARE SCANNED - A STUDENT NUMBER IS
      *  UNIQUE ACROSS THE WHOLE MASTER, SINCE THE ENROLLMENT FILES
      *  CARRY NO COMPANY CODE OF THEIR OWN.
       CHECK-DUP-RTN.
           MOVE 'NO' TO DUP-SW.
           CLOSE STUD-MASTER.
           END-IF.

      *  CHANGE AN EXISTING STUDENT'S NAME/COURSE/YEAR BY NUMBER.
      *  ONLY THE RUN COMPANY'S STUDENTS ARE MATCHED, HERE, ON DELETE,
      *  ON VIEW AND WHEN LINKING A PARENT.
       CHANGE-RTN.
           DISPLAY 'ENTER STUDENT NUMBER TO CHANGE: '.
           ACCEPT KEY-NUM.
           END-IF.
       CHANGE-COPY-RTN.
           IF SM-NUM = KEY-NUM
               AND (SM-CO = RUN-CO-WS
                   OR (SM-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
               MOVE SPACES TO SM-NAME
               PERFORM GET-NAME-RTN UNTIL SM-NAME NOT = SPACES
           MOVE SM-NAME TO SM-NAME2.
           MOVE SM-CRS TO SM-CRS2.
           MOVE SM-YR TO SM-YR2.
           MOVE SM-CO TO SM-CO2.
           WRITE STUDMAST-REC2.
           READ STUD-MASTER AT END MOVE 'YES' TO EOF.

           END-IF.
       DELETE-COPY-RTN.
           IF SM-NUM = KEY-NUM
               AND (SM-CO = RUN-CO-WS
                   OR (SM-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
           ELSE
               MOVE SM-NUM TO SM-NUM2
               MOVE SM-NAME TO SM-NAME2
               MOVE SM-CRS TO SM-CRS2
               MOVE SM-YR TO SM-YR2
               MOVE SM-CO TO SM-CO2
               WRITE STUDMAST-REC2
           END-IF.
           READ STUD-MASTER AT END MOVE 'YES' TO EOF.
           PERFORM VIEW-COMP UNTIL EOF = 'YES'.
           CLOSE STUD-MASTER.
       VIEW-COMP.
           IF SM-CO = RUN-CO-WS
               OR (SM-CO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               DISPLAY 'STUDENT NUMBER: ' SM-NUM
               DISPLAY 'STUDENT NAME:   ' SM-NAME
               DISPLAY 'COURSE:         ' SM-CRS
               DISPLAY 'YEAR LEVEL:     ' SM-YR
               DISPLAY ' '
           END-IF.
           READ STUD-MASTER AT END MOVE 'YES' TO EOF.

      *  COPY THE SCRATCH FILE BACK OVER THE MASTER SO IT REFLECTS
           MOVE SM-NAME2 TO SM-NAME.
           MOVE SM-CRS2 TO SM-CRS.
           MOVE SM-YR2 TO SM-YR.
           MOVE SM-CO2 TO SM-CO.
           WRITE STUDMAST-REC.
           READ STUD-SCRATCH AT END MOVE 'YES' TO EOF.

      *  LINK A STUDENT TO A PARENT EMPLOYEE, CHANGE THE LINK, OR
      *  REMOVE IT WITH A BLANK EMPLOYEE NUMBER. THE STUDENT MUST BE
      *  ON THE MASTER AND THE PARENT AN ACTIVE EMPLOYEE. THE LINK
      *  FILE IS COPIED TO SCRATCH WITHOUT THE STUDENT'S OLD LINK,
      *  THE NEW ONE ADDED, AND SWAPPED BACK.
       LINK-RTN.
           DISPLAY 'ENTER STUDENT NUMBER TO LINK: '.
           ACCEPT KEY-NUM.
           PERFORM FIND-STUD-RTN.
           IF FOUND-SW = 'NO'
               DISPLAY 'STUDENT NUMBER NOT FOUND, NO LINK MADE.'
           ELSE
               MOVE SPACES TO NEW-LINK-WS
               DISPLAY 'ENTER PARENT EMPLOYEE NUMBER '
                   '(BLANK TO REMOVE THE LINK): '
               ACCEPT KEY-EMPNO
               IF KEY-EMPNO = SPACES
                   PERFORM REWRITE-LINK-RTN
                   DISPLAY 'LINK REMOVED.'
               ELSE
                   PERFORM CHECK-EMP-RTN
                   IF EMP-OK-SW = 'NO'
                       DISPLAY 'EMPLOYEE NOT FOUND OR SEPARATED, '
                           'NO LINK MADE.'
                   ELSE
                       MOVE 'NO' TO VALID-SW
                       PERFORM GET-PCT-RTN UNTIL VALID-SW = 'YES'
                       MOVE 'NO' TO VALID-SW
                       PERFORM GET-INST-RTN UNTIL VALID-SW = 'YES'
                       MOVE KEY-NUM TO DK-STUD
                       MOVE KEY-EMPNO TO DK-EMPNO
                       MOVE PCT-EDIT-9 TO DK-PCT
                       MOVE INST-EDIT-9 TO DK-INSTALLS
                       MOVE 'A' TO DK-STATUS
                       MOVE DEPLINK-REC TO NEW-LINK-WS
                       PERFORM REWRITE-LINK-RTN
                       DISPLAY 'LINK RECORDED.'
                   END-IF
               END-IF
           END-IF.
       FIND-STUD-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT STUD-MASTER.
           IF SM-FILE-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ STUD-MASTER AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM FIND-STUD-COMP
                   UNTIL EOF = 'YES' OR FOUND-SW = 'YES'
               CLOSE STUD-MASTER
           END-IF.
       FIND-STUD-COMP.
           IF SM-NUM = KEY-NUM
               AND (SM-CO = RUN-CO-WS
                   OR (SM-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               MOVE 'YES' TO FOUND-SW
           ELSE
               READ STUD-MASTER AT END MOVE 'YES' TO EOF
           END-IF.
      *  THE PARENT MUST BE ON THE EMPLOYEE MASTER AND NOT SEPARATED.
      *  A MISSING MASTER (STATUS 35) PROVES NOBODY.
       CHECK-EMP-RTN.
           MOVE 'NO' TO EMP-OK-SW.
           PERFORM CLAIM-EMPMAST-RTN.
           OPEN INPUT EMP-MASTER.
           IF MAST-STATUS NOT = '35'
               MOVE KEY-EMPNO TO EMPNO
               READ EMP-MASTER
                   INVALID KEY
                       MOVE 'NO' TO EMP-OK-SW
                   NOT INVALID KEY
                       IF STATS NOT = 'SEPARATED   '
                           MOVE 'YES' TO EMP-OK-SW
                       END-IF
               END-READ
               CLOSE EMP-MASTER
           END-IF.
           PERFORM RELEASE-EMPMAST-RTN.
       GET-PCT-RTN.
           DISPLAY 'ENTER DEPENDENT DISCOUNT PERCENT (3 DIGITS): '.
           ACCEPT PCT-EDIT-WS.
           IF PCT-EDIT-WS IS NUMERIC AND PCT-EDIT-9 NOT > 100
               MOVE 'YES' TO VALID-SW
           ELSE
               DISPLAY 'INVALID ENTRY - 000 TO 100 ONLY. TRY AGAIN.'
           END-IF.
       GET-INST-RTN.
           DISPLAY 'ENTER PAYROLL CUTOFFS TO DEDUCT THE BALANCE OVER '
               '(2 DIGITS, 00 = PAYS AT THE CASHIER): '.
           ACCEPT INST-EDIT-WS.
           IF INST-EDIT-WS IS NUMERIC
               MOVE 'YES' TO VALID-SW
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  COPY THE LINK FILE TO SCRATCH, DROPPING KEY-NUM'S OLD LINK
      *  AND ADDING NEW-LINK-WS WHEN ONE WAS KEYED, THEN SWAP IT
      *  BACK. A MISSING DEPLINK.TXT (STATUS 35) STARTS EMPTY.
       REWRITE-LINK-RTN.
           MOVE 'N0' TO EOF.
           OPEN OUTPUT DEP-SCRATCH.
           OPEN INPUT DEP-LINK.
           IF DK-FILE-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ DEP-LINK AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM REWRITE-LINK-COMP UNTIL EOF = 'YES'
               CLOSE DEP-LINK
           END-IF.
           IF NEW-LINK-WS NOT = SPACES
               WRITE DEPLINK-REC2 FROM NEW-LINK-WS
           END-IF.
           CLOSE DEP-SCRATCH.
           MOVE 'N0' TO EOF.
           OPEN INPUT DEP-SCRATCH
               OUTPUT DEP-LINK.
           READ DEP-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM SWAP-LINK-COMP UNTIL EOF = 'YES'.
           CLOSE DEP-SCRATCH, DEP-LINK.
       REWRITE-LINK-COMP.
           IF DK-STUD NOT = KEY-NUM
               WRITE DEPLINK-REC2 FROM DEPLINK-REC
           END-IF.
           READ DEP-LINK AT END MOVE 'YES' TO EOF.
       SWAP-LINK-COMP.
           WRITE DEPLINK-REC FROM DEPLINK-REC2.
           READ DEP-SCRATCH AT END MOVE 'YES' TO EOF.

      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-EMPMAST-RTN.
           MOVE 'FREE' TO EMPMAST-LOCK-HOLDER.
           OPEN INPUT EMPMAST-LOCK.
           IF LOCK-STATUS NOT = '35'
               READ EMPMAST-LOCK
                   AT END CONTINUE
               END-READ
               CLOSE EMPMAST-LOCK
               IF EMPMAST-LOCK-HOLDER NOT = SPACES
                   AND EMPMAST-LOCK-HOLDER NOT = 'FREE'
                   DISPLAY 'EMPLOYEE MASTER IS CLAIMED BY '
                       EMPMAST-LOCK-HOLDER
                   DISPLAY 'TRY AGAIN WHEN THAT RUN FINISHES.'
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT EMPMAST-LOCK.
           MOVE MY-PROG-NAME TO EMPMAST-LOCK-HOLDER.
           WRITE EMPMAST-LOCK-REC.
           CLOSE EMPMAST-LOCK.
      *  RELEASE THE CLAIM AT END OF RUN.
       RELEASE-EMPMAST-RTN.
           OPEN OUTPUT EMPMAST-LOCK.
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
               IF RUNCO-SCHOOL NOT = SPACES
                   MOVE RUNCO-SCHOOL TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
