      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER - BOTH THE HEADCOUNT AND
      *  THE STATUS SIDES OF THIS REPORT COME FROM THE ONE FILE,
      *  INDEXED ON EMPNO AND READ SEQUENTIALLY HERE.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPNO2.
           SELECT EMP-OUT ASSIGN TO EMPREP3-FILE-NAME.
       DATA DIVISION.
       FILE SECTION.
       FD EMP2-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST2.
       01 EMPLOY-LIST2.
           05 DC2 PIC X(5).
           05 MONRATE2 PIC 9(6)V99.
           05 SEPDT2 PIC 9(8).
           05 SEPRSN2 PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO2 PIC X(4).
       FD EMP-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
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
       FD RUNCO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS RUNCO-REC.
       01 RUNCO-REC.
           05 RUNCO-PAY PIC X(4).
           05 RUNCO-SALES PIC X(4).
           05 RUNCO-SCHOOL PIC X(4).
       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'RIVL'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 EMPREP3-FILE-NAME PIC X(20) VALUE 'EMPREP3.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 HDR1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM HDR3.
           WRITE REP-OUT FROM BLNKSCR.
           PERFORM READ-EMP-RTN.
           PERFORM COUNT-STAT-RTN UNTIL EOF2 = 'YES'.
           MOVE 1 TO DEPT-IDX.
           PERFORM PRINT-DEPT-RTN UNTIL DEPT-IDX > DEPT-TAB-MAX.
               MOVE DC2 TO EXC-TAB-DC (EXC-NUM)
               MOVE EMPNO2 TO EXC-TAB-NO (EXC-NUM)
           END-IF.
           PERFORM READ-EMP-RTN.
       FIND-STAT-RTN.
           ADD 1 TO STAT-IDX.
       PRINT-DEPT-RTN.
      *  FILE. A MISSING COMPANY.TXT (STATUS 35) OR UNLISTED CODE
      *  KEEPS THE COMPILED-IN DEFAULTS.
       LOAD-COPROF-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           MOVE 'NO' TO COPROF-EOF.
           OPEN INPUT CO-FILE.
           IF COPROF-STATUS = '35'
           ELSE
               READ CO-FILE AT END MOVE 'YES' TO COPROF-EOF
           END-IF.
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
                   MOVE RUNCO-PAY TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (EMPREP3_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO EMPREP3-FILE-NAME
               STRING 'EMPREP3_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO EMPREP3-FILE-NAME
           END-IF.
      *  NEXT EMPLOYEE OF THE RUN COMPANY - ANY OTHER COMPANY'S ARE
      *  PASSED OVER. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       READ-EMP-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-EMP-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-EMP-COMP.
           READ EMP2-IN AT END MOVE 'YES' TO EOF2.
           IF EOF2 = 'YES'
               OR EMPCO2 = COPROF-CODE-WS
               OR (EMPCO2 = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-EMPMAST-RTN.
