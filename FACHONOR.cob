      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  SECTION ASSIGNMENTS AND THE SUBJECT CATALOG - THE LOAD IN
      *  UNITS COMES FROM THESE, SAME JOIN AS FAC-LOAD.
           SELECT ACCT2 ASSIGN TO 'FACULTY.TXT'.
      *  THE HONORARIUM REGISTER AND THE PAY STATEMENTS, ONE BLOCK
      *  PER FACULTY MEMBER - SAME PATTERN AS PAYROLL-TXT'S REGISTER
      *  AND PAYSLIPS.
           SELECT REG-OUT ASSIGN TO FACHONRG-FILE-NAME.
           SELECT STMT-OUT ASSIGN TO FACHONST-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
           05 MISC-FEE1 PIC 9(5)V99.
       FD FACM-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS FACMAST-REC.
       01 FACMAST-REC.
           05 FM-ID PIC X(12).
           05 FM-RANK PIC X(10).
           05 FM-RATE PIC 9(4)V99.
           05 FM-STATUS PIC X(1).
           05 FM-DEPT PIC X(5).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 FM-CO PIC X(4).
       FD REG-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
           05 FILLER PIC X(80).
       FD RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01 RUNLOG-REC.
           05 RL-JOBNAME PIC X(15).
           05 RL-TIME PIC 9(8).
           05 RL-RECS-READ PIC 9(6).
           05 RL-RECS-WRITTEN PIC 9(6).
      *  THE RUN COMPANY (COMPANY.TXT CODE) - BLANK FOR A SHOP-WIDE
      *  JOB.
           05 RL-CO PIC X(4).
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
       WORKING-STORAGE SECTION.
      *  COMPANY PROFILE WORK FIELDS - THE COMPILED-IN HEADER VALUES
      *  STAY AS THE FALLBACK WHEN THE PROFILE FILE OR CODE IS
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'TRIS'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01 FACHONRG-FILE-NAME PIC X(20) VALUE 'FACHONRG.TXT'.
       01 FACHONST-FILE-NAME PIC X(20) VALUE 'FACHONST.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
               MOVE 'YES' TO EOF
               DISPLAY 'NO FACULTY MASTER ON FILE - RUN FACMAST-MAINT.'
           ELSE
               PERFORM READ-FACM-RTN
               PERFORM PAY-ONE-RTN UNTIL EOF = 'YES'
               CLOSE FACM-IN
           END-IF.
           CLOSE REG-OUT, STMT-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'HONORARIUM RUN COMPLETE'.
           DISPLAY 'CHECK ' FACHONRG-FILE-NAME ' AND '
               FACHONST-FILE-NAME.
           STOP RUN.
      *  ONE FACULTY MEMBER: ACTIVE MEMBERS WITH AN ASSIGNED LOAD GET
      *  A REGISTER LINE AND A STATEMENT BLOCK.
                   PERFORM WRITE-STMT-RTN
               END-IF
           END-IF.
           PERFORM READ-FACM-RTN.
       FIND-LOAD-RTN.
           MOVE 0 TO CUR-LOAD.
           MOVE 1 TO LDT-SUB.
           COMPUTE RL-RECS-READ = PAID-CNT + SKIP-CNT.
           MOVE PAID-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  PULL THIS COMPANY'S LETTERHEAD FROM THE SHARED PROFILE
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
               IF RUNCO-SCHOOL NOT = SPACES
                   MOVE RUNCO-SCHOOL TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (FACHONRG_RIVL.TXT FOR A RIVL RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO FACHONRG-FILE-NAME
               STRING 'FACHONRG_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO FACHONRG-FILE-NAME
               MOVE SPACES TO FACHONST-FILE-NAME
               STRING 'FACHONST_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO FACHONST-FILE-NAME
           END-IF.
      *  NEXT FACULTY MASTER RECORD OF THE RUN COMPANY - ANY OTHER
      *  COMPANY'S ARE PASSED OVER. A BLANK COMPANY CODE IS THE HOME
      *  COMPANY'S.
       READ-FACM-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-FACM-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-FACM-COMP.
           READ FACM-IN AT END MOVE 'YES' TO EOF.
           IF EOF = 'YES'
               OR FM-CO = COPROF-CODE-WS
               OR (FM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
