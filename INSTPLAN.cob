      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE TERM'S ASSESSMENT LEDGER WRITTEN BY TUITION-BILL - THE
      *  PLAN TRANCHES ARE CUT FROM EACH STUDENT'S TOTAL ASSESSMENT.
           SELECT ALDG-IN ASSIGN TO ALDG-FILE-NAME
               FILE STATUS IS ALDG-STATUS.
      *  THE INSTALLMENT PLAN FILE - FOUR TRANCHES PER STUDENT PER
      *  TERM: DOWN PAYMENT, PRELIM, MIDTERM, AND FINALS.
      *  THE STUDENT MASTER - READ HERE ONLY FOR EACH STUDENT'S
      *  COMPANY.
           SELECT ACCT8 ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS SM-STATUS.
           SELECT PLAN-FILE ASSIGN TO "INSTPLAN.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
      *  SCHEDULE IN TRANCHE ORDER.
           SELECT PAY-IN ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS PAY-STATUS.
      *  PROMISSORY NOTES ACCEPTED BY THE CASHIER - A STUDENT SHORT
      *  ON THE TRANCHES DUE FOR AN EXAM PERIOD WHO HAS SIGNED A NOTE
      *  FOR IT STILL GETS A PERMIT FROM EXAM-PERMIT.
           SELECT NOTE-FILE ASSIGN TO "PROMNOTE.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTE-STATUS.
      *  PAST-DUE LIST PER EXAM PERIOD FOR THE CASHIER.
           SELECT DUE-OUT ASSIGN TO PASTDUE-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
           05 AL-STUD PIC X(12).
           05 AL-TERM PIC X(6).
           05 AL-TOTAL PIC 9(7)V99.
       FD ACCT8
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS STUDMAST-INFO.
       01 STUDMAST-INFO.
           05 SM-NUM PIC X(12).
           05 SM-NAME PIC X(25).
           05 SM-CRS PIC X(5).
           05 SM-YR PIC 9.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 SM-CO PIC X(4).
       FD PLAN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           05 PY-STUD PIC X(12).
           05 PY-TERM PIC X(6).
           05 PY-AMOUNT PIC 9(7)V99.
       FD NOTE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS NOTE-REC.
       01 NOTE-REC.
           05 PN-STUD PIC X(12).
           05 PN-TERM PIC X(6).
      *  THE EXAM PERIOD THE NOTE COVERS - P, M, OR F.
           05 PN-STAGE PIC X(1).
      *  THE DATE THE STUDENT PROMISES TO SETTLE, AND THE AMOUNT.
           05 PN-PROM-DATE PIC 9(8).
           05 PN-AMOUNT PIC 9(7)V99.
       FD DUE-OUT.
       01 REP-OUT.
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
       01 CHOICE PIC X VALUE SPACE.
      *  COMPANY PROFILE WORK FIELDS - THE COMPILED-IN HEADER VALUES
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'TRIS'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01 PASTDUE-FILE-NAME PIC X(20) VALUE 'PASTDUE.TXT'.
      *  ANOTHER COMPANY'S STUDENTS - THEIR ROWS ARE LEFT OUT.
       01 OST-TABLE.
           05 OST-NUM OCCURS 2000 TIMES PIC X(12).
       01 OST-CNT PIC 9(4) VALUE 0.
       01 OST-SUB PIC 9(4) VALUE 0.
       01 OST-KEY-WS PIC X(12).
       01 HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
       01 DUT-CNT PIC 999 VALUE 0.
       01 DUT-SUB PIC 999 VALUE 0.
       01 ALDG-STATUS PIC XX.
       01 SM-STATUS PIC XX.
       01 PLAN-STATUS PIC XX.
       01 PAY-STATUS PIC XX.
       01 NOTE-STATUS PIC XX.
       01 ANSWER PIC X VALUE 'Y'.
       01 ALDG-FILE-NAME PIC X(22) VALUE 'ASSESSLG.TXT'.
       01 KEY-TERM PIC X(6).
       01 CUR-PAST PIC S9(7)V99 VALUE 0.
      *  RECONSTRUCTING WHO OWES WHAT EVERY EXAM WEEK.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-OST-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING INSTALLMENT PLAN PROCESSING.'.
           STOP RUN.
           DISPLAY 'INSTALLMENT PLAN PROCESSING'.
           DISPLAY '  (G)ENERATE PLANS FOR A TERM'.
           DISPLAY '  (P)AST-DUE LIST FOR AN EXAM PERIOD'.
           DISPLAY '  (N)OTE - RECORD A PROMISSORY NOTE'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'G' PERFORM GENERATE-RTN
               WHEN 'P' PERFORM PASTDUE-RTN
               WHEN 'N' PERFORM NOTE-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
               DISPLAY 'PLANS GENERATED: ' PLAN-CNT
               PERFORM LOG-RUN-RTN
           END-IF.
      *  ANOTHER COMPANY'S STUDENT GETS THEIR PLAN ON THAT
      *  COMPANY'S RUN.
       GEN-ONE-RTN.
           MOVE AL-STUD TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF OST-SUB > OST-CNT
               COMPUTE TRANCHE-AMT ROUNDED = AL-TOTAL / 4
               MOVE 1 TO STAGE-IDX
               PERFORM GEN-TRANCHE-RTN UNTIL STAGE-IDX > STAGE-TAB-MAX
               ADD 1 TO PLAN-CNT
           END-IF.
           READ ALDG-IN AT END MOVE 'YES' TO EOF.
      *  THE FINALS TRANCHE PICKS UP THE ROUNDING REMAINDER SO THE
      *  FOUR TRANCHES ALWAYS SUM BACK TO THE ASSESSMENT.
           END-IF.
       FIND-STAGE-RTN.
           ADD 1 TO STAGE-IDX.
      *  RECORD PROMISSORY NOTES - MODELED ON SALESMAN-TXT'S
      *  INPUT-RTN. A NOTE COVERS ONE EXAM PERIOD; THE DOWN PAYMENT
      *  CANNOT BE DEFERRED. A MISSING PROMNOTE.TXT (STATUS 35) IS
      *  CREATED FRESH.
       NOTE-RTN.
           MOVE 'Y' TO ANSWER.
           OPEN EXTEND NOTE-FILE.
           IF NOTE-STATUS = '35'
               OPEN OUTPUT NOTE-FILE
           END-IF.
           PERFORM NOTE-ENTRY-RTN UNTIL ANSWER = 'N'.
           CLOSE NOTE-FILE.
       NOTE-ENTRY-RTN.
           DISPLAY 'ENTER STUDENT NUMBER: '.
           ACCEPT PN-STUD.
           DISPLAY 'ENTER TERM CODE: '.
           ACCEPT PN-TERM.
           MOVE 1 TO STAGE-IDX.
           PERFORM GET-NOTE-STAGE-RTN UNTIL STAGE-IDX > 1
               AND STAGE-IDX <= STAGE-TAB-MAX.
           DISPLAY 'ENTER PROMISED PAYMENT DATE (YYYYMMDD): '.
           ACCEPT PN-PROM-DATE.
           DISPLAY 'ENTER AMOUNT PROMISED: '.
           ACCEPT PN-AMOUNT.
           WRITE NOTE-REC.
           DISPLAY 'PROMISSORY NOTE RECORDED.'.
           DISPLAY 'RECORD ANOTHER NOTE (Y/N)? '.
           ACCEPT ANSWER.
       GET-NOTE-STAGE-RTN.
           DISPLAY 'ENTER EXAM PERIOD COVERED (P/M/F): '.
           ACCEPT PN-STAGE.
           MOVE 1 TO STAGE-IDX.
           PERFORM FIND-STAGE-RTN UNTIL STAGE-IDX > STAGE-TAB-MAX
               OR PN-STAGE = STAGE-CODE (STAGE-IDX).
           IF STAGE-IDX = 1 OR STAGE-IDX > STAGE-TAB-MAX
               DISPLAY 'EXAM PERIOD MUST BE P, M, OR F - TRY AGAIN.'
               MOVE 1 TO STAGE-IDX
           END-IF.
      *  SUM EACH STUDENT'S TRANCHES DUE THROUGH THE KEYED STAGE.
       BUILD-DUE-RTN.
           MOVE 0 TO DUT-CNT.
           END-IF.
           MOVE 'NO' TO EOF.
       BUILD-DUE-REC-RTN.
           MOVE IP-STUD TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF IP-TERM = KEY-TERM AND OST-SUB > OST-CNT
               MOVE 1 TO STAGE-IDX
               PERFORM FIND-STAGE-RTN
                   UNTIL STAGE-IDX > STAGE-TAB-MAX
           MOVE DUE-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
           CLOSE DUE-OUT.
           DISPLAY 'CHECK ' PASTDUE-FILE-NAME ' FOR THE LIST'.
       WRITE-DUE-COMP.
           COMPUTE CUR-PAST =
               DUT-DUE (DUT-SUB) - DUT-PAID (DUT-SUB).
           MOVE PLAN-CNT TO RL-RECS-READ.
           MOVE DUE-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (PASTDUE_RIVL.TXT FOR A RIVL RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO PASTDUE-FILE-NAME
               STRING 'PASTDUE_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PASTDUE-FILE-NAME
           END-IF.
      *  TABLE THE STUDENTS ON ANOTHER COMPANY'S ROLL. A MISSING
      *  STUDMAST.TXT (STATUS 35) LEAVES EVERY STUDENT THE HOME
      *  COMPANY'S.
       LOAD-OST-RTN.
           MOVE 0 TO OST-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT8.
           IF SM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ACCT8
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-OST-COMP UNTIL EOF = 'YES'
               CLOSE ACCT8
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-OST-COMP.
           IF SM-CO NOT = COPROF-CODE-WS
               AND NOT (SM-CO = SPACES
                   AND COPROF-CODE-WS = HOME-CO-WS)
               AND OST-CNT < 2000
               ADD 1 TO OST-CNT
               MOVE SM-NUM TO OST-NUM (OST-CNT)
           END-IF.
           READ ACCT8 AT END MOVE 'YES' TO EOF.
      *  IS OST-KEY-WS ANOTHER COMPANY'S STUDENT? OST-SUB ENDS PAST
      *  OST-CNT WHEN NOT.
       FIND-OST-RTN.
           MOVE 1 TO OST-SUB.
           PERFORM FIND-OST-COMP UNTIL OST-SUB > OST-CNT
               OR OST-NUM (OST-SUB) = OST-KEY-WS.
       FIND-OST-COMP.
           ADD 1 TO OST-SUB.
