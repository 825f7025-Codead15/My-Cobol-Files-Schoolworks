      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE PAYROLL HISTORY LEDGER PAYROLL-TXT APPENDS EVERY CUTOFF -
      *  THE 13TH-MONTH FIGURES COME STRAIGHT FROM THE GROSS EACH
      *  EMPLOYEE WAS ACTUALLY PAID, SO A MID-YEAR JOINER (HIRED
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
      *  THE 13TH-MONTH PAY REGISTER FOR ACCOUNTING.
           SELECT REG-OUT ASSIGN TO PAY13REG-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       FILE SECTION.
       FD HIST-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS HIST-REC.
       01 HIST-REC.
           05 PH-EMPNO PIC X(10).
           05 PH-SSS PIC 9(5)V99.
           05 PH-PHIC PIC 9(5)V99.
           05 PH-HDMF PIC 9(5)V99.
           05 PH-TAX PIC S9(6)V99.
           05 PH-LOAN PIC 9(6)V99.
           05 PH-NET PIC 9(7)V99.
      *  THE CUTOFF WITHIN THE PERIOD - 'M' MONTHLY, '1' OR '2'.
      *  BLANK ON A RECORD WRITTEN BEFORE THE CUTOFF WAS KEPT, WHICH
      *  CAN ONLY BE A MONTHLY ONE.
           05 PH-CUTOFF PIC X(1).
       FD EMP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST.
       01 EMPLOY-LIST.
           05 DC PIC X(5).
           05 MONRATE PIC 9(6)V99.
           05 SEPDT PIC 9(8).
           05 SEPRSN PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO PIC X(4).
       FD REG-OUT.
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
       01 PAY13REG-FILE-NAME PIC X(20) VALUE 'PAY13REG.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 HDR1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           05 FILLER PIC X(80).
      *  PER-EMPLOYEE ACCUMULATION OF THE KEYED YEAR'S HISTORY -
      *  TOTAL GROSS EARNED AND THE COUNT OF CUTOFF MONTHS ON FILE.
      *  A SEMI-MONTHLY MONTH'S TWO RECORDS COUNT AS ONE MONTH.
       01 ACC-TABLE.
           05 ACC-ENTRY OCCURS 300 TIMES.
               10 ACC-EMPNO PIC X(10).
               10 ACC-EARNED PIC 9(8)V99.
               10 ACC-MONTHS PIC 99.
               10 ACC-LAST-PER PIC X(6).
       01 ACC-CNT PIC 999 VALUE 0.
       01 ACC-SUB PIC 999 VALUE 0.
       01 HIST-STATUS PIC XX.
           WRITE REP-OUT FROM YEAR-HDR.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM COL-HDR.
           PERFORM READ-EMP-RTN.
           PERFORM PAY13-EMP-RTN UNTIL EOF = 'YES'.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE GRAND-P13 TO TL-AMT.
           CLOSE EMP-IN, REG-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY '13TH MONTH RUN COMPLETE'.
           DISPLAY 'CHECK ' PAY13REG-FILE-NAME ' FOR THE REGISTER'.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
       GET-YEAR-RTN.
                   MOVE PH-EMPNO TO ACC-EMPNO (ACC-CNT)
                   MOVE PH-GROSS TO ACC-EARNED (ACC-CNT)
                   MOVE 1 TO ACC-MONTHS (ACC-CNT)
                   MOVE PH-PERIOD TO ACC-LAST-PER (ACC-CNT)
               END-IF
           ELSE
               ADD PH-GROSS TO ACC-EARNED (ACC-SUB)
               IF PH-PERIOD NOT = ACC-LAST-PER (ACC-SUB)
                   ADD 1 TO ACC-MONTHS (ACC-SUB)
                   MOVE PH-PERIOD TO ACC-LAST-PER (ACC-SUB)
               END-IF
           END-IF.
       FIND-ACC-RTN.
           ADD 1 TO ACC-SUB.
               ADD CUR-P13 TO GRAND-P13
               ADD 1 TO PAID-CNT
           END-IF.
           PERFORM READ-EMP-RTN.
       FIND-EMP-ACC-RTN.
           ADD 1 TO ACC-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
           MOVE HIST-CNT TO RL-RECS-READ.
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
               IF RUNCO-PAY NOT = SPACES
                   MOVE RUNCO-PAY TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (PAY13REG_DEST.TXT FOR A DEST RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO PAY13REG-FILE-NAME
               STRING 'PAY13REG_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PAY13REG-FILE-NAME
           END-IF.
      *  NEXT EMPLOYEE OF THE RUN COMPANY - ANY OTHER COMPANY'S ARE
      *  PASSED OVER. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       READ-EMP-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-EMP-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-EMP-COMP.
           READ EMP-IN AT END MOVE 'YES' TO EOF.
           IF EOF = 'YES'
               OR EMPCO = COPROF-CODE-WS
               OR (EMPCO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-EMPMAST-RTN.
