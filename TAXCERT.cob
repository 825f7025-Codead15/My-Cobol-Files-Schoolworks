      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE PAYROLL HISTORY LEDGER - THE CERTIFICATE FIGURES ARE THE
      *  SUMS OF WHAT THE PAYROLL RUNS ACTUALLY DEDUCTED.
           SELECT HIST-IN ASSIGN TO "PAYHIST.TXT"
               FILE STATUS IS HIST-STATUS.
      *  SALES COMMISSIONS PAID ON THE PAYSLIP BY PAYROLL-TXT - ALREADY
      *  INSIDE THE LEDGER'S GROSS, SHOWN HERE AS THEIR OWN LINE.
           SELECT PAYCOMM-IN ASSIGN TO "PAYCOMM.TXT"
               FILE STATUS IS PAYCOMM-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, FOR NAMES AND POSITIONS.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS MAST-STATUS.
      *  ONE CERTIFICATE BLOCK PER EMPLOYEE, FOR HANDOUT, PLUS THE
      *  CONTROL LISTING OF CERTIFICATES ISSUED.
           SELECT CERT-OUT ASSIGN TO TAXCERT-FILE-NAME.
           SELECT LIST-OUT ASSIGN TO TAXCERTL-FILE-NAME.
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
       FD PAYCOMM-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PAYCOMM-REC.
       01 PAYCOMM-REC.
           05 PCM-EMPNO PIC X(10).
           05 PCM-PERIOD PIC X(6).
           05 PCM-AMOUNT PIC 9(7)V99.
           05 PCM-APPRDATE PIC 9(8).
           05 PCM-PAYPER.
              10 PCM-PAY-YYYY PIC 9999.
              10 PCM-PAY-MM PIC 99.
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
       FD CERT-OUT.
       01 CERT-LINE-OUT.
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
       01 TAXCERT-FILE-NAME PIC X(20) VALUE 'TAXCERT.TXT'.
       01 TAXCERTL-FILE-NAME PIC X(20) VALUE 'TAXCERTL.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 HDR1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           05 FILLER PIC X(32) VALUE 'TOTAL COMPENSATION:'.
           05 CERT-COMP PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(36).
       01 CERT-COMM-LN.
           05 FILLER PIC X(32) VALUE '  INCLUDING SALES COMMISSIONS:'.
           05 CERT-COMM PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(36).
       01 CERT-SSS-LN.
           05 FILLER PIC X(32) VALUE '  SSS CONTRIBUTIONS:'.
           05 CERT-SSS PIC Z,ZZZ,ZZ9.99.
               10 ACC-SSS PIC 9(6)V99.
               10 ACC-PHIC PIC 9(6)V99.
               10 ACC-HDMF PIC 9(6)V99.
               10 ACC-TAX PIC S9(7)V99.
               10 ACC-COMM PIC 9(8)V99.
       01 ACC-CNT PIC 999 VALUE 0.
       01 ACC-SUB PIC 999 VALUE 0.
       01 HIST-STATUS PIC XX.
       01 PAYCOMM-STATUS PIC XX.
       01 MAST-STATUS PIC XX.
       01 KEY-YEAR-WS PIC X(4).
       01 KEY-YEAR-9 REDEFINES KEY-YEAR-WS PIC 9999.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-YEAR-RTN UNTIL VALID-SW = 'YES'.
           PERFORM LOAD-HIST-RTN.
           PERFORM LOAD-PAYCOMM-RTN.
           IF ACC-CNT = 0
               DISPLAY 'NO PAYROLL HISTORY FOR ' KEY-YEAR-WS
                   ' - NOTHING TO CERTIFY.'
           WRITE REP-OUT FROM CERT-YEAR-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM LIST-COL-HDR.
           PERFORM READ-EMP-RTN.
           PERFORM CERT-EMP-RTN UNTIL EOF = 'YES'.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE CERT-CNT TO LT-CNT.
           CLOSE EMP-IN, CERT-OUT, LIST-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'TAX CERTIFICATE RUN COMPLETE'.
           DISPLAY 'CHECK ' TAXCERT-FILE-NAME ' AND '
               TAXCERTL-FILE-NAME.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
       GET-YEAR-RTN.
                   MOVE PH-PHIC TO ACC-PHIC (ACC-CNT)
                   MOVE PH-HDMF TO ACC-HDMF (ACC-CNT)
                   MOVE PH-TAX TO ACC-TAX (ACC-CNT)
                   MOVE 0 TO ACC-COMM (ACC-CNT)
               END-IF
           ELSE
               ADD PH-GROSS TO ACC-COMP (ACC-SUB)
           END-IF.
       FIND-ACC-RTN.
           ADD 1 TO ACC-SUB.
      *  ADD THE KEYED YEAR'S PAYSLIP COMMISSIONS TO THEIR EMPLOYEES'
      *  BUCKETS, BY THE CUTOFF THEY WERE PAID WITH. A MISSING
      *  PAYCOMM.TXT (STATUS 35) MEANS NO COMMISSION WAS PAID THAT
      *  WAY.
       LOAD-PAYCOMM-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAYCOMM-IN.
           IF PAYCOMM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAYCOMM-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-PAYCOMM-REC-RTN UNTIL EOF = 'YES'
               CLOSE PAYCOMM-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-PAYCOMM-REC-RTN.
           IF PCM-PAY-YYYY = KEY-YEAR-9
               MOVE 1 TO ACC-SUB
               PERFORM FIND-ACC-RTN UNTIL ACC-SUB > ACC-CNT
                   OR ACC-EMPNO (ACC-SUB) = PCM-EMPNO
               IF ACC-SUB <= ACC-CNT
                   ADD PCM-AMOUNT TO ACC-COMM (ACC-SUB)
               END-IF
           END-IF.
           READ PAYCOMM-IN AT END MOVE 'YES' TO EOF.
      *  ONE EMPLOYEE: A CERTIFICATE BLOCK AND A CONTROL LISTING LINE
      *  WHEN THE KEYED YEAR'S LEDGER HAS FIGURES FOR THEM.
       CERT-EMP-RTN.
               MOVE ACC-TAX (ACC-SUB) TO LL-TAX
               WRITE REP-OUT FROM LIST-DTL
           END-IF.
           PERFORM READ-EMP-RTN.
       FIND-EMP-ACC-RTN.
           ADD 1 TO ACC-SUB.
      *  ONE CERTIFICATE BLOCK FOR THE EMPLOYEE JUST MATCHED.
           MOVE ACC-HDMF (ACC-SUB) TO CERT-HDMF.
           MOVE ACC-TAX (ACC-SUB) TO CERT-TAX.
           WRITE CERT-LINE-OUT FROM CERT-COMP-LN.
           IF ACC-COMM (ACC-SUB) > 0
               MOVE ACC-COMM (ACC-SUB) TO CERT-COMM
               WRITE CERT-LINE-OUT FROM CERT-COMM-LN
           END-IF.
           WRITE CERT-LINE-OUT FROM CERT-SSS-LN.
           WRITE CERT-LINE-OUT FROM CERT-PHIC-LN.
           WRITE CERT-LINE-OUT FROM CERT-HDMF-LN.
           MOVE HIST-CNT TO RL-RECS-READ.
           MOVE CERT-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (TAXCERT_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO TAXCERT-FILE-NAME
               STRING 'TAXCERT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO TAXCERT-FILE-NAME
               MOVE SPACES TO TAXCERTL-FILE-NAME
               STRING 'TAXCERTL_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO TAXCERTL-FILE-NAME
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
