      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THIS RUN'S PER-SALESMAN COMMISSION, WRITTEN BY ACTIVITY-3 -
      *  THE PAYOUT STEP WORKS FROM THE SAME FIGURES THE REPORT
      *  PRINTED, SO THE TYPED LIST THAT NEVER QUITE MATCHED
      *  SALCOMM.TXT IS RETIRED.
           SELECT SALES-CKPT ASSIGN TO SALESCKPT-FILE-NAME
               FILE STATUS IS CKPT-STATUS-S.
      *  PAYMENT REGISTER - ONE RECORD APPENDED PER APPROVED PAYOUT.
           SELECT PAYREG-FILE ASSIGN TO "COMMPREG.TXT"
      *  FIXED-LAYOUT BANK CREDIT FILE FOR DIRECT DEPOSIT: ONE 'D'
      *  DETAIL PER PAYMENT AND ONE 'C' CONTROL RECORD CARRYING THE
      *  COUNT AND TOTAL FOR BALANCING.
           SELECT BANK-OUT ASSIGN TO BANKCRED-FILE-NAME.
      *  PRINTABLE REGISTER LISTING FOR ACCOUNTING'S FILE.
           SELECT LIST-OUT ASSIGN TO COMMPAYL-FILE-NAME.
      *  THE HELD-PAYMENTS CARRY-OVER FILE - AN ITEM THE OPERATOR
      *  DECLINES NO LONGER VANISHES WHEN ACTIVITY-3 REWRITES THE
      *  CHECKPOINT; IT WAITS HERE WITH ITS HOLD REASON AND IS
           SELECT HELD-IO ASSIGN TO "COMMHELD.TXT"
               FILE STATUS IS HELD-STATUS.
      *  STANDING HELD-ITEMS REPORT.
           SELECT HELD-OUT ASSIGN TO HELDRPT-FILE-NAME.
      *  COMMISSION ADVANCES BOOKED BY ADVANCE-MAINT - THE
      *  OUTSTANDING BALANCE IS OFFSET AUTOMATICALLY BEFORE THE BANK
      *  CREDIT IS WRITTEN, AND THE FILE IS REWRITTEN WITH THE
      *  RECOVERIES.
           SELECT ADV-IO ASSIGN TO "CADVANCE.TXT"
               FILE STATUS IS ADV-STATUS.
      *  LOCK FILES - THE SIMPLE CLAIM/RELEASE CONVENTION EVERY
      *  PROGRAM HONORS SO A MAINTENANCE SESSION AND A BATCH RUN
      *  CANNOT WORK THE SAME MASTER AT ONCE.
           SELECT EMPMAST-LOCK ASSIGN TO "EMPMAST.LCK"
               FILE STATUS IS LOCK-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, READ FOR THE PAYROLL
      *  OPTION - A SALESMAN WHO IS ALSO AN ACTIVE PROD EMPLOYEE
      *  (THE HRSALES-XREF MATCH) CAN BE PAID THROUGH PAYROLL-TXT.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
               FILE STATUS IS PROCDATE-STATUS.
      *  THE JOB-PERIOD REGISTRY SHARED WITH PAYROLL-TXT - A SECOND
      *  PAYMENT RUN FOR THE SAME PROCESSING PERIOD IS CHALLENGED.
           SELECT JOBRUN-IO ASSIGN TO JOBRUNS-FILE-NAME
               FILE STATUS IS JOBRUN-STATUS.
      *  GENERAL LEDGER INTERFACE - BALANCED JOURNAL LINES FOR THE
      *  PAYMENT RUN APPENDED TO THE SHARED POSTING FILE, WITH A
      *  PROOF LISTING THAT TIES BACK TO THE REGISTER TOTAL.
           SELECT GLMAP-IN ASSIGN TO "GLMAP.TXT"
               FILE STATUS IS GLMAP-STATUS.
      *  THE CHART OF ACCOUNTS KEPT BY COA-MAINT - A GLMAP.TXT ENTRY
      *  NAMING AN ACCOUNT NOT ON IT IS REFUSED.
           SELECT COA-IN ASSIGN TO "COAMAST.TXT"
               FILE STATUS IS COA-STATUS.
           SELECT GLPOST-OUT ASSIGN TO "GLPOST.TXT"
               FILE STATUS IS GLPOST-STATUS.
           SELECT GLPROOF-OUT ASSIGN TO GLPROOFC-FILE-NAME.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  RUN-STAMPED REPORT COPIES - EVERY RUN'S REPORT IS FILED
      *  UNDER A DATED NAME AND CATALOGED (JOB, DATE, FILE NAME, AND
           05 PR-PAYDATE PIC 9(8).
      *  SETTLEMENT STATUS - SPACE UNTIL THE BANK'S RETURN FILE COMES
      *  BACK, THEN 'P' PAID OR 'R' RETURNED, SET BY BANK-RETURN.
      *  A COMMISSION ROUTED TO PAYROLL IS WRITTEN 'W' (WAITING FOR
      *  THE PAYROLL RUN) WITH THE GROSS COMMISSION IN PR-NET, AND
      *  PAYROLL-TXT MARKS IT 'S' WHEN IT IS PAID ON THE PAYSLIP.
           05 PR-STATUS PIC X(1).
       FD BANK-OUT
           LABEL RECORD IS STANDARD
           05 AD-DATE PIC 9(8).
           05 AD-AMOUNT PIC 9(5)V99.
           05 AD-RECOVERED PIC 9(5)V99.
       FD EMP-IN
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
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
       01 GLMAP-REC.
           05 GM-SOURCE PIC X(6).
           05 GM-ACCT PIC X(8).
       FD COA-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS COA-REC.
       01 COA-REC.
           05 CA-ACCT PIC X(8).
           05 CA-TITLE PIC X(30).
           05 CA-TYPE PIC X(1).
       FD GLPOST-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS GLPOST-REC.
       01 GLPOST-REC.
           05 GL-DATE PIC 9(8).
           05 GL-ACCT PIC X(8).
           05 GL-DRCR PIC X(1).
           05 GL-AMOUNT PIC 9(9)V99.
      *  POSTING COMPANY (COMPANY.TXT CODE), ALWAYS WRITTEN, SINCE
      *  EVERY APPLICATION POSTS TO THIS ONE FILE. BLANK ONLY ON A
      *  ROW POSTED BEFORE THE CODE WAS KEPT - RIVL'S BOOKS.
           05 GL-CO PIC X(4).
       FD GLPROOF-OUT.
       01 GLPROOF-LINE-OUT.
           05 FILLER PIC X(80).
           05 FILLER PIC X(80).
       FD RPTCAT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS RPTCAT-REC.
       01 RPTCAT-REC.
           05 RC-JOBNAME PIC X(15).
           05 RC-DATE PIC 9(8).
           05 RC-FILE PIC X(30).
           05 RC-CLASS PIC X(1).
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
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'COMM-PAY'.
       01 MAST-STATUS PIC XX.
       01 EMP-EOF PIC X(3) VALUE 'NO'.
      *  THE PAYROLL OPTION, ANSWERED ONCE PER RUN, AND THE EMPLOYEE
      *  SALESMEN IT APPLIES TO. THEIR APPROVED COMMISSIONS GO ON THE
      *  REGISTER FOR PAYROLL-TXT TO PAY AND TAX WITH THE SALARY -
      *  NO BANK DETAIL, WITHHOLDING, ADVANCE RECOVERY, OR GL LINE
      *  HERE. EVERYONE ELSE IS PAID THROUGH THE BANK FILE AS BEFORE.
       01 ROUTE-ANSWER PIC X VALUE 'N'.
       01 ROUTE-TABLE.
           05 RTE-EMPNO PIC X(10) OCCURS 300 TIMES.
       01 RTE-CNT PIC 999 VALUE 0.
       01 RTE-SUB PIC 999 VALUE 0.
       01 ROUTE-SW PIC X(3) VALUE 'NO'.
       01 ROUTE-NUM-WS PIC X(10).
       01 ROUTE-CNT PIC 9(5) VALUE 0.
       01 ROUTE-TOTAL PIC 9(9)V99 VALUE 0.
       01 PROCDATE-STATUS PIC XX.
       01 JOBRUN-STATUS PIC XX.
       01 JOBRUN-EOF PIC X(3) VALUE 'NO'.
       01 GLM-TAB-MAX PIC 99 VALUE 4.
       01 GLM-IDX PIC 99 VALUE 1.
       01 GLMAP-EOF PIC X(3) VALUE 'NO'.
      *  THE CHART OF ACCOUNTS CODES. WITH NO COAMAST.TXT ON FILE
      *  (COA-ON-FILE 'NO') EVERY GLMAP.TXT ENTRY IS TAKEN AS BEFORE.
       01 COA-STATUS PIC XX.
       01 COA-EOF PIC X(3) VALUE 'NO'.
       01 COA-ON-FILE PIC X(3) VALUE 'NO'.
       01 COA-FOUND PIC X(3) VALUE 'NO'.
       01 COA-TABLE.
           05 COT-ACCT PIC X(8) OCCURS 300 TIMES.
       01 COT-CNT PIC 999 VALUE 0.
       01 COT-SUB PIC 999 VALUE 0.
       01 GL-SOURCE-WS PIC X(6).
       01 GL-ACCT-WS PIC X(8).
       01 GL-GROSS-TOT PIC 9(9)V99 VALUE 0.
      *  RUN-STAMP CATALOG WORK FIELDS - THE CALLER SETS THE SOURCE
      *  NAME, DATED COPY NAME, JOB, AND RETENTION CLASS BEFORE THE
      *  PERFORM.
       01 RPT-SRC-NAME PIC X(30).
       01 RPT-DST-NAME PIC X(30).
       01 RPT-SRC-STATUS PIC XX.
       01 RPTCAT-STATUS PIC XX.
       01 RPT-JOB-WS PIC X(15).
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'DEST'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'DEST'.
       01 RUNCO-STATUS PIC XX.
       01 COMMPAYL-FILE-NAME PIC X(20) VALUE 'COMMPAYL.TXT'.
       01 BANKCRED-FILE-NAME PIC X(20) VALUE 'BANKCRED.TXT'.
       01 HELDRPT-FILE-NAME PIC X(20) VALUE 'HELDRPT.TXT'.
       01 JOBRUNS-FILE-NAME PIC X(20) VALUE 'JOBRUNS.TXT'.
       01 GLPROOFC-FILE-NAME PIC X(20) VALUE 'GLPROOFC.TXT'.
       01 SALESCKPT-FILE-NAME PIC X(20) VALUE 'SALESCKPT.TXT'.
       01 CO-TAG-WS PIC X(5) VALUE SPACES.
       01 HEADER1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           05 FILLER PIC X(12) VALUE '   TOTAL:   '.
           05 TL-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(31).
       01 ROUTE-LINE.
           05 FILLER PIC X(24) VALUE 'ROUTED TO PAYROLL:      '.
           05 RTL-CNT PIC ZZ9.
           05 FILLER PIC X(12) VALUE '   GROSS:   '.
           05 RTL-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(31).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE SAME WITHHOLDING RATE ACTIVITY-3 APPLIES - THE BANK GETS
           PERFORM CHECK-RERUN-RTN.
           PERFORM LOAD-HELD-RTN.
           PERFORM LOAD-ADV-RTN.
           PERFORM GET-ROUTE-RTN.
           OPEN OUTPUT BANK-OUT
               OUTPUT LIST-OUT.
           OPEN EXTEND PAYREG-FILE.
           MOVE PAY-CNT TO TL-CNT.
           MOVE PAY-TOTAL TO TL-AMT.
           WRITE REP-OUT FROM TOT-LINE.
           IF ROUTE-CNT > 0
               MOVE ROUTE-CNT TO RTL-CNT
               MOVE ROUTE-TOTAL TO RTL-AMT
               WRITE REP-OUT FROM ROUTE-LINE
           END-IF.
           CLOSE BANK-OUT, PAYREG-FILE, LIST-OUT.
           PERFORM REWRITE-HELD-RTN.
           PERFORM WRITE-HELDRPT-RTN.
           ACCEPT RPT-STAMP-WS FROM DATE YYYYMMDD.
           MOVE 'COMM-PAY       ' TO RPT-JOB-WS.
           MOVE 'S' TO RPT-CLASS-WS.
           MOVE COMMPAYL-FILE-NAME TO RPT-SRC-NAME.
           MOVE SPACES TO RPT-DST-NAME.
           STRING 'COMMPAYL_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               RPT-STAMP-WS DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-DST-NAME.
           PERFORM CATALOG-REPORT-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'PAYMENT RUN COMPLETE'.
           DISPLAY 'CHECK ' COMMPAYL-FILE-NAME ' AND '
               BANKCRED-FILE-NAME.
           STOP RUN.
      *  ONE SALESMAN: SHOW THE NET AND ASK FOR APPROVAL. APPROVED
      *  PAYMENTS WRITE THE REGISTER RECORD AND THE BANK DETAIL, OR
      *  FOR A SALESMAN PAID THROUGH PAYROLL, THE REGISTER RECORD
      *  ALONE WITH THE GROSS.
       PAY-ONE-RTN.
           ADD 1 TO READ-CNT.
           MOVE CKPT-SALESNUM-S TO ROUTE-NUM-WS.
           PERFORM FIND-ROUTE-RTN.
           IF ROUTE-SW = 'YES'
               MOVE CKPT-COMM-S TO CUR-NET
               DISPLAY 'PAY ' CKPT-SALESNUM-S ' PERIOD '
                   CKPT-PERIOD-S ' GROSS ' CUR-NET
                   ' THROUGH PAYROLL (Y/N)? '
           ELSE
               COMPUTE CUR-NET ROUNDED =
                   CKPT-COMM-S - (CKPT-COMM-S * WTAX-RATE)
               DISPLAY 'PAY ' CKPT-SALESNUM-S ' PERIOD '
                   CKPT-PERIOD-S ' NET ' CUR-NET ' (Y/N)? '
           END-IF.
           ACCEPT APPROVE-WS.
           MOVE CKPT-SALESNUM-S TO DL-NUM.
           MOVE CKPT-PERIOD-S TO DL-PERIOD.
           MOVE CUR-NET TO DL-NET.
           MOVE TODAY-YMD TO DL-DATE.
           MOVE 0 TO CUR-RECOVERY.
           IF APPROVE-WS = 'Y' AND ROUTE-SW = 'YES'
               MOVE 'PAYROLL   ' TO DL-DISP
               MOVE CKPT-PERIOD-S TO PR-PERIOD
               PERFORM ROUTE-PAYROLL-RTN
           END-IF.
           IF APPROVE-WS = 'Y' AND ROUTE-SW = 'NO'
               MOVE 'APPROVED  ' TO DL-DISP
               MOVE CKPT-SALESNUM-S TO RECOV-NUM-WS
               PERFORM RECOVER-ADV-RTN
               MOVE CUR-NET TO BK-AMOUNT
               MOVE TODAY-YMD TO BK-DATE
               WRITE BANK-REC
           END-IF.
           IF APPROVE-WS NOT = 'Y'
               MOVE 'HELD      ' TO DL-DISP
               PERFORM ADD-HELD-RTN
           END-IF.
               - ((HLT-YYYY (HLT-SUB) * 360)
                   + (HLT-MM (HLT-SUB) * 30) + HLT-DD (HLT-SUB)).
           MOVE AGE-DAYS TO AGE-SHOW.
           MOVE HLT-SALESNUM (HLT-SUB) TO ROUTE-NUM-WS.
           PERFORM FIND-ROUTE-RTN.
           DISPLAY 'HELD ' AGE-SHOW ' DAYS (' HLT-REASON (HLT-SUB)
               ')'.
           IF ROUTE-SW = 'YES'
               MOVE HLT-COMM (HLT-SUB) TO CUR-NET
               DISPLAY 'PAY ' HLT-SALESNUM (HLT-SUB) ' PERIOD '
                   HLT-PERIOD (HLT-SUB) ' GROSS ' CUR-NET
                   ' THROUGH PAYROLL (Y/N)? '
           ELSE
               COMPUTE CUR-NET ROUNDED =
                   HLT-COMM (HLT-SUB)
                       - (HLT-COMM (HLT-SUB) * WTAX-RATE)
               DISPLAY 'PAY ' HLT-SALESNUM (HLT-SUB) ' PERIOD '
                   HLT-PERIOD (HLT-SUB) ' NET ' CUR-NET ' (Y/N)? '
           END-IF.
           ACCEPT APPROVE-WS.
           MOVE HLT-SALESNUM (HLT-SUB) TO DL-NUM.
           MOVE HLT-PERIOD (HLT-SUB) TO DL-PERIOD.
           MOVE CUR-NET TO DL-NET.
           MOVE TODAY-YMD TO DL-DATE.
           MOVE 0 TO CUR-RECOVERY.
           IF APPROVE-WS = 'Y' AND ROUTE-SW = 'YES'
               MOVE 'PAYROLL   ' TO DL-DISP
               MOVE 'N' TO HLT-KEEP (HLT-SUB)
               MOVE HLT-PERIOD (HLT-SUB) TO PR-PERIOD
               PERFORM ROUTE-PAYROLL-RTN
           END-IF.
           IF APPROVE-WS = 'Y' AND ROUTE-SW = 'NO'
               MOVE 'APPROVED  ' TO DL-DISP
               MOVE 'N' TO HLT-KEEP (HLT-SUB)
               MOVE HLT-SALESNUM (HLT-SUB) TO RECOV-NUM-WS
               MOVE CUR-NET TO BK-AMOUNT
               MOVE TODAY-YMD TO BK-DATE
               WRITE BANK-REC
           END-IF.
           IF APPROVE-WS NOT = 'Y'
               MOVE 'STILL HELD' TO DL-DISP
           END-IF.
           WRITE REP-OUT FROM DTL-LINE.
               WRITE REP-OUT FROM RECOV-LINE
           END-IF.
           ADD 1 TO HLT-SUB.
      *  AN APPROVED COMMISSION FOR A SALESMAN PAID THROUGH PAYROLL:
      *  THE REGISTER RECORD ONLY, WAITING FOR PAYROLL-TXT. THE
      *  CALLER LEAVES THE GROSS IN CUR-NET AND THE PERIOD IN
      *  PR-PERIOD. NO BANK DETAIL AND NO GL LINES - THE PAYROLL RUN
      *  WITHHOLDS, CREDITS, AND POSTS IT WITH THE SALARY. ANY
      *  OPEN ADVANCE STAYS ON FILE FOR A LATER BANK PAYMENT.
       ROUTE-PAYROLL-RTN.
           MOVE ROUTE-NUM-WS TO PR-SALESNUM.
           MOVE CUR-NET TO PR-NET.
           MOVE TODAY-YMD TO PR-PAYDATE.
           MOVE 'W' TO PR-STATUS.
           WRITE PAYREG-REC.
           ADD 1 TO ROUTE-CNT.
           ADD CUR-NET TO ROUTE-TOTAL.
      *  IS THE SALESMAN IN ROUTE-NUM-WS PAID THROUGH PAYROLL?
       FIND-ROUTE-RTN.
           MOVE 'NO' TO ROUTE-SW.
           MOVE 1 TO RTE-SUB.
           PERFORM FIND-ROUTE-COMP
               UNTIL RTE-SUB > RTE-CNT OR ROUTE-SW = 'YES'.
       FIND-ROUTE-COMP.
           IF RTE-EMPNO (RTE-SUB) = ROUTE-NUM-WS
               MOVE 'YES' TO ROUTE-SW
           ELSE
               ADD 1 TO RTE-SUB
           END-IF.
      *  ASK FOR THE PAYROLL OPTION. ON 'Y' THE ACTIVE PROD
      *  EMPLOYEES ARE TABLED - THE SAME EMPNO = SALESNUM MATCH
      *  HRSALES-XREF REPORTS ON. A SEPARATED EMPLOYEE IS LEFT OUT,
      *  SINCE PAYROLL-TXT NO LONGER PAYS THEM. A MISSING MASTER
      *  (STATUS 35) OR ANY OTHER ANSWER ROUTES NOBODY.
       GET-ROUTE-RTN.
           MOVE 0 TO RTE-CNT.
           DISPLAY 'PAY EMPLOYEE SALESMEN THROUGH PAYROLL (Y/N)? '.
           ACCEPT ROUTE-ANSWER.
           IF ROUTE-ANSWER = 'Y'
               PERFORM CLAIM-EMPMAST-RTN
               MOVE 'NO' TO EMP-EOF
               OPEN INPUT EMP-IN
               IF MAST-STATUS = '35'
                   DISPLAY 'NO EMPLOYEE MASTER ON FILE - ALL '
                       'COMMISSIONS GO TO THE BANK FILE.'
               ELSE
                   READ EMP-IN
                       AT END MOVE 'YES' TO EMP-EOF
                   END-READ
                   PERFORM LOAD-ROUTE-RTN UNTIL EMP-EOF = 'YES'
                   CLOSE EMP-IN
               END-IF
               PERFORM RELEASE-EMPMAST-RTN
           END-IF.
       LOAD-ROUTE-RTN.
           IF DC = 'PROD' AND STATS NOT = 'SEPARATED   '
               IF RTE-CNT < 300
                   ADD 1 TO RTE-CNT
                   MOVE EMPNO TO RTE-EMPNO (RTE-CNT)
               END-IF
           END-IF.
           READ EMP-IN AT END MOVE 'YES' TO EMP-EOF.
      *  OFFSET THE SALESMAN'S OUTSTANDING ADVANCES AGAINST THE NET
      *  ABOUT TO BE CREDITED - OLDEST DRAW FIRST, NEVER MORE THAN
      *  THE NET ITSELF. THE RECOVERED AMOUNTS GO BACK ON THE FILE
               MOVE TODAY-YMD TO GL-DATE
               MOVE 'COMM-PAY       ' TO GL-SOURCE
               MOVE GL-ACCT-WS TO GL-ACCT
               MOVE COPROF-CODE-WS TO GL-CO
               WRITE GLPOST-REC
               IF GL-DRCR = 'D'
                   ADD GL-AMOUNT TO GL-DR-TOT
           END-IF.
           ADD 1 TO GLM-IDX.
      *  OVERRIDE THE COMPILED ACCOUNT MAP FROM GLMAP.TXT, ENTRY BY
      *  ENTRY. A MISSING FILE (STATUS 35) KEEPS THE DEFAULTS. AN
      *  ENTRY WHOSE ACCOUNT IS NOT ON THE CHART OF ACCOUNTS IS
      *  REFUSED AND THE DEFAULT STANDS.
       LOAD-GLMAP-RTN.
           PERFORM LOAD-COA-RTN.
           MOVE 'NO' TO GLMAP-EOF.
           OPEN INPUT GLMAP-IN.
           IF GLMAP-STATUS = '35'
           READ GLMAP-IN AT END MOVE 'YES' TO GLMAP-EOF.
       LOAD-GLMAP-COMP.
           IF GLM-SOURCE (GLM-IDX) = GM-SOURCE
               PERFORM CHECK-COA-RTN
               IF COA-FOUND = 'YES'
                   MOVE GM-ACCT TO GLM-ACCT (GLM-IDX)
               ELSE
                   DISPLAY 'GLMAP.TXT ENTRY ' GM-SOURCE ' REFUSED - '
                       'ACCOUNT ' GM-ACCT ' NOT ON THE CHART.'
               END-IF
               MOVE GLM-TAB-MAX TO GLM-IDX
           END-IF.
           ADD 1 TO GLM-IDX.
       LOAD-COA-RTN.
           MOVE 0 TO COT-CNT.
           MOVE 'NO' TO COA-EOF.
           MOVE 'NO' TO COA-ON-FILE.
           OPEN INPUT COA-IN.
           IF COA-STATUS = '35'
               MOVE 'YES' TO COA-EOF
           ELSE
               MOVE 'YES' TO COA-ON-FILE
               READ COA-IN
                   AT END MOVE 'YES' TO COA-EOF
               END-READ
               PERFORM LOAD-COA-REC-RTN UNTIL COA-EOF = 'YES'
               CLOSE COA-IN
           END-IF.
       LOAD-COA-REC-RTN.
           IF COT-CNT < 300
               ADD 1 TO COT-CNT
               MOVE CA-ACCT TO COT-ACCT (COT-CNT)
           END-IF.
           READ COA-IN AT END MOVE 'YES' TO COA-EOF.
       CHECK-COA-RTN.
           IF COA-ON-FILE = 'NO'
               MOVE 'YES' TO COA-FOUND
           ELSE
               MOVE 'NO' TO COA-FOUND
               MOVE 1 TO COT-SUB
               PERFORM CHECK-COA-COMP
                   UNTIL COT-SUB > COT-CNT OR COA-FOUND = 'YES'
           END-IF.
       CHECK-COA-COMP.
           IF COT-ACCT (COT-SUB) = GM-ACCT
               MOVE 'YES' TO COA-FOUND
           END-IF.
           ADD 1 TO COT-SUB.
      *  THE RERUN GUARD: A PAYMENT RUN ALREADY REGISTERED FOR THIS
      *  PROCESSING PERIOD GETS A WARNING AND MUST BE CONFIRMED.
       CHECK-RERUN-RTN.
           MOVE READ-CNT TO RL-RECS-READ.
           MOVE PAY-CNT TO RL-RECS-WRITTEN.
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
               IF RUNCO-SALES NOT = SPACES
                   MOVE RUNCO-SALES TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (COMMPAYL_TRIS.TXT FOR A TRIS RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO COMMPAYL-FILE-NAME
               STRING 'COMMPAYL_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO COMMPAYL-FILE-NAME
               MOVE SPACES TO BANKCRED-FILE-NAME
               STRING 'BANKCRED_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO BANKCRED-FILE-NAME
               MOVE SPACES TO HELDRPT-FILE-NAME
               STRING 'HELDRPT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO HELDRPT-FILE-NAME
               MOVE SPACES TO JOBRUNS-FILE-NAME
               STRING 'JOBRUNS_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO JOBRUNS-FILE-NAME
               MOVE SPACES TO GLPROOFC-FILE-NAME
               STRING 'GLPROOFC_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO GLPROOFC-FILE-NAME
               MOVE SPACES TO SALESCKPT-FILE-NAME
               STRING 'SALESCKPT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SALESCKPT-FILE-NAME
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
      *  THE PROCESSING DATE FROM THE SHARED CONTROL FILE, THE
      *  MACHINE DATE WHEN NONE IS SET.
       GET-PROC-DATE-RTN.
               END-READ
               CLOSE PROCDATE-IN
           END-IF.
      *  CLAIM THE EMPLOYEE MASTER WHILE IT IS READ - REFUSE TO
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
      *  RELEASE THE CLAIM ONCE THE MASTER HAS BEEN READ.
       RELEASE-EMPMAST-RTN.
           OPEN OUTPUT EMPMAST-LOCK.
           MOVE 'FREE' TO EMPMAST-LOCK-HOLDER.
           WRITE EMPMAST-LOCK-REC.
           CLOSE EMPMAST-LOCK.
