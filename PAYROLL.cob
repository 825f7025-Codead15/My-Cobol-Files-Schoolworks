      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, INDEXED ON EMPNO AND READ
      *  SEQUENTIALLY HERE.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
           SELECT EMP-SORT-OUT ASSIGN TO "EMPREC2P.TXT".
           SELECT SORT-WORK ASSIGN TO "SORTWK04".
      *  PAYROLL REGISTER, GROUPED BY DEPARTMENT, FOR ACCOUNTING.
           SELECT PAY-OUT ASSIGN TO PAYREG-FILE-NAME.
      *  ONE PAYSLIP PER EMPLOYEE, FOR HANDOUT AT THE CUT-OFF.
           SELECT SLIP-OUT ASSIGN TO PAYSLIP-FILE-NAME.
      *  THE LOAN AND CASH-ADVANCE LEDGER KEPT BY LOAN-MAINT - READ
      *  AT STARTUP, COLLECTED AGAINST DURING THE RUN, AND REWRITTEN
      *  WITH THE RUN-DOWN BALANCES AT THE END.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOAN-STATUS.
      *  LOAN COLLECTIONS REPORT PER CUTOFF, FOR ACCOUNTING.
           SELECT LOAN-OUT ASSIGN TO LOANCOLL-FILE-NAME.
      *  LOAN DEDUCTIONS DEFERRED THIS CUTOFF TO KEEP AN EMPLOYEE'S
      *  NET AT THE MINIMUM TAKE-HOME, FOR PAYROLL AND ACCOUNTING.
           SELECT DEFER-OUT ASSIGN TO DEFERDED-FILE-NAME.
      *  PER-CUTOFF TIMEKEEPING TRANSACTIONS FROM HR - OVERTIME
      *  HOURS, ABSENT DAYS, AND LATE MINUTES PER EMPLOYEE. GROSS PAY
      *  IS BUILT FROM THESE INSTEAD OF PAYING THE FULL MONTHLY RATE
      *  REGARDLESS OF ATTENDANCE.
           SELECT TK-IN ASSIGN TO "TIMEKEEP.TXT"
               FILE STATUS IS TK-STATUS.
      *  HOURS WORKED ON HOLIDAYS AND REST DAYS, ONE RECORD PER
      *  EMPLOYEE PER DAY, REPORTED BY TIMEKEEPING SEPARATELY FROM
      *  OVERTIME SO THE PROPER PREMIUM IS PAID FOR THE DAY.
           SELECT TKHOL-IN ASSIGN TO "TKHOL.TXT"
               FILE STATUS IS TKHOL-STATUS.
      *  THE HOLIDAY CALENDAR KEPT BY HOLCAL-MAINT - THE DATE AND
      *  TYPE (REGULAR OR SPECIAL) OF EVERY DECLARED HOLIDAY.
           SELECT HOL-IN ASSIGN TO "HOLIDAY.TXT"
               FILE STATUS IS HOL-STATUS.
      *  PERMANENT PAYROLL HISTORY LEDGER - ONE MACHINE-READABLE
      *  RECORD PER EMPLOYEE PER CUTOFF, APPENDED EVERY RUN, SO
      *  DOWNSTREAM RUNS (13TH MONTH, REMITTANCES, TAX CERTIFICATES)
      *  REUSE THE FIGURES INSTEAD OF RETYPING THE PRINT IMAGE.
           SELECT HIST-OUT ASSIGN TO "PAYHIST.TXT"
               FILE STATUS IS HIST-STATUS.
      *  THE SAME LEDGER READ BACK BY THE DECEMBER RUN BEFORE IT IS
      *  OPENED EXTEND - THE YEAR'S EARLIER CUTOFFS FEED THE YEAR-END
      *  WITHHOLDING TAX ANNUALIZATION.
           SELECT HISTYTD-IN ASSIGN TO "PAYHIST.TXT"
               FILE STATUS IS HISTYTD-STATUS.
      *  YEAR-END ANNUALIZATION REGISTER - WRITTEN BY THE DECEMBER
      *  RUN ONLY.
           SELECT ANNL-OUT ASSIGN TO TAXANNL-FILE-NAME.
      *  LEAVE-WITHOUT-PAY DAYS POSTED BY LEAVE-APPL - DAYS APPROVED
      *  BEYOND AN EMPLOYEE'S LEAVE CREDITS, DEDUCTED FROM THE
      *  CUTOFF'S GROSS HERE INSTEAD OF AS A MANUAL ADJUSTMENT.
      *  UNMATCHED RECORDS STAYING ON FILE FOR A LATER RUN.
           SELECT RETRO-IO ASSIGN TO "RETROPAY.TXT"
               FILE STATUS IS RETRO-STATUS.
      *  UNUSED LEAVE MONETIZED BY THE YEAR-END LEAVE RUN - PAID AS A
      *  TAXABLE EARNING WITH THE FIRST CUTOFF AT OR AFTER ITS PERIOD
      *  AND CONSUMED, LIKE RETRO PAY.
           SELECT LVCONV-IO ASSIGN TO "LVCONV.TXT"
               FILE STATUS IS LVCONV-STATUS.
      *  COMM-PAY'S PAYMENT REGISTER - A SALESMAN WHO IS ALSO AN
      *  EMPLOYEE CAN HAVE THE APPROVED COMMISSION ROUTED HERE
      *  (STATUS 'W') INSTEAD OF TO THE BANK. IT IS PAID AS A
      *  TAXABLE EARNING WITH THE FIRST CUTOFF AT OR AFTER ITS
      *  APPROVAL AND MARKED 'S' THROUGH THE SCRATCH SWAP.
           SELECT COMMREG-IO ASSIGN TO "COMMPREG.TXT"
               FILE STATUS IS COMMREG-STATUS.
           SELECT COMMREG-SCRATCH ASSIGN TO "COMMPRGN.TXT".
      *  ONE RECORD APPENDED PER COMMISSION PAID ON A PAYSLIP - THE
      *  PAYROLL SIDE OF COMM-RECON'S PAID-EXACTLY-ONCE PROOF, AND
      *  THE COMMISSION FIGURE ON TAXCERT-TXT'S CERTIFICATE.
           SELECT PAYCOMM-OUT ASSIGN TO "PAYCOMM.TXT"
               FILE STATUS IS PAYCOMM-STATUS.
      *  TUITION SALARY DEDUCTIONS SET UP BY TUITION-BILL FOR AN
      *  EMPLOYEE'S LINKED DEPENDENTS - READ AT STARTUP, COLLECTED
      *  AGAINST ALONGSIDE THE LOANS, AND REWRITTEN WITH THE RUN-DOWN
      *  BALANCES AT THE END.
           SELECT TDED-FILE ASSIGN TO "TUITDED.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TDED-STATUS.
      *  THE STUDENT PAYMENTS FILE - EACH TUITION DEDUCTION TAKEN IS
      *  APPENDED AS A PAYMENT ON THE DEPENDENT'S ACCOUNT.
           SELECT STPAY-OUT ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS STPAY-STATUS.
      *  EMPLOYEE BANK ACCOUNTS KEPT BY BANKACCT-MAINT.
           SELECT BANKACCT-IN ASSIGN TO "BANKACCT.TXT"
               FILE STATUS IS BANKACCT-STATUS.
      *  ONE 'D' DETAIL PER EMPLOYEE WITH AN ACCOUNT ON FILE AND ONE
      *  'C' CONTROL RECORD CARRYING THE COUNT AND TOTAL FOR
      *  BALANCING - SAME PATTERN AS COMM-PAY'S BANKCRED.TXT.
           SELECT PAYBANK-OUT ASSIGN TO PAYBCRED-FILE-NAME.
      *  EMPLOYEES WITHOUT AN ACCOUNT, LISTED FOR CHECK PREPARATION.
           SELECT CHECK-OUT ASSIGN TO PAYCHECK-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
               FILE STATUS IS RATE-STATUS.
           SELECT GLMAP-IN ASSIGN TO "GLMAP.TXT"
               FILE STATUS IS GLMAP-STATUS.
      *  THE CHART OF ACCOUNTS KEPT BY COA-MAINT - A GLMAP.TXT ENTRY
      *  NAMING AN ACCOUNT NOT ON IT IS REFUSED.
           SELECT COA-IN ASSIGN TO "COAMAST.TXT"
               FILE STATUS IS COA-STATUS.
           SELECT GLPOST-OUT ASSIGN TO "GLPOST.TXT"
               FILE STATUS IS GLPOST-STATUS.
           SELECT GLPROOF-OUT ASSIGN TO GLPROOFP-FILE-NAME.
      *  THE JOB-PERIOD REGISTRY - ONE RECORD PER JOB PER PROCESSING
      *  PERIOD ALREADY RUN, SO A SECOND RUN FOR THE SAME PERIOD IS
      *  CHALLENGED BEFORE IT DOUBLES THE HISTORY LEDGER.
           SELECT JOBRUN-IO ASSIGN TO JOBRUNS-FILE-NAME
               FILE STATUS IS JOBRUN-STATUS.
      *  LEAVE-RECON'S CONTROL RECORD - THE RUN IS REFUSED UNTIL
      *  THE PERIOD'S TIMEKEEPING/LEAVE RECONCILIATION IS CLEAN OR
      *  ITS EXCEPTIONS ARE ACKNOWLEDGED.
           SELECT LVRCTL-IN ASSIGN TO LVRCTL-FILE-NAME
               FILE STATUS IS LVRCTL-STATUS.
      *  THE TRIAL/FINAL CONTROL RECORD. A RUN IS A TRIAL - REGISTER,
      *  PAYSLIPS, AND EXCEPTION LISTS ONLY - UNTIL PAYROLL-APPR HAS
      *  APPROVED THAT PERIOD'S TRIAL TOTALS. THE NEXT RUN FOR THE
      *  PERIOD IS THE FINAL ONE THAT POSTS THE LEDGERS, HISTORY, GL,
      *  AND BANK FILE.
           SELECT PAYCTL-IO ASSIGN TO PAYCTL-FILE-NAME
               FILE STATUS IS PAYCTL-STATUS.
      *  SHARED RUN LOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  RUN-STAMPED REPORT COPIES - EVERY RUN'S REPORT IS FILED
       FILE SECTION.
       FD EMP-IN
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
      *  SORTED WORK FILE - ONE PASS, IN DC SEQUENCE, SAME SINGLE-PASS
      *  DESIGN AS EMPREP-TXT.
       FD EMP-SORT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST-S.
       01 EMPLOY-LIST-S.
           05 DC-S PIC X(5).
           05 MONRATE-S PIC 9(6)V99.
           05 SEPDT-S PIC 9(8).
           05 SEPRSN-S PIC X(2).
           05 EMPCO-S PIC X(4).
       SD SORT-WORK
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05 SORT-MONRATE PIC 9(6)V99.
           05 SORT-SEPDT PIC 9(8).
           05 SORT-SEPRSN PIC X(2).
           05 SORT-EMPCO PIC X(4).
       FD PAY-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
           05 FILLER PIC X(80).
       FD LOAN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS LOAN-REC.
       01 LOAN-REC.
           05 LN-EMPNO PIC X(10).
           05 LN-PRINCIPAL PIC 9(7)V99.
           05 LN-AMORT PIC 9(6)V99.
           05 LN-BALANCE PIC 9(7)V99.
           05 LN-ARREARS PIC 9(7)V99.
      *  '1' = 15TH, '2' = MONTH-END (ALSO WHEN BLANK), 'B' = HALF ON
      *  EACH - SEE LOAN-CUT-AMT-RTN.
           05 LN-SCHED PIC X(1).
       FD TDED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TUITDED-REC.
       01 TUITDED-REC.
           05 TD-EMPNO PIC X(10).
           05 TD-STUD PIC X(12).
           05 TD-TERM PIC X(6).
           05 TD-TOTAL PIC 9(7)V99.
           05 TD-INSTALL PIC 9(6)V99.
           05 TD-BALANCE PIC 9(7)V99.
      *  THE LAST PAYROLL PERIOD (YYYYMM) THAT COLLECTED ON IT.
           05 TD-LAST-PER PIC X(6).
       FD STPAY-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS STPAY-REC.
       01 STPAY-REC.
      *  'PD' AND THE PAYROLL PERIOD IN PLACE OF A RECEIPT NUMBER.
           05 PY-ORNO.
               10 PY-ORNO-TAG PIC X(2).
               10 PY-ORNO-PER PIC X(6).
           05 PY-DATE PIC 9(8).
           05 PY-STUD PIC X(12).
           05 PY-TERM PIC X(6).
           05 PY-AMOUNT PIC 9(7)V99.
       FD LOAN-OUT.
       01 LOAN-REP-OUT.
           05 FILLER PIC X(80).
       FD DEFER-OUT.
       01 DEFER-REP-OUT.
           05 FILLER PIC X(80).
       FD TK-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           05 TK-OT-HRS PIC 9(3)V9.
           05 TK-ABS-DAYS PIC 99.
           05 TK-LATE-MIN PIC 9(4).
       FD TKHOL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS TKHOL-REC.
       01 TKHOL-REC.
           05 TH-EMPNO PIC X(10).
           05 TH-DATE.
              10 TH-PERIOD PIC X(6).
              10 TH-DD PIC 99.
      *  HOURS WORKED THAT DAY TO ONE DECIMAL, KEYED WITHOUT THE
      *  POINT.
           05 TH-HOURS PIC 99V9.
      *  'Y' WHEN THE DAY WAS THE EMPLOYEE'S SCHEDULED REST DAY.
           05 TH-REST PIC X(1).
       FD HOL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS HOL-REC.
       01 HOL-REC.
           05 HC-DATE PIC X(8).
           05 HC-NAME PIC X(30).
      *  R = REGULAR HOLIDAY, S = SPECIAL NON-WORKING DAY.
           05 HC-TYPE PIC X(1).
       FD HIST-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS HIST-REC.
       01 HIST-REC.
           05 PH-EMPNO PIC X(10).
           05 PH-SSS PIC 9(5)V99.
           05 PH-PHIC PIC 9(5)V99.
           05 PH-HDMF PIC 9(5)V99.
      *  SIGNED - THE DECEMBER RECORD CARRIES THE YEAR-END TAX
      *  ADJUSTMENT, WHICH IS NEGATIVE ON A REFUND.
           05 PH-TAX PIC S9(6)V99.
           05 PH-LOAN PIC 9(6)V99.
           05 PH-NET PIC 9(7)V99.
      *  THE CUTOFF WITHIN THE PERIOD - 'M' MONTHLY, '1' OR '2'.
      *  BLANK ON A RECORD WRITTEN BEFORE THE CUTOFF WAS KEPT, WHICH
      *  CAN ONLY BE A MONTHLY ONE.
           05 PH-CUTOFF PIC X(1).
       FD HISTYTD-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS HY-REC.
       01 HY-REC.
           05 HY-EMPNO PIC X(10).
           05 HY-PERIOD.
              10 HY-PER-YYYY PIC 9999.
              10 HY-PER-MM PIC 99.
           05 HY-GROSS PIC 9(7)V99.
           05 HY-SSS PIC 9(5)V99.
           05 HY-PHIC PIC 9(5)V99.
           05 HY-HDMF PIC 9(5)V99.
           05 HY-TAX PIC S9(6)V99.
           05 HY-LOAN PIC 9(6)V99.
           05 HY-NET PIC 9(7)V99.
      *  THE CUTOFF WITHIN THE PERIOD - 'M' MONTHLY, '1' OR '2'.
      *  BLANK ON A RECORD WRITTEN BEFORE THE CUTOFF WAS KEPT, WHICH
      *  CAN ONLY BE A MONTHLY ONE.
           05 HY-CUTOFF PIC X(1).
       FD ANNL-OUT.
       01 ANNL-OUT-REC.
           05 FILLER PIC X(80).
       FD LWOP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           05 RP-EMPNO PIC X(10).
           05 RP-PERIOD PIC X(6).
           05 RP-AMOUNT PIC 9(7)V99.
       FD LVCONV-IO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS LVCONV-REC.
       01 LVCONV-REC.
           05 LV-EMPNO PIC X(10).
           05 LV-PERIOD PIC X(6).
           05 LV-AMOUNT PIC 9(7)V99.
       FD COMMREG-IO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS COMMREG-REC.
       01 COMMREG-REC.
           05 CMR-SALESNUM PIC X(10).
           05 CMR-PERIOD PIC X(6).
      *  THE GROSS COMMISSION ON A ROUTED RECORD.
           05 CMR-AMOUNT PIC 9(7)V99.
           05 CMR-APPRDATE PIC 9(8).
           05 CMR-APPR-SPLIT REDEFINES CMR-APPRDATE.
              10 CMR-APPR-PER PIC X(6).
              10 FILLER PIC XX.
           05 CMR-STATUS PIC X(1).
       FD COMMREG-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS COMMREG-REC2.
       01 COMMREG-REC2.
           05 FILLER PIC X(34).
       FD PAYCOMM-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PAYCOMM-REC.
       01 PAYCOMM-REC.
           05 PCM-EMPNO PIC X(10).
      *  THE COMMISSION PERIOD AND APPROVAL DATE, AS ON THE REGISTER.
           05 PCM-PERIOD PIC X(6).
           05 PCM-AMOUNT PIC 9(7)V99.
           05 PCM-APPRDATE PIC 9(8).
      *  THE PAYROLL CUTOFF (YYYYMM) IT WAS PAID WITH.
           05 PCM-PAYPER PIC X(6).
       FD BANKACCT-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
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
      *  D = DEBIT, C = CREDIT.
           05 GL-DRCR PIC X(1).
           05 GL-AMOUNT PIC 9(9)V99.
      *  POSTING COMPANY (COMPANY.TXT CODE), ALWAYS WRITTEN, SINCE
      *  EVERY APPLICATION POSTS TO THIS ONE FILE. BLANK ONLY ON A
      *  ROW POSTED BEFORE THE CODE WAS KEPT - RIVL'S BOOKS.
           05 GL-CO PIC X(4).
       FD GLPROOF-OUT.
       01 GLPROOF-LINE-OUT.
           05 FILLER PIC X(80).
       01 JOBRUN-REC.
           05 JR-JOBNAME PIC X(15).
           05 JR-PERIOD PIC X(6).
       FD LVRCTL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS LVRCTL-REC.
       01 LVRCTL-REC.
           05 LC-PERIOD PIC X(6).
           05 LC-EXC-CNT PIC 9(4).
           05 LC-ACK PIC X(1).
           05 LC-ACK-BY PIC X(8).
      *  THE PROCESSING DATE'S DAY THE RECONCILIATION RAN FOR - WHICH
      *  HALF OF THE MONTH A SEMI-MONTHLY PAYROLL MAY TRUST IT FOR.
           05 LC-DAY PIC 99.
       FD PAYCTL-IO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS PAYCTL-REC.
       01 PAYCTL-REC.
           05 PC-PERIOD PIC X(6).
      *  T = TRIAL RUN AWAITING APPROVAL, A = TRIAL TOTALS APPROVED,
      *  F = FINAL RUN POSTED.
           05 PC-STATE PIC X(1).
           05 PC-EMP-CNT PIC 9(4).
           05 PC-GROSS PIC 9(8)V99.
           05 PC-DED PIC S9(8)V99.
           05 PC-NET PIC 9(8)V99.
           05 PC-APPR-BY PIC X(8).
      *  THE CUTOFF WITHIN THE PERIOD - 'M' MONTHLY, '1' OR '2'.
      *  BLANK ON A RECORD WRITTEN BEFORE THE CUTOFF WAS KEPT, WHICH
      *  CAN ONLY BE A MONTHLY ONE.
           05 PC-CUTOFF PIC X(1).
       FD RPT-SRC.
       01 RPT-SRC-REC.
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
       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           05 FILLER PIC X(14) VALUE 'TAX   21040000'.
           05 FILLER PIC X(14) VALUE 'LOAN  21050000'.
           05 FILLER PIC X(14) VALUE 'NETPAY21060000'.
           05 FILLER PIC X(14) VALUE 'TUIT  11060000'.
       01 GLMAP-TABLE REDEFINES GLMAP-TABLE-VALUES.
           05 GLM-ENTRY OCCURS 11 TIMES.
              10 GLM-SOURCE PIC X(6).
              10 GLM-ACCT PIC X(8).
       01 GLM-TAB-MAX PIC 99 VALUE 11.
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
      *  RUN TOTALS PER DEDUCTION TYPE FOR THE CREDIT LINES.
       01 GL-SSS-TOT PIC 9(8)V99 VALUE 0.
       01 GL-PHIC-TOT PIC 9(8)V99 VALUE 0.
       01 GL-HDMF-TOT PIC 9(8)V99 VALUE 0.
      *  SIGNED - A CUTOFF OR TRUE-UP THAT REFUNDS MORE TAX THAN IT
      *  WITHHOLDS LEAVES IT NEGATIVE, POSTED AS A DEBIT TO TAX.
       01 GL-TAX-TOT PIC S9(8)V99 VALUE 0.
       01 GL-LOAN-TOT PIC 9(8)V99 VALUE 0.
       01 GL-TUIT-TOT PIC 9(8)V99 VALUE 0.
       01 GL-DR-TOT PIC 9(9)V99 VALUE 0.
       01 GL-CR-TOT PIC 9(9)V99 VALUE 0.
       01 GLPROOF-HDR.
           05 GP-TIE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(34).
       01 JOBRUN-STATUS PIC XX.
       01 LVRCTL-STATUS PIC XX.
       01 LVRCTL-SW PIC X(3) VALUE 'NO'.
      *  YES WHEN THE PERIOD'S TRIAL TOTALS ARE APPROVED AND THIS RUN
      *  POSTS; NO FOR A TRIAL RUN THAT WRITES REPORTS ONLY.
       01 PAYCTL-STATUS PIC XX.
       01 FINAL-SW PIC X(3) VALUE 'NO'.
       01 APPR-EMP-CNT PIC 9(4) VALUE 0.
       01 APPR-GROSS PIC 9(8)V99 VALUE 0.
       01 APPR-DED PIC S9(8)V99 VALUE 0.
       01 APPR-NET PIC 9(8)V99 VALUE 0.
       01 APPR-BY-WS PIC X(8) VALUE SPACES.
       01 JOBRUN-EOF PIC X(3) VALUE 'NO'.
       01 RERUN-SW PIC X(3) VALUE 'NO'.
      *  THE NAME THIS RUN IS REGISTERED UNDER ON JOBRUNS.TXT - EACH
      *  CUTOFF OF A SEMI-MONTHLY PAYROLL IS ITS OWN JOB FOR THE PERIOD.
       01 RERUN-JOB-WS PIC X(15) VALUE 'PAYROLL-TXT'.
       01 RERUN-ANSWER PIC X VALUE 'N'.
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
       01 COPROF-CODE-WS PIC X(4) VALUE 'RIVL'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 PAYREG-FILE-NAME PIC X(20) VALUE 'PAYREG.TXT'.
       01 PAYSLIP-FILE-NAME PIC X(20) VALUE 'PAYSLIP.TXT'.
       01 LOANCOLL-FILE-NAME PIC X(20) VALUE 'LOANCOLL.TXT'.
       01 DEFERDED-FILE-NAME PIC X(20) VALUE 'DEFERDED.TXT'.
       01 TAXANNL-FILE-NAME PIC X(20) VALUE 'TAXANNL.TXT'.
       01 PAYBCRED-FILE-NAME PIC X(20) VALUE 'PAYBCRED.TXT'.
       01 PAYCHECK-FILE-NAME PIC X(20) VALUE 'PAYCHECK.TXT'.
       01 GLPROOFP-FILE-NAME PIC X(20) VALUE 'GLPROOFP.TXT'.
       01 JOBRUNS-FILE-NAME PIC X(20) VALUE 'JOBRUNS.TXT'.
       01 PAYCTL-FILE-NAME PIC X(20) VALUE 'PAYCTL.TXT'.
       01 LVRCTL-FILE-NAME PIC X(20) VALUE 'LVRCTL.TXT'.
       01 CO-TAG-WS PIC X(5) VALUE SPACES.
       01 SEL-EOF PIC X(3) VALUE 'NO'.
       01 HDR1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           05 FILLER PIC X(32).
           05 FILLER PIC X(16) VALUE 'PAYROLL REGISTER'.
           05 FILLER PIC X(32).
      *  PRINTED UNDER THE TITLE ON A SEMI-MONTHLY PAYROLL ONLY.
       01 HDR3-CUT.
           05 FILLER PIC X(31).
           05 HDR3-CUT-DESC PIC X(18).
           05 FILLER PIC X(31).
      *  RUN DATE AND PAGE NUMBER FOR FILING PRINTED COPIES.
       01 HDR-RUNINFO.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 CP-YYYY PIC 9999.
           05 CP-MM PIC 99.
       01 HIST-STATUS PIC XX.
       01 HISTYTD-STATUS PIC XX.
       01 HISTYTD-EOF PIC X(3) VALUE 'NO'.
      *  THE YEAR'S EARLIER CUTOFFS PER EMPLOYEE, LOADED FROM
      *  PAYHIST.TXT BY THE DECEMBER RUN FOR THE ANNUALIZATION.
       01 YTD-TABLE.
           05 YTT-ENTRY OCCURS 300 TIMES.
               10 YTT-EMPNO PIC X(10).
               10 YTT-GROSS PIC 9(8)V99.
               10 YTT-TAX PIC S9(7)V99.
               10 YTT-MOS PIC 99.
               10 YTT-LAST-PER PIC X(6).
       01 YTT-CNT PIC 999 VALUE 0.
       01 YTT-SUB PIC 999 VALUE 0.
      *  THE MONTH'S FIRST CUTOFF PER EMPLOYEE, LOADED FROM
      *  PAYHIST.TXT BY THE SECOND CUTOFF SO THE MONTH'S
      *  CONTRIBUTIONS AND TAX ARE FIGURED ON THE MONTH'S WHOLE GROSS.
       01 MTD-TABLE.
           05 MTT-ENTRY OCCURS 300 TIMES.
               10 MTT-EMPNO PIC X(10).
               10 MTT-GROSS PIC 9(7)V99.
               10 MTT-SSS PIC 9(5)V99.
               10 MTT-PHIC PIC 9(5)V99.
               10 MTT-HDMF PIC 9(5)V99.
               10 MTT-TAX PIC S9(6)V99.
       01 MTT-CNT PIC 999 VALUE 0.
       01 MTT-SUB PIC 999 VALUE 0.
       01 MTD-FOUND-SW PIC X(3) VALUE 'NO'.
      *  ONE EMPLOYEE'S ANNUALIZATION FIGURES. THE YEAR'S TAXABLE IS
      *  ITS GROSS, THE SAME BASE THE MONTHLY TIERS ARE APPLIED TO;
      *  THE TAX DUE IS THE TIER TAX ON THE AVERAGE MONTH TIMES THE
      *  MONTHS PAID.
       01 ANN-GROSS PIC 9(8)V99 VALUE 0.
       01 ANN-SAVE-GROSS PIC 9(6)V99 VALUE 0.
       01 ANN-MOS PIC 99 VALUE 0.
       01 ANN-DUE PIC 9(7)V99 VALUE 0.
       01 ANN-WHELD PIC S9(7)V99 VALUE 0.
       01 ANN-CNT PIC 9999 VALUE 0.
       01 ANN-GROSS-TOT PIC 9(9)V99 VALUE 0.
       01 ANN-DUE-TOT PIC 9(8)V99 VALUE 0.
       01 ANN-WHELD-TOT PIC S9(8)V99 VALUE 0.
       01 ANN-ADJ-TOT PIC S9(8)V99 VALUE 0.
       01 ANNL-TITLE.
           05 FILLER PIC X(19).
           05 FILLER PIC X(42) VALUE
              'YEAR-END WITHHOLDING TAX ANNUALIZATION'.
           05 FILLER PIC X(19).
       01 ANNL-YEAR-LN.
           05 FILLER PIC X(13) VALUE 'TAXABLE YEAR '.
           05 ANNL-YEAR PIC 9999.
           05 FILLER PIC X(63).
       01 ANNL-HDR.
           05 FILLER PIC X(27) VALUE 'EMPLOYEE   NAME'.
           05 FILLER PIC X(4) VALUE 'MOS'.
           05 FILLER PIC X(11) VALUE 'YTD TAXABLE'.
           05 FILLER PIC X(11) VALUE '    TAX DUE'.
           05 FILLER PIC X(13) VALUE '     WITHHELD'.
           05 FILLER PIC X(12) VALUE '  ADJUSTMENT'.
           05 FILLER PIC X(2).
       01 ANNL-DTL.
           05 AD-EMPNO PIC X(10).
           05 FILLER PIC X(1).
           05 AD-EMPNA PIC X(15).
           05 FILLER PIC X(1).
           05 AD-MOS PIC Z9.
           05 FILLER PIC X(2).
           05 AD-GROSS PIC ZZZZZZ9.99.
           05 FILLER PIC X(2).
           05 AD-DUE PIC ZZZZZZ9.99.
           05 FILLER PIC X(2).
           05 AD-WHELD PIC ZZZZZZ9.99-.
           05 FILLER PIC X(1).
           05 AD-ADJ PIC ZZZZZZ9.99-.
           05 FILLER PIC X(2).
       01 ANNL-TOT-LN.
           05 FILLER PIC X(21) VALUE 'TOTALS     EMPLOYEES:'.
           05 AT-CNT PIC ZZZ9.
           05 FILLER PIC X(4).
           05 AT-GROSS PIC ZZZZZZ9.99.
           05 FILLER PIC X(2).
           05 AT-DUE PIC ZZZZZZ9.99.
           05 FILLER PIC X(2).
           05 AT-WHELD PIC ZZZZZZ9.99-.
           05 FILLER PIC X(1).
           05 AT-ADJ PIC ZZZZZZ9.99-.
           05 FILLER PIC X(2).
       01 ANNL-NOTE-LN.
           05 FILLER PIC X(80) VALUE
              'ADJUSTMENT: COLLECTED ON THE DECEMBER PAYSLIP, OR REFUN
      -       'DED WHERE NEGATIVE.'.
      *  DEPARTMENT LOOKUP TABLE - SHARED WITH EMPREP-TXT/EMPREP2-TXT
      *  SO ADDING A DEPARTMENT IS DONE ONCE, IN CODETAB.CPY.
           COPY CODETAB.
       01 DEPT-PAY-TOTALS.
           05 DEPT-PAY-ENTRY OCCURS 4 TIMES.
              10 DEPT-GROSS PIC 9(8)V99 VALUE 0.
              10 DEPT-DED PIC S9(8)V99 VALUE 0.
              10 DEPT-NET PIC 9(8)V99 VALUE 0.
       01 HDRD.
           05 FILLER PIC X(17) VALUE 'DEPARTMENT NAME: '.
           05 PD-EMPNA PIC X(20).
           05 FILLER PIC X(2).
           05 PD-GROSS PIC Z,ZZZ,ZZ9.99.
           05 PD-DED PIC Z,ZZZ,ZZ9.99-.
           05 PD-NET PIC Z,ZZZ,ZZ9.99.
      *  PREMIUM EARNINGS SUB-LINE UNDER AN EMPLOYEE'S DETAIL LINE,
      *  ONE PER KIND OF PREMIUM PAID - THE AMOUNT IS ALREADY IN THE
      *  GROSS PAY COLUMN ABOVE IT.
       01 PAY-EARN-LN.
           05 FILLER PIC X(13).
           05 PE-LABEL PIC X(22).
           05 PE-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(33).
       01 DEPT-TOT-LINE.
           05 FILLER PIC X(35) VALUE 'DEPARTMENT TOTALS'.
           05 DT-GROSS PIC Z,ZZZ,ZZ9.99.
           05 DT-DED PIC Z,ZZZ,ZZ9.99-.
           05 DT-NET PIC Z,ZZZ,ZZ9.99.
       01 GRAND-TOT-LINE.
           05 FILLER PIC X(35) VALUE 'GRAND TOTALS'.
           05 GT-GROSS PIC Z,ZZZ,ZZ9.99.
           05 GT-DED PIC Z,ZZZ,ZZ9.99-.
           05 GT-NET PIC Z,ZZZ,ZZ9.99.
      *  TRIAL RUN MARKING AND THE FINAL RUN'S TIE TO THE APPROVED
      *  TRIAL TOTALS.
       01 TRIAL-BANNER.
           05 FILLER PIC X(25).
           05 FILLER PIC X(30) VALUE
              '*** TRIAL RUN - NOT POSTED ***'.
           05 FILLER PIC X(25).
       01 TRIAL-NOTE1.
           05 FILLER PIC X(80) VALUE
              'TRIAL RUN - NO LEDGER, HISTORY, GL OR BANK FILE POSTED.'.
       01 TRIAL-NOTE2.
           05 FILLER PIC X(80) VALUE
              'APPROVE TOTALS WITH PAYROLL-APPR, THEN RERUN TO POST.'.
       01 APPR-TOT-LINE.
           05 FILLER PIC X(35) VALUE 'APPROVED TRIAL TOTALS'.
           05 AP-GROSS PIC Z,ZZZ,ZZ9.99.
           05 AP-DED PIC Z,ZZZ,ZZ9.99-.
           05 AP-NET PIC Z,ZZZ,ZZ9.99.
       01 APPR-BY-LINE.
           05 FILLER PIC X(35) VALUE 'TRIAL TOTALS APPROVED BY:'.
           05 AP-BY PIC X(8).
           05 FILLER PIC X(37).
       01 APPR-AGREE-LINE.
           05 FILLER PIC X(80) VALUE
              'FINAL TOTALS AGREE WITH THE APPROVED TRIAL.'.
       01 APPR-DIFF-LINE.
           05 FILLER PIC X(80) VALUE
              'FINAL TOTALS DIFFER FROM THE APPROVED TRIAL - REVIEW.'.
       01 EXC-HDR.
           05 FILLER PIC X(80) VALUE
              'UNMATCHED DEPARTMENT CODES (EXCLUDED FROM ALL TOTALS)'.
       01 TAXT-CNT PIC 99 VALUE 0.
       01 TAXT-SUB PIC 99 VALUE 0.
       01 TAXT-EFFDT PIC 9(8) VALUE 0.
      *  PAY FREQUENCY. ONE CUTOFF A MONTH UNLESS A STATRATE.TXT
      *  'FREQ' ROW OF 2 PUTS THE PAYROLL ON THE 15TH AND MONTH-END.
      *  THEN THE PROCESSING DATE'S DAY PICKS THE CUTOFF - THE 1ST TO
      *  THE 15TH IS CUTOFF '1', THE REST OF THE MONTH CUTOFF '2' -
      *  AND A 'GCUT' ROW SAYS WHICH CUTOFF TAKES THE GOVERNMENT
      *  CONTRIBUTIONS (1 OR 2; 0, THE DEFAULT, TAKES HALF ON EACH).
       01 PAY-FREQ-WS PIC 9 VALUE 1.
       01 PAY-FREQ-EFFDT PIC 9(8) VALUE 0.
       01 GOVT-CUT-WS PIC 9 VALUE 0.
       01 GOVT-CUT-EFFDT PIC 9(8) VALUE 0.
       01 CUTOFF-WS PIC X(1) VALUE 'M'.
       01 CUT-DAY-LO PIC 99 VALUE 1.
       01 CUT-DAY-HI PIC 99 VALUE 31.
       01 CUT-DESC-WS PIC X(18) VALUE SPACES.
      *  YES ON THE RUN THAT SETTLES THE YEAR'S TAX - DECEMBER'S
      *  MONTHLY RUN, OR ITS MONTH-END CUTOFF.
       01 SETTLE-SW PIC X(3) VALUE 'NO'.
      *  THE LOAN LEDGER, LOADED ONCE AT STARTUP. EACH ACTIVE LOAN'S
      *  AMORTIZATION (OR SMALLER REMAINING BALANCE) IS COLLECTED AS
      *  THE EMPLOYEE IS PAID; THE COLLECTED AMOUNTS FEED THE
               10 LNT-AMORT PIC 9(6)V99.
               10 LNT-BALANCE PIC 9(7)V99.
               10 LNT-COLLECTED PIC 9(6)V99.
      *  ARREARS CARRIED ON THE LEDGER; DUE IS THIS CUTOFF'S
      *  AMORTIZATION PLUS ARREARS (ZERO FOR A LOAN NOT REACHED), AND
      *  PRIO IS THE LOAN TYPE'S PLACE IN LOAN-PRIO-TABLE.
               10 LNT-ARREARS PIC 9(7)V99.
               10 LNT-DUE PIC 9(7)V99.
               10 LNT-PRIO PIC 9.
               10 LNT-SCHED PIC X(1).
       01 LNT-CNT PIC 999 VALUE 0.
       01 LNT-SUB PIC 999 VALUE 0.
       01 LOAN-EOF PIC X(3) VALUE 'NO'.
      *  THE TUITION SALARY DEDUCTIONS, LOADED ONCE AT STARTUP. A
      *  MISSING TUITDED.TXT (STATUS 35) MEANS NOTHING TO COLLECT.
       01 TDED-STATUS PIC XX.
       01 STPAY-STATUS PIC XX.
       01 TDED-TABLE.
           05 TDT-ENTRY OCCURS 500 TIMES.
               10 TDT-EMPNO PIC X(10).
               10 TDT-STUD PIC X(12).
               10 TDT-TERM PIC X(6).
               10 TDT-TOTAL PIC 9(7)V99.
               10 TDT-INSTALL PIC 9(6)V99.
               10 TDT-BALANCE PIC 9(7)V99.
               10 TDT-LAST-PER PIC X(6).
               10 TDT-COLLECTED PIC 9(6)V99.
       01 TDT-CNT PIC 999 VALUE 0.
       01 TDT-SUB PIC 999 VALUE 0.
       01 TDED-EOF PIC X(3) VALUE 'NO'.
      *  MINIMUM NET TAKE-HOME PER CUTOFF. LOAN AMORTIZATIONS ARE
      *  COLLECTED ONLY AS FAR AS THE NET STAYS AT OR ABOVE IT AND
      *  THE REST IS CARRIED AS ARREARS. A STATRATE.TXT 'MNET' ROW
      *  SETS IT; THE COMPILED ZERO ONLY KEEPS LOANS FROM DRIVING THE
      *  NET BELOW NOTHING.
       01 MIN-NET-WS PIC 9(5)V99 VALUE 0.
       01 MIN-NET-EFFDT PIC 9(8) VALUE 0.
      *  LOAN COLLECTION ORDER BY LOAN TYPE, FIRST COLLECTED FIRST -
      *  CASH ADVANCES AHEAD OF SALARY LOANS, SO SALARY LOANS ARE THE
      *  FIRST DEFERRED. A TYPE NOT LISTED COMES AFTER THEM ALL.
       01 LOAN-PRIO-VALUES.
           05 FILLER PIC X(1) VALUE 'A'.
           05 FILLER PIC X(1) VALUE 'L'.
       01 LOAN-PRIO-TABLE REDEFINES LOAN-PRIO-VALUES.
           05 LOAN-PRIO-TYPE PIC X(1) OCCURS 2 TIMES.
       01 LOAN-PRIO-MAX PIC 9 VALUE 2.
       01 LOAN-PRIO-SUB PIC 9 VALUE 0.
       01 LOAN-PRIO-LVL PIC 9 VALUE 0.
      *  WHAT IS LEFT OF THE NET ABOVE THE MINIMUM, FOR LOANS.
       01 NET-ROOM-WS PIC S9(7)V99 VALUE 0.
      *  THIS CUTOFF'S SHARE OF A LOAN'S MONTHLY AMORTIZATION, AND
      *  WHETHER THE LOAN IS COLLECTED ON THIS CUTOFF AT ALL.
       01 LOAN-CUT-AMT PIC 9(6)V99 VALUE 0.
       01 LOAN-CUT-SW PIC X(3) VALUE 'YES'.
      *  LOAN COLLECTIONS REPORT LAYOUT.
       01 LOAN-HDR3.
           05 FILLER PIC X(28).
           05 LT-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(34).
       01 LOAN-GRAND-COLL PIC 9(8)V99 VALUE 0.
      *  DEFERRED LOAN DEDUCTIONS REPORT LAYOUT.
       01 DEFER-HDR3.
           05 FILLER PIC X(24).
           05 FILLER PIC X(31)
               VALUE 'DEFERRED LOAN DEDUCTIONS REPORT'.
           05 FILLER PIC X(25).
       01 DEFER-MIN-LINE.
           05 FILLER PIC X(36)
               VALUE 'MINIMUM NET TAKE-HOME PER CUTOFF:'.
           05 DM-AMT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(35).
       01 DEFER-COL-HDR.
           05 FILLER PIC X(12) VALUE 'EMPLOYEE NO.'.
           05 FILLER PIC X(21) VALUE 'EMPLOYEE NAME'.
           05 FILLER PIC X(3) VALUE 'TY/'.
           05 FILLER PIC X(9) VALUE 'REFERENCE'.
           05 FILLER PIC X(11) VALUE '  AMT. DUE'.
           05 FILLER PIC X(11) VALUE '  DEFERRED'.
           05 FILLER PIC X(13) VALUE ' REASON'.
       01 DEFER-DTL.
           05 DF-EMPNO PIC X(10).
           05 FILLER PIC X(2).
           05 DF-EMPNA PIC X(20).
           05 FILLER PIC X(1).
           05 DF-TYPE PIC X(1).
           05 FILLER PIC X(2).
           05 DF-REF PIC X(8).
           05 FILLER PIC X(1).
           05 DF-DUE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 DF-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 DF-REASON PIC X(12).
       01 DEFER-NONE-LINE.
           05 FILLER PIC X(40)
               VALUE 'NO LOAN DEDUCTIONS DEFERRED THIS CUTOFF.'.
           05 FILLER PIC X(40).
       01 DEFER-TOT-LINE.
           05 FILLER PIC X(19) VALUE 'LOANS DEFERRED:'.
           05 DT-CNT PIC ZZ9.
           05 FILLER PIC X(3).
           05 FILLER PIC X(29) VALUE 'TOTAL DEFERRED THIS CUTOFF:'.
           05 DT-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(14).
       01 DEFER-NOTE1.
           05 FILLER PIC X(60) VALUE
               'AMT. DUE IS THE AMORTIZATION PLUS ARREARS FROM EARLIER'.
           05 FILLER PIC X(20).
       01 DEFER-NOTE2.
           05 FILLER PIC X(60) VALUE
               'CUTOFFS. NET AT FLOOR - NOTHING COLLECTED, NET BEFORE'.
           05 FILLER PIC X(20).
       01 DEFER-NOTE3.
           05 FILLER PIC X(60) VALUE
               'LOANS ALREADY AT THE MINIMUM. PARTIAL ONLY - COLLECTED'.
           05 FILLER PIC X(20).
       01 DEFER-NOTE4.
           05 FILLER PIC X(60) VALUE
               'DOWN TO THE MINIMUM. THE DEFERRED AMOUNT STAYS ON THE'.
           05 FILLER PIC X(20).
       01 DEFER-NOTE5.
           05 FILLER PIC X(60) VALUE
               'LEDGER AS ARREARS AND IS DUE AGAIN NEXT CUTOFF.'.
           05 FILLER PIC X(20).
       01 DEFER-CNT PIC 999 VALUE 0.
       01 DEFER-GRAND PIC 9(8)V99 VALUE 0.
      *  TIMEKEEPING TRANSACTIONS, LOADED ONCE AT STARTUP. AN
      *  EMPLOYEE WITH NO RECORD THIS CUTOFF IS PAID THE BASE MONTHLY
      *  RATE (THE OLD BEHAVIOR) AND LISTED ON THE EXCEPTION SECTION
       01 CUR-OT-PAY PIC 9(5)V99 VALUE 0.
       01 CUR-ABS-DED PIC 9(5)V99 VALUE 0.
       01 CUR-LATE-DED PIC 9(5)V99 VALUE 0.
      *  THE CUTOFF'S BASE PAY - THE MONTHLY RATE, OR HALF OF IT ON A
      *  SEMI-MONTHLY PAYROLL. ABSENCES, LATENESS AND OVERTIME STAY
      *  PRICED OFF THE MONTHLY RATE.
       01 BASE-PAY-WS PIC 9(6)V99 VALUE 0.
      *  HOLIDAY AND REST-DAY PREMIUM TABLE - THE PREMIUM OVER THE
      *  MONTHLY RATE FOR EACH HOUR WORKED, BY KIND OF DAY: REGULAR
      *  HOLIDAY 100%, REGULAR HOLIDAY ON A REST DAY 160%, SPECIAL
      *  DAY 30%, SPECIAL DAY ON A REST DAY 50%, ORDINARY REST DAY
      *  130% (THE DAY IS NOT PART OF THE MONTHLY RATE). RE-PRICING
      *  A PREMIUM IS DONE HERE, SAME IDIOM AS TAX-TIER-TABLE.
       01 PREM-TABLE-VALUES.
           05 FILLER PIC X(5) VALUE 'RN100'.
           05 FILLER PIC X(5) VALUE 'RY160'.
           05 FILLER PIC X(5) VALUE 'SN030'.
           05 FILLER PIC X(5) VALUE 'SY050'.
           05 FILLER PIC X(5) VALUE ' Y130'.
       01 PREM-TABLE REDEFINES PREM-TABLE-VALUES.
           05 PREM-ENTRY OCCURS 5 TIMES.
              10 PREM-HOL-TYPE PIC X(1).
              10 PREM-REST PIC X(1).
              10 PREM-RATE PIC 9V99.
       01 PREM-MAX PIC 9 VALUE 5.
       01 PREM-IDX PIC 9 VALUE 0.
      *  HOLIDAY CALENDAR AND HOLIDAY/REST-DAY HOURS, LOADED ONCE AT
      *  STARTUP. ONLY THE CURRENT CUTOFF'S DAYS ARE KEPT.
       01 HOL-STATUS PIC XX.
       01 HOL-TABLE.
           05 HOLT-ENTRY OCCURS 100 TIMES.
               10 HOLT-DATE PIC X(8).
               10 HOLT-TYPE PIC X(1).
       01 HOLT-CNT PIC 999 VALUE 0.
       01 HOLT-SUB PIC 999 VALUE 0.
       01 HOL-EOF PIC X(3) VALUE 'NO'.
       01 TKHOL-STATUS PIC XX.
       01 TKHOL-TABLE.
           05 THT-ENTRY OCCURS 500 TIMES.
               10 THT-EMPNO PIC X(10).
               10 THT-DATE PIC X(8).
               10 THT-HOURS PIC 99V9.
               10 THT-REST PIC X(1).
       01 THT-CNT PIC 999 VALUE 0.
       01 THT-SUB PIC 999 VALUE 0.
       01 TKHOL-EOF PIC X(3) VALUE 'NO'.
       01 DAY-HOL-TYPE PIC X(1) VALUE SPACE.
       01 DAY-REST PIC X(1) VALUE SPACE.
       01 DAY-PREM-PAY PIC 9(5)V99 VALUE 0.
       01 PREM-HOURLY-WS PIC 9(4)V99 VALUE 0.
       01 CUR-REGHOL-PAY PIC 9(5)V99 VALUE 0.
       01 CUR-SPLHOL-PAY PIC 9(5)V99 VALUE 0.
       01 CUR-REST-PAY PIC 9(5)V99 VALUE 0.
      *  LEAVE-WITHOUT-PAY DAYS FOR THE CUTOFF, LOADED ONCE AT
      *  STARTUP AND MATCHED BY EMPLOYEE AND PERIOD.
       01 LWOP-STATUS PIC XX.
       01 RPT-SUB PIC 999 VALUE 0.
       01 RETRO-EOF PIC X(3) VALUE 'NO'.
       01 CUR-RETRO PIC 9(7)V99 VALUE 0.
      *  LEAVE CONVERSION RECORDS, LOADED ONCE AT STARTUP AND HANDLED
      *  THE SAME WAY AS THE RETRO PAY TABLE.
       01 LVCONV-STATUS PIC XX.
       01 LVCONV-TABLE.
           05 LCT-ENTRY OCCURS 300 TIMES.
               10 LCT-EMPNO PIC X(10).
               10 LCT-PERIOD PIC X(6).
               10 LCT-AMOUNT PIC 9(7)V99.
               10 LCT-PAID PIC X(1).
       01 LCT-CNT PIC 999 VALUE 0.
       01 LCT-SUB PIC 999 VALUE 0.
       01 LVCONV-EOF PIC X(3) VALUE 'NO'.
       01 CUR-LVCONV PIC 9(7)V99 VALUE 0.
      *  ROUTED COMMISSIONS WAITING ON COMM-PAY'S REGISTER, LOADED
      *  ONCE AT STARTUP. A PAID ENTRY IS MARKED 'Y' HERE, THEN 'D'
      *  ONCE ITS REGISTER RECORD HAS BEEN MARKED AT END OF RUN.
       01 COMMREG-STATUS PIC XX.
       01 PAYCOMM-STATUS PIC XX.
       01 COMM-TABLE.
           05 CMT-ENTRY OCCURS 300 TIMES.
               10 CMT-EMPNO PIC X(10).
               10 CMT-PERIOD PIC X(6).
               10 CMT-AMOUNT PIC 9(7)V99.
               10 CMT-APPRDATE PIC 9(8).
               10 CMT-APPR-PER PIC X(6).
               10 CMT-PAID PIC X(1).
       01 CMT-CNT PIC 999 VALUE 0.
       01 CMT-SUB PIC 999 VALUE 0.
       01 CMT-PAID-CNT PIC 999 VALUE 0.
       01 COMMREG-EOF PIC X(3) VALUE 'NO'.
       01 CUR-COMM PIC 9(7)V99 VALUE 0.
      *  EMPLOYEE BANK ACCOUNTS, LOADED ONCE. AN EMPLOYEE WITH AN
      *  ACCOUNT GETS A 'D' DETAIL ON THE CREDIT FILE; ONE WITHOUT
      *  LANDS ON THE CHECK-PREPARATION LIST INSTEAD.
       01 CUR-GROSS PIC 9(6)V99 VALUE 0.
       01 CUR-SSS PIC 9(5)V99 VALUE 0.
       01 CUR-PHIC PIC 9(5)V99 VALUE 0.
       01 CUR-HDMF PIC 9(5)V99 VALUE 0.
      *  CUR-TAX IS THE CUTOFF'S TOTAL WITHHOLDING - THE REGULAR
      *  TIER TAX PLUS, IN DECEMBER, THE YEAR-END ADJUSTMENT. THE
      *  REGULAR TAX GOES NEGATIVE ONLY WHEN A MONTH-END CUTOFF GIVES
      *  BACK WHAT THE 15TH OVER-WITHHELD.
       01 CUR-TAX PIC S9(6)V99 VALUE 0.
       01 CUR-TAX-REG PIC S9(6)V99 VALUE 0.
       01 CUR-TAX-ADJ PIC S9(6)V99 VALUE 0.
       01 CUR-LOAN PIC 9(6)V99 VALUE 0.
       01 CUR-LOAN-BAL PIC 9(7)V99 VALUE 0.
       01 CUR-LOAN-ARR PIC 9(7)V99 VALUE 0.
       01 CUR-TUIT PIC 9(6)V99 VALUE 0.
       01 CUR-DED PIC S9(6)V99 VALUE 0.
       01 CUR-NET PIC 9(6)V99 VALUE 0.
      *  THE MONTH'S FIRST CUTOFF FOR THE EMPLOYEE (ZERO ON A MONTHLY
      *  PAYROLL OR THE 15TH), AND THE CUTOFF'S OWN GROSS HELD WHILE
      *  THE MONTH'S FIGURES ARE WORKED ON THE MONTH'S GROSS.
       01 PRV-GROSS PIC 9(7)V99 VALUE 0.
       01 PRV-SSS PIC 9(5)V99 VALUE 0.
       01 PRV-PHIC PIC 9(5)V99 VALUE 0.
       01 PRV-HDMF PIC 9(5)V99 VALUE 0.
       01 PRV-TAX PIC S9(6)V99 VALUE 0.
       01 MON-SAVE-GROSS PIC 9(6)V99 VALUE 0.
      *  PAYSLIP PAGE LAYOUT - ONE BLOCK PER EMPLOYEE.
       01 SLIP-RULE.
           05 FILLER PIC X(80) VALUE ALL '-'.
           05 SLIP-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 SLIP-YY PIC 9999.
           05 FILLER PIC X(2).
           05 SLIP-CUT PIC X(18).
           05 FILLER PIC X(41).
       01 SLIP-EMPNO-LN.
           05 FILLER PIC X(17) VALUE 'EMPLOYEE NUMBER: '.
           05 SLIP-EMPNO PIC X(10).
           05 FILLER PIC X(25) VALUE '  RETROACTIVE PAY:'.
           05 SLIP-RETRO PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-LVCONV-LN.
           05 FILLER PIC X(25) VALUE '  LEAVE CONVERSION:'.
           05 SLIP-LVCONV PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-COMM-LN.
           05 FILLER PIC X(25) VALUE '  SALES COMMISSION:'.
           05 SLIP-COMM PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-REGHOL-LN.
           05 FILLER PIC X(25) VALUE '  REGULAR HOLIDAY PAY:'.
           05 SLIP-REGHOL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-SPLHOL-LN.
           05 FILLER PIC X(25) VALUE '  SPECIAL HOLIDAY PAY:'.
           05 SLIP-SPLHOL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-REST-LN.
           05 FILLER PIC X(25) VALUE '  REST DAY PAY:'.
           05 SLIP-REST PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-GROSS-LN.
           05 FILLER PIC X(25) VALUE 'GROSS PAY:'.
           05 SLIP-GROSS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-TAX-LN.
           05 FILLER PIC X(25) VALUE '  WITHHOLDING TAX:'.
           05 SLIP-TAX PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(42).
       01 SLIP-TAXADJ-LN.
           05 FILLER PIC X(25) VALUE '  YEAR-END TAX ADJ.:'.
           05 SLIP-TAXADJ PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(42).
       01 SLIP-LOAN-LN.
           05 FILLER PIC X(25) VALUE '  LOANS/ADVANCES:'.
           05 SLIP-LOAN PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-TUIT-LN.
           05 FILLER PIC X(25) VALUE '  TUITION (DEPENDENTS):'.
           05 SLIP-TUIT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-LOANBAL-LN.
           05 FILLER PIC X(25) VALUE 'REMAINING LOAN BALANCE:'.
           05 SLIP-LOANBAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-LOANARR-LN.
           05 FILLER PIC X(25) VALUE 'LOAN ARREARS CARRIED:'.
           05 SLIP-LOANARR PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43).
       01 SLIP-DED-LN.
           05 FILLER PIC X(25) VALUE 'TOTAL DEDUCTIONS:'.
           05 SLIP-DED PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(42).
       01 SLIP-NET-LN.
           05 FILLER PIC X(25) VALUE 'NET PAY:'.
           05 SLIP-NET PIC Z,ZZZ,ZZ9.99.
           05 EXC-NUM PIC 999 VALUE 0.
           05 EXC-PRT-IDX PIC 999 VALUE 0.
           05 GRAND-GROSS PIC 9(8)V99 VALUE 0.
           05 GRAND-DED PIC S9(8)V99 VALUE 0.
           05 GRAND-NET PIC 9(8)V99 VALUE 0.
       PROCEDURE DIVISION.
      *  PAYROLL RUN OVER THE EMPLOYEE MASTER - SORTED BY DEPARTMENT,
           PERFORM CLAIM-LOAN-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-RATES-RTN.
           PERFORM SET-CUTOFF-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM CHECK-LVRECON-RTN.
           PERFORM CHECK-PAYCTL-RTN.
           PERFORM LOAD-LOANS-RTN.
           IF CUTOFF-WS = '2'
               PERFORM LOAD-MTD-RTN
           END-IF.
           PERFORM LOAD-TDED-RTN.
           PERFORM LOAD-TK-RTN.
           PERFORM LOAD-HOL-RTN.
           PERFORM LOAD-TKHOL-RTN.
           PERFORM LOAD-LWOP-RTN.
           PERFORM LOAD-RETRO-RTN.
           PERFORM LOAD-LVCONV-RTN.
           PERFORM LOAD-COMM-RTN.
           PERFORM LOAD-BANKACCT-RTN.
           SORT SORT-WORK ON ASCENDING KEY SORT-DC
               ON ASCENDING KEY SORT-EMPNA
               INPUT PROCEDURE IS SEL-EMP-RTN
               GIVING EMP-SORT-OUT.
           OPEN INPUT EMP-SORT-OUT
               OUTPUT PAY-OUT
               OUTPUT SLIP-OUT
               OUTPUT CHECK-OUT.
           IF FINAL-SW = 'YES'
               OPEN OUTPUT PAYBANK-OUT
           END-IF.
           WRITE CHECK-REP-OUT FROM CHECK-HDR.
           IF FINAL-SW = 'NO'
               WRITE CHECK-REP-OUT FROM TRIAL-BANNER
           END-IF.
           WRITE CHECK-REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM HDR2.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM HDR3.
           IF CUTOFF-WS NOT = 'M'
               MOVE CUT-DESC-WS TO HDR3-CUT-DESC
               WRITE REP-OUT FROM HDR3-CUT
           END-IF.
           IF FINAL-SW = 'NO'
               WRITE REP-OUT FROM TRIAL-BANNER
           END-IF.
           MOVE RUN-DATE-MM TO RUNINFO-MM.
           MOVE RUN-DATE-DD TO RUNINFO-DD.
           MOVE RUN-DATE-YY TO RUNINFO-YY.
           MOVE PAGE-NO-WS TO RUNINFO-PAGE.
           MOVE RUN-DATE-MM TO SLIP-MM.
           MOVE RUN-DATE-YY TO SLIP-YY.
           MOVE CUT-DESC-WS TO SLIP-CUT.
           MOVE RUN-DATE-YY TO CP-YYYY.
           MOVE RUN-DATE-MM TO CP-MM.
      *  A TRIAL RUN POSTS NOTHING, SO ONLY THE FINAL RUN IS HELD TO
      *  THE RERUN GUARD.
           IF FINAL-SW = 'YES'
               PERFORM CHECK-RERUN-RTN
           END-IF.
      *  THE DECEMBER RUN READS THE YEAR'S EARLIER CUTOFFS BACK
      *  FIRST AND OPENS THE ANNUALIZATION REGISTER.
           IF SETTLE-SW = 'YES'
               PERFORM LOAD-YTD-RTN
               OPEN OUTPUT ANNL-OUT
               WRITE ANNL-OUT-REC FROM HDR1
               WRITE ANNL-OUT-REC FROM HDR2
               WRITE ANNL-OUT-REC FROM BLNKSCR
               WRITE ANNL-OUT-REC FROM ANNL-TITLE
               MOVE CP-YYYY TO ANNL-YEAR
               WRITE ANNL-OUT-REC FROM ANNL-YEAR-LN
               WRITE ANNL-OUT-REC FROM BLNKSCR
               WRITE ANNL-OUT-REC FROM ANNL-HDR
               WRITE ANNL-OUT-REC FROM BLNKSCR
           END-IF.
      *  THE HISTORY LEDGER IS HELD OPEN EXTEND FOR THE WHOLE FINAL
      *  RUN - ONE RECORD APPENDED AS EACH EMPLOYEE IS PAID. A
      *  MISSING PAYHIST.TXT (STATUS 35, THE FIRST RUN EVER) IS
      *  CREATED FRESH.
           IF FINAL-SW = 'YES'
               OPEN EXTEND HIST-OUT
               IF HIST-STATUS = '35'
                   OPEN OUTPUT HIST-OUT
               END-IF
           END-IF.
           WRITE REP-OUT FROM HDR-RUNINFO.
           WRITE REP-OUT FROM BLNKSCR.
               END-IF
           END-IF.
           PERFORM FINAL-RTN.
           IF SETTLE-SW = 'YES'
               PERFORM ANNL-TOTAL-RTN
           END-IF.
           IF EXC-NUM > 0
               WRITE REP-OUT FROM BLNKSCR
               WRITE REP-OUT FROM EXC-HDR
               MOVE 1 TO NOTK-PRT-IDX
               PERFORM PRINT-NOTK-RTN UNTIL NOTK-PRT-IDX > NOTK-NUM
           END-IF.
           IF FINAL-SW = 'YES'
               PERFORM APPR-TIE-RTN
               PERFORM WRITE-BANKCTL-RTN
           ELSE
               WRITE REP-OUT FROM BLNKSCR
               WRITE REP-OUT FROM TRIAL-NOTE1
               WRITE REP-OUT FROM TRIAL-NOTE2
           END-IF.
           PERFORM WRITE-LOANCOLL-RTN.
           PERFORM WRITE-DEFERRED-RTN.
           IF FINAL-SW = 'YES'
               PERFORM REWRITE-LOANS-RTN
               PERFORM REWRITE-TDED-RTN
               PERFORM REWRITE-RETRO-RTN
               PERFORM REWRITE-LVCONV-RTN
               PERFORM MARK-COMM-RTN
               PERFORM MARK-JOBRUN-RTN
               PERFORM WRITE-GLPOST-RTN
           END-IF.
           PERFORM WRITE-PAYCTL-RTN.
           IF FINAL-SW = 'NO'
               PERFORM LOG-RUN-RTN
               DISPLAY 'TRIAL PAYROLL RUN COMPLETE - NOTHING POSTED'
               DISPLAY 'CHECK ' PAYREG-FILE-NAME ' AND '
                   PAYSLIP-FILE-NAME ', APPROVE THE'
                   ' TOTALS WITH PAYROLL-APPR, THEN RERUN TO POST.'
               CLOSE EMP-SORT-OUT, PAY-OUT, SLIP-OUT, CHECK-OUT
               PERFORM RELEASE-LOAN-RTN
               PERFORM RELEASE-EMPMAST-RTN
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT RPT-STAMP-WS FROM DATE YYYYMMDD.
           MOVE 'PAYROLL-TXT    ' TO RPT-JOB-WS.
           MOVE 'P' TO RPT-CLASS-WS.
           MOVE PAYREG-FILE-NAME TO RPT-SRC-NAME.
           MOVE SPACES TO RPT-DST-NAME.
           STRING 'PAYREG_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               RPT-STAMP-WS DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-DST-NAME.
           PERFORM CATALOG-REPORT-RTN.
           MOVE PAYSLIP-FILE-NAME TO RPT-SRC-NAME.
           MOVE SPACES TO RPT-DST-NAME.
           STRING 'PAYSLIP_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               RPT-STAMP-WS DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-DST-NAME.
           PERFORM CATALOG-REPORT-RTN.
           IF SETTLE-SW = 'YES'
               MOVE TAXANNL-FILE-NAME TO RPT-SRC-NAME
               MOVE SPACES TO RPT-DST-NAME
               STRING 'TAXANNL_' DELIMITED BY SIZE
                   CO-TAG-WS DELIMITED BY SPACE
                   RPT-STAMP-WS DELIMITED BY SIZE
                   '.TXT' DELIMITED BY SIZE
                   INTO RPT-DST-NAME
               PERFORM CATALOG-REPORT-RTN
           END-IF.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'PAYROLL RUN COMPLETE'.
           DISPLAY 'CHECK ' PAYREG-FILE-NAME ' AND ' PAYSLIP-FILE-NAME
               ' FOR THE OUTPUT'.
           CLOSE EMP-SORT-OUT, PAY-OUT, SLIP-OUT, HIST-OUT,
               PAYBANK-OUT, CHECK-OUT.
           PERFORM RELEASE-LOAN-RTN.
           READ RPT-SRC AT END MOVE 'YES' TO RPT-COPY-EOF.
      *  THE GL POSTING: ONE DEBIT TO EACH DEPARTMENT'S SALARY
      *  EXPENSE ACCOUNT FOR ITS GROSS, BALANCED BY CREDITS TO THE
      *  DEDUCTION LIABILITY ACCOUNTS AND NET PAY PAYABLE. A NET TAX
      *  REFUND FOR THE RUN IS A DEBIT TO TAX INSTEAD. THE PROOF
      *  LISTING TIES THE DEPARTMENT DEBITS BACK TO THE REGISTER'S
      *  GRAND GROSS.
       WRITE-GLPOST-RTN.
           PERFORM LOAD-GLMAP-RTN.
           OPEN EXTEND GLPOST-OUT.
           MOVE GL-HDMF-TOT TO GL-AMOUNT.
           PERFORM POST-CR-RTN.
           MOVE 'TAX   ' TO GL-SOURCE-WS.
           IF GL-TAX-TOT < 0
               COMPUTE GL-AMOUNT = 0 - GL-TAX-TOT
               PERFORM POST-DR-RTN
           ELSE
               MOVE GL-TAX-TOT TO GL-AMOUNT
               PERFORM POST-CR-RTN
           END-IF.
           MOVE 'LOAN  ' TO GL-SOURCE-WS.
           MOVE GL-LOAN-TOT TO GL-AMOUNT.
           PERFORM POST-CR-RTN.
           MOVE 'TUIT  ' TO GL-SOURCE-WS.
           MOVE GL-TUIT-TOT TO GL-AMOUNT.
           PERFORM POST-CR-RTN.
           MOVE 'NETPAY' TO GL-SOURCE-WS.
           MOVE GRAND-NET TO GL-AMOUNT.
           PERFORM POST-CR-RTN.
               MOVE RUN-DATE-WS TO GL-DATE
               MOVE 'PAYROLL-TXT    ' TO GL-SOURCE
               MOVE GL-ACCT-WS TO GL-ACCT
               MOVE COPROF-CODE-WS TO GL-CO
               MOVE 'D' TO GL-DRCR
               MOVE DEPT-GROSS (DEPT-IDX) TO GL-AMOUNT
               WRITE GLPOST-REC
               MOVE RUN-DATE-WS TO GL-DATE
               MOVE 'PAYROLL-TXT    ' TO GL-SOURCE
               MOVE GL-ACCT-WS TO GL-ACCT
               MOVE COPROF-CODE-WS TO GL-CO
               MOVE 'C' TO GL-DRCR
               WRITE GLPOST-REC
               ADD GL-AMOUNT TO GL-CR-TOT
               MOVE GL-SOURCE-WS TO GP-DESC
               WRITE GLPROOF-LINE-OUT FROM GLPROOF-DTL
           END-IF.
      *  ONE DEBIT LINE OTHER THAN A DEPARTMENT'S GROSS - A NET TAX
      *  REFUND FOR THE RUN, WHICH NET PAY ALREADY INCLUDES.
       POST-DR-RTN.
           IF GL-AMOUNT > 0
               PERFORM LOOKUP-GLACCT-RTN
               MOVE RUN-DATE-WS TO GL-DATE
               MOVE 'PAYROLL-TXT    ' TO GL-SOURCE
               MOVE GL-ACCT-WS TO GL-ACCT
               MOVE COPROF-CODE-WS TO GL-CO
               MOVE 'D' TO GL-DRCR
               WRITE GLPOST-REC
               ADD GL-AMOUNT TO GL-DR-TOT
               MOVE GL-ACCT TO GP-ACCT
               MOVE 'D' TO GP-DRCR
               MOVE GL-AMOUNT TO GP-AMT
               MOVE GL-SOURCE-WS TO GP-DESC
               WRITE GLPROOF-LINE-OUT FROM GLPROOF-DTL
           END-IF.
       LOOKUP-GLACCT-RTN.
           MOVE '99999999' TO GL-ACCT-WS.
           MOVE 1 TO GLM-IDX.
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
      *  WHICH CUTOFF THIS RUN PAYS. A MONTHLY PAYROLL HAS THE ONE,
      *  'M'. ON A SEMI-MONTHLY ONE A PROCESSING DATE UP TO THE 15TH
      *  PAYS CUTOFF '1' (DAYS 1-15) AND A LATER ONE CUTOFF '2' (THE
      *  16TH TO MONTH-END). THE YEAR'S TAX IS SETTLED ON DECEMBER'S
      *  LAST CUTOFF.
       SET-CUTOFF-RTN.
           IF PAY-FREQ-WS = 2
               IF RUN-DATE-DD <= 15
                   MOVE '1' TO CUTOFF-WS
                   MOVE 1 TO CUT-DAY-LO
                   MOVE 15 TO CUT-DAY-HI
                   MOVE '1ST HALF (01-15)' TO CUT-DESC-WS
                   MOVE 'PAYROLL-TXT-1' TO RERUN-JOB-WS
               ELSE
                   MOVE '2' TO CUTOFF-WS
                   MOVE 16 TO CUT-DAY-LO
                   MOVE 31 TO CUT-DAY-HI
                   MOVE '2ND HALF (16-END)' TO CUT-DESC-WS
                   MOVE 'PAYROLL-TXT-2' TO RERUN-JOB-WS
               END-IF
           END-IF.
           IF RUN-DATE-MM = 12 AND CUTOFF-WS NOT = '1'
               MOVE 'YES' TO SETTLE-SW
           END-IF.
      *  THE LEAVE RECONCILIATION GATE: LEAVE-RECON MUST HAVE RUN FOR
      *  THIS PERIOD AND FOUND NO EXCEPTIONS, OR HAD THEM
      *  ACKNOWLEDGED, BEFORE ANYONE IS DOCKED FOR ABSENCES. A
      *  SEMI-MONTHLY CUTOFF NEEDS A RECONCILIATION RUN IN ITS OWN
      *  HALF OF THE MONTH.
       CHECK-LVRECON-RTN.
           MOVE 'NO' TO LVRCTL-SW.
           OPEN INPUT LVRCTL-IN.
           IF LVRCTL-STATUS NOT = '35'
               READ LVRCTL-IN
                   AT END CONTINUE
                   NOT AT END
                       IF LC-PERIOD = RUN-DATE-WS (1:6)
                           AND (LC-EXC-CNT = 0 OR LC-ACK = 'Y')
                           AND (CUTOFF-WS = 'M'
                               OR (LC-DAY >= CUT-DAY-LO
                                   AND LC-DAY <= CUT-DAY-HI))
                           MOVE 'YES' TO LVRCTL-SW
                       END-IF
               END-READ
               CLOSE LVRCTL-IN
           END-IF.
           IF LVRCTL-SW = 'NO'
               DISPLAY 'LEAVE RECONCILIATION FOR PERIOD '
                   RUN-DATE-WS (1:6) ' IS NOT CLEARED.'
               IF CUTOFF-WS NOT = 'M'
                   DISPLAY 'IT MUST BE RUN FOR THIS CUTOFF, '
                       CUT-DESC-WS '.'
               END-IF
               DISPLAY 'RUN LEAVE-RECON AND CLEAR OR ACKNOWLEDGE ITS'
                   ' EXCEPTIONS FIRST.'
               DISPLAY 'RUN CANCELLED.'
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-RTN
               PERFORM RELEASE-EMPMAST-RTN
               STOP RUN
           END-IF.
      *  THE TRIAL/FINAL GATE: THE RUN POSTS ONLY WHEN PAYCTL.TXT
      *  HOLDS THIS PERIOD'S TRIAL TOTALS APPROVED BY PAYROLL-APPR.
      *  ANYTHING ELSE - NO CONTROL RECORD, AN EARLIER PERIOD, A
      *  TRIAL NOT YET APPROVED, OR A PERIOD ALREADY FINALIZED - MAKES
      *  THIS A TRIAL RUN. ON A SEMI-MONTHLY PAYROLL THE APPROVED
      *  TRIAL MUST ALSO BE FOR THIS CUTOFF.
       CHECK-PAYCTL-RTN.
           MOVE 'NO' TO FINAL-SW.
           OPEN INPUT PAYCTL-IO.
           IF PAYCTL-STATUS NOT = '35'
               READ PAYCTL-IO
                   AT END CONTINUE
                   NOT AT END
                       IF PC-PERIOD = RUN-DATE-WS (1:6)
                           AND PC-STATE = 'A'
                           AND (PC-CUTOFF = CUTOFF-WS
                               OR (PC-CUTOFF = SPACE
                                   AND CUTOFF-WS = 'M'))
                           MOVE 'YES' TO FINAL-SW
                           MOVE PC-EMP-CNT TO APPR-EMP-CNT
                           MOVE PC-GROSS TO APPR-GROSS
                           MOVE PC-DED TO APPR-DED
                           MOVE PC-NET TO APPR-NET
                           MOVE PC-APPR-BY TO APPR-BY-WS
                       END-IF
               END-READ
               CLOSE PAYCTL-IO
           END-IF.
           IF FINAL-SW = 'YES'
               DISPLAY 'TRIAL TOTALS FOR PERIOD ' RUN-DATE-WS (1:6)
                   ' APPROVED BY ' APPR-BY-WS ' - FINAL RUN.'
           ELSE
               DISPLAY 'NO APPROVED TRIAL FOR PERIOD '
                   RUN-DATE-WS (1:6) ' - TRIAL RUN, NOTHING POSTED.'
           END-IF.
      *  ONE CONTROL RECORD, REPLACED EVERY RUN: A TRIAL LEAVES ITS
      *  TOTALS FOR APPROVAL, A FINAL RUN MARKS THE PERIOD POSTED.
       WRITE-PAYCTL-RTN.
           MOVE RUN-DATE-WS (1:6) TO PC-PERIOD.
           MOVE CUTOFF-WS TO PC-CUTOFF.
           MOVE GRAN-NUM TO PC-EMP-CNT.
           MOVE GRAND-GROSS TO PC-GROSS.
           MOVE GRAND-DED TO PC-DED.
           MOVE GRAND-NET TO PC-NET.
           IF FINAL-SW = 'YES'
               MOVE 'F' TO PC-STATE
               MOVE APPR-BY-WS TO PC-APPR-BY
           ELSE
               MOVE 'T' TO PC-STATE
               MOVE SPACES TO PC-APPR-BY
           END-IF.
           OPEN OUTPUT PAYCTL-IO.
           WRITE PAYCTL-REC.
           CLOSE PAYCTL-IO.
      *  THE FINAL REGISTER SHOWS THE APPROVED TRIAL TOTALS UNDER ITS
      *  OWN GRAND TOTALS. A DIFFERENCE MEANS AN INPUT CHANGED AFTER
      *  APPROVAL - IT IS FLAGGED FOR REVIEW, NOT BLOCKED.
       APPR-TIE-RTN.
           WRITE REP-OUT FROM BLNKSCR.
           MOVE APPR-GROSS TO AP-GROSS.
           MOVE APPR-DED TO AP-DED.
           MOVE APPR-NET TO AP-NET.
           WRITE REP-OUT FROM APPR-TOT-LINE.
           MOVE APPR-BY-WS TO AP-BY.
           WRITE REP-OUT FROM APPR-BY-LINE.
           IF APPR-EMP-CNT = GRAN-NUM
               AND APPR-GROSS = GRAND-GROSS
               AND APPR-DED = GRAND-DED
               AND APPR-NET = GRAND-NET
               WRITE REP-OUT FROM APPR-AGREE-LINE
           ELSE
               WRITE REP-OUT FROM APPR-DIFF-LINE
               DISPLAY 'FINAL TOTALS DIFFER FROM THE APPROVED TRIAL'
                   ' - SEE ' PAYREG-FILE-NAME
           END-IF.
      *  THE RERUN GUARD: A RUN ALREADY REGISTERED FOR THIS JOB AND
      *  PROCESSING PERIOD GETS A WARNING AND MUST BE CONFIRMED, SO
      *  A DOUBLE RUN STOPS BEING A SILENT DOUBLE POSTING.
               CLOSE JOBRUN-IO
           END-IF.
           IF RERUN-SW = 'YES'
               DISPLAY RERUN-JOB-WS ' HAS ALREADY RUN FOR PERIOD '
                   CUR-PERIOD-WS '.'
               DISPLAY 'RUN IT AGAIN FOR THE SAME PERIOD (Y/N)? '
               ACCEPT RERUN-ANSWER
               END-IF
           END-IF.
       CHECK-RERUN-COMP.
           IF JR-JOBNAME = RERUN-JOB-WS
               AND JR-PERIOD = CUR-PERIOD-WS
               MOVE 'YES' TO RERUN-SW
           END-IF.
      *  MISSING JOBRUNS.TXT (STATUS 35) IS CREATED FRESH.
       MARK-JOBRUN-RTN.
           IF RERUN-SW = 'NO'
               MOVE RERUN-JOB-WS TO JR-JOBNAME
               MOVE CUR-PERIOD-WS TO JR-PERIOD
               OPEN EXTEND JOBRUN-IO
               IF JOBRUN-STATUS = '35'
               CLOSE JOBRUN-IO
           END-IF.
       LOG-RUN-RTN.
           IF FINAL-SW = 'YES'
               MOVE 'PAYROLL-TXT    ' TO RL-JOBNAME
           ELSE
               MOVE 'PAYROLL-TRIAL  ' TO RL-JOBNAME
           END-IF.
           MOVE RUN-DATE-WS TO RL-DATE.
           ACCEPT RL-TIME FROM TIME.
           COMPUTE RL-RECS-READ = GRAN-NUM + SEP-SKIPPED + EXC-NUM.
           MOVE GRAN-NUM TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  LOOK UP THE CURRENT RECORD'S DEPARTMENT AND START A NEW GROUP.
           MOVE CUR-DED TO PD-DED.
           MOVE CUR-NET TO PD-NET.
           WRITE REP-OUT FROM PAY-DTL.
           IF CUR-LVCONV > 0
               MOVE 'LEAVE CONVERSION' TO PE-LABEL
               MOVE CUR-LVCONV TO PE-AMT
               WRITE REP-OUT FROM PAY-EARN-LN
           END-IF.
           IF CUR-COMM > 0
               MOVE 'SALES COMMISSION' TO PE-LABEL
               MOVE CUR-COMM TO PE-AMT
               WRITE REP-OUT FROM PAY-EARN-LN
           END-IF.
           IF CUR-REGHOL-PAY > 0
               MOVE 'REGULAR HOLIDAY PAY' TO PE-LABEL
               MOVE CUR-REGHOL-PAY TO PE-AMT
               WRITE REP-OUT FROM PAY-EARN-LN
           END-IF.
           IF CUR-SPLHOL-PAY > 0
               MOVE 'SPECIAL HOLIDAY PAY' TO PE-LABEL
               MOVE CUR-SPLHOL-PAY TO PE-AMT
               WRITE REP-OUT FROM PAY-EARN-LN
           END-IF.
           IF CUR-REST-PAY > 0
               MOVE 'REST DAY PAY' TO PE-LABEL
               MOVE CUR-REST-PAY TO PE-AMT
               WRITE REP-OUT FROM PAY-EARN-LN
           END-IF.
           ADD CUR-GROSS TO DEPT-GROSS(DEPT-IDX).
           ADD CUR-DED TO DEPT-DED(DEPT-IDX).
           ADD CUR-NET TO DEPT-NET(DEPT-IDX).
           ADD CUR-NET TO GRAND-NET.
           ADD CUR-SSS TO GL-SSS-TOT.
           ADD CUR-PHIC TO GL-PHIC-TOT.
           ADD CUR-HDMF TO GL-HDMF-TOT.
           ADD CUR-TAX TO GL-TAX-TOT.
           ADD CUR-LOAN TO GL-LOAN-TOT.
           ADD CUR-TUIT TO GL-TUIT-TOT.
           PERFORM WRITE-SLIP-RTN.
           IF FINAL-SW = 'YES'
               PERFORM WRITE-HIST-RTN
           END-IF.
           PERFORM WRITE-BANK-RTN.
      *  ONE BANK CREDIT DETAIL FOR THE EMPLOYEE JUST PAID, OR A
      *  CHECK-PREPARATION LINE WHEN NO ACCOUNT IS ON FILE. A TRIAL
      *  RUN COUNTS THE CREDITS BUT WRITES NO BANK FILE.
       WRITE-BANK-RTN.
           MOVE 1 TO BAT-SUB.
           PERFORM FIND-BANKACCT-RTN UNTIL BAT-SUB > BAT-CNT
               MOVE BAT-ACCT (BAT-SUB) TO BK-ACCT
               MOVE CUR-NET TO BK-AMOUNT
               MOVE RUN-DATE-WS TO BK-DATE
               IF FINAL-SW = 'YES'
                   WRITE BANK-REC
               END-IF
               ADD 1 TO PAYB-CNT
               ADD CUR-NET TO PAYB-TOTAL
           ELSE
           END-IF.
       FIND-BANKACCT-RTN.
           ADD 1 TO BAT-SUB.
      *  ONE HISTORY LEDGER RECORD FOR THE EMPLOYEE JUST PAID. THE
      *  TUITION DEDUCTION RIDES IN THE LOAN BUCKET, SO THE RECORD'S
      *  DEDUCTIONS STILL ADD UP TO GROSS LESS NET.
       WRITE-HIST-RTN.
           MOVE EMPNO-S TO PH-EMPNO.
           MOVE CUR-PERIOD-WS TO PH-PERIOD.
           MOVE CUR-GROSS TO PH-GROSS.
           MOVE CUR-SSS TO PH-SSS.
           MOVE CUR-PHIC TO PH-PHIC.
           MOVE CUR-HDMF TO PH-HDMF.
           MOVE CUR-TAX TO PH-TAX.
           COMPUTE PH-LOAN = CUR-LOAN + CUR-TUIT.
           MOVE CUR-NET TO PH-NET.
           MOVE CUTOFF-WS TO PH-CUTOFF.
           WRITE HIST-REC.
      *  GROSS PAY FOR THE CURRENT EMPLOYEE FROM THE TIMEKEEPING
      *  RECORD: THE CUTOFF'S BASE PAY PLUS OVERTIME AT THE PREMIUM,
      *  LESS ABSENT DAYS AND LATE MINUTES AT THE DERIVED DAILY AND
      *  HOURLY RATES. AN EMPLOYEE WITH NO TIMEKEEPING RECORD IS PAID
      *  THE BASE PAY AND HELD FOR THE EXCEPTION SECTION. ON A
      *  SEMI-MONTHLY PAYROLL THE 15TH PAYS HALF THE MONTHLY RATE AND
      *  MONTH-END THE REST, SO AN ODD CENTAVO IS NOT LOST.
       COMPUTE-GROSS-RTN.
           MOVE MONRATE-S TO BASE-PAY-WS.
           IF CUTOFF-WS NOT = 'M'
               COMPUTE BASE-PAY-WS ROUNDED = MONRATE-S / 2
           END-IF.
           IF CUTOFF-WS = '2'
               COMPUTE BASE-PAY-WS = MONRATE-S - BASE-PAY-WS
           END-IF.
           MOVE 0 TO CUR-OT-PAY.
           MOVE 0 TO CUR-ABS-DED.
           MOVE 0 TO CUR-LATE-DED.
           PERFORM FIND-TK-RTN
               UNTIL TKT-SUB > TKT-CNT OR TK-FOUND-SW = 'YES'.
           IF TK-FOUND-SW = 'NO'
               MOVE BASE-PAY-WS TO CUR-GROSS
               IF NOTK-NUM < 100
                   ADD 1 TO NOTK-NUM
                   MOVE EMPNO-S TO NOTK-TAB-NO (NOTK-NUM)
                   TKT-ABS-DAYS (TKT-SUB) * DAILY-RATE-WS
               COMPUTE CUR-LATE-DED ROUNDED =
                   TKT-LATE-MIN (TKT-SUB) * (HOURLY-RATE-WS / 60)
               COMPUTE CUR-GROSS = BASE-PAY-WS + CUR-OT-PAY
                   - CUR-ABS-DED - CUR-LATE-DED
               IF CUR-GROSS < 0
                   MOVE 0 TO CUR-GROSS
           END-IF.
           PERFORM DEDUCT-LWOP-RTN.
           PERFORM ADD-RETRO-RTN.
           PERFORM ADD-LVCONV-RTN.
           PERFORM ADD-COMM-RTN.
           PERFORM ADD-PREMIUM-RTN.
      *  ADD ANY RETRO PAY POSTED FOR THIS EMPLOYEE AND CUTOFF INTO
      *  THE GROSS AND MARK THE RECORD CONSUMED.
       ADD-RETRO-RTN.
               MOVE 'Y' TO RPT-PAID (RPT-SUB)
           END-IF.
           ADD 1 TO RPT-SUB.
      *  ADD ANY LEAVE CONVERSION DUE THIS EMPLOYEE BY THIS CUTOFF
      *  INTO THE GROSS AND MARK THE RECORD CONSUMED. A RECORD FOR AN
      *  EARLIER PERIOD THAT MISSED ITS RUN IS PAID NOW.
       ADD-LVCONV-RTN.
           MOVE 0 TO CUR-LVCONV.
           MOVE 1 TO LCT-SUB.
           PERFORM ADD-LVCONV-COMP UNTIL LCT-SUB > LCT-CNT.
           IF CUR-LVCONV > 0
               ADD CUR-LVCONV TO CUR-GROSS
           END-IF.
       ADD-LVCONV-COMP.
           IF LCT-PAID (LCT-SUB) = 'N'
               AND LCT-EMPNO (LCT-SUB) = EMPNO-S
               AND LCT-PERIOD (LCT-SUB) <= CUR-PERIOD-WS
               ADD LCT-AMOUNT (LCT-SUB) TO CUR-LVCONV
               MOVE 'Y' TO LCT-PAID (LCT-SUB)
           END-IF.
           ADD 1 TO LCT-SUB.
      *  ADD ANY COMMISSION COMM-PAY ROUTED TO THIS EMPLOYEE AND
      *  APPROVED BY THIS CUTOFF INTO THE GROSS, SO IT IS TAXED AND
      *  CREDITED WITH THE SALARY, AND MARK THE ENTRY PAID.
       ADD-COMM-RTN.
           MOVE 0 TO CUR-COMM.
           MOVE 1 TO CMT-SUB.
           PERFORM ADD-COMM-COMP UNTIL CMT-SUB > CMT-CNT.
           IF CUR-COMM > 0
               ADD CUR-COMM TO CUR-GROSS
           END-IF.
       ADD-COMM-COMP.
           IF CMT-PAID (CMT-SUB) = 'N'
               AND CMT-EMPNO (CMT-SUB) = EMPNO-S
               AND CMT-APPR-PER (CMT-SUB) <= CUR-PERIOD-WS
               ADD CMT-AMOUNT (CMT-SUB) TO CUR-COMM
               MOVE 'Y' TO CMT-PAID (CMT-SUB)
               ADD 1 TO CMT-PAID-CNT
           END-IF.
           ADD 1 TO CMT-SUB.
      *  PREMIUM PAY FOR HOURS WORKED ON HOLIDAYS AND REST DAYS THIS
      *  CUTOFF. EACH DAY IS LOOKED UP ON THE HOLIDAY CALENDAR AND
      *  PAID AT THE PREMIUM FOR ITS KIND, KEPT APART FROM OVERTIME.
       ADD-PREMIUM-RTN.
           MOVE 0 TO CUR-REGHOL-PAY.
           MOVE 0 TO CUR-SPLHOL-PAY.
           MOVE 0 TO CUR-REST-PAY.
           COMPUTE PREM-HOURLY-WS ROUNDED =
               MONRATE-S / WORK-DAYS-WS / 8.
           MOVE 1 TO THT-SUB.
           PERFORM ADD-PREMIUM-COMP UNTIL THT-SUB > THT-CNT.
           ADD CUR-REGHOL-PAY CUR-SPLHOL-PAY CUR-REST-PAY
               TO CUR-GROSS.
       ADD-PREMIUM-COMP.
           IF THT-EMPNO (THT-SUB) = EMPNO-S
               MOVE SPACE TO DAY-HOL-TYPE
               MOVE 1 TO HOLT-SUB
               PERFORM FIND-HOL-RTN UNTIL HOLT-SUB > HOLT-CNT
                   OR HOLT-DATE (HOLT-SUB) = THT-DATE (THT-SUB)
               IF HOLT-SUB <= HOLT-CNT
                   MOVE HOLT-TYPE (HOLT-SUB) TO DAY-HOL-TYPE
               END-IF
               IF THT-REST (THT-SUB) = 'Y'
                   MOVE 'Y' TO DAY-REST
               ELSE
                   MOVE 'N' TO DAY-REST
               END-IF
               MOVE 1 TO PREM-IDX
               PERFORM FIND-PREM-RTN UNTIL PREM-IDX > PREM-MAX
                   OR (PREM-HOL-TYPE (PREM-IDX) = DAY-HOL-TYPE
                   AND PREM-REST (PREM-IDX) = DAY-REST)
               IF PREM-IDX <= PREM-MAX
                   COMPUTE DAY-PREM-PAY ROUNDED =
                       THT-HOURS (THT-SUB) * PREM-HOURLY-WS
                           * PREM-RATE (PREM-IDX)
                   EVALUATE DAY-HOL-TYPE
                       WHEN 'R' ADD DAY-PREM-PAY TO CUR-REGHOL-PAY
                       WHEN 'S' ADD DAY-PREM-PAY TO CUR-SPLHOL-PAY
                       WHEN OTHER ADD DAY-PREM-PAY TO CUR-REST-PAY
                   END-EVALUATE
               END-IF
           END-IF.
           ADD 1 TO THT-SUB.
       FIND-HOL-RTN.
           ADD 1 TO HOLT-SUB.
       FIND-PREM-RTN.
           ADD 1 TO PREM-IDX.
      *  TAKE THE CUTOFF'S LEAVE-WITHOUT-PAY DAYS OFF THE GROSS AT
      *  THE DERIVED DAILY RATE. LWOP IS FILED BY MONTH, SO A
      *  SEMI-MONTHLY PAYROLL TAKES IT ON THE MONTH-END CUTOFF.
       DEDUCT-LWOP-RTN.
           MOVE 0 TO CUR-LWOP-DAYS.
           MOVE 0 TO CUR-LWOP-DED.
           IF CUTOFF-WS NOT = '1'
               MOVE 1 TO LWT-SUB
               PERFORM SUM-LWOP-COMP UNTIL LWT-SUB > LWT-CNT
           END-IF.
           IF CUR-LWOP-DAYS > 0
               COMPUTE CUR-LWOP-DED ROUNDED =
                   CUR-LWOP-DAYS * (MONRATE-S / WORK-DAYS-WS)
      *  STATUTORY AND LOAN DEDUCTIONS AND NET PAY FOR THE CURRENT
      *  EMPLOYEE.
       COMPUTE-DEDUCTIONS-RTN.
           PERFORM COMPUTE-GOVT-RTN.
           PERFORM ANNUALIZE-TAX-RTN.
           PERFORM COLLECT-LOANS-RTN.
           PERFORM COLLECT-TUIT-RTN.
           COMPUTE CUR-DED = CUR-SSS + CUR-PHIC + CUR-HDMF
               + CUR-TAX + CUR-LOAN + CUR-TUIT.
           COMPUTE CUR-NET = CUR-GROSS - CUR-DED.
      *  THE GOVERNMENT CONTRIBUTIONS AND THE REGULAR TIER TAX. A
      *  MONTHLY PAYROLL FIGURES THEM ON THE CUTOFF'S GROSS. A
      *  SEMI-MONTHLY ONE FIGURES THE MONTH'S AMOUNTS ON THE MONTH'S
      *  GROSS - THE 15TH DOUBLES ITS OWN, MONTH-END ADDS THE 15TH'S
      *  FROM PAYHIST.TXT - AND SPLITS THEM BETWEEN THE CUTOFFS, SO
      *  THE MONTH'S TWO RECORDS ADD UP TO THE MONTH'S AMOUNTS.
       COMPUTE-GOVT-RTN.
           MOVE 0 TO PRV-GROSS.
           MOVE 0 TO PRV-SSS.
           MOVE 0 TO PRV-PHIC.
           MOVE 0 TO PRV-HDMF.
           MOVE 0 TO PRV-TAX.
           MOVE 'NO' TO MTD-FOUND-SW.
           MOVE CUR-GROSS TO MON-SAVE-GROSS.
           IF CUTOFF-WS = '1'
               COMPUTE CUR-GROSS = MON-SAVE-GROSS * 2
           END-IF.
           IF CUTOFF-WS = '2'
               PERFORM FIND-MTD-RTN
               COMPUTE CUR-GROSS = MON-SAVE-GROSS + PRV-GROSS
           END-IF.
           PERFORM COMPUTE-SSS-RTN.
           COMPUTE CUR-PHIC ROUNDED = CUR-GROSS * PHIC-RATE-WS.
           MOVE HDMF-AMT-WS TO CUR-HDMF.
           PERFORM FIND-TAX-TIER-RTN.
           MOVE MON-SAVE-GROSS TO CUR-GROSS.
           IF CUTOFF-WS NOT = 'M'
               PERFORM SPLIT-GOVT-RTN
           END-IF.
      *  THE EMPLOYEE'S 15TH FROM THE MONTH-TO-DATE TABLE, IF PAID.
       FIND-MTD-RTN.
           MOVE 1 TO MTT-SUB.
           PERFORM FIND-MTD-COMP UNTIL MTT-SUB > MTT-CNT
               OR MTT-EMPNO (MTT-SUB) = EMPNO-S.
           IF MTT-SUB <= MTT-CNT
               MOVE 'YES' TO MTD-FOUND-SW
               MOVE MTT-GROSS (MTT-SUB) TO PRV-GROSS
               MOVE MTT-SSS (MTT-SUB) TO PRV-SSS
               MOVE MTT-PHIC (MTT-SUB) TO PRV-PHIC
               MOVE MTT-HDMF (MTT-SUB) TO PRV-HDMF
               MOVE MTT-TAX (MTT-SUB) TO PRV-TAX
           END-IF.
       FIND-MTD-COMP.
           ADD 1 TO MTT-SUB.
      *  THE 15TH WITHHOLDS HALF THE MONTH'S TAX AND TAKES ALL, NONE
      *  OR HALF OF THE CONTRIBUTIONS BY THE GCUT RULE. MONTH-END
      *  TAKES WHAT THE 15TH LEFT OF THE MONTH'S CONTRIBUTIONS - NONE
      *  WHEN THE 15TH TOOK THEM ALL - AND THE TAX THAT BRINGS THE
      *  MONTH TO ITS TIER TAX, A REFUND WHEN THE 15TH OVER-WITHHELD.
      *  AN EMPLOYEE WITH NO 15TH ON FILE OWES THE MONTH AT MONTH-END.
       SPLIT-GOVT-RTN.
           IF CUTOFF-WS = '1'
               COMPUTE CUR-TAX ROUNDED = CUR-TAX / 2
               IF GOVT-CUT-WS = 2
                   MOVE 0 TO CUR-SSS
                   MOVE 0 TO CUR-PHIC
                   MOVE 0 TO CUR-HDMF
               END-IF
               IF GOVT-CUT-WS = 0
                   COMPUTE CUR-SSS ROUNDED = CUR-SSS / 2
                   COMPUTE CUR-PHIC ROUNDED = CUR-PHIC / 2
                   COMPUTE CUR-HDMF ROUNDED = CUR-HDMF / 2
               END-IF
           ELSE
               COMPUTE CUR-TAX = CUR-TAX - PRV-TAX
               IF GOVT-CUT-WS = 1 AND MTD-FOUND-SW = 'YES'
                   MOVE 0 TO CUR-SSS
                   MOVE 0 TO CUR-PHIC
                   MOVE 0 TO CUR-HDMF
               ELSE
                   PERFORM TRUE-UP-GOVT-RTN
               END-IF
           END-IF.
      *  MONTH-END'S CONTRIBUTIONS ARE THE MONTH'S LESS THE 15TH'S,
      *  NEVER BELOW ZERO.
       TRUE-UP-GOVT-RTN.
           IF CUR-SSS > PRV-SSS
               SUBTRACT PRV-SSS FROM CUR-SSS
           ELSE
               MOVE 0 TO CUR-SSS
           END-IF.
           IF CUR-PHIC > PRV-PHIC
               SUBTRACT PRV-PHIC FROM CUR-PHIC
           ELSE
               MOVE 0 TO CUR-PHIC
           END-IF.
           IF CUR-HDMF > PRV-HDMF
               SUBTRACT PRV-HDMF FROM CUR-HDMF
           ELSE
               MOVE 0 TO CUR-HDMF
           END-IF.
      *  THE SSS CONTRIBUTION: THE FIRST BRACKET THE GROSS FITS
      *  UNDER WHEN THE BRACKET SCHEDULE IS ON FILE (GROSS ABOVE
      *  EVERY BRACKET PAYS THE TOP BRACKET'S AMOUNT), OR THE OLD
               ADD 1 TO SSB-SUB
           END-IF.
      *  COLLECT THE CURRENT EMPLOYEE'S LOAN AMORTIZATIONS - EACH
      *  ACTIVE LEDGER ENTRY DUE THIS CUTOFF OWES ITS CUTOFF'S SHARE
      *  OF THE MONTHLY AMORTIZATION PLUS ANY ARREARS, OR THE SMALLER
      *  REMAINING BALANCE ON ITS LAST COLLECTION. LOANS ARE TAKEN
      *  IN LOAN-PRIO-TABLE ORDER ONLY AS FAR AS THE NET AFTER
      *  STATUTORY DEDUCTIONS AND TAX STAYS AT MIN-NET-WS; WHAT
      *  CANNOT BE TAKEN BECOMES THE LOAN'S ARREARS. THE LEDGER
      *  TABLE KEEPS THE COLLECTED AMOUNT AND
      *  RUN-DOWN BALANCE FOR THE COLLECTIONS REPORT, THE DEFERRED
      *  DEDUCTIONS REPORT AND THE END-OF-RUN REWRITE.
       COLLECT-LOANS-RTN.
           MOVE 0 TO CUR-LOAN.
           MOVE 0 TO CUR-LOAN-BAL.
           MOVE 0 TO CUR-LOAN-ARR.
           COMPUTE NET-ROOM-WS = CUR-GROSS - CUR-SSS - CUR-PHIC
               - CUR-HDMF - CUR-TAX - MIN-NET-WS.
           IF NET-ROOM-WS < 0
               MOVE 0 TO NET-ROOM-WS
           END-IF.
           MOVE 1 TO LOAN-PRIO-LVL.
           PERFORM COLLECT-LOANS-LVL-RTN
               UNTIL LOAN-PRIO-LVL > LOAN-PRIO-MAX + 1.
       COLLECT-LOANS-LVL-RTN.
           MOVE 1 TO LNT-SUB.
           PERFORM COLLECT-LOANS-COMP UNTIL LNT-SUB > LNT-CNT.
           ADD 1 TO LOAN-PRIO-LVL.
       COLLECT-LOANS-COMP.
           IF LNT-EMPNO (LNT-SUB) = EMPNO-S
               AND LNT-PRIO (LNT-SUB) = LOAN-PRIO-LVL
               AND LNT-BALANCE (LNT-SUB) > 0
               PERFORM LOAN-CUT-AMT-RTN
               IF LOAN-CUT-SW = 'YES'
                   PERFORM COLLECT-LOAN-ONE-RTN
               END-IF
           END-IF.
           ADD 1 TO LNT-SUB.
      *  THE LOAN'S SHARE OF ITS AMORTIZATION THIS CUTOFF, BY ITS
      *  DEDUCTION SCHEDULE. A MONTHLY PAYROLL TAKES IT ALL. ON A
      *  SEMI-MONTHLY ONE A '1' LOAN IS TAKEN ON THE 15TH, A 'B' LOAN
      *  HALF ON THE 15TH AND THE REST AT MONTH-END, AND ANY OTHER AT
      *  MONTH-END. A LOAN NOT DUE THIS CUTOFF KEEPS ITS ARREARS FOR
      *  ITS OWN CUTOFF.
       LOAN-CUT-AMT-RTN.
           MOVE 'YES' TO LOAN-CUT-SW.
           MOVE LNT-AMORT (LNT-SUB) TO LOAN-CUT-AMT.
           IF CUTOFF-WS NOT = 'M'
               EVALUATE LNT-SCHED (LNT-SUB)
                   WHEN 'B'
                       COMPUTE LOAN-CUT-AMT ROUNDED =
                           LNT-AMORT (LNT-SUB) / 2
                       IF CUTOFF-WS = '2'
                           COMPUTE LOAN-CUT-AMT =
                               LNT-AMORT (LNT-SUB) - LOAN-CUT-AMT
                       END-IF
                   WHEN '1'
                       IF CUTOFF-WS = '2'
                           MOVE 'NO' TO LOAN-CUT-SW
                       END-IF
                   WHEN OTHER
                       IF CUTOFF-WS = '1'
                           MOVE 'NO' TO LOAN-CUT-SW
                       END-IF
               END-EVALUATE
           END-IF.
       COLLECT-LOAN-ONE-RTN.
           COMPUTE LNT-DUE (LNT-SUB) = LOAN-CUT-AMT
               + LNT-ARREARS (LNT-SUB)
           IF LNT-DUE (LNT-SUB) > LNT-BALANCE (LNT-SUB)
               MOVE LNT-BALANCE (LNT-SUB) TO LNT-DUE (LNT-SUB)
           END-IF
           IF LNT-DUE (LNT-SUB) > NET-ROOM-WS
               MOVE NET-ROOM-WS TO LNT-COLLECTED (LNT-SUB)
           ELSE
               MOVE LNT-DUE (LNT-SUB) TO LNT-COLLECTED (LNT-SUB)
           END-IF
           COMPUTE LNT-ARREARS (LNT-SUB) = LNT-DUE (LNT-SUB)
               - LNT-COLLECTED (LNT-SUB)
           SUBTRACT LNT-COLLECTED (LNT-SUB) FROM NET-ROOM-WS
           SUBTRACT LNT-COLLECTED (LNT-SUB)
               FROM LNT-BALANCE (LNT-SUB)
           MOVE EMPNA-S TO LNT-EMPNA (LNT-SUB)
           ADD LNT-COLLECTED (LNT-SUB) TO CUR-LOAN
           ADD LNT-BALANCE (LNT-SUB) TO CUR-LOAN-BAL
           ADD LNT-ARREARS (LNT-SUB) TO CUR-LOAN-ARR.
      *  COLLECT THE CURRENT EMPLOYEE'S TUITION SALARY DEDUCTIONS -
      *  ONE CUTOFF'S INSTALLMENT PER DEPENDENT (OR THE SMALLER
      *  BALANCE LEFT), FROM WHAT THE LOANS LEFT OF THE NET ABOVE
      *  MIN-NET-WS. WHAT CANNOT BE TAKEN STAYS ON THE BALANCE FOR
      *  THE NEXT CUTOFF. AN ENTRY ALREADY COLLECTED FOR THIS PERIOD
      *  IS NOT TAKEN AGAIN.
       COLLECT-TUIT-RTN.
           MOVE 0 TO CUR-TUIT.
           MOVE 1 TO TDT-SUB.
           PERFORM COLLECT-TUIT-COMP UNTIL TDT-SUB > TDT-CNT.
       COLLECT-TUIT-COMP.
           IF TDT-EMPNO (TDT-SUB) = EMPNO-S
               AND TDT-BALANCE (TDT-SUB) > 0
               AND TDT-LAST-PER (TDT-SUB) NOT = CUR-PERIOD-WS
               MOVE TDT-INSTALL (TDT-SUB) TO TDT-COLLECTED (TDT-SUB)
               IF TDT-COLLECTED (TDT-SUB) > TDT-BALANCE (TDT-SUB)
                   MOVE TDT-BALANCE (TDT-SUB)
                       TO TDT-COLLECTED (TDT-SUB)
               END-IF
               IF TDT-COLLECTED (TDT-SUB) > NET-ROOM-WS
                   MOVE NET-ROOM-WS TO TDT-COLLECTED (TDT-SUB)
               END-IF
               SUBTRACT TDT-COLLECTED (TDT-SUB) FROM NET-ROOM-WS
               SUBTRACT TDT-COLLECTED (TDT-SUB)
                   FROM TDT-BALANCE (TDT-SUB)
               ADD TDT-COLLECTED (TDT-SUB) TO CUR-TUIT
           END-IF.
           ADD 1 TO TDT-SUB.
      *  LOOK UP CUR-GROSS'S WITHHOLDING TIER IN TAX-TIER-TABLE.
      *  GROSS ABOVE EVERY TIER'S UPPER BOUND PAYS TAX-TOP-RATE.
       FIND-TAX-TIER-RTN.
           ELSE
               ADD 1 TO TAX-TIER-IDX
           END-IF.
      *  THE DECEMBER CUTOFF SETTLES THE YEAR: THE TIER TAX ON THE
      *  YEAR'S AVERAGE MONTH TIMES THE MONTHS PAID IS THE TAX DUE,
      *  AND THE DIFFERENCE FROM WHAT WAS WITHHELD (THIS CUTOFF'S
      *  REGULAR TAX INCLUDED) IS COLLECTED OR REFUNDED ON THIS
      *  PAYSLIP. THE HISTORY RECORD THEN CARRIES THE ADJUSTED TAX,
      *  SO THE YEAR'S RECORDS ADD UP TO THE TAX DUE. ANY OTHER
      *  MONTH JUST KEEPS THE REGULAR TIER TAX. ON A SEMI-MONTHLY
      *  PAYROLL DECEMBER IS SETTLED AT MONTH-END, WITH THE 15TH'S
      *  GROSS AND TAX COUNTED IN DECEMBER'S.
       ANNUALIZE-TAX-RTN.
           MOVE CUR-TAX TO CUR-TAX-REG.
           MOVE 0 TO CUR-TAX-ADJ.
           IF SETTLE-SW = 'YES'
               COMPUTE ANN-GROSS = CUR-GROSS + PRV-GROSS
               COMPUTE ANN-WHELD = CUR-TAX-REG + PRV-TAX
               MOVE 1 TO ANN-MOS
               MOVE 1 TO YTT-SUB
               PERFORM FIND-YTD-RTN UNTIL YTT-SUB > YTT-CNT
                   OR YTT-EMPNO (YTT-SUB) = EMPNO-S
               IF YTT-SUB <= YTT-CNT
                   ADD YTT-GROSS (YTT-SUB) TO ANN-GROSS
                   ADD YTT-TAX (YTT-SUB) TO ANN-WHELD
                   ADD YTT-MOS (YTT-SUB) TO ANN-MOS
               END-IF
               MOVE CUR-GROSS TO ANN-SAVE-GROSS
               COMPUTE CUR-GROSS ROUNDED = ANN-GROSS / ANN-MOS
               PERFORM FIND-TAX-TIER-RTN
               COMPUTE ANN-DUE = CUR-TAX * ANN-MOS
               MOVE ANN-SAVE-GROSS TO CUR-GROSS
               COMPUTE CUR-TAX-ADJ = ANN-DUE - ANN-WHELD
               COMPUTE CUR-TAX = CUR-TAX-REG + CUR-TAX-ADJ
               PERFORM WRITE-ANNL-RTN
           END-IF.
       FIND-YTD-RTN.
           ADD 1 TO YTT-SUB.
      *  ONE ANNUALIZATION REGISTER LINE FOR THE EMPLOYEE JUST
      *  SETTLED.
       WRITE-ANNL-RTN.
           MOVE EMPNO-S TO AD-EMPNO.
           MOVE EMPNA-S TO AD-EMPNA.
           MOVE ANN-MOS TO AD-MOS.
           MOVE ANN-GROSS TO AD-GROSS.
           MOVE ANN-DUE TO AD-DUE.
           MOVE ANN-WHELD TO AD-WHELD.
           MOVE CUR-TAX-ADJ TO AD-ADJ.
           WRITE ANNL-OUT-REC FROM ANNL-DTL.
           ADD 1 TO ANN-CNT.
           ADD ANN-GROSS TO ANN-GROSS-TOT.
           ADD ANN-DUE TO ANN-DUE-TOT.
           ADD ANN-WHELD TO ANN-WHELD-TOT.
           ADD CUR-TAX-ADJ TO ANN-ADJ-TOT.
       ANNL-TOTAL-RTN.
           WRITE ANNL-OUT-REC FROM BLNKSCR.
           MOVE ANN-CNT TO AT-CNT.
           MOVE ANN-GROSS-TOT TO AT-GROSS.
           MOVE ANN-DUE-TOT TO AT-DUE.
           MOVE ANN-WHELD-TOT TO AT-WHELD.
           MOVE ANN-ADJ-TOT TO AT-ADJ.
           WRITE ANNL-OUT-REC FROM ANNL-TOT-LN.
           WRITE ANNL-OUT-REC FROM BLNKSCR.
           WRITE ANNL-OUT-REC FROM ANNL-NOTE-LN.
           CLOSE ANNL-OUT.
      *  LOAD THE TAXABLE YEAR'S EARLIER CUTOFFS FROM THE HISTORY
      *  LEDGER, ONE BUCKET PER EMPLOYEE. A RERUN'S OWN DECEMBER
      *  RECORDS ARE LEFT OUT. A MISSING PAYHIST.TXT (STATUS 35)
      *  LEAVES THE TABLE EMPTY - DECEMBER IS THEN THE WHOLE YEAR.
      *  A SEMI-MONTHLY MONTH'S TWO RECORDS COUNT AS ONE MONTH PAID.
       LOAD-YTD-RTN.
           MOVE 0 TO YTT-CNT.
           MOVE 'NO' TO HISTYTD-EOF.
           OPEN INPUT HISTYTD-IN.
           IF HISTYTD-STATUS = '35'
               MOVE 'YES' TO HISTYTD-EOF
           ELSE
               READ HISTYTD-IN
                   AT END MOVE 'YES' TO HISTYTD-EOF
               END-READ
               PERFORM LOAD-YTD-REC-RTN UNTIL HISTYTD-EOF = 'YES'
               CLOSE HISTYTD-IN
           END-IF.
       LOAD-YTD-REC-RTN.
           IF HY-PER-YYYY = CP-YYYY AND HY-PER-MM < CP-MM
               MOVE 1 TO YTT-SUB
               PERFORM FIND-YTD-RTN UNTIL YTT-SUB > YTT-CNT
                   OR YTT-EMPNO (YTT-SUB) = HY-EMPNO
               IF YTT-SUB > YTT-CNT
                   IF YTT-CNT < 300
                       ADD 1 TO YTT-CNT
                       MOVE HY-EMPNO TO YTT-EMPNO (YTT-CNT)
                       MOVE HY-GROSS TO YTT-GROSS (YTT-CNT)
                       MOVE HY-TAX TO YTT-TAX (YTT-CNT)
                       MOVE 1 TO YTT-MOS (YTT-CNT)
                       MOVE HY-PERIOD TO YTT-LAST-PER (YTT-CNT)
                   END-IF
               ELSE
                   ADD HY-GROSS TO YTT-GROSS (YTT-SUB)
                   ADD HY-TAX TO YTT-TAX (YTT-SUB)
                   IF HY-PERIOD NOT = YTT-LAST-PER (YTT-SUB)
                       ADD 1 TO YTT-MOS (YTT-SUB)
                       MOVE HY-PERIOD TO YTT-LAST-PER (YTT-SUB)
                   END-IF
               END-IF
           END-IF.
           READ HISTYTD-IN AT END MOVE 'YES' TO HISTYTD-EOF.
      *  LOAD THE MONTH'S 15TH FROM THE HISTORY LEDGER FOR THE
      *  MONTH-END CUTOFF - THE FIRST RECORD OF THE PERIOD PER
      *  EMPLOYEE, SINCE THE 15TH IS ALWAYS POSTED FIRST. A MISSING
      *  PAYHIST.TXT (STATUS 35) LEAVES THE TABLE EMPTY - MONTH-END
      *  THEN FIGURES THE WHOLE MONTH ON ITS OWN GROSS.
       LOAD-MTD-RTN.
           MOVE 0 TO MTT-CNT.
           MOVE 'NO' TO HISTYTD-EOF.
           OPEN INPUT HISTYTD-IN.
           IF HISTYTD-STATUS = '35'
               MOVE 'YES' TO HISTYTD-EOF
           ELSE
               READ HISTYTD-IN
                   AT END MOVE 'YES' TO HISTYTD-EOF
               END-READ
               PERFORM LOAD-MTD-REC-RTN UNTIL HISTYTD-EOF = 'YES'
               CLOSE HISTYTD-IN
           END-IF.
       LOAD-MTD-REC-RTN.
           IF HY-PERIOD = RUN-DATE-WS (1:6)
               MOVE 1 TO MTT-SUB
               PERFORM FIND-MTD-COMP UNTIL MTT-SUB > MTT-CNT
                   OR MTT-EMPNO (MTT-SUB) = HY-EMPNO
               IF MTT-SUB > MTT-CNT AND MTT-CNT < 300
                   ADD 1 TO MTT-CNT
                   MOVE HY-EMPNO TO MTT-EMPNO (MTT-CNT)
                   MOVE HY-GROSS TO MTT-GROSS (MTT-CNT)
                   MOVE HY-SSS TO MTT-SSS (MTT-CNT)
                   MOVE HY-PHIC TO MTT-PHIC (MTT-CNT)
                   MOVE HY-HDMF TO MTT-HDMF (MTT-CNT)
                   MOVE HY-TAX TO MTT-TAX (MTT-CNT)
               END-IF
           END-IF.
           READ HISTYTD-IN AT END MOVE 'YES' TO HISTYTD-EOF.
      *  ONE PAYSLIP BLOCK FOR THE EMPLOYEE JUST PAID.
       WRITE-SLIP-RTN.
           WRITE SLIP-LINE-OUT FROM SLIP-RULE.
           WRITE SLIP-LINE-OUT FROM HDR1.
           WRITE SLIP-LINE-OUT FROM HDR2.
           WRITE SLIP-LINE-OUT FROM SLIP-TITLE.
           IF FINAL-SW = 'NO'
               WRITE SLIP-LINE-OUT FROM TRIAL-BANNER
           END-IF.
           WRITE SLIP-LINE-OUT FROM SLIP-PERIOD.
           WRITE SLIP-LINE-OUT FROM BLNKSCR.
           MOVE EMPNO-S TO SLIP-EMPNO.
           MOVE CUR-GROSS TO SLIP-GROSS.
           MOVE CUR-SSS TO SLIP-SSS.
           MOVE CUR-PHIC TO SLIP-PHIC.
           MOVE CUR-HDMF TO SLIP-HDMF.
           MOVE CUR-TAX-REG TO SLIP-TAX.
           MOVE CUR-LOAN TO SLIP-LOAN.
           MOVE CUR-DED TO SLIP-DED.
           MOVE CUR-NET TO SLIP-NET.
           IF TK-FOUND-SW = 'YES'
               MOVE BASE-PAY-WS TO SLIP-BASIC
               MOVE CUR-OT-PAY TO SLIP-OT
               MOVE CUR-ABS-DED TO SLIP-ABS
               MOVE CUR-LATE-DED TO SLIP-LATE
               MOVE CUR-RETRO TO SLIP-RETRO
               WRITE SLIP-LINE-OUT FROM SLIP-RETRO-LN
           END-IF.
           IF CUR-LVCONV > 0
               MOVE CUR-LVCONV TO SLIP-LVCONV
               WRITE SLIP-LINE-OUT FROM SLIP-LVCONV-LN
           END-IF.
           IF CUR-COMM > 0
               MOVE CUR-COMM TO SLIP-COMM
               WRITE SLIP-LINE-OUT FROM SLIP-COMM-LN
           END-IF.
           IF CUR-REGHOL-PAY > 0
               MOVE CUR-REGHOL-PAY TO SLIP-REGHOL
               WRITE SLIP-LINE-OUT FROM SLIP-REGHOL-LN
           END-IF.
           IF CUR-SPLHOL-PAY > 0
               MOVE CUR-SPLHOL-PAY TO SLIP-SPLHOL
               WRITE SLIP-LINE-OUT FROM SLIP-SPLHOL-LN
           END-IF.
           IF CUR-REST-PAY > 0
               MOVE CUR-REST-PAY TO SLIP-REST
               WRITE SLIP-LINE-OUT FROM SLIP-REST-LN
           END-IF.
           WRITE SLIP-LINE-OUT FROM SLIP-GROSS-LN.
           WRITE SLIP-LINE-OUT FROM SLIP-SSS-LN.
           WRITE SLIP-LINE-OUT FROM SLIP-PHIC-LN.
           WRITE SLIP-LINE-OUT FROM SLIP-HDMF-LN.
           WRITE SLIP-LINE-OUT FROM SLIP-TAX-LN.
           IF SETTLE-SW = 'YES'
               MOVE CUR-TAX-ADJ TO SLIP-TAXADJ
               WRITE SLIP-LINE-OUT FROM SLIP-TAXADJ-LN
           END-IF.
           IF CUR-LOAN > 0
               WRITE SLIP-LINE-OUT FROM SLIP-LOAN-LN
           END-IF.
           IF CUR-TUIT > 0
               MOVE CUR-TUIT TO SLIP-TUIT
               WRITE SLIP-LINE-OUT FROM SLIP-TUIT-LN
           END-IF.
           WRITE SLIP-LINE-OUT FROM SLIP-DED-LN.
           WRITE SLIP-LINE-OUT FROM SLIP-NET-LN.
           IF CUR-LOAN > 0 OR CUR-LOAN-ARR > 0
               MOVE CUR-LOAN-BAL TO SLIP-LOANBAL
               WRITE SLIP-LINE-OUT FROM SLIP-LOANBAL-LN
           END-IF.
           IF CUR-LOAN-ARR > 0
               MOVE CUR-LOAN-ARR TO SLIP-LOANARR
               WRITE SLIP-LINE-OUT FROM SLIP-LOANARR-LN
           END-IF.
           WRITE SLIP-LINE-OUT FROM SLIP-RULE.
      *  HOLD ONE UNMATCHED-DEPARTMENT-CODE RECORD FOR THE EXCEPTION
      *  SECTION PRINTED AT THE END OF THE RUN - SEE PRINT-EXC-RTN.
               MOVE TK-LATE-MIN TO TKT-LATE-MIN (TKT-CNT)
           END-IF.
           READ TK-IN AT END MOVE 'YES' TO TK-EOF.
      *  LOAD THE HOLIDAY CALENDAR. A MISSING HOLIDAY.TXT (STATUS
      *  35) LEAVES THE TABLE EMPTY - HOURS REPORTED ON A REST DAY
      *  ARE STILL PAID AT THE REST-DAY PREMIUM.
       LOAD-HOL-RTN.
           MOVE 0 TO HOLT-CNT.
           MOVE 'NO' TO HOL-EOF.
           OPEN INPUT HOL-IN.
           IF HOL-STATUS = '35'
               MOVE 'YES' TO HOL-EOF
           ELSE
               READ HOL-IN
                   AT END MOVE 'YES' TO HOL-EOF
               END-READ
               PERFORM LOAD-HOL-REC-RTN UNTIL HOL-EOF = 'YES'
               CLOSE HOL-IN
           END-IF.
       LOAD-HOL-REC-RTN.
           IF HOLT-CNT < 100
               ADD 1 TO HOLT-CNT
               MOVE HC-DATE TO HOLT-DATE (HOLT-CNT)
               MOVE HC-TYPE TO HOLT-TYPE (HOLT-CNT)
           END-IF.
           READ HOL-IN AT END MOVE 'YES' TO HOL-EOF.
      *  LOAD THE CUTOFF'S HOLIDAY AND REST-DAY HOURS. A MISSING
      *  TKHOL.TXT (STATUS 35) LEAVES THE TABLE EMPTY - NO PREMIUM
      *  PAY THIS CUTOFF.
       LOAD-TKHOL-RTN.
           MOVE 0 TO THT-CNT.
           MOVE 'NO' TO TKHOL-EOF.
           OPEN INPUT TKHOL-IN.
           IF TKHOL-STATUS = '35'
               MOVE 'YES' TO TKHOL-EOF
           ELSE
               READ TKHOL-IN
                   AT END MOVE 'YES' TO TKHOL-EOF
               END-READ
               PERFORM LOAD-TKHOL-REC-RTN UNTIL TKHOL-EOF = 'YES'
               CLOSE TKHOL-IN
           END-IF.
       LOAD-TKHOL-REC-RTN.
           IF TH-PERIOD = RUN-DATE-WS (1:6)
               AND TH-DD >= CUT-DAY-LO AND TH-DD <= CUT-DAY-HI
               AND THT-CNT < 500
               ADD 1 TO THT-CNT
               MOVE TH-EMPNO TO THT-EMPNO (THT-CNT)
               MOVE TH-DATE TO THT-DATE (THT-CNT)
               MOVE TH-HOURS TO THT-HOURS (THT-CNT)
               MOVE TH-REST TO THT-REST (THT-CNT)
           END-IF.
           READ TKHOL-IN AT END MOVE 'YES' TO TKHOL-EOF.
      *  LOAD THE LEAVE-WITHOUT-PAY FILE. A MISSING LWOP.TXT (STATUS
      *  35) LEAVES THE TABLE EMPTY - NO UNPAID LEAVE THIS CUTOFF.
       LOAD-LWOP-RTN.
               WRITE RETRO-REC
           END-IF.
           ADD 1 TO RPT-SUB.
      *  LOAD THE LEAVE CONVERSION FILE. A MISSING LVCONV.TXT (STATUS
      *  35) LEAVES THE TABLE EMPTY - NO CONVERSION THIS CUTOFF.
       LOAD-LVCONV-RTN.
           MOVE 0 TO LCT-CNT.
           MOVE 'NO' TO LVCONV-EOF.
           OPEN INPUT LVCONV-IO.
           IF LVCONV-STATUS = '35'
               MOVE 'YES' TO LVCONV-EOF
           ELSE
               READ LVCONV-IO
                   AT END MOVE 'YES' TO LVCONV-EOF
               END-READ
               PERFORM LOAD-LVCONV-REC-RTN UNTIL LVCONV-EOF = 'YES'
               CLOSE LVCONV-IO
           END-IF.
       LOAD-LVCONV-REC-RTN.
           IF LCT-CNT < 300
               ADD 1 TO LCT-CNT
               MOVE LV-EMPNO TO LCT-EMPNO (LCT-CNT)
               MOVE LV-PERIOD TO LCT-PERIOD (LCT-CNT)
               MOVE LV-AMOUNT TO LCT-AMOUNT (LCT-CNT)
               MOVE 'N' TO LCT-PAID (LCT-CNT)
           END-IF.
           READ LVCONV-IO AT END MOVE 'YES' TO LVCONV-EOF.
      *  WRITE THE UNCONSUMED LEAVE CONVERSION RECORDS BACK FOR A
      *  LATER RUN. A RUN THAT LOADED NO FILE LEAVES IT ALONE.
       REWRITE-LVCONV-RTN.
           IF LVCONV-STATUS NOT = '35'
               OPEN OUTPUT LVCONV-IO
               MOVE 1 TO LCT-SUB
               PERFORM REWRITE-LVCONV-COMP UNTIL LCT-SUB > LCT-CNT
               CLOSE LVCONV-IO
           END-IF.
       REWRITE-LVCONV-COMP.
           IF LCT-PAID (LCT-SUB) = 'N'
               MOVE LCT-EMPNO (LCT-SUB) TO LV-EMPNO
               MOVE LCT-PERIOD (LCT-SUB) TO LV-PERIOD
               MOVE LCT-AMOUNT (LCT-SUB) TO LV-AMOUNT
               WRITE LVCONV-REC
           END-IF.
           ADD 1 TO LCT-SUB.
      *  LOAD THE ROUTED COMMISSIONS STILL WAITING ON COMM-PAY'S
      *  REGISTER. A MISSING COMMPREG.TXT (STATUS 35) LEAVES THE
      *  TABLE EMPTY - NO COMMISSION THIS CUTOFF.
       LOAD-COMM-RTN.
           MOVE 0 TO CMT-CNT.
           MOVE 0 TO CMT-PAID-CNT.
           MOVE 'NO' TO COMMREG-EOF.
           OPEN INPUT COMMREG-IO.
           IF COMMREG-STATUS = '35'
               MOVE 'YES' TO COMMREG-EOF
           ELSE
               READ COMMREG-IO
                   AT END MOVE 'YES' TO COMMREG-EOF
               END-READ
               PERFORM LOAD-COMM-REC-RTN UNTIL COMMREG-EOF = 'YES'
               CLOSE COMMREG-IO
           END-IF.
       LOAD-COMM-REC-RTN.
           IF CMR-STATUS = 'W' AND CMT-CNT < 300
               ADD 1 TO CMT-CNT
               MOVE CMR-SALESNUM TO CMT-EMPNO (CMT-CNT)
               MOVE CMR-PERIOD TO CMT-PERIOD (CMT-CNT)
               MOVE CMR-AMOUNT TO CMT-AMOUNT (CMT-CNT)
               MOVE CMR-APPRDATE TO CMT-APPRDATE (CMT-CNT)
               MOVE CMR-APPR-PER TO CMT-APPR-PER (CMT-CNT)
               MOVE 'N' TO CMT-PAID (CMT-CNT)
           END-IF.
           READ COMMREG-IO AT END MOVE 'YES' TO COMMREG-EOF.
      *  THE COMMISSIONS PAID THIS RUN: ONE PAYCOMM.TXT RECORD EACH,
      *  THEN THE REGISTER COPIED THROUGH THE SCRATCH FILE WITH EACH
      *  ONE'S RECORD MARKED 'S' SO NO LATER RUN PAYS IT AGAIN. A
      *  MISSING PAYCOMM.TXT (STATUS 35) IS CREATED FRESH. A RUN
      *  THAT PAID NO COMMISSION LEAVES BOTH FILES ALONE.
       MARK-COMM-RTN.
           IF CMT-PAID-CNT > 0
               OPEN EXTEND PAYCOMM-OUT
               IF PAYCOMM-STATUS = '35'
                   OPEN OUTPUT PAYCOMM-OUT
               END-IF
               MOVE 1 TO CMT-SUB
               PERFORM WRITE-PAYCOMM-COMP UNTIL CMT-SUB > CMT-CNT
               CLOSE PAYCOMM-OUT
               MOVE 'NO' TO COMMREG-EOF
               OPEN INPUT COMMREG-IO
                   OUTPUT COMMREG-SCRATCH
               READ COMMREG-IO
                   AT END MOVE 'YES' TO COMMREG-EOF
               END-READ
               PERFORM MARK-COMM-COPY-RTN UNTIL COMMREG-EOF = 'YES'
               CLOSE COMMREG-IO, COMMREG-SCRATCH
               MOVE 'NO' TO COMMREG-EOF
               OPEN INPUT COMMREG-SCRATCH
                   OUTPUT COMMREG-IO
               READ COMMREG-SCRATCH
                   AT END MOVE 'YES' TO COMMREG-EOF
               END-READ
               PERFORM SWAP-COMM-COMP UNTIL COMMREG-EOF = 'YES'
               CLOSE COMMREG-SCRATCH, COMMREG-IO
           END-IF.
       WRITE-PAYCOMM-COMP.
           IF CMT-PAID (CMT-SUB) = 'Y'
               MOVE CMT-EMPNO (CMT-SUB) TO PCM-EMPNO
               MOVE CMT-PERIOD (CMT-SUB) TO PCM-PERIOD
               MOVE CMT-AMOUNT (CMT-SUB) TO PCM-AMOUNT
               MOVE CMT-APPRDATE (CMT-SUB) TO PCM-APPRDATE
               MOVE CUR-PERIOD-WS TO PCM-PAYPER
               WRITE PAYCOMM-REC
           END-IF.
           ADD 1 TO CMT-SUB.
       MARK-COMM-COPY-RTN.
           IF CMR-STATUS = 'W'
               MOVE 1 TO CMT-SUB
               PERFORM MARK-COMM-MATCH-COMP UNTIL CMT-SUB > CMT-CNT
           END-IF.
           MOVE COMMREG-REC TO COMMREG-REC2.
           WRITE COMMREG-REC2.
           READ COMMREG-IO AT END MOVE 'YES' TO COMMREG-EOF.
      *  EACH PAID ENTRY MARKS ONE REGISTER RECORD ONLY.
       MARK-COMM-MATCH-COMP.
           IF CMT-PAID (CMT-SUB) = 'Y'
               AND CMT-EMPNO (CMT-SUB) = CMR-SALESNUM
               AND CMT-PERIOD (CMT-SUB) = CMR-PERIOD
               AND CMT-APPRDATE (CMT-SUB) = CMR-APPRDATE
               AND CMT-AMOUNT (CMT-SUB) = CMR-AMOUNT
               MOVE 'S' TO CMR-STATUS
               MOVE 'D' TO CMT-PAID (CMT-SUB)
               MOVE CMT-CNT TO CMT-SUB
           END-IF.
           ADD 1 TO CMT-SUB.
       SWAP-COMM-COMP.
           MOVE COMMREG-REC2 TO COMMREG-REC.
           WRITE COMMREG-REC.
           READ COMMREG-SCRATCH AT END MOVE 'YES' TO COMMREG-EOF.
      *  PRINT ONE HELD NO-TIMEKEEPING EXCEPTION LINE.
       PRINT-NOTK-RTN.
           MOVE NOTK-TAB-NO (NOTK-PRT-IDX) TO NOTK-NO.
               MOVE LN-AMORT TO LNT-AMORT (LNT-CNT)
               MOVE LN-BALANCE TO LNT-BALANCE (LNT-CNT)
               MOVE 0 TO LNT-COLLECTED (LNT-CNT)
               MOVE LN-ARREARS TO LNT-ARREARS (LNT-CNT)
               MOVE 0 TO LNT-DUE (LNT-CNT)
               MOVE LN-SCHED TO LNT-SCHED (LNT-CNT)
               MOVE 1 TO LOAN-PRIO-SUB
               PERFORM FIND-LOAN-PRIO-RTN
                   UNTIL LOAN-PRIO-SUB > LOAN-PRIO-MAX
                   OR LOAN-PRIO-TYPE (LOAN-PRIO-SUB) = LN-TYPE
               MOVE LOAN-PRIO-SUB TO LNT-PRIO (LNT-CNT)
           END-IF.
           READ LOAN-FILE AT END MOVE 'YES' TO LOAN-EOF.
       FIND-LOAN-PRIO-RTN.
           ADD 1 TO LOAN-PRIO-SUB.
      *  THE LOAN COLLECTIONS REPORT - ONE LINE PER LOAN COLLECTED
      *  AGAINST THIS CUTOFF, WITH THE RUN-DOWN BALANCE, FOR
      *  ACCOUNTING'S REMITTANCE TO THE LENDERS.
               ADD LNT-COLLECTED (LNT-SUB) TO LOAN-GRAND-COLL
           END-IF.
           ADD 1 TO LNT-SUB.
      *  THE DEFERRED LOAN DEDUCTIONS REPORT - ONE LINE PER LOAN THAT
      *  COULD NOT BE COLLECTED IN FULL THIS CUTOFF WITHOUT TAKING
      *  THE EMPLOYEE BELOW THE MINIMUM NET TAKE-HOME.
       WRITE-DEFERRED-RTN.
           OPEN OUTPUT DEFER-OUT.
           WRITE DEFER-REP-OUT FROM HDR1.
           WRITE DEFER-REP-OUT FROM HDR2.
           WRITE DEFER-REP-OUT FROM BLNKSCR.
           WRITE DEFER-REP-OUT FROM DEFER-HDR3.
           WRITE DEFER-REP-OUT FROM HDR-RUNINFO.
           MOVE MIN-NET-WS TO DM-AMT.
           WRITE DEFER-REP-OUT FROM DEFER-MIN-LINE.
           WRITE DEFER-REP-OUT FROM BLNKSCR.
           WRITE DEFER-REP-OUT FROM DEFER-COL-HDR.
           MOVE 1 TO LNT-SUB.
           PERFORM WRITE-DEFERRED-COMP UNTIL LNT-SUB > LNT-CNT.
           WRITE DEFER-REP-OUT FROM BLNKSCR.
           IF DEFER-CNT = 0
               WRITE DEFER-REP-OUT FROM DEFER-NONE-LINE
           ELSE
               MOVE DEFER-CNT TO DT-CNT
               MOVE DEFER-GRAND TO DT-AMT
               WRITE DEFER-REP-OUT FROM DEFER-TOT-LINE
           END-IF.
           WRITE DEFER-REP-OUT FROM BLNKSCR.
           WRITE DEFER-REP-OUT FROM DEFER-NOTE1.
           WRITE DEFER-REP-OUT FROM DEFER-NOTE2.
           WRITE DEFER-REP-OUT FROM DEFER-NOTE3.
           WRITE DEFER-REP-OUT FROM DEFER-NOTE4.
           WRITE DEFER-REP-OUT FROM DEFER-NOTE5.
           CLOSE DEFER-OUT.
       WRITE-DEFERRED-COMP.
           IF LNT-DUE (LNT-SUB) > 0 AND LNT-ARREARS (LNT-SUB) > 0
               MOVE LNT-EMPNO (LNT-SUB) TO DF-EMPNO
               MOVE LNT-EMPNA (LNT-SUB) TO DF-EMPNA
               MOVE LNT-TYPE (LNT-SUB) TO DF-TYPE
               MOVE LNT-REF (LNT-SUB) TO DF-REF
               MOVE LNT-DUE (LNT-SUB) TO DF-DUE
               MOVE LNT-ARREARS (LNT-SUB) TO DF-AMT
               IF LNT-COLLECTED (LNT-SUB) = 0
                   MOVE 'NET AT FLOOR' TO DF-REASON
               ELSE
                   MOVE 'PARTIAL ONLY' TO DF-REASON
               END-IF
               WRITE DEFER-REP-OUT FROM DEFER-DTL
               ADD 1 TO DEFER-CNT
               ADD LNT-ARREARS (LNT-SUB) TO DEFER-GRAND
           END-IF.
           ADD 1 TO LNT-SUB.
      *  REWRITE THE LEDGER WITH THE RUN-DOWN BALANCES. A RUN THAT
      *  LOADED NO LEDGER LEAVES THE FILE ALONE.
       REWRITE-LOANS-RTN.
           MOVE LNT-PRINCIPAL (LNT-SUB) TO LN-PRINCIPAL.
           MOVE LNT-AMORT (LNT-SUB) TO LN-AMORT.
           MOVE LNT-BALANCE (LNT-SUB) TO LN-BALANCE.
           MOVE LNT-ARREARS (LNT-SUB) TO LN-ARREARS.
           MOVE LNT-SCHED (LNT-SUB) TO LN-SCHED.
           WRITE LOAN-REC.
           ADD 1 TO LNT-SUB.
      *  LOAD THE TUITION SALARY DEDUCTIONS.
       LOAD-TDED-RTN.
           MOVE 0 TO TDT-CNT.
           MOVE 'NO' TO TDED-EOF.
           OPEN INPUT TDED-FILE.
           IF TDED-STATUS = '35'
               MOVE 'YES' TO TDED-EOF
           ELSE
               READ TDED-FILE
                   AT END MOVE 'YES' TO TDED-EOF
               END-READ
               PERFORM LOAD-TDED-REC-RTN UNTIL TDED-EOF = 'YES'
               CLOSE TDED-FILE
           END-IF.
       LOAD-TDED-REC-RTN.
           IF TDT-CNT < 500
               ADD 1 TO TDT-CNT
               MOVE TD-EMPNO TO TDT-EMPNO (TDT-CNT)
               MOVE TD-STUD TO TDT-STUD (TDT-CNT)
               MOVE TD-TERM TO TDT-TERM (TDT-CNT)
               MOVE TD-TOTAL TO TDT-TOTAL (TDT-CNT)
               MOVE TD-INSTALL TO TDT-INSTALL (TDT-CNT)
               MOVE TD-BALANCE TO TDT-BALANCE (TDT-CNT)
               MOVE TD-LAST-PER TO TDT-LAST-PER (TDT-CNT)
               MOVE 0 TO TDT-COLLECTED (TDT-CNT)
           END-IF.
           READ TDED-FILE AT END MOVE 'YES' TO TDED-EOF.
      *  REWRITE THE TUITION DEDUCTIONS WITH THE RUN-DOWN BALANCES,
      *  STAMPING THIS PERIOD ON EACH ONE COLLECTED, AND APPEND ONE
      *  PAYMENT PER COLLECTION TO THE DEPENDENT'S ACCOUNT SO THE
      *  STUDENT LEDGER AND INSTALLMENT PLAN SHOW IT. A MISSING
      *  PAYMENTS.TXT (STATUS 35) IS CREATED FRESH. A RUN THAT LOADED
      *  NO DEDUCTIONS LEAVES BOTH FILES ALONE.
       REWRITE-TDED-RTN.
           IF TDT-CNT > 0
               OPEN EXTEND STPAY-OUT
               IF STPAY-STATUS = '35'
                   OPEN OUTPUT STPAY-OUT
               END-IF
               OPEN OUTPUT TDED-FILE
               MOVE 1 TO TDT-SUB
               PERFORM REWRITE-TDED-COMP UNTIL TDT-SUB > TDT-CNT
               CLOSE TDED-FILE, STPAY-OUT
           END-IF.
       REWRITE-TDED-COMP.
           IF TDT-COLLECTED (TDT-SUB) > 0
               MOVE CUR-PERIOD-WS TO TDT-LAST-PER (TDT-SUB)
               MOVE 'PD' TO PY-ORNO-TAG
               MOVE CUR-PERIOD-WS TO PY-ORNO-PER
               MOVE RUN-DATE-WS TO PY-DATE
               MOVE TDT-STUD (TDT-SUB) TO PY-STUD
               MOVE TDT-TERM (TDT-SUB) TO PY-TERM
               MOVE TDT-COLLECTED (TDT-SUB) TO PY-AMOUNT
               WRITE STPAY-REC
           END-IF.
           MOVE TDT-EMPNO (TDT-SUB) TO TD-EMPNO.
           MOVE TDT-STUD (TDT-SUB) TO TD-STUD.
           MOVE TDT-TERM (TDT-SUB) TO TD-TERM.
           MOVE TDT-TOTAL (TDT-SUB) TO TD-TOTAL.
           MOVE TDT-INSTALL (TDT-SUB) TO TD-INSTALL.
           MOVE TDT-BALANCE (TDT-SUB) TO TD-BALANCE.
           MOVE TDT-LAST-PER (TDT-SUB) TO TD-LAST-PER.
           WRITE TUITDED-REC.
           ADD 1 TO TDT-SUB.
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
      *  HOME ONE CARRIES ITS CODE (PAYREG_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO PAYREG-FILE-NAME
               STRING 'PAYREG_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PAYREG-FILE-NAME
               MOVE SPACES TO PAYSLIP-FILE-NAME
               STRING 'PAYSLIP_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PAYSLIP-FILE-NAME
               MOVE SPACES TO LOANCOLL-FILE-NAME
               STRING 'LOANCOLL_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO LOANCOLL-FILE-NAME
               MOVE SPACES TO DEFERDED-FILE-NAME
               STRING 'DEFERDED_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO DEFERDED-FILE-NAME
               MOVE SPACES TO TAXANNL-FILE-NAME
               STRING 'TAXANNL_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO TAXANNL-FILE-NAME
               MOVE SPACES TO PAYBCRED-FILE-NAME
               STRING 'PAYBCRED_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PAYBCRED-FILE-NAME
               MOVE SPACES TO PAYCHECK-FILE-NAME
               STRING 'PAYCHECK_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PAYCHECK-FILE-NAME
               MOVE SPACES TO GLPROOFP-FILE-NAME
               STRING 'GLPROOFP_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO GLPROOFP-FILE-NAME
               MOVE SPACES TO JOBRUNS-FILE-NAME
               STRING 'JOBRUNS_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO JOBRUNS-FILE-NAME
               MOVE SPACES TO PAYCTL-FILE-NAME
               STRING 'PAYCTL_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PAYCTL-FILE-NAME
               MOVE SPACES TO LVRCTL-FILE-NAME
               STRING 'LVRCTL_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO LVRCTL-FILE-NAME
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
      *  SORT INPUT - ONLY THE RUN COMPANY'S EMPLOYEES ARE RELEASED
      *  TO THE SORT. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       SEL-EMP-RTN.
           MOVE 'NO' TO SEL-EOF.
           OPEN INPUT EMP-IN.
           READ EMP-IN AT END MOVE 'YES' TO SEL-EOF.
           PERFORM SEL-EMP-COMP UNTIL SEL-EOF = 'YES'.
           CLOSE EMP-IN.
       SEL-EMP-COMP.
           IF EMPCO = COPROF-CODE-WS
               OR (EMPCO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               RELEASE SORT-REC FROM EMPLOY-LIST
           END-IF.
           READ EMP-IN AT END MOVE 'YES' TO SEL-EOF.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-EMPMAST-RTN.
                       END-IF
                   WHEN 'TAX '
                       PERFORM TAKE-TAX-ROW-RTN
                   WHEN 'MNET'
                       IF SR-EFFDT >= MIN-NET-EFFDT
                           MOVE SR-EFFDT TO MIN-NET-EFFDT
                           MOVE SR-VALUE TO MIN-NET-WS
                       END-IF
                   WHEN 'FREQ'
                       IF SR-EFFDT >= PAY-FREQ-EFFDT
                           MOVE SR-EFFDT TO PAY-FREQ-EFFDT
                           MOVE SR-VALUE TO PAY-FREQ-WS
                       END-IF
                   WHEN 'GCUT'
                       IF SR-EFFDT >= GOVT-CUT-EFFDT
                           MOVE SR-EFFDT TO GOVT-CUT-EFFDT
                           MOVE SR-VALUE TO GOVT-CUT-WS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
