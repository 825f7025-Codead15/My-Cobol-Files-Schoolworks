       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXEC-SUMMARY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  LOCK FILES - THE SIMPLE CLAIM/RELEASE CONVENTION EVERY
      *  PROGRAM HONORS SO A MAINTENANCE SESSION AND A BATCH RUN
      *  CANNOT WORK THE SAME MASTER AT ONCE.
           SELECT EMPMAST-LOCK ASSIGN TO "EMPMAST.LCK"
               FILE STATUS IS LOCK-STATUS.
           SELECT SALMAN-LOCK ASSIGN TO "SALMAN.LCK"
               FILE STATUS IS SLOCK-STATUS.
      *  COMPANY PROFILE FILE - NAME AND ADDRESS FOR THE REPORT
      *  LETTERHEAD, KEYED BY COMPANY CODE, SO A REORGANIZATION IS A
      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  ITS MONTH IS THE MONTH SUMMARIZED. A MISSING PROCDATE.TXT
      *  FALLS BACK TO THE MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  HEADCOUNT AND VACANCIES - THE EMPLOYEE MASTER, INDEXED ON
      *  EMPNO AND READ SEQUENTIALLY HERE, AGAINST THE PLANTILLA.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
           SELECT PLAN-IN ASSIGN TO "PLANTILA.TXT"
               FILE STATUS IS PLAN-STATUS.
      *  PAYROLL COST AND STATUTORY REMITTANCES - THE PAYROLL
      *  HISTORY, ONE RECORD PER EMPLOYEE PER PERIOD.
           SELECT HIST-IN ASSIGN TO "PAYHIST.TXT"
               FILE STATUS IS HIST-STATUS.
      *  SALES BY AREA - SALES-AGG'S SALESMAN/AREA/PERIOD TOTALS.
           SELECT SALES-IN ASSIGN TO "SALMAN.TXT"
               FILE STATUS IS SALES-STATUS.
      *  COMMISSIONS PAID - COMM-PAY'S PAYMENT REGISTER FOR THE BANK
      *  CREDITS AND PAYROLL-TXT'S RECORD OF THOSE PAID ON A PAYSLIP.
           SELECT PAYREG-IN ASSIGN TO "COMMPREG.TXT"
               FILE STATUS IS PAYREG-STATUS.
           SELECT PAYCOMM-IN ASSIGN TO "PAYCOMM.TXT"
               FILE STATUS IS PAYCOMM-STATUS.
      *  RECEIVABLES - THE INVOICES, COLLECTIONS AND BAD-DEBT
      *  WRITE-OFFS AR-AGING AGES.
           SELECT TRAN-IN ASSIGN TO "SALESTRN.TXT"
               FILE STATUS IS TRAN-STATUS.
           SELECT COLL-IN ASSIGN TO "COLLECTS.TXT"
               FILE STATUS IS COLL-STATUS.
           SELECT WROFF-IN ASSIGN TO "WRITEOFF.TXT"
               FILE STATUS IS WROFF-STATUS.
      *  SCHOOL BILLING - THE TERM ON THE SUBJECT CATALOG, ITS
      *  ASSESSMENT LEDGER FROM TUITION-BILL, THE LEDGER
      *  ADJUSTMENTS, THE CASHIER'S PAYMENTS, AND REFUNDS PAID OUT.
           SELECT SUBJ-IN ASSIGN TO "SUBJECT.TXT"
               FILE STATUS IS SUBJ-STATUS.
      *  THE STUDENT MASTER - FOR EACH STUDENT'S COMPANY ONLY.
           SELECT STUD-IN ASSIGN TO "STUDMAST.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-STATUS.
           SELECT ALDG-IN ASSIGN TO ALDG-FILE-NAME
               FILE STATUS IS ALDG-STATUS.
           SELECT ADJ-IN ASSIGN TO "TUITADJ.TXT"
               FILE STATUS IS ADJ-STATUS.
           SELECT PAY-IN ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS PAY-STATUS.
           SELECT REFPAID-IN ASSIGN TO "REFPAID.TXT"
               FILE STATUS IS REFPAID-STATUS.
      *  THE ONE-PAGE SUMMARY FOR MANAGEMENT.
           SELECT SUMM-OUT ASSIGN TO EXECSUMM-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  RUN-STAMPED REPORT COPIES - EVERY RUN'S REPORT IS FILED
      *  UNDER A DATED NAME AND CATALOGED (JOB, DATE, FILE NAME, AND
      *  RETENTION CLASS), PROJECT'S TERM-TAGGED NAMING APPLIED
      *  SHOP-WIDE, SO ANY PRIOR RUN CAN BE PULLED FOR THE AUDITORS.
      *  RPT-PURGE RETIRES COPIES BY RETENTION CLASS.
           SELECT RPT-SRC ASSIGN TO RPT-SRC-NAME
               FILE STATUS IS RPT-SRC-STATUS.
           SELECT RPT-DST ASSIGN TO RPT-DST-NAME.
           SELECT RPTCAT-FILE ASSIGN TO "RPTCAT.TXT"
               FILE STATUS IS RPTCAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS EMPMAST-LOCK-REC.
       01 EMPMAST-LOCK-REC.
           05 EMPMAST-LOCK-HOLDER PIC X(15).
       FD SALMAN-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS SALMAN-LOCK-REC.
       01 SALMAN-LOCK-REC.
           05 SALMAN-LOCK-HOLDER PIC X(15).
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
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
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
       FD PLAN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PLAN-REC.
       01 PLAN-REC.
           05 PT-DC PIC X(5).
           05 PT-POSTITLE PIC X(15).
           05 PT-BUDGET PIC 999.
           05 PT-RATE-MIN PIC 9(6)V99.
           05 PT-RATE-MAX PIC 9(6)V99.
       FD HIST-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS HIST-REC.
       01 HIST-REC.
           05 PH-EMPNO PIC X(10).
           05 PH-PERIOD PIC X(6).
           05 PH-GROSS PIC 9(7)V99.
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
       FD SALES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SALESMANDETAILS.
       01 SALESMANDETAILS.
           05 ARCODE PIC A.
           05 SALESNUM PIC X(10).
           05 SALESNAME PIC X(20).
           05 SALES PIC 9(5)V99.
           05 PERIOD-CD PIC X(6).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SALESCO PIC X(4).
       FD PAYREG-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS PAYREG-REC.
       01 PAYREG-REC.
           05 PR-SALESNUM PIC X(10).
           05 PR-PERIOD PIC X(6).
           05 PR-NET PIC 9(7)V99.
           05 PR-PAYDATE PIC 9(8).
           05 PR-STATUS PIC X(1).
       FD PAYCOMM-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PAYCOMM-REC.
       01 PAYCOMM-REC.
           05 PCM-EMPNO PIC X(10).
           05 PCM-PERIOD PIC X(6).
           05 PCM-AMOUNT PIC 9(7)V99.
           05 PCM-APPRDATE PIC 9(8).
           05 PCM-PAYPER PIC X(6).
       FD TRAN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS TRAN-REC.
       01 TRAN-REC.
           05 TS-INVNO PIC X(8).
           05 TS-DATE PIC 9(8).
           05 TS-DATE-SPLIT REDEFINES TS-DATE.
              10 TS-YYYY PIC 9999.
              10 TS-MM PIC 99.
              10 TS-DD PIC 99.
           05 TS-SALESNUM PIC X(10).
           05 TS-ARCODE PIC A.
           05 TS-AMOUNT PIC 9(5)V99.
           05 TS-CUSTNO PIC X(6).
           05 TS-TYPE PIC X(1).
           05 TS-VATABLE PIC 9(5)V99.
           05 TS-EXEMPT PIC 9(5)V99.
           05 TS-ZERO-RATED PIC 9(5)V99.
           05 TS-VAT PIC 9(5)V99.
      *  SELLING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 TS-CO PIC X(4).
       FD COLL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS COLL-REC.
       01 COLL-REC.
           05 CL-INVNO PIC X(8).
           05 CL-DATE PIC 9(8).
           05 CL-ORNO PIC X(8).
           05 CL-AMOUNT PIC 9(7)V99.
       FD WROFF-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS WROFF-REC.
       01 WROFF-REC.
           05 WO-INVNO PIC X(8).
           05 WO-CUSTNO PIC X(6).
      *  W = WRITE-OFF, R = RECOVERY COLLECTED AFTER THE WRITE-OFF.
           05 WO-TYPE PIC X(1).
           05 WO-DATE PIC 9(8).
           05 WO-AMOUNT PIC 9(7)V99.
           05 WO-REASON PIC X(2).
           05 WO-OPER PIC X(8).
           05 WO-APPROVER PIC X(8).
           05 WO-ORNO PIC X(8).
       FD SUBJ-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS SUBJECT-INFO.
       01 SUBJECT-INFO.
           05 SUBJ-CODE1 PIC X(10).
           05 SUBJ-DESC PIC X(30).
           05 PASS-GRADE1 PIC 9V99.
           05 MAX-SEATS1 PIC 999.
           05 TERM-CODE1 PIC X(6).
           05 UNITS1 PIC 9.
           05 PREREQ-CODE1 PIC X(10).
           05 UNIT-FEE1 PIC 9(4)V99.
           05 MISC-FEE1 PIC 9(5)V99.
       FD STUD-IN
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
       FD ALDG-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS ALDG-REC.
       01 ALDG-REC.
           05 AL-STUD PIC X(12).
           05 AL-TERM PIC X(6).
           05 AL-TOTAL PIC 9(7)V99.
       FD ADJ-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS ADJ-REC.
       01 ADJ-REC.
           05 TA-STUD PIC X(12).
           05 TA-TERM PIC X(6).
           05 TA-DATE PIC 9(8).
           05 TA-SUBJ PIC X(10).
           05 TA-AMOUNT PIC 9(7)V99.
       FD PAY-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS PAY-REC.
       01 PAY-REC.
           05 PY-ORNO PIC X(8).
           05 PY-DATE PIC 9(8).
           05 PY-STUD PIC X(12).
           05 PY-TERM PIC X(6).
           05 PY-AMOUNT PIC 9(7)V99.
       FD REFPAID-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS REFPAID-REC.
       01 REFPAID-REC.
           05 RF-VOUCH PIC X(8).
           05 RF-DATE PIC 9(8).
           05 RF-STUD PIC X(12).
           05 RF-TERM PIC X(6).
           05 RF-AMOUNT PIC 9(7)V99.
       FD SUMM-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
       FD RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01 RUNLOG-REC.
           05 RL-JOBNAME PIC X(15).
           05 RL-DATE PIC 9(8).
           05 RL-TIME PIC 9(8).
           05 RL-RECS-READ PIC 9(6).
           05 RL-RECS-WRITTEN PIC 9(6).
      *  THE RUN COMPANY (COMPANY.TXT CODE) - BLANK FOR A SHOP-WIDE
      *  JOB.
           05 RL-CO PIC X(4).
       FD RPT-SRC.
       01 RPT-SRC-REC.
           05 FILLER PIC X(80).
       FD RPT-DST.
       01 RPT-DST-REC.
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
       WORKING-STORAGE SECTION.
      *  RUN-STAMP CATALOG WORK FIELDS - THE CALLER SETS THE SOURCE
      *  NAME, DATED COPY NAME, JOB, AND RETENTION CLASS BEFORE THE
      *  PERFORM.
       01 RPT-SRC-NAME PIC X(30).
       01 RPT-DST-NAME PIC X(30).
       01 RPT-SRC-STATUS PIC XX.
       01 RPTCAT-STATUS PIC XX.
       01 RPT-JOB-WS PIC X(15).
       01 RPT-CLASS-WS PIC X(1).
       01 RPT-STAMP-WS PIC 9(8).
       01 RPT-COPY-EOF PIC X(3) VALUE 'NO'.
      *  COMPANY PROFILE WORK FIELDS - THE COMPILED-IN HEADER VALUES
      *  STAY AS THE FALLBACK WHEN THE PROFILE FILE OR CODE IS
      *  MISSING.
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'TRIS'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01 EXECSUMM-FILE-NAME PIC X(20) VALUE 'EXECSUMM.TXT'.
       01 CO-TAG-WS PIC X(5) VALUE SPACES.
      *  THE COMPANY EACH SECTION IS FIGURED FOR. LEFT AT THE HOME
      *  GROUP'S PAYROLL, SALES, AND SCHOOL COMPANIES THE PAGE IS THE
      *  GROUP'S AS BEFORE; A SISTER COMPANY ON RUNCO.TXT TAKES THE
      *  WHOLE PAGE, LETTERHEAD INCLUDED.
       01 PAY-CO-WS PIC X(4) VALUE 'RIVL'.
       01 PAY-HOME-WS PIC X(4) VALUE 'RIVL'.
       01 SALES-CO-WS PIC X(4) VALUE 'DEST'.
       01 SALES-HOME-WS PIC X(4) VALUE 'DEST'.
       01 SCH-CO-WS PIC X(4) VALUE 'TRIS'.
       01 HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(20).
       01 HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'GREENHILLS, SAN JUAN CITY'.
           05 FILLER PIC X(20).
       01 LOCK-STATUS PIC XX.
       01 SLOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'EXEC-SUMMARY'.
       01 PROCDATE-STATUS PIC XX.
       01 MAST-STATUS PIC XX.
       01 PLAN-STATUS PIC XX.
       01 HIST-STATUS PIC XX.
       01 SALES-STATUS PIC XX.
       01 PAYREG-STATUS PIC XX.
       01 PAYCOMM-STATUS PIC XX.
       01 TRAN-STATUS PIC XX.
       01 COLL-STATUS PIC XX.
       01 WROFF-STATUS PIC XX.
       01 SUBJ-STATUS PIC XX.
       01 ALDG-STATUS PIC XX.
       01 ADJ-STATUS PIC XX.
       01 PAY-STATUS PIC XX.
       01 REFPAID-STATUS PIC XX.
       01 ALDG-FILE-NAME PIC X(20) VALUE 'ASSESSLG.TXT'.
      *  SALES AREA NAMES FOR THE AREA LINES.
           COPY CODETAB.
       01 AREA-IDX PIC 99 VALUE 1.
      *  SAME EMPLOYER RATES AS REMIT-SCHED: SSS AT 9.5 PERCENT OF
      *  GROSS, PHILHEALTH MATCHED PESO FOR PESO, PAG-IBIG A FLAT
      *  100.00.
       01 SSS-ER-RATE PIC V999 VALUE .095.
       01 HDMF-ER-AMT PIC 9(3)V99 VALUE 100.00.
       01 CUR-SSS-ER PIC 9(7)V99 VALUE 0.
       01 CUR-HDMF-ER PIC 9(3)V99 VALUE 0.
      *  EMPLOYEE-MONTHS ALREADY GIVEN THE FLAT PAG-IBIG MATCH - A
      *  SEMI-MONTHLY MONTH HAS TWO HISTORY RECORDS BUT ONE MATCH.
       01 HDMF-MATCH-TABLE.
           05 HMT-ENTRY OCCURS 600 TIMES.
               10 HMT-EMPNO PIC X(10).
               10 HMT-MON PIC 9.
       01 HMT-CNT PIC 999 VALUE 0.
       01 HMT-SUB PIC 999 VALUE 0.
       01 RUN-DATE-WS PIC 9(8) VALUE 0.
       01 RUN-DATE-R REDEFINES RUN-DATE-WS.
           05 RD-YYYY PIC 9(4).
           05 RD-MM PIC 99.
           05 RD-DD PIC 99.
      *  THE TWO MONTHS COMPARED - 1 IS THE PROCESSING MONTH, 2 THE
      *  MONTH BEFORE IT. A DATE IS IN THE MONTH WHEN ITS YYYYMM
      *  MATCHES, AND ON OR BEFORE THE MONTH END WHEN IT IS NOT
      *  GREATER THAN YYYYMM31. DAY COUNTS USE AR-AGING'S 30-DAY
      *  MONTH.
       01 MONTH-TABLE.
           05 MON-ENTRY OCCURS 2 TIMES.
               10 MON-PERIOD.
                   15 MON-YYYY PIC 9(4).
                   15 MON-MM PIC 99.
               10 MON-END-DATE PIC 9(8).
               10 MON-END-DAYS PIC 9(7).
       01 MON-SUB PIC 9 VALUE 1.
       01 DATE-WORK PIC 9(8).
       01 DATE-WORK-R REDEFINES DATE-WORK.
           05 DW-PERIOD PIC X(6).
           05 DW-DD PIC 99.
      *  THE FIGURES, ONE SET PER MONTH.
       01 FIGURE-TABLE.
           05 FIG-ENTRY OCCURS 2 TIMES.
               10 FG-HEAD PIC 9(5).
               10 FG-VACANT PIC 9(5).
               10 FG-GROSS PIC 9(9)V99.
               10 FG-ER PIC 9(9)V99.
               10 FG-SSS PIC 9(9)V99.
               10 FG-PHIC PIC 9(9)V99.
               10 FG-HDMF PIC 9(9)V99.
               10 FG-TAX PIC S9(9)V99.
               10 FG-AREA-SALES PIC 9(9)V99 OCCURS 20 TIMES.
               10 FG-OTHER-SALES PIC 9(9)V99.
               10 FG-SALES PIC 9(9)V99.
               10 FG-COMM-BANK PIC 9(9)V99.
               10 FG-COMM-SLIP PIC 9(9)V99.
               10 FG-AR60 PIC 9(9)V99.
               10 FG-ADJ PIC 9(9)V99.
               10 FG-TERM-COLL PIC S9(9)V99.
               10 FG-MONTH-COLL PIC 9(9)V99.
               10 FG-MONTH-REF PIC 9(9)V99.
      *  THE PLANTILLA WITH THE SEATS FILLED AT EACH MONTH END.
       01 PLAN-TABLE.
           05 PLT-ENTRY OCCURS 100 TIMES.
               10 PLT-DC PIC X(5).
               10 PLT-POSTITLE PIC X(15).
               10 PLT-BUDGET PIC 999.
               10 PLT-FILLED PIC 999 OCCURS 2 TIMES.
       01 PLT-CNT PIC 999 VALUE 0.
       01 PLT-SUB PIC 999 VALUE 0.
      *  EVERY BOOKED INVOICE WITH ITS DAY COUNT AND WHAT WAS STILL
      *  OPEN ON IT AT EACH MONTH END - AR-AGING'S TABLE, TWICE.
       01 INV-TABLE.
           05 INT-ENTRY OCCURS 500 TIMES.
               10 INT-INVNO PIC X(8).
               10 INT-DATE PIC 9(8).
               10 INT-DAYS PIC 9(7).
               10 INT-OPEN PIC S9(7)V99 OCCURS 2 TIMES.
       01 INT-CNT PIC 999 VALUE 0.
       01 INT-SUB PIC 999 VALUE 0.
       01 INT-DROPPED PIC 9(5) VALUE 0.
       01 AGE-DAYS PIC S9(7) VALUE 0.
      *  EMPLOYEES (E), SALESMEN (S), AND STUDENTS (T) OF ANOTHER
      *  COMPANY - THEIR TRANSACTIONS ARE LEFT OUT OF THE FIGURES.
       01 OTH-TABLE.
           05 OTH-ENTRY OCCURS 3000 TIMES.
               10 OTH-TYPE PIC X(1).
               10 OTH-KEY PIC X(12).
       01 OTH-CNT PIC 9(4) VALUE 0.
       01 OTH-SUB PIC 9(4) VALUE 0.
       01 OTH-TYPE-WS PIC X(1).
       01 OTH-KEY-WS PIC X(12).
       01 SM-STATUS PIC XX.
       01 TERM-CD PIC X(6) VALUE SPACES.
       01 TERM-ASSESS PIC 9(9)V99 VALUE 0.
       01 READ-CNT PIC 9(6) VALUE 0.
       01 LINE-CNT PIC 9(6) VALUE 0.
      *  THE FIGURE BEING PRINTED, SET BY THE CALLER.
       01 PR-LABEL PIC X(32).
       01 PR-CUR PIC S9(9)V99 VALUE 0.
       01 PR-PRV PIC S9(9)V99 VALUE 0.
       01 PR-CHG PIC S9(9)V99 VALUE 0.
       01 SUMM-TITLE.
           05 FILLER PIC X(27).
           05 FILLER PIC X(25) VALUE 'EXECUTIVE MONTHLY SUMMARY'.
           05 FILLER PIC X(28).
       01 MONTH-HDR.
           05 FILLER PIC X(18) VALUE 'PROCESSING MONTH: '.
           05 MH-CUR PIC X(6).
           05 FILLER PIC X(19) VALUE '   COMPARED WITH: '.
           05 MH-PRV PIC X(6).
           05 FILLER PIC X(31).
       01 COL-HDR.
           05 FILLER PIC X(32).
           05 FILLER PIC X(16) VALUE '      THIS MONTH'.
           05 FILLER PIC X(16) VALUE '     PRIOR MONTH'.
           05 FILLER PIC X(16) VALUE '          CHANGE'.
       01 SEC-HDR.
           05 SH-NAME PIC X(80).
       01 AMT-LINE.
           05 AL-LABEL PIC X(32).
           05 AL-CUR PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1).
           05 AL-PRV PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1).
           05 AL-CHG PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1).
       01 CNT-LINE.
           05 CL-LABEL PIC X(32).
           05 FILLER PIC X(3).
           05 CL-CUR PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(4).
           05 CL-PRV PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(4).
           05 CL-CHG PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(1).
       01 NOTE-LINE.
           05 NL-TEXT PIC X(80).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  THE MONTH-END SUMMARY PACK: ONE PAGE OF NUMBERS ACROSS HR,
      *  PAYROLL, SALES, RECEIVABLES, AND SCHOOL BILLING, EACH BESIDE
      *  THE MONTH BEFORE, TAKEN STRAIGHT FROM THE FILES THE DETAIL
      *  REPORTS ARE BUILT FROM - RETIRES COPYING THE TOTALS OFF
      *  PAYREG.TXT, SALCOMM.TXT, ARAGING.TXT, BILLREG.TXT, AND
      *  VACREP.TXT BY HAND.
       MAIN-RTN.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM CLAIM-SALMAN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM SET-MONTHS-RTN.
           INITIALIZE FIGURE-TABLE.
           PERFORM LOAD-PLAN-RTN.
           PERFORM HEADCOUNT-RTN.
           IF PAY-CO-WS = PAY-HOME-WS
               MOVE 1 TO PLT-SUB
               PERFORM VACANCY-RTN UNTIL PLT-SUB > PLT-CNT
           END-IF.
           PERFORM PAYHIST-RTN.
           PERFORM SALES-RTN.
           PERFORM COMM-BANK-RTN.
           PERFORM COMM-SLIP-RTN.
           PERFORM LOAD-INV-RTN.
           PERFORM APPLY-COLL-RTN.
           PERFORM APPLY-WROFF-RTN.
           MOVE 1 TO INT-SUB.
           PERFORM AGE-INV-RTN UNTIL INT-SUB > INT-CNT.
           PERFORM GET-TERM-RTN.
           PERFORM LOAD-STUD-RTN.
           PERFORM ASSESS-RTN.
           PERFORM TUITADJ-RTN.
           PERFORM PAYMENTS-RTN.
           PERFORM REFPAID-RTN.
           PERFORM WRITE-SUMMARY-RTN.
           ACCEPT RPT-STAMP-WS FROM DATE YYYYMMDD.
           MOVE 'EXEC-SUMMARY   ' TO RPT-JOB-WS.
           MOVE 'G' TO RPT-CLASS-WS.
           MOVE EXECSUMM-FILE-NAME TO RPT-SRC-NAME.
           MOVE SPACES TO RPT-DST-NAME.
           STRING 'EXECSUMM_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               RPT-STAMP-WS DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-DST-NAME.
           PERFORM CATALOG-REPORT-RTN.
           PERFORM LOG-RUN-RTN.
           PERFORM RELEASE-SALMAN-RTN.
           PERFORM RELEASE-EMPMAST-RTN.
           DISPLAY 'EXECUTIVE SUMMARY COMPLETE FOR ' MON-PERIOD (1).
           DISPLAY 'CHECK ' EXECSUMM-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
      *  THE PROCESSING DATE, OR THE MACHINE DATE WITHOUT ONE.
       GET-PROC-DATE-RTN.
           OPEN INPUT PROCDATE-IN.
           IF PROCDATE-STATUS = '35'
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           ELSE
               READ PROCDATE-IN
                   AT END
                       ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE PD-DATE TO RUN-DATE-WS
               END-READ
               CLOSE PROCDATE-IN
           END-IF.
      *  THE PROCESSING MONTH AND THE ONE BEFORE IT - JANUARY'S
      *  PRIOR MONTH IS THE PREVIOUS YEAR'S DECEMBER.
       SET-MONTHS-RTN.
           MOVE RD-YYYY TO MON-YYYY (1).
           MOVE RD-MM TO MON-MM (1).
           IF RD-MM = 1
               COMPUTE MON-YYYY (2) = RD-YYYY - 1
               MOVE 12 TO MON-MM (2)
           ELSE
               MOVE RD-YYYY TO MON-YYYY (2)
               COMPUTE MON-MM (2) = RD-MM - 1
           END-IF.
           MOVE 1 TO MON-SUB.
           PERFORM SET-MONTH-END-RTN UNTIL MON-SUB > 2.
       SET-MONTH-END-RTN.
           COMPUTE MON-END-DATE (MON-SUB) = MON-YYYY (MON-SUB) * 10000
               + MON-MM (MON-SUB) * 100 + 31.
           COMPUTE MON-END-DAYS (MON-SUB) = MON-YYYY (MON-SUB) * 360
               + MON-MM (MON-SUB) * 30 + 30.
           ADD 1 TO MON-SUB.
      *  LOAD THE PLANTILLA. A MISSING PLANTILA.TXT (STATUS 35)
      *  LEAVES NO POSITIONS, SO NOTHING SHOWS AS VACANT.
       LOAD-PLAN-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT PLAN-IN.
           IF PLAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PLAN-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-PLAN-REC-RTN UNTIL EOF = 'YES'
               CLOSE PLAN-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-PLAN-REC-RTN.
           IF PLT-CNT < 100
               ADD 1 TO PLT-CNT
               MOVE PT-DC TO PLT-DC (PLT-CNT)
               MOVE PT-POSTITLE TO PLT-POSTITLE (PLT-CNT)
               MOVE PT-BUDGET TO PLT-BUDGET (PLT-CNT)
               MOVE 0 TO PLT-FILLED (PLT-CNT, 1)
               MOVE 0 TO PLT-FILLED (PLT-CNT, 2)
           END-IF.
           READ PLAN-IN AT END MOVE 'YES' TO EOF.
      *  HEADCOUNT AT EACH MONTH END: HIRED ON OR BEFORE IT AND NOT
      *  YET SEPARATED. AN EMPLOYEE MARKED SEPARATED WITH NO
      *  SEPARATION DATE ON FILE COUNTS IN NEITHER MONTH. ANOTHER
      *  COMPANY'S EMPLOYEE IS TABLED INSTEAD, SO THE PAYROLL
      *  HISTORY PASSES OVER THE EMPLOYEE TOO.
       HEADCOUNT-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT EMP-IN.
           IF MAST-STATUS NOT = '00'
               MOVE 'YES' TO EOF
           ELSE
               READ EMP-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM HEADCOUNT-REC-RTN UNTIL EOF = 'YES'
               CLOSE EMP-IN
           END-IF.
           MOVE 'NO' TO EOF.
       HEADCOUNT-REC-RTN.
           ADD 1 TO READ-CNT.
           IF EMPCO = PAY-CO-WS
               OR (EMPCO = SPACES AND PAY-CO-WS = PAY-HOME-WS)
               MOVE 1 TO MON-SUB
               PERFORM HEADCOUNT-COMP UNTIL MON-SUB > 2
           ELSE
               MOVE 'E' TO OTH-TYPE-WS
               MOVE EMPNO TO OTH-KEY-WS
               PERFORM ADD-OTH-RTN
           END-IF.
           READ EMP-IN AT END MOVE 'YES' TO EOF.
       HEADCOUNT-COMP.
           IF HIREDT NOT > MON-END-DATE (MON-SUB)
               AND (SEPDT > MON-END-DATE (MON-SUB)
                   OR (SEPDT = 0 AND STATS NOT = 'SEPARATED   '))
               ADD 1 TO FG-HEAD (MON-SUB)
               MOVE 1 TO PLT-SUB
               PERFORM FIND-PLAN-RTN UNTIL PLT-SUB > PLT-CNT
                   OR (PLT-DC (PLT-SUB) = DC
                       AND PLT-POSTITLE (PLT-SUB) = POSTITLE)
               IF PLT-SUB NOT > PLT-CNT
                   ADD 1 TO PLT-FILLED (PLT-SUB, MON-SUB)
               END-IF
           END-IF.
           ADD 1 TO MON-SUB.
       FIND-PLAN-RTN.
           ADD 1 TO PLT-SUB.
      *  A POSITION'S UNFILLED BUDGETED SEATS ARE ITS VACANCIES; AN
      *  OVER-COMPLEMENT POSITION ADDS NONE.
       VACANCY-RTN.
           MOVE 1 TO MON-SUB.
           PERFORM VACANCY-COMP UNTIL MON-SUB > 2.
           ADD 1 TO PLT-SUB.
       VACANCY-COMP.
           IF PLT-BUDGET (PLT-SUB) > PLT-FILLED (PLT-SUB, MON-SUB)
               COMPUTE FG-VACANT (MON-SUB) = FG-VACANT (MON-SUB)
                   + PLT-BUDGET (PLT-SUB)
                   - PLT-FILLED (PLT-SUB, MON-SUB)
           END-IF.
           ADD 1 TO MON-SUB.
      *  PAYROLL COST AND REMITTANCES FROM THE MONTH'S HISTORY
      *  RECORDS - EMPLOYEE SHARES AS WITHHELD, EMPLOYER SHARES AT
      *  REMIT-SCHED'S RATES.
       PAYHIST-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT HIST-IN.
           IF HIST-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ HIST-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM PAYHIST-REC-RTN UNTIL EOF = 'YES'
               CLOSE HIST-IN
           END-IF.
           MOVE 'NO' TO EOF.
       PAYHIST-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE 'E' TO OTH-TYPE-WS.
           MOVE PH-EMPNO TO OTH-KEY-WS.
           PERFORM FIND-OTH-RTN.
           IF OTH-SUB > OTH-CNT
               MOVE 1 TO MON-SUB
               PERFORM PAYHIST-COMP UNTIL MON-SUB > 2
           END-IF.
           READ HIST-IN AT END MOVE 'YES' TO EOF.
       PAYHIST-COMP.
           IF PH-PERIOD = MON-PERIOD (MON-SUB)
               COMPUTE CUR-SSS-ER ROUNDED = PH-GROSS * SSS-ER-RATE
               PERFORM HDMF-MATCH-RTN
               ADD PH-GROSS TO FG-GROSS (MON-SUB)
               COMPUTE FG-ER (MON-SUB) = FG-ER (MON-SUB)
                   + CUR-SSS-ER + PH-PHIC + CUR-HDMF-ER
               COMPUTE FG-SSS (MON-SUB) = FG-SSS (MON-SUB)
                   + PH-SSS + CUR-SSS-ER
               COMPUTE FG-PHIC (MON-SUB) = FG-PHIC (MON-SUB)
                   + PH-PHIC + PH-PHIC
               COMPUTE FG-HDMF (MON-SUB) = FG-HDMF (MON-SUB)
                   + PH-HDMF + CUR-HDMF-ER
               ADD PH-TAX TO FG-TAX (MON-SUB)
           END-IF.
           ADD 1 TO MON-SUB.
      *  THE FLAT PAG-IBIG MATCH IS TAKEN ONCE PER EMPLOYEE A MONTH,
      *  HOWEVER MANY CUTOFFS THE MONTH WAS PAID IN.
       HDMF-MATCH-RTN.
           MOVE HDMF-ER-AMT TO CUR-HDMF-ER.
           MOVE 1 TO HMT-SUB.
           PERFORM FIND-HMT-RTN UNTIL HMT-SUB > HMT-CNT
               OR (HMT-EMPNO (HMT-SUB) = PH-EMPNO
                   AND HMT-MON (HMT-SUB) = MON-SUB).
           IF HMT-SUB > HMT-CNT
               IF HMT-CNT < 600
                   ADD 1 TO HMT-CNT
                   MOVE PH-EMPNO TO HMT-EMPNO (HMT-CNT)
                   MOVE MON-SUB TO HMT-MON (HMT-CNT)
               END-IF
           ELSE
               MOVE 0 TO CUR-HDMF-ER
           END-IF.
       FIND-HMT-RTN.
           ADD 1 TO HMT-SUB.
      *  SALES BY AREA FROM THE MONTH'S SALESMAN/AREA TOTALS. AN
      *  AREA CODE NOT ON THE AREA TABLE IS SHOWN AS OTHER AREAS.
      *  ANOTHER COMPANY'S SALESMAN IS TABLED INSTEAD, SO THE
      *  SALESMAN'S COMMISSIONS ARE PASSED OVER TOO.
       SALES-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT SALES-IN.
           IF SALES-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ SALES-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SALES-REC-RTN UNTIL EOF = 'YES'
               CLOSE SALES-IN
           END-IF.
           MOVE 'NO' TO EOF.
       SALES-REC-RTN.
           ADD 1 TO READ-CNT.
           IF SALESCO = SALES-CO-WS
               OR (SALESCO = SPACES AND SALES-CO-WS = SALES-HOME-WS)
               MOVE 1 TO MON-SUB
               PERFORM SALES-COMP UNTIL MON-SUB > 2
           ELSE
               MOVE 'S' TO OTH-TYPE-WS
               MOVE SALESNUM TO OTH-KEY-WS
               PERFORM ADD-OTH-RTN
           END-IF.
           READ SALES-IN AT END MOVE 'YES' TO EOF.
       SALES-COMP.
           IF PERIOD-CD = MON-PERIOD (MON-SUB)
               ADD SALES TO FG-SALES (MON-SUB)
               MOVE 1 TO AREA-IDX
               PERFORM FIND-AREA-RTN UNTIL AREA-IDX > AREA-TAB-MAX
                   OR ARCODE = AREA-CODE (AREA-IDX)
               IF AREA-IDX > AREA-TAB-MAX OR AREA-IDX > 20
                   ADD SALES TO FG-OTHER-SALES (MON-SUB)
               ELSE
                   ADD SALES TO FG-AREA-SALES (MON-SUB, AREA-IDX)
               END-IF
           END-IF.
           ADD 1 TO MON-SUB.
       FIND-AREA-RTN.
           ADD 1 TO AREA-IDX.
      *  COMMISSIONS PAID BY BANK CREDIT IN THE MONTH: REGISTER
      *  RECORDS PAID ON A DATE IN IT AND NOT RETURNED BY THE BANK.
      *  THOSE ROUTED TO PAYROLL ('W'/'S') ARE COUNTED FROM
      *  PAYCOMM.TXT INSTEAD.
       COMM-BANK-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAYREG-IN.
           IF PAYREG-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAYREG-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM COMM-BANK-REC-RTN UNTIL EOF = 'YES'
               CLOSE PAYREG-IN
           END-IF.
           MOVE 'NO' TO EOF.
       COMM-BANK-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE 'S' TO OTH-TYPE-WS.
           MOVE PR-SALESNUM TO OTH-KEY-WS.
           PERFORM FIND-OTH-RTN.
           IF (PR-STATUS = SPACE OR PR-STATUS = 'P')
               AND OTH-SUB > OTH-CNT
               MOVE PR-PAYDATE TO DATE-WORK
               MOVE 1 TO MON-SUB
               PERFORM COMM-BANK-COMP UNTIL MON-SUB > 2
           END-IF.
           READ PAYREG-IN AT END MOVE 'YES' TO EOF.
       COMM-BANK-COMP.
           IF DW-PERIOD = MON-PERIOD (MON-SUB)
               ADD PR-NET TO FG-COMM-BANK (MON-SUB)
           END-IF.
           ADD 1 TO MON-SUB.
      *  COMMISSIONS PAID ON A PAYSLIP WITH THE MONTH'S PAYROLL.
       COMM-SLIP-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAYCOMM-IN.
           IF PAYCOMM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAYCOMM-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM COMM-SLIP-REC-RTN UNTIL EOF = 'YES'
               CLOSE PAYCOMM-IN
           END-IF.
           MOVE 'NO' TO EOF.
       COMM-SLIP-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE 'S' TO OTH-TYPE-WS.
           MOVE PCM-EMPNO TO OTH-KEY-WS.
           PERFORM FIND-OTH-RTN.
           IF OTH-SUB > OTH-CNT
               MOVE 1 TO MON-SUB
               PERFORM COMM-SLIP-COMP UNTIL MON-SUB > 2
           END-IF.
           READ PAYCOMM-IN AT END MOVE 'YES' TO EOF.
       COMM-SLIP-COMP.
           IF PCM-PAYPER = MON-PERIOD (MON-SUB)
               ADD PCM-AMOUNT TO FG-COMM-SLIP (MON-SUB)
           END-IF.
           ADD 1 TO MON-SUB.
      *  TABLE EVERY BOOKED INVOICE AS AR-AGING DOES - CREDIT MEMOS,
      *  VOIDS, AND CANCELLATIONS ARE NOT RECEIVABLES. AN INVOICE
      *  DATED AFTER A MONTH END IS NOT OPEN AT IT. ANOTHER COMPANY'S
      *  INVOICES ARE LEFT OFF, AND WITH THEM THEIR COLLECTIONS.
       LOAD-INV-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT TRAN-IN.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ TRAN-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-INV-REC-RTN UNTIL EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
           MOVE 'NO' TO EOF.
           IF INT-DROPPED > 0
               DISPLAY 'MORE THAN 500 INVOICES ON SALESTRN.TXT - '
                   INT-DROPPED ' LEFT OUT OF THE RECEIVABLES FIGURE.'
           END-IF.
       LOAD-INV-REC-RTN.
           ADD 1 TO READ-CNT.
           IF TS-TYPE NOT = 'C' AND TS-TYPE NOT = 'V'
               AND TS-TYPE NOT = 'X'
               AND (TS-CO = SALES-CO-WS
                   OR (TS-CO = SPACES AND SALES-CO-WS = SALES-HOME-WS))
               IF INT-CNT < 500
                   ADD 1 TO INT-CNT
                   MOVE TS-INVNO TO INT-INVNO (INT-CNT)
                   MOVE TS-DATE TO INT-DATE (INT-CNT)
                   COMPUTE INT-DAYS (INT-CNT) =
                       (TS-YYYY * 360) + (TS-MM * 30) + TS-DD
                   MOVE 1 TO MON-SUB
                   PERFORM LOAD-INV-COMP UNTIL MON-SUB > 2
               ELSE
                   ADD 1 TO INT-DROPPED
               END-IF
           END-IF.
           READ TRAN-IN AT END MOVE 'YES' TO EOF.
       LOAD-INV-COMP.
           IF TS-DATE > MON-END-DATE (MON-SUB)
               MOVE 0 TO INT-OPEN (INT-CNT, MON-SUB)
           ELSE
               MOVE TS-AMOUNT TO INT-OPEN (INT-CNT, MON-SUB)
           END-IF.
           ADD 1 TO MON-SUB.
      *  SET EACH COLLECTION AGAINST ITS INVOICE FOR EVERY MONTH END
      *  IT WAS POSTED ON OR BEFORE.
       APPLY-COLL-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT COLL-IN.
           IF COLL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ COLL-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM APPLY-COLL-REC-RTN UNTIL EOF = 'YES'
               CLOSE COLL-IN
           END-IF.
           MOVE 'NO' TO EOF.
       APPLY-COLL-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE 1 TO INT-SUB.
           PERFORM FIND-INV-RTN UNTIL INT-SUB > INT-CNT
               OR INT-INVNO (INT-SUB) = CL-INVNO.
           IF INT-SUB NOT > INT-CNT
               MOVE 1 TO MON-SUB
               PERFORM APPLY-COLL-COMP UNTIL MON-SUB > 2
           END-IF.
           READ COLL-IN AT END MOVE 'YES' TO EOF.
       APPLY-COLL-COMP.
           IF CL-DATE NOT > MON-END-DATE (MON-SUB)
               AND INT-DATE (INT-SUB) NOT > MON-END-DATE (MON-SUB)
               SUBTRACT CL-AMOUNT FROM INT-OPEN (INT-SUB, MON-SUB)
           END-IF.
           ADD 1 TO MON-SUB.
       FIND-INV-RTN.
           ADD 1 TO INT-SUB.
      *  A BAD-DEBT WRITE-OFF TAKES ITS INVOICE OFF THE BOOKS FROM
      *  THE MONTH END IT WAS DATED ON OR BEFORE; A RECOVERY PUTS
      *  BACK WHAT ITS COLLECTION TAKES OFF AGAIN.
       APPLY-WROFF-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT WROFF-IN.
           IF WROFF-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ WROFF-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM APPLY-WROFF-REC-RTN UNTIL EOF = 'YES'
               CLOSE WROFF-IN
           END-IF.
           MOVE 'NO' TO EOF.
       APPLY-WROFF-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE 1 TO INT-SUB.
           PERFORM FIND-INV-RTN UNTIL INT-SUB > INT-CNT
               OR INT-INVNO (INT-SUB) = WO-INVNO.
           IF INT-SUB NOT > INT-CNT
               MOVE 1 TO MON-SUB
               PERFORM APPLY-WROFF-COMP UNTIL MON-SUB > 2
           END-IF.
           READ WROFF-IN AT END MOVE 'YES' TO EOF.
       APPLY-WROFF-COMP.
           IF WO-DATE NOT > MON-END-DATE (MON-SUB)
               AND INT-DATE (INT-SUB) NOT > MON-END-DATE (MON-SUB)
               IF WO-TYPE = 'R'
                   ADD WO-AMOUNT TO INT-OPEN (INT-SUB, MON-SUB)
               ELSE
                   SUBTRACT WO-AMOUNT FROM INT-OPEN (INT-SUB, MON-SUB)
               END-IF
           END-IF.
           ADD 1 TO MON-SUB.
      *  AN INVOICE STILL OPEN AT A MONTH END AND 60 DAYS OR MORE
      *  OLD BY THEN - AR-AGING'S 60 AND 90-DAY BUCKETS - IS PAST 60
      *  DAYS.
       AGE-INV-RTN.
           MOVE 1 TO MON-SUB.
           PERFORM AGE-INV-COMP UNTIL MON-SUB > 2.
           ADD 1 TO INT-SUB.
       AGE-INV-COMP.
           COMPUTE AGE-DAYS = MON-END-DAYS (MON-SUB)
               - INT-DAYS (INT-SUB).
           IF INT-OPEN (INT-SUB, MON-SUB) > 0 AND AGE-DAYS >= 60
               ADD INT-OPEN (INT-SUB, MON-SUB) TO FG-AR60 (MON-SUB)
           END-IF.
           ADD 1 TO MON-SUB.
      *  THE TERM IN SESSION IS THE ONE ON THE SUBJECT CATALOG'S
      *  FIRST RECORD - THE TERM TUITION-BILL BILLS.
       GET-TERM-RTN.
           MOVE SPACES TO TERM-CD.
           OPEN INPUT SUBJ-IN.
           IF SUBJ-STATUS NOT = '35'
               READ SUBJ-IN
                   AT END CONTINUE
                   NOT AT END MOVE TERM-CODE1 TO TERM-CD
               END-READ
               CLOSE SUBJ-IN
           END-IF.
           IF TERM-CD NOT = SPACES
               MOVE SPACES TO ALDG-FILE-NAME
               STRING 'ASSESSLG_' DELIMITED BY SIZE
                   TERM-CD DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO ALDG-FILE-NAME
           END-IF.
      *  TABLE ANOTHER COMPANY'S STUDENTS. A MISSING STUDMAST.TXT
      *  (STATUS 35) LEAVES EVERY STUDENT THE SCHOOL'S.
       LOAD-STUD-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT STUD-IN.
           IF SM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ STUD-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-STUD-REC-RTN UNTIL EOF = 'YES'
               CLOSE STUD-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-STUD-REC-RTN.
           ADD 1 TO READ-CNT.
           IF SM-CO NOT = SCH-CO-WS
               AND NOT (SM-CO = SPACES AND SCH-CO-WS = HOME-CO-WS)
               MOVE 'T' TO OTH-TYPE-WS
               MOVE SM-NUM TO OTH-KEY-WS
               PERFORM ADD-OTH-RTN
           END-IF.
           READ STUD-IN AT END MOVE 'YES' TO EOF.
      *  OTH-SUB COMES BACK PAST OTH-CNT WHEN OTH-TYPE-WS/OTH-KEY-WS
      *  IS NOT ANOTHER COMPANY'S.
       FIND-OTH-RTN.
           MOVE 1 TO OTH-SUB.
           PERFORM FIND-OTH-COMP UNTIL OTH-SUB > OTH-CNT
               OR (OTH-TYPE (OTH-SUB) = OTH-TYPE-WS
                   AND OTH-KEY (OTH-SUB) = OTH-KEY-WS).
       FIND-OTH-COMP.
           ADD 1 TO OTH-SUB.
       ADD-OTH-RTN.
           PERFORM FIND-OTH-RTN.
           IF OTH-SUB > OTH-CNT AND OTH-CNT < 3000
               ADD 1 TO OTH-CNT
               MOVE OTH-TYPE-WS TO OTH-TYPE (OTH-CNT)
               MOVE OTH-KEY-WS TO OTH-KEY (OTH-CNT)
           END-IF.
      *  THE TERM'S ASSESSMENTS AS BILLED. A TERM NOT YET BILLED
      *  (NO LEDGER, STATUS 35) SHOWS NOTHING BILLED.
       ASSESS-RTN.
           MOVE 'NO' TO EOF.
           IF TERM-CD = SPACES
               MOVE 'YES' TO EOF
           ELSE
               OPEN INPUT ALDG-IN
               IF ALDG-STATUS = '35'
                   MOVE 'YES' TO EOF
               ELSE
                   READ ALDG-IN
                       AT END MOVE 'YES' TO EOF
                   END-READ
                   PERFORM ASSESS-REC-RTN UNTIL EOF = 'YES'
                   CLOSE ALDG-IN
               END-IF
           END-IF.
           MOVE 'NO' TO EOF.
       ASSESS-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE 'T' TO OTH-TYPE-WS.
           MOVE AL-STUD TO OTH-KEY-WS.
           PERFORM FIND-OTH-RTN.
           IF OTH-SUB > OTH-CNT
               ADD AL-TOTAL TO TERM-ASSESS
           END-IF.
           READ ALDG-IN AT END MOVE 'YES' TO EOF.
      *  THE TERM'S LEDGER ADJUSTMENTS POSTED ON OR BEFORE EACH
      *  MONTH END COME OFF WHAT WAS BILLED.
       TUITADJ-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ADJ-IN.
           IF ADJ-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ADJ-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM TUITADJ-REC-RTN UNTIL EOF = 'YES'
               CLOSE ADJ-IN
           END-IF.
           MOVE 'NO' TO EOF.
       TUITADJ-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE 'T' TO OTH-TYPE-WS.
           MOVE TA-STUD TO OTH-KEY-WS.
           PERFORM FIND-OTH-RTN.
           IF TA-TERM = TERM-CD AND TERM-CD NOT = SPACES
               AND OTH-SUB > OTH-CNT
               MOVE 1 TO MON-SUB
               PERFORM TUITADJ-COMP UNTIL MON-SUB > 2
           END-IF.
           READ ADJ-IN AT END MOVE 'YES' TO EOF.
       TUITADJ-COMP.
           IF TA-DATE NOT > MON-END-DATE (MON-SUB)
               ADD TA-AMOUNT TO FG-ADJ (MON-SUB)
           END-IF.
           ADD 1 TO MON-SUB.
      *  THE CASHIER'S PAYMENTS: THE TERM'S COLLECTIONS TO EACH
      *  MONTH END, AND EVERYTHING COLLECTED IN EACH MONTH FOR ANY
      *  TERM.
       PAYMENTS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAY-IN.
           IF PAY-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAY-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM PAYMENTS-REC-RTN UNTIL EOF = 'YES'
               CLOSE PAY-IN
           END-IF.
           MOVE 'NO' TO EOF.
       PAYMENTS-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE 'T' TO OTH-TYPE-WS.
           MOVE PY-STUD TO OTH-KEY-WS.
           PERFORM FIND-OTH-RTN.
           IF OTH-SUB > OTH-CNT
               MOVE PY-DATE TO DATE-WORK
               MOVE 1 TO MON-SUB
               PERFORM PAYMENTS-COMP UNTIL MON-SUB > 2
           END-IF.
           READ PAY-IN AT END MOVE 'YES' TO EOF.
       PAYMENTS-COMP.
           IF PY-TERM = TERM-CD AND TERM-CD NOT = SPACES
               AND PY-DATE NOT > MON-END-DATE (MON-SUB)
               ADD PY-AMOUNT TO FG-TERM-COLL (MON-SUB)
           END-IF.
           IF DW-PERIOD = MON-PERIOD (MON-SUB)
               ADD PY-AMOUNT TO FG-MONTH-COLL (MON-SUB)
           END-IF.
           ADD 1 TO MON-SUB.
      *  REFUNDS PAID OUT: TAKEN BACK OFF THE TERM'S COLLECTIONS TO
      *  EACH MONTH END, AND SHOWN ON THEIR OWN FOR EACH MONTH.
       REFPAID-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT REFPAID-IN.
           IF REFPAID-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ REFPAID-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM REFPAID-REC-RTN UNTIL EOF = 'YES'
               CLOSE REFPAID-IN
           END-IF.
           MOVE 'NO' TO EOF.
       REFPAID-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE 'T' TO OTH-TYPE-WS.
           MOVE RF-STUD TO OTH-KEY-WS.
           PERFORM FIND-OTH-RTN.
           IF OTH-SUB > OTH-CNT
               MOVE RF-DATE TO DATE-WORK
               MOVE 1 TO MON-SUB
               PERFORM REFPAID-COMP UNTIL MON-SUB > 2
           END-IF.
           READ REFPAID-IN AT END MOVE 'YES' TO EOF.
       REFPAID-COMP.
           IF RF-TERM = TERM-CD AND TERM-CD NOT = SPACES
               AND RF-DATE NOT > MON-END-DATE (MON-SUB)
               SUBTRACT RF-AMOUNT FROM FG-TERM-COLL (MON-SUB)
           END-IF.
           IF DW-PERIOD = MON-PERIOD (MON-SUB)
               ADD RF-AMOUNT TO FG-MONTH-REF (MON-SUB)
           END-IF.
           ADD 1 TO MON-SUB.
      *  THE ONE-PAGE SUMMARY, SECTION BY SECTION.
       WRITE-SUMMARY-RTN.
           OPEN OUTPUT SUMM-OUT.
           WRITE REP-OUT FROM HEADER.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM SUMM-TITLE.
           MOVE MON-PERIOD (1) TO MH-CUR.
           MOVE MON-PERIOD (2) TO MH-PRV.
           WRITE REP-OUT FROM MONTH-HDR.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM COL-HDR.
           PERFORM WRITE-HR-RTN.
           PERFORM WRITE-PAYROLL-RTN.
           PERFORM WRITE-SALES-RTN.
           PERFORM WRITE-COMM-RTN.
           PERFORM WRITE-AR-RTN.
           PERFORM WRITE-BILLING-RTN.
           CLOSE SUMM-OUT.
       WRITE-HR-RTN.
           MOVE 'HUMAN RESOURCES' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           MOVE 'HEADCOUNT AT MONTH END' TO PR-LABEL.
           MOVE FG-HEAD (1) TO PR-CUR.
           MOVE FG-HEAD (2) TO PR-PRV.
           PERFORM PRINT-CNT-RTN.
           MOVE 'VACANT PLANTILLA POSITIONS' TO PR-LABEL.
           MOVE FG-VACANT (1) TO PR-CUR.
           MOVE FG-VACANT (2) TO PR-PRV.
           PERFORM PRINT-CNT-RTN.
       WRITE-PAYROLL-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'PAYROLL' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           MOVE 'GROSS PAYROLL' TO PR-LABEL.
           MOVE FG-GROSS (1) TO PR-CUR.
           MOVE FG-GROSS (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           MOVE 'EMPLOYER CONTRIBUTIONS' TO PR-LABEL.
           MOVE FG-ER (1) TO PR-CUR.
           MOVE FG-ER (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           MOVE 'TOTAL PAYROLL COST' TO PR-LABEL.
           COMPUTE PR-CUR = FG-GROSS (1) + FG-ER (1).
           COMPUTE PR-PRV = FG-GROSS (2) + FG-ER (2).
           PERFORM PRINT-AMT-RTN.
           MOVE 'SSS REMITTANCE' TO PR-LABEL.
           MOVE FG-SSS (1) TO PR-CUR.
           MOVE FG-SSS (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           MOVE 'PHILHEALTH REMITTANCE' TO PR-LABEL.
           MOVE FG-PHIC (1) TO PR-CUR.
           MOVE FG-PHIC (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           MOVE 'PAG-IBIG REMITTANCE' TO PR-LABEL.
           MOVE FG-HDMF (1) TO PR-CUR.
           MOVE FG-HDMF (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           MOVE 'WITHHOLDING TAX' TO PR-LABEL.
           MOVE FG-TAX (1) TO PR-CUR.
           MOVE FG-TAX (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
       WRITE-SALES-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'SALES BY AREA' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           MOVE 1 TO AREA-IDX.
           PERFORM WRITE-AREA-RTN
               UNTIL AREA-IDX > AREA-TAB-MAX OR AREA-IDX > 20.
           IF FG-OTHER-SALES (1) > 0 OR FG-OTHER-SALES (2) > 0
               MOVE '  OTHER AREAS' TO PR-LABEL
               MOVE FG-OTHER-SALES (1) TO PR-CUR
               MOVE FG-OTHER-SALES (2) TO PR-PRV
               PERFORM PRINT-AMT-RTN
           END-IF.
           MOVE 'TOTAL SALES' TO PR-LABEL.
           MOVE FG-SALES (1) TO PR-CUR.
           MOVE FG-SALES (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
       WRITE-AREA-RTN.
           MOVE SPACES TO PR-LABEL.
           STRING '  ' DELIMITED BY SIZE
               AREA-NAME (AREA-IDX) DELIMITED BY SIZE
               INTO PR-LABEL.
           MOVE FG-AREA-SALES (1, AREA-IDX) TO PR-CUR.
           MOVE FG-AREA-SALES (2, AREA-IDX) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           ADD 1 TO AREA-IDX.
       WRITE-COMM-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'COMMISSIONS PAID' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           MOVE 'BY BANK CREDIT' TO PR-LABEL.
           MOVE FG-COMM-BANK (1) TO PR-CUR.
           MOVE FG-COMM-BANK (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           MOVE 'ON THE PAYSLIP' TO PR-LABEL.
           MOVE FG-COMM-SLIP (1) TO PR-CUR.
           MOVE FG-COMM-SLIP (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           MOVE 'TOTAL COMMISSIONS PAID' TO PR-LABEL.
           COMPUTE PR-CUR = FG-COMM-BANK (1) + FG-COMM-SLIP (1).
           COMPUTE PR-PRV = FG-COMM-BANK (2) + FG-COMM-SLIP (2).
           PERFORM PRINT-AMT-RTN.
       WRITE-AR-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'RECEIVABLES' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           MOVE 'PAST 60 DAYS AT MONTH END' TO PR-LABEL.
           MOVE FG-AR60 (1) TO PR-CUR.
           MOVE FG-AR60 (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
       WRITE-BILLING-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE SPACES TO SH-NAME.
           STRING 'SCHOOL BILLING - TERM ' DELIMITED BY SIZE
               TERM-CD DELIMITED BY SIZE
               INTO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           MOVE 'TUITION BILLED, NET TO DATE' TO PR-LABEL.
           MOVE 1 TO MON-SUB.
           PERFORM NET-BILLED-RTN.
           MOVE PR-CHG TO PR-CUR.
           MOVE 2 TO MON-SUB.
           PERFORM NET-BILLED-RTN.
           MOVE PR-CHG TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           MOVE 'TUITION COLLECTED TO DATE' TO PR-LABEL.
           MOVE FG-TERM-COLL (1) TO PR-CUR.
           MOVE FG-TERM-COLL (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           MOVE 'STILL TO COLLECT' TO PR-LABEL.
           MOVE 1 TO MON-SUB.
           PERFORM NET-BILLED-RTN.
           COMPUTE PR-CUR = PR-CHG - FG-TERM-COLL (1).
           MOVE 2 TO MON-SUB.
           PERFORM NET-BILLED-RTN.
           COMPUTE PR-PRV = PR-CHG - FG-TERM-COLL (2).
           PERFORM PRINT-AMT-RTN.
           MOVE 'COLLECTED IN MONTH, ALL TERMS' TO PR-LABEL.
           MOVE FG-MONTH-COLL (1) TO PR-CUR.
           MOVE FG-MONTH-COLL (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           MOVE 'REFUNDS PAID IN MONTH' TO PR-LABEL.
           MOVE FG-MONTH-REF (1) TO PR-CUR.
           MOVE FG-MONTH-REF (2) TO PR-PRV.
           PERFORM PRINT-AMT-RTN.
           IF TERM-CD = SPACES
               MOVE 'NO TERM ON SUBJECT.TXT - TERM FIGURES NOT SHOWN.'
                   TO NL-TEXT
               WRITE REP-OUT FROM NOTE-LINE
           END-IF.
      *  THE TERM'S ASSESSMENTS LESS ITS ADJUSTMENTS TO THE MONTH
      *  END IN MON-SUB, FLOORED AT ZERO, LEFT IN PR-CHG.
       NET-BILLED-RTN.
           COMPUTE PR-CHG = TERM-ASSESS - FG-ADJ (MON-SUB).
           IF PR-CHG < 0
               MOVE 0 TO PR-CHG
           END-IF.
       PRINT-AMT-RTN.
           COMPUTE PR-CHG = PR-CUR - PR-PRV.
           MOVE PR-LABEL TO AL-LABEL.
           MOVE PR-CUR TO AL-CUR.
           MOVE PR-PRV TO AL-PRV.
           MOVE PR-CHG TO AL-CHG.
           WRITE REP-OUT FROM AMT-LINE.
           ADD 1 TO LINE-CNT.
       PRINT-CNT-RTN.
           COMPUTE PR-CHG = PR-CUR - PR-PRV.
           MOVE PR-LABEL TO CL-LABEL.
           MOVE PR-CUR TO CL-CUR.
           MOVE PR-PRV TO CL-PRV.
           MOVE PR-CHG TO CL-CHG.
           WRITE REP-OUT FROM CNT-LINE.
           ADD 1 TO LINE-CNT.
      *  FILE A RUN-STAMPED COPY OF THE REPORT JUST WRITTEN AND
      *  CATALOG IT. A MISSING RPTCAT.TXT (STATUS 35, THE FIRST
      *  CATALOGED RUN) IS CREATED FRESH.
       CATALOG-REPORT-RTN.
           MOVE 'NO' TO RPT-COPY-EOF.
           OPEN INPUT RPT-SRC.
           IF RPT-SRC-STATUS = '00'
               OPEN OUTPUT RPT-DST
               READ RPT-SRC
                   AT END MOVE 'YES' TO RPT-COPY-EOF
               END-READ
               PERFORM CATALOG-COPY-COMP UNTIL RPT-COPY-EOF = 'YES'
               CLOSE RPT-SRC, RPT-DST
               OPEN EXTEND RPTCAT-FILE
               IF RPTCAT-STATUS = '35'
                   OPEN OUTPUT RPTCAT-FILE
               END-IF
               MOVE RPT-JOB-WS TO RC-JOBNAME
               MOVE RPT-STAMP-WS TO RC-DATE
               MOVE RPT-DST-NAME TO RC-FILE
               MOVE RPT-CLASS-WS TO RC-CLASS
               WRITE RPTCAT-REC
               CLOSE RPTCAT-FILE
           END-IF.
       CATALOG-COPY-COMP.
           WRITE RPT-DST-REC FROM RPT-SRC-REC.
           READ RPT-SRC AT END MOVE 'YES' TO RPT-COPY-EOF.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'EXEC-SUMMARY   ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE READ-CNT TO RL-RECS-READ.
           MOVE LINE-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
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
      *  CLAIM THE SALMAN PERIOD-SALES FILE THE SAME WAY. THE
      *  EMPLOYEE MASTER CLAIM IS GIVEN BACK WHEN THIS ONE IS
      *  REFUSED.
       CLAIM-SALMAN-RTN.
           MOVE 'FREE' TO SALMAN-LOCK-HOLDER.
           OPEN INPUT SALMAN-LOCK.
           IF SLOCK-STATUS NOT = '35'
               READ SALMAN-LOCK
                   AT END CONTINUE
               END-READ
               CLOSE SALMAN-LOCK
               IF SALMAN-LOCK-HOLDER NOT = SPACES
                   AND SALMAN-LOCK-HOLDER NOT = 'FREE'
                   DISPLAY 'SALMAN PERIOD-SALES FILE IS CLAIMED BY '
                       SALMAN-LOCK-HOLDER
                   DISPLAY 'TRY AGAIN WHEN THAT RUN FINISHES.'
                   PERFORM RELEASE-EMPMAST-RTN
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT SALMAN-LOCK.
           MOVE MY-PROG-NAME TO SALMAN-LOCK-HOLDER.
           WRITE SALMAN-LOCK-REC.
           CLOSE SALMAN-LOCK.
       RELEASE-SALMAN-RTN.
           OPEN OUTPUT SALMAN-LOCK.
           MOVE 'FREE' TO SALMAN-LOCK-HOLDER.
           WRITE SALMAN-LOCK-REC.
           CLOSE SALMAN-LOCK.
      *  PULL THIS COMPANY'S LETTERHEAD FROM THE SHARED PROFILE
      *  FILE. A MISSING COMPANY.TXT (STATUS 35) OR UNLISTED CODE
      *  KEEPS THE COMPILED-IN DEFAULTS.
       LOAD-COPROF-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           MOVE 'NO' TO COPROF-EOF.
           OPEN INPUT CO-FILE.
           IF COPROF-STATUS = '35'
               MOVE 'YES' TO COPROF-EOF
           ELSE
               READ CO-FILE
                   AT END MOVE 'YES' TO COPROF-EOF
               END-READ
               PERFORM LOAD-COPROF-COMP UNTIL COPROF-EOF = 'YES'
               CLOSE CO-FILE
           END-IF.
       LOAD-COPROF-COMP.
           IF CO-CODE = COPROF-CODE-WS
               MOVE CO-NAME TO HDR1-NAME
               MOVE CO-ADDR TO HDR2-ADDR
               MOVE 'YES' TO COPROF-EOF
           ELSE
               READ CO-FILE AT END MOVE 'YES' TO COPROF-EOF
           END-IF.
      *  TAKE EACH APPLICATION'S RUN COMPANY FROM RUNCO.TXT. A
      *  MISSING FILE (STATUS 35) OR A BLANK CODE RUNS THE HOME
      *  COMPANY, AS BEFORE. A SISTER COMPANY ON ANY APPLICATION
      *  MAKES THE WHOLE PAGE ITS OWN.
       LOAD-RUNCO-RTN.
           OPEN INPUT RUNCO-FILE.
           IF RUNCO-STATUS NOT = '35'
               READ RUNCO-FILE
                   AT END MOVE SPACES TO RUNCO-REC
               END-READ
               IF RUNCO-PAY NOT = SPACES
                   MOVE RUNCO-PAY TO PAY-CO-WS
               END-IF
               IF RUNCO-SALES NOT = SPACES
                   MOVE RUNCO-SALES TO SALES-CO-WS
               END-IF
               IF RUNCO-SCHOOL NOT = SPACES
                   MOVE RUNCO-SCHOOL TO SCH-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
           IF PAY-CO-WS NOT = PAY-HOME-WS
               MOVE PAY-CO-WS TO COPROF-CODE-WS
           END-IF.
           IF SALES-CO-WS NOT = SALES-HOME-WS
               MOVE SALES-CO-WS TO COPROF-CODE-WS
           END-IF.
           IF SCH-CO-WS NOT = HOME-CO-WS
               MOVE SCH-CO-WS TO COPROF-CODE-WS
           END-IF.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE COPROF-CODE-WS TO PAY-CO-WS
               MOVE COPROF-CODE-WS TO SALES-CO-WS
               MOVE COPROF-CODE-WS TO SCH-CO-WS
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (EXECSUMM_RIVL.TXT FOR A RIVL RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO EXECSUMM-FILE-NAME
               STRING 'EXECSUMM_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO EXECSUMM-FILE-NAME
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
