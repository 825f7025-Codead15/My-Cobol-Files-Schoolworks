       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR-TXT.
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
      *  COMPANY PROFILE FILE - NAME AND ADDRESS FOR THE REPORT
      *  LETTERHEAD, KEYED BY COMPANY CODE, SO A REORGANIZATION IS A
      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE PAYROLL HISTORY LEDGER PAYROLL-TXT APPENDS EVERY CUTOFF -
      *  THE CUTOFF JUST RUN IS COMPARED EMPLOYEE BY EMPLOYEE WITH THE
      *  SAME CUTOFF OF THE PERIOD BEFORE IT, THE 15TH AGAINST THE
      *  15TH AND MONTH-END AGAINST MONTH-END.
           SELECT HIST-IN ASSIGN TO "PAYHIST.TXT"
               FILE STATUS IS HIST-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, INDEXED ON EMPNO AND READ
      *  SEQUENTIALLY HERE FOR NAMES AND DEPARTMENTS.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
      *  THE VARIANCE THRESHOLD - ONE PERCENTAGE, KEYED BY PAYROLL.
      *  A MISSING PAYVARP.TXT KEEPS THE COMPILED-IN DEFAULT.
           SELECT PARM-IN ASSIGN TO "PAYVARP.TXT"
               FILE STATUS IS PARM-STATUS.
      *  PROCESSING DATE CONTROL FILE - THE CUTOFF BEING REVIEWED IS
      *  THE PROCESSING DATE'S MONTH, THE SAME PERIOD PAYROLL-TXT
      *  STAMPED ON THE HISTORY. A MISSING PROCDATE.TXT FALLS BACK TO
      *  THE MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  THE PRE-RELEASE VARIANCE REVIEW REPORT, SIGNED OFF BY THE
      *  PAYROLL SUPERVISOR BEFORE PAYBCRED.TXT GOES TO THE BANK.
           SELECT VAR-OUT ASSIGN TO PAYVAR-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
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
       FD PARM-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS PARM-REC.
       01 PARM-REC.
           05 PV-PCT PIC 9(3)V99.
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
       FD VAR-OUT.
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
           DATA RECORD IS EMPMAST-LOCK-REC.
       01 EMPMAST-LOCK-REC.
           05 EMPMAST-LOCK-HOLDER PIC X(15).
       WORKING-STORAGE SECTION.
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'PAYVAR-TXT'.
      *  COMPANY PROFILE WORK FIELDS - THE COMPILED-IN HEADER VALUES
      *  STAY AS THE FALLBACK WHEN THE PROFILE FILE OR CODE IS
      *  MISSING.
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'RIVL'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 PAYVAR-FILE-NAME PIC X(20) VALUE 'PAYVAR.TXT'.
       01 HDR1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
              'RIVERDALE INTERNATIONAL INDUSTRY, INC.'.
           05 FILLER PIC X(20).
       01 HDR2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'SAN JOSE DEL MONTE, BULACAN'.
           05 FILLER PIC X(20).
       01 HDR3.
           05 FILLER PIC X(23).
           05 FILLER PIC X(34) VALUE
              'PAYROLL VARIANCE REVIEW REPORT'.
           05 FILLER PIC X(23).
       01 PERIOD-HDR.
           05 FILLER PIC X(16) VALUE 'CURRENT PERIOD: '.
           05 PRD-CUR-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 PRD-CUR-YYYY PIC 9999.
           05 FILLER PIC X(1) VALUE '-'.
           05 PRD-CUR-CUT PIC X(1).
           05 FILLER PIC X(4).
           05 FILLER PIC X(14) VALUE 'PRIOR PERIOD: '.
           05 PRD-PRI-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 PRD-PRI-YYYY PIC 9999.
           05 FILLER PIC X(1) VALUE '-'.
           05 PRD-PRI-CUT PIC X(1).
           05 FILLER PIC X(28).
       01 NOPRI-HDR.
           05 FILLER PIC X(80) VALUE
              'NO EARLIER PERIOD OF THIS CUTOFF ON THE LEDGER - EVERY EM
      -       'PLOYEE SHOWS AS NEW.'.
       01 PCT-HDR.
           05 FILLER PIC X(37) VALUE
              'GROSS OR NET CHANGES FLAGGED ABOVE: '.
           05 PCT-HDR-PCT PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE '%'.
           05 FILLER PIC X(36).
       01 COL-HDR1.
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(22) VALUE '  ------ GROSS ------'.
           05 FILLER PIC X(22) VALUE '  ------- NET -------'.
           05 FILLER PIC X(10) VALUE SPACES.
       01 COL-HDR2.
           05 FILLER PIC X(26) VALUE 'EMPLOYEE   NAME'.
           05 FILLER PIC X(22) VALUE '       PRIOR  CURRENT'.
           05 FILLER PIC X(22) VALUE '       PRIOR  CURRENT'.
           05 FILLER PIC X(10) VALUE ' FLAGS'.
       01 DEPT-HDR.
           05 FILLER PIC X(12) VALUE 'DEPARTMENT: '.
           05 DH-DC PIC X(5).
           05 FILLER PIC X(1).
           05 DH-NAME PIC X(23).
           05 FILLER PIC X(39).
       01 DTL-LINE.
           05 DL-EMPNO PIC X(10).
           05 FILLER PIC X(1).
           05 DL-EMPNA PIC X(15).
           05 FILLER PIC X(1).
           05 DL-PRI-GROSS PIC ZZZZZZ9.99.
           05 FILLER PIC X(1).
           05 DL-CUR-GROSS PIC ZZZZZZ9.99.
           05 FILLER PIC X(1).
           05 DL-PRI-NET PIC ZZZZZZ9.99.
           05 FILLER PIC X(1).
           05 DL-CUR-NET PIC ZZZZZZ9.99.
           05 FILLER PIC X(1).
           05 DL-FLAGS.
              10 DL-FLAG-MARK PIC X(1).
              10 DL-FLAG-CODE PIC X(1) OCCURS 6 TIMES.
           05 FILLER PIC X(1).
       01 DEPT-TOT-LINE.
           05 FILLER PIC X(10) VALUE '  SUBTOTAL'.
           05 FILLER PIC X(1).
           05 DT-CNT PIC ZZZ9.
           05 FILLER PIC X(7) VALUE ' EMPS  '.
           05 DT-FLAG-CNT PIC ZZZ9.
           05 FILLER PIC X(1).
           05 DT-PRI-GROSS PIC ZZZZZZ9.99.
           05 FILLER PIC X(1).
           05 DT-CUR-GROSS PIC ZZZZZZ9.99.
           05 FILLER PIC X(1).
           05 DT-PRI-NET PIC ZZZZZZ9.99.
           05 FILLER PIC X(1).
           05 DT-CUR-NET PIC ZZZZZZ9.99.
           05 FILLER PIC X(10) VALUE ' FLAGGED'.
       01 GRAND-TOT-LINE.
           05 FILLER PIC X(10) VALUE 'TOTAL'.
           05 FILLER PIC X(1).
           05 GT-CNT PIC ZZZ9.
           05 FILLER PIC X(7) VALUE ' EMPS  '.
           05 GT-FLAG-CNT PIC ZZZ9.
           05 FILLER PIC X(1).
           05 GT-PRI-GROSS PIC ZZZZZZ9.99.
           05 FILLER PIC X(1).
           05 GT-CUR-GROSS PIC ZZZZZZ9.99.
           05 FILLER PIC X(1).
           05 GT-PRI-NET PIC ZZZZZZ9.99.
           05 FILLER PIC X(1).
           05 GT-CUR-NET PIC ZZZZZZ9.99.
           05 FILLER PIC X(10) VALUE ' FLAGGED'.
       01 LEGEND1.
           05 FILLER PIC X(7) VALUE 'FLAGS:'.
           05 FILLER PIC X(25) VALUE 'G = GROSS OVER LIMIT'.
           05 FILLER PIC X(48) VALUE 'N = NET OVER LIMIT'.
       01 LEGEND2.
           05 FILLER PIC X(7).
           05 FILLER PIC X(25) VALUE 'W = NEW, NO PRIOR PAY'.
           05 FILLER PIC X(48) VALUE
              'M = PAID LAST PERIOD, MISSING NOW'.
       01 LEGEND3.
           05 FILLER PIC X(7).
           05 FILLER PIC X(25) VALUE 'Z = ZERO NET'.
           05 FILLER PIC X(48) VALUE 'X = DEDUCTIONS EXCEED GROSS'.
       01 SIGNOFF1.
           05 FILLER PIC X(80) VALUE
              'REVIEWED AND RELEASED BY: ______________________________
      -       '  DATE: ____________'.
       01 SIGNOFF2.
           05 FILLER PIC X(80) VALUE
              '                          PAYROLL SUPERVISOR'.
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  DEPARTMENT LOOKUP TABLE - SHARED WITH THE PAYROLL REGISTER
      *  SO THE SUBTOTALS LINE UP WITH PAYROLL-TXT'S DEPARTMENT
      *  BREAKS.
           COPY CODETAB.
       01 DEPT-IDX PIC 99 VALUE 1.
      *  ONE ROW PER EMPLOYEE ON EITHER PERIOD - THE MASTER FILLS IN
      *  THE NAME AND DEPARTMENT, THE LEDGER THE TWO PERIODS' PAY.
       01 VAR-TABLE.
           05 VT-ENTRY OCCURS 300 TIMES.
               10 VT-EMPNO PIC X(10).
               10 VT-EMPNA PIC X(20).
               10 VT-DC PIC X(5).
               10 VT-PRI-SW PIC X(3).
               10 VT-PRI-GROSS PIC 9(7)V99.
               10 VT-PRI-NET PIC 9(7)V99.
               10 VT-CUR-SW PIC X(3).
               10 VT-CUR-GROSS PIC 9(7)V99.
               10 VT-CUR-NET PIC 9(7)V99.
               10 VT-CUR-DED PIC S9(8)V99.
               10 VT-DONE PIC X(3).
               10 VT-CO PIC X(4).
       01 VT-CNT PIC 999 VALUE 0.
       01 VT-SUB PIC 999 VALUE 0.
       01 VT-KEEP PIC 999 VALUE 0.
       01 HIST-STATUS PIC XX.
       01 MAST-STATUS PIC XX.
       01 PARM-STATUS PIC XX.
       01 PROCDATE-STATUS PIC XX.
       01 RUN-DATE-WS.
           05 RUN-DATE-YY PIC 9999.
           05 RUN-DATE-MM PIC 99.
           05 RUN-DATE-DD PIC 99.
      *  THE CUTOFF UNDER REVIEW AND THE LATEST ONE BEFORE IT ON THE
      *  LEDGER.
       01 CUR-PERIOD-WS.
           05 CP-YYYY PIC 9999.
           05 CP-MM PIC 99.
       01 PRI-PERIOD-WS.
           05 PP-YYYY PIC 9999.
           05 PP-MM PIC 99.
      *  THE CUTOFF UNDER REVIEW - 'M' MONTHLY, '1' OR '2' - AND THE
      *  CUTOFF OF THE HISTORY RECORD IN HAND, A BLANK ONE TAKEN AS
      *  MONTHLY.
       01 CUR-CUT-WS PIC X(1) VALUE 'M'.
       01 REC-CUT-WS PIC X(1) VALUE 'M'.
      *  FLAG LIMIT IN PERCENT OF THE PRIOR PERIOD'S AMOUNT.
       01 VAR-PCT-WS PIC 9(3)V99 VALUE 10.00.
       01 VAR-DIFF PIC S9(8)V99 VALUE 0.
       01 FLAG-SW PIC X(3) VALUE 'NO'.
       01 FLAG-IDX PIC 9 VALUE 0.
       01 PRINT-DC-WS PIC X(5).
       01 DEPT-TOTALS.
           05 DEPT-CNT PIC 9(4) VALUE 0.
           05 DEPT-FLAG-CNT PIC 9(4) VALUE 0.
           05 DEPT-PRI-GROSS PIC 9(8)V99 VALUE 0.
           05 DEPT-CUR-GROSS PIC 9(8)V99 VALUE 0.
           05 DEPT-PRI-NET PIC 9(8)V99 VALUE 0.
           05 DEPT-CUR-NET PIC 9(8)V99 VALUE 0.
       01 GRAND-TOTALS.
           05 GRAND-CNT PIC 9(4) VALUE 0.
           05 GRAND-FLAG-CNT PIC 9(4) VALUE 0.
           05 GRAND-PRI-GROSS PIC 9(8)V99 VALUE 0.
           05 GRAND-CUR-GROSS PIC 9(8)V99 VALUE 0.
           05 GRAND-PRI-NET PIC 9(8)V99 VALUE 0.
           05 GRAND-CUR-NET PIC 9(8)V99 VALUE 0.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'NO'.
           05 HIST-CNT PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
      *  THE PRE-RELEASE REVIEW: EVERY EMPLOYEE PAID THIS CUTOFF OR
      *  THE ONE BEFORE IT, BY DEPARTMENT, WITH THE PRIOR AND CURRENT
      *  GROSS AND NET SIDE BY SIDE AND THE LINES THAT NEED A SECOND
      *  LOOK FLAGGED. RUN AFTER PAYROLL-TXT AND BEFORE PAYBCRED.TXT
      *  IS RELEASED TO THE BANK.
       MAIN-RTN.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-PARM-RTN.
           MOVE RUN-DATE-YY TO CP-YYYY.
           MOVE RUN-DATE-MM TO CP-MM.
           PERFORM FIND-CUTOFF-RTN.
           PERFORM FIND-PRIOR-RTN.
           PERFORM LOAD-HIST-RTN.
           PERFORM LOAD-EMP-RTN.
           PERFORM DROP-OTHER-CO-RTN.
           OPEN OUTPUT VAR-OUT.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM HDR2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HDR3.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE CP-MM TO PRD-CUR-MM.
           MOVE CP-YYYY TO PRD-CUR-YYYY.
           MOVE PP-MM TO PRD-PRI-MM.
           MOVE PP-YYYY TO PRD-PRI-YYYY.
           MOVE CUR-CUT-WS TO PRD-CUR-CUT.
           MOVE CUR-CUT-WS TO PRD-PRI-CUT.
           WRITE REP-OUT FROM PERIOD-HDR.
           IF PRI-PERIOD-WS = ZEROS
               WRITE REP-OUT FROM NOPRI-HDR
           END-IF.
           MOVE VAR-PCT-WS TO PCT-HDR-PCT.
           WRITE REP-OUT FROM PCT-HDR.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM COL-HDR1.
           WRITE REP-OUT FROM COL-HDR2.
           MOVE 1 TO DEPT-IDX.
           PERFORM PRINT-DEPT-RTN UNTIL DEPT-IDX > DEPT-TAB-MAX.
           PERFORM PRINT-OTHER-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE GRAND-CNT TO GT-CNT.
           MOVE GRAND-FLAG-CNT TO GT-FLAG-CNT.
           MOVE GRAND-PRI-GROSS TO GT-PRI-GROSS.
           MOVE GRAND-CUR-GROSS TO GT-CUR-GROSS.
           MOVE GRAND-PRI-NET TO GT-PRI-NET.
           MOVE GRAND-CUR-NET TO GT-CUR-NET.
           WRITE REP-OUT FROM GRAND-TOT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM LEGEND1.
           WRITE REP-OUT FROM LEGEND2.
           WRITE REP-OUT FROM LEGEND3.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM SIGNOFF1.
           WRITE REP-OUT FROM SIGNOFF2.
           CLOSE VAR-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'PAYROLL VARIANCE REVIEW COMPLETE'.
           IF GRAND-FLAG-CNT > 0
               DISPLAY GRAND-FLAG-CNT
                   ' EMPLOYEE(S) FLAGGED - REVIEW BEFORE RELEASING'
                   ' PAYBCRED.TXT'
           END-IF.
           DISPLAY 'CHECK ' PAYVAR-FILE-NAME ' FOR THE REPORT'.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
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
      *  THE FLAG LIMIT. A MISSING OR NON-NUMERIC PAYVARP.TXT KEEPS
      *  THE COMPILED-IN DEFAULT.
       LOAD-PARM-RTN.
           OPEN INPUT PARM-IN.
           IF PARM-STATUS NOT = '35'
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF PV-PCT IS NUMERIC
                           MOVE PV-PCT TO VAR-PCT-WS
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
      *  THE CUTOFF UNDER REVIEW IS THE LATEST ONE POSTED FOR THE
      *  CURRENT PERIOD - MONTH-END ONCE IT IS ON THE LEDGER, ELSE
      *  THE 15TH, ELSE MONTHLY. A SEMI-MONTHLY CUTOFF ONLY EVER
      *  COMPARES WITH THE SAME CUTOFF, SINCE EACH IS ABOUT HALF THE
      *  MONTH'S PAY.
       FIND-CUTOFF-RTN.
           MOVE SPACES TO CUR-CUT-WS.
           MOVE 'NO' TO EOF.
           OPEN INPUT HIST-IN.
           IF HIST-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ HIST-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM FIND-CUTOFF-COMP UNTIL EOF = 'YES'
               CLOSE HIST-IN
           END-IF.
           IF CUR-CUT-WS = SPACES
               MOVE 'M' TO CUR-CUT-WS
           END-IF.
       FIND-CUTOFF-COMP.
           IF PH-PERIOD = CUR-PERIOD-WS
               PERFORM SET-REC-CUT-RTN
               IF CUR-CUT-WS = SPACES OR REC-CUT-WS = '2'
                   MOVE REC-CUT-WS TO CUR-CUT-WS
               END-IF
           END-IF.
           READ HIST-IN AT END MOVE 'YES' TO EOF.
       SET-REC-CUT-RTN.
           IF PH-CUTOFF = '1' OR PH-CUTOFF = '2'
               MOVE PH-CUTOFF TO REC-CUT-WS
           ELSE
               MOVE 'M' TO REC-CUT-WS
           END-IF.
      *  THE PRIOR PERIOD IS THE LATEST ONE ON THE LEDGER BEFORE THE
      *  PERIOD UNDER REVIEW THAT HAS THE SAME CUTOFF, SO A SKIPPED
      *  MONTH STILL COMPARES AGAINST THE LAST LIKE CUTOFF ACTUALLY
      *  PAID. ZEROS WHEN THERE IS NONE.
       FIND-PRIOR-RTN.
           MOVE ZEROS TO PRI-PERIOD-WS.
           MOVE 'NO' TO EOF.
           OPEN INPUT HIST-IN.
           IF HIST-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ HIST-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM FIND-PRIOR-COMP UNTIL EOF = 'YES'
               CLOSE HIST-IN
           END-IF.
       FIND-PRIOR-COMP.
           PERFORM SET-REC-CUT-RTN.
           IF PH-PERIOD < CUR-PERIOD-WS
               AND PH-PERIOD > PRI-PERIOD-WS
               AND REC-CUT-WS = CUR-CUT-WS
               MOVE PH-PERIOD TO PRI-PERIOD-WS
           END-IF.
           READ HIST-IN AT END MOVE 'YES' TO EOF.
      *  ACCUMULATE THE TWO PERIODS' PAY FOR THE CUTOFF UNDER REVIEW
      *  PER EMPLOYEE. A MISSING PAYHIST.TXT (STATUS 35) LEAVES THE
      *  TABLE EMPTY.
       LOAD-HIST-RTN.
           MOVE 0 TO VT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT HIST-IN.
           IF HIST-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ HIST-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-HIST-REC-RTN UNTIL EOF = 'YES'
               CLOSE HIST-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-HIST-REC-RTN.
           ADD 1 TO HIST-CNT.
           PERFORM SET-REC-CUT-RTN.
           IF REC-CUT-WS = CUR-CUT-WS
               AND (PH-PERIOD = CUR-PERIOD-WS
               OR (PH-PERIOD = PRI-PERIOD-WS
                   AND PRI-PERIOD-WS NOT = ZEROS))
               PERFORM ACC-HIST-RTN
           END-IF.
           READ HIST-IN AT END MOVE 'YES' TO EOF.
      *  ADD THE RECORD INTO ITS EMPLOYEE'S ROW, OPENING A NEW ROW
      *  THE FIRST TIME THE EMPLOYEE SHOWS - SAME IDIOM AS PAY13-TXT'S
      *  ACC-HIST-RTN. A RERUN THAT LEFT TWO RECORDS FOR ONE PERIOD
      *  SHOWS AS THE DOUBLED PAY IT WOULD SEND.
       ACC-HIST-RTN.
           MOVE 1 TO VT-SUB.
           PERFORM FIND-VT-RTN UNTIL VT-SUB > VT-CNT
               OR VT-EMPNO (VT-SUB) = PH-EMPNO.
           IF VT-SUB > VT-CNT
               IF VT-CNT < 300
                   ADD 1 TO VT-CNT
                   MOVE PH-EMPNO TO VT-EMPNO (VT-CNT)
                   MOVE SPACES TO VT-EMPNA (VT-CNT)
                   MOVE SPACES TO VT-DC (VT-CNT)
                   MOVE 'NO' TO VT-PRI-SW (VT-CNT)
                   MOVE 0 TO VT-PRI-GROSS (VT-CNT)
                   MOVE 0 TO VT-PRI-NET (VT-CNT)
                   MOVE 'NO' TO VT-CUR-SW (VT-CNT)
                   MOVE 0 TO VT-CUR-GROSS (VT-CNT)
                   MOVE 0 TO VT-CUR-NET (VT-CNT)
                   MOVE 0 TO VT-CUR-DED (VT-CNT)
                   MOVE 'NO' TO VT-DONE (VT-CNT)
                   MOVE HOME-CO-WS TO VT-CO (VT-CNT)
               END-IF
           END-IF.
           IF VT-SUB <= VT-CNT
               IF PH-PERIOD = CUR-PERIOD-WS
                   MOVE 'YES' TO VT-CUR-SW (VT-SUB)
                   ADD PH-GROSS TO VT-CUR-GROSS (VT-SUB)
                   ADD PH-NET TO VT-CUR-NET (VT-SUB)
                   COMPUTE VT-CUR-DED (VT-SUB) = VT-CUR-DED (VT-SUB)
                       + PH-SSS + PH-PHIC + PH-HDMF + PH-TAX
                       + PH-LOAN
               ELSE
                   MOVE 'YES' TO VT-PRI-SW (VT-SUB)
                   ADD PH-GROSS TO VT-PRI-GROSS (VT-SUB)
                   ADD PH-NET TO VT-PRI-NET (VT-SUB)
               END-IF
           END-IF.
       FIND-VT-RTN.
           ADD 1 TO VT-SUB.
      *  NAME AND DEPARTMENT FROM THE MASTER. AN EMPLOYEE NO LONGER
      *  ON THE MASTER KEEPS A BLANK DEPARTMENT AND PRINTS UNDER
      *  THE UNMATCHED GROUP.
       LOAD-EMP-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT EMP-IN.
           IF MAST-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ EMP-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-EMP-REC-RTN UNTIL EOF = 'YES'
               CLOSE EMP-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-EMP-REC-RTN.
           MOVE 1 TO VT-SUB.
           PERFORM FIND-VT-RTN UNTIL VT-SUB > VT-CNT
               OR VT-EMPNO (VT-SUB) = EMPNO.
           IF VT-SUB <= VT-CNT
               MOVE EMPNA TO VT-EMPNA (VT-SUB)
               MOVE DC TO VT-DC (VT-SUB)
               IF EMPCO NOT = SPACES
                   MOVE EMPCO TO VT-CO (VT-SUB)
               END-IF
           END-IF.
           READ EMP-IN AT END MOVE 'YES' TO EOF.
      *  KEEP ONLY THE RUN COMPANY'S EMPLOYEES. A ROW TAKES ITS
      *  COMPANY FROM THE MASTER; ONE NO LONGER ON THE MASTER, OR
      *  CARRYING NO CODE, IS THE HOME COMPANY'S.
       DROP-OTHER-CO-RTN.
           MOVE 0 TO VT-KEEP.
           MOVE 1 TO VT-SUB.
           PERFORM DROP-OTHER-CO-COMP UNTIL VT-SUB > VT-CNT.
           MOVE VT-KEEP TO VT-CNT.
       DROP-OTHER-CO-COMP.
           IF VT-CO (VT-SUB) = COPROF-CODE-WS
               ADD 1 TO VT-KEEP
               MOVE VT-ENTRY (VT-SUB) TO VT-ENTRY (VT-KEEP)
           END-IF.
           ADD 1 TO VT-SUB.
      *  ONE DEPARTMENT'S SECTION - ITS EMPLOYEES IN LEDGER ORDER AND
      *  A SUBTOTAL. A DEPARTMENT WITH NO ONE ON EITHER PERIOD IS
      *  LEFT OFF.
       PRINT-DEPT-RTN.
           MOVE DEPT-CODE (DEPT-IDX) TO PRINT-DC-WS.
           MOVE DEPT-CODE (DEPT-IDX) TO DH-DC.
           MOVE DEPT-NAME (DEPT-IDX) TO DH-NAME.
           PERFORM PRINT-GROUP-RTN.
           ADD 1 TO DEPT-IDX.
      *  WHATEVER IS LEFT - A DEPARTMENT CODE NOT ON THE TABLE, OR NO
      *  MASTER RECORD AT ALL - PRINTS AS ONE LAST GROUP.
       PRINT-OTHER-RTN.
           MOVE SPACES TO DH-DC.
           MOVE 'UNMATCHED / NOT ON FILE' TO DH-NAME.
           MOVE 0 TO DEPT-CNT.
           MOVE 1 TO VT-SUB.
           PERFORM COUNT-LEFT-COMP UNTIL VT-SUB > VT-CNT.
           IF DEPT-CNT > 0
               PERFORM START-GROUP-RTN
               MOVE 1 TO VT-SUB
               PERFORM PRINT-LEFT-COMP UNTIL VT-SUB > VT-CNT
               PERFORM GROUP-TOTAL-RTN
           END-IF.
       COUNT-LEFT-COMP.
           IF VT-DONE (VT-SUB) = 'NO'
               ADD 1 TO DEPT-CNT
           END-IF.
           ADD 1 TO VT-SUB.
       PRINT-LEFT-COMP.
           IF VT-DONE (VT-SUB) = 'NO'
               PERFORM PRINT-EMP-RTN
           END-IF.
           ADD 1 TO VT-SUB.
       PRINT-GROUP-RTN.
           MOVE 0 TO DEPT-CNT.
           MOVE 1 TO VT-SUB.
           PERFORM COUNT-GROUP-COMP UNTIL VT-SUB > VT-CNT.
           IF DEPT-CNT > 0
               PERFORM START-GROUP-RTN
               MOVE 1 TO VT-SUB
               PERFORM PRINT-GROUP-COMP UNTIL VT-SUB > VT-CNT
               PERFORM GROUP-TOTAL-RTN
           END-IF.
       COUNT-GROUP-COMP.
           IF VT-DC (VT-SUB) = PRINT-DC-WS
               ADD 1 TO DEPT-CNT
           END-IF.
           ADD 1 TO VT-SUB.
       PRINT-GROUP-COMP.
           IF VT-DC (VT-SUB) = PRINT-DC-WS
               PERFORM PRINT-EMP-RTN
           END-IF.
           ADD 1 TO VT-SUB.
       START-GROUP-RTN.
           MOVE 0 TO DEPT-CNT.
           MOVE 0 TO DEPT-FLAG-CNT.
           MOVE 0 TO DEPT-PRI-GROSS.
           MOVE 0 TO DEPT-CUR-GROSS.
           MOVE 0 TO DEPT-PRI-NET.
           MOVE 0 TO DEPT-CUR-NET.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM DEPT-HDR.
      *  ONE EMPLOYEE LINE. THE FLAGS: G AND N WHEN GROSS OR NET
      *  MOVED BY MORE THAN THE LIMIT AGAINST THE PRIOR PERIOD, W FOR
      *  A NEW EMPLOYEE WITH NO PRIOR PAY, M FOR ONE PAID LAST PERIOD
      *  AND MISSING NOW, Z FOR A ZERO NET, AND X WHEN THE CUTOFF'S
      *  DEDUCTIONS EXCEED ITS GROSS (A NEGATIVE NET).
       PRINT-EMP-RTN.
           MOVE 'YES' TO VT-DONE (VT-SUB).
           MOVE SPACES TO DL-FLAGS.
           MOVE 'NO' TO FLAG-SW.
           IF VT-CUR-SW (VT-SUB) = 'YES' AND VT-PRI-SW (VT-SUB) = 'YES'
               COMPUTE VAR-DIFF = VT-CUR-GROSS (VT-SUB)
                   - VT-PRI-GROSS (VT-SUB)
               IF VAR-DIFF < 0
                   COMPUTE VAR-DIFF = 0 - VAR-DIFF
               END-IF
               IF VAR-DIFF * 100 >
                   VT-PRI-GROSS (VT-SUB) * VAR-PCT-WS
                   MOVE 1 TO FLAG-IDX
                   MOVE 'G' TO DL-FLAG-CODE (FLAG-IDX)
                   MOVE 'YES' TO FLAG-SW
               END-IF
               COMPUTE VAR-DIFF = VT-CUR-NET (VT-SUB)
                   - VT-PRI-NET (VT-SUB)
               IF VAR-DIFF < 0
                   COMPUTE VAR-DIFF = 0 - VAR-DIFF
               END-IF
               IF VAR-DIFF * 100 >
                   VT-PRI-NET (VT-SUB) * VAR-PCT-WS
                   MOVE 2 TO FLAG-IDX
                   MOVE 'N' TO DL-FLAG-CODE (FLAG-IDX)
                   MOVE 'YES' TO FLAG-SW
               END-IF
           END-IF.
           IF VT-CUR-SW (VT-SUB) = 'YES' AND VT-PRI-SW (VT-SUB) = 'NO'
               MOVE 3 TO FLAG-IDX
               MOVE 'W' TO DL-FLAG-CODE (FLAG-IDX)
               MOVE 'YES' TO FLAG-SW
           END-IF.
           IF VT-CUR-SW (VT-SUB) = 'NO'
               MOVE 4 TO FLAG-IDX
               MOVE 'M' TO DL-FLAG-CODE (FLAG-IDX)
               MOVE 'YES' TO FLAG-SW
           END-IF.
           IF VT-CUR-SW (VT-SUB) = 'YES'
               IF VT-CUR-DED (VT-SUB) > VT-CUR-GROSS (VT-SUB)
                   MOVE 6 TO FLAG-IDX
                   MOVE 'X' TO DL-FLAG-CODE (FLAG-IDX)
                   MOVE 'YES' TO FLAG-SW
               ELSE
                   IF VT-CUR-NET (VT-SUB) = 0
                       MOVE 5 TO FLAG-IDX
                       MOVE 'Z' TO DL-FLAG-CODE (FLAG-IDX)
                       MOVE 'YES' TO FLAG-SW
                   END-IF
               END-IF
           END-IF.
           IF FLAG-SW = 'YES'
               MOVE '*' TO DL-FLAG-MARK
               ADD 1 TO DEPT-FLAG-CNT
               ADD 1 TO GRAND-FLAG-CNT
           END-IF.
           MOVE VT-EMPNO (VT-SUB) TO DL-EMPNO.
           MOVE VT-EMPNA (VT-SUB) TO DL-EMPNA.
           MOVE VT-PRI-GROSS (VT-SUB) TO DL-PRI-GROSS.
           MOVE VT-CUR-GROSS (VT-SUB) TO DL-CUR-GROSS.
           MOVE VT-PRI-NET (VT-SUB) TO DL-PRI-NET.
           MOVE VT-CUR-NET (VT-SUB) TO DL-CUR-NET.
           WRITE REP-OUT FROM DTL-LINE.
           ADD 1 TO DEPT-CNT.
           ADD VT-PRI-GROSS (VT-SUB) TO DEPT-PRI-GROSS.
           ADD VT-CUR-GROSS (VT-SUB) TO DEPT-CUR-GROSS.
           ADD VT-PRI-NET (VT-SUB) TO DEPT-PRI-NET.
           ADD VT-CUR-NET (VT-SUB) TO DEPT-CUR-NET.
       GROUP-TOTAL-RTN.
           MOVE DEPT-CNT TO DT-CNT.
           MOVE DEPT-FLAG-CNT TO DT-FLAG-CNT.
           MOVE DEPT-PRI-GROSS TO DT-PRI-GROSS.
           MOVE DEPT-CUR-GROSS TO DT-CUR-GROSS.
           MOVE DEPT-PRI-NET TO DT-PRI-NET.
           MOVE DEPT-CUR-NET TO DT-CUR-NET.
           WRITE REP-OUT FROM DEPT-TOT-LINE.
           ADD DEPT-CNT TO GRAND-CNT.
           ADD DEPT-PRI-GROSS TO GRAND-PRI-GROSS.
           ADD DEPT-CUR-GROSS TO GRAND-CUR-GROSS.
           ADD DEPT-PRI-NET TO GRAND-PRI-NET.
           ADD DEPT-CUR-NET TO GRAND-CUR-NET.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'PAYVAR-TXT     ' TO RL-JOBNAME.
           MOVE RUN-DATE-WS TO RL-DATE.
           ACCEPT RL-TIME FROM TIME.
           MOVE HIST-CNT TO RL-RECS-READ.
           MOVE GRAND-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (PAYVAR_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO PAYVAR-FILE-NAME
               STRING 'PAYVAR_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PAYVAR-FILE-NAME
           END-IF.
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
