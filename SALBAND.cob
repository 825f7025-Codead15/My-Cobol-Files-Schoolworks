       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALBAND-TXT.
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
      *  THE AUTHORIZED-POSITION (PLANTILLA) FILE - ONE RECORD PER
      *  DEPARTMENT AND POSITION TITLE WITH THE BUDGETED HEADCOUNT
      *  AND APPROVED RATE RANGE.
           SELECT PLAN-IN ASSIGN TO "PLANTILA.TXT"
               FILE STATUS IS PLAN-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, INDEXED ON EMPNO AND READ
      *  SEQUENTIALLY HERE.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPNO.
           SELECT EMP-SORT-OUT ASSIGN TO "EMPREC2B.TXT".
           SELECT SORT-WORK ASSIGN TO "SORTWK08".
      *  PERMANENT PAYROLL HISTORY LEDGER WRITTEN BY PAYROLL-TXT -
      *  THE LATEST COMPLETE MONTH'S GROSS IS THE ACTUAL PAID COST.
           SELECT HIST-IN ASSIGN TO "PAYHIST.TXT"
               FILE STATUS IS HIST-STATUS.
      *  SALARY BAND COMPLIANCE AND PERSONNEL COST REPORT.
           SELECT BAND-OUT ASSIGN TO SALBAND-FILE-NAME.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  THE DATE STAMPED ON EVERYTHING THIS RUN PRODUCES, SO A
      *  RERUN CARRIES THE RIGHT DATE. A MISSING PROCDATE.TXT FALLS
      *  BACK TO THE MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
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
      *  SORTED WORK FILE - ONE PASS, IN DC AND NAME SEQUENCE, SAME
      *  SINGLE-PASS DESIGN AS EMPREP-TXT.
       FD EMP-SORT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST-S.
       01 EMPLOY-LIST-S.
           05 DC-S PIC X(5).
           05 EMPNO-S PIC X(10).
           05 EMPNA-S PIC X(20).
           05 STATS-S PIC X(12).
           05 HIREDT-S PIC 9(8).
           05 POSTITLE-S PIC X(15).
           05 MONRATE-S PIC 9(6)V99.
           05 SEPDT-S PIC 9(8).
           05 SEPRSN-S PIC X(2).
           05 EMPCO-S PIC X(4).
       SD SORT-WORK
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05 SORT-DC PIC X(5).
           05 SORT-EMPNO PIC X(10).
           05 SORT-EMPNA PIC X(20).
           05 SORT-STATS PIC X(12).
           05 SORT-HIREDT PIC 9(8).
           05 SORT-POSTITLE PIC X(15).
           05 SORT-MONRATE PIC 9(6)V99.
           05 SORT-SEPDT PIC 9(8).
           05 SORT-SEPRSN PIC X(2).
           05 SORT-EMPCO PIC X(4).
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
       FD BAND-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
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
       01 MY-PROG-NAME PIC X(15) VALUE 'SALBAND-TXT'.
       01 PLAN-STATUS PIC XX.
       01 HIST-STATUS PIC XX.
       01 PROCDATE-STATUS PIC XX.
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
       01 SALBAND-FILE-NAME PIC X(20) VALUE 'SALBAND.TXT'.
       01 SEL-EOF PIC X(3) VALUE 'NO'.
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
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE
              'SALARY BAND COMPLIANCE REPORT'.
           05 FILLER PIC X(20).
       01 HDR-RUN.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 HR-DATE PIC 9(8).
           05 FILLER PIC X(5).
           05 FILLER PIC X(23) VALUE 'PAYROLL PERIOD PAID:   '.
           05 HR-PERIOD PIC X(6).
           05 FILLER PIC X(28).
      *  DEPARTMENT LOOKUP TABLE - SHARED WITH EMPREP-TXT/EMPREP2-TXT
      *  SO ADDING A DEPARTMENT IS DONE ONCE, IN CODETAB.CPY.
           COPY CODETAB.
       01 DEPT-IDX PIC 99 VALUE 1.
      *  SECTION 1 - EMPLOYEES PAID OUTSIDE THEIR DC/POSITION BAND.
       01 SEC1-HDR.
           05 FILLER PIC X(80) VALUE
              'EMPLOYEES PAID OUTSIDE THE PLANTILLA RATE BAND'.
       01 HDR4.
           05 FILLER PIC X(11) VALUE 'EMPLOYEE NO'.
           05 FILLER PIC X(17) VALUE ' EMPLOYEE NAME'.
           05 FILLER PIC X(6) VALUE 'DC'.
           05 FILLER PIC X(13) VALUE 'POSITION'.
           05 FILLER PIC X(10) VALUE '  MONRATE'.
           05 FILLER PIC X(11) VALUE ' BAND LIMIT'.
           05 FILLER PIC X(12) VALUE '  REMARKS'.
       01 BAND-DTL.
           05 BD-EMPNO PIC X(10).
           05 FILLER PIC X(1).
           05 BD-EMPNA PIC X(16).
           05 FILLER PIC X(1).
           05 BD-DC PIC X(5).
           05 FILLER PIC X(1).
           05 BD-POS PIC X(12).
           05 FILLER PIC X(1).
           05 BD-RATE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 BD-LIMIT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 BD-REMARK PIC X(10).
       01 BAND-NONE.
           05 FILLER PIC X(80) VALUE
              'ALL EMPLOYEES ARE PAID WITHIN THEIR BAND.'.
       01 BAND-CNT-LN.
           05 FILLER PIC X(28) VALUE 'BELOW MINIMUM:'.
           05 BC-BELOW PIC ZZZ9.
           05 FILLER PIC X(4).
           05 FILLER PIC X(16) VALUE 'ABOVE MAXIMUM:'.
           05 BC-ABOVE PIC ZZZ9.
           05 FILLER PIC X(4).
           05 FILLER PIC X(16) VALUE 'NO BAND:'.
           05 BC-NOBAND PIC ZZZ9.
      *  SECTION 2 - BUDGETED VERSUS ACTUAL PERSONNEL COST.
       01 SEC2-HDR.
           05 FILLER PIC X(80) VALUE
              'MONTHLY PERSONNEL COST - BUDGET VERSUS ACTUAL'.
       01 HDR5.
           05 FILLER PIC X(23) VALUE 'DEPARTMENT'.
           05 FILLER PIC X(14) VALUE '      BUDGETED'.
           05 FILLER PIC X(14) VALUE '   MASTER RATE'.
           05 FILLER PIC X(14) VALUE '    PAID GROSS'.
           05 FILLER PIC X(15) VALUE '   UNDER/(OVER)'.
       01 COST-DTL.
           05 CD-NAME PIC X(23).
           05 CD-BUDGET PIC ZZZ,ZZZ,ZZ9.99.
           05 CD-RATE PIC ZZZ,ZZZ,ZZ9.99.
           05 CD-PAID PIC ZZZ,ZZZ,ZZ9.99.
           05 CD-VAR PIC ZZZ,ZZZ,ZZ9.99-.
       01 COST-NOTE1.
           05 FILLER PIC X(80) VALUE
              'BUDGETED = PT-BUDGET POSITIONS X BAND MIDPOINT.'.
       01 COST-NOTE2.
           05 FILLER PIC X(80) VALUE
              'UNDER/(OVER) = BUDGETED LESS MASTER RATE.'.
       01 BLNKSCR.
           05 FILLER PIC X(80).
       01 RUN-DATE-WS PIC 9(8).
       01 RUN-PERIOD-WS PIC X(6).
       01 LAST-PERIOD-WS PIC X(6) VALUE SPACES.
      *  THE PLANTILLA RATE BANDS.
       01 PLAN-TABLE.
           05 PLT-ENTRY OCCURS 100 TIMES.
               10 PLT-DC PIC X(5).
               10 PLT-POSTITLE PIC X(15).
               10 PLT-BUDGET PIC 999.
               10 PLT-RATE-MIN PIC 9(6)V99.
               10 PLT-RATE-MAX PIC 9(6)V99.
       01 PLT-CNT PIC 999 VALUE 0.
       01 PLT-SUB PIC 999 VALUE 0.
      *  COST ACCUMULATORS, ONE PER SHARED-TABLE DEPARTMENT PLUS A
      *  LAST ONE FOR CODES NOT IN THE TABLE.
       01 COST-TABLE.
           05 CST-ENTRY OCCURS 11 TIMES.
               10 CST-BUDGET PIC 9(9)V99.
               10 CST-RATE PIC 9(9)V99.
               10 CST-PAID PIC 9(9)V99.
       01 CST-SUB PIC 99 VALUE 0.
       01 CST-OTHER PIC 99 VALUE 0.
       01 CST-VAR PIC S9(9)V99 VALUE 0.
       01 TOT-BUDGET PIC 9(9)V99 VALUE 0.
       01 TOT-RATE PIC 9(9)V99 VALUE 0.
       01 TOT-PAID PIC 9(9)V99 VALUE 0.
       01 MIDPOINT-WS PIC 9(6)V99 VALUE 0.
      *  EMPLOYEE-TO-DEPARTMENT MAP BUILT IN THE MASTER PASS, SO THE
      *  HISTORY LEDGER'S GROSS CAN BE CHARGED TO A DEPARTMENT.
       01 EMP-DC-TABLE.
           05 EDT-ENTRY OCCURS 300 TIMES.
               10 EDT-EMPNO PIC X(10).
               10 EDT-CST PIC 99.
       01 EDT-CNT PIC 999 VALUE 0.
       01 EDT-SUB PIC 999 VALUE 0.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'NO'.
           05 GRAN-NUM PIC 9999 VALUE 0.
           05 SEP-SKIPPED PIC 999 VALUE 0.
           05 HIST-READ PIC 9(6) VALUE 0.
           05 LINES-OUT PIC 9(4) VALUE 0.
           05 BELOW-CNT PIC 9(4) VALUE 0.
           05 ABOVE-CNT PIC 9(4) VALUE 0.
           05 NOBAND-CNT PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
      *  BUDGET-HEARING REPORT: ONE PASS OVER THE MASTER SORTED BY
      *  DEPARTMENT LISTS EVERY ACTIVE EMPLOYEE PAID BELOW THE
      *  MINIMUM OR ABOVE THE MAXIMUM OF THEIR DC/POSITION BAND AND
      *  ACCUMULATES EACH DEPARTMENT'S MASTER RATE COST. THE HISTORY
      *  LEDGER'S LATEST COMPLETE MONTH SUPPLIES THE GROSS PAID, AND
      *  THE PLANTILLA THE BUDGET (POSITIONS X BAND MIDPOINT).
       MAIN-RTN.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-PLAN-RTN.
           IF PLT-CNT = 0
               DISPLAY 'NO PLANTILLA ON FILE - NOTHING TO COMPARE.'
               PERFORM RELEASE-EMPMAST-RTN
               STOP RUN
           END-IF.
           COMPUTE CST-OTHER = DEPT-TAB-MAX + 1.
           INITIALIZE COST-TABLE.
           MOVE 1 TO PLT-SUB.
           PERFORM BUDGET-RTN UNTIL PLT-SUB > PLT-CNT.
           SORT SORT-WORK ON ASCENDING KEY SORT-DC
               ON ASCENDING KEY SORT-EMPNA
               INPUT PROCEDURE IS SEL-EMP-RTN
               GIVING EMP-SORT-OUT.
           OPEN INPUT EMP-SORT-OUT
               OUTPUT BAND-OUT.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM HDR2.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM HDR3.
           PERFORM FIND-LAST-PERIOD-RTN.
           MOVE RUN-DATE-WS TO HR-DATE.
           MOVE LAST-PERIOD-WS TO HR-PERIOD.
           WRITE REP-OUT FROM HDR-RUN.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM SEC1-HDR.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM HDR4.
           READ EMP-SORT-OUT AT END MOVE 'YES' TO EOF.
           PERFORM BAND-EMP-RTN UNTIL EOF = 'YES'.
           CLOSE EMP-SORT-OUT.
           IF BELOW-CNT = 0 AND ABOVE-CNT = 0 AND NOBAND-CNT = 0
               WRITE REP-OUT FROM BAND-NONE
           END-IF.
           WRITE REP-OUT FROM BLNKSCR.
           MOVE BELOW-CNT TO BC-BELOW.
           MOVE ABOVE-CNT TO BC-ABOVE.
           MOVE NOBAND-CNT TO BC-NOBAND.
           WRITE REP-OUT FROM BAND-CNT-LN.
           PERFORM LOAD-PAID-RTN.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM SEC2-HDR.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM HDR5.
           MOVE 1 TO CST-SUB.
           PERFORM PRINT-COST-RTN UNTIL CST-SUB > CST-OTHER.
           WRITE REP-OUT FROM BLNKSCR.
           MOVE 'TOTAL' TO CD-NAME.
           MOVE TOT-BUDGET TO CD-BUDGET.
           MOVE TOT-RATE TO CD-RATE.
           MOVE TOT-PAID TO CD-PAID.
           COMPUTE CST-VAR = TOT-BUDGET - TOT-RATE.
           MOVE CST-VAR TO CD-VAR.
           WRITE REP-OUT FROM COST-DTL.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM COST-NOTE1.
           WRITE REP-OUT FROM COST-NOTE2.
           CLOSE BAND-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'SALARY BAND REPORT COMPLETE'.
           DISPLAY 'CHECK ' SALBAND-FILE-NAME ' FOR THE OUTPUT'.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
      *  ONE PLANTILLA ROW'S BUDGET - POSITIONS TIMES THE BAND
      *  MIDPOINT - CHARGED TO ITS DEPARTMENT.
       BUDGET-RTN.
           MOVE PLT-DC (PLT-SUB) TO DC-S.
           PERFORM FIND-CST-RTN.
           COMPUTE MIDPOINT-WS ROUNDED =
               (PLT-RATE-MIN (PLT-SUB) + PLT-RATE-MAX (PLT-SUB)) / 2.
           COMPUTE CST-BUDGET (CST-SUB) = CST-BUDGET (CST-SUB)
               + (PLT-BUDGET (PLT-SUB) * MIDPOINT-WS).
           ADD 1 TO PLT-SUB.
      *  THE COST BUCKET FOR DC-S - ITS SHARED-TABLE POSITION, OR THE
      *  LAST BUCKET WHEN THE CODE IS NOT IN THE TABLE.
       FIND-CST-RTN.
           MOVE 1 TO DEPT-IDX.
           PERFORM FIND-DEPT-RTN UNTIL DEPT-IDX > DEPT-TAB-MAX
                   OR DC-S = DEPT-CODE(DEPT-IDX).
           IF DEPT-IDX > DEPT-TAB-MAX
               MOVE CST-OTHER TO CST-SUB
           ELSE
               MOVE DEPT-IDX TO CST-SUB
           END-IF.
       FIND-DEPT-RTN.
           ADD 1 TO DEPT-IDX.
      *  ONE EMPLOYEE: SEPARATED EMPLOYEES COST NOTHING AND ARE NOT
      *  CHECKED. AN ACTIVE EMPLOYEE'S RATE IS CHARGED TO THE
      *  DEPARTMENT AND COMPARED WITH THE DC/POSITION BAND.
       BAND-EMP-RTN.
           IF STATS-S = 'SEPARATED   '
               ADD 1 TO SEP-SKIPPED
           ELSE
               ADD 1 TO GRAN-NUM
               PERFORM FIND-CST-RTN
               ADD MONRATE-S TO CST-RATE (CST-SUB)
               IF EDT-CNT < 300
                   ADD 1 TO EDT-CNT
                   MOVE EMPNO-S TO EDT-EMPNO (EDT-CNT)
                   MOVE CST-SUB TO EDT-CST (EDT-CNT)
               END-IF
               PERFORM CHECK-BAND-RTN
           END-IF.
           READ EMP-SORT-OUT AT END MOVE 'YES' TO EOF.
       CHECK-BAND-RTN.
           MOVE 1 TO PLT-SUB.
           PERFORM FIND-PLAN-RTN UNTIL PLT-SUB > PLT-CNT
               OR (PLT-DC (PLT-SUB) = DC-S
                   AND PLT-POSTITLE (PLT-SUB) = POSTITLE-S).
           MOVE SPACES TO BD-REMARK.
           IF PLT-SUB > PLT-CNT
               MOVE 'NO BAND' TO BD-REMARK
               MOVE 0 TO BD-LIMIT
               ADD 1 TO NOBAND-CNT
           ELSE
               IF MONRATE-S < PLT-RATE-MIN (PLT-SUB)
                   MOVE 'BELOW MIN' TO BD-REMARK
                   MOVE PLT-RATE-MIN (PLT-SUB) TO BD-LIMIT
                   ADD 1 TO BELOW-CNT
               ELSE
                   IF MONRATE-S > PLT-RATE-MAX (PLT-SUB)
                       MOVE 'ABOVE MAX' TO BD-REMARK
                       MOVE PLT-RATE-MAX (PLT-SUB) TO BD-LIMIT
                       ADD 1 TO ABOVE-CNT
                   END-IF
               END-IF
           END-IF.
           IF BD-REMARK NOT = SPACES
               MOVE EMPNO-S TO BD-EMPNO
               MOVE EMPNA-S TO BD-EMPNA
               MOVE DC-S TO BD-DC
               MOVE POSTITLE-S TO BD-POS
               MOVE MONRATE-S TO BD-RATE
               WRITE REP-OUT FROM BAND-DTL
               ADD 1 TO LINES-OUT
           END-IF.
       FIND-PLAN-RTN.
           ADD 1 TO PLT-SUB.
      *  ONE DEPARTMENT'S COST LINE. THE UNLISTED-CODE BUCKET PRINTS
      *  ONLY WHEN SOMETHING WAS CHARGED TO IT.
       PRINT-COST-RTN.
           IF CST-SUB < CST-OTHER
               OR CST-BUDGET (CST-SUB) > 0
               OR CST-RATE (CST-SUB) > 0
               OR CST-PAID (CST-SUB) > 0
               IF CST-SUB < CST-OTHER
                   MOVE DEPT-NAME (CST-SUB) TO CD-NAME
               ELSE
                   MOVE 'OTHER / UNLISTED CODE' TO CD-NAME
               END-IF
               MOVE CST-BUDGET (CST-SUB) TO CD-BUDGET
               MOVE CST-RATE (CST-SUB) TO CD-RATE
               MOVE CST-PAID (CST-SUB) TO CD-PAID
               COMPUTE CST-VAR =
                   CST-BUDGET (CST-SUB) - CST-RATE (CST-SUB)
               MOVE CST-VAR TO CD-VAR
               WRITE REP-OUT FROM COST-DTL
               ADD 1 TO LINES-OUT
               ADD CST-BUDGET (CST-SUB) TO TOT-BUDGET
               ADD CST-RATE (CST-SUB) TO TOT-RATE
               ADD CST-PAID (CST-SUB) TO TOT-PAID
           END-IF.
           ADD 1 TO CST-SUB.
      *  THE LATEST COMPLETE MONTH ON THE HISTORY LEDGER NOT AFTER THE
      *  PROCESSING MONTH - ONE WITH A MONTHLY OR MONTH-END CUTOFF
      *  POSTED, SO A 15TH-ONLY MONTH IS NOT CHARGED AS HALF A
      *  MONTH'S COST. A MISSING PAYHIST.TXT (STATUS 35) LEAVES IT
      *  BLANK AND THE PAID COLUMN ZERO.
       FIND-LAST-PERIOD-RTN.
           MOVE SPACES TO LAST-PERIOD-WS.
           MOVE 'NO' TO EOF.
           OPEN INPUT HIST-IN.
           IF HIST-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ HIST-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM FIND-LAST-PERIOD-COMP UNTIL EOF = 'YES'
               CLOSE HIST-IN
           END-IF.
           MOVE 'NO' TO EOF.
       FIND-LAST-PERIOD-COMP.
           IF PH-PERIOD > LAST-PERIOD-WS
               AND PH-PERIOD NOT > RUN-PERIOD-WS
               AND PH-CUTOFF NOT = '1'
               MOVE PH-PERIOD TO LAST-PERIOD-WS
           END-IF.
           READ HIST-IN AT END MOVE 'YES' TO EOF.
      *  CHARGE THAT MONTH'S GROSS - BOTH CUTOFFS ON A SEMI-MONTHLY
      *  PAYROLL - TO EACH EMPLOYEE'S DEPARTMENT.
      *  GROSS PAID TO SOMEONE NO LONGER ACTIVE ON THE MASTER GOES
      *  TO THE UNLISTED BUCKET.
       LOAD-PAID-RTN.
           MOVE 'NO' TO EOF.
           IF LAST-PERIOD-WS NOT = SPACES
               OPEN INPUT HIST-IN
               READ HIST-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-PAID-COMP UNTIL EOF = 'YES'
               CLOSE HIST-IN
           END-IF.
       LOAD-PAID-COMP.
           ADD 1 TO HIST-READ.
           IF PH-PERIOD = LAST-PERIOD-WS
               MOVE 1 TO EDT-SUB
               PERFORM FIND-EDT-RTN UNTIL EDT-SUB > EDT-CNT
                   OR EDT-EMPNO (EDT-SUB) = PH-EMPNO
               IF EDT-SUB > EDT-CNT
                   ADD PH-GROSS TO CST-PAID (CST-OTHER)
               ELSE
                   ADD PH-GROSS TO CST-PAID (EDT-CST (EDT-SUB))
               END-IF
           END-IF.
           READ HIST-IN AT END MOVE 'YES' TO EOF.
       FIND-EDT-RTN.
           ADD 1 TO EDT-SUB.
      *  LOAD THE PLANTILLA FILE. A MISSING PLANTILA.TXT (STATUS 35)
      *  LEAVES THE TABLE EMPTY AND THE RUN REFUSES UP FRONT.
       LOAD-PLAN-RTN.
           MOVE 0 TO PLT-CNT.
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
               MOVE PT-RATE-MIN TO PLT-RATE-MIN (PLT-CNT)
               MOVE PT-RATE-MAX TO PLT-RATE-MAX (PLT-CNT)
           END-IF.
           READ PLAN-IN AT END MOVE 'YES' TO EOF.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'SALBAND-TXT    ' TO RL-JOBNAME.
           MOVE RUN-DATE-WS TO RL-DATE.
           ACCEPT RL-TIME FROM TIME.
           COMPUTE RL-RECS-READ = GRAN-NUM + SEP-SKIPPED + HIST-READ.
           MOVE LINES-OUT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (SALBAND_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO SALBAND-FILE-NAME
               STRING 'SALBAND_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SALBAND-FILE-NAME
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
      *  THE PROCESSING DATE FROM THE SHARED CONTROL FILE, THE
      *  MACHINE DATE WHEN NONE IS SET.
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
           MOVE RUN-DATE-WS (1:6) TO RUN-PERIOD-WS.
