      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
           SELECT ACCT3 ASSIGN TO 'STUDENT.TXT'.
           SELECT ACCT8 ASSIGN TO 'STUDMAST.TXT'
      *  ONE ASSESSMENT FORM PER STUDENT, TERM-TAGGED LIKE PROJECT'S
      *  REPORTS, PLUS THE CASHIER'S BILLING REGISTER.
           SELECT ASSESS-OUT ASSIGN TO ASSESS-FILE-NAME.
           SELECT REG-OUT ASSIGN TO BILLREG-FILE-NAME.
      *  MACHINE-READABLE ASSESSMENT LEDGER, TERM-TAGGED LIKE THE
      *  ASSESSMENT FORMS - ONE RECORD PER BILLED STUDENT SO THE
      *  CASHIER POSTING AND STUDENT LEDGER PROGRAMS REUSE THE
      *  FIGURES INSTEAD OF RETYPING BILLREG.TXT.
           SELECT ALDG-OUT ASSIGN TO ALDG-FILE-NAME
               FILE STATUS IS ALDG-STATUS.
      *  SCRATCH COPY HOLDING THE OTHER COMPANIES' LEDGER ROWS
      *  ACROSS THE REWRITE.
           SELECT ALDG-SCRATCH ASSIGN TO 'ASSESSLN.TXT'.
      *  SCHOLARSHIPS AND DISCOUNTS PER STUDENT - PERCENT OR FIXED
      *  AMOUNT, WITH THE SPONSOR WHEN THE GRANT IS EXTERNALLY
      *  FUNDED. APPLIED DURING ASSESSMENT INSTEAD OF BY HAND.
               FILE STATUS IS SCHOL-STATUS.
      *  SPONSOR BILLING SUMMARY - WHAT EACH EXTERNAL SPONSOR OWES
      *  FOR THE TERM'S GRANTS.
           SELECT SPON-OUT ASSIGN TO SPONSBIL-FILE-NAME.
      *  EMPLOYEE-DEPENDENT LINKS KEPT BY STUDMAINT-TXT - THE PARENT'S
      *  EMPLOYEE NUMBER, THE DEPENDENT DISCOUNT, AND THE PAYROLL
      *  CUTOFFS THE BALANCE IS SPREAD OVER.
           SELECT DEPLINK-IN ASSIGN TO 'DEPLINK.TXT'
               FILE STATUS IS DK-STATUS.
      *  TUITION SALARY DEDUCTIONS - ONE RECORD PER DEPENDENT PER
      *  TERM WHOSE BALANCE THE PARENT PAYS THROUGH PAYROLL.
      *  PAYROLL-TXT RUNS THE BALANCE DOWN AND SEPARATION-PROC
      *  SETTLES WHAT IS LEFT WHEN THE PARENT LEAVES.
           SELECT TDED-FILE ASSIGN TO 'TUITDED.TXT'
               FILE STATUS IS TD-STATUS.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
           05 STUD-NAME3 PIC X(25).
       FD  ACCT8
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS STUDMAST-INFO.
       01  STUDMAST-INFO.
           05 SM-NUM PIC X(12).
           05 SM-NAME PIC X(25).
           05 SM-CRS PIC X(5).
           05 SM-YR PIC 9.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 SM-CO PIC X(4).
       FD  ASSESS-OUT.
       01  ASSESS-LINE-OUT.
           05 FILLER PIC X(80).
           05 AL-STUD PIC X(12).
           05 AL-TERM PIC X(6).
           05 AL-TOTAL PIC 9(7)V99.
       FD  ALDG-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS.
       01  ALDG-SCR-REC PIC X(27).
       FD  SCHOL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS SCHOL-REC.
       01  SCHOL-REC.
           05 SC-STUD PIC X(12).
           05 SC-FIXED PIC 9(6)V99.
      *  SPACES WHEN THE DISCOUNT IS THE SCHOOL'S OWN WRITE-OFF.
           05 SC-SPONSOR PIC X(20).
      *  RETENTION STATUS SET BY SCHOL-RETAIN AT TERM END - A GRANT
      *  MARKED L (LOST) IS NO LONGER APPLIED.
           05 SC-STATUS PIC X(1).
           05 SC-EVAL-TERM PIC X(6).
           05 SC-PREV-STATUS PIC X(1).
       FD  DEPLINK-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS DEPLINK-REC.
       01  DEPLINK-REC.
           05 DK-STUD PIC X(12).
           05 DK-EMPNO PIC X(10).
           05 DK-PCT PIC 999.
           05 DK-INSTALLS PIC 99.
      *  A = ACTIVE, S = PARENT SEPARATED - NO LONGER APPLIED.
           05 DK-LINK-STAT PIC X(1).
       FD  TDED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TUITDED-REC.
       01  TUITDED-REC.
           05 TD-EMPNO PIC X(10).
           05 TD-STUD PIC X(12).
           05 TD-TERM PIC X(6).
           05 TD-TOTAL PIC 9(7)V99.
           05 TD-INSTALL PIC 9(6)V99.
           05 TD-BALANCE PIC 9(7)V99.
      *  THE LAST PAYROLL PERIOD (YYYYMM) THAT COLLECTED ON IT -
      *  SPACES UNTIL THE FIRST DEDUCTION IS TAKEN.
           05 TD-LAST-PER PIC X(6).
       FD  SPON-OUT.
       01  SPON-REP-OUT.
           05 FILLER PIC X(80).
       FD  RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01  RUNLOG-REC.
           05 RL-JOBNAME PIC X(15).
           05 RL-TIME PIC 9(8).
           05 RL-RECS-READ PIC 9(6).
           05 RL-RECS-WRITTEN PIC 9(6).
      *  THE RUN COMPANY (COMPANY.TXT CODE) - BLANK FOR A SHOP-WIDE
      *  JOB.
           05 RL-CO PIC X(4).
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
       WORKING-STORAGE SECTION.
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
       01 COPROF-CODE-WS PIC X(4) VALUE 'TRIS'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01 BILLREG-FILE-NAME PIC X(20) VALUE 'BILLREG.TXT'.
       01 SPONSBIL-FILE-NAME PIC X(20) VALUE 'SPONSBIL.TXT'.
       01 CO-TAG-WS PIC X(5) VALUE SPACES.
      *  ANOTHER COMPANY'S STUDENTS - THEIR ROWS ARE LEFT OUT.
       01 OST-TABLE.
           05 OST-NUM OCCURS 500 TIMES PIC X(12).
       01 OST-CNT PIC 999 VALUE 0.
       01 OST-SUB PIC 999 VALUE 0.
       01 OST-KEY-WS PIC X(12).
       01  HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
       01  SPT-TOT PIC 999 VALUE 0.
       01  SPT-SUB PIC 999 VALUE 0.
       01  CUR-DISC PIC 9(6)V99 VALUE 0.
      *  THE EMPLOYEE-DEPENDENT LINKS AND THE SALARY DEDUCTION FILE,
      *  LOADED ONCE. THE DEDUCTION FILE IS WRITTEN BACK AT THE END
      *  OF THE RUN WITH THIS TERM'S BALANCES ADDED.
       01  DK-STATUS PIC XX.
       01  TD-STATUS PIC XX.
       01  DEP-TABLE.
           05 DPT-ENTRY OCCURS 200 TIMES.
               10 DPT-STUD PIC X(12).
               10 DPT-EMPNO PIC X(10).
               10 DPT-PCT PIC 999.
               10 DPT-INSTALLS PIC 99.
       01  DPT-CNT PIC 999 VALUE 0.
       01  DPT-SUB PIC 999 VALUE 0.
       01  TDED-TABLE.
           05 TDT-ENTRY OCCURS 500 TIMES.
               10 TDT-EMPNO PIC X(10).
               10 TDT-STUD PIC X(12).
               10 TDT-TERM PIC X(6).
               10 TDT-TOTAL PIC 9(7)V99.
               10 TDT-INSTALL PIC 9(6)V99.
               10 TDT-BALANCE PIC 9(7)V99.
               10 TDT-LAST-PER PIC X(6).
       01  TDT-CNT PIC 999 VALUE 0.
       01  TDT-SUB PIC 999 VALUE 0.
       01  CUR-INSTALL PIC 9(6)V99 VALUE 0.
       01  ASSESS-SALDED-LN.
           05 FILLER PIC X(23) VALUE 'SALARY DEDUCTION - EMP '.
           05 ASD-EMPNO PIC X(10).
           05 FILLER PIC X(1).
           05 ASD-CNT PIC Z9.
           05 FILLER PIC X(11) VALUE ' CUTOFFS OF'.
           05 ASD-AMT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(24).
       01  ASSESS-SALRUN-LN.
           05 FILLER PIC X(80) VALUE
              'SALARY DEDUCTION ALREADY UNDER WAY FOR THIS TERM - NOT
      -       ' RECOMPUTED.'.
       01  SPON-TITLE.
           05 FILLER PIC X(28).
           05 FILLER PIC X(24) VALUE 'SPONSOR BILLING SUMMARY'.
           05 FILLER PIC X(40).
       01  TERM-CD PIC X(6) VALUE SPACES.
       01  MISC-FEE-WS PIC 9(5)V99 VALUE 0.
       01  ASSESS-FILE-NAME PIC X(30) VALUE 'ASSESS.TXT'.
       01  ALDG-FILE-NAME PIC X(20) VALUE 'ASSESSLG.TXT'.
       01  ALDG-STATUS PIC XX.
       01  ALDG-EOF PIC X(3) VALUE 'NO'.
      *  PER-STUDENT BILLING WORK FIELDS.
       01  CUR-STUD PIC X(12).
       01  CUR-NAME PIC X(25).
           PERFORM LOAD-ENROLL-RTN.
           PERFORM LOAD-STUDMAST-RTN.
           PERFORM LOAD-SCHOL-RTN.
           PERFORM LOAD-DEP-RTN.
           PERFORM LOAD-TDED-RTN.
           STRING 'ASSESS_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               TERM-CD DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO ASSESS-FILE-NAME.
               TERM-CD DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO ALDG-FILE-NAME.
           PERFORM SAVE-ALDG-RTN.
           OPEN OUTPUT ASSESS-OUT
               OUTPUT REG-OUT
               OUTPUT ALDG-OUT.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE GRAND-BILL TO RG-TOT.
           WRITE REP-OUT FROM REG-GRAND-LN.
           MOVE 'NO' TO ALDG-EOF.
           OPEN INPUT ALDG-SCRATCH.
           READ ALDG-SCRATCH AT END MOVE 'YES' TO ALDG-EOF.
           PERFORM RESTORE-ALDG-COMP UNTIL ALDG-EOF = 'YES'.
           CLOSE ALDG-SCRATCH.
           CLOSE ASSESS-OUT, REG-OUT, ALDG-OUT.
           PERFORM REWRITE-TDED-RTN.
           PERFORM WRITE-SPONSOR-RTN.
           ACCEPT RPT-STAMP-WS FROM DATE YYYYMMDD.
           MOVE 'TUITION-BILL   ' TO RPT-JOB-WS.
           MOVE 'T' TO RPT-CLASS-WS.
           MOVE BILLREG-FILE-NAME TO RPT-SRC-NAME.
           MOVE SPACES TO RPT-DST-NAME.
           STRING 'BILLREG_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               RPT-STAMP-WS DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-DST-NAME.
           PERFORM CATALOG-REPORT-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'BILLING RUN COMPLETE'.
           DISPLAY 'CHECK ' BILLREG-FILE-NAME ' AND ' ASSESS-FILE-NAME.
           STOP RUN.
       LOAD-SUBJ-RTN.
           MOVE 'NO' TO EOF.
               PERFORM LOAD-STUDMAST-REC-RTN UNTIL EOF = 'YES'
               CLOSE ACCT8
           END-IF.
      *  A STUDENT ON ANOTHER COMPANY'S ROLL IS TABLED APART - THEIR
      *  BILLS ARE RUN ON THAT COMPANY'S RUN. A BLANK COMPANY CODE IS
      *  THE HOME COMPANY'S.
       LOAD-STUDMAST-REC-RTN.
           IF SM-CO = COPROF-CODE-WS
               OR (SM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               IF SMT-CNT < 200
                   ADD 1 TO SMT-CNT
                   MOVE SM-NUM TO SMT-NUM (SMT-CNT)
                   MOVE SM-NAME TO SMT-NAME (SMT-CNT)
               END-IF
           ELSE
               IF OST-CNT < 500
                   ADD 1 TO OST-CNT
                   MOVE SM-NUM TO OST-NUM (OST-CNT)
               END-IF
           END-IF.
           READ ACCT8 AT END MOVE 'YES' TO EOF.
      *  ONE ENROLLMENT ROW: IF ITS STUDENT HASN'T BEEN BILLED YET,
       STUDENT-BILL-RTN.
           MOVE ENT-STUD (ENT-SUB) TO CUR-STUD.
           PERFORM CHECK-SEEN-RTN.
           MOVE CUR-STUD TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF SEEN-SW = 'NO' AND OST-SUB > OST-CNT
               PERFORM ADD-SEEN-RTN
               MOVE ENT-NAME (ENT-SUB) TO CUR-NAME
               PERFORM RESOLVE-NAME-RTN
           WRITE ASSESS-LINE-OUT FROM ASSESS-MISC-LN.
           COMPUTE CUR-TOT = CUR-TUIT + MISC-FEE-WS.
           PERFORM APPLY-DISC-RTN.
           PERFORM APPLY-DEP-RTN.
           MOVE CUR-TOT TO AT-AMT.
           WRITE ASSESS-LINE-OUT FROM ASSESS-TOT-LN.
           PERFORM SALARY-DED-RTN.
           WRITE ASSESS-LINE-OUT FROM RULE-LINE.
           MOVE CUR-STUD TO RD-NUM.
           MOVE CUR-NAME TO RD-NAME.
           END-IF.
       FIND-SCHOL-RTN.
           ADD 1 TO SCT-SUB.
      *  APPLY THE EMPLOYEE-DEPENDENT DISCOUNT FOR A STUDENT LINKED
      *  TO AN ACTIVE EMPLOYEE - A PERCENT OF WHAT IS LEFT AFTER ANY
      *  SCHOLARSHIP, SO THE TWO NEVER ADD UP TO MORE THAN THE
      *  ASSESSMENT. DPT-SUB IS LEFT ON THE LINK FOR SALARY-DED-RTN.
       APPLY-DEP-RTN.
           MOVE 1 TO DPT-SUB.
           PERFORM FIND-DEP-RTN UNTIL DPT-SUB > DPT-CNT
               OR DPT-STUD (DPT-SUB) = CUR-STUD.
           IF DPT-SUB <= DPT-CNT
               IF DPT-PCT (DPT-SUB) > 0
                   COMPUTE CUR-DISC ROUNDED =
                       CUR-TOT * DPT-PCT (DPT-SUB) / 100
                   IF CUR-DISC > CUR-TOT
                       MOVE CUR-TOT TO CUR-DISC
                   END-IF
                   MOVE 'EMPL DEP' TO ADC-TYPE
                   MOVE CUR-DISC TO ADC-AMT
                   WRITE ASSESS-LINE-OUT FROM ASSESS-DISC-LN
                   SUBTRACT CUR-DISC FROM CUR-TOT
               END-IF
           END-IF.
       FIND-DEP-RTN.
           ADD 1 TO DPT-SUB.
      *  A LINKED STUDENT WHOSE PARENT PAYS THROUGH PAYROLL: THE NET
      *  ASSESSMENT GOES ON THE SALARY DEDUCTION FILE, SPLIT OVER THE
      *  LINK'S CUTOFFS (ROUNDED UP TO THE CENTAVO SO THE LAST CUTOFF
      *  IS NEVER THE LARGEST). A RERUN FOR THE TERM REPLACES A
      *  DEDUCTION NOT YET STARTED, OR DROPS IT WHEN THE LINK NO
      *  LONGER CALLS FOR ONE; ONE PAYROLL HAS ALREADY COLLECTED ON
      *  IS LEFT ALONE.
       SALARY-DED-RTN.
           MOVE 1 TO TDT-SUB.
           PERFORM FIND-TDED-RTN UNTIL TDT-SUB > TDT-CNT
               OR (TDT-STUD (TDT-SUB) = CUR-STUD
                   AND TDT-TERM (TDT-SUB) = TERM-CD
                   AND TDT-TOTAL (TDT-SUB) > 0).
           IF TDT-SUB <= TDT-CNT
               IF TDT-LAST-PER (TDT-SUB) NOT = SPACES
                   WRITE ASSESS-LINE-OUT FROM ASSESS-SALRUN-LN
               ELSE
                   MOVE 0 TO TDT-TOTAL (TDT-SUB)
                   PERFORM SALARY-DED-SET-RTN
               END-IF
           ELSE
               IF TDT-CNT < 500
                   ADD 1 TO TDT-CNT
                   MOVE 0 TO TDT-TOTAL (TDT-CNT)
                   MOVE SPACES TO TDT-LAST-PER (TDT-CNT)
                   MOVE TDT-CNT TO TDT-SUB
                   PERFORM SALARY-DED-SET-RTN
               END-IF
           END-IF.
      *  FILL TDT-SUB FROM THE LINK. WITH NO PAYROLL DEDUCTION DUE THE
      *  ENTRY STAYS AT A ZERO TOTAL AND IS NOT WRITTEN BACK.
       SALARY-DED-SET-RTN.
           IF DPT-SUB <= DPT-CNT
               IF DPT-INSTALLS (DPT-SUB) > 0 AND CUR-TOT > 0
                   COMPUTE CUR-INSTALL ROUNDED =
                       CUR-TOT / DPT-INSTALLS (DPT-SUB)
                   IF CUR-INSTALL * DPT-INSTALLS (DPT-SUB) < CUR-TOT
                       ADD 0.01 TO CUR-INSTALL
                   END-IF
                   MOVE DPT-EMPNO (DPT-SUB) TO TDT-EMPNO (TDT-SUB)
                   MOVE CUR-STUD TO TDT-STUD (TDT-SUB)
                   MOVE TERM-CD TO TDT-TERM (TDT-SUB)
                   MOVE CUR-TOT TO TDT-TOTAL (TDT-SUB)
                   MOVE CUR-INSTALL TO TDT-INSTALL (TDT-SUB)
                   MOVE CUR-TOT TO TDT-BALANCE (TDT-SUB)
                   MOVE DPT-EMPNO (DPT-SUB) TO ASD-EMPNO
                   MOVE DPT-INSTALLS (DPT-SUB) TO ASD-CNT
                   MOVE CUR-INSTALL TO ASD-AMT
                   WRITE ASSESS-LINE-OUT FROM ASSESS-SALDED-LN
               END-IF
           END-IF.
       FIND-TDED-RTN.
           ADD 1 TO TDT-SUB.
       TALLY-SPONSOR-RTN.
           MOVE 1 TO SPT-SUB.
           PERFORM FIND-SPONSOR-RTN UNTIL SPT-SUB > SPT-TOT
               CLOSE SCHOL-IN
           END-IF.
       LOAD-SCHOL-REC-RTN.
           IF SCT-CNT < 200 AND SC-STATUS NOT = 'L'
               ADD 1 TO SCT-CNT
               MOVE SC-STUD TO SCT-STUD (SCT-CNT)
               MOVE SC-TYPE TO SCT-TYPE (SCT-CNT)
               MOVE SC-SPONSOR TO SCT-SPONSOR (SCT-CNT)
           END-IF.
           READ SCHOL-IN AT END MOVE 'YES' TO EOF.
      *  LOAD THE ACTIVE EMPLOYEE-DEPENDENT LINKS. A MISSING
      *  DEPLINK.TXT (STATUS 35) MEANS NO DEPENDENTS ARE LINKED.
       LOAD-DEP-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT DEPLINK-IN.
           IF DK-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ DEPLINK-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-DEP-REC-RTN UNTIL EOF = 'YES'
               CLOSE DEPLINK-IN
           END-IF.
       LOAD-DEP-REC-RTN.
           IF DPT-CNT < 200 AND DK-LINK-STAT = 'A'
               ADD 1 TO DPT-CNT
               MOVE DK-STUD TO DPT-STUD (DPT-CNT)
               MOVE DK-EMPNO TO DPT-EMPNO (DPT-CNT)
               MOVE DK-PCT TO DPT-PCT (DPT-CNT)
               MOVE DK-INSTALLS TO DPT-INSTALLS (DPT-CNT)
           END-IF.
           READ DEPLINK-IN AT END MOVE 'YES' TO EOF.
      *  LOAD THE SALARY DEDUCTION FILE. A MISSING TUITDED.TXT
      *  (STATUS 35) STARTS EMPTY.
       LOAD-TDED-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT TDED-FILE.
           IF TD-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ TDED-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-TDED-REC-RTN UNTIL EOF = 'YES'
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
           END-IF.
           READ TDED-FILE AT END MOVE 'YES' TO EOF.
      *  WRITE THE SALARY DEDUCTION FILE BACK, LESS ANY ENTRY A RERUN
      *  DROPPED. A RUN WITH NOTHING LOADED OR ADDED LEAVES IT ALONE.
       REWRITE-TDED-RTN.
           IF TDT-CNT > 0
               OPEN OUTPUT TDED-FILE
               MOVE 1 TO TDT-SUB
               PERFORM REWRITE-TDED-COMP UNTIL TDT-SUB > TDT-CNT
               CLOSE TDED-FILE
           END-IF.
       REWRITE-TDED-COMP.
           IF TDT-TOTAL (TDT-SUB) > 0
               MOVE TDT-EMPNO (TDT-SUB) TO TD-EMPNO
               MOVE TDT-STUD (TDT-SUB) TO TD-STUD
               MOVE TDT-TERM (TDT-SUB) TO TD-TERM
               MOVE TDT-TOTAL (TDT-SUB) TO TD-TOTAL
               MOVE TDT-INSTALL (TDT-SUB) TO TD-INSTALL
               MOVE TDT-BALANCE (TDT-SUB) TO TD-BALANCE
               MOVE TDT-LAST-PER (TDT-SUB) TO TD-LAST-PER
               WRITE TUITDED-REC
           END-IF.
           ADD 1 TO TDT-SUB.
      *  THE SPONSOR BILLING SUMMARY - ONE LINE PER EXTERNAL SPONSOR
      *  WITH THE TERM'S GRANT COUNT AND AMOUNT TO INVOICE.
       WRITE-SPONSOR-RTN.
           MOVE ENT-CNT TO RL-RECS-READ.
           MOVE BILL-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (BILLREG_RIVL.TXT FOR A RIVL RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO BILLREG-FILE-NAME
               STRING 'BILLREG_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO BILLREG-FILE-NAME
               MOVE SPACES TO SPONSBIL-FILE-NAME
               STRING 'SPONSBIL_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SPONSBIL-FILE-NAME
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
      *  COPY THE OTHER COMPANIES' ROWS OF THE TERM'S LEDGER TO THE
      *  SCRATCH FILE - THE RUN COMPANY'S ARE REBUILT AND THE OTHERS
      *  WRITTEN BACK BEHIND THEM. A MISSING LEDGER (STATUS 35) HAS
      *  NONE TO KEEP.
       SAVE-ALDG-RTN.
           MOVE 'NO' TO ALDG-EOF.
           OPEN OUTPUT ALDG-SCRATCH.
           OPEN INPUT ALDG-OUT.
           IF ALDG-STATUS = '35'
               MOVE 'YES' TO ALDG-EOF
           ELSE
               READ ALDG-OUT
                   AT END MOVE 'YES' TO ALDG-EOF
               END-READ
               PERFORM SAVE-ALDG-COMP UNTIL ALDG-EOF = 'YES'
               CLOSE ALDG-OUT
           END-IF.
           CLOSE ALDG-SCRATCH.
       SAVE-ALDG-COMP.
           MOVE AL-STUD TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF OST-SUB <= OST-CNT
               WRITE ALDG-SCR-REC FROM ALDG-REC
           END-IF.
           READ ALDG-OUT AT END MOVE 'YES' TO ALDG-EOF.
       RESTORE-ALDG-COMP.
           WRITE ALDG-REC FROM ALDG-SCR-REC.
           READ ALDG-SCRATCH AT END MOVE 'YES' TO ALDG-EOF.
      *  IS OST-KEY-WS ANOTHER COMPANY'S STUDENT? OST-SUB ENDS PAST
      *  OST-CNT WHEN NOT.
       FIND-OST-RTN.
           MOVE 1 TO OST-SUB.
           PERFORM FIND-OST-COMP UNTIL OST-SUB > OST-CNT
               OR OST-NUM (OST-SUB) = OST-KEY-WS.
       FIND-OST-COMP.
           ADD 1 TO OST-SUB.
