       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-PAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  COMPANY PROFILE FILE - NAME AND ADDRESS FOR THE REPORT
      *  LETTERHEAD, KEYED BY COMPANY CODE, SO A REORGANIZATION IS A
      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  A TERM'S ASSESSMENT LEDGER WRITTEN BY TUITION-BILL - READ
      *  FOR THE TERM BEING REFUNDED AND FOR EVERY OTHER TERM THE
      *  PAYMENTS, ADJUSTMENTS, OR HOLDS MENTION.
           SELECT ALDG-IN ASSIGN TO ALDG-FILE-NAME
               FILE STATUS IS ALDG-STATUS.
      *  PAYMENTS POSTED BY CASHIER-POST AND BY PAYROLL-TXT.
           SELECT PAY-IN ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS PAY-STATUS.
      *  LEDGER ADJUSTMENTS POSTED BY REG-TRANS FOR DROP REFUNDS.
           SELECT ADJ-IN ASSIGN TO "TUITADJ.TXT"
               FILE STATUS IS ADJ-STATUS.
      *  REFUNDS ALREADY PAID OUT BY THIS RUN - ONE RECORD PER
      *  VOUCHER, APPENDED ON EVERY FINAL RUN. STUD-LEDGER AND
      *  FIN-HOLD SET THESE BACK AGAINST THE PAYMENTS.
           SELECT REFPAID-FILE ASSIGN TO "REFPAID.TXT"
               FILE STATUS IS REFPAID-STATUS.
      *  THE STUDENT MASTER, FOR NAMES.
           SELECT ACCT8 ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS SM-STATUS.
      *  STUDENT HOLDS - A STUDENT WITH ANY HOLD ACTIVE IS NOT PAID.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.TXT"
               FILE STATUS IS HOLD-STATUS.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  THE DATE STAMPED ON THE VOUCHERS AND THE GL LINES. A
      *  MISSING PROCDATE.TXT FALLS BACK TO THE MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  THE REFUND REGISTER, TAGGED WITH THE TERM CODE.
           SELECT RPT-OUT ASSIGN TO RPT-FILE-NAME.
      *  CHECK-PREPARATION LIST FOR THE TREASURY - STUDENTS HAVE NO
      *  BANK ACCOUNT ON FILE, SO EVERY REFUND GOES OUT BY CHECK.
           SELECT CHECK-OUT ASSIGN TO REFCHECK-FILE-NAME.
      *  GENERAL LEDGER INTERFACE - BALANCED JOURNAL LINES FOR THE
      *  PAYOUT APPENDED TO THE SHARED POSTING FILE, WITH A PROOF
      *  LISTING THAT TIES BACK TO THE REGISTER TOTAL.
           SELECT GLMAP-IN ASSIGN TO "GLMAP.TXT"
               FILE STATUS IS GLMAP-STATUS.
      *  THE CHART OF ACCOUNTS KEPT BY COA-MAINT - A GLMAP.TXT ENTRY
      *  NAMING AN ACCOUNT NOT ON IT IS REFUSED.
           SELECT COA-IN ASSIGN TO "COAMAST.TXT"
               FILE STATUS IS COA-STATUS.
           SELECT GLPOST-OUT ASSIGN TO "GLPOST.TXT"
               FILE STATUS IS GLPOST-STATUS.
           SELECT GLPROOF-OUT ASSIGN TO GLPROOFR-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD ALDG-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS ALDG-REC.
       01 ALDG-REC.
           05 AL-STUD PIC X(12).
           05 AL-TERM PIC X(6).
           05 AL-TOTAL PIC 9(7)V99.
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
      *  SAME SHAPE AS A PAYMENTS.TXT RECORD. THE VOUCHER NUMBER IS
      *  'RV' AND A SIX-DIGIT SEQUENCE CARRIED ON FROM THE FILE.
       FD REFPAID-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS REFPAID-REC.
       01 REFPAID-REC.
           05 RF-VOUCH.
               10 RF-VOUCH-TAG PIC X(2).
               10 RF-VOUCH-SEQ PIC 9(6).
           05 RF-DATE PIC 9(8).
           05 RF-STUD PIC X(12).
           05 RF-TERM PIC X(6).
           05 RF-AMOUNT PIC 9(7)V99.
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
       FD HOLD-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS HOLD-REC.
       01 HOLD-REC.
           05 HD-STUD PIC X(12).
           05 HD-TYPE PIC X(1).
           05 HD-REASON PIC X(20).
           05 HD-STATUS PIC X(1).
           05 HD-ORIGIN PIC X(1).
           05 HD-TERM PIC X(6).
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
       FD RPT-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
       FD CHECK-OUT.
       01 CHECK-REP-OUT.
           05 FILLER PIC X(80).
       FD GLMAP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS GLMAP-REC.
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
           05 GL-SOURCE PIC X(15).
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
       WORKING-STORAGE SECTION.
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
       01 REFCHECK-FILE-NAME PIC X(20) VALUE 'REFCHECK.TXT'.
       01 GLPROOFR-FILE-NAME PIC X(20) VALUE 'GLPROOFR.TXT'.
       01 CO-TAG-WS PIC X(5) VALUE SPACES.
      *  ANOTHER COMPANY'S STUDENTS - THEIR ROWS ARE LEFT OUT.
       01 OST-TABLE.
           05 OST-NUM OCCURS 2000 TIMES PIC X(12).
       01 OST-CNT PIC 9(4) VALUE 0.
       01 OST-SUB PIC 9(4) VALUE 0.
       01 OST-KEY-WS PIC X(12).
       01 HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(20).
       01 HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'GREENHILLS, SAN JUAN CITY'.
           05 FILLER PIC X(20).
       01 RPT-TITLE.
           05 FILLER PIC X(27).
           05 FILLER PIC X(26) VALUE 'STUDENT REFUND REGISTER'.
           05 FILLER PIC X(27).
       01 TERM-HDR.
           05 FILLER PIC X(6) VALUE 'TERM: '.
           05 TERM-HDR-CD PIC X(6).
           05 FILLER PIC X(4).
           05 FILLER PIC X(10) VALUE 'PAY DATE: '.
           05 TH-DATE PIC 9(8).
           05 FILLER PIC X(46).
       01 TRIAL-BANNER.
           05 FILLER PIC X(25).
           05 FILLER PIC X(30) VALUE
              '*** TRIAL RUN - NOT POSTED ***'.
           05 FILLER PIC X(25).
       01 SEC-HDR.
           05 SH-NAME PIC X(80).
       01 PAID-COL-HDR.
           05 FILLER PIC X(10) VALUE 'VOUCHER'.
           05 FILLER PIC X(14) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(2).
           05 FILLER PIC X(27) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(10) VALUE '    REFUND'.
           05 FILLER PIC X(17).
       01 PAID-LINE.
           05 PL-VOUCH PIC X(8).
           05 FILLER PIC X(2).
           05 PL-STUD PIC X(12).
           05 FILLER PIC X(4).
           05 PL-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 PL-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(17).
       01 SKIP-COL-HDR.
           05 FILLER PIC X(14) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(2).
           05 FILLER PIC X(27) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(10) VALUE '    CREDIT'.
           05 FILLER PIC X(2).
           05 FILLER PIC X(25) VALUE 'REASON NOT PAID'.
       01 SKIP-LINE.
           05 SL-STUD PIC X(12).
           05 FILLER PIC X(4).
           05 SL-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 SL-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 SL-REASON PIC X(25).
       01 SEC-TOT-LINE.
           05 FILLER PIC X(10) VALUE 'STUDENTS: '.
           05 ST-CNT PIC ZZZ9.
           05 FILLER PIC X(4).
           05 FILLER PIC X(8) VALUE 'AMOUNT: '.
           05 ST-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(42).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
       01 CHECK-HDR.
           05 FILLER PIC X(80) VALUE
              'STUDENT REFUNDS - PREPARE CHECKS'.
       01 CHECK-LINE.
           05 CK-VOUCH PIC X(8).
           05 FILLER PIC X(2).
           05 CK-STUD PIC X(12).
           05 FILLER PIC X(3).
           05 CK-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 CK-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(16).
       01 CHECK-TOT.
           05 FILLER PIC X(52) VALUE 'TOTAL CHECKS'.
           05 CT-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(16).
       01 ALDG-STATUS PIC XX.
       01 PAY-STATUS PIC XX.
       01 ADJ-STATUS PIC XX.
       01 REFPAID-STATUS PIC XX.
       01 SM-STATUS PIC XX.
       01 HOLD-STATUS PIC XX.
       01 PROCDATE-STATUS PIC XX.
       01 ALDG-FILE-NAME PIC X(22) VALUE 'ASSESSLG.TXT'.
       01 RPT-FILE-NAME PIC X(30) VALUE 'REFUND.TXT'.
       01 KEY-TERM PIC X(6).
       01 RUN-DATE-WS PIC 9(8) VALUE 0.
       01 FINAL-ANSWER PIC X VALUE 'N'.
      *  THE TERMS WHOSE LEDGERS ARE READ - THE TERM BEING REFUNDED
      *  FIRST, THEN EVERY OTHER TERM SEEN ON THE PAYMENTS, THE
      *  ADJUSTMENTS, OR THE HOLDS, SO A BALANCE STILL OWED ON ONE
      *  OF THEM STOPS THE REFUND.
       01 TERM-TABLE.
           05 TRM-ENTRY OCCURS 20 TIMES.
               10 TRM-CODE PIC X(6).
               10 TRM-FOUND PIC X(3).
       01 TRM-CNT PIC 99 VALUE 0.
       01 TRM-SUB PIC 99 VALUE 0.
      *  EACH STUDENT'S ASSESSMENT, PAYMENTS, AND REFUNDS ALREADY
      *  PAID OUT PER TERM. THE BALANCE IS ASSESS - PAID + REFUND,
      *  SO A REFUND ONCE PAID CLOSES THE CREDIT AND A RERUN FINDS
      *  NOTHING LEFT TO PAY.
       01 LEDG-TABLE.
           05 LGT-ENTRY OCCURS 2000 TIMES.
               10 LGT-STUD PIC X(12).
               10 LGT-TERM PIC X(6).
               10 LGT-ASSESS PIC 9(7)V99.
               10 LGT-PAID PIC 9(7)V99.
               10 LGT-REFUND PIC 9(7)V99.
       01 LGT-CNT PIC 9(4) VALUE 0.
       01 LGT-SUB PIC 9(4) VALUE 0.
       01 LGT-POS PIC 9(4) VALUE 0.
      *  ACTIVE HOLDS ONLY, OF ANY TYPE OR ORIGIN.
       01 HOLD-TABLE.
           05 HLT-STUD PIC X(12) OCCURS 2000 TIMES.
       01 HLT-CNT PIC 9(4) VALUE 0.
       01 HLT-SUB PIC 9(4) VALUE 0.
       01 SMT-TABLE.
           05 SMT-ENTRY OCCURS 2000 TIMES.
               10 SMT-NUM PIC X(12).
               10 SMT-NAME PIC X(25).
       01 SMT-CNT PIC 9(4) VALUE 0.
       01 SMT-SUB PIC 9(4) VALUE 0.
      *  THIS RUN'S CANDIDATES - EVERY STUDENT IN CREDIT ON THE TERM,
      *  EITHER P(AID) WITH A VOUCHER OR S(KIPPED) WITH THE REASON.
       01 RESULT-TABLE.
           05 RST-ENTRY OCCURS 500 TIMES.
               10 RST-STUD PIC X(12).
               10 RST-AMOUNT PIC 9(7)V99.
               10 RST-ACT PIC X(1).
               10 RST-VOUCH PIC X(8).
               10 RST-REASON PIC X(25).
       01 RST-CNT PIC 999 VALUE 0.
       01 RST-SUB PIC 999 VALUE 0.
       01 VOUCH-WS.
           05 VOUCH-TAG-WS PIC X(2) VALUE 'RV'.
           05 VOUCH-SEQ-WS PIC 9(6) VALUE 0.
       01 CUR-STUD PIC X(12).
       01 CUR-TERM PIC X(6).
       01 CUR-BAL PIC S9(7)V99 VALUE 0.
       01 CUR-REFUND PIC 9(7)V99 VALUE 0.
       01 CUR-REASON PIC X(25).
       01 CUR-NAME PIC X(25).
       01 PAID-CNT PIC 9(4) VALUE 0.
       01 PAID-TOTAL PIC 9(9)V99 VALUE 0.
       01 SKIP-CNT PIC 9(4) VALUE 0.
       01 SKIP-TOTAL PIC 9(9)V99 VALUE 0.
       01 SEC-CNT PIC 9(4) VALUE 0.
       01 SEC-AMT PIC 9(9)V99 VALUE 0.
      *  GL INTERFACE WORK FIELDS - COMPILED ACCOUNT MAP OVERRIDDEN
      *  BY GLMAP.TXT ENTRY BY ENTRY. THE PAYOUT CLEARS THE STUDENT
      *  CREDIT BALANCES AGAINST THE BANK.
       01 GLMAP-STATUS PIC XX.
       01 GLPOST-STATUS PIC XX.
       01 GLMAP-TABLE-VALUES.
           05 FILLER PIC X(14) VALUE 'STUCR 21080000'.
           05 FILLER PIC X(14) VALUE 'BANK  11010000'.
       01 GLMAP-TABLE REDEFINES GLMAP-TABLE-VALUES.
           05 GLM-ENTRY OCCURS 2 TIMES.
              10 GLM-SOURCE PIC X(6).
              10 GLM-ACCT PIC X(8).
       01 GLM-TAB-MAX PIC 99 VALUE 2.
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
       01 GLPROOF-HDR.
           05 FILLER PIC X(22).
           05 FILLER PIC X(36) VALUE
              'STUDENT REFUND GL POSTING PROOF'.
           05 FILLER PIC X(22).
       01 GLPROOF-DTL.
           05 GP-ACCT PIC X(8).
           05 FILLER PIC X(2).
           05 GP-DRCR PIC X(1).
           05 FILLER PIC X(2).
           05 GP-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 GP-DESC PIC X(20).
           05 FILLER PIC X(31).
       01 GLPROOF-TOT.
           05 FILLER PIC X(11) VALUE 'DEBITS:'.
           05 GP-DR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE '  CREDITS:'.
           05 GP-CR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(30).
       01 GLPROOF-TIE.
           05 FILLER PIC X(34) VALUE
              'REGISTER TOTAL REFUNDED:'.
           05 GP-TIE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(34).
       01 GL-DR-TOT PIC 9(9)V99 VALUE 0.
       01 GL-CR-TOT PIC 9(9)V99 VALUE 0.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
           05 FULL-SW PIC X(3) VALUE 'NO'.
           05 FINAL-SW PIC X(3) VALUE 'NO'.
           05 HOLD-SW PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  STUDENT REFUND PAYOUT: EVERY STUDENT LEFT IN CREDIT ON THE
      *  TERM'S LEDGER AFTER ALL ADJUSTMENTS AND PAYMENTS IS PAID
      *  THE CREDIT BY CHECK, UNLESS A HOLD IS ACTIVE OR A BALANCE IS
      *  STILL OWED ON ANOTHER TERM. A FINAL RUN VOUCHERS THE
      *  REFUNDS ON REFPAID.TXT, LISTS THE CHECKS, AND POSTS THE
      *  PAYOUT TO THE GL. A TRIAL RUN PRINTS THE REGISTER ONLY.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           DISPLAY 'ENTER TERM CODE: '.
           ACCEPT KEY-TERM.
           DISPLAY 'FINAL RUN - PAY AND POST THE REFUNDS (Y/N)? '.
           ACCEPT FINAL-ANSWER.
           IF FINAL-ANSWER = 'Y' OR FINAL-ANSWER = 'y'
               MOVE 'YES' TO FINAL-SW
           END-IF.
           PERFORM GET-PROC-DATE-RTN.
           MOVE 1 TO TRM-CNT.
           MOVE KEY-TERM TO TRM-CODE (1).
           PERFORM LOAD-HOLDS-RTN.
           PERFORM SCAN-PAY-TERMS-RTN.
           PERFORM SCAN-ADJ-TERMS-RTN.
           PERFORM LOAD-OST-RTN.
           MOVE 1 TO TRM-SUB.
           PERFORM LOAD-ALDG-RTN UNTIL TRM-SUB > TRM-CNT.
           IF TRM-FOUND (1) = 'NO'
               DISPLAY 'NO ASSESSMENT LEDGER FOR ' KEY-TERM
                   ' - RUN TUITION-BILL.'
               STOP RUN
           END-IF.
           IF FULL-SW = 'YES'
               DISPLAY 'LEDGER OR HOLD TABLE FULL - RUN ABORTED, '
                   'NOTHING PAID.'
               STOP RUN
           END-IF.
           PERFORM LOAD-PAY-RTN.
           PERFORM LOAD-ADJ-RTN.
           PERFORM LOAD-REFPAID-RTN.
           PERFORM LOAD-STUDMAST-RTN.
           MOVE 1 TO LGT-SUB.
           PERFORM SELECT-RTN UNTIL LGT-SUB > LGT-CNT.
           IF FULL-SW = 'YES'
               DISPLAY 'MORE THAN 500 STUDENTS IN CREDIT - RUN '
                   'ABORTED, NOTHING PAID.'
               STOP RUN
           END-IF.
           IF FINAL-SW = 'YES' AND PAID-CNT > 0
               PERFORM WRITE-REFPAID-RTN
               PERFORM WRITE-CHECKS-RTN
               PERFORM WRITE-GLPOST-RTN
           END-IF.
           STRING 'REFUND_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               KEY-TERM DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-FILE-NAME.
           PERFORM WRITE-REPORT-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'REFUND RUN COMPLETE FOR ' KEY-TERM.
           DISPLAY 'PAID: ' PAID-CNT '  SKIPPED: ' SKIP-CNT.
           IF FINAL-SW = 'NO'
               DISPLAY 'TRIAL RUN - NOTHING PAID OR POSTED.'
           END-IF.
           DISPLAY 'CHECK ' RPT-FILE-NAME ' FOR THE OUTPUT'.
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
      *  TABLE THE STUDENTS WITH A HOLD ACTIVE, AND NOTE THE TERM OF
      *  EVERY HOLD. A MISSING HOLDS.TXT (STATUS 35) IS AN EMPTY ONE.
       LOAD-HOLDS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ HOLD-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-HOLDS-REC-RTN UNTIL EOF = 'YES'
               CLOSE HOLD-FILE
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-HOLDS-REC-RTN.
           IF HD-STATUS = 'A'
               IF HLT-CNT >= 2000
                   MOVE 'YES' TO FULL-SW
               ELSE
                   ADD 1 TO HLT-CNT
                   MOVE HD-STUD TO HLT-STUD (HLT-CNT)
               END-IF
           END-IF.
           MOVE HD-TERM TO CUR-TERM.
           PERFORM NOTE-TERM-RTN.
           READ HOLD-FILE AT END MOVE 'YES' TO EOF.
      *  NOTE EVERY TERM A PAYMENT WAS POSTED TO.
       SCAN-PAY-TERMS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAY-IN.
           IF PAY-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAY-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SCAN-PAY-TERMS-COMP UNTIL EOF = 'YES'
               CLOSE PAY-IN
           END-IF.
           MOVE 'NO' TO EOF.
       SCAN-PAY-TERMS-COMP.
           MOVE PY-TERM TO CUR-TERM.
           PERFORM NOTE-TERM-RTN.
           READ PAY-IN AT END MOVE 'YES' TO EOF.
      *  NOTE EVERY TERM A DROP-REFUND ADJUSTMENT WAS POSTED TO.
       SCAN-ADJ-TERMS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ADJ-IN.
           IF ADJ-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ADJ-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SCAN-ADJ-TERMS-COMP UNTIL EOF = 'YES'
               CLOSE ADJ-IN
           END-IF.
           MOVE 'NO' TO EOF.
       SCAN-ADJ-TERMS-COMP.
           MOVE TA-TERM TO CUR-TERM.
           PERFORM NOTE-TERM-RTN.
           READ ADJ-IN AT END MOVE 'YES' TO EOF.
      *  ADD CUR-TERM TO THE TERM TABLE ONCE. PAST 20 TERMS THE
      *  OLDEST LEDGERS ARE THE ONES LEFT UNREAD.
       NOTE-TERM-RTN.
           IF CUR-TERM NOT = SPACES
               MOVE 1 TO TRM-SUB
               PERFORM FIND-TERM-COMP UNTIL TRM-SUB > TRM-CNT
                   OR TRM-CODE (TRM-SUB) = CUR-TERM
               IF TRM-SUB > TRM-CNT AND TRM-CNT < 20
                   ADD 1 TO TRM-CNT
                   MOVE CUR-TERM TO TRM-CODE (TRM-CNT)
               END-IF
           END-IF.
       FIND-TERM-COMP.
           ADD 1 TO TRM-SUB.
      *  LOAD ONE TERM'S ASSESSMENT LEDGER. A MISSING FILE (STATUS
      *  35) IS NOTED AGAINST THE TERM.
       LOAD-ALDG-RTN.
           MOVE SPACES TO ALDG-FILE-NAME.
           STRING 'ASSESSLG_' DELIMITED BY SIZE
               TRM-CODE (TRM-SUB) DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO ALDG-FILE-NAME.
           MOVE 'NO' TO EOF.
           OPEN INPUT ALDG-IN.
           IF ALDG-STATUS = '35'
               MOVE 'NO' TO TRM-FOUND (TRM-SUB)
           ELSE
               MOVE 'YES' TO TRM-FOUND (TRM-SUB)
               READ ALDG-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-ALDG-REC-RTN UNTIL EOF = 'YES'
               CLOSE ALDG-IN
           END-IF.
           MOVE 'NO' TO EOF.
           ADD 1 TO TRM-SUB.
      *  ANOTHER COMPANY'S STUDENTS ARE PASSED OVER - THEIR REFUNDS
      *  ARE PAID AND POSTED ON THAT COMPANY'S RUN.
       LOAD-ALDG-REC-RTN.
           MOVE AL-STUD TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF OST-SUB NOT > OST-CNT
               READ ALDG-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
           ELSE
           IF LGT-CNT >= 2000
               MOVE 'YES' TO FULL-SW
               MOVE 'YES' TO EOF
           ELSE
               ADD 1 TO LGT-CNT
               MOVE AL-STUD TO LGT-STUD (LGT-CNT)
               MOVE TRM-CODE (TRM-SUB) TO LGT-TERM (LGT-CNT)
               MOVE AL-TOTAL TO LGT-ASSESS (LGT-CNT)
               MOVE 0 TO LGT-PAID (LGT-CNT)
               MOVE 0 TO LGT-REFUND (LGT-CNT)
               READ ALDG-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
           END-IF
           END-IF.
      *  SET POSTED PAYMENTS AGAINST THE ASSESSMENTS BY STUDENT AND
      *  TERM. A MISSING PAYMENTS.TXT (STATUS 35) MEANS NOBODY HAS
      *  PAID YET.
       LOAD-PAY-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAY-IN.
           IF PAY-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAY-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-PAY-REC-RTN UNTIL EOF = 'YES'
               CLOSE PAY-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-PAY-REC-RTN.
           MOVE PY-STUD TO CUR-STUD.
           MOVE PY-TERM TO CUR-TERM.
           PERFORM FIND-LEDG-RTN.
           IF LGT-POS > 0
               ADD PY-AMOUNT TO LGT-PAID (LGT-POS)
           END-IF.
           READ PAY-IN AT END MOVE 'YES' TO EOF.
      *  REDUCE THE ASSESSMENTS BY THE DROP-REFUND ADJUSTMENTS. A
      *  MISSING TUITADJ.TXT (STATUS 35) MEANS NO REFUNDS POSTED.
       LOAD-ADJ-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ADJ-IN.
           IF ADJ-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ADJ-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-ADJ-REC-RTN UNTIL EOF = 'YES'
               CLOSE ADJ-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-ADJ-REC-RTN.
           MOVE TA-STUD TO CUR-STUD.
           MOVE TA-TERM TO CUR-TERM.
           PERFORM FIND-LEDG-RTN.
           IF LGT-POS > 0
               IF TA-AMOUNT > LGT-ASSESS (LGT-POS)
                   MOVE 0 TO LGT-ASSESS (LGT-POS)
               ELSE
                   SUBTRACT TA-AMOUNT FROM LGT-ASSESS (LGT-POS)
               END-IF
           END-IF.
           READ ADJ-IN AT END MOVE 'YES' TO EOF.
      *  ADD BACK THE REFUNDS ALREADY PAID OUT, AND CARRY THE
      *  VOUCHER SEQUENCE ON FROM THE HIGHEST ONE ISSUED. A MISSING
      *  REFPAID.TXT (STATUS 35) MEANS NOTHING PAID OUT YET.
       LOAD-REFPAID-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT REFPAID-FILE.
           IF REFPAID-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ REFPAID-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-REFPAID-REC-RTN UNTIL EOF = 'YES'
               CLOSE REFPAID-FILE
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-REFPAID-REC-RTN.
           IF RF-VOUCH-SEQ > VOUCH-SEQ-WS
               MOVE RF-VOUCH-SEQ TO VOUCH-SEQ-WS
           END-IF.
           MOVE RF-STUD TO CUR-STUD.
           MOVE RF-TERM TO CUR-TERM.
           PERFORM FIND-LEDG-RTN.
           IF LGT-POS > 0
               ADD RF-AMOUNT TO LGT-REFUND (LGT-POS)
           END-IF.
           READ REFPAID-FILE AT END MOVE 'YES' TO EOF.
      *  THE LEDGER ROW FOR CUR-STUD ON CUR-TERM, 0 WHEN NONE.
       FIND-LEDG-RTN.
           MOVE 0 TO LGT-POS.
           MOVE 1 TO LGT-SUB.
           PERFORM FIND-LEDG-COMP
               UNTIL LGT-SUB > LGT-CNT OR LGT-POS > 0.
       FIND-LEDG-COMP.
           IF LGT-STUD (LGT-SUB) = CUR-STUD
               AND LGT-TERM (LGT-SUB) = CUR-TERM
               MOVE LGT-SUB TO LGT-POS
           END-IF.
           ADD 1 TO LGT-SUB.
       LOAD-STUDMAST-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT8.
           IF SM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ACCT8
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-STUDMAST-REC-RTN UNTIL EOF = 'YES'
               CLOSE ACCT8
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-STUDMAST-REC-RTN.
           IF SMT-CNT < 2000
               ADD 1 TO SMT-CNT
               MOVE SM-NUM TO SMT-NUM (SMT-CNT)
               MOVE SM-NAME TO SMT-NAME (SMT-CNT)
           END-IF.
           READ ACCT8 AT END MOVE 'YES' TO EOF.
      *  A STUDENT IN CREDIT ON THE TERM IS PAID THE CREDIT UNLESS A
      *  HOLD IS ACTIVE OR ANOTHER TERM STILL SHOWS A BALANCE OWED.
       SELECT-RTN.
           IF LGT-TERM (LGT-SUB) = KEY-TERM
               COMPUTE CUR-BAL = LGT-ASSESS (LGT-SUB)
                   - LGT-PAID (LGT-SUB) + LGT-REFUND (LGT-SUB)
               IF CUR-BAL < 0
                   COMPUTE CUR-REFUND = 0 - CUR-BAL
                   MOVE LGT-STUD (LGT-SUB) TO CUR-STUD
                   PERFORM CHECK-ELIGIBLE-RTN
                   PERFORM ADD-RESULT-RTN
               END-IF
           END-IF.
           ADD 1 TO LGT-SUB.
      *  CUR-REASON COMES BACK SPACES WHEN THE STUDENT MAY BE PAID.
       CHECK-ELIGIBLE-RTN.
           MOVE SPACES TO CUR-REASON.
           MOVE 'NO' TO HOLD-SW.
           MOVE 1 TO HLT-SUB.
           PERFORM CHECK-HOLD-COMP
               UNTIL HLT-SUB > HLT-CNT OR HOLD-SW = 'YES'.
           IF HOLD-SW = 'YES'
               MOVE 'ACTIVE HOLD' TO CUR-REASON
           ELSE
               MOVE 1 TO LGT-POS
               PERFORM CHECK-OWING-COMP
                   UNTIL LGT-POS > LGT-CNT OR CUR-REASON NOT = SPACES
           END-IF.
       CHECK-HOLD-COMP.
           IF HLT-STUD (HLT-SUB) = CUR-STUD
               MOVE 'YES' TO HOLD-SW
           END-IF.
           ADD 1 TO HLT-SUB.
       CHECK-OWING-COMP.
           IF LGT-STUD (LGT-POS) = CUR-STUD
               AND LGT-TERM (LGT-POS) NOT = KEY-TERM
               COMPUTE CUR-BAL = LGT-ASSESS (LGT-POS)
                   - LGT-PAID (LGT-POS) + LGT-REFUND (LGT-POS)
               IF CUR-BAL > 0
                   STRING 'BALANCE OWED ON ' DELIMITED BY SIZE
                       LGT-TERM (LGT-POS) DELIMITED BY SIZE
                       INTO CUR-REASON
               END-IF
           END-IF.
           ADD 1 TO LGT-POS.
       ADD-RESULT-RTN.
           IF RST-CNT >= 500
               MOVE 'YES' TO FULL-SW
           ELSE
               ADD 1 TO RST-CNT
               MOVE CUR-STUD TO RST-STUD (RST-CNT)
               MOVE CUR-REFUND TO RST-AMOUNT (RST-CNT)
               MOVE CUR-REASON TO RST-REASON (RST-CNT)
               IF CUR-REASON = SPACES
                   MOVE 'P' TO RST-ACT (RST-CNT)
                   ADD 1 TO VOUCH-SEQ-WS
                   MOVE VOUCH-WS TO RST-VOUCH (RST-CNT)
                   ADD 1 TO PAID-CNT
                   ADD CUR-REFUND TO PAID-TOTAL
               ELSE
                   MOVE 'S' TO RST-ACT (RST-CNT)
                   MOVE SPACES TO RST-VOUCH (RST-CNT)
                   ADD 1 TO SKIP-CNT
                   ADD CUR-REFUND TO SKIP-TOTAL
               END-IF
           END-IF.
      *  MARK THE REFUNDS PAID: ONE VOUCHER RECORD PER STUDENT PAID,
      *  APPENDED TO REFPAID.TXT (CREATED ON THE FIRST RUN).
       WRITE-REFPAID-RTN.
           OPEN EXTEND REFPAID-FILE.
           IF REFPAID-STATUS = '35'
               OPEN OUTPUT REFPAID-FILE
           END-IF.
           MOVE 1 TO RST-SUB.
           PERFORM WRITE-REFPAID-COMP UNTIL RST-SUB > RST-CNT.
           CLOSE REFPAID-FILE.
       WRITE-REFPAID-COMP.
           IF RST-ACT (RST-SUB) = 'P'
               MOVE RST-VOUCH (RST-SUB) TO RF-VOUCH
               MOVE RUN-DATE-WS TO RF-DATE
               MOVE RST-STUD (RST-SUB) TO RF-STUD
               MOVE KEY-TERM TO RF-TERM
               MOVE RST-AMOUNT (RST-SUB) TO RF-AMOUNT
               WRITE REFPAID-REC
           END-IF.
           ADD 1 TO RST-SUB.
      *  THE CHECK-PREPARATION LIST, ONE LINE PER VOUCHER.
       WRITE-CHECKS-RTN.
           OPEN OUTPUT CHECK-OUT.
           WRITE CHECK-REP-OUT FROM CHECK-HDR.
           WRITE CHECK-REP-OUT FROM BLNK-LINE.
           MOVE 1 TO RST-SUB.
           PERFORM WRITE-CHECKS-COMP UNTIL RST-SUB > RST-CNT.
           WRITE CHECK-REP-OUT FROM BLNK-LINE.
           MOVE PAID-TOTAL TO CT-AMT.
           WRITE CHECK-REP-OUT FROM CHECK-TOT.
           CLOSE CHECK-OUT.
       WRITE-CHECKS-COMP.
           IF RST-ACT (RST-SUB) = 'P'
               MOVE RST-STUD (RST-SUB) TO CUR-STUD
               PERFORM RESOLVE-NAME-RTN
               MOVE RST-VOUCH (RST-SUB) TO CK-VOUCH
               MOVE RST-STUD (RST-SUB) TO CK-STUD
               MOVE CUR-NAME TO CK-NAME
               MOVE RST-AMOUNT (RST-SUB) TO CK-AMT
               WRITE CHECK-REP-OUT FROM CHECK-LINE
           END-IF.
           ADD 1 TO RST-SUB.
      *  THE GL POSTING: ONE DEBIT TO STUDENT CREDIT BALANCES FOR
      *  THE REFUNDS PAID, BALANCED BY ONE CREDIT TO THE BANK. THE
      *  PROOF LISTING TIES BOTH BACK TO THE REGISTER TOTAL.
       WRITE-GLPOST-RTN.
           PERFORM LOAD-GLMAP-RTN.
           OPEN EXTEND GLPOST-OUT.
           IF GLPOST-STATUS = '35'
               OPEN OUTPUT GLPOST-OUT
           END-IF.
           OPEN OUTPUT GLPROOF-OUT.
           WRITE GLPROOF-LINE-OUT FROM GLPROOF-HDR.
           WRITE GLPROOF-LINE-OUT FROM BLNK-LINE.
           MOVE 0 TO GL-DR-TOT.
           MOVE 0 TO GL-CR-TOT.
           MOVE 'STUCR ' TO GL-SOURCE-WS.
           MOVE PAID-TOTAL TO GL-AMOUNT.
           MOVE 'D' TO GL-DRCR.
           PERFORM POST-GL-RTN.
           MOVE 'BANK  ' TO GL-SOURCE-WS.
           MOVE PAID-TOTAL TO GL-AMOUNT.
           MOVE 'C' TO GL-DRCR.
           PERFORM POST-GL-RTN.
           WRITE GLPROOF-LINE-OUT FROM BLNK-LINE.
           MOVE GL-DR-TOT TO GP-DR.
           MOVE GL-CR-TOT TO GP-CR.
           WRITE GLPROOF-LINE-OUT FROM GLPROOF-TOT.
           MOVE PAID-TOTAL TO GP-TIE.
           WRITE GLPROOF-LINE-OUT FROM GLPROOF-TIE.
           CLOSE GLPOST-OUT, GLPROOF-OUT.
      *  ONE JOURNAL LINE - SOURCE CODE, AMOUNT, AND SIDE ARE LEFT
      *  IN PLACE BY THE CALLER. A ZERO AMOUNT POSTS NOTHING.
       POST-GL-RTN.
           IF GL-AMOUNT > 0
               PERFORM LOOKUP-GLACCT-RTN
               MOVE RUN-DATE-WS TO GL-DATE
               MOVE 'REFUND-PAY     ' TO GL-SOURCE
               MOVE GL-ACCT-WS TO GL-ACCT
               MOVE COPROF-CODE-WS TO GL-CO
               WRITE GLPOST-REC
               IF GL-DRCR = 'D'
                   ADD GL-AMOUNT TO GL-DR-TOT
               ELSE
                   ADD GL-AMOUNT TO GL-CR-TOT
               END-IF
               MOVE GL-ACCT TO GP-ACCT
               MOVE GL-DRCR TO GP-DRCR
               MOVE GL-AMOUNT TO GP-AMT
               MOVE GL-SOURCE-WS TO GP-DESC
               WRITE GLPROOF-LINE-OUT FROM GLPROOF-DTL
           END-IF.
       LOOKUP-GLACCT-RTN.
           MOVE '99999999' TO GL-ACCT-WS.
           MOVE 1 TO GLM-IDX.
           PERFORM LOOKUP-GLACCT-COMP UNTIL GLM-IDX > GLM-TAB-MAX.
       LOOKUP-GLACCT-COMP.
           IF GLM-SOURCE (GLM-IDX) = GL-SOURCE-WS
               MOVE GLM-ACCT (GLM-IDX) TO GL-ACCT-WS
               MOVE GLM-TAB-MAX TO GLM-IDX
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
               MOVE 'YES' TO GLMAP-EOF
           ELSE
               READ GLMAP-IN
                   AT END MOVE 'YES' TO GLMAP-EOF
               END-READ
               PERFORM LOAD-GLMAP-REC-RTN UNTIL GLMAP-EOF = 'YES'
               CLOSE GLMAP-IN
           END-IF.
       LOAD-GLMAP-REC-RTN.
           MOVE 1 TO GLM-IDX.
           PERFORM LOAD-GLMAP-COMP UNTIL GLM-IDX > GLM-TAB-MAX.
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
      *  THE REGISTER: REFUNDS PAID, CREDITS NOT PAID WITH THE
      *  REASON, AND THE TOTALS OF EACH.
       WRITE-REPORT-RTN.
           OPEN OUTPUT RPT-OUT.
           WRITE REP-OUT FROM HEADER.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM RPT-TITLE.
           MOVE KEY-TERM TO TERM-HDR-CD.
           MOVE RUN-DATE-WS TO TH-DATE.
           WRITE REP-OUT FROM TERM-HDR.
           IF FINAL-SW = 'NO'
               WRITE REP-OUT FROM TRIAL-BANNER
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'REFUNDS PAID BY CHECK' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM PAID-COL-HDR.
           MOVE 1 TO RST-SUB.
           PERFORM PAID-LINE-RTN UNTIL RST-SUB > RST-CNT.
           MOVE PAID-CNT TO ST-CNT.
           MOVE PAID-TOTAL TO ST-AMT.
           WRITE REP-OUT FROM SEC-TOT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'CREDITS NOT PAID' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM SKIP-COL-HDR.
           MOVE 1 TO RST-SUB.
           PERFORM SKIP-LINE-RTN UNTIL RST-SUB > RST-CNT.
           MOVE SKIP-CNT TO ST-CNT.
           MOVE SKIP-TOTAL TO ST-AMT.
           WRITE REP-OUT FROM SEC-TOT-LINE.
           CLOSE RPT-OUT.
       PAID-LINE-RTN.
           IF RST-ACT (RST-SUB) = 'P'
               MOVE RST-STUD (RST-SUB) TO CUR-STUD
               PERFORM RESOLVE-NAME-RTN
               MOVE RST-VOUCH (RST-SUB) TO PL-VOUCH
               IF FINAL-SW = 'NO'
                   MOVE SPACES TO PL-VOUCH
               END-IF
               MOVE RST-STUD (RST-SUB) TO PL-STUD
               MOVE CUR-NAME TO PL-NAME
               MOVE RST-AMOUNT (RST-SUB) TO PL-AMT
               WRITE REP-OUT FROM PAID-LINE
           END-IF.
           ADD 1 TO RST-SUB.
       SKIP-LINE-RTN.
           IF RST-ACT (RST-SUB) = 'S'
               MOVE RST-STUD (RST-SUB) TO CUR-STUD
               PERFORM RESOLVE-NAME-RTN
               MOVE RST-STUD (RST-SUB) TO SL-STUD
               MOVE CUR-NAME TO SL-NAME
               MOVE RST-AMOUNT (RST-SUB) TO SL-AMT
               MOVE RST-REASON (RST-SUB) TO SL-REASON
               WRITE REP-OUT FROM SKIP-LINE
           END-IF.
           ADD 1 TO RST-SUB.
       RESOLVE-NAME-RTN.
           MOVE SPACES TO CUR-NAME.
           MOVE 1 TO SMT-SUB.
           PERFORM RESOLVE-NAME-COMP UNTIL SMT-SUB > SMT-CNT.
       RESOLVE-NAME-COMP.
           IF SMT-NUM (SMT-SUB) = CUR-STUD
               MOVE SMT-NAME (SMT-SUB) TO CUR-NAME
               MOVE SMT-CNT TO SMT-SUB
           END-IF.
           ADD 1 TO SMT-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'REFUND-PAY     ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE LGT-CNT TO RL-RECS-READ.
           MOVE 0 TO RL-RECS-WRITTEN.
           IF FINAL-SW = 'YES'
               MOVE PAID-CNT TO RL-RECS-WRITTEN
           END-IF.
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
               IF RUNCO-SCHOOL NOT = SPACES
                   MOVE RUNCO-SCHOOL TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (REFCHECK_RIVL.TXT FOR A RIVL RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO REFCHECK-FILE-NAME
               STRING 'REFCHECK_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO REFCHECK-FILE-NAME
               MOVE SPACES TO GLPROOFR-FILE-NAME
               STRING 'GLPROOFR_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO GLPROOFR-FILE-NAME
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
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
