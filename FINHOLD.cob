       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-HOLD.
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
      *  FOR THE TERM BEING CLOSED AND FOR EVERY EARLIER TERM THAT
      *  STILL HAS A HOLD OF OURS ACTIVE.
           SELECT ALDG-IN ASSIGN TO ALDG-FILE-NAME
               FILE STATUS IS ALDG-STATUS.
      *  PAYMENTS POSTED BY CASHIER-POST.
           SELECT PAY-IN ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS PAY-STATUS.
      *  LEDGER ADJUSTMENTS POSTED BY REG-TRANS FOR DROP REFUNDS.
           SELECT ADJ-IN ASSIGN TO "TUITADJ.TXT"
               FILE STATUS IS ADJ-STATUS.
      *  REFUNDS PAID OUT BY REFUND-PAY - EACH ONE TAKES BACK PART
      *  OF WHAT THE STUDENT PAID, SO A CREDIT ONCE REFUNDED NETS
      *  TO ZERO.
           SELECT REFPAID-IN ASSIGN TO "REFPAID.TXT"
               FILE STATUS IS REFPAID-STATUS.
      *  THE STUDENT MASTER, FOR NAMES.
           SELECT ACCT8 ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS SM-STATUS.
      *  STUDENT HOLDS. THIS RUN ADDS AND LIFTS ONLY THE FINANCIAL
      *  HOLDS IT PLACED ITSELF (HD-ORIGIN = S); A HOLD KEYED BY AN
      *  OFFICE THROUGH HOLD-MAINT IS COPIED BACK UNCHANGED.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.TXT"
               FILE STATUS IS HOLD-STATUS.
      *  THE HOLDS PLACED AND RELEASED, TAGGED WITH THE TERM CODE.
           SELECT RPT-OUT ASSIGN TO RPT-FILE-NAME.
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
       FD RPT-OUT.
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
      *  A STUDENT OWING MORE THAN THIS ON THE TERM'S LEDGER AT TERM
      *  END GETS A FINANCIAL HOLD. THE HOLD COMES OFF ONLY WHEN THE
      *  BALANCE IS FULLY CLEARED, NOT WHEN IT DIPS UNDER THIS.
       01 HOLD-THRESHOLD PIC 9(7)V99 VALUE 1000.00.
       01 AUTO-REASON PIC X(20) VALUE 'UNPAID TERM BALANCE'.
       01 RPT-TITLE.
           05 FILLER PIC X(24).
           05 FILLER PIC X(32) VALUE
              'FINANCIAL HOLDS FROM THE LEDGER'.
           05 FILLER PIC X(24).
       01 TERM-HDR.
           05 FILLER PIC X(6) VALUE 'TERM: '.
           05 TERM-HDR-CD PIC X(6).
           05 FILLER PIC X(4).
           05 FILLER PIC X(21) VALUE 'HOLD WHEN OWING OVER '.
           05 TH-THRESH PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(31).
       01 SEC-HDR.
           05 SH-NAME PIC X(80).
       01 COL-HDR.
           05 FILLER PIC X(14) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(2).
           05 FILLER PIC X(27) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(8) VALUE 'TERM'.
           05 FILLER PIC X(13) VALUE '      BALANCE'.
           05 FILLER PIC X(16).
       01 DTL-LINE.
           05 DL-STUD PIC X(12).
           05 FILLER PIC X(4).
           05 DL-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 DL-TERM PIC X(6).
           05 FILLER PIC X(2).
           05 DL-BAL PIC -ZZZ,ZZ9.99.
           05 FILLER PIC X(17).
       01 SEC-TOT-LINE.
           05 FILLER PIC X(10) VALUE 'STUDENTS: '.
           05 ST-CNT PIC ZZZ9.
           05 FILLER PIC X(66).
       01 SUM-LINE.
           05 FILLER PIC X(4).
           05 SL-LBL PIC X(36).
           05 SL-CNT PIC Z,ZZ9.
           05 FILLER PIC X(35).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
       01 ALDG-STATUS PIC XX.
       01 PAY-STATUS PIC XX.
       01 ADJ-STATUS PIC XX.
       01 REFPAID-STATUS PIC XX.
       01 SM-STATUS PIC XX.
       01 HOLD-STATUS PIC XX.
       01 ALDG-FILE-NAME PIC X(22) VALUE 'ASSESSLG.TXT'.
       01 RPT-FILE-NAME PIC X(30) VALUE 'FINHOLD.TXT'.
       01 KEY-TERM PIC X(6).
      *  THE TERMS WHOSE LEDGERS ARE READ - THE TERM BEING CLOSED
      *  FIRST, THEN EACH EARLIER TERM WITH A HOLD OF OURS ACTIVE.
      *  TRM-FOUND IS 'NO' WHEN THE TERM'S LEDGER IS MISSING, SO ITS
      *  HOLDS ARE LEFT AS THEY ARE RATHER THAN READ AS PAID.
       01 TERM-TABLE.
           05 TRM-ENTRY OCCURS 20 TIMES.
               10 TRM-CODE PIC X(6).
               10 TRM-FOUND PIC X(3).
       01 TRM-CNT PIC 99 VALUE 0.
       01 TRM-SUB PIC 99 VALUE 0.
      *  EACH STUDENT'S ASSESSMENT AND PAYMENTS PER TERM, AS
      *  STUD-LEDGER SETS THEM AGAINST EACH OTHER.
       01 LEDG-TABLE.
           05 LGT-ENTRY OCCURS 2000 TIMES.
               10 LGT-STUD PIC X(12).
               10 LGT-TERM PIC X(6).
               10 LGT-ASSESS PIC 9(7)V99.
               10 LGT-PAID PIC 9(7)V99.
       01 LGT-CNT PIC 9(4) VALUE 0.
       01 LGT-SUB PIC 9(4) VALUE 0.
       01 LGT-POS PIC 9(4) VALUE 0.
      *  HOLDS.TXT AS LOADED, WITH THIS RUN'S ACTIONS ADDED, WRITTEN
      *  BACK IN FULL AT THE END.
       01 HOLD-TABLE.
           05 HLT-ENTRY OCCURS 2000 TIMES.
               10 HLT-STUD PIC X(12).
               10 HLT-TYPE PIC X(1).
               10 HLT-REASON PIC X(20).
               10 HLT-STATUS PIC X(1).
               10 HLT-ORIGIN PIC X(1).
               10 HLT-TERM PIC X(6).
       01 HLT-CNT PIC 9(4) VALUE 0.
       01 HLT-SUB PIC 9(4) VALUE 0.
       01 HLT-POS PIC 9(4) VALUE 0.
       01 HLT-LOADED PIC 9(4) VALUE 0.
       01 SMT-TABLE.
           05 SMT-ENTRY OCCURS 2000 TIMES.
               10 SMT-NUM PIC X(12).
               10 SMT-NAME PIC X(25).
       01 SMT-CNT PIC 9(4) VALUE 0.
       01 SMT-SUB PIC 9(4) VALUE 0.
       01 CUR-STUD PIC X(12).
       01 CUR-TERM PIC X(6).
       01 CUR-BAL PIC S9(7)V99 VALUE 0.
       01 SEC-CNT PIC 9(4) VALUE 0.
       01 PLACED-CNT PIC 9(4) VALUE 0.
       01 RELEASED-CNT PIC 9(4) VALUE 0.
       01 STILL-CNT PIC 9(4) VALUE 0.
       01 NOLEDG-CNT PIC 9(4) VALUE 0.
       01 MANUAL-CNT PIC 9(4) VALUE 0.
      *  THIS RUN'S ACTION PER HOLD-TABLE ROW - P(LACED) OR
      *  R(ELEASED) - SO THE REPORT CAN LIST THEM AFTER THE FACT.
       01 ACTION-TABLE.
           05 ACT-CODE PIC X(1) OCCURS 2000 TIMES.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
           05 FULL-SW PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  TERM-END FINANCIAL HOLDS: EVERY STUDENT OWING MORE THAN
      *  HOLD-THRESHOLD ON THE TERM'S LEDGER GETS A FINANCIAL HOLD
      *  THAT REG-TRANS WILL HONOR, AND EVERY HOLD THIS RUN PLACED
      *  EARLIER IS LIFTED ONCE A LATER PAYMENT OR ADJUSTMENT HAS
      *  CLEARED THAT TERM'S BALANCE. HOLDS KEYED BY THE OFFICES ARE
      *  NEVER PLACED, LIFTED, OR CHANGED HERE.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           DISPLAY 'ENTER TERM CODE: '.
           ACCEPT KEY-TERM.
           PERFORM LOAD-HOLDS-RTN.
           IF FULL-SW = 'YES'
               DISPLAY 'HOLDS.TXT IS LARGER THAN THE HOLD TABLE - '
                   'RUN ABORTED, NOTHING CHANGED.'
               STOP RUN
           END-IF.
           MOVE 1 TO TRM-CNT.
           MOVE KEY-TERM TO TRM-CODE (1).
           MOVE 1 TO HLT-SUB.
           PERFORM COLLECT-TERM-RTN UNTIL HLT-SUB > HLT-CNT.
           PERFORM LOAD-OST-RTN.
           MOVE 1 TO TRM-SUB.
           PERFORM LOAD-ALDG-RTN UNTIL TRM-SUB > TRM-CNT.
           IF TRM-FOUND (1) = 'NO'
               DISPLAY 'NO ASSESSMENT LEDGER FOR ' KEY-TERM
                   ' - RUN TUITION-BILL.'
               STOP RUN
           END-IF.
           IF FULL-SW = 'YES'
               DISPLAY 'LEDGER TABLE FULL - RUN ABORTED, '
                   'NOTHING CHANGED.'
               STOP RUN
           END-IF.
           PERFORM LOAD-PAY-RTN.
           PERFORM LOAD-ADJ-RTN.
           PERFORM LOAD-REFPAID-RTN.
           PERFORM LOAD-STUDMAST-RTN.
           MOVE 1 TO HLT-SUB.
           PERFORM RELEASE-RTN UNTIL HLT-SUB > HLT-LOADED.
           MOVE 1 TO LGT-SUB.
           PERFORM PLACE-RTN UNTIL LGT-SUB > LGT-CNT.
           IF FULL-SW = 'YES'
               DISPLAY 'HOLD TABLE FULL - RUN ABORTED, '
                   'NOTHING CHANGED.'
               STOP RUN
           END-IF.
           IF PLACED-CNT > 0 OR RELEASED-CNT > 0
               PERFORM REWRITE-HOLDS-RTN
           END-IF.
           STRING 'FINHOLD_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               KEY-TERM DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-FILE-NAME.
           PERFORM WRITE-REPORT-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'FINANCIAL HOLD RUN COMPLETE FOR ' KEY-TERM.
           DISPLAY 'PLACED: ' PLACED-CNT '  RELEASED: ' RELEASED-CNT.
           DISPLAY 'CHECK ' RPT-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
      *  LOAD HOLDS.TXT WHOLE. A MISSING FILE (STATUS 35) IS AN
      *  EMPTY ONE.
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
           MOVE HLT-CNT TO HLT-LOADED.
           MOVE 'NO' TO EOF.
       LOAD-HOLDS-REC-RTN.
           IF HLT-CNT >= 2000
               MOVE 'YES' TO FULL-SW
               MOVE 'YES' TO EOF
           ELSE
               ADD 1 TO HLT-CNT
               MOVE HD-STUD TO HLT-STUD (HLT-CNT)
               MOVE HD-TYPE TO HLT-TYPE (HLT-CNT)
               MOVE HD-REASON TO HLT-REASON (HLT-CNT)
               MOVE HD-STATUS TO HLT-STATUS (HLT-CNT)
               MOVE HD-ORIGIN TO HLT-ORIGIN (HLT-CNT)
               MOVE HD-TERM TO HLT-TERM (HLT-CNT)
               MOVE SPACE TO ACT-CODE (HLT-CNT)
               IF HD-ORIGIN NOT = 'S'
                   ADD 1 TO MANUAL-CNT
               END-IF
               READ HOLD-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
           END-IF.
      *  NOTE THE TERM OF EACH ACTIVE HOLD OF OURS, ONCE, SO ITS
      *  LEDGER IS READ TOO.
       COLLECT-TERM-RTN.
           IF HLT-ORIGIN (HLT-SUB) = 'S' AND HLT-STATUS (HLT-SUB) = 'A'
               MOVE 1 TO TRM-SUB
               PERFORM FIND-TERM-COMP UNTIL TRM-SUB > TRM-CNT
                   OR TRM-CODE (TRM-SUB) = HLT-TERM (HLT-SUB)
               IF TRM-SUB > TRM-CNT AND TRM-CNT < 20
                   ADD 1 TO TRM-CNT
                   MOVE HLT-TERM (HLT-SUB) TO TRM-CODE (TRM-CNT)
               END-IF
           END-IF.
           ADD 1 TO HLT-SUB.
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
      *  ANOTHER COMPANY'S STUDENTS ARE PASSED OVER - THEIR HOLDS ARE
      *  PLACED AND LIFTED ON THAT COMPANY'S RUN.
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
      *  TAKE THE REFUNDS PAID OUT BY REFUND-PAY BACK OFF THE
      *  PAYMENTS. A MISSING REFPAID.TXT (STATUS 35) MEANS NONE PAID
      *  OUT YET.
       LOAD-REFPAID-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT REFPAID-IN.
           IF REFPAID-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ REFPAID-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-REFPAID-REC-RTN UNTIL EOF = 'YES'
               CLOSE REFPAID-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-REFPAID-REC-RTN.
           MOVE RF-STUD TO CUR-STUD.
           MOVE RF-TERM TO CUR-TERM.
           PERFORM FIND-LEDG-RTN.
           IF LGT-POS > 0
               IF RF-AMOUNT > LGT-PAID (LGT-POS)
                   MOVE 0 TO LGT-PAID (LGT-POS)
               ELSE
                   SUBTRACT RF-AMOUNT FROM LGT-PAID (LGT-POS)
               END-IF
           END-IF.
           READ REFPAID-IN AT END MOVE 'YES' TO EOF.
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
      *  LIFT AN ACTIVE HOLD OF OURS WHOSE TERM BALANCE IS NOW
      *  CLEARED. A HOLD WHOSE TERM LEDGER IS MISSING STAYS ON. A
      *  HOLD ON ANOTHER COMPANY'S STUDENT IS LEFT FOR ITS OWN RUN.
       RELEASE-RTN.
           MOVE HLT-STUD (HLT-SUB) TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF HLT-ORIGIN (HLT-SUB) = 'S' AND HLT-STATUS (HLT-SUB) = 'A'
               AND OST-SUB > OST-CNT
               MOVE HLT-STUD (HLT-SUB) TO CUR-STUD
               MOVE HLT-TERM (HLT-SUB) TO CUR-TERM
               PERFORM FIND-LEDG-RTN
               IF LGT-POS = 0
                   ADD 1 TO NOLEDG-CNT
               ELSE
                   COMPUTE CUR-BAL =
                       LGT-ASSESS (LGT-POS) - LGT-PAID (LGT-POS)
                   IF CUR-BAL > 0
                       ADD 1 TO STILL-CNT
                   ELSE
                       MOVE 'L' TO HLT-STATUS (HLT-SUB)
                       MOVE 'R' TO ACT-CODE (HLT-SUB)
                       ADD 1 TO RELEASED-CNT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO HLT-SUB.
      *  PLACE A HOLD ON EACH STUDENT OWING OVER THE THRESHOLD FOR
      *  THE TERM BEING CLOSED, UNLESS ONE OF OURS IS ALREADY ACTIVE
      *  FOR THAT TERM - SO A RERUN PLACES NOTHING TWICE.
       PLACE-RTN.
           IF LGT-TERM (LGT-SUB) = KEY-TERM
               COMPUTE CUR-BAL =
                   LGT-ASSESS (LGT-SUB) - LGT-PAID (LGT-SUB)
               IF CUR-BAL > HOLD-THRESHOLD
                   MOVE LGT-STUD (LGT-SUB) TO CUR-STUD
                   PERFORM FIND-OUR-HOLD-RTN
                   IF HLT-POS = 0
                       PERFORM ADD-HOLD-RTN
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO LGT-SUB.
       FIND-OUR-HOLD-RTN.
           MOVE 0 TO HLT-POS.
           MOVE 1 TO HLT-SUB.
           PERFORM FIND-OUR-HOLD-COMP
               UNTIL HLT-SUB > HLT-CNT OR HLT-POS > 0.
       FIND-OUR-HOLD-COMP.
           IF HLT-STUD (HLT-SUB) = CUR-STUD
               AND HLT-ORIGIN (HLT-SUB) = 'S'
               AND HLT-STATUS (HLT-SUB) = 'A'
               AND HLT-TERM (HLT-SUB) = KEY-TERM
               MOVE HLT-SUB TO HLT-POS
           END-IF.
           ADD 1 TO HLT-SUB.
       ADD-HOLD-RTN.
           IF HLT-CNT >= 2000
               MOVE 'YES' TO FULL-SW
           ELSE
               ADD 1 TO HLT-CNT
               MOVE CUR-STUD TO HLT-STUD (HLT-CNT)
               MOVE 'F' TO HLT-TYPE (HLT-CNT)
               MOVE AUTO-REASON TO HLT-REASON (HLT-CNT)
               MOVE 'A' TO HLT-STATUS (HLT-CNT)
               MOVE 'S' TO HLT-ORIGIN (HLT-CNT)
               MOVE KEY-TERM TO HLT-TERM (HLT-CNT)
               MOVE 'P' TO ACT-CODE (HLT-CNT)
               ADD 1 TO PLACED-CNT
           END-IF.
      *  WRITE THE WHOLE HOLD TABLE BACK OVER HOLDS.TXT - EVERY
      *  OFFICE-KEYED HOLD EXACTLY AS IT WAS READ.
       REWRITE-HOLDS-RTN.
           OPEN OUTPUT HOLD-FILE.
           MOVE 1 TO HLT-SUB.
           PERFORM REWRITE-HOLDS-COMP UNTIL HLT-SUB > HLT-CNT.
           CLOSE HOLD-FILE.
       REWRITE-HOLDS-COMP.
           MOVE HLT-STUD (HLT-SUB) TO HD-STUD.
           MOVE HLT-TYPE (HLT-SUB) TO HD-TYPE.
           MOVE HLT-REASON (HLT-SUB) TO HD-REASON.
           MOVE HLT-STATUS (HLT-SUB) TO HD-STATUS.
           MOVE HLT-ORIGIN (HLT-SUB) TO HD-ORIGIN.
           MOVE HLT-TERM (HLT-SUB) TO HD-TERM.
           WRITE HOLD-REC.
           ADD 1 TO HLT-SUB.
      *  THE REPORT: HOLDS PLACED, HOLDS RELEASED, AND THE COUNTS.
       WRITE-REPORT-RTN.
           OPEN OUTPUT RPT-OUT.
           WRITE REP-OUT FROM HEADER.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM RPT-TITLE.
           MOVE KEY-TERM TO TERM-HDR-CD.
           MOVE HOLD-THRESHOLD TO TH-THRESH.
           WRITE REP-OUT FROM TERM-HDR.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'HOLDS PLACED' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM COL-HDR.
           MOVE 0 TO SEC-CNT.
           MOVE 1 TO HLT-SUB.
           PERFORM PLACED-LINE-RTN UNTIL HLT-SUB > HLT-CNT.
           MOVE SEC-CNT TO ST-CNT.
           WRITE REP-OUT FROM SEC-TOT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'HOLDS RELEASED - BALANCE CLEARED' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM COL-HDR.
           MOVE 0 TO SEC-CNT.
           MOVE 1 TO HLT-SUB.
           PERFORM RELEASED-LINE-RTN UNTIL HLT-SUB > HLT-CNT.
           MOVE SEC-CNT TO ST-CNT.
           WRITE REP-OUT FROM SEC-TOT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'TOTALS' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           MOVE 'HOLDS PLACED:' TO SL-LBL.
           MOVE PLACED-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'HOLDS RELEASED:' TO SL-LBL.
           MOVE RELEASED-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'HOLDS KEPT - STILL OWING:' TO SL-LBL.
           MOVE STILL-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'HOLDS LEFT ON - NO LEDGER FOR TERM:' TO SL-LBL.
           MOVE NOLEDG-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'OFFICE-KEYED HOLDS LEFT AS THEY ARE:' TO SL-LBL.
           MOVE MANUAL-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           CLOSE RPT-OUT.
       PLACED-LINE-RTN.
           IF ACT-CODE (HLT-SUB) = 'P'
               PERFORM HOLD-LINE-RTN
           END-IF.
           ADD 1 TO HLT-SUB.
       RELEASED-LINE-RTN.
           IF ACT-CODE (HLT-SUB) = 'R'
               PERFORM HOLD-LINE-RTN
           END-IF.
           ADD 1 TO HLT-SUB.
       HOLD-LINE-RTN.
           ADD 1 TO SEC-CNT.
           MOVE HLT-STUD (HLT-SUB) TO DL-STUD CUR-STUD.
           MOVE HLT-TERM (HLT-SUB) TO DL-TERM CUR-TERM.
           PERFORM RESOLVE-NAME-RTN.
           PERFORM FIND-LEDG-RTN.
           MOVE 0 TO CUR-BAL.
           IF LGT-POS > 0
               COMPUTE CUR-BAL =
                   LGT-ASSESS (LGT-POS) - LGT-PAID (LGT-POS)
           END-IF.
           MOVE CUR-BAL TO DL-BAL.
           WRITE REP-OUT FROM DTL-LINE.
       RESOLVE-NAME-RTN.
           MOVE SPACES TO DL-NAME.
           MOVE 1 TO SMT-SUB.
           PERFORM RESOLVE-NAME-COMP UNTIL SMT-SUB > SMT-CNT.
       RESOLVE-NAME-COMP.
           IF SMT-NUM (SMT-SUB) = CUR-STUD
               MOVE SMT-NAME (SMT-SUB) TO DL-NAME
               MOVE SMT-CNT TO SMT-SUB
           END-IF.
           ADD 1 TO SMT-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'FIN-HOLD       ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE LGT-CNT TO RL-RECS-READ.
           COMPUTE RL-RECS-WRITTEN = PLACED-CNT + RELEASED-CNT.
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
      *  EACH REPORT OF A COMPANY OTHER THAN THE HOME ONE CARRIES ITS
      *  CODE RIGHT AFTER THE REPORT NAME (FINHOLD_RIVL_... FOR A RIVL
      *  RUN), SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT
      *  IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
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
