       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-PERMIT.
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
      *  THE FIRST SUBJECT RECORD SUPPLIES THE CURRENT TERM CODE.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
      *  THE SECTIONS - FACULTY NAME, MEETING DAY, TIMES, AND ROOM
      *  FOR THE PROCTOR LISTS.
           SELECT ACCT2 ASSIGN TO 'FACULTY.TXT'.
           SELECT ACCT3 ASSIGN TO 'STUDENT.TXT'.
           SELECT ACCT8 ASSIGN TO 'STUDMAST.TXT'
               FILE STATUS IS SM-STATUS.
      *  THE INSTALLMENT PLAN FILE CUT BY INST-PLAN - THE TRANCHES
      *  DUE THROUGH THE EXAM PERIOD.
           SELECT PLAN-IN ASSIGN TO "INSTPLAN.TXT"
               FILE STATUS IS PLAN-STATUS.
      *  THE TERM'S ASSESSMENT LEDGER FROM TUITION-BILL - A STUDENT
      *  WITH NO PLAN OWES THE WHOLE ASSESSMENT BEFORE ANY EXAM.
           SELECT ALDG-IN ASSIGN TO ALDG-FILE-NAME
               FILE STATUS IS ALDG-STATUS.
      *  PAYMENTS POSTED BY CASHIER-POST.
           SELECT PAY-IN ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS PAY-STATUS.
      *  PROMISSORY NOTES RECORDED THROUGH INST-PLAN.
           SELECT NOTE-IN ASSIGN TO "PROMNOTE.TXT"
               FILE STATUS IS NOTE-STATUS.
      *  THE PERMIT REGISTER AND DENIED LIST FOR THE CASHIER, AND
      *  THE PER-SECTION LISTS FOR THE PROCTORS - BOTH TAGGED WITH
      *  THE TERM AND EXAM PERIOD.
           SELECT PRMT-OUT ASSIGN TO PRMT-FILE-NAME.
           SELECT PROC-OUT ASSIGN TO PROC-FILE-NAME.
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
       FD  ACCT1
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS SUBJECT-INFO.
       01  SUBJECT-INFO.
           05 SUBJ-CODE1 PIC X(10).
           05 SUBJ-DESC PIC X(30).
           05 PASS-GRADE1 PIC 9V99.
           05 MAX-SEATS1 PIC 999.
           05 TERM-CODE1 PIC X(6).
           05 UNITS1 PIC 9.
           05 PREREQ-CODE1 PIC X(10).
           05 UNIT-FEE1 PIC 9(4)V99.
           05 MISC-FEE1 PIC 9(5)V99.
       FD  ACCT2
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS FACULTY-INFO.
       01  FACULTY-INFO.
           05 SUBJ-CODE2 PIC X(10).
           05 FAC-ID2 PIC X(12).
           05 FAC-NAME PIC X(25).
           05 MEET-DAY2 PIC X(3).
           05 START-TIME2 PIC 9(4).
           05 END-TIME2 PIC 9(4).
           05 ROOM2 PIC X(6).
       FD  ACCT3
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS STUDENT-INFO.
       01  STUDENT-INFO.
           05 SUBJ-CODE3 PIC X(10).
           05 FAC-ID3 PIC X(12).
           05 STUD-NUM3 PIC X(12).
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
       FD  PLAN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS PLAN-REC.
       01  PLAN-REC.
           05 IP-STUD PIC X(12).
           05 IP-TERM PIC X(6).
           05 IP-STAGE PIC X(1).
           05 IP-DUE PIC 9(7)V99.
       FD  ALDG-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS ALDG-REC.
       01  ALDG-REC.
           05 AL-STUD PIC X(12).
           05 AL-TERM PIC X(6).
           05 AL-TOTAL PIC 9(7)V99.
       FD  PAY-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS PAY-REC.
       01  PAY-REC.
           05 PY-ORNO PIC X(8).
           05 PY-DATE PIC 9(8).
           05 PY-STUD PIC X(12).
           05 PY-TERM PIC X(6).
           05 PY-AMOUNT PIC 9(7)V99.
       FD  NOTE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS NOTE-REC.
       01  NOTE-REC.
           05 PN-STUD PIC X(12).
           05 PN-TERM PIC X(6).
           05 PN-STAGE PIC X(1).
           05 PN-PROM-DATE PIC 9(8).
           05 PN-AMOUNT PIC 9(7)V99.
       FD  PRMT-OUT.
       01  REP-OUT.
           05 FILLER PIC X(80).
       FD  PROC-OUT.
       01  PROC-LINE-OUT.
           05 FILLER PIC X(80).
       FD  PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01  PROC-REC.
           05 PD-DATE PIC 9(8).
       FD  RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01  RUNLOG-REC.
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
           05 OST-NUM OCCURS 500 TIMES PIC X(12).
       01 OST-CNT PIC 999 VALUE 0.
       01 OST-SUB PIC 999 VALUE 0.
       01 OST-KEY-WS PIC X(12).
       01  HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(20).
       01  HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'GREENHILLS, SAN JUAN CITY'.
           05 FILLER PIC X(20).
       01  PRMT-TITLE.
           05 FILLER PIC X(29).
           05 FILLER PIC X(22) VALUE 'EXAMINATION PERMITS'.
           05 FILLER PIC X(29).
       01  PROC-TITLE.
           05 FILLER PIC X(25).
           05 FILLER PIC X(30) VALUE 'PROCTOR PERMIT LISTS'.
           05 FILLER PIC X(25).
       01  TERM-HDR.
           05 FILLER PIC X(6) VALUE 'TERM: '.
           05 TERM-HDR-CD PIC X(6).
           05 FILLER PIC X(15) VALUE '  EXAM PERIOD: '.
           05 TH-STAGE PIC X(8).
           05 FILLER PIC X(12) VALUE '  RUN DATE: '.
           05 RUNINFO-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 RUNINFO-DD PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 RUNINFO-YY PIC 9999.
           05 FILLER PIC X(23).
       01  ISSUED-HDR.
           05 FILLER PIC X(14) VALUE 'PERMITS ISSUED'.
           05 FILLER PIC X(66).
       01  DENIED-HDR.
           05 FILLER PIC X(14) VALUE 'PERMITS DENIED'.
           05 FILLER PIC X(66).
       01  COL-HDR.
           05 FILLER PIC X(14) VALUE 'STUDENT NO.'.
           05 FILLER PIC X(26) VALUE 'NAME'.
           05 FILLER PIC X(11) VALUE '    AMT DUE'.
           05 FILLER PIC X(11) VALUE '       PAID'.
           05 COL-LAST PIC X(18) VALUE ' REMARKS'.
      *  ONE STUDENT ON THE REGISTER - THE REMARK IS THE PERMIT NOTE
      *  ON AN ISSUED PERMIT, OR THE AMOUNT NEEDED ON A DENIAL.
       01  DTL-LINE.
           05 DL-STUD PIC X(12).
           05 FILLER PIC X(2).
           05 DL-NAME PIC X(25).
           05 FILLER PIC X(1).
           05 DL-DUE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 DL-PAID PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 DL-REMARK PIC X(18).
       01  AMT-EDIT PIC ZZZ,ZZ9.99.
       01  TOT-LINE.
           05 FILLER PIC X(4).
           05 TL-LBL PIC X(40).
           05 TL-CNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(29).
       01  TOT-AMT-LINE.
           05 FILLER PIC X(4).
           05 FILLER PIC X(40) VALUE 'TOTAL NEEDED TO QUALIFY'.
           05 TA-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(24).
      *  PROCTOR LIST SECTION HEADING AND LINES.
       01  SECT-HDR.
           05 FILLER PIC X(9) VALUE 'SECTION: '.
           05 SH-SUBJ PIC X(10).
           05 FILLER PIC X(1).
           05 SH-FAC-NAME PIC X(25).
           05 FILLER PIC X(1).
           05 SH-DAY PIC X(3).
           05 FILLER PIC X(1).
           05 SH-TIME.
               10 SH-START PIC 9(4).
               10 SH-DASH PIC X(1).
               10 SH-END PIC 9(4).
           05 FILLER PIC X(1).
           05 SH-ROOM PIC X(6).
           05 FILLER PIC X(14).
       01  PROC-COL-HDR.
           05 FILLER PIC X(4).
           05 FILLER PIC X(14) VALUE 'STUDENT NO.'.
           05 FILLER PIC X(27) VALUE 'NAME'.
           05 FILLER PIC X(35) VALUE 'REMARKS'.
       01  PROC-DTL.
           05 FILLER PIC X(4).
           05 PD-STUD PIC X(12).
           05 FILLER PIC X(2).
           05 PD-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 PD-REMARK PIC X(18).
           05 FILLER PIC X(17).
       01  PROC-TOT-LINE.
           05 FILLER PIC X(4).
           05 FILLER PIC X(11) VALUE 'PERMITTED: '.
           05 PT-OK PIC ZZ9.
           05 FILLER PIC X(18) VALUE '   NOT PERMITTED: '.
           05 PT-DENY PIC ZZ9.
           05 FILLER PIC X(41).
       01  RULE-LINE.
           05 FILLER PIC X(80) VALUE ALL '-'.
       01  BLNK-LINE.
           05 FILLER PIC X(80).
       01  PROCDATE-STATUS PIC XX.
       01  RUN-DATE-WS.
           05 RUN-DATE-YY PIC 9999.
           05 RUN-DATE-MM PIC 99.
           05 RUN-DATE-DD PIC 99.
       01  RUN-DATE-9 REDEFINES RUN-DATE-WS PIC 9(8).
      *  THE PLAN STAGES IN COLLECTION ORDER, AS INST-PLAN CUTS THEM.
       01  STAGE-TABLE-VALUES.
           05 FILLER PIC X(10) VALUE 'D1DOWN   '.
           05 FILLER PIC X(10) VALUE 'P2PRELIM '.
           05 FILLER PIC X(10) VALUE 'M3MIDTERM'.
           05 FILLER PIC X(10) VALUE 'F4FINALS '.
       01  STAGE-TABLE REDEFINES STAGE-TABLE-VALUES.
           05 STAGE-ENTRY OCCURS 4 TIMES.
              10 STAGE-CODE PIC X(1).
              10 STAGE-SEQ PIC 9(1).
              10 STAGE-NAME PIC X(8).
       01  STAGE-TAB-MAX PIC 9 VALUE 4.
       01  STAGE-IDX PIC 9 VALUE 1.
       01  KEY-STAGE PIC X(1).
       01  KEY-STAGE-SEQ PIC 9 VALUE 0.
       01  TERM-CD PIC X(6) VALUE SPACES.
       01  ALDG-FILE-NAME PIC X(22) VALUE 'ASSESSLG.TXT'.
       01  PRMT-FILE-NAME PIC X(30) VALUE 'EXMPRMT.TXT'.
       01  PROC-FILE-NAME PIC X(30) VALUE 'PROCTOR.TXT'.
       01  SM-STATUS PIC XX.
       01  PLAN-STATUS PIC XX.
       01  ALDG-STATUS PIC XX.
       01  PAY-STATUS PIC XX.
       01  NOTE-STATUS PIC XX.
      *  EVERY INPUT IS LOADED INTO A TABLE ONCE, UP FRONT.
       01  ENROLL-TABLE.
           05 ENT-ENTRY OCCURS 500 TIMES.
               10 ENT-SUBJ PIC X(10).
               10 ENT-FAC PIC X(12).
               10 ENT-STUD PIC X(12).
               10 ENT-NAME PIC X(25).
       01  FAC-TABLE.
           05 FCT-ENTRY OCCURS 300 TIMES.
               10 FCT-SUBJ PIC X(10).
               10 FCT-FAC PIC X(12).
               10 FCT-NAME PIC X(25).
               10 FCT-DAY PIC X(3).
               10 FCT-START PIC 9(4).
               10 FCT-END PIC 9(4).
               10 FCT-ROOM PIC X(6).
      *  ONE ENTRY PER ENROLLED STUDENT - WHAT IS DUE THROUGH THE
      *  EXAM PERIOD, WHAT HAS BEEN PAID, AND THE PERMIT DECISION.
      *  SIZED TO MATCH ENROLL-TABLE.
       01  STUD-TABLE.
           05 STT-ENTRY OCCURS 500 TIMES.
               10 STT-STUD PIC X(12).
               10 STT-NAME PIC X(25).
               10 STT-PLAN-SW PIC X(3).
               10 STT-DUE PIC 9(7)V99.
               10 STT-PAID PIC 9(7)V99.
               10 STT-NEED PIC 9(7)V99.
               10 STT-PN-SW PIC X(3).
      *  P = PERMIT, N = PERMIT ON A PROMISSORY NOTE, D = DENIED.
               10 STT-PERMIT PIC X(1).
      *  THE DISTINCT SECTIONS ENROLLED IN, FOR THE PROCTOR LISTS.
       01  SECT-TABLE.
           05 SCT-ENTRY OCCURS 300 TIMES.
               10 SCT-SUBJ PIC X(10).
               10 SCT-FAC PIC X(12).
       01  COUNTS.
           05 ENT-CNT PIC 999 VALUE 0.
           05 FCT-CNT PIC 999 VALUE 0.
           05 STT-CNT PIC 999 VALUE 0.
           05 SCT-CNT PIC 999 VALUE 0.
       01  SUBS.
           05 ENT-SUB PIC 999 VALUE 0.
           05 FCT-SUB PIC 999 VALUE 0.
           05 STT-SUB PIC 999 VALUE 0.
           05 SCT-SUB PIC 999 VALUE 0.
       01  CUR-STUD PIC X(12).
       01  ISSUE-CNT PIC 999 VALUE 0.
       01  PN-CNT PIC 999 VALUE 0.
       01  DENY-CNT PIC 999 VALUE 0.
       01  NEED-TOT PIC 9(8)V99 VALUE 0.
       01  SECT-OK PIC 999 VALUE 0.
       01  SECT-DENY PIC 999 VALUE 0.
       01  SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  EXAMINATION PERMIT RUN FOR ONE EXAM PERIOD OF THE CURRENT
      *  TERM: A STUDENT WHOSE INSTALLMENT TRANCHES DUE THROUGH THAT
      *  PERIOD ARE FULLY PAID GETS A PERMIT; ONE WHO IS SHORT BUT
      *  HAS A PROMISSORY NOTE FOR THE PERIOD GETS A PERMIT WITH THE
      *  NOTE SHOWN; EVERYONE ELSE IS DENIED WITH THE AMOUNT NEEDED.
      *  THE PROCTORS GET A PERMIT LIST PER SECTION.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM GET-TERM-CD-RTN.
           MOVE 9 TO STAGE-IDX.
           PERFORM GET-STAGE-RTN UNTIL STAGE-IDX > 1
               AND STAGE-IDX <= STAGE-TAB-MAX.
           MOVE STAGE-SEQ (STAGE-IDX) TO KEY-STAGE-SEQ.
           MOVE STAGE-NAME (STAGE-IDX) TO TH-STAGE.
           PERFORM LOAD-OST-RTN.
           PERFORM LOAD-ENROLL-RTN.
           PERFORM LOAD-FAC-RTN.
           PERFORM LOAD-STUDMAST-RTN.
           PERFORM LOAD-PLAN-RTN.
           PERFORM LOAD-LEDGER-RTN.
           PERFORM LOAD-PAY-RTN.
           PERFORM LOAD-NOTE-RTN.
           MOVE 1 TO STT-SUB.
           PERFORM DECIDE-RTN UNTIL STT-SUB > STT-CNT.
           STRING 'EXMPRMT_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               TERM-CD DELIMITED BY SPACE
               '_' DELIMITED BY SIZE
               KEY-STAGE DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO PRMT-FILE-NAME.
           STRING 'PROCTOR_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               TERM-CD DELIMITED BY SPACE
               '_' DELIMITED BY SIZE
               KEY-STAGE DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO PROC-FILE-NAME.
           MOVE TERM-CD TO TERM-HDR-CD.
           MOVE RUN-DATE-MM TO RUNINFO-MM.
           MOVE RUN-DATE-DD TO RUNINFO-DD.
           MOVE RUN-DATE-YY TO RUNINFO-YY.
           PERFORM WRITE-REGISTER-RTN.
           PERFORM WRITE-PROCTOR-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'EXAM PERMIT RUN COMPLETE - ISSUED: ' ISSUE-CNT
               '  DENIED: ' DENY-CNT.
           DISPLAY 'CHECK ' PRMT-FILE-NAME ' AND ' PROC-FILE-NAME.
           STOP RUN.
      *  THE CURRENT TERM CODE FROM THE FIRST SUBJECT.TXT RECORD.
       GET-TERM-CD-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT1.
           READ ACCT1
               AT END MOVE 'YES' TO EOF
           END-READ.
           IF EOF NOT = 'YES'
               MOVE TERM-CODE1 TO TERM-CD
           END-IF.
           CLOSE ACCT1.
           STRING 'ASSESSLG_' DELIMITED BY SIZE
               TERM-CD DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO ALDG-FILE-NAME.
      *  THE EXAM PERIOD - PRELIM, MIDTERM, OR FINALS. THE DOWN
      *  PAYMENT IS NOT AN EXAM PERIOD.
       GET-STAGE-RTN.
           DISPLAY 'ENTER EXAM PERIOD (P/M/F): '.
           ACCEPT KEY-STAGE.
           MOVE 1 TO STAGE-IDX.
           PERFORM FIND-STAGE-RTN UNTIL STAGE-IDX > STAGE-TAB-MAX
               OR KEY-STAGE = STAGE-CODE (STAGE-IDX).
           IF STAGE-IDX = 1 OR STAGE-IDX > STAGE-TAB-MAX
               DISPLAY 'EXAM PERIOD MUST BE P, M, OR F - TRY AGAIN.'
               MOVE 9 TO STAGE-IDX
           END-IF.
       FIND-STAGE-RTN.
           ADD 1 TO STAGE-IDX.
      *  LOAD THE ENROLLMENT, TABLING EACH STUDENT AND EACH SECTION
      *  ONCE AS THEY ARE FIRST SEEN. ANOTHER COMPANY'S STUDENTS ARE
      *  LEFT TO THAT COMPANY'S RUN.
       LOAD-ENROLL-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT3.
           READ ACCT3 AT END MOVE 'YES' TO EOF.
           PERFORM LOAD-ENROLL-REC-RTN UNTIL EOF = 'YES'.
           CLOSE ACCT3.
       LOAD-ENROLL-REC-RTN.
           MOVE STUD-NUM3 TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF ENT-CNT < 500 AND OST-SUB > OST-CNT
               ADD 1 TO ENT-CNT
               MOVE SUBJ-CODE3 TO ENT-SUBJ (ENT-CNT)
               MOVE FAC-ID3 TO ENT-FAC (ENT-CNT)
               MOVE STUD-NUM3 TO ENT-STUD (ENT-CNT)
               MOVE STUD-NAME3 TO ENT-NAME (ENT-CNT)
               MOVE STUD-NUM3 TO CUR-STUD
               PERFORM FIND-STT-RTN
               IF STT-SUB > STT-CNT
                   ADD 1 TO STT-CNT
                   MOVE STUD-NUM3 TO STT-STUD (STT-CNT)
                   MOVE STUD-NAME3 TO STT-NAME (STT-CNT)
                   MOVE 'NO' TO STT-PLAN-SW (STT-CNT)
                   MOVE 0 TO STT-DUE (STT-CNT)
                   MOVE 0 TO STT-PAID (STT-CNT)
                   MOVE 0 TO STT-NEED (STT-CNT)
                   MOVE 'NO' TO STT-PN-SW (STT-CNT)
               END-IF
               MOVE 1 TO SCT-SUB
               PERFORM FIND-SCT-COMP UNTIL SCT-SUB > SCT-CNT
                   OR (SCT-SUBJ (SCT-SUB) = SUBJ-CODE3
                       AND SCT-FAC (SCT-SUB) = FAC-ID3)
               IF SCT-SUB > SCT-CNT AND SCT-CNT < 300
                   ADD 1 TO SCT-CNT
                   MOVE SUBJ-CODE3 TO SCT-SUBJ (SCT-CNT)
                   MOVE FAC-ID3 TO SCT-FAC (SCT-CNT)
               END-IF
           END-IF.
           READ ACCT3 AT END MOVE 'YES' TO EOF.
       FIND-SCT-COMP.
           ADD 1 TO SCT-SUB.
      *  LOCATE CUR-STUD IN THE STUDENT TABLE - STT-SUB PAST THE END
      *  WHEN NOT THERE.
       FIND-STT-RTN.
           MOVE 1 TO STT-SUB.
           PERFORM FIND-STT-COMP UNTIL STT-SUB > STT-CNT
               OR STT-STUD (STT-SUB) = CUR-STUD.
       FIND-STT-COMP.
           ADD 1 TO STT-SUB.
       LOAD-FAC-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT2.
           READ ACCT2 AT END MOVE 'YES' TO EOF.
           PERFORM LOAD-FAC-REC-RTN UNTIL EOF = 'YES'.
           CLOSE ACCT2.
       LOAD-FAC-REC-RTN.
           IF FCT-CNT < 300
               ADD 1 TO FCT-CNT
               MOVE SUBJ-CODE2 TO FCT-SUBJ (FCT-CNT)
               MOVE FAC-ID2 TO FCT-FAC (FCT-CNT)
               MOVE FAC-NAME TO FCT-NAME (FCT-CNT)
               MOVE MEET-DAY2 TO FCT-DAY (FCT-CNT)
               MOVE START-TIME2 TO FCT-START (FCT-CNT)
               MOVE END-TIME2 TO FCT-END (FCT-CNT)
               MOVE ROOM2 TO FCT-ROOM (FCT-CNT)
           END-IF.
           READ ACCT2 AT END MOVE 'YES' TO EOF.
      *  NAMES FROM THE STUDENT MASTER WHERE ON FILE. A MISSING
      *  STUDMAST.TXT (STATUS 35) KEEPS THE ENROLLMENT ROW'S COPY.
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
       LOAD-STUDMAST-REC-RTN.
           MOVE SM-NUM TO CUR-STUD.
           PERFORM FIND-STT-RTN.
           IF STT-SUB <= STT-CNT
               MOVE SM-NAME TO STT-NAME (STT-SUB)
           END-IF.
           READ ACCT8 AT END MOVE 'YES' TO EOF.
      *  THE TERM'S TRANCHES DUE THROUGH THE EXAM PERIOD. A MISSING
      *  INSTPLAN.TXT (STATUS 35) MEANS NO ONE IS ON A PLAN.
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
       LOAD-PLAN-REC-RTN.
           IF IP-TERM = TERM-CD
               MOVE IP-STUD TO CUR-STUD
               PERFORM FIND-STT-RTN
               IF STT-SUB <= STT-CNT
                   MOVE 'YES' TO STT-PLAN-SW (STT-SUB)
                   MOVE 1 TO STAGE-IDX
                   PERFORM FIND-STAGE-RTN
                       UNTIL STAGE-IDX > STAGE-TAB-MAX
                       OR IP-STAGE = STAGE-CODE (STAGE-IDX)
                   IF STAGE-IDX <= STAGE-TAB-MAX
                       AND STAGE-SEQ (STAGE-IDX) <= KEY-STAGE-SEQ
                       ADD IP-DUE TO STT-DUE (STT-SUB)
                   END-IF
               END-IF
           END-IF.
           READ PLAN-IN AT END MOVE 'YES' TO EOF.
      *  A STUDENT NOT ON A PLAN OWES THE FULL ASSESSMENT. A MISSING
      *  LEDGER (STATUS 35, TUITION-BILL NOT RUN) LEAVES THEM AT ZERO.
       LOAD-LEDGER-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ALDG-IN.
           IF ALDG-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ALDG-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-LEDGER-REC-RTN UNTIL EOF = 'YES'
               CLOSE ALDG-IN
           END-IF.
       LOAD-LEDGER-REC-RTN.
           MOVE AL-STUD TO CUR-STUD.
           PERFORM FIND-STT-RTN.
           IF STT-SUB <= STT-CNT
               IF STT-PLAN-SW (STT-SUB) = 'NO'
                   MOVE AL-TOTAL TO STT-DUE (STT-SUB)
               END-IF
           END-IF.
           READ ALDG-IN AT END MOVE 'YES' TO EOF.
      *  THE TERM'S POSTED PAYMENTS.
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
       LOAD-PAY-REC-RTN.
           IF PY-TERM = TERM-CD
               MOVE PY-STUD TO CUR-STUD
               PERFORM FIND-STT-RTN
               IF STT-SUB <= STT-CNT
                   ADD PY-AMOUNT TO STT-PAID (STT-SUB)
               END-IF
           END-IF.
           READ PAY-IN AT END MOVE 'YES' TO EOF.
      *  PROMISSORY NOTES COVERING THIS EXAM PERIOD.
       LOAD-NOTE-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT NOTE-IN.
           IF NOTE-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ NOTE-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-NOTE-REC-RTN UNTIL EOF = 'YES'
               CLOSE NOTE-IN
           END-IF.
       LOAD-NOTE-REC-RTN.
           IF PN-TERM = TERM-CD AND PN-STAGE = KEY-STAGE
               MOVE PN-STUD TO CUR-STUD
               PERFORM FIND-STT-RTN
               IF STT-SUB <= STT-CNT
                   MOVE 'YES' TO STT-PN-SW (STT-SUB)
               END-IF
           END-IF.
           READ NOTE-IN AT END MOVE 'YES' TO EOF.
      *  THE PERMIT DECISION FOR ONE STUDENT.
       DECIDE-RTN.
           IF STT-PAID (STT-SUB) < STT-DUE (STT-SUB)
               COMPUTE STT-NEED (STT-SUB) =
                   STT-DUE (STT-SUB) - STT-PAID (STT-SUB)
               IF STT-PN-SW (STT-SUB) = 'YES'
                   MOVE 'N' TO STT-PERMIT (STT-SUB)
                   ADD 1 TO ISSUE-CNT
                   ADD 1 TO PN-CNT
               ELSE
                   MOVE 'D' TO STT-PERMIT (STT-SUB)
                   ADD 1 TO DENY-CNT
                   ADD STT-NEED (STT-SUB) TO NEED-TOT
               END-IF
           ELSE
               MOVE 'P' TO STT-PERMIT (STT-SUB)
               ADD 1 TO ISSUE-CNT
           END-IF.
           ADD 1 TO STT-SUB.
      *  THE CASHIER'S REGISTER - PERMITS ISSUED, THEN PERMITS DENIED
      *  WITH THE AMOUNT EACH STUDENT NEEDS TO PAY TO QUALIFY.
       WRITE-REGISTER-RTN.
           OPEN OUTPUT PRMT-OUT.
           WRITE REP-OUT FROM HEADER.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM PRMT-TITLE.
           WRITE REP-OUT FROM TERM-HDR.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM ISSUED-HDR.
           MOVE ' REMARKS' TO COL-LAST.
           WRITE REP-OUT FROM COL-HDR.
           MOVE 1 TO STT-SUB.
           PERFORM WRITE-ISSUED-COMP UNTIL STT-SUB > STT-CNT.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM DENIED-HDR.
           MOVE '     AMOUNT NEEDED' TO COL-LAST.
           WRITE REP-OUT FROM COL-HDR.
           MOVE 1 TO STT-SUB.
           PERFORM WRITE-DENIED-COMP UNTIL STT-SUB > STT-CNT.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM RULE-LINE.
           MOVE 'PERMITS ISSUED' TO TL-LBL.
           MOVE ISSUE-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE '  OF WHICH ON A PROMISSORY NOTE' TO TL-LBL.
           MOVE PN-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'PERMITS DENIED' TO TL-LBL.
           MOVE DENY-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE NEED-TOT TO TA-AMT.
           WRITE REP-OUT FROM TOT-AMT-LINE.
           CLOSE PRMT-OUT.
       WRITE-ISSUED-COMP.
           IF STT-PERMIT (STT-SUB) NOT = 'D'
               PERFORM FILL-DTL-RTN
               IF STT-PERMIT (STT-SUB) = 'N'
                   MOVE 'PROMISSORY NOTE' TO DL-REMARK
               ELSE
                   MOVE 'PERMIT' TO DL-REMARK
               END-IF
               WRITE REP-OUT FROM DTL-LINE
           END-IF.
           ADD 1 TO STT-SUB.
       WRITE-DENIED-COMP.
           IF STT-PERMIT (STT-SUB) = 'D'
               PERFORM FILL-DTL-RTN
               MOVE STT-NEED (STT-SUB) TO AMT-EDIT
               MOVE SPACES TO DL-REMARK
               MOVE AMT-EDIT TO DL-REMARK (9:10)
               WRITE REP-OUT FROM DTL-LINE
           END-IF.
           ADD 1 TO STT-SUB.
       FILL-DTL-RTN.
           MOVE SPACES TO DTL-LINE.
           MOVE STT-STUD (STT-SUB) TO DL-STUD.
           MOVE STT-NAME (STT-SUB) TO DL-NAME.
           MOVE STT-DUE (STT-SUB) TO DL-DUE.
           MOVE STT-PAID (STT-SUB) TO DL-PAID.
      *  THE PROCTORS' LISTS - EVERY SECTION WITH ITS SCHEDULE AND
      *  THE STUDENTS ALLOWED TO SIT, A NOTE ON THOSE ADMITTED ON A
      *  PROMISSORY NOTE, AND THE COUNT TURNED AWAY.
       WRITE-PROCTOR-RTN.
           OPEN OUTPUT PROC-OUT.
           WRITE PROC-LINE-OUT FROM HEADER.
           WRITE PROC-LINE-OUT FROM HEADER2.
           WRITE PROC-LINE-OUT FROM BLNK-LINE.
           WRITE PROC-LINE-OUT FROM PROC-TITLE.
           WRITE PROC-LINE-OUT FROM TERM-HDR.
           MOVE 1 TO SCT-SUB.
           PERFORM WRITE-SECT-RTN UNTIL SCT-SUB > SCT-CNT.
           CLOSE PROC-OUT.
       WRITE-SECT-RTN.
           MOVE SCT-SUBJ (SCT-SUB) TO SH-SUBJ.
           MOVE SPACES TO SH-TIME.
           MOVE 1 TO FCT-SUB.
           PERFORM FIND-FAC-COMP UNTIL FCT-SUB > FCT-CNT
               OR (FCT-SUBJ (FCT-SUB) = SCT-SUBJ (SCT-SUB)
                   AND FCT-FAC (FCT-SUB) = SCT-FAC (SCT-SUB)).
           IF FCT-SUB > FCT-CNT
               MOVE SCT-FAC (SCT-SUB) TO SH-FAC-NAME
               MOVE 'TBA' TO SH-DAY
               MOVE 'TBA' TO SH-ROOM
           ELSE
               MOVE FCT-NAME (FCT-SUB) TO SH-FAC-NAME
               MOVE FCT-DAY (FCT-SUB) TO SH-DAY
               MOVE FCT-START (FCT-SUB) TO SH-START
               MOVE '-' TO SH-DASH
               MOVE FCT-END (FCT-SUB) TO SH-END
               MOVE FCT-ROOM (FCT-SUB) TO SH-ROOM
           END-IF.
           WRITE PROC-LINE-OUT FROM BLNK-LINE.
           WRITE PROC-LINE-OUT FROM SECT-HDR.
           WRITE PROC-LINE-OUT FROM PROC-COL-HDR.
           MOVE 0 TO SECT-OK.
           MOVE 0 TO SECT-DENY.
           MOVE 1 TO ENT-SUB.
           PERFORM WRITE-SECT-COMP UNTIL ENT-SUB > ENT-CNT.
           MOVE SECT-OK TO PT-OK.
           MOVE SECT-DENY TO PT-DENY.
           WRITE PROC-LINE-OUT FROM PROC-TOT-LINE.
           ADD 1 TO SCT-SUB.
       FIND-FAC-COMP.
           ADD 1 TO FCT-SUB.
       WRITE-SECT-COMP.
           IF ENT-SUBJ (ENT-SUB) = SCT-SUBJ (SCT-SUB)
               AND ENT-FAC (ENT-SUB) = SCT-FAC (SCT-SUB)
               MOVE ENT-STUD (ENT-SUB) TO CUR-STUD
               PERFORM FIND-STT-RTN
               IF STT-PERMIT (STT-SUB) = 'D'
                   ADD 1 TO SECT-DENY
               ELSE
                   ADD 1 TO SECT-OK
                   MOVE SPACES TO PROC-DTL
                   MOVE STT-STUD (STT-SUB) TO PD-STUD
                   MOVE STT-NAME (STT-SUB) TO PD-NAME
                   IF STT-PERMIT (STT-SUB) = 'N'
                       MOVE 'PROMISSORY NOTE' TO PD-REMARK
                   END-IF
                   WRITE PROC-LINE-OUT FROM PROC-DTL
               END-IF
           END-IF.
           ADD 1 TO ENT-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'EXAM-PERMIT    ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE ENT-CNT TO RL-RECS-READ.
           MOVE STT-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
       GET-PROC-DATE-RTN.
           OPEN INPUT PROCDATE-IN.
           IF PROCDATE-STATUS = '35'
               ACCEPT RUN-DATE-9 FROM DATE YYYYMMDD
           ELSE
               READ PROCDATE-IN
                   AT END
                       ACCEPT RUN-DATE-9 FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE PD-DATE TO RUN-DATE-9
               END-READ
               CLOSE PROCDATE-IN
           END-IF.
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
      *  CODE RIGHT AFTER THE REPORT NAME (EXMPRMT_RIVL_... FOR A RIVL
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
               AND OST-CNT < 500
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
