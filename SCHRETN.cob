       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOL-RETAIN.
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
      *  SUBJECT CATALOG - PASS CUTOFFS AND CREDIT UNITS. THE FIRST
      *  RECORD ALSO SUPPLIES THE CURRENT TERM CODE, AS IN PROJECT.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
      *  THE TERM'S GRADE FILE - THE LIVE GRADE.TXT OR AN ARCHIVED
      *  GRADE_<TERM>.TXT, PICKED THE WAY ACAD-STANDING PICKS IT.
           SELECT GRADE-IN ASSIGN TO GRADE-FILE-NAME
               FILE STATUS IS GRADE-STATUS.
      *  THE STUDENT MASTER - NAMES FOR THE LIST AND THE LETTERS.
           SELECT ACCT8 ASSIGN TO 'STUDMAST.TXT'
               FILE STATUS IS SM-STATUS.
      *  SCHOLARSHIPS AND DISCOUNTS PER STUDENT. THE EVALUATION
      *  WRITES EACH SCHOLAR'S RETENTION STATUS BACK ONTO THE FILE;
      *  TUITION-BILL STOPS APPLYING A GRANT MARKED LOST.
           SELECT SCHOL-FILE ASSIGN TO 'SCHOLAR.TXT'
               FILE STATUS IS SCHOL-STATUS.
      *  THE COMMITTEE'S RETENTION LIST AND THE SPONSOR LETTERS,
      *  BOTH TAGGED WITH THE TERM CODE.
           SELECT RPT-OUT ASSIGN TO RPT-FILE-NAME.
           SELECT LTR-OUT ASSIGN TO LTR-FILE-NAME.
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
       FD  GRADE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS GRADES-INFO.
       01  GRADES-INFO.
           05 SUBJ-CODE4 PIC X(10).
           05 FAC-ID4 PIC X(12).
           05 STUD-NUM4 PIC X(12).
           05 MID-GRADE PIC 9V99.
           05 FIN-GRADE PIC 9V99.
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
       FD  SCHOL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS SCHOL-REC.
       01  SCHOL-REC.
           05 SC-STUD PIC X(12).
           05 SC-TYPE PIC X(8).
           05 SC-PCT PIC 999.
           05 SC-FIXED PIC 9(6)V99.
           05 SC-SPONSOR PIC X(20).
      *  RETENTION STATUS FROM THE LAST TERM EVALUATED - SPACE OR
      *  A = ACTIVE, P = ON PROBATION, L = LOST.
           05 SC-STATUS PIC X(1).
           05 SC-EVAL-TERM PIC X(6).
      *  THE STATUS CARRIED IN FROM THE TERM BEFORE, KEPT SO A RERUN
      *  OF THE SAME TERM STARTS FROM THE SAME PLACE.
           05 SC-PREV-STATUS PIC X(1).
       FD  RPT-OUT.
       01  REP-OUT.
           05 FILLER PIC X(80).
       FD  LTR-OUT.
       01  LTR-LINE-OUT.
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
           05 OST-NUM OCCURS 2000 TIMES PIC X(12).
       01 OST-CNT PIC 9(4) VALUE 0.
       01 OST-SUB PIC 9(4) VALUE 0.
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
      *  THE RETENTION RULES PER SCHOLARSHIP TYPE ARE SHARED IN
      *  CODETAB.CPY.
           COPY CODETAB.
      *  A TERM AVERAGE WORSE THAN THE TYPE'S LIMIT BY NO MORE THAN
      *  THIS MARGIN, OR A LOAD UNDER THE MINIMUM, PUTS THE SCHOLAR
      *  ON PROBATION RATHER THAN LOSING THE GRANT OUTRIGHT. A
      *  SECOND SHORTFALL WHILE ON PROBATION LOSES IT.
       01  PROB-MARGIN PIC 9V99 VALUE 0.25.
       01  RPT-TITLE.
           05 FILLER PIC X(24).
           05 FILLER PIC X(32) VALUE
              'SCHOLARSHIP RETENTION EVALUATION'.
           05 FILLER PIC X(24).
       01  TERM-HDR.
           05 FILLER PIC X(6) VALUE 'TERM: '.
           05 TERM-HDR-CD PIC X(6).
           05 FILLER PIC X(4).
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 RUNINFO-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 RUNINFO-DD PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 RUNINFO-YY PIC 9999.
           05 FILLER PIC X(44).
       01  RULE-HDR.
           05 FILLER PIC X(80) VALUE
              'RULES APPLIED  TYPE      WORST GWA  NO FAILS  MIN UNITS'.
       01  RULE-DTL.
           05 FILLER PIC X(15).
           05 RD-TYPE PIC X(8).
           05 FILLER PIC X(6).
           05 RD-GWA PIC 9.99.
           05 FILLER PIC X(8).
           05 RD-NOFAIL PIC X(1).
           05 FILLER PIC X(10).
           05 RD-UNITS PIC Z9.
           05 FILLER PIC X(26).
       01  SEC-HDR.
           05 SH-NAME PIC X(30).
           05 FILLER PIC X(50).
       01  COL-HDR.
           05 FILLER PIC X(13) VALUE 'STUDENT NO.'.
           05 FILLER PIC X(21) VALUE 'NAME'.
           05 FILLER PIC X(9) VALUE 'TYPE'.
           05 FILLER PIC X(5) VALUE 'LOAD'.
           05 FILLER PIC X(4) VALUE 'FLD'.
           05 FILLER PIC X(6) VALUE 'GWA'.
           05 FILLER PIC X(22) VALUE 'REASON'.
       01  DTL-LINE.
           05 DL-STUD PIC X(12).
           05 FILLER PIC X(1).
           05 DL-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 DL-TYPE PIC X(8).
           05 FILLER PIC X(1).
           05 DL-LOAD PIC ZZ9.
           05 FILLER PIC X(2).
           05 DL-FAIL PIC ZZ9.
           05 FILLER PIC X(1).
           05 DL-GWA PIC 9.99.
           05 FILLER PIC X(2).
           05 DL-REASON PIC X(20).
           05 FILLER PIC X(2).
       01  SEC-TOT-LINE.
           05 FILLER PIC X(10) VALUE 'SCHOLARS: '.
           05 ST-CNT PIC ZZZ9.
           05 FILLER PIC X(66).
       01  SCH-HDR.
           05 FILLER PIC X(6) VALUE 'TOTALS'.
           05 FILLER PIC X(74).
       01  SCH-TOT-LINE.
           05 FILLER PIC X(4).
           05 STL-LBL PIC X(36).
           05 STL-CNT PIC Z,ZZ9.
           05 FILLER PIC X(35).
       01  RULE-LINE.
           05 FILLER PIC X(80) VALUE ALL '-'.
       01  BLNK-LINE.
           05 FILLER PIC X(80).
      *  SPONSOR LETTER LINES.
       01  LTR-TITLE.
           05 FILLER PIC X(22).
           05 FILLER PIC X(36) VALUE
              'SCHOLARSHIP RETENTION - SPONSOR COPY'.
           05 FILLER PIC X(22).
       01  LTR-DATE-LINE.
           05 FILLER PIC X(6) VALUE 'DATE: '.
           05 LD-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 LD-DD PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 LD-YY PIC 9999.
           05 FILLER PIC X(64).
       01  LTR-TO-LINE.
           05 FILLER PIC X(6) VALUE 'TO:   '.
           05 LT-SPONSOR PIC X(20).
           05 FILLER PIC X(54).
       01  LTR-BODY-1.
           05 FILLER PIC X(50) VALUE
              'BELOW IS THE STANDING OF THE SCHOLARS YOU SPONSOR '.
           05 FILLER PIC X(15) VALUE 'AFTER THE TERM '.
           05 LB-TERM PIC X(6).
           05 FILLER PIC X(1) VALUE '.'.
           05 FILLER PIC X(8).
       01  LTR-COL-HDR.
           05 FILLER PIC X(13) VALUE 'STUDENT NO.'.
           05 FILLER PIC X(26) VALUE 'NAME'.
           05 FILLER PIC X(6) VALUE 'GWA'.
           05 FILLER PIC X(35) VALUE 'RESULT'.
       01  LTR-DTL.
           05 LL-STUD PIC X(12).
           05 FILLER PIC X(1).
           05 LL-NAME PIC X(25).
           05 FILLER PIC X(1).
           05 LL-GWA PIC 9.99.
           05 FILLER PIC X(2).
           05 LL-RESULT PIC X(20).
           05 FILLER PIC X(15).
       01  LTR-NOTE-1.
           05 FILLER PIC X(39) VALUE
              'A SCHOLAR ON PROBATION KEEPS THE GRANT '.
           05 FILLER PIC X(41) VALUE 'FOR ONE MORE TERM.'.
       01  LTR-NOTE-2.
           05 FILLER PIC X(40) VALUE
              'A LOST GRANT IS NOT APPLIED OR BILLED TO'.
           05 FILLER PIC X(40) VALUE ' YOU FROM THE NEXT'.
       01  LTR-NOTE-3.
           05 FILLER PIC X(80) VALUE 'ASSESSMENT ON.'.
       01  LTR-SIGN-LINE.
           05 FILLER PIC X(40).
           05 FILLER PIC X(40) VALUE 'SCHOLARSHIP COMMITTEE'.
       01  PROCDATE-STATUS PIC XX.
       01  RUN-DATE-WS.
           05 RUN-DATE-YY PIC 9999.
           05 RUN-DATE-MM PIC 99.
           05 RUN-DATE-DD PIC 99.
       01  RUN-DATE-9 REDEFINES RUN-DATE-WS PIC 9(8).
      *  THE TERM BEING EVALUATED AND THE FILE NAMES IT BUILDS.
       01  KEY-TERM PIC X(6).
       01  TERM-CD PIC X(6) VALUE SPACES.
       01  EVAL-TERM PIC X(6) VALUE SPACES.
       01  GRADE-FILE-NAME PIC X(20) VALUE 'GRADE.TXT'.
       01  RPT-FILE-NAME PIC X(30) VALUE 'SCHRETN.TXT'.
       01  LTR-FILE-NAME PIC X(30) VALUE 'SCHSPON.TXT'.
       01  GRADE-STATUS PIC XX.
       01  SM-STATUS PIC XX.
       01  SCHOL-STATUS PIC XX.
      *  THE REPORT SECTIONS, IN THE ORDER THE COMMITTEE TAKES THEM,
      *  KEYED BY THE RESULT CODE SET ON EACH SCHOLAR.
       01  RSEC-TABLE-VALUES.
           05 FILLER PIC X(31) VALUE 'LLOST'.
           05 FILLER PIC X(31) VALUE 'PPROBATION'.
           05 FILLER PIC X(31) VALUE 'RRETAINED'.
           05 FILLER PIC X(31) VALUE 'XNO GRADES THIS TERM'.
       01  RSEC-TABLE REDEFINES RSEC-TABLE-VALUES.
           05 RSEC-ENTRY OCCURS 4 TIMES.
              10 RSEC-CODE PIC X(1).
              10 RSEC-NAME PIC X(30).
       01  RSEC-TAB-MAX PIC 9 VALUE 4.
       01  RSEC-IDX PIC 9 VALUE 1.
      *  EVERY INPUT IS LOADED INTO A TABLE ONCE, UP FRONT.
       01  SUBJ-TABLE.
           05 SJT-ENTRY OCCURS 100 TIMES.
               10 SJT-CODE PIC X(10).
               10 SJT-PASS PIC 9V99.
               10 SJT-UNITS PIC 9.
       01  GRADE-TABLE.
           05 GRT-ENTRY OCCURS 1000 TIMES.
               10 GRT-SUBJ PIC X(10).
               10 GRT-STUD PIC X(12).
               10 GRT-MID PIC 9V99.
               10 GRT-FIN PIC 9V99.
       01  SMT-TABLE.
           05 SMT-ENTRY OCCURS 2000 TIMES.
               10 SMT-NUM PIC X(12).
               10 SMT-NAME PIC X(25).
      *  THE SCHOLAR FILE AS LOADED, PLUS THE TERM'S FIGURES AND
      *  RESULT PER SCHOLAR - R(ETAINED), P(ROBATION), L(OST),
      *  X (NO GRADES), N (NO RULE FOR THE TYPE), - (LOST IN AN
      *  EARLIER TERM, NOT EVALUATED AGAIN), OR O (ANOTHER COMPANY'S
      *  STUDENT, WRITTEN BACK AS IT WAS).
       01  SCHOL-TABLE.
           05 SCT-ENTRY OCCURS 200 TIMES.
               10 SCT-STUD PIC X(12).
               10 SCT-TYPE PIC X(8).
               10 SCT-PCT PIC 999.
               10 SCT-FIXED PIC 9(6)V99.
               10 SCT-SPONSOR PIC X(20).
               10 SCT-STATUS PIC X(1).
               10 SCT-EVAL-TERM PIC X(6).
               10 SCT-PREV-STATUS PIC X(1).
               10 SCT-RESULT PIC X(1).
               10 SCT-LOAD PIC 999.
               10 SCT-FAIL PIC 999.
               10 SCT-GWA PIC 9V99.
               10 SCT-REASON PIC X(20).
      *  SPONSORS OF THE SCHOLARS EVALUATED - ONE LETTER EACH.
       01  SPON-TABLE.
           05 SPT-SPONSOR PIC X(20) OCCURS 50 TIMES.
       01  COUNTS.
           05 SJT-CNT PIC 999 VALUE 0.
           05 GRT-CNT PIC 9(4) VALUE 0.
           05 SMT-CNT PIC 9(4) VALUE 0.
           05 SCT-CNT PIC 999 VALUE 0.
           05 SPT-CNT PIC 99 VALUE 0.
           05 SEC-CNT PIC 9(4) VALUE 0.
           05 EVAL-CNT PIC 9(4) VALUE 0.
           05 LTR-CNT PIC 9(4) VALUE 0.
           05 RET-CNT PIC 9(4) VALUE 0.
           05 PROB-CNT PIC 9(4) VALUE 0.
           05 LOST-CNT PIC 9(4) VALUE 0.
           05 NOGR-CNT PIC 9(4) VALUE 0.
           05 NORULE-CNT PIC 9(4) VALUE 0.
           05 PRIOR-CNT PIC 9(4) VALUE 0.
       01  SUBS.
           05 SJT-SUB PIC 999 VALUE 0.
           05 GRT-SUB PIC 9(4) VALUE 0.
           05 SMT-SUB PIC 9(4) VALUE 0.
           05 SCT-SUB PIC 999 VALUE 0.
           05 SPT-SUB PIC 99 VALUE 0.
           05 SRUL-IDX PIC 99 VALUE 0.
       01  SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
      *  PER-SCHOLAR WORK FIELDS FOR THE EVALUATION IN HAND.
       01  CUR-STUD PIC X(12).
       01  CUR-NAME PIC X(25).
       01  CUR-AVG PIC 9V99 VALUE 0.
       01  CUR-UNIT-WS PIC 9 VALUE 1.
       01  CUR-PASS-WS PIC 9V99 VALUE 3.12.
       01  CUR-LOAD PIC 999 VALUE 0.
       01  CUR-UNITS PIC 999 VALUE 0.
       01  CUR-FAIL-UNITS PIC 999 VALUE 0.
       01  CUR-GWA-SUM PIC 9(5)V99 VALUE 0.
       01  CUR-GWA PIC 9V99 VALUE 0.
       01  LOST-GWA PIC 9V99 VALUE 0.
       01  BASE-STATUS PIC X(1).
       01  RESULT-TEXT PIC X(20).
       PROCEDURE DIVISION.
      *  TERM-END SCHOLARSHIP RETENTION: EVERY SCHOLAR WHOSE TYPE
      *  CARRIES A RETENTION RULE IS CHECKED AGAINST THE TERM'S
      *  GRADES - UNIT-WEIGHTED AVERAGE, FAILING GRADES, AND UNIT
      *  LOAD - AND IS RETAINED, PUT ON PROBATION, OR LOSES THE
      *  GRANT. THE RESULT IS WRITTEN BACK TO SCHOLAR.TXT SO A LOST
      *  GRANT IS NOT APPLIED AT THE NEXT ASSESSMENT, LISTED FOR THE
      *  SCHOLARSHIP COMMITTEE, AND SENT TO EACH EXTERNAL SPONSOR.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-SUBJ-RTN.
           PERFORM GET-TERM-RTN.
           PERFORM LOAD-GRADE-RTN.
           IF GRADE-STATUS = '35' OR GRT-CNT = 0
               DISPLAY 'NO GRADES ON FILE FOR TERM ' EVAL-TERM
                   ' - NOTHING EVALUATED.'
               STOP RUN
           END-IF.
           PERFORM LOAD-SCHOL-RTN.
           IF SCT-CNT = 0
               DISPLAY 'NO SCHOLARSHIPS ON FILE - NOTHING EVALUATED.'
               STOP RUN
           END-IF.
           PERFORM LOAD-STUDMAST-RTN.
           MOVE 1 TO SCT-SUB.
           PERFORM EVAL-SCHOLAR-RTN UNTIL SCT-SUB > SCT-CNT.
           STRING 'SCHRETN_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               EVAL-TERM DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-FILE-NAME.
           STRING 'SCHSPON_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               EVAL-TERM DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO LTR-FILE-NAME.
           OPEN OUTPUT RPT-OUT
               OUTPUT LTR-OUT.
           PERFORM WRITE-RPT-HDR-RTN.
           MOVE 1 TO RSEC-IDX.
           PERFORM WRITE-SECTION-RTN UNTIL RSEC-IDX > RSEC-TAB-MAX.
           MOVE 1 TO SPT-SUB.
           PERFORM WRITE-LETTER-RTN UNTIL SPT-SUB > SPT-CNT.
           PERFORM WRITE-SCH-TOT-RTN.
           CLOSE RPT-OUT, LTR-OUT.
           IF EVAL-CNT > 0
               PERFORM REWRITE-SCHOL-RTN
           END-IF.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'SCHOLARSHIP RETENTION RUN COMPLETE FOR '
               EVAL-TERM.
           DISPLAY 'RETAINED: ' RET-CNT '  PROBATION: ' PROB-CNT
               '  LOST: ' LOST-CNT.
           DISPLAY 'CHECK ' RPT-FILE-NAME ' FOR THE COMMITTEE LIST'.
           DISPLAY 'CHECK ' LTR-FILE-NAME ' FOR THE SPONSOR LETTERS'.
           STOP RUN.
      *  LOAD SUBJECT.TXT - THE FIRST RECORD ALSO SUPPLIES THE
      *  CURRENT TERM CODE.
       LOAD-SUBJ-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT1.
           READ ACCT1 AT END MOVE 'YES' TO EOF.
           IF EOF NOT = 'YES'
               MOVE TERM-CODE1 TO TERM-CD
           END-IF.
           PERFORM LOAD-SUBJ-REC-RTN UNTIL EOF = 'YES'.
           CLOSE ACCT1.
       LOAD-SUBJ-REC-RTN.
           IF SJT-CNT < 100
               ADD 1 TO SJT-CNT
               MOVE SUBJ-CODE1 TO SJT-CODE (SJT-CNT)
               MOVE PASS-GRADE1 TO SJT-PASS (SJT-CNT)
               MOVE UNITS1 TO SJT-UNITS (SJT-CNT)
           END-IF.
           READ ACCT1 AT END MOVE 'YES' TO EOF.
      *  THE TERM TO EVALUATE. BLANK (OR CURRENT) IS THE LIVE TERM ON
      *  GRADE.TXT; A TERM CODE READS ITS ARCHIVED GRADE_<TERM>.TXT,
      *  FALLING BACK TO GRADE.TXT WHEN IT IS THE CURRENT TERM AND
      *  TERM-CLOSE HAS NOT ARCHIVED IT YET.
       GET-TERM-RTN.
           DISPLAY 'ENTER TERM CODE (BLANK FOR THE CURRENT TERM): '.
           ACCEPT KEY-TERM.
           IF KEY-TERM = SPACES OR KEY-TERM = 'CURREN'
               MOVE TERM-CD TO EVAL-TERM
               MOVE 'GRADE.TXT' TO GRADE-FILE-NAME
           ELSE
               MOVE KEY-TERM TO EVAL-TERM
               MOVE SPACES TO GRADE-FILE-NAME
               STRING 'GRADE_' DELIMITED BY SIZE
                   KEY-TERM DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO GRADE-FILE-NAME
               OPEN INPUT GRADE-IN
               IF GRADE-STATUS = '35'
                   IF KEY-TERM = TERM-CD
                       MOVE 'GRADE.TXT' TO GRADE-FILE-NAME
                   END-IF
               ELSE
                   CLOSE GRADE-IN
               END-IF
           END-IF.
       LOAD-GRADE-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT GRADE-IN.
           IF GRADE-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ GRADE-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-GRADE-REC-RTN UNTIL EOF = 'YES'
               CLOSE GRADE-IN
           END-IF.
       LOAD-GRADE-REC-RTN.
           IF GRT-CNT >= 1000
               DISPLAY 'WARNING: GRADE TABLE FULL -'
                   ' THE RETENTION RUN IS INCOMPLETE'
               MOVE 'YES' TO EOF
           ELSE
               ADD 1 TO GRT-CNT
               MOVE SUBJ-CODE4 TO GRT-SUBJ (GRT-CNT)
               MOVE STUD-NUM4 TO GRT-STUD (GRT-CNT)
               MOVE MID-GRADE TO GRT-MID (GRT-CNT)
               MOVE FIN-GRADE TO GRT-FIN (GRT-CNT)
               READ GRADE-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
           END-IF.
      *  LOAD THE SCHOLARSHIP FILE. A MISSING SCHOLAR.TXT (STATUS
      *  35) LEAVES NOTHING TO EVALUATE.
       LOAD-SCHOL-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT SCHOL-FILE.
           IF SCHOL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ SCHOL-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-SCHOL-REC-RTN UNTIL EOF = 'YES'
               CLOSE SCHOL-FILE
           END-IF.
       LOAD-SCHOL-REC-RTN.
           IF SCT-CNT >= 200
               DISPLAY 'WARNING: SCHOLAR TABLE FULL - FILE NOT '
                   'UPDATED'
               MOVE 0 TO SCT-CNT
               MOVE 'YES' TO EOF
           ELSE
               ADD 1 TO SCT-CNT
               MOVE SC-STUD TO SCT-STUD (SCT-CNT)
               MOVE SC-TYPE TO SCT-TYPE (SCT-CNT)
               MOVE SC-PCT TO SCT-PCT (SCT-CNT)
               MOVE SC-FIXED TO SCT-FIXED (SCT-CNT)
               MOVE SC-SPONSOR TO SCT-SPONSOR (SCT-CNT)
               MOVE SC-STATUS TO SCT-STATUS (SCT-CNT)
               MOVE SC-EVAL-TERM TO SCT-EVAL-TERM (SCT-CNT)
               MOVE SC-PREV-STATUS TO SCT-PREV-STATUS (SCT-CNT)
               READ SCHOL-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
           END-IF.
      *  STUDENT NAMES. A MISSING MASTER LEAVES THE NAMES BLANK.
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
      *  A STUDENT ON ANOTHER COMPANY'S ROLL IS TABLED APART - THEIR
      *  SCHOLARSHIPS ARE EVALUATED ON THAT COMPANY'S RUN. A BLANK
      *  COMPANY CODE IS THE HOME COMPANY'S.
       LOAD-STUDMAST-REC-RTN.
           IF SM-CO = COPROF-CODE-WS
               OR (SM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               IF SMT-CNT < 2000
                   ADD 1 TO SMT-CNT
                   MOVE SM-NUM TO SMT-NUM (SMT-CNT)
                   MOVE SM-NAME TO SMT-NAME (SMT-CNT)
               END-IF
           ELSE
               IF OST-CNT < 2000
                   ADD 1 TO OST-CNT
                   MOVE SM-NUM TO OST-NUM (OST-CNT)
               END-IF
           END-IF.
           READ ACCT8 AT END MOVE 'YES' TO EOF.
      *  ONE SCHOLAR. THE STARTING STATUS IS THE ONE ON FILE - OR,
      *  WHEN THIS TERM WAS ALREADY EVALUATED ONCE, THE STATUS IT
      *  STARTED FROM. A GRANT LOST IN AN EARLIER TERM STAYS LOST
      *  UNTIL THE COMMITTEE REINSTATES IT ON THE FILE.
       EVAL-SCHOLAR-RTN.
           MOVE SCT-STUD (SCT-SUB) TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF OST-SUB > OST-CNT
               PERFORM EVAL-ONE-SCHOLAR-RTN
           ELSE
               MOVE 'O' TO SCT-RESULT (SCT-SUB)
           END-IF.
           ADD 1 TO SCT-SUB.
       EVAL-ONE-SCHOLAR-RTN.
           MOVE SCT-STUD (SCT-SUB) TO CUR-STUD.
           MOVE 0 TO SCT-LOAD (SCT-SUB), SCT-FAIL (SCT-SUB),
               SCT-GWA (SCT-SUB).
           MOVE SPACES TO SCT-REASON (SCT-SUB).
           IF SCT-EVAL-TERM (SCT-SUB) = EVAL-TERM
               MOVE SCT-PREV-STATUS (SCT-SUB) TO BASE-STATUS
           ELSE
               MOVE SCT-STATUS (SCT-SUB) TO BASE-STATUS
           END-IF.
           IF BASE-STATUS = SPACE
               MOVE 'A' TO BASE-STATUS
           END-IF.
           MOVE 1 TO SRUL-IDX.
           PERFORM FIND-RULE-RTN UNTIL SRUL-IDX > SRUL-TAB-MAX
               OR SRUL-TYPE (SRUL-IDX) = SCT-TYPE (SCT-SUB).
           IF BASE-STATUS = 'L'
               MOVE '-' TO SCT-RESULT (SCT-SUB)
               ADD 1 TO PRIOR-CNT
           ELSE
               IF SRUL-IDX > SRUL-TAB-MAX
                   MOVE 'N' TO SCT-RESULT (SCT-SUB)
                   ADD 1 TO NORULE-CNT
               ELSE
                   PERFORM TERM-FIGURES-RTN
                   PERFORM CLASSIFY-RTN
                   PERFORM ADD-SPONSOR-RTN
               END-IF
           END-IF.
       FIND-RULE-RTN.
           ADD 1 TO SRUL-IDX.
      *  THE TERM'S FIGURES FOR CUR-STUD. THE LOAD IS EVERY SUBJECT
      *  TAKEN; THE AVERAGE AND UNITS FAILED COVER COMPLETED SUBJECTS
      *  ONLY - A ZERO MID OR FINAL GRADE IS STILL INC - AS IN
      *  ACAD-STANDING.
       TERM-FIGURES-RTN.
           MOVE 0 TO CUR-LOAD, CUR-UNITS, CUR-FAIL-UNITS,
               CUR-GWA-SUM, CUR-GWA.
           MOVE 1 TO GRT-SUB.
           PERFORM TERM-FIGURES-COMP UNTIL GRT-SUB > GRT-CNT.
           IF CUR-UNITS > 0
               COMPUTE CUR-GWA ROUNDED = CUR-GWA-SUM / CUR-UNITS
           END-IF.
           MOVE CUR-LOAD TO SCT-LOAD (SCT-SUB).
           MOVE CUR-FAIL-UNITS TO SCT-FAIL (SCT-SUB).
           MOVE CUR-GWA TO SCT-GWA (SCT-SUB).
       TERM-FIGURES-COMP.
           IF GRT-STUD (GRT-SUB) = CUR-STUD
               PERFORM LOOKUP-SUBJ-RTN
               ADD CUR-UNIT-WS TO CUR-LOAD
               IF GRT-MID (GRT-SUB) > 0 AND GRT-FIN (GRT-SUB) > 0
                   COMPUTE CUR-AVG =
                       (GRT-MID (GRT-SUB) + GRT-FIN (GRT-SUB)) / 2
                   COMPUTE CUR-GWA-SUM =
                       CUR-GWA-SUM + (CUR-AVG * CUR-UNIT-WS)
                   ADD CUR-UNIT-WS TO CUR-UNITS
                   IF CUR-AVG > CUR-PASS-WS
                       ADD CUR-UNIT-WS TO CUR-FAIL-UNITS
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO GRT-SUB.
      *  UNITS AND CUTOFF FOR THE GRADE ROW'S SUBJECT - 1 UNIT AND
      *  THE OLD FLAT 3.12 CUTOFF WHEN THE SUBJECT ISN'T ON THE
      *  CATALOG, AS IN PROJECT.
       LOOKUP-SUBJ-RTN.
           MOVE 1 TO CUR-UNIT-WS.
           MOVE 3.12 TO CUR-PASS-WS.
           MOVE 1 TO SJT-SUB.
           PERFORM LOOKUP-SUBJ-COMP UNTIL SJT-SUB > SJT-CNT.
       LOOKUP-SUBJ-COMP.
           IF SJT-CODE (SJT-SUB) = GRT-SUBJ (GRT-SUB)
               MOVE SJT-UNITS (SJT-SUB) TO CUR-UNIT-WS
               MOVE SJT-PASS (SJT-SUB) TO CUR-PASS-WS
               MOVE SJT-CNT TO SJT-SUB
           END-IF.
           ADD 1 TO SJT-SUB.
      *  THE RETENTION RULE, WORST FIRST. A SCHOLAR WITH NO GRADE
      *  ROWS THIS TERM IS LISTED BUT KEEPS THEIR STATUS. A FAILING
      *  GRADE UNDER A NO-FAIL RULE, OR AN AVERAGE PAST THE LIMIT BY
      *  MORE THAN THE MARGIN, LOSES THE GRANT; A SMALLER AVERAGE
      *  SHORTFALL OR AN UNDERLOAD IS PROBATION, OR LOSS WHEN THE
      *  SCHOLAR WAS ALREADY ON PROBATION.
       CLASSIFY-RTN.
           COMPUTE LOST-GWA = SRUL-MAX-GWA (SRUL-IDX) + PROB-MARGIN.
           EVALUATE TRUE
               WHEN CUR-LOAD = 0
                   MOVE 'X' TO SCT-RESULT (SCT-SUB)
                   MOVE 'NOT ENROLLED' TO SCT-REASON (SCT-SUB)
               WHEN SRUL-NO-FAIL (SRUL-IDX) = 'Y'
                   AND CUR-FAIL-UNITS > 0
                   MOVE 'L' TO SCT-RESULT (SCT-SUB)
                   MOVE 'FAILING GRADE' TO SCT-REASON (SCT-SUB)
               WHEN CUR-UNITS > 0 AND CUR-GWA > LOST-GWA
                   MOVE 'L' TO SCT-RESULT (SCT-SUB)
                   MOVE 'GWA PAST LIMIT' TO SCT-REASON (SCT-SUB)
               WHEN CUR-UNITS > 0
                   AND CUR-GWA > SRUL-MAX-GWA (SRUL-IDX)
                   MOVE 'P' TO SCT-RESULT (SCT-SUB)
                   MOVE 'GWA NEAR LIMIT' TO SCT-REASON (SCT-SUB)
               WHEN CUR-LOAD < SRUL-MIN-UNITS (SRUL-IDX)
                   MOVE 'P' TO SCT-RESULT (SCT-SUB)
                   MOVE 'UNDERLOAD' TO SCT-REASON (SCT-SUB)
               WHEN OTHER
                   MOVE 'R' TO SCT-RESULT (SCT-SUB)
           END-EVALUATE.
           IF SCT-RESULT (SCT-SUB) = 'P' AND BASE-STATUS = 'P'
               MOVE 'L' TO SCT-RESULT (SCT-SUB)
               MOVE 'SECOND PROBATION' TO SCT-REASON (SCT-SUB)
           END-IF.
           EVALUATE SCT-RESULT (SCT-SUB)
               WHEN 'R'
                   ADD 1 TO RET-CNT
                   MOVE 'A' TO SCT-STATUS (SCT-SUB)
               WHEN 'P'
                   ADD 1 TO PROB-CNT
                   MOVE 'P' TO SCT-STATUS (SCT-SUB)
               WHEN 'L'
                   ADD 1 TO LOST-CNT
                   MOVE 'L' TO SCT-STATUS (SCT-SUB)
               WHEN OTHER
                   ADD 1 TO NOGR-CNT
                   MOVE BASE-STATUS TO SCT-STATUS (SCT-SUB)
           END-EVALUATE.
           MOVE BASE-STATUS TO SCT-PREV-STATUS (SCT-SUB).
           MOVE EVAL-TERM TO SCT-EVAL-TERM (SCT-SUB).
           ADD 1 TO EVAL-CNT.
      *  NOTE THE SCHOLAR'S SPONSOR FOR THE LETTERS, ONCE EACH.
       ADD-SPONSOR-RTN.
           IF SCT-SPONSOR (SCT-SUB) NOT = SPACES
               MOVE 1 TO SPT-SUB
               PERFORM FIND-SPONSOR-RTN UNTIL SPT-SUB > SPT-CNT
                   OR SPT-SPONSOR (SPT-SUB) = SCT-SPONSOR (SCT-SUB)
               IF SPT-SUB > SPT-CNT AND SPT-CNT < 50
                   ADD 1 TO SPT-CNT
                   MOVE SCT-SPONSOR (SCT-SUB) TO SPT-SPONSOR (SPT-CNT)
               END-IF
           END-IF.
       FIND-SPONSOR-RTN.
           ADD 1 TO SPT-SUB.
       WRITE-RPT-HDR-RTN.
           WRITE REP-OUT FROM HEADER.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM RPT-TITLE.
           MOVE EVAL-TERM TO TERM-HDR-CD.
           MOVE RUN-DATE-MM TO RUNINFO-MM.
           MOVE RUN-DATE-DD TO RUNINFO-DD.
           MOVE RUN-DATE-YY TO RUNINFO-YY.
           WRITE REP-OUT FROM TERM-HDR.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM RULE-HDR.
           MOVE 1 TO SRUL-IDX.
           PERFORM WRITE-RULE-RTN UNTIL SRUL-IDX > SRUL-TAB-MAX.
       WRITE-RULE-RTN.
           MOVE SRUL-TYPE (SRUL-IDX) TO RD-TYPE.
           MOVE SRUL-MAX-GWA (SRUL-IDX) TO RD-GWA.
           MOVE SRUL-NO-FAIL (SRUL-IDX) TO RD-NOFAIL.
           MOVE SRUL-MIN-UNITS (SRUL-IDX) TO RD-UNITS.
           WRITE REP-OUT FROM RULE-DTL.
           ADD 1 TO SRUL-IDX.
      *  ONE SECTION OF THE COMMITTEE LIST - EVERY SCHOLAR WITH THE
      *  SECTION'S RESULT, IN SCHOLAR.TXT ORDER.
       WRITE-SECTION-RTN.
           MOVE 0 TO SEC-CNT.
           MOVE RSEC-NAME (RSEC-IDX) TO SH-NAME.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM COL-HDR.
           MOVE 1 TO SCT-SUB.
           PERFORM WRITE-SECTION-COMP UNTIL SCT-SUB > SCT-CNT.
           MOVE SEC-CNT TO ST-CNT.
           WRITE REP-OUT FROM SEC-TOT-LINE.
           ADD 1 TO RSEC-IDX.
       WRITE-SECTION-COMP.
           IF SCT-RESULT (SCT-SUB) = RSEC-CODE (RSEC-IDX)
               ADD 1 TO SEC-CNT
               PERFORM RESOLVE-NAME-RTN
               MOVE SCT-STUD (SCT-SUB) TO DL-STUD
               MOVE CUR-NAME TO DL-NAME
               MOVE SCT-TYPE (SCT-SUB) TO DL-TYPE
               MOVE SCT-LOAD (SCT-SUB) TO DL-LOAD
               MOVE SCT-FAIL (SCT-SUB) TO DL-FAIL
               MOVE SCT-GWA (SCT-SUB) TO DL-GWA
               MOVE SCT-REASON (SCT-SUB) TO DL-REASON
               WRITE REP-OUT FROM DTL-LINE
           END-IF.
           ADD 1 TO SCT-SUB.
       RESOLVE-NAME-RTN.
           MOVE SPACES TO CUR-NAME.
           MOVE 1 TO SMT-SUB.
           PERFORM RESOLVE-NAME-COMP UNTIL SMT-SUB > SMT-CNT.
       RESOLVE-NAME-COMP.
           IF SMT-NUM (SMT-SUB) = SCT-STUD (SCT-SUB)
               MOVE SMT-NAME (SMT-SUB) TO CUR-NAME
               MOVE SMT-CNT TO SMT-SUB
           END-IF.
           ADD 1 TO SMT-SUB.
       WRITE-SCH-TOT-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM SCH-HDR.
           MOVE 'RETAINED:' TO STL-LBL.
           MOVE RET-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'ON PROBATION:' TO STL-LBL.
           MOVE PROB-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'LOST - STOPPED FROM NEXT ASSESSMENT:' TO STL-LBL.
           MOVE LOST-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'NO GRADES THIS TERM:' TO STL-LBL.
           MOVE NOGR-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'DISCOUNTS WITH NO RETENTION RULE:' TO STL-LBL.
           MOVE NORULE-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'LOST IN AN EARLIER TERM:' TO STL-LBL.
           MOVE PRIOR-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'SPONSOR LETTERS PRINTED:' TO STL-LBL.
           MOVE LTR-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
      *  ONE LETTER PER SPONSOR LISTING EACH OF ITS SCHOLARS
      *  EVALUATED THIS TERM, SAME PAGE SHAPE AS THE STANDING NOTICE.
       WRITE-LETTER-RTN.
           ADD 1 TO LTR-CNT.
           WRITE LTR-LINE-OUT FROM RULE-LINE.
           WRITE LTR-LINE-OUT FROM HEADER.
           WRITE LTR-LINE-OUT FROM HEADER2.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           WRITE LTR-LINE-OUT FROM LTR-TITLE.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           MOVE RUN-DATE-MM TO LD-MM.
           MOVE RUN-DATE-DD TO LD-DD.
           MOVE RUN-DATE-YY TO LD-YY.
           WRITE LTR-LINE-OUT FROM LTR-DATE-LINE.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           MOVE SPT-SPONSOR (SPT-SUB) TO LT-SPONSOR.
           WRITE LTR-LINE-OUT FROM LTR-TO-LINE.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           MOVE EVAL-TERM TO LB-TERM.
           WRITE LTR-LINE-OUT FROM LTR-BODY-1.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           WRITE LTR-LINE-OUT FROM LTR-COL-HDR.
           MOVE 1 TO SCT-SUB.
           PERFORM WRITE-LETTER-COMP UNTIL SCT-SUB > SCT-CNT.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           WRITE LTR-LINE-OUT FROM LTR-NOTE-1.
           WRITE LTR-LINE-OUT FROM LTR-NOTE-2.
           WRITE LTR-LINE-OUT FROM LTR-NOTE-3.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           WRITE LTR-LINE-OUT FROM LTR-SIGN-LINE.
           WRITE LTR-LINE-OUT FROM RULE-LINE.
           ADD 1 TO SPT-SUB.
       WRITE-LETTER-COMP.
           IF SCT-SPONSOR (SCT-SUB) = SPT-SPONSOR (SPT-SUB)
               AND (SCT-RESULT (SCT-SUB) = 'R'
                   OR SCT-RESULT (SCT-SUB) = 'P'
                   OR SCT-RESULT (SCT-SUB) = 'L'
                   OR SCT-RESULT (SCT-SUB) = 'X')
               PERFORM RESOLVE-NAME-RTN
               MOVE SCT-STUD (SCT-SUB) TO LL-STUD
               MOVE CUR-NAME TO LL-NAME
               MOVE SCT-GWA (SCT-SUB) TO LL-GWA
               EVALUATE SCT-RESULT (SCT-SUB)
                   WHEN 'R' MOVE 'RETAINED' TO LL-RESULT
                   WHEN 'P' MOVE 'ON PROBATION' TO LL-RESULT
                   WHEN 'L' MOVE 'GRANT LOST' TO LL-RESULT
                   WHEN OTHER MOVE 'NOT ENROLLED' TO LL-RESULT
               END-EVALUATE
               WRITE LTR-LINE-OUT FROM LTR-DTL
           END-IF.
           ADD 1 TO SCT-SUB.
      *  WRITE THE WHOLE SCHOLAR TABLE BACK OVER SCHOLAR.TXT WITH THE
      *  NEW RETENTION STATUSES - GRANTS NOT EVALUATED KEEP THEIR
      *  RECORDS AS THEY WERE.
       REWRITE-SCHOL-RTN.
           OPEN OUTPUT SCHOL-FILE.
           MOVE 1 TO SCT-SUB.
           PERFORM REWRITE-SCHOL-COMP UNTIL SCT-SUB > SCT-CNT.
           CLOSE SCHOL-FILE.
       REWRITE-SCHOL-COMP.
           MOVE SCT-STUD (SCT-SUB) TO SC-STUD.
           MOVE SCT-TYPE (SCT-SUB) TO SC-TYPE.
           MOVE SCT-PCT (SCT-SUB) TO SC-PCT.
           MOVE SCT-FIXED (SCT-SUB) TO SC-FIXED.
           MOVE SCT-SPONSOR (SCT-SUB) TO SC-SPONSOR.
           MOVE SCT-STATUS (SCT-SUB) TO SC-STATUS.
           MOVE SCT-EVAL-TERM (SCT-SUB) TO SC-EVAL-TERM.
           MOVE SCT-PREV-STATUS (SCT-SUB) TO SC-PREV-STATUS.
           WRITE SCHOL-REC.
           ADD 1 TO SCT-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'SCHOL-RETAIN   ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE SCT-CNT TO RL-RECS-READ.
           MOVE EVAL-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  THE PROCESSING DATE FROM THE SHARED CONTROL FILE, THE
      *  MACHINE DATE WHEN NONE IS SET.
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
      *  CODE RIGHT AFTER THE REPORT NAME (SCHRETN_RIVL_... FOR A RIVL
      *  RUN), SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT
      *  IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
      *  IS OST-KEY-WS ANOTHER COMPANY'S STUDENT? OST-SUB ENDS PAST
      *  OST-CNT WHEN NOT.
       FIND-OST-RTN.
           MOVE 1 TO OST-SUB.
           PERFORM FIND-OST-COMP UNTIL OST-SUB > OST-CNT
               OR OST-NUM (OST-SUB) = OST-KEY-WS.
       FIND-OST-COMP.
           ADD 1 TO OST-SUB.
