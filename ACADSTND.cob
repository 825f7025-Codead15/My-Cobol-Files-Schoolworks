       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACAD-STANDING.
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
      *  GRADE_<TERM>.TXT, RE-POINTED THROUGH THE DATA-NAME ASSIGN
      *  THE WAY INC-PROC DOES.
           SELECT GRADE-IN ASSIGN TO GRADE-FILE-NAME
               FILE STATUS IS GRADE-STATUS.
      *  THE STUDENT MASTER - COURSE AND YEAR LEVEL FOR THE REPORT
      *  BREAKS, SORTED INTO COURSE/YEAR/NAME ORDER FOR THE RUN.
           SELECT ACCT8 ASSIGN TO 'STUDMAST.TXT'
               FILE STATUS IS SM-STATUS.
           SELECT SM-SORT-OUT ASSIGN TO "STUDMSTS.TXT".
           SELECT SORT-WORK ASSIGN TO "SORTWK10".
      *  THE ACADEMIC STANDING FILE - ONE RECORD PER STUDENT WITH THE
      *  STANDING FROM THE LAST TERM EVALUATED AND THE COUNT OF
      *  CONSECUTIVE PROBATION TERMS. REG-TRANS READS IT TO CAP THE
      *  LOAD OF A STUDENT ON PROBATION.
           SELECT STAND-FILE ASSIGN TO 'STANDING.TXT'
               FILE STATUS IS STAND-STATUS.
      *  THE STANDING REPORT AND THE NOTICE LETTERS, BOTH TAGGED
      *  WITH THE TERM CODE SO ONE TERM'S OUTPUT DOESN'T CLOBBER
      *  ANOTHER'S.
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
       FD  SM-SORT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS STUDMAST-S.
       01  STUDMAST-S.
           05 SM-NUM-S PIC X(12).
           05 SM-NAME-S PIC X(25).
           05 SM-CRS-S PIC X(5).
           05 SM-YR-S PIC 9.
           05 SM-CO-S PIC X(4).
       SD  SORT-WORK
           DATA RECORD IS SORT-REC.
       01  SORT-REC.
           05 SORT-NUM PIC X(12).
           05 SORT-NAME PIC X(25).
           05 SORT-CRS PIC X(5).
           05 SORT-YR PIC 9.
           05 SORT-CO PIC X(4).
       FD  STAND-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS STAND-REC.
       01  STAND-REC.
           05 ST-STUD PIC X(12).
      *  TERM THE STANDING BELOW WAS EARNED IN.
           05 ST-TERM PIC X(6).
      *  G = GOOD STANDING, W = WARNING, P = PROBATION,
      *  D = DISMISSAL.
           05 ST-STATUS PIC X(1).
           05 ST-PROB-CNT PIC 9.
      *  THE STANDING AND PROBATION COUNT CARRIED IN FROM THE TERM
      *  BEFORE, KEPT SO A RERUN OF THE SAME TERM STARTS FROM THE
      *  SAME PLACE INSTEAD OF COUNTING THE TERM TWICE.
           05 ST-PREV-STATUS PIC X(1).
           05 ST-PREV-CNT PIC 9.
           05 ST-GWA PIC 9V99.
           05 ST-FAIL-UNITS PIC 99.
      *  MOST UNITS THE STUDENT MAY CARRY NEXT TERM - ZERO MEANS NO
      *  CAP.
           05 ST-MAX-LOAD PIC 99.
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
       01 SEL-EOF PIC X(3) VALUE 'NO'.
       01  HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(20).
       01  HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'GREENHILLS, SAN JUAN CITY'.
           05 FILLER PIC X(20).
      *  THE STANDING RULES. GRADES RUN 1.00 (BEST) TO 5.00, SO A
      *  HIGHER AVERAGE IS A WORSE ONE. THE SHARE OF UNITS FAILED IS
      *  TAKEN OVER THE TERM'S COMPLETED UNITS (INC SUBJECTS ARE LEFT
      *  OUT, AS ON THE REPORT CARD). THE REASON TEXTS ON THE REPORT
      *  QUOTE THESE LIMITS - KEEP THEM IN STEP.
       01  STANDING-RULES.
           05 WARN-GWA PIC 9V99 VALUE 2.50.
           05 PROB-GWA PIC 9V99 VALUE 3.00.
           05 PROB-FAIL-PCT PIC 999 VALUE 50.
           05 DISM-FAIL-PCT PIC 999 VALUE 75.
      *  CONSECUTIVE PROBATION TERMS ALLOWED - A STUDENT WHO EARNS
      *  PROBATION AGAIN AFTER THIS MANY IS DISMISSED.
           05 PROB-TERM-LIMIT PIC 9 VALUE 2.
      *  UNIT LOAD CAP CARRIED ON THE STANDING FILE FOR A STUDENT ON
      *  PROBATION.
           05 PROB-LOAD-CAP PIC 99 VALUE 15.
       01  RPT-TITLE.
           05 FILLER PIC X(28).
           05 FILLER PIC X(24) VALUE 'ACADEMIC STANDING REPORT'.
           05 FILLER PIC X(28).
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
       01  GRP-HDR.
           05 FILLER PIC X(8) VALUE 'COURSE: '.
           05 GH-CRS PIC X(5).
           05 FILLER PIC X(17) VALUE '     YEAR LEVEL: '.
           05 GH-YR PIC 9.
           05 FILLER PIC X(49).
       01  GRP-HDR-NOMAST.
           05 FILLER PIC X(31) VALUE
              'COURSE: (NOT ON STUDENT MASTER)'.
           05 FILLER PIC X(49).
       01  COL-HDR.
           05 FILLER PIC X(13) VALUE 'STUDENT NO.'.
           05 FILLER PIC X(21) VALUE 'NAME'.
           05 FILLER PIC X(5) VALUE 'UNT'.
           05 FILLER PIC X(5) VALUE 'FLD'.
           05 FILLER PIC X(6) VALUE 'GWA'.
           05 FILLER PIC X(11) VALUE 'STANDING'.
           05 FILLER PIC X(2) VALUE 'P'.
           05 FILLER PIC X(17) VALUE 'REASON'.
       01  DTL-LINE.
           05 DL-STUD PIC X(12).
           05 FILLER PIC X(1).
           05 DL-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 DL-UNITS PIC ZZ9.
           05 FILLER PIC X(2).
           05 DL-FAIL PIC ZZ9.
           05 FILLER PIC X(2).
           05 DL-GWA PIC 9.99.
           05 FILLER PIC X(2).
           05 DL-STAND PIC X(10).
           05 FILLER PIC X(1).
           05 DL-PCNT PIC Z.
           05 FILLER PIC X(1).
           05 DL-REASON PIC X(17).
       01  GRP-TOT-LINE.
           05 FILLER PIC X(6) VALUE 'GOOD: '.
           05 GT-GOOD PIC ZZ9.
           05 FILLER PIC X(11) VALUE '  WARNING: '.
           05 GT-WARN PIC ZZ9.
           05 FILLER PIC X(13) VALUE '  PROBATION: '.
           05 GT-PROB PIC ZZ9.
           05 FILLER PIC X(13) VALUE '  DISMISSAL: '.
           05 GT-DISM PIC ZZ9.
           05 FILLER PIC X(13) VALUE '  NOT RATED: '.
           05 GT-NORT PIC ZZ9.
           05 FILLER PIC X(9).
       01  SCH-HDR.
           05 FILLER PIC X(18) VALUE 'SCHOOL-WIDE TOTALS'.
           05 FILLER PIC X(62).
       01  SCH-TOT-LINE.
           05 FILLER PIC X(4).
           05 STL-LBL PIC X(30).
           05 STL-CNT PIC Z,ZZ9.
           05 FILLER PIC X(41).
       01  LEGEND-LINE.
           05 FILLER PIC X(44) VALUE
              'P = CONSECUTIVE PROBATION TERMS, THIS ONE IN'.
           05 FILLER PIC X(36) VALUE
              'CLUDED. NOT RATED = NO GRADE YET.'.
       01  RULE-LINE.
           05 FILLER PIC X(80) VALUE ALL '-'.
       01  BLNK-LINE.
           05 FILLER PIC X(80).
      *  NOTICE LETTER LINES.
       01  LTR-TITLE.
           05 FILLER PIC X(26).
           05 FILLER PIC X(27) VALUE 'NOTICE OF ACADEMIC STANDING'.
           05 FILLER PIC X(27).
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
           05 LT-NAME PIC X(25).
           05 FILLER PIC X(49).
       01  LTR-ID-LINE.
           05 FILLER PIC X(16) VALUE 'STUDENT NUMBER: '.
           05 LI-STUD PIC X(12).
           05 FILLER PIC X(11) VALUE '   COURSE: '.
           05 LI-CRS PIC X(5).
           05 FILLER PIC X(15) VALUE '   YEAR LEVEL: '.
           05 LI-YR PIC 9.
           05 FILLER PIC X(20).
       01  LTR-RE-LINE.
           05 FILLER PIC X(25) VALUE 'RE:   NOTICE OF ACADEMIC '.
           05 LR-STAND PIC X(10).
           05 FILLER PIC X(45).
       01  LTR-REC-LINE1.
           05 FILLER PIC X(21) VALUE 'YOUR GRADES FOR TERM '.
           05 LC-TERM PIC X(6).
           05 FILLER PIC X(28) VALUE
              ' GIVE A WEIGHTED AVERAGE OF '.
           05 LC-GWA PIC 9.99.
           05 FILLER PIC X(21).
       01  LTR-REC-LINE2.
           05 FILLER PIC X(5) VALUE 'WITH '.
           05 LC-FAIL PIC ZZ9.
           05 FILLER PIC X(4) VALUE ' OF '.
           05 LC-UNITS PIC ZZ9.
           05 FILLER PIC X(16) VALUE ' UNITS FAILED - '.
           05 LC-REASON PIC X(17).
           05 FILLER PIC X(32).
       01  LTR-WARN-1.
           05 FILLER PIC X(62) VALUE
              'YOU ARE PLACED ON ACADEMIC WARNING FOR THE COMING TERM.'.
           05 FILLER PIC X(18).
       01  LTR-WARN-2.
           05 FILLER PIC X(62) VALUE
              'PLEASE SEE YOUR ADVISER BEFORE YOU REGISTER.'.
           05 FILLER PIC X(18).
       01  LTR-PROB-1.
           05 FILLER PIC X(39) VALUE
              'YOU ARE PLACED ON ACADEMIC PROBATION - '.
           05 FILLER PIC X(17) VALUE 'CONSECUTIVE TERM '.
           05 LP-CNT PIC 9.
           05 FILLER PIC X(4) VALUE ' OF '.
           05 LP-LIMIT PIC 9.
           05 FILLER PIC X(1) VALUE '.'.
           05 FILLER PIC X(18).
       01  LTR-PROB-2.
           05 FILLER PIC X(44) VALUE
              'YOUR LOAD FOR THE COMING TERM IS LIMITED TO '.
           05 LP-CAP PIC Z9.
           05 FILLER PIC X(7) VALUE ' UNITS.'.
           05 FILLER PIC X(27).
       01  LTR-PROB-3.
           05 FILLER PIC X(62) VALUE
              'A FURTHER PROBATION TERM PAST THAT LIMIT RESULTS IN'.
           05 FILLER PIC X(18).
       01  LTR-PROB-4.
           05 FILLER PIC X(62) VALUE
              'DISMISSAL FROM YOUR PROGRAM.'.
           05 FILLER PIC X(18).
       01  LTR-DISM-1.
           05 FILLER PIC X(62) VALUE
              'YOU ARE DISMISSED FROM YOUR PROGRAM. ANY APPEAL MUST BE'.
           05 FILLER PIC X(18).
       01  LTR-DISM-2.
           05 FILLER PIC X(62) VALUE
              'FILED WITH THE REGISTRAR BEFORE THE COMING'.
           05 FILLER PIC X(18).
       01  LTR-DISM-3.
           05 FILLER PIC X(62) VALUE
              'TERM''S REGISTRATION.'.
           05 FILLER PIC X(18).
       01  LTR-SIGN-LINE.
           05 FILLER PIC X(40).
           05 FILLER PIC X(40) VALUE 'THE REGISTRAR'.
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
       01  RPT-FILE-NAME PIC X(30) VALUE 'STANDRPT.TXT'.
       01  LTR-FILE-NAME PIC X(30) VALUE 'STNDLTR.TXT'.
       01  GRADE-STATUS PIC XX.
       01  SM-STATUS PIC XX.
       01  STAND-STATUS PIC XX.
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
      *  EVERY STUDENT WITH A GRADE ROW THIS TERM, FLAGGED ONCE
      *  EVALUATED OFF THE MASTER SO THE LEFTOVERS CAN BE LISTED
      *  UNDER THEIR OWN HEADING.
       01  GSTUD-TABLE.
           05 GST-ENTRY OCCURS 1000 TIMES.
               10 GST-STUD PIC X(12).
               10 GST-DONE PIC X(1).
       01  STAND-TABLE.
           05 STT-ENTRY OCCURS 1000 TIMES.
               10 STT-STUD PIC X(12).
               10 STT-TERM PIC X(6).
               10 STT-STATUS PIC X(1).
               10 STT-PROB-CNT PIC 9.
               10 STT-PREV-STATUS PIC X(1).
               10 STT-PREV-CNT PIC 9.
               10 STT-GWA PIC 9V99.
               10 STT-FAIL-UNITS PIC 99.
               10 STT-MAX-LOAD PIC 99.
       01  COUNTS.
           05 SJT-CNT PIC 999 VALUE 0.
           05 GRT-CNT PIC 9(4) VALUE 0.
           05 GST-CNT PIC 9(4) VALUE 0.
           05 STT-CNT PIC 9(4) VALUE 0.
           05 LTR-CNT PIC 9(4) VALUE 0.
           05 EVAL-CNT PIC 9(4) VALUE 0.
       01  SUBS.
           05 SJT-SUB PIC 999 VALUE 0.
           05 GRT-SUB PIC 9(4) VALUE 0.
           05 GST-SUB PIC 9(4) VALUE 0.
           05 GST-POS PIC 9(4) VALUE 0.
           05 STT-SUB PIC 9(4) VALUE 0.
           05 STT-POS PIC 9(4) VALUE 0.
       01  SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
           05 FIRST-GRP-SW PIC X(3) VALUE 'YES'.
      *  PER-STUDENT WORK FIELDS FOR THE EVALUATION IN HAND.
       01  CUR-STUD PIC X(12).
       01  CUR-NAME PIC X(25).
       01  CUR-CRS PIC X(5).
       01  CUR-YR PIC 9.
       01  CUR-AVG PIC 9V99 VALUE 0.
       01  CUR-UNIT-WS PIC 9 VALUE 1.
       01  CUR-PASS-WS PIC 9V99 VALUE 3.12.
       01  CUR-UNITS PIC 999 VALUE 0.
       01  CUR-FAIL-UNITS PIC 999 VALUE 0.
       01  CUR-GWA-SUM PIC 9(5)V99 VALUE 0.
       01  CUR-GWA PIC 9V99 VALUE 0.
       01  CUR-FAIL-PCT PIC 999 VALUE 0.
       01  CUR-STATUS PIC X(1).
       01  CUR-PROB-CNT PIC 9 VALUE 0.
       01  CUR-MAX-LOAD PIC 99 VALUE 0.
       01  CUR-REASON PIC X(17).
       01  BASE-STATUS PIC X(1).
       01  BASE-CNT PIC 9 VALUE 0.
       01  STAND-TEXT PIC X(10).
      *  COURSE/YEAR CONTROL BREAK.
       01  PREV-CRS PIC X(5) VALUE SPACES.
       01  PREV-YR PIC 9 VALUE 0.
       01  GRP-COUNTS.
           05 GRP-GOOD PIC 999 VALUE 0.
           05 GRP-WARN PIC 999 VALUE 0.
           05 GRP-PROB PIC 999 VALUE 0.
           05 GRP-DISM PIC 999 VALUE 0.
           05 GRP-NORT PIC 999 VALUE 0.
       01  SCH-COUNTS.
           05 SCH-GOOD PIC 9(4) VALUE 0.
           05 SCH-WARN PIC 9(4) VALUE 0.
           05 SCH-PROB PIC 9(4) VALUE 0.
           05 SCH-DISM PIC 9(4) VALUE 0.
           05 SCH-NORT PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
      *  TERM-END ACADEMIC STANDING: EVERY STUDENT GRADED IN THE TERM
      *  GETS A UNIT-WEIGHTED TERM AVERAGE AND A COUNT OF UNITS
      *  FAILED AGAINST EACH SUBJECT'S OWN CUTOFF, AND IS CLASSED
      *  GOOD STANDING, WARNING, PROBATION OR DISMISSAL BY THE RULES
      *  ABOVE. THE RESULT UPDATES STANDING.TXT, PRINTS ON THE
      *  STANDING REPORT BY COURSE AND YEAR LEVEL, AND EVERY STUDENT
      *  NOT IN GOOD STANDING GETS A NOTICE LETTER.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-SUBJ-RTN.
           PERFORM GET-TERM-RTN.
           PERFORM LOAD-GRADE-RTN.
           IF GRADE-STATUS = '35' OR GST-CNT = 0
               DISPLAY 'NO GRADES ON FILE FOR TERM ' EVAL-TERM
                   ' - NOTHING EVALUATED.'
               STOP RUN
           END-IF.
           PERFORM LOAD-STANDING-RTN.
           STRING 'STANDRPT_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               EVAL-TERM DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-FILE-NAME.
           STRING 'STNDLTR_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               EVAL-TERM DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO LTR-FILE-NAME.
           OPEN OUTPUT RPT-OUT
               OUTPUT LTR-OUT.
           PERFORM WRITE-RPT-HDR-RTN.
           PERFORM MASTER-PASS-RTN.
           PERFORM NOMAST-PASS-RTN.
           IF FIRST-GRP-SW = 'NO'
               PERFORM GRP-FOOTER-RTN
           END-IF.
           PERFORM WRITE-SCH-TOT-RTN.
           CLOSE RPT-OUT, LTR-OUT.
           IF EVAL-CNT > 0
               PERFORM REWRITE-STANDING-RTN
           END-IF.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'ACADEMIC STANDING RUN COMPLETE FOR ' EVAL-TERM.
           DISPLAY 'CHECK ' RPT-FILE-NAME ' FOR THE REPORT'.
           DISPLAY 'CHECK ' LTR-FILE-NAME ' FOR THE NOTICES'.
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
      *  ONE READ OF THE GRADE FILE. EACH NEW STUDENT NUMBER ALSO
      *  GOES ON THE GRADED-STUDENT TABLE.
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
                   ' THE STANDING RUN IS INCOMPLETE'
               MOVE 'YES' TO EOF
           ELSE
               ADD 1 TO GRT-CNT
               MOVE SUBJ-CODE4 TO GRT-SUBJ (GRT-CNT)
               MOVE STUD-NUM4 TO GRT-STUD (GRT-CNT)
               MOVE MID-GRADE TO GRT-MID (GRT-CNT)
               MOVE FIN-GRADE TO GRT-FIN (GRT-CNT)
               MOVE STUD-NUM4 TO CUR-STUD
               PERFORM FIND-GST-RTN
               IF GST-POS = 0
                   ADD 1 TO GST-CNT
                   MOVE STUD-NUM4 TO GST-STUD (GST-CNT)
                   MOVE 'N' TO GST-DONE (GST-CNT)
               END-IF
               READ GRADE-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
           END-IF.
       FIND-GST-RTN.
           MOVE 0 TO GST-POS.
           MOVE 1 TO GST-SUB.
           PERFORM FIND-GST-COMP
               UNTIL GST-SUB > GST-CNT OR GST-POS > 0.
       FIND-GST-COMP.
           IF GST-STUD (GST-SUB) = CUR-STUD
               MOVE GST-SUB TO GST-POS
           ELSE
               ADD 1 TO GST-SUB
           END-IF.
      *  LOAD THE STANDING FILE. A MISSING STANDING.TXT (STATUS 35,
      *  THE FIRST RUN EVER) MEANS EVERYONE STARTS IN GOOD STANDING.
       LOAD-STANDING-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT STAND-FILE.
           IF STAND-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ STAND-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-STANDING-REC-RTN UNTIL EOF = 'YES'
               CLOSE STAND-FILE
           END-IF.
       LOAD-STANDING-REC-RTN.
           IF STT-CNT < 1000
               ADD 1 TO STT-CNT
               MOVE ST-STUD TO STT-STUD (STT-CNT)
               MOVE ST-TERM TO STT-TERM (STT-CNT)
               MOVE ST-STATUS TO STT-STATUS (STT-CNT)
               MOVE ST-PROB-CNT TO STT-PROB-CNT (STT-CNT)
               MOVE ST-PREV-STATUS TO STT-PREV-STATUS (STT-CNT)
               MOVE ST-PREV-CNT TO STT-PREV-CNT (STT-CNT)
               MOVE ST-GWA TO STT-GWA (STT-CNT)
               MOVE ST-FAIL-UNITS TO STT-FAIL-UNITS (STT-CNT)
               MOVE ST-MAX-LOAD TO STT-MAX-LOAD (STT-CNT)
           END-IF.
           READ STAND-FILE AT END MOVE 'YES' TO EOF.
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
      *  WALK THE STUDENT MASTER IN COURSE/YEAR/NAME ORDER,
      *  EVALUATING EVERY STUDENT WITH A GRADE ROW THIS TERM. A
      *  MISSING STUDMAST.TXT LEAVES EVERY GRADED STUDENT FOR THE
      *  NOT-ON-MASTER PASS.
       MASTER-PASS-RTN.
           OPEN INPUT ACCT8.
           IF SM-STATUS = '35'
               CONTINUE
           ELSE
               CLOSE ACCT8
               SORT SORT-WORK ON ASCENDING KEY SORT-CRS
                   ON ASCENDING KEY SORT-YR
                   ON ASCENDING KEY SORT-NAME
                   INPUT PROCEDURE IS SEL-SM-RTN
                   GIVING SM-SORT-OUT
               MOVE 'NO' TO EOF
               OPEN INPUT SM-SORT-OUT
               READ SM-SORT-OUT
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM MASTER-PASS-COMP UNTIL EOF = 'YES'
               CLOSE SM-SORT-OUT
           END-IF.
       MASTER-PASS-COMP.
           MOVE SM-NUM-S TO CUR-STUD.
           PERFORM FIND-GST-RTN.
           IF GST-POS > 0
               MOVE 'Y' TO GST-DONE (GST-POS)
               MOVE SM-NAME-S TO CUR-NAME
               MOVE SM-CRS-S TO CUR-CRS
               MOVE SM-YR-S TO CUR-YR
               PERFORM EVAL-STUDENT-RTN
           END-IF.
           READ SM-SORT-OUT AT END MOVE 'YES' TO EOF.
      *  GRADED STUDENTS THE MASTER DOESN'T KNOW - STILL EVALUATED,
      *  UNDER A HEADING OF THEIR OWN (BLANK COURSE SORTS NOWHERE).
       NOMAST-PASS-RTN.
           MOVE 1 TO GST-SUB.
           PERFORM NOMAST-PASS-COMP UNTIL GST-SUB > GST-CNT.
       NOMAST-PASS-COMP.
           IF GST-DONE (GST-SUB) = 'N'
               MOVE GST-STUD (GST-SUB) TO CUR-STUD
               MOVE SPACES TO CUR-NAME
               MOVE '?????' TO CUR-CRS
               MOVE 0 TO CUR-YR
               PERFORM EVAL-STUDENT-RTN
           END-IF.
           ADD 1 TO GST-SUB.
      *  ONE STUDENT: COURSE/YEAR BREAK, TERM FIGURES, STANDING,
      *  REPORT LINE, AND THE NOTICE WHEN NOT IN GOOD STANDING. A
      *  STUDENT WHOSE EVERY SUBJECT IS STILL INC IS LISTED AS NOT
      *  RATED AND KEEPS WHATEVER STANDING THEY HAD.
       EVAL-STUDENT-RTN.
           PERFORM CHECK-BREAK-RTN.
           PERFORM TERM-FIGURES-RTN.
           IF CUR-UNITS = 0
               MOVE 'N' TO CUR-STATUS
               MOVE 0 TO CUR-PROB-CNT
               MOVE 'ALL SUBJECTS INC' TO CUR-REASON
           ELSE
               PERFORM CLASSIFY-RTN
               PERFORM POST-STANDING-RTN
               ADD 1 TO EVAL-CNT
           END-IF.
           PERFORM WRITE-DTL-RTN.
           IF CUR-STATUS = 'W' OR CUR-STATUS = 'P'
               OR CUR-STATUS = 'D'
               PERFORM WRITE-LETTER-RTN
           END-IF.
       CHECK-BREAK-RTN.
           IF FIRST-GRP-SW = 'YES'
               MOVE 'NO' TO FIRST-GRP-SW
               PERFORM GRP-HEADER-RTN
           ELSE
               IF CUR-CRS NOT = PREV-CRS OR CUR-YR NOT = PREV-YR
                   PERFORM GRP-FOOTER-RTN
                   PERFORM GRP-HEADER-RTN
               END-IF
           END-IF.
       GRP-HEADER-RTN.
           MOVE CUR-CRS TO PREV-CRS.
           MOVE CUR-YR TO PREV-YR.
           MOVE 0 TO GRP-GOOD, GRP-WARN, GRP-PROB, GRP-DISM,
               GRP-NORT.
           WRITE REP-OUT FROM BLNK-LINE.
           IF CUR-CRS = '?????'
               WRITE REP-OUT FROM GRP-HDR-NOMAST
           ELSE
               MOVE CUR-CRS TO GH-CRS
               MOVE CUR-YR TO GH-YR
               WRITE REP-OUT FROM GRP-HDR
           END-IF.
           WRITE REP-OUT FROM COL-HDR.
       GRP-FOOTER-RTN.
           MOVE GRP-GOOD TO GT-GOOD.
           MOVE GRP-WARN TO GT-WARN.
           MOVE GRP-PROB TO GT-PROB.
           MOVE GRP-DISM TO GT-DISM.
           MOVE GRP-NORT TO GT-NORT.
           WRITE REP-OUT FROM GRP-TOT-LINE.
      *  THE TERM'S FIGURES FOR CUR-STUD. A ZERO MID OR FINAL GRADE
      *  MEANS NOT YET SUBMITTED (INC) AND IS LEFT OUT ENTIRELY; A
      *  COMPLETE SUBJECT COUNTS ITS UNITS, AND ITS UNITS FAILED
      *  WHEN THE AVERAGE IS WORSE THAN THE SUBJECT'S CUTOFF.
       TERM-FIGURES-RTN.
           MOVE 0 TO CUR-UNITS, CUR-FAIL-UNITS, CUR-GWA-SUM,
               CUR-GWA, CUR-FAIL-PCT.
           MOVE 1 TO GRT-SUB.
           PERFORM TERM-FIGURES-COMP UNTIL GRT-SUB > GRT-CNT.
           IF CUR-UNITS > 0
               COMPUTE CUR-GWA ROUNDED = CUR-GWA-SUM / CUR-UNITS
               COMPUTE CUR-FAIL-PCT =
                   CUR-FAIL-UNITS * 100 / CUR-UNITS
           END-IF.
       TERM-FIGURES-COMP.
           IF GRT-STUD (GRT-SUB) = CUR-STUD
               AND GRT-MID (GRT-SUB) > 0 AND GRT-FIN (GRT-SUB) > 0
               COMPUTE CUR-AVG =
                   (GRT-MID (GRT-SUB) + GRT-FIN (GRT-SUB)) / 2
               PERFORM LOOKUP-SUBJ-RTN
               COMPUTE CUR-GWA-SUM =
                   CUR-GWA-SUM + (CUR-AVG * CUR-UNIT-WS)
               ADD CUR-UNIT-WS TO CUR-UNITS
               IF CUR-AVG > CUR-PASS-WS
                   ADD CUR-UNIT-WS TO CUR-FAIL-UNITS
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
      *  THE STANDING RULES, WORST FIRST. THE STARTING POINT FOR THE
      *  PROBATION COUNT IS THE STANDING ON FILE - OR, WHEN THIS TERM
      *  WAS ALREADY EVALUATED ONCE, THE STANDING IT STARTED FROM.
      *  PROBATION EARNED WHILE ALREADY AT THE LIMIT OF CONSECUTIVE
      *  PROBATION TERMS BECOMES DISMISSAL; GOOD STANDING OR A
      *  WARNING CLEARS THE COUNT.
       CLASSIFY-RTN.
           PERFORM FIND-STANDING-RTN.
           MOVE 'G' TO BASE-STATUS.
           MOVE 0 TO BASE-CNT.
           IF STT-POS > 0
               IF STT-TERM (STT-POS) = EVAL-TERM
                   MOVE STT-PREV-STATUS (STT-POS) TO BASE-STATUS
                   MOVE STT-PREV-CNT (STT-POS) TO BASE-CNT
               ELSE
                   MOVE STT-STATUS (STT-POS) TO BASE-STATUS
                   MOVE STT-PROB-CNT (STT-POS) TO BASE-CNT
               END-IF
           END-IF.
           MOVE SPACES TO CUR-REASON.
           EVALUATE TRUE
               WHEN CUR-FAIL-PCT >= DISM-FAIL-PCT
                   MOVE 'D' TO CUR-STATUS
                   MOVE 'FAILED 75%+ UNITS' TO CUR-REASON
               WHEN CUR-FAIL-PCT >= PROB-FAIL-PCT
                   MOVE 'P' TO CUR-STATUS
                   MOVE 'FAILED 50%+ UNITS' TO CUR-REASON
               WHEN CUR-GWA > PROB-GWA
                   MOVE 'P' TO CUR-STATUS
                   MOVE 'GWA OVER 3.00' TO CUR-REASON
               WHEN CUR-FAIL-UNITS > 0
                   MOVE 'W' TO CUR-STATUS
                   MOVE 'FAILED UNITS' TO CUR-REASON
               WHEN CUR-GWA > WARN-GWA
                   MOVE 'W' TO CUR-STATUS
                   MOVE 'GWA OVER 2.50' TO CUR-REASON
               WHEN OTHER
                   MOVE 'G' TO CUR-STATUS
           END-EVALUATE.
           MOVE 0 TO CUR-PROB-CNT.
           MOVE 0 TO CUR-MAX-LOAD.
           IF CUR-STATUS = 'P'
               IF BASE-STATUS = 'P' AND BASE-CNT >= PROB-TERM-LIMIT
                   MOVE 'D' TO CUR-STATUS
                   MOVE 'PROBATION LIMIT' TO CUR-REASON
                   MOVE BASE-CNT TO CUR-PROB-CNT
               ELSE
                   IF BASE-STATUS = 'P'
                       COMPUTE CUR-PROB-CNT = BASE-CNT + 1
                   ELSE
                       MOVE 1 TO CUR-PROB-CNT
                   END-IF
                   MOVE PROB-LOAD-CAP TO CUR-MAX-LOAD
               END-IF
           ELSE
               IF CUR-STATUS = 'D' AND BASE-STATUS = 'P'
                   MOVE BASE-CNT TO CUR-PROB-CNT
               END-IF
           END-IF.
       FIND-STANDING-RTN.
           MOVE 0 TO STT-POS.
           MOVE 1 TO STT-SUB.
           PERFORM FIND-STANDING-COMP
               UNTIL STT-SUB > STT-CNT OR STT-POS > 0.
       FIND-STANDING-COMP.
           IF STT-STUD (STT-SUB) = CUR-STUD
               MOVE STT-SUB TO STT-POS
           ELSE
               ADD 1 TO STT-SUB
           END-IF.
      *  RECORD THE TERM'S STANDING ON THE TABLE - A STUDENT NEW TO
      *  THE FILE IS ADDED.
       POST-STANDING-RTN.
           IF STT-POS = 0
               IF STT-CNT < 1000
                   ADD 1 TO STT-CNT
                   MOVE STT-CNT TO STT-POS
                   MOVE CUR-STUD TO STT-STUD (STT-POS)
               ELSE
                   DISPLAY 'WARNING: STANDING TABLE FULL - '
                       CUR-STUD ' NOT RECORDED'
               END-IF
           END-IF.
           IF STT-POS > 0
               MOVE EVAL-TERM TO STT-TERM (STT-POS)
               MOVE BASE-STATUS TO STT-PREV-STATUS (STT-POS)
               MOVE BASE-CNT TO STT-PREV-CNT (STT-POS)
               MOVE CUR-STATUS TO STT-STATUS (STT-POS)
               MOVE CUR-PROB-CNT TO STT-PROB-CNT (STT-POS)
               MOVE CUR-GWA TO STT-GWA (STT-POS)
               MOVE CUR-FAIL-UNITS TO STT-FAIL-UNITS (STT-POS)
               MOVE CUR-MAX-LOAD TO STT-MAX-LOAD (STT-POS)
           END-IF.
       SET-STAND-TEXT-RTN.
           EVALUATE CUR-STATUS
               WHEN 'G' MOVE 'GOOD' TO STAND-TEXT
               WHEN 'W' MOVE 'WARNING' TO STAND-TEXT
               WHEN 'P' MOVE 'PROBATION' TO STAND-TEXT
               WHEN 'D' MOVE 'DISMISSAL' TO STAND-TEXT
               WHEN OTHER MOVE 'NOT RATED' TO STAND-TEXT
           END-EVALUATE.
       WRITE-DTL-RTN.
           PERFORM SET-STAND-TEXT-RTN.
           MOVE CUR-STUD TO DL-STUD.
           MOVE CUR-NAME TO DL-NAME.
           MOVE CUR-UNITS TO DL-UNITS.
           MOVE CUR-FAIL-UNITS TO DL-FAIL.
           MOVE CUR-GWA TO DL-GWA.
           MOVE STAND-TEXT TO DL-STAND.
           MOVE CUR-PROB-CNT TO DL-PCNT.
           MOVE CUR-REASON TO DL-REASON.
           WRITE REP-OUT FROM DTL-LINE.
           EVALUATE CUR-STATUS
               WHEN 'G' ADD 1 TO GRP-GOOD, SCH-GOOD
               WHEN 'W' ADD 1 TO GRP-WARN, SCH-WARN
               WHEN 'P' ADD 1 TO GRP-PROB, SCH-PROB
               WHEN 'D' ADD 1 TO GRP-DISM, SCH-DISM
               WHEN OTHER ADD 1 TO GRP-NORT, SCH-NORT
           END-EVALUATE.
       WRITE-SCH-TOT-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM SCH-HDR.
           MOVE 'GOOD STANDING:' TO STL-LBL.
           MOVE SCH-GOOD TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'ACADEMIC WARNING:' TO STL-LBL.
           MOVE SCH-WARN TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'ACADEMIC PROBATION:' TO STL-LBL.
           MOVE SCH-PROB TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'DISMISSAL:' TO STL-LBL.
           MOVE SCH-DISM TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'NOT RATED (ALL INC):' TO STL-LBL.
           MOVE SCH-NORT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'NOTICE LETTERS PRINTED:' TO STL-LBL.
           MOVE LTR-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM LEGEND-LINE.
      *  ONE NOTICE LETTER, SAME PAGE SHAPE AS THE REPORT CARD.
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
           MOVE CUR-NAME TO LT-NAME.
           WRITE LTR-LINE-OUT FROM LTR-TO-LINE.
           MOVE CUR-STUD TO LI-STUD.
           MOVE CUR-CRS TO LI-CRS.
           MOVE CUR-YR TO LI-YR.
           WRITE LTR-LINE-OUT FROM LTR-ID-LINE.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           MOVE STAND-TEXT TO LR-STAND.
           WRITE LTR-LINE-OUT FROM LTR-RE-LINE.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           MOVE EVAL-TERM TO LC-TERM.
           MOVE CUR-GWA TO LC-GWA.
           WRITE LTR-LINE-OUT FROM LTR-REC-LINE1.
           MOVE CUR-FAIL-UNITS TO LC-FAIL.
           MOVE CUR-UNITS TO LC-UNITS.
           MOVE CUR-REASON TO LC-REASON.
           WRITE LTR-LINE-OUT FROM LTR-REC-LINE2.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           EVALUATE CUR-STATUS
               WHEN 'W'
                   WRITE LTR-LINE-OUT FROM LTR-WARN-1
                   WRITE LTR-LINE-OUT FROM LTR-WARN-2
               WHEN 'P'
                   MOVE CUR-PROB-CNT TO LP-CNT
                   MOVE PROB-TERM-LIMIT TO LP-LIMIT
                   WRITE LTR-LINE-OUT FROM LTR-PROB-1
                   MOVE CUR-MAX-LOAD TO LP-CAP
                   WRITE LTR-LINE-OUT FROM LTR-PROB-2
                   WRITE LTR-LINE-OUT FROM LTR-PROB-3
                   WRITE LTR-LINE-OUT FROM LTR-PROB-4
               WHEN 'D'
                   WRITE LTR-LINE-OUT FROM LTR-DISM-1
                   WRITE LTR-LINE-OUT FROM LTR-DISM-2
                   WRITE LTR-LINE-OUT FROM LTR-DISM-3
           END-EVALUATE.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           WRITE LTR-LINE-OUT FROM BLNK-LINE.
           WRITE LTR-LINE-OUT FROM LTR-SIGN-LINE.
           WRITE LTR-LINE-OUT FROM RULE-LINE.
      *  WRITE THE WHOLE STANDING TABLE BACK OVER STANDING.TXT -
      *  STUDENTS NOT GRADED THIS TERM KEEP THEIR RECORDS AS THEY
      *  WERE.
       REWRITE-STANDING-RTN.
           OPEN OUTPUT STAND-FILE.
           MOVE 1 TO STT-SUB.
           PERFORM REWRITE-STANDING-COMP UNTIL STT-SUB > STT-CNT.
           CLOSE STAND-FILE.
       REWRITE-STANDING-COMP.
           MOVE STT-STUD (STT-SUB) TO ST-STUD.
           MOVE STT-TERM (STT-SUB) TO ST-TERM.
           MOVE STT-STATUS (STT-SUB) TO ST-STATUS.
           MOVE STT-PROB-CNT (STT-SUB) TO ST-PROB-CNT.
           MOVE STT-PREV-STATUS (STT-SUB) TO ST-PREV-STATUS.
           MOVE STT-PREV-CNT (STT-SUB) TO ST-PREV-CNT.
           MOVE STT-GWA (STT-SUB) TO ST-GWA.
           MOVE STT-FAIL-UNITS (STT-SUB) TO ST-FAIL-UNITS.
           MOVE STT-MAX-LOAD (STT-SUB) TO ST-MAX-LOAD.
           WRITE STAND-REC.
           ADD 1 TO STT-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'ACAD-STANDING  ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE GRT-CNT TO RL-RECS-READ.
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
      *  CODE RIGHT AFTER THE REPORT NAME (STANDRPT_RIVL_... FOR A RIVL
      *  RUN), SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT
      *  IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
      *  SORT INPUT - ONLY THE RUN COMPANY'S STUDENTS ARE RELEASED
      *  TO THE SORT. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       SEL-SM-RTN.
           MOVE 'NO' TO SEL-EOF.
           OPEN INPUT ACCT8.
           READ ACCT8 AT END MOVE 'YES' TO SEL-EOF.
           PERFORM SEL-SM-COMP UNTIL SEL-EOF = 'YES'.
           CLOSE ACCT8.
       SEL-SM-COMP.
           IF SM-CO = COPROF-CODE-WS
               OR (SM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               RELEASE SORT-REC FROM STUDMAST-INFO
           END-IF.
           READ ACCT8 AT END MOVE 'YES' TO SEL-EOF.
