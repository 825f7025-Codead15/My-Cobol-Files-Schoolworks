       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJ-DEMAND.
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
      *  THE CURRICULUM FILE - WHAT EACH COURSE/YEAR/TERM REQUIRES.
           SELECT CUR-IN ASSIGN TO "CURRIC.TXT"
               FILE STATUS IS CUR-STATUS.
      *  SUBJECT CATALOG - PASS CUTOFFS, PREREQUISITES AND SEATS.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
      *  THE SECTION FILE - ONE SECTION PER SUBJECT/FACULTY PAIR.
           SELECT ACCT2 ASSIGN TO 'FACULTY.TXT'
               FILE STATUS IS FAC-STATUS.
      *  ONE GRADE FILE PER TERM - THE ARCHIVED GRADE_<TERM>.TXT
      *  FILES PLUS THE LIVE GRADE.TXT, WALKED THE SAME WAY ADVISE
      *  WALKS THEM.
           SELECT GRADE-IN ASSIGN TO GRADE-FILE-NAME
               FILE STATUS IS GRADE-STATUS.
      *  THE STUDENT MASTER - COURSE AND YEAR LEVEL PER STUDENT.
           SELECT ACCT8 ASSIGN TO 'STUDMAST.TXT'
               FILE STATUS IS SM-STATUS.
           SELECT DMD-OUT ASSIGN TO SUBJDMND-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD CUR-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CUR-REC.
       01 CUR-REC.
           05 CU-CRS PIC X(5).
           05 CU-YR PIC 9.
           05 CU-TERM-SEQ PIC 9.
           05 CU-SUBJ PIC X(10).
           05 CU-UNITS PIC 9.
       FD ACCT1
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
       FD ACCT2
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS FACULTY-INFO.
       01 FACULTY-INFO.
           05 SUBJ-CODE2 PIC X(10).
           05 FAC-ID2 PIC X(12).
           05 FAC-NAME PIC X(25).
           05 MEET-DAY2 PIC X(3).
           05 START-TIME2 PIC 9(4).
           05 END-TIME2 PIC 9(4).
           05 ROOM2 PIC X(6).
       FD GRADE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS GRADES-INFO.
       01 GRADES-INFO.
           05 SUBJ-CODE4 PIC X(10).
           05 FAC-ID4 PIC X(12).
           05 STUD-NUM4 PIC X(12).
           05 MID-GRADE PIC 9V99.
           05 FIN-GRADE PIC 9V99.
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
       FD DMD-OUT.
       01 DMD-LINE-OUT.
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
       01 SUBJDMND-FILE-NAME PIC X(20) VALUE 'SUBJDMND.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(20).
       01 HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'GREENHILLS, SAN JUAN CITY'.
           05 FILLER PIC X(20).
       01 DMD-TITLE.
           05 FILLER PIC X(22).
           05 FILLER PIC X(36) VALUE
              'NEXT-TERM SUBJECT DEMAND PROJECTION'.
           05 FILLER PIC X(22).
       01 TERM-HDR.
           05 FILLER PIC X(20) VALUE 'NEXT TERM SEQUENCE: '.
           05 TH-SEQ PIC 9.
           05 FILLER PIC X(59).
      *  RUN DATE FOR FILING PRINTED COPIES.
       01 HDR-RUNINFO.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 RUNINFO-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 RUNINFO-DD PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 RUNINFO-YY PIC 9999.
           05 FILLER PIC X(60) VALUE SPACES.
       01 RUN-DATE-WS.
           05 RUN-DATE-YY PIC 9999.
           05 RUN-DATE-MM PIC 99.
           05 RUN-DATE-DD PIC 99.
       01 SEC1-HDR.
           05 FILLER PIC X(80) VALUE
              'SUBJECTS DUE PER CONTINUING STUDENT'.
       01 STUD-HDR.
           05 SH-NUM PIC X(12).
           05 FILLER PIC X(2).
           05 SH-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 SH-CRS PIC X(5).
           05 FILLER PIC X(17) VALUE '  NEXT YEAR LEVEL'.
           05 FILLER PIC X(1).
           05 SH-YR PIC Z9.
           05 FILLER PIC X(14).
       01 DUE-DTL.
           05 FILLER PIC X(5).
           05 DD-SUBJ PIC X(10).
           05 FILLER PIC X(2).
           05 DD-UNITS PIC 9.
           05 FILLER PIC X(12) VALUE ' UNITS  YEAR'.
           05 FILLER PIC X(1).
           05 DD-YR PIC 9.
           05 FILLER PIC X(6) VALUE ' TERM '.
           05 DD-TERM PIC 9.
           05 FILLER PIC X(2).
           05 DD-FLAG PIC X(12).
           05 FILLER PIC X(27).
       01 SEC2-HDR.
           05 FILLER PIC X(80) VALUE
              'PROJECTED DEMAND AGAINST SECTIONS AND SEATS'.
       01 COL-HDR.
           05 FILLER PIC X(12) VALUE 'SUBJECT'.
           05 FILLER PIC X(8) VALUE '  DEMAND'.
           05 FILLER PIC X(10) VALUE '  SECTIONS'.
           05 FILLER PIC X(7) VALUE '  SEATS'.
           05 FILLER PIC X(17) VALUE '  SHORT(-)/EXCESS'.
           05 FILLER PIC X(2).
           05 FILLER PIC X(24) VALUE 'FLAG'.
      *  SEATS ARE THE CATALOG'S MAX-SEATS1 CAP ON THE SUBJECT, THE
      *  SAME CAP PROJECT ENFORCES. AN UNCAPPED SUBJECT (ZERO) HAS NO
      *  MEANINGFUL SHORTFALL, SO ITS COLUMNS CARRY A DASH INSTEAD.
       01 DMD-DTL.
           05 SD-SUBJ PIC X(10).
           05 FILLER PIC X(4).
           05 SD-DMD PIC Z,ZZ9.
           05 FILLER PIC X(7).
           05 SD-SECT PIC ZZ9.
           05 FILLER PIC X(4).
           05 SD-SEATS PIC ZZ9.
           05 SD-SEATS-X REDEFINES SD-SEATS PIC X(3).
           05 FILLER PIC X(11).
           05 SD-DIFF PIC ----9.
           05 SD-DIFF-X REDEFINES SD-DIFF PIC X(5).
           05 FILLER PIC X(3).
           05 SD-FLAG PIC X(22).
       01 TOT-STUD-LINE.
           05 FILLER PIC X(34) VALUE
              'CONTINUING STUDENTS READ:         '.
           05 TS-READ PIC ZZZ9.
           05 FILLER PIC X(42).
       01 TOT-DUE-LINE.
           05 FILLER PIC X(34) VALUE
              'STUDENTS WITH SUBJECTS DUE:       '.
           05 TS-DUE PIC ZZZ9.
           05 FILLER PIC X(42).
       01 TOT-DMD-LINE.
           05 FILLER PIC X(34) VALUE
              'TOTAL PROJECTED SUBJECT DEMAND:   '.
           05 TS-DMD PIC ZZZZ9.
           05 FILLER PIC X(41).
       01 TOT-SHORT-LINE.
           05 FILLER PIC X(34) VALUE
              'SUBJECTS SHORT OF SEATS:          '.
           05 TS-SHORT PIC ZZ9.
           05 FILLER PIC X(43).
       01 NONE-LINE.
           05 FILLER PIC X(5).
           05 FILLER PIC X(11) VALUE 'NONE FOUND'.
           05 FILLER PIC X(64).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
       01 CUR-STATUS PIC XX.
       01 FAC-STATUS PIC XX.
       01 GRADE-STATUS PIC XX.
       01 SM-STATUS PIC XX.
      *  EVERY COURSE'S CURRICULUM, LOADED ONCE FOR THE WHOLE RUN.
       01 CUR-TABLE.
           05 CUT-ENTRY OCCURS 500 TIMES.
               10 CUT-CRS PIC X(5).
               10 CUT-SUBJ PIC X(10).
               10 CUT-UNITS PIC 9.
               10 CUT-YR PIC 9.
               10 CUT-TERM PIC 9.
       01 CUT-CNT PIC 999 VALUE 0.
       01 CUT-SUB PIC 999 VALUE 0.
      *  STUDENT/SUBJECT PAIRS PASSED ACROSS EVERY TERM FILE WALKED.
       01 PASS-TABLE.
           05 PSS-ENTRY OCCURS 3000 TIMES.
               10 PSS-STUD PIC X(12).
               10 PSS-SUBJ PIC X(10).
       01 PSS-CNT PIC 9(4) VALUE 0.
       01 PSS-SUB PIC 9(4) VALUE 0.
      *  THE CATALOG, WITH EACH SUBJECT'S SECTION COUNT AND THE
      *  PROJECTED DEMAND ACCUMULATED AS STUDENTS ARE PROJECTED. A
      *  CURRICULUM SUBJECT MISSING FROM THE CATALOG IS ADDED WITH NO
      *  SEATS AND FLAGGED.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 200 TIMES.
               10 CAT-CODE PIC X(10).
               10 CAT-PASS PIC 9V99.
               10 CAT-PREREQ PIC X(10).
               10 CAT-SEATS PIC 999.
               10 CAT-SECT PIC 999.
               10 CAT-DMD PIC 9(4).
               10 CAT-ON-FILE PIC X(1).
       01 CAT-CNT PIC 999 VALUE 0.
       01 CAT-SUB PIC 999 VALUE 0.
      *  THE DISTINCT SECTIONS (SUBJECT/FACULTY) SEEN, FOR THE
      *  SECTION COUNT PER SUBJECT - SAME COUNT ENRSTAT TAKES.
       01 SECT-TABLE.
           05 SCT-ENTRY OCCURS 500 TIMES.
               10 SCT-SUBJ PIC X(10).
               10 SCT-FAC PIC X(12).
       01 SCT-CNT PIC 999 VALUE 0.
       01 SCT-SUB PIC 999 VALUE 0.
      *  TERMS KEYED BY THE REGISTRAR, OLDEST FIRST, PLUS THE LIVE
      *  GRADE.TXT PROCESSED LAST - SAME IDIOM AS TRANSCRIPT.
       01 TERM-TABLE.
           05 TRM-ENTRY OCCURS 20 TIMES PIC X(6).
       01 TRM-CNT PIC 99 VALUE 0.
       01 TRM-SUB PIC 99 VALUE 0.
       01 TERM-EDIT-WS PIC X(6).
       01 GRADE-FILE-NAME PIC X(20).
       01 NEXT-SEQ-WS PIC X(1) VALUE SPACES.
       01 NEXT-SEQ PIC 9 VALUE 0.
       01 NEXT-YR PIC 99 VALUE 0.
       01 CUR-AVG PIC 9V99 VALUE 0.
       01 CUR-PASS-WS PIC 9V99 VALUE 3.12.
       01 PASS-KEY-STUD PIC X(12) VALUE SPACES.
       01 PASS-KEY-SUBJ PIC X(10) VALUE SPACES.
       01 PREREQ-WS PIC X(10) VALUE SPACES.
       01 DIFF-WS PIC S9(4) VALUE 0.
       01 STUD-DUE-CNT PIC 99 VALUE 0.
       01 STUD-READ-CNT PIC 9(4) VALUE 0.
       01 STUD-WITH-DUE PIC 9(4) VALUE 0.
       01 DMD-TOTAL PIC 9(5) VALUE 0.
       01 SHORT-CNT PIC 999 VALUE 0.
       01 LINES-WRITTEN PIC 9(6) VALUE 0.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
           05 HIT-SW PIC X(3) VALUE 'NO'.
           05 PREQ-OK-SW PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  NEXT-TERM DEMAND PROJECTION: EVERY CONTINUING STUDENT ON THE
      *  MASTER IS SET AGAINST THE COURSE CURRICULUM, AS ADVISE DOES
      *  FOR ONE STUDENT, TO FIND THE SUBJECTS DUE NEXT TERM - NOT
      *  YET PASSED, PREREQUISITE PASSED OR NONE, AND SCHEDULED AT OR
      *  BEFORE THE STUDENT'S NEXT YEAR LEVEL AND TERM. THE DEMAND IS
      *  TOTALED PER SUBJECT AGAINST THE SECTIONS ON FACULTY.TXT AND
      *  THE SEATS ON SUBJECT.TXT SO THE DEANS SEE WHERE TO OPEN OR
      *  CLOSE SECTIONS BEFORE REGISTRATION.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-NEXT-SEQ-RTN.
           PERFORM GET-TERMS-RTN.
           PERFORM LOAD-CAT-RTN.
           PERFORM LOAD-CURRIC-RTN.
           IF CUT-CNT = 0
               DISPLAY 'NO CURRICULUM ON FILE - NOTHING TO PROJECT.'
               STOP RUN
           END-IF.
           PERFORM COUNT-SECT-RTN.
           PERFORM BUILD-PASSED-RTN.
           OPEN OUTPUT DMD-OUT.
           WRITE DMD-LINE-OUT FROM HEADER.
           WRITE DMD-LINE-OUT FROM HEADER2.
           WRITE DMD-LINE-OUT FROM BLNK-LINE.
           WRITE DMD-LINE-OUT FROM DMD-TITLE.
           MOVE NEXT-SEQ TO TH-SEQ.
           WRITE DMD-LINE-OUT FROM TERM-HDR.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-MM TO RUNINFO-MM.
           MOVE RUN-DATE-DD TO RUNINFO-DD.
           MOVE RUN-DATE-YY TO RUNINFO-YY.
           WRITE DMD-LINE-OUT FROM HDR-RUNINFO.
           WRITE DMD-LINE-OUT FROM BLNK-LINE.
           WRITE DMD-LINE-OUT FROM SEC1-HDR.
           WRITE DMD-LINE-OUT FROM BLNK-LINE.
           PERFORM PROJECT-STUDENTS-RTN.
           IF STUD-WITH-DUE = 0
               WRITE DMD-LINE-OUT FROM NONE-LINE
           END-IF.
           WRITE DMD-LINE-OUT FROM BLNK-LINE.
           WRITE DMD-LINE-OUT FROM SEC2-HDR.
           WRITE DMD-LINE-OUT FROM BLNK-LINE.
           WRITE DMD-LINE-OUT FROM COL-HDR.
           MOVE 1 TO CAT-SUB.
           PERFORM PRINT-DEMAND-RTN UNTIL CAT-SUB > CAT-CNT.
           WRITE DMD-LINE-OUT FROM BLNK-LINE.
           MOVE STUD-READ-CNT TO TS-READ.
           WRITE DMD-LINE-OUT FROM TOT-STUD-LINE.
           MOVE STUD-WITH-DUE TO TS-DUE.
           WRITE DMD-LINE-OUT FROM TOT-DUE-LINE.
           MOVE DMD-TOTAL TO TS-DMD.
           WRITE DMD-LINE-OUT FROM TOT-DMD-LINE.
           MOVE SHORT-CNT TO TS-SHORT.
           WRITE DMD-LINE-OUT FROM TOT-SHORT-LINE.
           CLOSE DMD-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'SUBJECT DEMAND PROJECTION COMPLETE'.
           DISPLAY 'CHECK ' SUBJDMND-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
      *  THE TERM SEQUENCE (1, 2, ...) OF THE TERM BEING PLANNED.
      *  PLANNING TERM 1 STARTS A NEW SCHOOL YEAR, SO EVERY STUDENT
      *  IS PROJECTED ONE YEAR LEVEL UP FROM THE MASTER.
       GET-NEXT-SEQ-RTN.
           MOVE 0 TO NEXT-SEQ.
           PERFORM GET-NEXT-SEQ-ENTRY-RTN UNTIL NEXT-SEQ > 0.
       GET-NEXT-SEQ-ENTRY-RTN.
           DISPLAY 'ENTER NEXT TERM SEQUENCE (1-9): '.
           ACCEPT NEXT-SEQ-WS.
           IF NEXT-SEQ-WS IS NUMERIC AND NEXT-SEQ-WS NOT = '0'
               MOVE NEXT-SEQ-WS TO NEXT-SEQ
           ELSE
               DISPLAY 'INVALID TERM SEQUENCE - RE-ENTER.'
           END-IF.
      *  COLLECT THE TERM CODES TO COVER, OLDEST FIRST - SAME ENTRY
      *  AS TRANSCRIPT'S. THE LIVE TERM IS WALKED AUTOMATICALLY.
       GET-TERMS-RTN.
           MOVE SPACES TO TERM-EDIT-WS.
           DISPLAY 'ENTER ARCHIVED TERM CODES OLDEST FIRST,'.
           DISPLAY 'ONE PER LINE (BLANK LINE WHEN DONE):'.
           PERFORM GET-TERM-ENTRY-RTN UNTIL TERM-EDIT-WS = 'END   '.
       GET-TERM-ENTRY-RTN.
           MOVE SPACES TO TERM-EDIT-WS.
           ACCEPT TERM-EDIT-WS.
           IF TERM-EDIT-WS = SPACES
               MOVE 'END   ' TO TERM-EDIT-WS
           ELSE
               IF TRM-CNT < 20
                   ADD 1 TO TRM-CNT
                   MOVE TERM-EDIT-WS TO TRM-ENTRY (TRM-CNT)
               END-IF
           END-IF.
       LOAD-CAT-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT1.
           READ ACCT1 AT END MOVE 'YES' TO EOF.
           PERFORM LOAD-CAT-REC-RTN UNTIL EOF = 'YES'.
           CLOSE ACCT1.
           MOVE 'NO' TO EOF.
       LOAD-CAT-REC-RTN.
           IF CAT-CNT < 200
               ADD 1 TO CAT-CNT
               MOVE SUBJ-CODE1 TO CAT-CODE (CAT-CNT)
               MOVE PASS-GRADE1 TO CAT-PASS (CAT-CNT)
               MOVE PREREQ-CODE1 TO CAT-PREREQ (CAT-CNT)
               MOVE MAX-SEATS1 TO CAT-SEATS (CAT-CNT)
               MOVE 0 TO CAT-SECT (CAT-CNT)
               MOVE 0 TO CAT-DMD (CAT-CNT)
               MOVE 'Y' TO CAT-ON-FILE (CAT-CNT)
           END-IF.
           READ ACCT1 AT END MOVE 'YES' TO EOF.
      *  LOAD EVERY COURSE'S CURRICULUM. A MISSING CURRIC.TXT
      *  (STATUS 35) LEAVES THE TABLE EMPTY AND THE RUN REFUSES.
       LOAD-CURRIC-RTN.
           MOVE 0 TO CUT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT CUR-IN.
           IF CUR-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ CUR-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-CURRIC-REC-RTN UNTIL EOF = 'YES'
               CLOSE CUR-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-CURRIC-REC-RTN.
           IF CUT-CNT < 500
               ADD 1 TO CUT-CNT
               MOVE CU-CRS TO CUT-CRS (CUT-CNT)
               MOVE CU-SUBJ TO CUT-SUBJ (CUT-CNT)
               MOVE CU-UNITS TO CUT-UNITS (CUT-CNT)
               MOVE CU-YR TO CUT-YR (CUT-CNT)
               MOVE CU-TERM-SEQ TO CUT-TERM (CUT-CNT)
           END-IF.
           READ CUR-IN AT END MOVE 'YES' TO EOF.
      *  COUNT THE SECTIONS NOW OPEN PER SUBJECT - EACH DISTINCT
      *  SUBJECT/FACULTY PAIR ON FACULTY.TXT IS ONE SECTION. A
      *  SECTION FOR A SUBJECT NOT ON THE CATALOG IS IGNORED.
       COUNT-SECT-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT2.
           IF FAC-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ACCT2
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM COUNT-SECT-COMP UNTIL EOF = 'YES'
               CLOSE ACCT2
           END-IF.
           MOVE 'NO' TO EOF.
       COUNT-SECT-COMP.
           MOVE 1 TO SCT-SUB.
           PERFORM FIND-SCT-COMP UNTIL SCT-SUB > SCT-CNT
               OR (SCT-SUBJ (SCT-SUB) = SUBJ-CODE2
                   AND SCT-FAC (SCT-SUB) = FAC-ID2).
           IF SCT-SUB > SCT-CNT AND SCT-CNT < 500
               ADD 1 TO SCT-CNT
               MOVE SUBJ-CODE2 TO SCT-SUBJ (SCT-CNT)
               MOVE FAC-ID2 TO SCT-FAC (SCT-CNT)
               MOVE 1 TO CAT-SUB
               PERFORM FIND-CAT-COMP UNTIL CAT-SUB > CAT-CNT
                   OR CAT-CODE (CAT-SUB) = SUBJ-CODE2
               IF CAT-SUB <= CAT-CNT
                   ADD 1 TO CAT-SECT (CAT-SUB)
               END-IF
           END-IF.
           READ ACCT2 AT END MOVE 'YES' TO EOF.
       FIND-SCT-COMP.
           ADD 1 TO SCT-SUB.
       FIND-CAT-COMP.
           ADD 1 TO CAT-SUB.
      *  WALK EVERY TERM'S GRADE FILE FOR THE PASSED STUDENT/SUBJECT
      *  PAIRS - THE ARCHIVED FILES FIRST, THE LIVE GRADE.TXT LAST.
       BUILD-PASSED-RTN.
           MOVE 1 TO TRM-SUB.
           PERFORM ARCH-TERM-RTN UNTIL TRM-SUB > TRM-CNT.
           MOVE 'GRADE.TXT' TO GRADE-FILE-NAME.
           PERFORM SCAN-GRADES-RTN.
       ARCH-TERM-RTN.
           MOVE SPACES TO GRADE-FILE-NAME.
           STRING 'GRADE_' DELIMITED BY SIZE
               TRM-ENTRY (TRM-SUB) DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO GRADE-FILE-NAME.
           PERFORM SCAN-GRADES-RTN.
           ADD 1 TO TRM-SUB.
       SCAN-GRADES-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT GRADE-IN.
           IF GRADE-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ GRADE-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SCAN-GRADES-COMP UNTIL EOF = 'YES'
               CLOSE GRADE-IN
           END-IF.
           MOVE 'NO' TO EOF.
      *  A COMPLETE GRADE AT OR BELOW THE SUBJECT'S CUTOFF IS A PASS.
       SCAN-GRADES-COMP.
           IF MID-GRADE NOT = 0 AND FIN-GRADE NOT = 0
               COMPUTE CUR-AVG = (MID-GRADE + FIN-GRADE) / 2
               PERFORM LOOKUP-PASS-RTN
               IF CUR-AVG <= CUR-PASS-WS
                   PERFORM HOLD-PASS-RTN
               END-IF
           END-IF.
           READ GRADE-IN AT END MOVE 'YES' TO EOF.
       LOOKUP-PASS-RTN.
           MOVE 3.12 TO CUR-PASS-WS.
           MOVE 1 TO CAT-SUB.
           PERFORM FIND-CAT-COMP UNTIL CAT-SUB > CAT-CNT
               OR CAT-CODE (CAT-SUB) = SUBJ-CODE4.
           IF CAT-SUB <= CAT-CNT
               MOVE CAT-PASS (CAT-SUB) TO CUR-PASS-WS
           END-IF.
      *  A SUBJECT PASSED IN MORE THAN ONE TERM IS TABLED ONCE.
       HOLD-PASS-RTN.
           MOVE SUBJ-CODE4 TO PASS-KEY-SUBJ.
           MOVE STUD-NUM4 TO PASS-KEY-STUD.
           PERFORM CHECK-PASSED-RTN.
           IF HIT-SW = 'NO'
               IF PSS-CNT < 3000
                   ADD 1 TO PSS-CNT
                   MOVE STUD-NUM4 TO PSS-STUD (PSS-CNT)
                   MOVE SUBJ-CODE4 TO PSS-SUBJ (PSS-CNT)
               ELSE
                   DISPLAY 'PASSED-SUBJECT TABLE FULL - '
                       STUD-NUM4 ' ' SUBJ-CODE4 ' NOT HELD.'
               END-IF
           END-IF.
      *  HAS STUDENT PASS-KEY-STUD PASSED SUBJECT PASS-KEY-SUBJ?
       CHECK-PASSED-RTN.
           MOVE 'NO' TO HIT-SW.
           MOVE 1 TO PSS-SUB.
           PERFORM CHECK-PASSED-COMP
               UNTIL PSS-SUB > PSS-CNT OR HIT-SW = 'YES'.
       CHECK-PASSED-COMP.
           IF PSS-STUD (PSS-SUB) = PASS-KEY-STUD
               AND PSS-SUBJ (PSS-SUB) = PASS-KEY-SUBJ
               MOVE 'YES' TO HIT-SW
           ELSE
               ADD 1 TO PSS-SUB
           END-IF.
      *  ONE PASS OVER THE STUDENT MASTER. A STUDENT WITH NO YEAR
      *  LEVEL YET IS NOT A CONTINUING STUDENT AND IS SKIPPED.
       PROJECT-STUDENTS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT8.
           IF SM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               PERFORM READ-STUD-RTN
               PERFORM PROJECT-STUDENT-COMP UNTIL EOF = 'YES'
               CLOSE ACCT8
           END-IF.
           MOVE 'NO' TO EOF.
       PROJECT-STUDENT-COMP.
           IF SM-YR > 0
               ADD 1 TO STUD-READ-CNT
               MOVE SM-YR TO NEXT-YR
               IF NEXT-SEQ = 1
                   ADD 1 TO NEXT-YR
               END-IF
               MOVE SM-NUM TO PASS-KEY-STUD
               MOVE 0 TO STUD-DUE-CNT
               MOVE 1 TO CUT-SUB
               PERFORM DUE-SUBJ-RTN UNTIL CUT-SUB > CUT-CNT
               IF STUD-DUE-CNT > 0
                   ADD 1 TO STUD-WITH-DUE
                   WRITE DMD-LINE-OUT FROM BLNK-LINE
               END-IF
           END-IF.
           PERFORM READ-STUD-RTN.
      *  A CURRICULUM SUBJECT IS DUE WHEN IT BELONGS TO THE STUDENT'S
      *  COURSE, IS SCHEDULED AT OR BEFORE THE NEXT YEAR LEVEL AND
      *  TERM (AN EARLIER ONE STILL OWED IS A BACK SUBJECT), IS NOT
      *  YET PASSED, AND HAS ITS CATALOG PREREQUISITE PASSED.
       DUE-SUBJ-RTN.
           IF CUT-CRS (CUT-SUB) = SM-CRS
               AND (CUT-YR (CUT-SUB) < NEXT-YR
                   OR (CUT-YR (CUT-SUB) = NEXT-YR
                       AND CUT-TERM (CUT-SUB) NOT > NEXT-SEQ))
               MOVE CUT-SUBJ (CUT-SUB) TO PASS-KEY-SUBJ
               PERFORM CHECK-PASSED-RTN
               IF HIT-SW = 'NO'
                   PERFORM CHECK-PREREQ-RTN
                   IF PREQ-OK-SW = 'YES'
                       PERFORM WRITE-DUE-RTN
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO CUT-SUB.
      *  LOCATES THE SUBJECT ON THE CATALOG (ADDING IT WHEN MISSING)
      *  AND CHECKS ITS PREREQUISITE AGAINST THE STUDENT'S PASSES.
       CHECK-PREREQ-RTN.
           MOVE 1 TO CAT-SUB.
           PERFORM FIND-CAT-COMP UNTIL CAT-SUB > CAT-CNT
               OR CAT-CODE (CAT-SUB) = CUT-SUBJ (CUT-SUB).
           IF CAT-SUB > CAT-CNT AND CAT-CNT < 200
               ADD 1 TO CAT-CNT
               MOVE CUT-SUBJ (CUT-SUB) TO CAT-CODE (CAT-CNT)
               MOVE 3.12 TO CAT-PASS (CAT-CNT)
               MOVE SPACES TO CAT-PREREQ (CAT-CNT)
               MOVE 0 TO CAT-SEATS (CAT-CNT)
               MOVE 0 TO CAT-SECT (CAT-CNT)
               MOVE 0 TO CAT-DMD (CAT-CNT)
               MOVE 'N' TO CAT-ON-FILE (CAT-CNT)
           END-IF.
           MOVE 'YES' TO PREQ-OK-SW.
           IF CAT-SUB <= CAT-CNT
               MOVE CAT-PREREQ (CAT-SUB) TO PREREQ-WS
               IF PREREQ-WS NOT = SPACES
                   MOVE PREREQ-WS TO PASS-KEY-SUBJ
                   PERFORM CHECK-PASSED-RTN
                   MOVE HIT-SW TO PREQ-OK-SW
               END-IF
           END-IF.
      *  ONE DUE SUBJECT: THE STUDENT LINE IS WRITTEN AHEAD OF THE
      *  FIRST ONE, AND THE SUBJECT'S DEMAND IS BUMPED. CAT-SUB IS
      *  STILL ON THE SUBJECT FROM CHECK-PREREQ-RTN.
       WRITE-DUE-RTN.
           IF STUD-DUE-CNT = 0
               MOVE SM-NUM TO SH-NUM
               MOVE SM-NAME TO SH-NAME
               MOVE SM-CRS TO SH-CRS
               MOVE NEXT-YR TO SH-YR
               WRITE DMD-LINE-OUT FROM STUD-HDR
               ADD 1 TO LINES-WRITTEN
           END-IF.
           ADD 1 TO STUD-DUE-CNT.
           MOVE CUT-SUBJ (CUT-SUB) TO DD-SUBJ.
           MOVE CUT-UNITS (CUT-SUB) TO DD-UNITS.
           MOVE CUT-YR (CUT-SUB) TO DD-YR.
           MOVE CUT-TERM (CUT-SUB) TO DD-TERM.
           MOVE SPACES TO DD-FLAG.
           IF CUT-YR (CUT-SUB) < NEXT-YR
               OR CUT-TERM (CUT-SUB) < NEXT-SEQ
               MOVE 'BACK SUBJECT' TO DD-FLAG
           END-IF.
           WRITE DMD-LINE-OUT FROM DUE-DTL.
           ADD 1 TO LINES-WRITTEN.
           ADD 1 TO DMD-TOTAL.
           IF CAT-SUB <= CAT-CNT
               ADD 1 TO CAT-DMD (CAT-SUB)
           END-IF.
      *  ONE SUBJECT'S DEMAND AGAINST ITS SEATS. A SUBJECT WITH NO
      *  SECTION OPEN HAS NO SEATS WHATEVER THE CATALOG SAYS; A
      *  SUBJECT WITH NEITHER DEMAND NOR A SECTION IS NOT PRINTED.
       PRINT-DEMAND-RTN.
           IF CAT-DMD (CAT-SUB) > 0 OR CAT-SECT (CAT-SUB) > 0
               MOVE CAT-CODE (CAT-SUB) TO SD-SUBJ
               MOVE CAT-DMD (CAT-SUB) TO SD-DMD
               MOVE CAT-SECT (CAT-SUB) TO SD-SECT
               MOVE SPACES TO SD-FLAG
               IF CAT-SECT (CAT-SUB) = 0
                   MOVE 0 TO SD-SEATS
                   COMPUTE DIFF-WS = 0 - CAT-DMD (CAT-SUB)
                   MOVE DIFF-WS TO SD-DIFF
                   MOVE 'NO SECTION OPEN' TO SD-FLAG
               ELSE
                   IF CAT-SEATS (CAT-SUB) = 0
                       MOVE '  -' TO SD-SEATS-X
                       MOVE '    -' TO SD-DIFF-X
                       MOVE 0 TO DIFF-WS
                   ELSE
                       MOVE CAT-SEATS (CAT-SUB) TO SD-SEATS
                       COMPUTE DIFF-WS = CAT-SEATS (CAT-SUB)
                           - CAT-DMD (CAT-SUB)
                       MOVE DIFF-WS TO SD-DIFF
                       IF DIFF-WS < 0
                           MOVE 'OPEN MORE SEATS' TO SD-FLAG
                       END-IF
                   END-IF
               END-IF
               IF DIFF-WS < 0
                   ADD 1 TO SHORT-CNT
               END-IF
               IF CAT-ON-FILE (CAT-SUB) = 'N'
                   MOVE 'NOT ON CATALOG' TO SD-FLAG
               END-IF
               WRITE DMD-LINE-OUT FROM DMD-DTL
               ADD 1 TO LINES-WRITTEN
           END-IF.
           ADD 1 TO CAT-SUB.
       LOG-RUN-RTN.
           MOVE 'SUBJ-DEMAND    ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE STUD-READ-CNT TO RL-RECS-READ.
           MOVE LINES-WRITTEN TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (SUBJDMND_RIVL.TXT FOR A RIVL RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO SUBJDMND-FILE-NAME
               STRING 'SUBJDMND_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SUBJDMND-FILE-NAME
           END-IF.
      *  NEXT STUDENT OF THE RUN COMPANY - ANY OTHER COMPANY'S ARE
      *  PASSED OVER. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       READ-STUD-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-STUD-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-STUD-COMP.
           READ ACCT8 AT END MOVE 'YES' TO EOF.
           IF EOF = 'YES'
               OR SM-CO = COPROF-CODE-WS
               OR (SM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
