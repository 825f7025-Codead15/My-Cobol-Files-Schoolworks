       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAC-EVAL.
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
      *  SUBJECT CATALOG - THE FIRST RECORD SUPPLIES THE CURRENT TERM
      *  CODE, AS IN PROJECT.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
      *  THE TERM'S ENROLLMENT - THE LIVE STUDENT.TXT OR AN ARCHIVED
      *  STUDENT_<TERM>.TXT, RE-POINTED THROUGH THE DATA-NAME ASSIGN
      *  THE WAY ACAD-STANDING DOES FOR THE GRADE FILE. EACH SECTION'S
      *  ENROLLED COUNT IS THE BASE FOR ITS RESPONSE RATE.
           SELECT STUDENT-IN ASSIGN TO STUD-FILE-NAME
               FILE STATUS IS STUD-STATUS.
      *  SECTION ASSIGNMENTS - THE TEACHER'S NAME FOR ANYONE NOT ON
      *  THE FACULTY MASTER.
           SELECT ACCT2 ASSIGN TO 'FACULTY.TXT'.
      *  THE FACULTY MASTER KEPT BY FACMAST-MAINT - NAME, RANK AND
      *  THE DEPARTMENT THE RANKING IS DONE WITHIN.
           SELECT FACM-IN ASSIGN TO 'FACMAST.TXT'
               FILE STATUS IS FACM-STATUS.
      *  THE EVALUATION RESPONSES KEYED THROUGH EVAL-ENTRY.
           SELECT EVAL-IN ASSIGN TO 'EVALRESP.TXT'
               FILE STATUS IS EV-STATUS.
      *  ONE SUMMARY ROW PER FACULTY MEMBER, SORTED INTO DEPARTMENT
      *  AND BEST-AVERAGE-FIRST ORDER FOR THE RANKING.
           SELECT EW-OUT ASSIGN TO "FACEVWRK.TXT".
           SELECT ES-IN ASSIGN TO "FACEVSRT.TXT".
           SELECT SORT-WORK ASSIGN TO "SORTWK11".
      *  THE SUMMARY REPORT, TAGGED WITH THE TERM CODE SO ONE TERM'S
      *  REPORT DOESN'T CLOBBER ANOTHER'S.
           SELECT RPT-OUT ASSIGN TO RPT-FILE-NAME.
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
       FD  STUDENT-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS STUDENT-INFO.
       01  STUDENT-INFO.
           05 SUBJ-CODE3 PIC X(10).
           05 FAC-ID3 PIC X(12).
           05 STUD-NUM3 PIC X(12).
           05 STUD-NAME3 PIC X(25).
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
       FD  FACM-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS FACMAST-REC.
       01  FACMAST-REC.
           05 FM-ID PIC X(12).
           05 FM-NAME PIC X(25).
           05 FM-RANK PIC X(10).
           05 FM-RATE PIC 9(4)V99.
           05 FM-STATUS PIC X(1).
           05 FM-DEPT PIC X(5).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 FM-CO PIC X(4).
       FD  EVAL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS EVAL-RESP-REC.
       01  EVAL-RESP-REC.
           05 ER-SUBJ PIC X(10).
           05 ER-FAC PIC X(12).
           05 ER-STUD PIC X(12).
           05 ER-TERM PIC X(6).
           05 ER-RATINGS.
               10 ER-RATE PIC 9 OCCURS 5 TIMES.
       FD  EW-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS EW-REC.
       01  EW-REC.
           05 EW-DEPT PIC X(5).
           05 EW-OVR PIC 9V99.
           05 EW-NAME PIC X(25).
           05 EW-ID PIC X(12).
           05 EW-RANK PIC X(10).
           05 EW-ENR PIC 9(4).
           05 EW-RSP PIC 9(4).
           05 EW-SUM PIC 9(6) OCCURS 5 TIMES.
       FD  ES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS ES-REC.
       01  ES-REC.
           05 ES-DEPT PIC X(5).
           05 ES-OVR PIC 9V99.
           05 ES-NAME PIC X(25).
           05 ES-ID PIC X(12).
           05 ES-RANK PIC X(10).
           05 ES-ENR PIC 9(4).
           05 ES-RSP PIC 9(4).
           05 ES-SUM PIC 9(6) OCCURS 5 TIMES.
       SD  SORT-WORK
           DATA RECORD IS SORT-REC.
       01  SORT-REC.
           05 SORT-DEPT PIC X(5).
           05 SORT-OVR PIC 9V99.
           05 SORT-NAME PIC X(25).
           05 FILLER PIC X(60).
       FD  RPT-OUT.
       01  REP-OUT.
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
      *  ANOTHER COMPANY'S FACULTY - THEIR ROWS ARE LEFT OUT.
       01 OFT-TABLE.
           05 OFT-NUM OCCURS 200 TIMES PIC X(12).
       01 OFT-CNT PIC 999 VALUE 0.
       01 OFT-SUB PIC 999 VALUE 0.
       01 OFT-KEY-WS PIC X(12).
       01  HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(20).
       01  HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'GREENHILLS, SAN JUAN CITY'.
           05 FILLER PIC X(20).
       01  RPT-TITLE.
           05 FILLER PIC X(26).
           05 FILLER PIC X(28) VALUE 'FACULTY EVALUATION SUMMARY'.
           05 FILLER PIC X(26).
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
      *  ONE LINE PER CODETAB CRITERION, NAMING THE C1-C5 COLUMNS.
       01  CRT-LEGEND.
           05 FILLER PIC X(4).
           05 FILLER PIC X(1) VALUE 'C'.
           05 CL-NUM PIC 9.
           05 FILLER PIC X(3) VALUE ' = '.
           05 CL-NAME PIC X(30).
           05 FILLER PIC X(41).
       01  SCALE-LINE.
           05 FILLER PIC X(40) VALUE
              'RATINGS RUN 5 (OUTSTANDING) TO 1 (POOR).'.
           05 FILLER PIC X(40) VALUE
              ' RNK = RANK IN DEPARTMENT BY OVR.'.
       01  RATE-NOTE-LINE.
           05 FILLER PIC X(40) VALUE
              'RATE = RESPONSES OVER ENROLLMENTS IN THE'.
           05 FILLER PIC X(40) VALUE
              ' FACULTY MEMBER''S SECTIONS.'.
       01  DEPT-HDR.
           05 FILLER PIC X(12) VALUE 'DEPARTMENT: '.
           05 DH-DEPT PIC X(5).
           05 FILLER PIC X(63).
       01  DEPT-HDR-NONE.
           05 FILLER PIC X(38) VALUE
              'DEPARTMENT: (NONE ON FACULTY MASTER)'.
           05 FILLER PIC X(42).
       01  COL-HDR.
           05 FILLER PIC X(4) VALUE 'RNK'.
           05 FILLER PIC X(13) VALUE 'FACULTY ID'.
           05 FILLER PIC X(17) VALUE 'NAME'.
           05 FILLER PIC X(6) VALUE '  ENR'.
           05 FILLER PIC X(6) VALUE '  RSP'.
           05 FILLER PIC X(4) VALUE 'RATE'.
           05 FILLER PIC X(5) VALUE '   C1'.
           05 FILLER PIC X(5) VALUE '   C2'.
           05 FILLER PIC X(5) VALUE '   C3'.
           05 FILLER PIC X(5) VALUE '   C4'.
           05 FILLER PIC X(5) VALUE '   C5'.
           05 FILLER PIC X(5) VALUE '  OVR'.
      *  ONE FACULTY MEMBER - ALSO USED FOR THE DEPARTMENT AND SCHOOL
      *  TOTAL LINES.
       01  DTL-LINE.
           05 DL-RNK PIC ZZ9.
           05 DL-RNK-X REDEFINES DL-RNK PIC X(3).
           05 FILLER PIC X(1).
           05 DL-ID PIC X(12).
           05 FILLER PIC X(1).
           05 DL-NAME PIC X(16).
           05 FILLER PIC X(1).
           05 DL-ENR PIC ZZZZ9.
           05 FILLER PIC X(1).
           05 DL-RSP PIC ZZZZ9.
           05 FILLER PIC X(1).
           05 DL-PCT PIC ZZ9.
           05 DL-PCT-SIGN PIC X(1).
           05 DL-AVGS.
               10 DL-AVG-ENT OCCURS 5 TIMES.
                   15 FILLER PIC X(1).
                   15 DL-AVG PIC 9.99.
           05 DL-NORSP REDEFINES DL-AVGS PIC X(25).
           05 FILLER PIC X(1).
           05 DL-OVR PIC 9.99.
           05 DL-OVR-X REDEFINES DL-OVR PIC X(4).
       01  SCH-HDR.
           05 FILLER PIC X(18) VALUE 'SCHOOL-WIDE TOTALS'.
           05 FILLER PIC X(62).
       01  SCH-TOT-LINE.
           05 FILLER PIC X(4).
           05 STL-LBL PIC X(40).
           05 STL-CNT PIC Z,ZZ9.
           05 FILLER PIC X(31).
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
      *  THE TERM BEING SUMMARIZED AND THE FILE NAMES IT BUILDS.
       01  KEY-TERM PIC X(6).
       01  TERM-CD PIC X(6) VALUE SPACES.
       01  EVAL-TERM PIC X(6) VALUE SPACES.
       01  STUD-FILE-NAME PIC X(20) VALUE 'STUDENT.TXT'.
       01  RPT-FILE-NAME PIC X(30) VALUE 'FACEVAL.TXT'.
       01  STUD-STATUS PIC XX.
       01  FACM-STATUS PIC XX.
       01  EV-STATUS PIC XX.
      *  THE FACULTY MASTER, HELD FOR THE NAME/RANK/DEPARTMENT
      *  LOOKUP.
       01  FACM-TABLE.
           05 FMT-ENTRY OCCURS 200 TIMES.
               10 FMT-ID PIC X(12).
               10 FMT-NAME PIC X(25).
               10 FMT-RANK PIC X(10).
               10 FMT-DEPT PIC X(5).
       01  FMT-CNT PIC 999 VALUE 0.
       01  FMT-SUB PIC 999 VALUE 0.
      *  ONE ENTRY PER FACULTY MEMBER TEACHING IN THE TERM - THE
      *  ENROLLMENTS ACROSS THEIR SECTIONS, THE RESPONSES RECEIVED,
      *  AND THE RATING TOTALS PER CRITERION.
       01  FAC-TABLE.
           05 FET-ENTRY OCCURS 200 TIMES.
               10 FET-ID PIC X(12).
               10 FET-NAME PIC X(25).
               10 FET-RANK PIC X(10).
               10 FET-DEPT PIC X(5).
               10 FET-ENR PIC 9(4).
               10 FET-RSP PIC 9(4).
               10 FET-SUM PIC 9(6) OCCURS 5 TIMES.
       01  FET-CNT PIC 999 VALUE 0.
       01  FET-SUB PIC 999 VALUE 0.
       01  CUR-FET PIC 999 VALUE 0.
      *  ONE ENTRY PER SECTION (SUBJECT/FACULTY) WITH ENROLLMENT,
      *  POINTING AT ITS TEACHER'S FACULTY ENTRY. A RESPONSE COUNTS
      *  ONLY AGAINST A SECTION ON THIS TABLE.
       01  SECT-TABLE.
           05 SCT-ENTRY OCCURS 500 TIMES.
               10 SCT-SUBJ PIC X(10).
               10 SCT-FAC PIC X(12).
               10 SCT-FET PIC 999.
       01  SCT-CNT PIC 999 VALUE 0.
       01  SCT-SUB PIC 999 VALUE 0.
       01  KEY-SUBJ PIC X(10).
       01  KEY-FAC PIC X(12).
       01  CRT-SUB PIC 99 VALUE 0.
      *  FIGURES FOR ONE PRINTED LINE - A FACULTY MEMBER, A
      *  DEPARTMENT OR THE SCHOOL - AND THE RUNNING DEPARTMENT AND
      *  SCHOOL TOTALS. THE THREE GROUPS SHARE ONE LAYOUT.
       01  LINE-FIG.
           05 LF-ENR PIC 9(5).
           05 LF-RSP PIC 9(5).
           05 LF-SUM PIC 9(7) OCCURS 5 TIMES.
       01  DEPT-FIG.
           05 DF-ENR PIC 9(5).
           05 DF-RSP PIC 9(5).
           05 DF-SUM PIC 9(7) OCCURS 5 TIMES.
       01  SCH-FIG.
           05 SF-ENR PIC 9(5).
           05 SF-RSP PIC 9(5).
           05 SF-SUM PIC 9(7) OCCURS 5 TIMES.
       01  LINE-TOTAL PIC 9(8) VALUE 0.
       01  LINE-PCT PIC 999 VALUE 0.
       01  LINE-AVG PIC 9V99 VALUE 0.
      *  RANKING WITHIN THE DEPARTMENT - EQUAL AVERAGES SHARE A RANK.
       01  CUR-DEPT PIC X(5) VALUE SPACES.
       01  DEPT-POS PIC 999 VALUE 0.
       01  DEPT-RANK PIC 999 VALUE 0.
       01  PREV-OVR PIC 9V99 VALUE 0.
       01  FIRST-DEPT-SW PIC X(3) VALUE 'YES'.
       01  COUNTERS.
           05 RESP-READ PIC 9(6) VALUE 0.
           05 RESP-USED PIC 9(6) VALUE 0.
           05 RESP-NOSECT PIC 9(6) VALUE 0.
           05 RATED-CNT PIC 9(4) VALUE 0.
           05 NORESP-CNT PIC 9(4) VALUE 0.
           COPY CODETAB.
       01  SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  TERM FACULTY EVALUATION SUMMARY: EVERY RESPONSE KEYED FOR
      *  THE TERM IS TALLIED UNDER THE SECTION'S TEACHER, AND EACH
      *  FACULTY MEMBER PRINTS WITH THEIR AVERAGE PER CRITERION, THE
      *  OVERALL AVERAGE, THE RESPONSE RATE AGAINST THE STUDENTS
      *  ENROLLED IN THEIR SECTIONS, AND THEIR RANK WITHIN THE
      *  DEPARTMENT - FOR THE RANK-AND-PROMOTION COMMITTEE.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM GET-TERM-CD-RTN.
           PERFORM GET-TERM-RTN.
           PERFORM LOAD-FACM-RTN.
           PERFORM LOAD-ENROLL-RTN.
           IF STUD-STATUS = '35' OR SCT-CNT = 0
               DISPLAY 'NO ENROLLMENT ON FILE FOR TERM ' EVAL-TERM
                   ' - NOTHING SUMMARIZED.'
               STOP RUN
           END-IF.
           PERFORM FILL-NAMES-RTN.
           PERFORM LOAD-RESP-RTN.
           PERFORM WRITE-WORK-RTN.
           SORT SORT-WORK ON ASCENDING KEY SORT-DEPT
               ON DESCENDING KEY SORT-OVR
               ON ASCENDING KEY SORT-NAME
               USING EW-OUT
               GIVING ES-IN.
           STRING 'FACEVAL_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               EVAL-TERM DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-FILE-NAME.
           OPEN OUTPUT RPT-OUT.
           PERFORM WRITE-RPT-HDR-RTN.
           INITIALIZE SCH-FIG.
           MOVE 'NO' TO EOF.
           OPEN INPUT ES-IN.
           READ ES-IN
               AT END MOVE 'YES' TO EOF
           END-READ.
           PERFORM PRINT-FAC-RTN UNTIL EOF = 'YES'.
           CLOSE ES-IN.
           IF FIRST-DEPT-SW = 'NO'
               PERFORM DEPT-FOOTER-RTN
           END-IF.
           PERFORM WRITE-SCH-TOT-RTN.
           CLOSE RPT-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'FACULTY EVALUATION SUMMARY COMPLETE FOR ' EVAL-TERM.
           DISPLAY 'CHECK ' RPT-FILE-NAME ' FOR THE REPORT'.
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
      *  THE TERM TO SUMMARIZE. BLANK (OR CURRENT) IS THE LIVE TERM
      *  ON STUDENT.TXT; A TERM CODE READS ITS ARCHIVED
      *  STUDENT_<TERM>.TXT, FALLING BACK TO STUDENT.TXT WHEN IT IS
      *  THE CURRENT TERM AND TERM-CLOSE HAS NOT ARCHIVED IT YET.
       GET-TERM-RTN.
           DISPLAY 'ENTER TERM CODE (BLANK FOR THE CURRENT TERM): '.
           ACCEPT KEY-TERM.
           IF KEY-TERM = SPACES OR KEY-TERM = 'CURREN'
               MOVE TERM-CD TO EVAL-TERM
               MOVE 'STUDENT.TXT' TO STUD-FILE-NAME
           ELSE
               MOVE KEY-TERM TO EVAL-TERM
               MOVE SPACES TO STUD-FILE-NAME
               STRING 'STUDENT_' DELIMITED BY SIZE
                   KEY-TERM DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO STUD-FILE-NAME
               OPEN INPUT STUDENT-IN
               IF STUD-STATUS = '35'
                   IF KEY-TERM = TERM-CD
                       MOVE 'STUDENT.TXT' TO STUD-FILE-NAME
                   END-IF
               ELSE
                   CLOSE STUDENT-IN
               END-IF
           END-IF.
      *  LOAD THE FACULTY MASTER. A MISSING FACMAST.TXT (STATUS 35)
      *  LEAVES EVERYONE UNDER THE NO-DEPARTMENT HEADING.
       LOAD-FACM-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT FACM-IN.
           IF FACM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ FACM-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-FACM-REC-RTN UNTIL EOF = 'YES'
               CLOSE FACM-IN
           END-IF.
      *  A FACULTY MEMBER ON ANOTHER COMPANY'S BOOKS IS TABLED APART -
      *  THEIR SECTIONS ARE SUMMARIZED ON THAT COMPANY'S RUN. A BLANK
      *  COMPANY CODE IS THE HOME COMPANY'S.
       LOAD-FACM-REC-RTN.
           IF FM-CO = COPROF-CODE-WS
               OR (FM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               IF FMT-CNT < 200
                   ADD 1 TO FMT-CNT
                   MOVE FM-ID TO FMT-ID (FMT-CNT)
                   MOVE FM-NAME TO FMT-NAME (FMT-CNT)
                   MOVE FM-RANK TO FMT-RANK (FMT-CNT)
                   MOVE FM-DEPT TO FMT-DEPT (FMT-CNT)
               END-IF
           ELSE
               IF OFT-CNT < 200
                   ADD 1 TO OFT-CNT
                   MOVE FM-ID TO OFT-NUM (OFT-CNT)
               END-IF
           END-IF.
           READ FACM-IN AT END MOVE 'YES' TO EOF.
      *  ONE READ OF THE TERM'S ENROLLMENT. EACH NEW SECTION GOES ON
      *  THE SECTION TABLE (ADDING ITS TEACHER TO THE FACULTY TABLE
      *  IF NEW), AND EVERY ROW COUNTS AS ONE ENROLLMENT FOR THE
      *  SECTION'S TEACHER.
       LOAD-ENROLL-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT STUDENT-IN.
           IF STUD-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ STUDENT-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-ENROLL-REC-RTN UNTIL EOF = 'YES'
               CLOSE STUDENT-IN
           END-IF.
       LOAD-ENROLL-REC-RTN.
           MOVE FAC-ID3 TO OFT-KEY-WS.
           PERFORM FIND-OFT-RTN.
           IF OFT-SUB > OFT-CNT
               PERFORM LOAD-ENROLL-ONE-RTN
           END-IF.
           READ STUDENT-IN AT END MOVE 'YES' TO EOF.
      *  COUNT ONE ENROLLMENT ROW OF A RUN-COMPANY TEACHER'S SECTION.
       LOAD-ENROLL-ONE-RTN.
           MOVE SUBJ-CODE3 TO KEY-SUBJ.
           MOVE FAC-ID3 TO KEY-FAC.
           PERFORM FIND-SECT-RTN.
           IF SCT-SUB > SCT-CNT
               PERFORM ADD-SECT-RTN
           END-IF.
           IF SCT-SUB <= SCT-CNT
               MOVE SCT-FET (SCT-SUB) TO CUR-FET
               ADD 1 TO FET-ENR (CUR-FET)
           END-IF.
       FIND-SECT-RTN.
           MOVE 1 TO SCT-SUB.
           PERFORM FIND-SECT-COMP UNTIL SCT-SUB > SCT-CNT
               OR (SCT-SUBJ (SCT-SUB) = KEY-SUBJ
                   AND SCT-FAC (SCT-SUB) = KEY-FAC).
       FIND-SECT-COMP.
           ADD 1 TO SCT-SUB.
      *  A NEW SECTION - FIND OR ADD ITS TEACHER FIRST. A FULL TABLE
      *  LEAVES SCT-SUB PAST THE END SO THE ROW IS NOT COUNTED.
       ADD-SECT-RTN.
           PERFORM FIND-FET-RTN.
           IF FET-SUB > FET-CNT
               IF FET-CNT < 200
                   PERFORM ADD-FET-RTN
               ELSE
                   DISPLAY 'WARNING: FACULTY TABLE FULL - '
                       KEY-FAC ' LEFT OFF THE SUMMARY'
               END-IF
           END-IF.
           IF FET-SUB <= FET-CNT
               IF SCT-CNT < 500
                   ADD 1 TO SCT-CNT
                   MOVE KEY-SUBJ TO SCT-SUBJ (SCT-CNT)
                   MOVE KEY-FAC TO SCT-FAC (SCT-CNT)
                   MOVE FET-SUB TO SCT-FET (SCT-CNT)
                   MOVE SCT-CNT TO SCT-SUB
               ELSE
                   DISPLAY 'WARNING: SECTION TABLE FULL - '
                       KEY-SUBJ ' ' KEY-FAC ' LEFT OFF THE SUMMARY'
               END-IF
           END-IF.
       FIND-FET-RTN.
           MOVE 1 TO FET-SUB.
           PERFORM FIND-FET-COMP UNTIL FET-SUB > FET-CNT
               OR FET-ID (FET-SUB) = KEY-FAC.
       FIND-FET-COMP.
           ADD 1 TO FET-SUB.
      *  A NEW FACULTY ENTRY, WITH NAME, RANK AND DEPARTMENT FROM THE
      *  MASTER WHEN THE TEACHER IS ON IT.
       ADD-FET-RTN.
           ADD 1 TO FET-CNT.
           MOVE FET-CNT TO FET-SUB.
           INITIALIZE FET-ENTRY (FET-CNT).
           MOVE KEY-FAC TO FET-ID (FET-CNT).
           MOVE 1 TO FMT-SUB.
           PERFORM FIND-FMT-COMP UNTIL FMT-SUB > FMT-CNT
               OR FMT-ID (FMT-SUB) = KEY-FAC.
           IF FMT-SUB <= FMT-CNT
               MOVE FMT-NAME (FMT-SUB) TO FET-NAME (FET-CNT)
               MOVE FMT-RANK (FMT-SUB) TO FET-RANK (FET-CNT)
               MOVE FMT-DEPT (FMT-SUB) TO FET-DEPT (FET-CNT)
           END-IF.
       FIND-FMT-COMP.
           ADD 1 TO FMT-SUB.
      *  ANYONE NOT ON THE FACULTY MASTER TAKES THE NAME CARRIED ON
      *  THEIR FACULTY.TXT SECTION ROW.
       FILL-NAMES-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT2.
           READ ACCT2
               AT END MOVE 'YES' TO EOF
           END-READ.
           PERFORM FILL-NAMES-COMP UNTIL EOF = 'YES'.
           CLOSE ACCT2.
       FILL-NAMES-COMP.
           MOVE FAC-ID2 TO KEY-FAC.
           PERFORM FIND-FET-RTN.
           IF FET-SUB <= FET-CNT
               IF FET-NAME (FET-SUB) = SPACES
                   MOVE FAC-NAME TO FET-NAME (FET-SUB)
               END-IF
           END-IF.
           READ ACCT2 AT END MOVE 'YES' TO EOF.
      *  TALLY THE TERM'S RESPONSES UNDER THE SECTION'S TEACHER. A
      *  RESPONSE FOR A SECTION WITH NO ENROLLMENT ON FILE (E.G. ALL
      *  ITS STUDENTS DROPPED AFTER RATING IT) IS COUNTED AND LEFT
      *  OUT.
       LOAD-RESP-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT EVAL-IN.
           IF EV-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ EVAL-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-RESP-REC-RTN UNTIL EOF = 'YES'
               CLOSE EVAL-IN
           END-IF.
       LOAD-RESP-REC-RTN.
           IF ER-TERM = EVAL-TERM
               ADD 1 TO RESP-READ
               MOVE ER-SUBJ TO KEY-SUBJ
               MOVE ER-FAC TO KEY-FAC
               PERFORM FIND-SECT-RTN
               IF SCT-SUB > SCT-CNT
                   ADD 1 TO RESP-NOSECT
               ELSE
                   ADD 1 TO RESP-USED
                   MOVE SCT-FET (SCT-SUB) TO CUR-FET
                   ADD 1 TO FET-RSP (CUR-FET)
                   MOVE 1 TO CRT-SUB
                   PERFORM ADD-RATE-RTN UNTIL CRT-SUB > ECRT-TAB-MAX
               END-IF
           END-IF.
           READ EVAL-IN AT END MOVE 'YES' TO EOF.
       ADD-RATE-RTN.
           ADD ER-RATE (CRT-SUB) TO FET-SUM (CUR-FET, CRT-SUB).
           ADD 1 TO CRT-SUB.
      *  ONE WORK ROW PER FACULTY MEMBER WITH THE OVERALL AVERAGE
      *  (EVERY RATING OF EVERY RESPONSE) THE RANKING SORTS ON. A
      *  FACULTY MEMBER WITH NO RESPONSES CARRIES ZERO AND SORTS LAST
      *  IN THE DEPARTMENT.
       WRITE-WORK-RTN.
           OPEN OUTPUT EW-OUT.
           MOVE 1 TO FET-SUB.
           PERFORM WRITE-WORK-COMP UNTIL FET-SUB > FET-CNT.
           CLOSE EW-OUT.
       WRITE-WORK-COMP.
           MOVE FET-DEPT (FET-SUB) TO EW-DEPT.
           MOVE FET-NAME (FET-SUB) TO EW-NAME.
           MOVE FET-ID (FET-SUB) TO EW-ID.
           MOVE FET-RANK (FET-SUB) TO EW-RANK.
           MOVE FET-ENR (FET-SUB) TO EW-ENR.
           MOVE FET-RSP (FET-SUB) TO EW-RSP.
           MOVE 0 TO LINE-TOTAL.
           MOVE 1 TO CRT-SUB.
           PERFORM WRITE-WORK-SUM-RTN UNTIL CRT-SUB > ECRT-TAB-MAX.
           IF FET-RSP (FET-SUB) > 0
               COMPUTE EW-OVR ROUNDED = LINE-TOTAL
                   / (FET-RSP (FET-SUB) * ECRT-TAB-MAX)
           ELSE
               MOVE 0 TO EW-OVR
           END-IF.
           WRITE EW-REC.
           ADD 1 TO FET-SUB.
       WRITE-WORK-SUM-RTN.
           MOVE FET-SUM (FET-SUB, CRT-SUB) TO EW-SUM (CRT-SUB).
           ADD FET-SUM (FET-SUB, CRT-SUB) TO LINE-TOTAL.
           ADD 1 TO CRT-SUB.
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
           MOVE 1 TO CRT-SUB.
           PERFORM WRITE-LEGEND-RTN UNTIL CRT-SUB > ECRT-TAB-MAX.
           WRITE REP-OUT FROM SCALE-LINE.
           WRITE REP-OUT FROM RATE-NOTE-LINE.
       WRITE-LEGEND-RTN.
           MOVE CRT-SUB TO CL-NUM.
           MOVE ECRT-NAME (CRT-SUB) TO CL-NAME.
           WRITE REP-OUT FROM CRT-LEGEND.
           ADD 1 TO CRT-SUB.
      *  ONE FACULTY MEMBER OFF THE SORTED WORK FILE, TAKING THE
      *  DEPARTMENT BREAK FIRST. THE RANK IS THE POSITION IN THE
      *  DEPARTMENT, EXCEPT THAT AN AVERAGE EQUAL TO THE ONE ABOVE
      *  SHARES ITS RANK; NO RESPONSES MEANS NO RANK.
       PRINT-FAC-RTN.
           IF FIRST-DEPT-SW = 'YES' OR ES-DEPT NOT = CUR-DEPT
               IF FIRST-DEPT-SW = 'NO'
                   PERFORM DEPT-FOOTER-RTN
               END-IF
               PERFORM DEPT-HEADER-RTN
           END-IF.
           MOVE SPACES TO DTL-LINE.
           MOVE ES-ENR TO LF-ENR.
           MOVE ES-RSP TO LF-RSP.
           ADD ES-ENR TO DF-ENR, SF-ENR.
           ADD ES-RSP TO DF-RSP, SF-RSP.
           MOVE 1 TO CRT-SUB.
           PERFORM PRINT-FAC-SUM-RTN UNTIL CRT-SUB > ECRT-TAB-MAX.
           ADD 1 TO DEPT-POS.
           IF ES-RSP > 0
               ADD 1 TO RATED-CNT
               IF DEPT-RANK = 0 OR ES-OVR NOT = PREV-OVR
                   MOVE DEPT-POS TO DEPT-RANK
               END-IF
               MOVE ES-OVR TO PREV-OVR
               MOVE DEPT-RANK TO DL-RNK
           ELSE
               ADD 1 TO NORESP-CNT
           END-IF.
           MOVE ES-ID TO DL-ID.
           MOVE ES-NAME TO DL-NAME.
           PERFORM FILL-FIG-RTN.
           WRITE REP-OUT FROM DTL-LINE.
           READ ES-IN AT END MOVE 'YES' TO EOF.
      *  CARRY ONE FACULTY MEMBER'S RATING TOTALS TO THE LINE, THE
      *  DEPARTMENT AND THE SCHOOL.
       PRINT-FAC-SUM-RTN.
           MOVE ES-SUM (CRT-SUB) TO LF-SUM (CRT-SUB).
           ADD ES-SUM (CRT-SUB) TO DF-SUM (CRT-SUB).
           ADD ES-SUM (CRT-SUB) TO SF-SUM (CRT-SUB).
           ADD 1 TO CRT-SUB.
       DEPT-HEADER-RTN.
           MOVE 'NO' TO FIRST-DEPT-SW.
           MOVE ES-DEPT TO CUR-DEPT.
           MOVE 0 TO DEPT-POS.
           MOVE 0 TO DEPT-RANK.
           MOVE 0 TO PREV-OVR.
           INITIALIZE DEPT-FIG.
           WRITE REP-OUT FROM BLNK-LINE.
           IF CUR-DEPT = SPACES
               WRITE REP-OUT FROM DEPT-HDR-NONE
           ELSE
               MOVE CUR-DEPT TO DH-DEPT
               WRITE REP-OUT FROM DEPT-HDR
           END-IF.
           WRITE REP-OUT FROM COL-HDR.
      *  THE DEPARTMENT TOTAL LINE - ITS RESPONSE RATE AND AVERAGES
      *  OVER ALL ITS FACULTY'S RESPONSES.
       DEPT-FOOTER-RTN.
           MOVE DEPT-FIG TO LINE-FIG.
           MOVE SPACES TO DTL-LINE.
           MOVE 'DEPT TOTAL' TO DL-ID.
           PERFORM FILL-FIG-RTN.
           WRITE REP-OUT FROM DTL-LINE.
      *  ENROLLMENTS, RESPONSES, RATE AND AVERAGES FROM LINE-FIG ONTO
      *  THE DETAIL LINE; A LINE WITH NO RESPONSES SAYS SO IN PLACE
      *  OF THE AVERAGES.
       FILL-FIG-RTN.
           MOVE LF-ENR TO DL-ENR.
           MOVE LF-RSP TO DL-RSP.
           IF LF-ENR > 0
               COMPUTE LINE-PCT ROUNDED = LF-RSP * 100 / LF-ENR
                   ON SIZE ERROR MOVE 999 TO LINE-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO LINE-PCT
           END-IF.
           MOVE LINE-PCT TO DL-PCT.
           MOVE '%' TO DL-PCT-SIGN.
           IF LF-RSP = 0
               MOVE '   NO RESPONSES' TO DL-NORSP
               MOVE SPACES TO DL-OVR-X
           ELSE
               MOVE 0 TO LINE-TOTAL
               MOVE 1 TO CRT-SUB
               PERFORM FILL-AVG-RTN UNTIL CRT-SUB > ECRT-TAB-MAX
               COMPUTE DL-OVR ROUNDED = LINE-TOTAL
                   / (LF-RSP * ECRT-TAB-MAX)
           END-IF.
       FILL-AVG-RTN.
           COMPUTE LINE-AVG ROUNDED = LF-SUM (CRT-SUB) / LF-RSP.
           MOVE LINE-AVG TO DL-AVG (CRT-SUB).
           ADD LF-SUM (CRT-SUB) TO LINE-TOTAL.
           ADD 1 TO CRT-SUB.
       WRITE-SCH-TOT-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM RULE-LINE.
           WRITE REP-OUT FROM SCH-HDR.
           WRITE REP-OUT FROM COL-HDR.
           MOVE SCH-FIG TO LINE-FIG.
           MOVE SPACES TO DTL-LINE.
           MOVE 'SCHOOL TOTAL' TO DL-ID.
           PERFORM FILL-FIG-RTN.
           WRITE REP-OUT FROM DTL-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'FACULTY RATED' TO STL-LBL.
           MOVE RATED-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'FACULTY WITH NO RESPONSES' TO STL-LBL.
           MOVE NORESP-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'SECTIONS WITH ENROLLMENT' TO STL-LBL.
           MOVE SCT-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'RESPONSES COUNTED' TO STL-LBL.
           MOVE RESP-USED TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'RESPONSES FOR A SECTION NOT ENROLLED' TO STL-LBL.
           MOVE RESP-NOSECT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'FAC-EVAL       ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE RESP-READ TO RL-RECS-READ.
           MOVE FET-CNT TO RL-RECS-WRITTEN.
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
      *  CODE RIGHT AFTER THE REPORT NAME (FACEVAL_RIVL_... FOR A RIVL
      *  RUN), SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT
      *  IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
      *  IS OFT-KEY-WS ANOTHER COMPANY'S FACULTY MEMBER? OFT-SUB
      *  ENDS PAST OFT-CNT WHEN NOT.
       FIND-OFT-RTN.
           MOVE 1 TO OFT-SUB.
           PERFORM FIND-OFT-COMP UNTIL OFT-SUB > OFT-CNT
               OR OFT-NUM (OFT-SUB) = OFT-KEY-WS.
       FIND-OFT-COMP.
           ADD 1 TO OFT-SUB.
