       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-STATS.
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
      *  SUBJECT CATALOG - UNITS AND DESCRIPTIONS. THE FIRST RECORD
      *  SUPPLIES THE CURRENT TERM CODE, AS IN PROJECT; A SUBJECT
      *  LISTED MORE THAN ONCE TAKES THE ROW CARRYING THE TERM BEING
      *  REPORTED.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
      *  THE TERM'S ENROLLMENT - THE LIVE STUDENT.TXT OR AN ARCHIVED
      *  STUDENT_<TERM>.TXT, RE-POINTED THROUGH THE DATA-NAME ASSIGN
      *  THE WAY ACAD-STANDING DOES FOR THE GRADE FILE. IT IS SORTED
      *  INTO STUDENT NUMBER ORDER SO EACH STUDENT COUNTS ONCE.
           SELECT STUDENT-IN ASSIGN TO STUD-FILE-NAME
               FILE STATUS IS STUD-STATUS.
           SELECT ENR-SORT-OUT ASSIGN TO "ENRSRT.TXT".
           SELECT SORT-WORK ASSIGN TO "SORTWK12".
      *  THE STUDENT MASTER - COURSE AND YEAR LEVEL.
           SELECT ACCT8 ASSIGN TO 'STUDMAST.TXT'
               FILE STATUS IS SM-STATUS.
      *  THE APPLICANT FILE KEPT BY ADMIT-PROC - AN APPLICANT
      *  ACCEPTED FOR THE TERM IS A NEW STUDENT IN IT; EVERY OTHER
      *  ENROLLEE IS CONTINUING.
           SELECT APP-IN ASSIGN TO 'APPLICNT.TXT'
               FILE STATUS IS APP-STATUS.
      *  THE STATISTICS REPORT AND THE COMMISSION'S SUBMISSION
      *  EXTRACT, BOTH TAGGED WITH THE TERM CODE SO A PAST TERM CAN
      *  BE REGENERATED WITHOUT CLOBBERING THE CURRENT ONE.
           SELECT RPT-OUT ASSIGN TO RPT-FILE-NAME.
           SELECT EXT-OUT ASSIGN TO EXT-FILE-NAME.
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
       FD  ENR-SORT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS STUDENT-S.
       01  STUDENT-S.
           05 SUBJ-CODE-S PIC X(10).
           05 FAC-ID-S PIC X(12).
           05 STUD-NUM-S PIC X(12).
           05 STUD-NAME-S PIC X(25).
       SD  SORT-WORK
           DATA RECORD IS SORT-REC.
       01  SORT-REC.
           05 SORT-SUBJ PIC X(10).
           05 SORT-FAC PIC X(12).
           05 SORT-STUD PIC X(12).
           05 SORT-NAME PIC X(25).
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
       FD  APP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS APP-REC.
       01  APP-REC.
           05 AP-NO PIC X(8).
           05 AP-NAME PIC X(25).
           05 AP-CRS PIC X(5).
           05 AP-SCORE PIC 999.
           05 AP-STATUS PIC X(1).
           05 AP-SMNUM PIC X(12).
           05 AP-TERM PIC X(6).
       FD  RPT-OUT.
       01  REP-OUT.
           05 FILLER PIC X(80).
      *  THE SUBMISSION EXTRACT - FIXED 80-BYTE RECORDS, THE FIRST
      *  BYTE GIVING THE RECORD TYPE: ONE 'H' HEADER, A 'C' RECORD
      *  PER COURSE AND YEAR LEVEL, AN 'S' RECORD PER SUBJECT, AND
      *  ONE 'T' TRAILER WITH THE DETAIL COUNT AND CONTROL TOTALS.
       FD  EXT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EXT-HDR-REC.
       01  EXT-HDR-REC.
           05 XH-TYPE PIC X(1).
           05 XH-INST PIC X(4).
           05 XH-NAME PIC X(40).
           05 XH-TERM PIC X(6).
           05 XH-DATE PIC 9(8).
           05 FILLER PIC X(21).
       01  EXT-CRS-REC.
           05 XC-TYPE PIC X(1).
           05 XC-TERM PIC X(6).
           05 XC-CRS PIC X(5).
           05 XC-YR PIC 9.
           05 XC-HEAD PIC 9(5).
           05 XC-NEW PIC 9(5).
           05 XC-CONT PIC 9(5).
           05 XC-UNITS PIC 9(6).
           05 XC-FTE PIC 9(5)V99.
           05 FILLER PIC X(39).
       01  EXT-SUBJ-REC.
           05 XS-TYPE PIC X(1).
           05 XS-TERM PIC X(6).
           05 XS-SUBJ PIC X(10).
           05 XS-DESC PIC X(30).
           05 XS-UNITS PIC 9.
           05 XS-SECT PIC 9(3).
           05 XS-ENR PIC 9(5).
           05 FILLER PIC X(24).
       01  EXT-TRL-REC.
           05 XT-TYPE PIC X(1).
           05 XT-TERM PIC X(6).
           05 XT-COUNT PIC 9(5).
           05 XT-HEAD PIC 9(6).
           05 XT-NEW PIC 9(6).
           05 XT-CONT PIC 9(6).
           05 XT-UNITS PIC 9(7).
           05 XT-FTE PIC 9(6)V99.
           05 FILLER PIC X(35).
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
      *  UNITS MAKING UP ONE FULL-TIME EQUIVALENT STUDENT - THE
      *  REGULAR FULL-TIME LOAD. TOTAL ENROLLED UNITS OVER THIS IS
      *  THE FTE FIGURE ON THE REPORT AND THE EXTRACT.
       01  FTE-LOAD PIC 99 VALUE 18.
       01  RPT-TITLE.
           05 FILLER PIC X(25).
           05 FILLER PIC X(30) VALUE 'TERM ENROLLMENT STATISTICS'.
           05 FILLER PIC X(25).
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
       01  SECT1-HDR.
           05 FILLER PIC X(34) VALUE
              'HEADCOUNT BY COURSE AND YEAR LEVEL'.
           05 FILLER PIC X(46).
       01  CRS-COL-HDR.
           05 FILLER PIC X(13) VALUE 'COURSE  YR'.
           05 FILLER PIC X(6) VALUE '  HEAD'.
           05 FILLER PIC X(10) VALUE '       NEW'.
           05 FILLER PIC X(10) VALUE '      CONT'.
           05 FILLER PIC X(11) VALUE '      UNITS'.
           05 FILLER PIC X(13) VALUE '          FTE'.
           05 FILLER PIC X(17).
      *  ONE COURSE/YEAR LEVEL - ALSO THE COURSE AND ALL-COURSE
      *  TOTAL LINES, WHICH LEAVE THE YEAR BLANK.
       01  CRS-LINE.
           05 CL-CRS PIC X(5).
           05 FILLER PIC X(3).
           05 CL-YR PIC Z.
           05 FILLER PIC X(4).
           05 CL-HEAD PIC ZZ,ZZ9.
           05 FILLER PIC X(4).
           05 CL-NEW PIC ZZ,ZZ9.
           05 FILLER PIC X(4).
           05 CL-CONT PIC ZZ,ZZ9.
           05 FILLER PIC X(4).
           05 CL-UNITS PIC ZZZ,ZZ9.
           05 FILLER PIC X(4).
           05 CL-FTE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 CL-LABEL PIC X(15).
       01  SECT2-HDR.
           05 FILLER PIC X(22) VALUE 'ENROLLMENT PER SUBJECT'.
           05 FILLER PIC X(58).
       01  SUBJ-COL-HDR.
           05 FILLER PIC X(11) VALUE 'SUBJECT'.
           05 FILLER PIC X(31) VALUE 'DESCRIPTION'.
           05 FILLER PIC X(4) VALUE 'UNT'.
           05 FILLER PIC X(4) VALUE 'SECT'.
           05 FILLER PIC X(9) VALUE ' ENROLLED'.
           05 FILLER PIC X(10) VALUE ' UNIT LOAD'.
           05 FILLER PIC X(11).
       01  SUBJ-LINE.
           05 SL-SUBJ PIC X(10).
           05 FILLER PIC X(1).
           05 SL-DESC PIC X(30).
           05 FILLER PIC X(2).
           05 SL-UNITS PIC 9.
           05 FILLER PIC X(3).
           05 SL-SECT PIC ZZ9.
           05 FILLER PIC X(3).
           05 SL-ENR PIC ZZ,ZZ9.
           05 FILLER PIC X(3).
           05 SL-ULOAD PIC ZZZ,ZZ9.
           05 FILLER PIC X(11).
       01  SCH-HDR.
           05 FILLER PIC X(18) VALUE 'SCHOOL-WIDE TOTALS'.
           05 FILLER PIC X(62).
       01  SCH-TOT-LINE.
           05 FILLER PIC X(4).
           05 STL-LBL PIC X(40).
           05 STL-CNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(29).
       01  SCH-FTE-LINE.
           05 FILLER PIC X(4).
           05 FILLER PIC X(40) VALUE 'FULL-TIME EQUIVALENTS'.
           05 SFL-FTE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(26).
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
      *  THE TERM BEING REPORTED AND THE FILE NAMES IT BUILDS.
       01  KEY-TERM PIC X(6).
       01  TERM-CD PIC X(6) VALUE SPACES.
       01  EVAL-TERM PIC X(6) VALUE SPACES.
       01  STUD-FILE-NAME PIC X(20) VALUE 'STUDENT.TXT'.
       01  RPT-FILE-NAME PIC X(30) VALUE 'ENRSTAT.TXT'.
       01  EXT-FILE-NAME PIC X(30) VALUE 'ENREXT.TXT'.
       01  STUD-STATUS PIC XX.
       01  SM-STATUS PIC XX.
       01  APP-STATUS PIC XX.
      *  THE SUBJECT CATALOG WITH EACH SUBJECT'S SECTIONS AND
      *  ENROLLMENT FOR THE TERM. A SUBJECT ENROLLED IN BUT MISSING
      *  FROM THE CATALOG IS ADDED AT ONE UNIT, AS REG-TRANS DOES.
       01  SUBJ-TABLE.
           05 SJT-ENTRY OCCURS 200 TIMES.
               10 SJT-CODE PIC X(10).
               10 SJT-DESC PIC X(30).
               10 SJT-UNITS PIC 9.
               10 SJT-TERM-SW PIC X(3).
               10 SJT-SECT PIC 999.
               10 SJT-ENR PIC 9(5).
       01  SJT-CNT PIC 999 VALUE 0.
       01  SJT-SUB PIC 999 VALUE 0.
      *  THE DISTINCT SECTIONS (SUBJECT/FACULTY) SEEN, FOR THE
      *  SECTION COUNT PER SUBJECT.
       01  SECT-TABLE.
           05 SCT-ENTRY OCCURS 500 TIMES.
               10 SCT-SUBJ PIC X(10).
               10 SCT-FAC PIC X(12).
       01  SCT-CNT PIC 999 VALUE 0.
       01  SCT-SUB PIC 999 VALUE 0.
      *  COURSE AND YEAR LEVEL PER STUDENT NUMBER.
       01  SM-TABLE.
           05 SMT-ENTRY OCCURS 2000 TIMES.
               10 SMT-NUM PIC X(12).
               10 SMT-CRS PIC X(5).
               10 SMT-YR PIC 9.
       01  SMT-CNT PIC 9(4) VALUE 0.
       01  SMT-SUB PIC 9(4) VALUE 0.
      *  STUDENT NUMBERS OF APPLICANTS ACCEPTED FOR THE TERM.
       01  NEW-TABLE.
           05 NWT-NUM PIC X(12) OCCURS 1000 TIMES.
       01  NWT-CNT PIC 9(4) VALUE 0.
       01  NWT-SUB PIC 9(4) VALUE 0.
      *  THE COURSE/YEAR-LEVEL FIGURES, KEPT IN COURSE/YEAR ORDER AS
      *  ENTRIES ARE ADDED. STUDENTS NOT ON THE MASTER GO UNDER A
      *  HIGH-VALUES COURSE SO THEY FALL LAST, AND PRINT AS ?????.
       01  CY-TABLE.
           05 CYT-ENTRY OCCURS 100 TIMES.
               10 CYT-KEY.
                   15 CYT-CRS PIC X(5).
                   15 CYT-YR PIC 9.
               10 CYT-HEAD PIC 9(5).
               10 CYT-NEW PIC 9(5).
               10 CYT-CONT PIC 9(5).
               10 CYT-UNITS PIC 9(6).
       01  CYT-CNT PIC 999 VALUE 0.
       01  CYT-SUB PIC 999 VALUE 0.
       01  SHIFT-SUB PIC 999 VALUE 0.
       01  SHIFT-TO PIC 999 VALUE 0.
      *  THE STUDENT BEING ACCUMULATED OFF THE SORTED ENROLLMENT.
       01  CUR-STUD PIC X(12) VALUE SPACES.
       01  CUR-UNITS PIC 999 VALUE 0.
       01  CUR-KEY.
           05 CUR-CRS PIC X(5).
           05 CUR-YR PIC 9.
       01  NEW-SW PIC X(3) VALUE 'NO'.
      *  COURSE SUBTOTALS AND SCHOOL TOTALS.
       01  PREV-CRS PIC X(5) VALUE SPACES.
       01  CRS-FIG.
           05 CF-HEAD PIC 9(5).
           05 CF-NEW PIC 9(5).
           05 CF-CONT PIC 9(5).
           05 CF-UNITS PIC 9(6).
       01  SCH-FIG.
           05 SF-HEAD PIC 9(6) VALUE 0.
           05 SF-NEW PIC 9(6) VALUE 0.
           05 SF-CONT PIC 9(6) VALUE 0.
           05 SF-UNITS PIC 9(7) VALUE 0.
       01  LINE-FTE PIC 9(6)V99 VALUE 0.
       01  COUNTERS.
           05 ENR-ROWS PIC 9(6) VALUE 0.
           05 NOMAST-CNT PIC 9(5) VALUE 0.
           05 SUBJ-ENR-CNT PIC 9(4) VALUE 0.
           05 EXT-DTL-CNT PIC 9(5) VALUE 0.
       01  SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  TERM ENROLLMENT STATISTICS FOR THE HIGHER-EDUCATION
      *  COMMISSION: HEADCOUNT BY COURSE AND YEAR LEVEL SPLIT INTO NEW
      *  AND CONTINUING STUDENTS, ENROLLED UNITS AND FULL-TIME
      *  EQUIVALENTS, AND ENROLLMENT PER SUBJECT - PRINTED FOR THE
      *  REGISTRAR AND WRITTEN TO THE FIXED-LAYOUT SUBMISSION EXTRACT.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM GET-TERM-CD-RTN.
           PERFORM GET-TERM-RTN.
           OPEN INPUT STUDENT-IN.
           IF STUD-STATUS = '35'
               DISPLAY 'NO ENROLLMENT ON FILE FOR TERM ' EVAL-TERM
                   ' - NO STATISTICS PRODUCED.'
               STOP RUN
           END-IF.
           CLOSE STUDENT-IN.
           PERFORM LOAD-SUBJ-RTN.
           PERFORM LOAD-SM-RTN.
           PERFORM LOAD-NEW-RTN.
           SORT SORT-WORK ON ASCENDING KEY SORT-STUD
               INPUT PROCEDURE IS SEL-ENR-RTN
               GIVING ENR-SORT-OUT.
           PERFORM TALLY-ENROLL-RTN.
           STRING 'ENRSTAT_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               EVAL-TERM DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-FILE-NAME.
           STRING 'ENREXT_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               EVAL-TERM DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO EXT-FILE-NAME.
           OPEN OUTPUT RPT-OUT
               OUTPUT EXT-OUT.
           PERFORM WRITE-RPT-HDR-RTN.
           PERFORM WRITE-EXT-HDR-RTN.
           PERFORM PRINT-CRS-RTN.
           PERFORM PRINT-SUBJ-RTN.
           PERFORM WRITE-SCH-TOT-RTN.
           PERFORM WRITE-EXT-TRL-RTN.
           CLOSE RPT-OUT, EXT-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'ENROLLMENT STATISTICS COMPLETE FOR ' EVAL-TERM.
           DISPLAY 'CHECK ' RPT-FILE-NAME ' FOR THE REPORT'.
           DISPLAY 'CHECK ' EXT-FILE-NAME ' FOR THE EXTRACT'.
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
      *  THE TERM TO REPORT. BLANK (OR CURRENT) IS THE LIVE TERM ON
      *  STUDENT.TXT; A TERM CODE READS ITS ARCHIVED
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
      *  LOAD THE SUBJECT CATALOG. A CODE LISTED AGAIN TAKES THE
      *  UNITS AND DESCRIPTION OF ITS ROW FOR THE TERM REPORTED.
       LOAD-SUBJ-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT1.
           READ ACCT1
               AT END MOVE 'YES' TO EOF
           END-READ.
           PERFORM LOAD-SUBJ-REC-RTN UNTIL EOF = 'YES'.
           CLOSE ACCT1.
       LOAD-SUBJ-REC-RTN.
           MOVE 1 TO SJT-SUB.
           PERFORM FIND-SJT-COMP UNTIL SJT-SUB > SJT-CNT
               OR SJT-CODE (SJT-SUB) = SUBJ-CODE1.
           IF SJT-SUB > SJT-CNT
               IF SJT-CNT < 200
                   ADD 1 TO SJT-CNT
                   MOVE SJT-CNT TO SJT-SUB
                   MOVE SUBJ-CODE1 TO SJT-CODE (SJT-SUB)
                   MOVE SUBJ-DESC TO SJT-DESC (SJT-SUB)
                   MOVE UNITS1 TO SJT-UNITS (SJT-SUB)
                   MOVE 'NO' TO SJT-TERM-SW (SJT-SUB)
                   MOVE 0 TO SJT-SECT (SJT-SUB)
                   MOVE 0 TO SJT-ENR (SJT-SUB)
               END-IF
           ELSE
               IF TERM-CODE1 = EVAL-TERM
                   MOVE SUBJ-DESC TO SJT-DESC (SJT-SUB)
                   MOVE UNITS1 TO SJT-UNITS (SJT-SUB)
               END-IF
           END-IF.
           IF SJT-SUB <= SJT-CNT AND TERM-CODE1 = EVAL-TERM
               MOVE 'YES' TO SJT-TERM-SW (SJT-SUB)
           END-IF.
           READ ACCT1 AT END MOVE 'YES' TO EOF.
       FIND-SJT-COMP.
           ADD 1 TO SJT-SUB.
      *  LOAD THE STUDENT MASTER'S COURSE AND YEAR LEVEL.
       LOAD-SM-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT8.
           IF SM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ACCT8
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-SM-REC-RTN UNTIL EOF = 'YES'
               CLOSE ACCT8
           END-IF.
      *  A STUDENT ON ANOTHER COMPANY'S ROLL IS TABLED APART - THEIR
      *  ENROLLMENT IS COUNTED ON THAT COMPANY'S RUN. A BLANK COMPANY
      *  CODE IS THE HOME COMPANY'S.
       LOAD-SM-REC-RTN.
           IF SM-CO = COPROF-CODE-WS
               OR (SM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               PERFORM LOAD-SM-OWN-RTN
           ELSE
               IF OST-CNT < 2000
                   ADD 1 TO OST-CNT
                   MOVE SM-NUM TO OST-NUM (OST-CNT)
               END-IF
           END-IF.
           IF EOF NOT = 'YES'
               READ ACCT8
                   AT END MOVE 'YES' TO EOF
               END-READ
           END-IF.
       LOAD-SM-OWN-RTN.
           IF SMT-CNT < 2000
               ADD 1 TO SMT-CNT
               MOVE SM-NUM TO SMT-NUM (SMT-CNT)
               MOVE SM-CRS TO SMT-CRS (SMT-CNT)
               MOVE SM-YR TO SMT-YR (SMT-CNT)
           ELSE
               DISPLAY 'WARNING: STUDENT MASTER TABLE FULL - '
                   SM-NUM ' AND AFTER TREATED AS NOT ON THE MASTER'
               MOVE 'YES' TO EOF
           END-IF.
      *  LOAD THE STUDENT NUMBERS OF APPLICANTS ACCEPTED FOR THE
      *  TERM. A MISSING APPLICNT.TXT (STATUS 35) MAKES EVERYONE
      *  CONTINUING.
       LOAD-NEW-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT APP-IN.
           IF APP-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ APP-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-NEW-REC-RTN UNTIL EOF = 'YES'
               CLOSE APP-IN
           END-IF.
       LOAD-NEW-REC-RTN.
           IF AP-STATUS = 'A' AND AP-TERM = EVAL-TERM
               AND NWT-CNT < 1000
               ADD 1 TO NWT-CNT
               MOVE AP-SMNUM TO NWT-NUM (NWT-CNT)
           END-IF.
           READ APP-IN AT END MOVE 'YES' TO EOF.
      *  ONE PASS OF THE ENROLLMENT IN STUDENT NUMBER ORDER. EVERY
      *  ROW COUNTS TOWARD ITS SUBJECT AND SECTION AND ADDS ITS UNITS
      *  TO THE STUDENT; EACH CHANGE OF STUDENT NUMBER POSTS THE
      *  STUDENT JUST FINISHED TO THEIR COURSE AND YEAR LEVEL.
       TALLY-ENROLL-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ENR-SORT-OUT.
           READ ENR-SORT-OUT
               AT END MOVE 'YES' TO EOF
           END-READ.
           IF EOF NOT = 'YES'
               MOVE STUD-NUM-S TO CUR-STUD
               MOVE 0 TO CUR-UNITS
           END-IF.
           PERFORM TALLY-ENROLL-COMP UNTIL EOF = 'YES'.
           IF ENR-ROWS > 0
               PERFORM POST-STUDENT-RTN
           END-IF.
           CLOSE ENR-SORT-OUT.
       TALLY-ENROLL-COMP.
           IF STUD-NUM-S NOT = CUR-STUD
               PERFORM POST-STUDENT-RTN
               MOVE STUD-NUM-S TO CUR-STUD
               MOVE 0 TO CUR-UNITS
           END-IF.
           ADD 1 TO ENR-ROWS.
           MOVE 1 TO SJT-SUB.
           PERFORM FIND-SJT-COMP UNTIL SJT-SUB > SJT-CNT
               OR SJT-CODE (SJT-SUB) = SUBJ-CODE-S.
           IF SJT-SUB > SJT-CNT AND SJT-CNT < 200
               ADD 1 TO SJT-CNT
               MOVE SUBJ-CODE-S TO SJT-CODE (SJT-CNT)
               MOVE '(NOT ON SUBJECT CATALOG)' TO SJT-DESC (SJT-CNT)
               MOVE 1 TO SJT-UNITS (SJT-CNT)
               MOVE 'NO' TO SJT-TERM-SW (SJT-CNT)
               MOVE 0 TO SJT-SECT (SJT-CNT)
               MOVE 0 TO SJT-ENR (SJT-CNT)
           END-IF.
           IF SJT-SUB <= SJT-CNT
               ADD 1 TO SJT-ENR (SJT-SUB)
               ADD SJT-UNITS (SJT-SUB) TO CUR-UNITS
               PERFORM COUNT-SECT-RTN
           ELSE
               ADD 1 TO CUR-UNITS
           END-IF.
           READ ENR-SORT-OUT AT END MOVE 'YES' TO EOF.
      *  A SECTION NOT SEEN BEFORE ADDS ONE TO ITS SUBJECT'S COUNT.
       COUNT-SECT-RTN.
           MOVE 1 TO SCT-SUB.
           PERFORM FIND-SCT-COMP UNTIL SCT-SUB > SCT-CNT
               OR (SCT-SUBJ (SCT-SUB) = SUBJ-CODE-S
                   AND SCT-FAC (SCT-SUB) = FAC-ID-S).
           IF SCT-SUB > SCT-CNT AND SCT-CNT < 500
               ADD 1 TO SCT-CNT
               MOVE SUBJ-CODE-S TO SCT-SUBJ (SCT-CNT)
               MOVE FAC-ID-S TO SCT-FAC (SCT-CNT)
               ADD 1 TO SJT-SECT (SJT-SUB)
           END-IF.
       FIND-SCT-COMP.
           ADD 1 TO SCT-SUB.
      *  POST ONE STUDENT: COURSE AND YEAR LEVEL FROM THE MASTER, NEW
      *  IF ACCEPTED FOR THE TERM, AND THE UNITS CARRIED.
       POST-STUDENT-RTN.
           MOVE 1 TO SMT-SUB.
           PERFORM FIND-SMT-COMP UNTIL SMT-SUB > SMT-CNT
               OR SMT-NUM (SMT-SUB) = CUR-STUD.
           IF SMT-SUB > SMT-CNT
               MOVE HIGH-VALUES TO CUR-CRS
               MOVE 0 TO CUR-YR
               ADD 1 TO NOMAST-CNT
           ELSE
               MOVE SMT-CRS (SMT-SUB) TO CUR-CRS
               MOVE SMT-YR (SMT-SUB) TO CUR-YR
           END-IF.
           MOVE 'NO' TO NEW-SW.
           MOVE 1 TO NWT-SUB.
           PERFORM FIND-NWT-COMP UNTIL NWT-SUB > NWT-CNT
               OR NEW-SW = 'YES'.
           PERFORM FIND-CYT-RTN.
           IF CYT-SUB <= CYT-CNT
               ADD 1 TO CYT-HEAD (CYT-SUB)
               IF NEW-SW = 'YES'
                   ADD 1 TO CYT-NEW (CYT-SUB)
               ELSE
                   ADD 1 TO CYT-CONT (CYT-SUB)
               END-IF
               ADD CUR-UNITS TO CYT-UNITS (CYT-SUB)
           END-IF.
       FIND-SMT-COMP.
           ADD 1 TO SMT-SUB.
       FIND-NWT-COMP.
           IF NWT-NUM (NWT-SUB) = CUR-STUD
               MOVE 'YES' TO NEW-SW
           END-IF.
           ADD 1 TO NWT-SUB.
      *  FIND THE COURSE/YEAR ENTRY, OR OPEN ONE IN ITS PLACE IN
      *  COURSE/YEAR ORDER BY SHIFTING THE ENTRIES AFTER IT DOWN. A
      *  FULL TABLE LEAVES CYT-SUB PAST THE END.
       FIND-CYT-RTN.
           MOVE 1 TO CYT-SUB.
           PERFORM FIND-CYT-COMP UNTIL CYT-SUB > CYT-CNT
               OR CYT-KEY (CYT-SUB) NOT < CUR-KEY.
           IF CYT-SUB > CYT-CNT OR CYT-KEY (CYT-SUB) NOT = CUR-KEY
               IF CYT-CNT < 100
                   MOVE CYT-CNT TO SHIFT-SUB
                   PERFORM SHIFT-CYT-RTN UNTIL SHIFT-SUB < CYT-SUB
                   ADD 1 TO CYT-CNT
                   MOVE CUR-KEY TO CYT-KEY (CYT-SUB)
                   MOVE 0 TO CYT-HEAD (CYT-SUB)
                   MOVE 0 TO CYT-NEW (CYT-SUB)
                   MOVE 0 TO CYT-CONT (CYT-SUB)
                   MOVE 0 TO CYT-UNITS (CYT-SUB)
               ELSE
                   DISPLAY 'WARNING: COURSE/YEAR TABLE FULL - '
                       CUR-STUD ' LEFT OFF THE HEADCOUNT'
                   MOVE 101 TO CYT-SUB
               END-IF
           END-IF.
       FIND-CYT-COMP.
           ADD 1 TO CYT-SUB.
       SHIFT-CYT-RTN.
           COMPUTE SHIFT-TO = SHIFT-SUB + 1.
           MOVE CYT-ENTRY (SHIFT-SUB) TO CYT-ENTRY (SHIFT-TO).
           SUBTRACT 1 FROM SHIFT-SUB.
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
       WRITE-EXT-HDR-RTN.
           MOVE SPACES TO EXT-HDR-REC.
           MOVE 'H' TO XH-TYPE.
           MOVE COPROF-CODE-WS TO XH-INST.
           MOVE HDR1-NAME TO XH-NAME.
           MOVE EVAL-TERM TO XH-TERM.
           MOVE RUN-DATE-9 TO XH-DATE.
           WRITE EXT-HDR-REC.
      *  HEADCOUNT SECTION - ONE LINE AND ONE 'C' EXTRACT RECORD PER
      *  COURSE AND YEAR LEVEL, A TOTAL LINE PER COURSE, AND THE
      *  ALL-COURSE TOTAL.
       PRINT-CRS-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM SECT1-HDR.
           WRITE REP-OUT FROM CRS-COL-HDR.
           INITIALIZE CRS-FIG.
           MOVE 1 TO CYT-SUB.
           IF CYT-CNT > 0
               MOVE CYT-CRS (1) TO PREV-CRS
           END-IF.
           PERFORM PRINT-CRS-COMP UNTIL CYT-SUB > CYT-CNT.
           IF CYT-CNT > 0
               PERFORM CRS-TOTAL-RTN
           END-IF.
           MOVE SPACES TO CRS-LINE.
           MOVE SF-HEAD TO CL-HEAD.
           MOVE SF-NEW TO CL-NEW.
           MOVE SF-CONT TO CL-CONT.
           MOVE SF-UNITS TO CL-UNITS.
           COMPUTE LINE-FTE ROUNDED = SF-UNITS / FTE-LOAD.
           MOVE LINE-FTE TO CL-FTE.
           MOVE 'ALL COURSES' TO CL-LABEL.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM CRS-LINE.
       PRINT-CRS-COMP.
           IF CYT-CRS (CYT-SUB) NOT = PREV-CRS
               PERFORM CRS-TOTAL-RTN
               MOVE CYT-CRS (CYT-SUB) TO PREV-CRS
               INITIALIZE CRS-FIG
           END-IF.
           MOVE SPACES TO CRS-LINE.
           IF CYT-CRS (CYT-SUB) = HIGH-VALUES
               MOVE '?????' TO CL-CRS
           ELSE
               MOVE CYT-CRS (CYT-SUB) TO CL-CRS
           END-IF.
           MOVE CYT-YR (CYT-SUB) TO CL-YR.
           MOVE CYT-HEAD (CYT-SUB) TO CL-HEAD.
           MOVE CYT-NEW (CYT-SUB) TO CL-NEW.
           MOVE CYT-CONT (CYT-SUB) TO CL-CONT.
           MOVE CYT-UNITS (CYT-SUB) TO CL-UNITS.
           COMPUTE LINE-FTE ROUNDED = CYT-UNITS (CYT-SUB) / FTE-LOAD.
           MOVE LINE-FTE TO CL-FTE.
           WRITE REP-OUT FROM CRS-LINE.
           MOVE SPACES TO EXT-CRS-REC.
           MOVE 'C' TO XC-TYPE.
           MOVE EVAL-TERM TO XC-TERM.
           MOVE CL-CRS TO XC-CRS.
           MOVE CYT-YR (CYT-SUB) TO XC-YR.
           MOVE CYT-HEAD (CYT-SUB) TO XC-HEAD.
           MOVE CYT-NEW (CYT-SUB) TO XC-NEW.
           MOVE CYT-CONT (CYT-SUB) TO XC-CONT.
           MOVE CYT-UNITS (CYT-SUB) TO XC-UNITS.
           MOVE LINE-FTE TO XC-FTE.
           WRITE EXT-CRS-REC.
           ADD 1 TO EXT-DTL-CNT.
           ADD CYT-HEAD (CYT-SUB) TO CF-HEAD, SF-HEAD.
           ADD CYT-NEW (CYT-SUB) TO CF-NEW, SF-NEW.
           ADD CYT-CONT (CYT-SUB) TO CF-CONT, SF-CONT.
           ADD CYT-UNITS (CYT-SUB) TO CF-UNITS, SF-UNITS.
           ADD 1 TO CYT-SUB.
       CRS-TOTAL-RTN.
           MOVE SPACES TO CRS-LINE.
           MOVE CF-HEAD TO CL-HEAD.
           MOVE CF-NEW TO CL-NEW.
           MOVE CF-CONT TO CL-CONT.
           MOVE CF-UNITS TO CL-UNITS.
           COMPUTE LINE-FTE ROUNDED = CF-UNITS / FTE-LOAD.
           MOVE LINE-FTE TO CL-FTE.
           MOVE 'COURSE TOTAL' TO CL-LABEL.
           WRITE REP-OUT FROM CRS-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
      *  SUBJECT SECTION - EVERY SUBJECT OFFERED IN THE TERM OR
      *  ENROLLED IN, IN CATALOG ORDER, WITH AN 'S' EXTRACT RECORD
      *  EACH.
       PRINT-SUBJ-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM SECT2-HDR.
           WRITE REP-OUT FROM SUBJ-COL-HDR.
           MOVE 1 TO SJT-SUB.
           PERFORM PRINT-SUBJ-COMP UNTIL SJT-SUB > SJT-CNT.
       PRINT-SUBJ-COMP.
           IF SJT-TERM-SW (SJT-SUB) = 'YES' OR SJT-ENR (SJT-SUB) > 0
               MOVE SPACES TO SUBJ-LINE
               MOVE SJT-CODE (SJT-SUB) TO SL-SUBJ
               MOVE SJT-DESC (SJT-SUB) TO SL-DESC
               MOVE SJT-UNITS (SJT-SUB) TO SL-UNITS
               MOVE SJT-SECT (SJT-SUB) TO SL-SECT
               MOVE SJT-ENR (SJT-SUB) TO SL-ENR
               COMPUTE SL-ULOAD =
                   SJT-ENR (SJT-SUB) * SJT-UNITS (SJT-SUB)
               WRITE REP-OUT FROM SUBJ-LINE
               IF SJT-ENR (SJT-SUB) > 0
                   ADD 1 TO SUBJ-ENR-CNT
               END-IF
               MOVE SPACES TO EXT-SUBJ-REC
               MOVE 'S' TO XS-TYPE
               MOVE EVAL-TERM TO XS-TERM
               MOVE SJT-CODE (SJT-SUB) TO XS-SUBJ
               MOVE SJT-DESC (SJT-SUB) TO XS-DESC
               MOVE SJT-UNITS (SJT-SUB) TO XS-UNITS
               MOVE SJT-SECT (SJT-SUB) TO XS-SECT
               MOVE SJT-ENR (SJT-SUB) TO XS-ENR
               WRITE EXT-SUBJ-REC
               ADD 1 TO EXT-DTL-CNT
           END-IF.
           ADD 1 TO SJT-SUB.
       WRITE-SCH-TOT-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM RULE-LINE.
           WRITE REP-OUT FROM SCH-HDR.
           MOVE 'TOTAL HEADCOUNT' TO STL-LBL.
           MOVE SF-HEAD TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'NEW STUDENTS' TO STL-LBL.
           MOVE SF-NEW TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'CONTINUING STUDENTS' TO STL-LBL.
           MOVE SF-CONT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'TOTAL ENROLLED UNITS' TO STL-LBL.
           MOVE SF-UNITS TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'UNITS PER FULL-TIME EQUIVALENT' TO STL-LBL.
           MOVE FTE-LOAD TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           COMPUTE LINE-FTE ROUNDED = SF-UNITS / FTE-LOAD.
           MOVE LINE-FTE TO SFL-FTE.
           WRITE REP-OUT FROM SCH-FTE-LINE.
           MOVE 'SUBJECT ENROLLMENTS' TO STL-LBL.
           MOVE ENR-ROWS TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'SUBJECTS WITH ENROLLMENT' TO STL-LBL.
           MOVE SUBJ-ENR-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'SECTIONS WITH ENROLLMENT' TO STL-LBL.
           MOVE SCT-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
           MOVE 'STUDENTS NOT ON STUDENT MASTER (?????)' TO STL-LBL.
           MOVE NOMAST-CNT TO STL-CNT.
           WRITE REP-OUT FROM SCH-TOT-LINE.
      *  THE TRAILER - DETAIL RECORD COUNT AND THE SCHOOL TOTALS THE
      *  COMMISSION CHECKS THE DETAIL AGAINST.
       WRITE-EXT-TRL-RTN.
           MOVE SPACES TO EXT-TRL-REC.
           MOVE 'T' TO XT-TYPE.
           MOVE EVAL-TERM TO XT-TERM.
           MOVE EXT-DTL-CNT TO XT-COUNT.
           MOVE SF-HEAD TO XT-HEAD.
           MOVE SF-NEW TO XT-NEW.
           MOVE SF-CONT TO XT-CONT.
           MOVE SF-UNITS TO XT-UNITS.
           MOVE LINE-FTE TO XT-FTE.
           WRITE EXT-TRL-REC.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'ENROLL-STATS   ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE ENR-ROWS TO RL-RECS-READ.
           COMPUTE RL-RECS-WRITTEN = EXT-DTL-CNT + 2.
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
      *  CODE RIGHT AFTER THE REPORT NAME (ENRSTAT_RIVL_... FOR A RIVL
      *  RUN), SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT
      *  IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
      *  SORT INPUT - ONLY THE RUN COMPANY'S STUDENTS' ENROLLMENT IS
      *  RELEASED TO THE SORT.
       SEL-ENR-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT STUDENT-IN.
           READ STUDENT-IN AT END MOVE 'YES' TO EOF.
           PERFORM SEL-ENR-COMP UNTIL EOF = 'YES'.
           CLOSE STUDENT-IN.
       SEL-ENR-COMP.
           MOVE STUD-NUM3 TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF OST-SUB > OST-CNT
               RELEASE SORT-REC FROM STUDENT-INFO
           END-IF.
           READ STUDENT-IN AT END MOVE 'YES' TO EOF.
      *  IS OST-KEY-WS ANOTHER COMPANY'S STUDENT? OST-SUB ENDS PAST
      *  OST-CNT WHEN NOT.
       FIND-OST-RTN.
           MOVE 1 TO OST-SUB.
           PERFORM FIND-OST-COMP UNTIL OST-SUB > OST-CNT
               OR OST-NUM (OST-SUB) = OST-KEY-WS.
       FIND-OST-COMP.
           ADD 1 TO OST-SUB.
