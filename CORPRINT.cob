       IDENTIFICATION DIVISION.
       PROGRAM-ID. COR-PRINT.
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
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
      *  THE SECTION SCHEDULES - MEETING DAY, TIMES, AND ROOM PER
      *  SUBJECT AND FACULTY.
           SELECT ACCT2 ASSIGN TO 'FACULTY.TXT'.
           SELECT ACCT3 ASSIGN TO 'STUDENT.TXT'.
           SELECT ACCT8 ASSIGN TO 'STUDMAST.TXT'
               FILE STATUS IS SM-STATUS.
      *  SCHOLARSHIPS AND DISCOUNTS PER STUDENT, APPLIED THE SAME WAY
      *  TUITION-BILL APPLIES THEM TO THE ASSESSMENT.
           SELECT SCHOL-IN ASSIGN TO 'SCHOLAR.TXT'
               FILE STATUS IS SCHOL-STATUS.
      *  THE INSTALLMENT PLAN FILE CUT BY INST-PLAN - THE TRANCHES
      *  PRINTED AS THE STUDENT'S PAYMENT SCHEDULE.
           SELECT PLAN-IN ASSIGN TO "INSTPLAN.TXT"
               FILE STATUS IS PLAN-STATUS.
      *  STUDENT HOLDS PLACED THROUGH HOLD-MAINT - A STUDENT WITH AN
      *  ACTIVE HOLD GETS NO CERTIFICATE AND IS LISTED ON THE
      *  EXCEPTION PAGE INSTEAD.
           SELECT HOLD-IN ASSIGN TO 'HOLDS.TXT'
               FILE STATUS IS HOLD-STATUS.
      *  THE CERTIFICATES, ONE PAGE PER STUDENT, AND THE HOLD
      *  EXCEPTION PAGE - BOTH TERM-TAGGED LIKE REPORT-CARD'S OUTPUT.
           SELECT COR-OUT ASSIGN TO COR-FILE-NAME.
           SELECT XCPT-OUT ASSIGN TO XCPT-FILE-NAME.
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
       FD  SCHOL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS SCHOL-REC.
       01  SCHOL-REC.
           05 SC-STUD PIC X(12).
           05 SC-TYPE PIC X(8).
           05 SC-PCT PIC 999.
           05 SC-FIXED PIC 9(6)V99.
           05 SC-SPONSOR PIC X(20).
      *  RETENTION STATUS SET BY SCHOL-RETAIN AT TERM END - A GRANT
      *  MARKED L (LOST) IS NO LONGER APPLIED.
           05 SC-STATUS PIC X(1).
           05 SC-EVAL-TERM PIC X(6).
           05 SC-PREV-STATUS PIC X(1).
       FD  PLAN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS PLAN-REC.
       01  PLAN-REC.
           05 IP-STUD PIC X(12).
           05 IP-TERM PIC X(6).
           05 IP-STAGE PIC X(1).
           05 IP-DUE PIC 9(7)V99.
       FD  HOLD-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS HOLD-REC.
       01  HOLD-REC.
           05 HD-STUD PIC X(12).
           05 HD-TYPE PIC X(1).
           05 HD-REASON PIC X(20).
           05 HD-STATUS PIC X(1).
           05 HD-ORIGIN PIC X(1).
           05 HD-TERM PIC X(6).
       FD  COR-OUT.
       01  COR-LINE-OUT.
           05 FILLER PIC X(80).
       FD  XCPT-OUT.
       01  XCPT-LINE-OUT.
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
       01  COR-TITLE.
           05 FILLER PIC X(25).
           05 FILLER PIC X(30) VALUE 'CERTIFICATE OF REGISTRATION'.
           05 FILLER PIC X(25).
       01  XCPT-TITLE.
           05 FILLER PIC X(19).
           05 FILLER PIC X(42) VALUE
              'CERTIFICATES WITHHELD - ACTIVE HOLDS'.
           05 FILLER PIC X(19).
       01  TERM-HDR.
           05 FILLER PIC X(6) VALUE 'TERM: '.
           05 TERM-HDR-CD PIC X(6).
           05 FILLER PIC X(68).
      *  RUN DATE FOR FILING PRINTED COPIES.
       01  HDR-RUNINFO.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 RUNINFO-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 RUNINFO-DD PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 RUNINFO-YY PIC 9999.
           05 FILLER PIC X(60) VALUE SPACES.
       01  STUD-HDR.
           05 FILLER PIC X(16) VALUE 'STUDENT NUMBER: '.
           05 SH-NUM PIC X(12).
           05 FILLER PIC X(8) VALUE '  NAME: '.
           05 SH-NAME PIC X(25).
           05 FILLER PIC X(19).
       01  STUD-HDR2.
           05 FILLER PIC X(16) VALUE 'COURSE:         '.
           05 SH-CRS PIC X(5).
           05 FILLER PIC X(15) VALUE '         YEAR: '.
           05 SH-YR PIC 9.
           05 FILLER PIC X(43).
       01  COL-HDR.
           05 FILLER PIC X(11) VALUE 'SUBJECT'.
           05 FILLER PIC X(31) VALUE 'DESCRIPTION'.
           05 FILLER PIC X(3) VALUE 'U'.
           05 FILLER PIC X(4) VALUE 'DAY'.
           05 FILLER PIC X(10) VALUE 'TIME'.
           05 FILLER PIC X(7) VALUE 'ROOM'.
           05 FILLER PIC X(9) VALUE '  TUITION'.
           05 FILLER PIC X(5).
      *  ONE ENROLLED SUBJECT - THE SECTION'S SCHEDULE AND ITS
      *  TUITION, UNITS TIMES THE SUBJECT'S PER-UNIT FEE.
       01  COR-DTL.
           05 CR-SUBJ PIC X(10).
           05 FILLER PIC X(1).
           05 CR-DESC PIC X(30).
           05 FILLER PIC X(1).
           05 CR-UNITS PIC 9.
           05 FILLER PIC X(2).
           05 CR-DAY PIC X(3).
           05 FILLER PIC X(1).
           05 CR-TIME.
               10 CR-START PIC 9(4).
               10 CR-DASH PIC X(1).
               10 CR-END PIC 9(4).
           05 FILLER PIC X(1).
           05 CR-ROOM PIC X(6).
           05 FILLER PIC X(1).
           05 CR-AMT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(5).
       01  UNITS-LINE.
           05 FILLER PIC X(30).
           05 FILLER PIC X(12) VALUE 'TOTAL UNITS:'.
           05 UL-UNITS PIC ZZ9.
           05 FILLER PIC X(35).
      *  THE ASSESSMENT BLOCK, AMOUNTS UNDER THE TUITION COLUMN.
       01  FEE-LINE.
           05 FILLER PIC X(42).
           05 FL-LBL PIC X(23).
           05 FL-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(5).
       01  DISC-LINE.
           05 FILLER PIC X(42).
           05 FILLER PIC X(5) VALUE 'LESS '.
           05 DC-TYPE PIC X(8).
           05 FILLER PIC X(10) VALUE ':'.
           05 DC-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(5).
       01  PLAN-HDR.
           05 FILLER PIC X(20) VALUE 'INSTALLMENT SCHEDULE'.
           05 FILLER PIC X(60).
       01  PLAN-LINE.
           05 FILLER PIC X(4).
           05 PL-STAGE PIC X(8).
           05 FILLER PIC X(4).
           05 PL-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(54).
       01  NO-PLAN-LINE.
           05 FILLER PIC X(4).
           05 FILLER PIC X(50) VALUE
              'NO INSTALLMENT PLAN ON FILE - PAYABLE IN FULL.'.
           05 FILLER PIC X(26).
       01  SIGN-LINE.
           05 FILLER PIC X(42).
           05 FILLER PIC X(38) VALUE
              '______________________________'.
       01  SIGN-LINE2.
           05 FILLER PIC X(42).
           05 FILLER PIC X(38) VALUE '          REGISTRAR'.
       01  XCPT-COL-HDR.
           05 FILLER PIC X(14) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(2).
           05 FILLER PIC X(27) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(6) VALUE 'HOLD'.
           05 FILLER PIC X(31) VALUE 'REASON'.
       01  XCPT-DTL.
           05 XD-NUM PIC X(12).
           05 FILLER PIC X(4).
           05 XD-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 XD-TYPE PIC X(1).
           05 FILLER PIC X(5).
           05 XD-REASON PIC X(20).
           05 FILLER PIC X(11).
       01  XCPT-TOT-LINE.
           05 FILLER PIC X(28) VALUE 'CERTIFICATES WITHHELD:      '.
           05 XT-CNT PIC ZZZ9.
           05 FILLER PIC X(48).
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
      *  EVERY INPUT IS LOADED INTO A TABLE ONCE, UP FRONT - NO
      *  PER-STUDENT FILE RE-OPENS.
       01  SUBJ-TABLE.
           05 SJT-ENTRY OCCURS 100 TIMES.
               10 SJT-CODE PIC X(10).
               10 SJT-DESC PIC X(30).
               10 SJT-UNITS PIC 9.
               10 SJT-FEE PIC 9(4)V99.
       01  FAC-TABLE.
           05 FCT-ENTRY OCCURS 300 TIMES.
               10 FCT-SUBJ PIC X(10).
               10 FCT-FAC PIC X(12).
               10 FCT-DAY PIC X(3).
               10 FCT-START PIC 9(4).
               10 FCT-END PIC 9(4).
               10 FCT-ROOM PIC X(6).
       01  ENROLL-TABLE.
           05 ENT-ENTRY OCCURS 500 TIMES.
               10 ENT-SUBJ PIC X(10).
               10 ENT-FAC PIC X(12).
               10 ENT-STUD PIC X(12).
               10 ENT-NAME PIC X(25).
       01  STUDMAST-TABLE.
           05 SMT-ENTRY OCCURS 200 TIMES.
               10 SMT-NUM PIC X(12).
               10 SMT-NAME PIC X(25).
               10 SMT-CRS PIC X(5).
               10 SMT-YR PIC 9.
       01  SCHOL-TABLE.
           05 SCT-ENTRY OCCURS 200 TIMES.
               10 SCT-STUD PIC X(12).
               10 SCT-TYPE PIC X(8).
               10 SCT-PCT PIC 999.
               10 SCT-FIXED PIC 9(6)V99.
      *  THE TERM'S PLAN TRANCHES - FOUR PER STUDENT.
       01  PLAN-TABLE.
           05 IPT-ENTRY OCCURS 2000 TIMES.
               10 IPT-STUD PIC X(12).
               10 IPT-STAGE PIC X(1).
               10 IPT-DUE PIC 9(7)V99.
      *  ACTIVE HOLDS, EVERY ONE A STUDENT CARRIES BEING LISTED.
       01  HOLD-TABLE.
           05 HLT-ENTRY OCCURS 200 TIMES.
               10 HLT-STUD PIC X(12).
               10 HLT-TYPE PIC X(1).
               10 HLT-REASON PIC X(20).
      *  SIZED TO MATCH ENROLL-TABLE - THERE CAN NEVER BE MORE
      *  DISTINCT STUDENTS THAN ENROLLMENT ROWS LOADED.
       01  SEEN-TABLE.
           05 SEEN-ENTRY OCCURS 500 TIMES PIC X(12).
       01  COUNTS.
           05 SJT-CNT PIC 999 VALUE 0.
           05 FCT-CNT PIC 999 VALUE 0.
           05 ENT-CNT PIC 999 VALUE 0.
           05 SMT-CNT PIC 999 VALUE 0.
           05 SCT-CNT PIC 999 VALUE 0.
           05 IPT-CNT PIC 9(4) VALUE 0.
           05 HLT-CNT PIC 999 VALUE 0.
           05 SEEN-CNT PIC 999 VALUE 0.
       01  SUBS.
           05 SJT-SUB PIC 999 VALUE 0.
           05 FCT-SUB PIC 999 VALUE 0.
           05 ENT-SUB PIC 999 VALUE 0.
           05 ENT-SUB2 PIC 999 VALUE 0.
           05 SMT-SUB PIC 999 VALUE 0.
           05 SCT-SUB PIC 999 VALUE 0.
           05 IPT-SUB PIC 9(4) VALUE 0.
           05 HLT-SUB PIC 999 VALUE 0.
           05 SEEN-SUB PIC 999 VALUE 0.
       01  SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
           05 SEEN-SW PIC X(3) VALUE 'NO'.
           05 HOLD-SW PIC X(3) VALUE 'NO'.
           05 PLAN-SW PIC X(3) VALUE 'NO'.
       01  SM-STATUS PIC XX.
       01  SCHOL-STATUS PIC XX.
       01  PLAN-STATUS PIC XX.
       01  HOLD-STATUS PIC XX.
       01  TERM-CD PIC X(6) VALUE SPACES.
       01  MISC-FEE-WS PIC 9(5)V99 VALUE 0.
       01  COR-FILE-NAME PIC X(30) VALUE 'COR.TXT'.
       01  XCPT-FILE-NAME PIC X(30) VALUE 'CORHOLD.TXT'.
      *  PER-STUDENT WORK FIELDS FOR THE PAGE BEING BUILT.
       01  CUR-STUD PIC X(12).
       01  CUR-NAME PIC X(25).
       01  CUR-CRS PIC X(5).
       01  CUR-YR PIC 9.
       01  CUR-UNITS PIC 999 VALUE 0.
       01  CUR-TUIT PIC 9(6)V99 VALUE 0.
       01  CUR-TOT PIC 9(6)V99 VALUE 0.
       01  CUR-DISC PIC 9(6)V99 VALUE 0.
       01  LINE-AMT PIC 9(5)V99 VALUE 0.
       01  COR-CNT PIC 999 VALUE 0.
       01  XCPT-CNT PIC 999 VALUE 0.
       PROCEDURE DIVISION.
      *  CERTIFICATE OF REGISTRATION RUN, AFTER REG-TRANS AND
      *  TUITION-BILL: ONE PAGE PER ENROLLED STUDENT LISTING EVERY
      *  SUBJECT WITH ITS DESCRIPTION, UNITS, AND SECTION SCHEDULE,
      *  THEN THE ASSESSED FEES, ANY SCHOLARSHIP OR DISCOUNT, AND THE
      *  INSTALLMENT SCHEDULE. A STUDENT WITH AN ACTIVE HOLD GETS NO
      *  CERTIFICATE AND GOES ON THE EXCEPTION PAGE INSTEAD.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-SUBJ-RTN.
           PERFORM LOAD-FAC-RTN.
           PERFORM LOAD-ENROLL-RTN.
           PERFORM LOAD-STUDMAST-RTN.
           PERFORM LOAD-SCHOL-RTN.
           PERFORM LOAD-PLAN-RTN.
           PERFORM LOAD-HOLDS-RTN.
           STRING 'COR_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               TERM-CD DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO COR-FILE-NAME.
           STRING 'CORHOLD_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               TERM-CD DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO XCPT-FILE-NAME.
           OPEN OUTPUT COR-OUT
               OUTPUT XCPT-OUT.
           MOVE RUN-DATE-MM TO RUNINFO-MM.
           MOVE RUN-DATE-DD TO RUNINFO-DD.
           MOVE RUN-DATE-YY TO RUNINFO-YY.
           MOVE TERM-CD TO TERM-HDR-CD.
           WRITE XCPT-LINE-OUT FROM HEADER.
           WRITE XCPT-LINE-OUT FROM HEADER2.
           WRITE XCPT-LINE-OUT FROM BLNK-LINE.
           WRITE XCPT-LINE-OUT FROM XCPT-TITLE.
           WRITE XCPT-LINE-OUT FROM TERM-HDR.
           WRITE XCPT-LINE-OUT FROM HDR-RUNINFO.
           WRITE XCPT-LINE-OUT FROM BLNK-LINE.
           WRITE XCPT-LINE-OUT FROM XCPT-COL-HDR.
           MOVE 1 TO ENT-SUB.
           PERFORM STUDENT-PAGE-RTN UNTIL ENT-SUB > ENT-CNT.
           WRITE XCPT-LINE-OUT FROM BLNK-LINE.
           MOVE XCPT-CNT TO XT-CNT.
           WRITE XCPT-LINE-OUT FROM XCPT-TOT-LINE.
           CLOSE COR-OUT, XCPT-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'CERTIFICATE OF REGISTRATION RUN COMPLETE'.
           DISPLAY 'CERTIFICATES PRINTED: ' COR-CNT
               '  WITHHELD: ' XCPT-CNT.
           DISPLAY 'CHECK ' COR-FILE-NAME ' AND ' XCPT-FILE-NAME.
           STOP RUN.
      *  LOAD SUBJECT.TXT - THE FIRST RECORD ALSO SUPPLIES THE TERM
      *  CODE AND THE FLAT MISCELLANEOUS FEE, AS IN TUITION-BILL.
       LOAD-SUBJ-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT1.
           READ ACCT1 AT END MOVE 'YES' TO EOF.
           IF EOF NOT = 'YES'
               MOVE TERM-CODE1 TO TERM-CD
               MOVE MISC-FEE1 TO MISC-FEE-WS
           END-IF.
           PERFORM LOAD-SUBJ-REC-RTN UNTIL EOF = 'YES'.
           CLOSE ACCT1.
       LOAD-SUBJ-REC-RTN.
           IF SJT-CNT < 100
               ADD 1 TO SJT-CNT
               MOVE SUBJ-CODE1 TO SJT-CODE (SJT-CNT)
               MOVE SUBJ-DESC TO SJT-DESC (SJT-CNT)
               MOVE UNITS1 TO SJT-UNITS (SJT-CNT)
               MOVE UNIT-FEE1 TO SJT-FEE (SJT-CNT)
           END-IF.
           READ ACCT1 AT END MOVE 'YES' TO EOF.
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
               MOVE MEET-DAY2 TO FCT-DAY (FCT-CNT)
               MOVE START-TIME2 TO FCT-START (FCT-CNT)
               MOVE END-TIME2 TO FCT-END (FCT-CNT)
               MOVE ROOM2 TO FCT-ROOM (FCT-CNT)
           END-IF.
           READ ACCT2 AT END MOVE 'YES' TO EOF.
       LOAD-ENROLL-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT3.
           READ ACCT3 AT END MOVE 'YES' TO EOF.
           PERFORM LOAD-ENROLL-REC-RTN UNTIL EOF = 'YES'.
           CLOSE ACCT3.
       LOAD-ENROLL-REC-RTN.
           IF ENT-CNT < 500
               ADD 1 TO ENT-CNT
               MOVE SUBJ-CODE3 TO ENT-SUBJ (ENT-CNT)
               MOVE FAC-ID3 TO ENT-FAC (ENT-CNT)
               MOVE STUD-NUM3 TO ENT-STUD (ENT-CNT)
               MOVE STUD-NAME3 TO ENT-NAME (ENT-CNT)
           END-IF.
           READ ACCT3 AT END MOVE 'YES' TO EOF.
      *  LOAD THE STUDENT MASTER FOR NAME, COURSE, AND YEAR. A
      *  MISSING STUDMAST.TXT (STATUS 35) LEAVES THE TABLE EMPTY AND
      *  NAMES FALL BACK TO THE ENROLLMENT ROW'S COPY.
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
      *  CERTIFICATES ARE PRINTED ON THAT COMPANY'S RUN. A BLANK COMPANY
      *  CODE IS THE HOME COMPANY'S.
       LOAD-STUDMAST-REC-RTN.
           IF SM-CO = COPROF-CODE-WS
               OR (SM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               IF SMT-CNT < 200
                   ADD 1 TO SMT-CNT
                   MOVE SM-NUM TO SMT-NUM (SMT-CNT)
                   MOVE SM-NAME TO SMT-NAME (SMT-CNT)
                   MOVE SM-CRS TO SMT-CRS (SMT-CNT)
                   MOVE SM-YR TO SMT-YR (SMT-CNT)
               END-IF
           ELSE
               IF OST-CNT < 500
                   ADD 1 TO OST-CNT
                   MOVE SM-NUM TO OST-NUM (OST-CNT)
               END-IF
           END-IF.
           READ ACCT8 AT END MOVE 'YES' TO EOF.
      *  LOAD THE SCHOLARSHIP/DISCOUNT FILE. A MISSING SCHOLAR.TXT
      *  (STATUS 35) LEAVES THE TABLE EMPTY - EVERYONE PAYS FULL.
       LOAD-SCHOL-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT SCHOL-IN.
           IF SCHOL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ SCHOL-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-SCHOL-REC-RTN UNTIL EOF = 'YES'
               CLOSE SCHOL-IN
           END-IF.
       LOAD-SCHOL-REC-RTN.
           IF SCT-CNT < 200 AND SC-STATUS NOT = 'L'
               ADD 1 TO SCT-CNT
               MOVE SC-STUD TO SCT-STUD (SCT-CNT)
               MOVE SC-TYPE TO SCT-TYPE (SCT-CNT)
               MOVE SC-PCT TO SCT-PCT (SCT-CNT)
               MOVE SC-FIXED TO SCT-FIXED (SCT-CNT)
           END-IF.
           READ SCHOL-IN AT END MOVE 'YES' TO EOF.
      *  LOAD THE TERM'S PLAN TRANCHES. A MISSING INSTPLAN.TXT
      *  (STATUS 35) MEANS NO ONE IS ON A PLAN YET.
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
           IF IP-TERM = TERM-CD AND IPT-CNT < 2000
               ADD 1 TO IPT-CNT
               MOVE IP-STUD TO IPT-STUD (IPT-CNT)
               MOVE IP-STAGE TO IPT-STAGE (IPT-CNT)
               MOVE IP-DUE TO IPT-DUE (IPT-CNT)
           END-IF.
           READ PLAN-IN AT END MOVE 'YES' TO EOF.
      *  LOAD THE ACTIVE HOLDS. A MISSING HOLDS.TXT (STATUS 35) JUST
      *  MEANS NOBODY IS HELD.
       LOAD-HOLDS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT HOLD-IN.
           IF HOLD-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ HOLD-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-HOLDS-REC-RTN UNTIL EOF = 'YES'
               CLOSE HOLD-IN
           END-IF.
       LOAD-HOLDS-REC-RTN.
           IF HD-STATUS = 'A' AND HLT-CNT < 200
               ADD 1 TO HLT-CNT
               MOVE HD-STUD TO HLT-STUD (HLT-CNT)
               MOVE HD-TYPE TO HLT-TYPE (HLT-CNT)
               MOVE HD-REASON TO HLT-REASON (HLT-CNT)
           END-IF.
           READ HOLD-IN AT END MOVE 'YES' TO EOF.
      *  ONE ENROLLMENT-TABLE ROW: IF ITS STUDENT HASN'T BEEN HANDLED
      *  YET, EITHER PRINT THE CERTIFICATE OR, WHEN THE STUDENT IS
      *  HELD, LIST THEM ON THE EXCEPTION PAGE.
       STUDENT-PAGE-RTN.
           MOVE ENT-STUD (ENT-SUB) TO CUR-STUD.
           PERFORM CHECK-SEEN-RTN.
           MOVE CUR-STUD TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF SEEN-SW = 'NO' AND OST-SUB > OST-CNT
               PERFORM ADD-SEEN-RTN
               MOVE ENT-NAME (ENT-SUB) TO CUR-NAME
               MOVE SPACES TO CUR-CRS
               MOVE 0 TO CUR-YR
               PERFORM RESOLVE-NAME-RTN
               MOVE 'NO' TO HOLD-SW
               MOVE 1 TO HLT-SUB
               PERFORM CHECK-HOLD-COMP UNTIL HLT-SUB > HLT-CNT
               IF HOLD-SW = 'YES'
                   PERFORM WRITE-XCPT-RTN
               ELSE
                   PERFORM WRITE-PAGE-RTN
               END-IF
           END-IF.
           ADD 1 TO ENT-SUB.
       CHECK-SEEN-RTN.
           MOVE 'NO' TO SEEN-SW.
           MOVE 1 TO SEEN-SUB.
           PERFORM CHECK-SEEN-COMP
               UNTIL SEEN-SUB > SEEN-CNT
               OR SEEN-SW = 'YES'.
       CHECK-SEEN-COMP.
           IF SEEN-ENTRY (SEEN-SUB) = CUR-STUD
               MOVE 'YES' TO SEEN-SW
           ELSE
               ADD 1 TO SEEN-SUB
           END-IF.
       ADD-SEEN-RTN.
           ADD 1 TO SEEN-CNT.
           MOVE CUR-STUD TO SEEN-ENTRY (SEEN-CNT).
       RESOLVE-NAME-RTN.
           MOVE 1 TO SMT-SUB.
           PERFORM RESOLVE-NAME-COMP UNTIL SMT-SUB > SMT-CNT.
       RESOLVE-NAME-COMP.
           IF SMT-NUM (SMT-SUB) = CUR-STUD
               MOVE SMT-NAME (SMT-SUB) TO CUR-NAME
               MOVE SMT-CRS (SMT-SUB) TO CUR-CRS
               MOVE SMT-YR (SMT-SUB) TO CUR-YR
               MOVE SMT-CNT TO SMT-SUB
           END-IF.
           ADD 1 TO SMT-SUB.
       CHECK-HOLD-COMP.
           IF HLT-STUD (HLT-SUB) = CUR-STUD
               MOVE 'YES' TO HOLD-SW
           END-IF.
           ADD 1 TO HLT-SUB.
      *  A HELD STUDENT - ONE EXCEPTION LINE PER ACTIVE HOLD SO THE
      *  STUDENT KNOWS EVERY OFFICE THAT HAS TO CLEAR THEM.
       WRITE-XCPT-RTN.
           ADD 1 TO XCPT-CNT.
           MOVE 1 TO HLT-SUB.
           PERFORM WRITE-XCPT-COMP UNTIL HLT-SUB > HLT-CNT.
       WRITE-XCPT-COMP.
           IF HLT-STUD (HLT-SUB) = CUR-STUD
               MOVE CUR-STUD TO XD-NUM
               MOVE CUR-NAME TO XD-NAME
               MOVE HLT-TYPE (HLT-SUB) TO XD-TYPE
               MOVE HLT-REASON (HLT-SUB) TO XD-REASON
               WRITE XCPT-LINE-OUT FROM XCPT-DTL
           END-IF.
           ADD 1 TO HLT-SUB.
      *  ONE STUDENT'S CERTIFICATE: HEADER BLOCK, A LINE PER ENROLLED
      *  SUBJECT, THE ASSESSMENT, AND THE INSTALLMENT SCHEDULE.
       WRITE-PAGE-RTN.
           ADD 1 TO COR-CNT.
           MOVE 0 TO CUR-UNITS.
           MOVE 0 TO CUR-TUIT.
           WRITE COR-LINE-OUT FROM RULE-LINE.
           WRITE COR-LINE-OUT FROM HEADER.
           WRITE COR-LINE-OUT FROM HEADER2.
           WRITE COR-LINE-OUT FROM COR-TITLE.
           WRITE COR-LINE-OUT FROM TERM-HDR.
           WRITE COR-LINE-OUT FROM HDR-RUNINFO.
           MOVE CUR-STUD TO SH-NUM.
           MOVE CUR-NAME TO SH-NAME.
           WRITE COR-LINE-OUT FROM STUD-HDR.
           IF CUR-CRS NOT = SPACES
               MOVE CUR-CRS TO SH-CRS
               MOVE CUR-YR TO SH-YR
               WRITE COR-LINE-OUT FROM STUD-HDR2
           END-IF.
           WRITE COR-LINE-OUT FROM BLNK-LINE.
           WRITE COR-LINE-OUT FROM COL-HDR.
           MOVE 1 TO ENT-SUB2.
           PERFORM COR-SUBJ-RTN UNTIL ENT-SUB2 > ENT-CNT.
           MOVE CUR-UNITS TO UL-UNITS.
           WRITE COR-LINE-OUT FROM UNITS-LINE.
           WRITE COR-LINE-OUT FROM BLNK-LINE.
           MOVE 'TUITION FEE:' TO FL-LBL.
           MOVE CUR-TUIT TO FL-AMT.
           WRITE COR-LINE-OUT FROM FEE-LINE.
           MOVE 'MISCELLANEOUS FEE:' TO FL-LBL.
           MOVE MISC-FEE-WS TO FL-AMT.
           WRITE COR-LINE-OUT FROM FEE-LINE.
           COMPUTE CUR-TOT = CUR-TUIT + MISC-FEE-WS.
           PERFORM APPLY-DISC-RTN.
           MOVE 'TOTAL ASSESSMENT:' TO FL-LBL.
           MOVE CUR-TOT TO FL-AMT.
           WRITE COR-LINE-OUT FROM FEE-LINE.
           WRITE COR-LINE-OUT FROM BLNK-LINE.
           PERFORM WRITE-PLAN-RTN.
           WRITE COR-LINE-OUT FROM BLNK-LINE.
           WRITE COR-LINE-OUT FROM BLNK-LINE.
           WRITE COR-LINE-OUT FROM SIGN-LINE.
           WRITE COR-LINE-OUT FROM SIGN-LINE2.
           WRITE COR-LINE-OUT FROM RULE-LINE.
      *  ONE ENROLLMENT ROW FOR THE CURRENT STUDENT: THE SUBJECT'S
      *  DESCRIPTION, UNITS, AND FEE, AND ITS SECTION'S SCHEDULE. A
      *  SUBJECT NOT ON THE CATALOG SHOWS 0 UNITS AT A ZERO FEE, AS
      *  ON TUITION-BILL'S ASSESSMENT FORM; A SECTION NOT ON
      *  FACULTY.TXT PRINTS ITS SCHEDULE AS TBA.
       COR-SUBJ-RTN.
           IF ENT-STUD (ENT-SUB2) = CUR-STUD
               MOVE SPACES TO COR-DTL
               MOVE ENT-SUBJ (ENT-SUB2) TO CR-SUBJ
               MOVE 0 TO CR-UNITS
               MOVE 0 TO LINE-AMT
               PERFORM LOOKUP-SUBJ-RTN
               PERFORM LOOKUP-SCHED-RTN
               MOVE LINE-AMT TO CR-AMT
               ADD LINE-AMT TO CUR-TUIT
               WRITE COR-LINE-OUT FROM COR-DTL
           END-IF.
           ADD 1 TO ENT-SUB2.
       LOOKUP-SUBJ-RTN.
           MOVE 1 TO SJT-SUB.
           PERFORM LOOKUP-SUBJ-COMP UNTIL SJT-SUB > SJT-CNT.
       LOOKUP-SUBJ-COMP.
           IF SJT-CODE (SJT-SUB) = ENT-SUBJ (ENT-SUB2)
               MOVE SJT-DESC (SJT-SUB) TO CR-DESC
               MOVE SJT-UNITS (SJT-SUB) TO CR-UNITS
               COMPUTE LINE-AMT =
                   SJT-UNITS (SJT-SUB) * SJT-FEE (SJT-SUB)
               ADD SJT-UNITS (SJT-SUB) TO CUR-UNITS
               MOVE SJT-CNT TO SJT-SUB
           END-IF.
           ADD 1 TO SJT-SUB.
       LOOKUP-SCHED-RTN.
           MOVE 1 TO FCT-SUB.
           PERFORM FIND-FAC-COMP UNTIL FCT-SUB > FCT-CNT
               OR (FCT-SUBJ (FCT-SUB) = ENT-SUBJ (ENT-SUB2)
                   AND FCT-FAC (FCT-SUB) = ENT-FAC (ENT-SUB2)).
           IF FCT-SUB > FCT-CNT
               MOVE 'TBA' TO CR-DAY
               MOVE 'TBA' TO CR-ROOM
           ELSE
               MOVE FCT-DAY (FCT-SUB) TO CR-DAY
               MOVE FCT-START (FCT-SUB) TO CR-START
               MOVE '-' TO CR-DASH
               MOVE FCT-END (FCT-SUB) TO CR-END
               MOVE FCT-ROOM (FCT-SUB) TO CR-ROOM
           END-IF.
       FIND-FAC-COMP.
           ADD 1 TO FCT-SUB.
      *  THE STUDENT'S SCHOLARSHIP OR DISCOUNT, FIGURED EXACTLY AS
      *  TUITION-BILL DOES: PERCENT OF THE ASSESSMENT OR THE FIXED
      *  AMOUNT, NEVER MORE THAN THE ASSESSMENT ITSELF.
       APPLY-DISC-RTN.
           MOVE 0 TO CUR-DISC.
           MOVE 1 TO SCT-SUB.
           PERFORM FIND-SCHOL-RTN UNTIL SCT-SUB > SCT-CNT
               OR SCT-STUD (SCT-SUB) = CUR-STUD.
           IF SCT-SUB <= SCT-CNT
               IF SCT-PCT (SCT-SUB) > 0
                   COMPUTE CUR-DISC ROUNDED =
                       CUR-TOT * SCT-PCT (SCT-SUB) / 100
               ELSE
                   MOVE SCT-FIXED (SCT-SUB) TO CUR-DISC
               END-IF
               IF CUR-DISC > CUR-TOT
                   MOVE CUR-TOT TO CUR-DISC
               END-IF
               MOVE SCT-TYPE (SCT-SUB) TO DC-TYPE
               MOVE CUR-DISC TO DC-AMT
               WRITE COR-LINE-OUT FROM DISC-LINE
               SUBTRACT CUR-DISC FROM CUR-TOT
           END-IF.
       FIND-SCHOL-RTN.
           ADD 1 TO SCT-SUB.
      *  THE STUDENT'S TRANCHES IN STAGE ORDER, OR A NOTE THAT THE
      *  ASSESSMENT IS PAYABLE IN FULL WHEN NO PLAN WAS CUT.
       WRITE-PLAN-RTN.
           WRITE COR-LINE-OUT FROM PLAN-HDR.
           MOVE 'NO' TO PLAN-SW.
           MOVE 1 TO STAGE-IDX.
           PERFORM WRITE-PLAN-STAGE-RTN
               UNTIL STAGE-IDX > STAGE-TAB-MAX.
           IF PLAN-SW = 'NO'
               WRITE COR-LINE-OUT FROM NO-PLAN-LINE
           END-IF.
       WRITE-PLAN-STAGE-RTN.
           MOVE 1 TO IPT-SUB.
           PERFORM WRITE-PLAN-COMP UNTIL IPT-SUB > IPT-CNT.
           ADD 1 TO STAGE-IDX.
       WRITE-PLAN-COMP.
           IF IPT-STUD (IPT-SUB) = CUR-STUD
               AND IPT-STAGE (IPT-SUB) = STAGE-CODE (STAGE-IDX)
               MOVE 'YES' TO PLAN-SW
               MOVE STAGE-NAME (STAGE-IDX) TO PL-STAGE
               MOVE IPT-DUE (IPT-SUB) TO PL-AMT
               WRITE COR-LINE-OUT FROM PLAN-LINE
           END-IF.
           ADD 1 TO IPT-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'COR-PRINT      ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE ENT-CNT TO RL-RECS-READ.
           COMPUTE RL-RECS-WRITTEN = COR-CNT + XCPT-CNT.
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
      *  CODE RIGHT AFTER THE REPORT NAME (COR_RIVL_... FOR A RIVL RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
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
