           SELECT STUD-MASTER ASSIGN TO "STUDMAST.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-FILE-STATUS.
      *  SUBJECT CATALOG - THE FIRST RECORD SUPPLIES THE CURRENT TERM
      *  CODE, THE DEFAULT TERM AN ACCEPTED APPLICANT IS ADMITTED FOR.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
      *  THE ADMISSIONS REGISTER FOR THE TERM.
           SELECT REG-OUT ASSIGN TO ADMITREG-FILE-NAME.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD APP-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS APP-REC.
       01 APP-REC.
           05 AP-NO PIC X(8).
      *  THE STUDENT NUMBER ASSIGNED ON ACCEPTANCE, SPACES UNTIL
      *  THEN.
           05 AP-SMNUM PIC X(12).
      *  THE TERM THE ACCEPTED APPLICANT IS ADMITTED FOR - ENROLL-
      *  STATS COUNTS THEM AS NEW STUDENTS IN THAT TERM.
           05 AP-TERM PIC X(6).
       FD APP-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS APP-REC2.
       01 APP-REC2 PIC X(60).
       FD STUD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS STUDMAST-REC.
       01 STUDMAST-REC.
           05 SM-NUM PIC X(12).
           05 SM-NAME PIC X(25).
           05 SM-CRS PIC X(5).
           05 SM-YR PIC 9.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 SM-CO PIC X(4).
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
       FD REG-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
       FD RUNCO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS RUNCO-REC.
       01 RUNCO-REC.
           05 RUNCO-PAY PIC X(4).
           05 RUNCO-SALES PIC X(4).
           05 RUNCO-SCHOOL PIC X(4).
       WORKING-STORAGE SECTION.
      *  THE RUN COMPANY, AND THE COMPILED-IN HOME COMPANY - A
      *  RECORD CARRYING NO COMPANY CODE BELONGS TO IT.
       01 RUN-CO-WS PIC X(4) VALUE 'TRIS'.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01 ADMITREG-FILE-NAME PIC X(20) VALUE 'ADMITREG.TXT'.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
       01 KEY-APPNO PIC X(8).
      *  ENTRY VALIDATION - SAME EDIT-FIELD IDIOM AS SALESMAN-TXT.
       01 SCORE-EDIT-WS PIC X(3).
       01 DECIDE-EDIT-WS PIC X.
       01 TERM-CD PIC X(6) VALUE SPACES.
       01 ADMIT-TERM-WS PIC X(6) VALUE SPACES.
       01 VALID-SW PIC X(3) VALUE 'NO'.
      *  NEXT-NUMBER WORK FIELDS - THE SERIES IS YYYY-NNNNN, ONE
      *  SERIES PER ADMISSION YEAR, THE NEXT NUMBER BEING ONE PAST
           05 FILLER PIC X(7) VALUE 'COURSE'.
           05 FILLER PIC X(7) VALUE ' SCORE'.
           05 FILLER PIC X(15) VALUE ' STUDENT NO.'.
           05 FILLER PIC X(8) VALUE ' STATUS'.
           05 FILLER PIC X(6) VALUE 'TERM'.
       01 REG-DTL.
           05 RD-APPNO PIC X(8).
           05 FILLER PIC X(2).
           05 RD-SMNUM PIC X(12).
           05 FILLER PIC X(3).
           05 RD-STATUS PIC X(8).
           05 RD-TERM PIC X(6).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           ACCEPT TODAY-WS FROM DATE YYYYMMDD.
           MOVE TD-YYYY TO SERIES-YYYY.
           PERFORM GET-TERM-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING ADMISSIONS PROCESSING.'.
           STOP RUN.
      *  THE CURRENT TERM CODE FROM THE FIRST SUBJECT.TXT RECORD.
       GET-TERM-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT ACCT1.
           READ ACCT1
               AT END MOVE 'YES' TO EOF
           END-READ.
           IF EOF NOT = 'YES'
               MOVE TERM-CODE1 TO TERM-CD
           END-IF.
           CLOSE ACCT1.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'ADMISSIONS PROCESSING'.
           PERFORM GET-SCORE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'P' TO AP-STATUS.
           MOVE SPACES TO AP-SMNUM.
           MOVE SPACES TO AP-TERM.
           WRITE APP-REC.
           DISPLAY 'APPLICANT ADDED.'.
           DISPLAY 'ADD ANOTHER APPLICANT (Y/N)? '.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-DECISION-RTN UNTIL VALID-SW = 'YES'.
           IF DECIDE-EDIT-WS = 'A'
               PERFORM GET-ADMIT-TERM-RTN
               PERFORM ASSIGN-NUMBER-RTN
           ELSE
               MOVE SPACES TO NEW-SMNUM
           ELSE
               DISPLAY 'DECISION MUST BE A OR R - TRY AGAIN.'
           END-IF.
      *  AN ACCEPTANCE DECIDED AHEAD OF THE TERM IT IS FOR (WHILE
      *  SUBJECT.TXT STILL CARRIES THE TERM BEFORE) IS KEYED WITH THE
      *  COMING TERM'S CODE.
       GET-ADMIT-TERM-RTN.
           DISPLAY 'ENTER TERM ADMITTED FOR (BLANK FOR ' TERM-CD '): '.
           ACCEPT ADMIT-TERM-WS.
           IF ADMIT-TERM-WS = SPACES
               MOVE TERM-CD TO ADMIT-TERM-WS
           END-IF.
       DECIDE-COPY-RTN.
           IF AP-NO = KEY-APPNO AND AP-STATUS = 'P'
               MOVE 'YES' TO FOUND-SW
               MOVE DECIDE-EDIT-WS TO AP-STATUS
               IF DECIDE-EDIT-WS = 'A'
                   MOVE NEW-SMNUM TO AP-SMNUM
                   MOVE ADMIT-TERM-WS TO AP-TERM
               END-IF
           END-IF.
           MOVE APP-REC TO APP-REC2.
           END-IF.
           READ STUD-MASTER AT END MOVE 'YES' TO EOF.
      *  APPEND THE ACCEPTED APPLICANT TO THE STUDENT MASTER AS A
      *  FIRST-YEAR STUDENT OF THE RUN COMPANY. A MISSING
      *  STUDMAST.TXT (STATUS 35) IS CREATED FRESH. THE NUMBER SERIES
      *  ABOVE RUNS ACROSS EVERY COMPANY'S STUDENTS, SO A NUMBER IS
      *  NEVER ISSUED TWICE.
       CREATE-STUDENT-RTN.
           MOVE NEW-SMNUM TO SM-NUM.
           MOVE AP-NAME TO SM-NAME.
           MOVE AP-CRS TO SM-CRS.
           MOVE 1 TO SM-YR.
           IF RUN-CO-WS = HOME-CO-WS
               MOVE SPACES TO SM-CO
           ELSE
               MOVE RUN-CO-WS TO SM-CO
           END-IF.
           OPEN EXTEND STUD-MASTER.
           IF SM-FILE-STATUS = '35'
               OPEN OUTPUT STUD-MASTER
               READ APP-FILE AT END MOVE 'YES' TO EOF
               PERFORM REGISTER-COMP UNTIL EOF = 'YES'
               CLOSE APP-FILE, REG-OUT
               DISPLAY 'CHECK ' ADMITREG-FILE-NAME ' FOR THE REGISTER.'
           END-IF.
       REGISTER-COMP.
           MOVE AP-NO TO RD-APPNO.
           MOVE AP-CRS TO RD-CRS.
           MOVE AP-SCORE TO RD-SCORE.
           MOVE AP-SMNUM TO RD-SMNUM.
           MOVE AP-TERM TO RD-TERM.
           EVALUATE AP-STATUS
               WHEN 'A' MOVE 'ADMITTED' TO RD-STATUS
               WHEN 'R' MOVE 'REJECTED' TO RD-STATUS
           DISPLAY 'APPLICATION NO: ' AP-NO.
           DISPLAY 'NAME:           ' AP-NAME.
           DISPLAY 'COURSE/SCORE:   ' AP-CRS ' / ' AP-SCORE.
           DISPLAY 'STATUS:         ' AP-STATUS ' ' AP-SMNUM
               ' ' AP-TERM.
           DISPLAY ' '.
           READ APP-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER APPLICNT.TXT SO THE FILE
           MOVE APP-REC2 TO APP-REC.
           WRITE APP-REC.
           READ APP-SCRATCH AT END MOVE 'YES' TO EOF.
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
                   MOVE RUNCO-SCHOOL TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (ADMITREG_RIVL.TXT FOR A RIVL RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO ADMITREG-FILE-NAME
               STRING 'ADMITREG_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO ADMITREG-FILE-NAME
           END-IF.
