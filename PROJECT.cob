      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
           SELECT ACCT2 ASSIGN TO 'FACULTY.TXT'.
           SELECT ACCT3 ASSIGN TO 'STUDENT.TXT'.
           SELECT ACCT4 ASSIGN TO 'GRADE.TXT'.
           SELECT ACCT5 ASSIGN TO ENROLL-FILE-NAME.
           SELECT ACCT6 ASSIGN TO GRADES-FILE-NAME.
           SELECT ACCT7 ASSIGN TO HONORS-FILE-NAME.
           SELECT ACCT3B ASSIGN TO 'STUDENT.TXT'.
      *  THE STUDENT MASTER (MAINTAINED BY STUDMAINT-TXT) - NAMES ON
      *  THE ENROLLMENT AND HONORS REPORTS ARE RESOLVED FROM HERE BY
      *  CHECK AT ENROLLMENT.
           SELECT ACCT9 ASSIGN TO PRIOR-GRADE-NAME
               FILE STATUS IS PG-FILE-STATUS.
           SELECT CKPT-FILE ASSIGN TO PROJCKPT-FILE-NAME
               FILE STATUS IS CKPT-STATUS.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.

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

       FD  ACCT9
           LABEL RECORD IS STANDARD

       FD  RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01  RUNLOG-REC.
           05 RL-JOBNAME PIC X(15).
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
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'TRIS'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01 HONORS-FILE-NAME PIC X(20) VALUE 'HONORS.TXT'.
       01 PROJCKPT-FILE-NAME PIC X(20) VALUE 'PROJCKPT.TXT'.
       01 CO-TAG-WS PIC X(5) VALUE SPACES.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
      *  ANOTHER COMPANY'S STUDENTS - THEIR ROWS ARE LEFT OUT.
       01 OST-TABLE.
           05 OST-NUM OCCURS 500 TIMES PIC X(12).
       01 OST-CNT PIC 999 VALUE 0.
       01 OST-SUB PIC 999 VALUE 0.
       01 OST-KEY-WS PIC X(12).
       01  HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
      *  RECORD, AND THE DYNAMIC NAMES IT BUILDS FOR THE ENROLLMENT
      *  AND GRADE REPORTS SO EACH TERM'S OUTPUT IS KEPT SEPARATE.
       01  TERM-CD PIC X(6) VALUE SPACES.
       01  ENROLL-FILE-NAME PIC X(30) VALUE 'ENROLL.TXT'.
       01  GRADES-FILE-NAME PIC X(30) VALUE 'GRADES.TXT'.

       01  SUB-HDR.
           05 FILLER PIC X(24) VALUE 'SUBJECT CODE         :  '.
           DISPLAY 'END OF MERGING PROGRAM!'.
           DISPLAY 'CHECK ' ENROLL-FILE-NAME ' FOR THE OUTPUT'.
           DISPLAY 'CHECK ' GRADES-FILE-NAME ' FOR THE OUTPUT'.
           DISPLAY 'CHECK ' HONORS-FILE-NAME ' FOR THE OUTPUT'.
           PERFORM LOG-RUN-RTN.
           STOP RUN.

               PERFORM LOAD-STUDMAST-REC-RTN UNTIL SM-EOF = 'YES'
               CLOSE ACCT8
           END-IF.
      *  A STUDENT ON ANOTHER COMPANY'S ROLL IS TABLED APART - THEIR
      *  ENROLLMENTS AND GRADES ARE LEFT TO THAT COMPANY'S RUN. A BLANK
      *  COMPANY CODE IS THE HOME COMPANY'S.
       LOAD-STUDMAST-REC-RTN.
           IF SM-CO = COPROF-CODE-WS
               OR (SM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               IF SMT-CNT < 200
                   ADD 1 TO SMT-CNT
                   MOVE SM-NUM TO SMT-NUM (SMT-CNT)
                   MOVE SM-NAME TO SMT-NAME (SMT-CNT)
               END-IF
           ELSE
               IF OST-CNT < 500
                   ADD 1 TO OST-CNT
                   MOVE SM-NUM TO OST-NUM (OST-CNT)
               END-IF
           END-IF.
           READ ACCT8 AT END MOVE 'YES' TO SM-EOF.

           COMPUTE RL-RECS-READ = GT-NUM-ENRL + GT-NUM-GRD.
           COMPUTE RL-RECS-WRITTEN = GT-NUM-ENRL + GT-NUM-GRD.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

      *  INSTEAD OF OVERWRITING THE LAST TERM'S REPORT.
       BUILD-ENROLL-FILENAME-RTN.
           STRING 'ENROLL_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               TERM-CD DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO ENROLL-FILE-NAME.
      *  FOR A GIVEN RUN ARE TAGGED WITH THE SAME TERM.
       BUILD-GRADES-FILENAME-RTN.
           STRING 'GRADES_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               TERM-CD DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO GRADES-FILE-NAME.
               MOVE MAX-SEATS1 TO SUBJ-MAX-WS
               MOVE 'NO' TO ENRL-EOF2
               OPEN INPUT ACCT3
               PERFORM READ-ENR-RTN
               PERFORM SUBJ-ENROLL-COMP UNTIL ENRL-EOF2 = 'YES'
               CLOSE ACCT3
               WRITE ENROLL-OUTPUT FROM BLNK-HDR
                   WRITE ENROLL-OUTPUT FROM ENROLL-INFO
               END-IF
           END-IF.
           PERFORM READ-ENR-RTN.

      *  FLAG A SUBJECT.TXT CODE THAT ISN'T ON THE SHARED VALID-CODE
      *  LIST FROM CODETAB.CPY. ENROLLMENT STILL PROCEEDS EITHER WAY -
               MOVE 'NO' TO EOF3
               OPEN INPUT ACCT3
               OPEN INPUT ACCT4
               PERFORM READ-ENR2-RTN
               PERFORM FAC-GRADE-COMP UNTIL EOF3 = 'YES'
               CLOSE ACCT3, ACCT4
               WRITE GRADES-OUTPUT FROM BLNK-HDR
               PERFORM FAC-GRADE-BRK
               OPEN INPUT ACCT4
           END-IF.
           PERFORM READ-ENR2-RTN.
      *  A ZERO MID-GRADE OR FIN-GRADE MEANS THE GRADE HASN'T BEEN
      *  SUBMITTED YET, NOT THAT THE STUDENT SCORED A PERFECT ZERO -
      *  DON'T COMPUTE AN AVERAGE OR COUNT IT TOWARD PASS/FAIL, JUST
           MOVE 0 TO RECON-CNT.
           MOVE 'NO' TO RECON-EOF.
           OPEN INPUT ACCT3B.
           PERFORM READ-ENRB-RTN.
           PERFORM RECONCILE-COMP UNTIL RECON-EOF = 'YES'.
           CLOSE ACCT3B.
       RECONCILE-COMP.
               MOVE STUD-NAME3B TO RECON-STUD-NA
               WRITE GRADES-OUTPUT FROM RECON-LINE
           END-IF.
           PERFORM READ-ENRB-RTN.
       CHECK-FACULTY-RTN.
           MOVE 'NO' TO RECON-FOUND.
           MOVE 'NO' TO RECON-FAC-EOF.
           MOVE 0 TO HET-CNT.
           MOVE 'NO' TO HON-EOF.
           OPEN INPUT ACCT3.
           PERFORM READ-ENR3-RTN.
           PERFORM LOAD-HON-ENROLL-REC-RTN UNTIL HON-EOF = 'YES'.
           CLOSE ACCT3.
       LOAD-HON-ENROLL-REC-RTN.
               MOVE STUD-NUM3 TO HET-STUD (HET-CNT)
               MOVE STUD-NAME3 TO HET-NAME (HET-CNT)
           END-IF.
           PERFORM READ-ENR3-RTN.
      *  ONE READ OF GRADE.TXT FOR THE WHOLE HONORS PASS. AN
      *  INCOMPLETE GRADE (EITHER HALF ZERO) LOADS AS A ZERO AVERAGE
      *  AND IS LEFT OUT OF THE WEIGHTED GPA LATER.
      *  FILE. A MISSING COMPANY.TXT (STATUS 35) OR UNLISTED CODE
      *  KEEPS THE COMPILED-IN DEFAULTS.
       LOAD-COPROF-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           MOVE 'NO' TO COPROF-EOF.
           OPEN INPUT CO-FILE.
           IF COPROF-STATUS = '35'
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
      *  HOME ONE CARRIES ITS CODE (HONORS_RIVL.TXT FOR A RIVL RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO HONORS-FILE-NAME
               STRING 'HONORS_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO HONORS-FILE-NAME
               MOVE SPACES TO PROJCKPT-FILE-NAME
               STRING 'PROJCKPT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PROJCKPT-FILE-NAME
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
      *  NEXT ENROLLMENT ROW OF THE RUN COMPANY - ONE FOR A STUDENT ON
      *  ANOTHER COMPANY'S ROLL IS PASSED OVER.
       READ-ENR-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-ENR-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-ENR-COMP.
           READ ACCT3 AT END MOVE 'YES' TO ENRL-EOF2.
           MOVE STUD-NUM3 TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF ENRL-EOF2 = 'YES' OR OST-SUB > OST-CNT
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  THE SAME, ENDING ON EOF3.
       READ-ENR2-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-ENR2-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-ENR2-COMP.
           READ ACCT3 AT END MOVE 'YES' TO EOF3.
           MOVE STUD-NUM3 TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF EOF3 = 'YES' OR OST-SUB > OST-CNT
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  THE SAME, ENDING ON HON-EOF.
       READ-ENR3-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-ENR3-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-ENR3-COMP.
           READ ACCT3 AT END MOVE 'YES' TO HON-EOF.
           MOVE STUD-NUM3 TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF HON-EOF = 'YES' OR OST-SUB > OST-CNT
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  THE SAME ON THE SECOND HANDLE, ACCT3B.
       READ-ENRB-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-ENRB-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-ENRB-COMP.
           READ ACCT3B AT END MOVE 'YES' TO RECON-EOF.
           MOVE STUD-NUM3B TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF RECON-EOF = 'YES' OR OST-SUB > OST-CNT
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  IS OST-KEY-WS ANOTHER COMPANY'S STUDENT? OST-SUB ENDS PAST
      *  OST-CNT WHEN NOT.
       FIND-OST-RTN.
           MOVE 1 TO OST-SUB.
           PERFORM FIND-OST-COMP UNTIL OST-SUB > OST-CNT
               OR OST-NUM (OST-SUB) = OST-KEY-WS.
       FIND-OST-COMP.
           ADD 1 TO OST-SUB.
