      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE ABSENCES RECORDED BY ATTEND-ENTRY.
           SELECT ABS-IN ASSIGN TO "ABSENCES.TXT"
               FILE STATUS IS ABS-STATUS.
           SELECT ACCT8 ASSIGN TO 'STUDMAST.TXT'
               FILE STATUS IS SM-STATUS.
      *  THE EXCESSIVE-ABSENCE REPORT FOR THE REGISTRAR.
           SELECT REP-FILE ASSIGN TO ABSREP-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
           05 MISC-FEE1 PIC 9(5)V99.
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
       FD REP-FILE.
       01 REP-OUT.
           05 FILLER PIC X(80).
       FD RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01 RUNLOG-REC.
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
       01 ABSREP-FILE-NAME PIC X(20) VALUE 'ABSREP.TXT'.
      *  ANOTHER COMPANY'S STUDENTS - THEIR ROWS ARE LEFT OUT.
       01 OST-TABLE.
           05 OST-NUM OCCURS 500 TIMES PIC X(12).
       01 OST-CNT PIC 999 VALUE 0.
       01 OST-SUB PIC 999 VALUE 0.
       01 OST-KEY-WS PIC X(12).
       01 HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
           CLOSE REP-FILE.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'ABSENCE REPORT COMPLETE'.
           DISPLAY 'CHECK ' ABSREP-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
      *  ONE SUBJECT/STUDENT BUCKET: FLAGGED WHEN THE COUNT EXCEEDS
      *  THE SUBJECT'S ALLOWED ABSENCES, FOR THE RUN COMPANY'S
      *  STUDENTS ONLY.
       FLAG-ONE-RTN.
           PERFORM LOOKUP-LIMIT-RTN.
           MOVE ABT-STUD (ABT-SUB) TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF ABT-CNT (ABT-SUB) > CUR-LIMIT
               AND OST-SUB > OST-CNT
               ADD 1 TO FLAG-CNT
               MOVE ABT-SUBJ (ABT-SUB) TO DL-SUBJ
               MOVE ABT-STUD (ABT-SUB) TO DL-STUD
               CLOSE ACCT8
           END-IF.
           MOVE 'NO' TO EOF.
      *  A STUDENT ON ANOTHER COMPANY'S ROLL IS TABLED APART SO THEIR
      *  ABSENCES ARE LEFT TO THAT COMPANY'S RUN - A BLANK COMPANY
      *  CODE IS THE HOME COMPANY'S.
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
           READ ACCT8 AT END MOVE 'YES' TO EOF.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
           MOVE ABS-READ-CNT TO RL-RECS-READ.
           MOVE FLAG-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (ABSREP_RIVL.TXT FOR A RIVL RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO ABSREP-FILE-NAME
               STRING 'ABSREP_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO ABSREP-FILE-NAME
           END-IF.
      *  IS OST-KEY-WS ANOTHER COMPANY'S STUDENT? OST-SUB ENDS PAST
      *  OST-CNT WHEN NOT.
       FIND-OST-RTN.
           MOVE 1 TO OST-SUB.
           PERFORM FIND-OST-COMP UNTIL OST-SUB > OST-CNT
               OR OST-NUM (OST-SUB) = OST-KEY-WS.
       FIND-OST-COMP.
           ADD 1 TO OST-SUB.
