      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
           SELECT ACCT3 ASSIGN TO 'STUDENT.TXT'.
      *  THE FACULTY MASTER KEPT BY FACMAST-MAINT - READ HERE ONLY
      *  FOR EACH FACULTY MEMBER'S COMPANY.
           SELECT FACM-IN ASSIGN TO 'FACMAST.TXT'
               FILE STATUS IS FACM-STATUS.
           SELECT UTIL-OUT ASSIGN TO SUBJUTIL-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
           05 FILLER PIC X(80).
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
       FD  FACM-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS FACMAST-REC.
       01 FACMAST-REC.
           05 FM-ID PIC X(12).
           05 FM-NAME PIC X(25).
           05 FM-RANK PIC X(10).
           05 FM-RATE PIC 9(4)V99.
           05 FM-STATUS PIC X(1).
           05 FM-DEPT PIC X(5).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 FM-CO PIC X(4).
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
       01 SUBJUTIL-FILE-NAME PIC X(20) VALUE 'SUBJUTIL.TXT'.
       01 FACM-STATUS PIC XX.
      *  FACULTY MEMBERS ON ANOTHER COMPANY'S BOOKS - THEIR
      *  SECTIONS ARE LEFT OUT.
       01 OFT-TABLE.
           05 OFT-ID OCCURS 100 TIMES PIC X(12).
       01 OFT-CNT PIC 999 VALUE 0.
       01 OFT-SUB PIC 999 VALUE 0.
       01 OFT-KEY-WS PIC X(12).
       01  HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-OFT-RTN.
           PERFORM LOAD-SUBJ-RTN.
           PERFORM COUNT-ENROLL-RTN.
           OPEN OUTPUT UTIL-OUT.
           CLOSE UTIL-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'SUBJECT UTILIZATION REPORT COMPLETE'.
           DISPLAY 'CHECK ' SUBJUTIL-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
       LOAD-SUBJ-RTN.
           MOVE 'NO' TO EOF.
           PERFORM COUNT-ENROLL-COMP UNTIL EOF = 'YES'.
           CLOSE ACCT3.
       COUNT-ENROLL-COMP.
           MOVE FAC-ID3 TO OFT-KEY-WS.
           PERFORM FIND-OFT-RTN.
           IF OFT-SUB > OFT-CNT
               PERFORM COUNT-ENROLL-ONE-RTN
           END-IF.
           READ ACCT3 AT END MOVE 'YES' TO EOF.
      *  COUNT ONE ENROLLEE OF A RUN-COMPANY TEACHER'S SECTION.
       COUNT-ENROLL-ONE-RTN.
           ADD 1 TO ENRL-READ-CNT.
           MOVE 1 TO SJT-SUB.
           PERFORM FIND-SUBJ-RTN UNTIL SJT-SUB > SJT-CNT
                   ADD 1 TO SJT-ENRL (SJT-SUB)
               END-IF
           END-IF.
       FIND-SUBJ-RTN.
           ADD 1 TO SJT-SUB.
      *  ONE CATALOG LINE: SEATS, ENROLLED, WAITLIST, PERCENT FILLED,
           MOVE ENRL-READ-CNT TO RL-RECS-READ.
           MOVE SJT-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (SUBJUTIL_RIVL.TXT FOR A RIVL RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO SUBJUTIL-FILE-NAME
               STRING 'SUBJUTIL_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SUBJUTIL-FILE-NAME
           END-IF.
      *  TABLE THE FACULTY MEMBERS ON ANOTHER COMPANY'S BOOKS - THEIR
      *  ENROLLEES ARE COUNTED ON THAT COMPANY'S RUN. A MISSING
      *  FACMAST.TXT (STATUS 35) LEAVES EVERY SECTION THE HOME
      *  COMPANY'S.
       LOAD-OFT-RTN.
           MOVE 0 TO OFT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT FACM-IN.
           IF FACM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ FACM-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-OFT-COMP UNTIL EOF = 'YES'
               CLOSE FACM-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-OFT-COMP.
           IF FM-CO NOT = COPROF-CODE-WS
               AND NOT (FM-CO = SPACES
                   AND COPROF-CODE-WS = HOME-CO-WS)
               AND OFT-CNT < 100
               ADD 1 TO OFT-CNT
               MOVE FM-ID TO OFT-ID (OFT-CNT)
           END-IF.
           READ FACM-IN AT END MOVE 'YES' TO EOF.
      *  IS OFT-KEY-WS ANOTHER COMPANY'S FACULTY MEMBER? OFT-SUB
      *  ENDS PAST OFT-CNT WHEN NOT.
       FIND-OFT-RTN.
           MOVE 1 TO OFT-SUB.
           PERFORM FIND-OFT-COMP UNTIL OFT-SUB > OFT-CNT
               OR OFT-ID (OFT-SUB) = OFT-KEY-WS.
       FIND-OFT-COMP.
           ADD 1 TO OFT-SUB.
