      *  REASON ON THE REGISTER.
           SELECT HOLD-IN ASSIGN TO 'HOLDS.TXT'
               FILE STATUS IS HOLD-STATUS.
      *  ACADEMIC STANDING KEPT BY ACAD-STANDING - A STUDENT PUT ON
      *  PROBATION IN AN EARLIER TERM MAY NOT BE ADDED PAST THE UNIT
      *  LOAD CAP CARRIED ON THEIR STANDING RECORD.
           SELECT STAND-IN ASSIGN TO 'STANDING.TXT'
               FILE STATUS IS STAND-STATUS.
      *  REFUND SCHEDULE PER TERM - DATE BANDS WITH THE PERCENT OF
      *  THE DROPPED SUBJECT'S FEES REFUNDED THROUGH EACH BAND'S END
      *  DATE; A DROP PAST EVERY BAND REFUNDS NOTHING.
           SELECT ADJ-OUT ASSIGN TO 'TUITADJ.TXT'
               FILE STATUS IS ADJ-STATUS.
      *  REGISTER LISTING - EVERY TRANSACTION WITH ITS DISPOSITION.
           SELECT LIST-OUT ASSIGN TO REGTRANR-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRAN-IN
           05 STUD-NAME3 PIC X(25).
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
       FD REF-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           05 TA-AMOUNT PIC 9(7)V99.
       FD HOLD-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS HOLD-REC.
       01 HOLD-REC.
           05 HD-STUD PIC X(12).
           05 HD-TYPE PIC X(1).
           05 HD-REASON PIC X(20).
           05 HD-STATUS PIC X(1).
           05 HD-ORIGIN PIC X(1).
           05 HD-TERM PIC X(6).
       FD STAND-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS STAND-REC.
       01 STAND-REC.
           05 ST-STUD PIC X(12).
           05 ST-TERM PIC X(6).
           05 ST-STATUS PIC X(1).
           05 ST-PROB-CNT PIC 9.
           05 ST-PREV-STATUS PIC X(1).
           05 ST-PREV-CNT PIC 9.
           05 ST-GWA PIC 9V99.
           05 ST-FAIL-UNITS PIC 99.
           05 ST-MAX-LOAD PIC 99.
       FD LIST-OUT.
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
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
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
       01 REGTRANR-FILE-NAME PIC X(20) VALUE 'REGTRANR.TXT'.
      *  ANOTHER COMPANY'S STUDENTS - THEIR ROWS ARE LEFT OUT.
       01 OST-TABLE.
           05 OST-NUM OCCURS 2000 TIMES PIC X(12).
       01 OST-CNT PIC 9(4) VALUE 0.
       01 OST-SUB PIC 9(4) VALUE 0.
       01 OST-KEY-WS PIC X(12).
       01 PROCDATE-STATUS PIC XX.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(7).
           05 FILLER PIC X(40) VALUE
              'REGISTRATION TRANSACTION REGISTER'.
           05 FILLER PIC X(20).
       01 HLT-CNT PIC 999 VALUE 0.
       01 HLT-SUB PIC 999 VALUE 0.
       01 HOLD-POS PIC 999 VALUE 0.
      *  STUDENTS ON PROBATION WITH THEIR LOAD CAP, LOADED ONCE. ONLY
      *  A STANDING EARNED IN AN EARLIER TERM COUNTS - THE CURRENT
      *  TERM'S OWN STANDING APPLIES FROM THE NEXT REGISTRATION ON.
       01 STAND-STATUS PIC XX.
       01 PROB-TABLE.
           05 PBT-ENTRY OCCURS 200 TIMES.
               10 PBT-STUD PIC X(12).
               10 PBT-MAX-LOAD PIC 99.
       01 PBT-CNT PIC 999 VALUE 0.
       01 PBT-SUB PIC 999 VALUE 0.
       01 PROB-POS PIC 999 VALUE 0.
       01 LOAD-WS PIC 999 VALUE 0.
       01 LOAD-OVER-SW PIC X(3) VALUE 'NO'.
       01 UNIT-SUBJ-WS PIC X(10).
       01 UNIT-WS PIC 9 VALUE 1.
      *  REFUND SCHEDULE AND ADJUSTMENT WORK FIELDS. THE DROP DATE IS
      *  THE RUN DATE; THE BAND WHOSE END DATE IT FALLS ON OR BEFORE
      *  DECIDES THE PERCENT.
      *  STUDENT (THE NEXT ENROLLEE PAST THE CAP, IN FILE ORDER) AND
      *  SAYS SO ON THE REGISTER.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           PERFORM LOAD-SUBJ-RTN.
           PERFORM LOAD-SEC-RTN.
           PERFORM LOAD-ENROLL-RTN.
           END-IF.
           PERFORM LOAD-STUDMAST-RTN.
           PERFORM LOAD-HOLDS-RTN.
           PERFORM LOAD-PROBATION-RTN.
           PERFORM LOAD-REFSCHED-RTN.
           PERFORM GET-PROC-DATE-RTN.
           OPEN OUTPUT LIST-OUT.
           MOVE RUN-CO-WS TO HD-CO.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HDR2.
           END-IF.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'REGISTRATION RUN COMPLETE'.
           DISPLAY 'CHECK ' REGTRANR-FILE-NAME ' FOR THE REGISTER'.
           STOP RUN.
       LOAD-SUBJ-RTN.
           MOVE 'NO' TO EOF.
               PERFORM LOAD-STUDMAST-REC-RTN UNTIL EOF = 'YES'
               CLOSE ACCT8
           END-IF.
      *  A STUDENT ON ANOTHER COMPANY'S ROLL IS TABLED APART - THEIR
      *  TRANSACTIONS ARE LEFT TO THAT COMPANY'S RUN. A BLANK COMPANY
      *  CODE IS THE HOME COMPANY'S.
       LOAD-STUDMAST-REC-RTN.
           IF SM-CO = RUN-CO-WS
               OR (SM-CO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               IF SMT-CNT < 200
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
      *  READ AND APPLY EVERY TRANSACTION. A MISSING REGTRAN.TXT
               PERFORM APPLY-ONE-RTN UNTIL TRAN-EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
      *  ANOTHER COMPANY'S STUDENT'S TRANSACTION IS PASSED OVER,
      *  UNCOUNTED AND UNLISTED.
       APPLY-ONE-RTN.
           MOVE TX-STUD TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF OST-SUB > OST-CNT
               PERFORM APPLY-RUN-CO-RTN
           END-IF.
           READ TRAN-IN AT END MOVE 'YES' TO TRAN-EOF.
       APPLY-RUN-CO-RTN.
           ADD 1 TO TRAN-CNT.
           MOVE TX-ACTION TO DL-ACTION.
           MOVE TX-STUD TO DL-STUD.
                   ADD 1 TO REJ-CNT
                   WRITE REP-OUT FROM DTL-LINE
           END-EVALUATE.
      *  AN ADD: THE SECTION MUST EXIST AND THE STUDENT MUST NOT
      *  ALREADY BE ON IT. PAST AN ENFORCED CAP THE ADD STILL GOES ON
      *  FILE - IN FILE ORDER IT LANDS ON THE WAITLIST, AS PROJECT'S
                       MOVE 'REJECTED - FILE FULL' TO DL-DISP
                       ADD 1 TO REJ-CNT
                   ELSE
                       PERFORM PROB-LOAD-RTN
                       IF LOAD-OVER-SW = 'YES'
                           MOVE 'REJECTED - PROBATION LOAD CAP'
                               TO DL-DISP
                           ADD 1 TO REJ-CNT
                       ELSE
                           PERFORM ACCEPT-ADD-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           WRITE REP-OUT FROM DTL-LINE.
       ACCEPT-ADD-RTN.
           PERFORM COUNT-ACTIVE-RTN.
           PERFORM ADD-ENROLL-RTN.
           PERFORM GET-CAP-RTN.
           IF CAP-WS > 0 AND ACTIVE-CNT >= CAP-WS
               MOVE 'ACCEPTED - WAITLISTED' TO DL-DISP
           ELSE
               MOVE 'ACCEPTED' TO DL-DISP
           END-IF.
           ADD 1 TO ACC-CNT.
      *  A STUDENT ON PROBATION: THE UNITS OF EVERY SECTION THEY ARE
      *  STILL ON, PLUS THE SUBJECT BEING ADDED, MAY NOT PASS THE CAP
      *  ON THEIR STANDING RECORD. A SUBJECT NOT ON SUBJECT.TXT
      *  COUNTS 1 UNIT, AS IN PROJECT.
       PROB-LOAD-RTN.
           MOVE 'NO' TO LOAD-OVER-SW.
           PERFORM FIND-PROB-RTN.
           IF PROB-POS > 0
               MOVE 0 TO LOAD-WS
               MOVE 1 TO ENT-SUB
               PERFORM PROB-LOAD-COMP UNTIL ENT-SUB > ENT-CNT
               MOVE TX-SUBJ TO UNIT-SUBJ-WS
               PERFORM GET-UNITS-RTN
               ADD UNIT-WS TO LOAD-WS
               IF LOAD-WS > PBT-MAX-LOAD (PROB-POS)
                   MOVE 'YES' TO LOAD-OVER-SW
               END-IF
           END-IF.
       PROB-LOAD-COMP.
           IF ENT-DEL (ENT-SUB) = 'N'
               AND ENT-STUD (ENT-SUB) = TX-STUD
               MOVE ENT-SUBJ (ENT-SUB) TO UNIT-SUBJ-WS
               PERFORM GET-UNITS-RTN
               ADD UNIT-WS TO LOAD-WS
           END-IF.
           ADD 1 TO ENT-SUB.
       GET-UNITS-RTN.
           MOVE 1 TO UNIT-WS.
           MOVE 1 TO SJT-SUB.
           PERFORM GET-UNITS-COMP UNTIL SJT-SUB > SJT-CNT.
       GET-UNITS-COMP.
           IF SJT-CODE (SJT-SUB) = UNIT-SUBJ-WS
               MOVE SJT-UNITS (SJT-SUB) TO UNIT-WS
               MOVE SJT-CNT TO SJT-SUB
           END-IF.
           ADD 1 TO SJT-SUB.
       FIND-PROB-RTN.
           MOVE 0 TO PROB-POS.
           MOVE 1 TO PBT-SUB.
           PERFORM FIND-PROB-COMP
               UNTIL PBT-SUB > PBT-CNT OR PROB-POS > 0.
       FIND-PROB-COMP.
           IF PBT-STUD (PBT-SUB) = TX-STUD
               MOVE PBT-SUB TO PROB-POS
           ELSE
               ADD 1 TO PBT-SUB
           END-IF.
      *  LOAD THE STUDENTS ON PROBATION. A MISSING STANDING.TXT
      *  (STATUS 35, NO STANDING RUN YET) MEANS NOBODY IS CAPPED.
       LOAD-PROBATION-RTN.
           MOVE 0 TO PBT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT STAND-IN.
           IF STAND-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ STAND-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-PROBATION-REC-RTN UNTIL EOF = 'YES'
               CLOSE STAND-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-PROBATION-REC-RTN.
           IF ST-STATUS = 'P' AND ST-MAX-LOAD > 0
               AND ST-TERM NOT = TERM-CD AND PBT-CNT < 200
               ADD 1 TO PBT-CNT
               MOVE ST-STUD TO PBT-STUD (PBT-CNT)
               MOVE ST-MAX-LOAD TO PBT-MAX-LOAD (PBT-CNT)
           END-IF.
           READ STAND-IN AT END MOVE 'YES' TO EOF.
       ADD-ENROLL-RTN.
           ADD 1 TO ENT-CNT.
           MOVE TX-SUBJ TO ENT-SUBJ (ENT-CNT).
           MOVE TRAN-CNT TO RL-RECS-READ.
           MOVE ACC-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE RUN-CO-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  THE PROCESSING DATE FROM THE SHARED CONTROL FILE, THE
               END-READ
               CLOSE PROCDATE-IN
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
                   MOVE RUNCO-SCHOOL TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (REGTRANR_RIVL.TXT FOR A RIVL RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO REGTRANR-FILE-NAME
               STRING 'REGTRANR_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO REGTRANR-FILE-NAME
           END-IF.
      *  IS OST-KEY-WS ANOTHER COMPANY'S STUDENT? OST-SUB ENDS PAST
      *  OST-CNT WHEN NOT.
       FIND-OST-RTN.
           MOVE 1 TO OST-SUB.
           PERFORM FIND-OST-COMP UNTIL OST-SUB > OST-CNT
               OR OST-NUM (OST-SUB) = OST-KEY-WS.
       FIND-OST-COMP.
           ADD 1 TO OST-SUB.
