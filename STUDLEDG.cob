      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE TERM'S ASSESSMENT LEDGER WRITTEN BY TUITION-BILL.
           SELECT ALDG-IN ASSIGN TO ALDG-FILE-NAME
               FILE STATUS IS ALDG-STATUS.
      *  EACH ONE REDUCES THE STUDENT'S ASSESSED AMOUNT.
           SELECT ADJ-IN ASSIGN TO "TUITADJ.TXT"
               FILE STATUS IS ADJ-STATUS.
      *  REFUNDS PAID OUT BY REFUND-PAY - EACH ONE TAKES BACK PART
      *  OF WHAT THE STUDENT PAID, SO A CREDIT ONCE REFUNDED NETS
      *  TO ZERO.
           SELECT REFPAID-IN ASSIGN TO "REFPAID.TXT"
               FILE STATUS IS REFPAID-STATUS.
      *  THE STUDENT MASTER, FOR NAMES.
           SELECT ACCT8 ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS SM-STATUS.
      *  THE STUDENT LEDGER REPORT WITH ITS OUTSTANDING-BALANCES
      *  SECTION.
           SELECT LEDG-OUT ASSIGN TO STUDLEDG-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
           05 TA-DATE PIC 9(8).
           05 TA-SUBJ PIC X(10).
           05 TA-AMOUNT PIC 9(7)V99.
       FD REFPAID-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS REFPAID-REC.
       01 REFPAID-REC.
           05 RF-VOUCH PIC X(8).
           05 RF-DATE PIC 9(8).
           05 RF-STUD PIC X(12).
           05 RF-TERM PIC X(6).
           05 RF-AMOUNT PIC 9(7)V99.
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
       FD LEDG-OUT.
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
       01 STUDLEDG-FILE-NAME PIC X(20) VALUE 'STUDLEDG.TXT'.
      *  ANOTHER COMPANY'S STUDENTS - THEIR ROWS ARE LEFT OUT.
       01 OST-TABLE.
           05 OST-NUM OCCURS 500 TIMES PIC X(12).
       01 OST-CNT PIC 999 VALUE 0.
       01 OST-SUB PIC 999 VALUE 0.
       01 OST-KEY-WS PIC X(12).
       01 HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
       01 ALDG-STATUS PIC XX.
       01 PAY-STATUS PIC XX.
       01 ADJ-STATUS PIC XX.
       01 REFPAID-STATUS PIC XX.
       01 SM-STATUS PIC XX.
       01 ALDG-FILE-NAME PIC X(22) VALUE 'ASSESSLG.TXT'.
       01 LEDG-TABLE.
               KEY-TERM DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO ALDG-FILE-NAME.
           PERFORM LOAD-OST-RTN.
           PERFORM LOAD-ALDG-RTN.
           IF LGT-CNT = 0
               DISPLAY 'NO ASSESSMENT LEDGER FOR ' KEY-TERM
           END-IF.
           PERFORM LOAD-PAY-RTN.
           PERFORM LOAD-ADJ-RTN.
           PERFORM LOAD-REFPAID-RTN.
           PERFORM LOAD-STUDMAST-RTN.
           OPEN OUTPUT LEDG-OUT.
           WRITE REP-OUT FROM HEADER.
           CLOSE LEDG-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'STUDENT LEDGER COMPLETE'.
           DISPLAY 'CHECK ' STUDLEDG-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
       LEDGER-LINE-RTN.
           PERFORM BUILD-LINE-RTN.
               CLOSE ALDG-IN
           END-IF.
           MOVE 'NO' TO EOF.
      *  ANOTHER COMPANY'S STUDENTS ARE LEFT OFF THIS LEDGER.
       LOAD-ALDG-REC-RTN.
           MOVE AL-STUD TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF LGT-CNT < 500 AND OST-SUB > OST-CNT
               ADD 1 TO LGT-CNT
               MOVE AL-STUD TO LGT-STUD (LGT-CNT)
               MOVE AL-TOTAL TO LGT-ASSESS (LGT-CNT)
               MOVE LGT-CNT TO LGT-SUB
           END-IF.
           ADD 1 TO LGT-SUB.
      *  TAKE THE TERM'S REFUNDS PAID OUT BACK OFF THE PAYMENTS. A
      *  MISSING REFPAID.TXT (STATUS 35) MEANS NONE PAID OUT YET.
       LOAD-REFPAID-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT REFPAID-IN.
           IF REFPAID-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ REFPAID-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-REFPAID-REC-RTN UNTIL EOF = 'YES'
               CLOSE REFPAID-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-REFPAID-REC-RTN.
           IF RF-TERM = KEY-TERM
               MOVE 1 TO LGT-SUB
               PERFORM POST-REFPAID-COMP UNTIL LGT-SUB > LGT-CNT
           END-IF.
           READ REFPAID-IN AT END MOVE 'YES' TO EOF.
       POST-REFPAID-COMP.
           IF LGT-STUD (LGT-SUB) = RF-STUD
               IF RF-AMOUNT > LGT-PAID (LGT-SUB)
                   MOVE 0 TO LGT-PAID (LGT-SUB)
               ELSE
                   SUBTRACT RF-AMOUNT FROM LGT-PAID (LGT-SUB)
               END-IF
               MOVE LGT-CNT TO LGT-SUB
           END-IF.
           ADD 1 TO LGT-SUB.
       LOAD-STUDMAST-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT8.
           MOVE LGT-CNT TO RL-RECS-READ.
           MOVE LGT-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (STUDLEDG_RIVL.TXT FOR A RIVL RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO STUDLEDG-FILE-NAME
               STRING 'STUDLEDG_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO STUDLEDG-FILE-NAME
           END-IF.
      *  TABLE THE STUDENTS ON ANOTHER COMPANY'S ROLL. A MISSING
      *  STUDMAST.TXT (STATUS 35) LEAVES EVERY STUDENT THE HOME
      *  COMPANY'S.
       LOAD-OST-RTN.
           MOVE 0 TO OST-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT8.
           IF SM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ACCT8
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-OST-COMP UNTIL EOF = 'YES'
               CLOSE ACCT8
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-OST-COMP.
           IF SM-CO NOT = COPROF-CODE-WS
               AND NOT (SM-CO = SPACES
                   AND COPROF-CODE-WS = HOME-CO-WS)
               AND OST-CNT < 500
               ADD 1 TO OST-CNT
               MOVE SM-NUM TO OST-NUM (OST-CNT)
           END-IF.
           READ ACCT8 AT END MOVE 'YES' TO EOF.
      *  IS OST-KEY-WS ANOTHER COMPANY'S STUDENT? OST-SUB ENDS PAST
      *  OST-CNT WHEN NOT.
       FIND-OST-RTN.
           MOVE 1 TO OST-SUB.
           PERFORM FIND-OST-COMP UNTIL OST-SUB > OST-CNT
               OR OST-NUM (OST-SUB) = OST-KEY-WS.
       FIND-OST-COMP.
           ADD 1 TO OST-SUB.
