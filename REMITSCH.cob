      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE PAYROLL HISTORY LEDGER - THE REMITTANCES COME FROM THE
      *  EMPLOYEE SHARES THE PAYROLL RUN ACTUALLY DEDUCTED, SO THE
      *  SCHEDULES ALWAYS TIE BACK TO THE REGISTER.
           SELECT AGY-IN ASSIGN TO "AGENCYID.TXT"
               FILE STATUS IS AGY-STATUS.
      *  ONE REMITTANCE SCHEDULE PER AGENCY.
           SELECT SSS-OUT ASSIGN TO SSSREMIT-FILE-NAME.
           SELECT PHIC-OUT ASSIGN TO PHICREMT-FILE-NAME.
           SELECT HDMF-OUT ASSIGN TO HDMFREMT-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       FILE SECTION.
       FD HIST-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS HIST-REC.
       01 HIST-REC.
           05 PH-EMPNO PIC X(10).
           05 PH-SSS PIC 9(5)V99.
           05 PH-PHIC PIC 9(5)V99.
           05 PH-HDMF PIC 9(5)V99.
           05 PH-TAX PIC S9(6)V99.
           05 PH-LOAN PIC 9(6)V99.
           05 PH-NET PIC 9(7)V99.
      *  THE CUTOFF WITHIN THE PERIOD - 'M' MONTHLY, '1' OR '2'.
      *  BLANK ON A RECORD WRITTEN BEFORE THE CUTOFF WAS KEPT, WHICH
      *  CAN ONLY BE A MONTHLY ONE.
           05 PH-CUTOFF PIC X(1).
       FD EMP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST.
       01 EMPLOY-LIST.
           05 DC PIC X(5).
           05 MONRATE PIC 9(6)V99.
           05 SEPDT PIC 9(8).
           05 SEPRSN PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO PIC X(4).
       FD AGY-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
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
       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'RIVL'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 SSSREMIT-FILE-NAME PIC X(20) VALUE 'SSSREMIT.TXT'.
       01 PHICREMT-FILE-NAME PIC X(20) VALUE 'PHICREMT.TXT'.
       01 HDMFREMT-FILE-NAME PIC X(20) VALUE 'HDMFREMT.TXT'.
       01 HDR1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           05 NMT-ENTRY OCCURS 300 TIMES.
               10 NMT-EMPNO PIC X(10).
               10 NMT-EMPNA PIC X(20).
               10 NMT-CO PIC X(4).
       01 NMT-CNT PIC 999 VALUE 0.
       01 NMT-SUB PIC 999 VALUE 0.
       01 AGY-STATUS PIC XX.
       01 AGT-SUB PIC 999 VALUE 0.
       01 HIST-STATUS PIC XX.
       01 KEY-PERIOD PIC X(6).
      *  THE PERIOD'S SHARES PER EMPLOYEE. A SEMI-MONTHLY PAYROLL
      *  POSTS TWO HISTORY RECORDS A MONTH, SO THE SCHEDULES ARE
      *  PRINTED FROM THE MONTH'S TOTALS - ONE LINE, AND ONE
      *  EMPLOYER MATCH, PER EMPLOYEE.
       01 REMIT-TABLE.
           05 RMT-ENTRY OCCURS 300 TIMES.
               10 RMT-EMPNO PIC X(10).
               10 RMT-GROSS PIC 9(7)V99.
               10 RMT-SSS PIC 9(5)V99.
               10 RMT-PHIC PIC 9(5)V99.
               10 RMT-HDMF PIC 9(5)V99.
       01 RMT-CNT PIC 999 VALUE 0.
       01 RMT-SUB PIC 999 VALUE 0.
      *  PER-EMPLOYEE WORK FIELDS FOR THE DETAIL LINES.
       01 CUR-EMPNA PIC X(20).
       01 CUR-EMP-CO PIC X(4).
       01 CUR-SSS-NO PIC X(12).
       01 CUR-PHIC-NO PIC X(12).
       01 CUR-HDMF-NO PIC X(12).
               PERFORM REMIT-ONE-RTN UNTIL EOF = 'YES'
               CLOSE HIST-IN
           END-IF.
           MOVE 1 TO RMT-SUB.
           PERFORM REMIT-EMP-RTN UNTIL RMT-SUB > RMT-CNT.
           PERFORM WRITE-TOTALS-RTN.
           CLOSE SSS-OUT, PHIC-OUT, HDMF-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'REMITTANCE SCHEDULES COMPLETE'.
           DISPLAY 'CHECK ' SSSREMIT-FILE-NAME ', '
               PHICREMT-FILE-NAME ', ' HDMFREMT-FILE-NAME.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
       WRITE-SSS-HDR-RTN.
           WRITE HDMF-REP-OUT FROM PERIOD-LN.
           WRITE HDMF-REP-OUT FROM BLNK-LINE.
           WRITE HDMF-REP-OUT FROM COL-HDR.
      *  ONE HISTORY RECORD: ADDED INTO ITS EMPLOYEE'S MONTH TOTALS
      *  WHEN IT BELONGS TO THE KEYED PERIOD AND TO AN EMPLOYEE OF
      *  THE RUN COMPANY.
       REMIT-ONE-RTN.
           ADD 1 TO HIST-CNT.
           PERFORM FIND-EMP-CO-RTN.
           IF PH-PERIOD = KEY-PERIOD
               AND CUR-EMP-CO = COPROF-CODE-WS
               MOVE 1 TO RMT-SUB
               PERFORM FIND-RMT-RTN UNTIL RMT-SUB > RMT-CNT
                   OR RMT-EMPNO (RMT-SUB) = PH-EMPNO
               IF RMT-SUB > RMT-CNT AND RMT-CNT < 300
                   ADD 1 TO RMT-CNT
                   MOVE PH-EMPNO TO RMT-EMPNO (RMT-CNT)
                   MOVE 0 TO RMT-GROSS (RMT-CNT)
                   MOVE 0 TO RMT-SSS (RMT-CNT)
                   MOVE 0 TO RMT-PHIC (RMT-CNT)
                   MOVE 0 TO RMT-HDMF (RMT-CNT)
               END-IF
               IF RMT-SUB <= RMT-CNT
                   ADD PH-GROSS TO RMT-GROSS (RMT-SUB)
                   ADD PH-SSS TO RMT-SSS (RMT-SUB)
                   ADD PH-PHIC TO RMT-PHIC (RMT-SUB)
                   ADD PH-HDMF TO RMT-HDMF (RMT-SUB)
               END-IF
           END-IF.
           READ HIST-IN AT END MOVE 'YES' TO EOF.
       FIND-RMT-RTN.
           ADD 1 TO RMT-SUB.
      *  ONE EMPLOYEE'S MONTH: A LINE ON EACH AGENCY'S SCHEDULE.
       REMIT-EMP-RTN.
           ADD 1 TO SCHED-CNT.
           PERFORM RESOLVE-NAME-RTN.
           PERFORM RESOLVE-AGY-RTN.
           PERFORM WRITE-SSS-LINE-RTN.
           PERFORM WRITE-PHIC-LINE-RTN.
           PERFORM WRITE-HDMF-LINE-RTN.
           ADD 1 TO RMT-SUB.
       WRITE-SSS-LINE-RTN.
           COMPUTE CUR-SSS-ER ROUNDED =
               RMT-GROSS (RMT-SUB) * SSS-ER-RATE.
           MOVE RMT-EMPNO (RMT-SUB) TO DL-EMPNO.
           MOVE CUR-EMPNA TO DL-EMPNA.
           MOVE CUR-SSS-NO TO DL-AGYNO.
           MOVE RMT-SSS (RMT-SUB) TO DL-EE.
           MOVE CUR-SSS-ER TO DL-ER.
           COMPUTE CUR-LINE-TOT = RMT-SSS (RMT-SUB) + CUR-SSS-ER.
           MOVE CUR-LINE-TOT TO DL-TOT.
           WRITE SSS-REP-OUT FROM DTL-LINE.
           ADD RMT-SSS (RMT-SUB) TO SSS-EE-TOT.
           ADD CUR-SSS-ER TO SSS-ER-TOT.
      *  PHILHEALTH IS SPLIT 50/50 - THE EMPLOYER MATCHES THE
      *  EMPLOYEE SHARE PESO FOR PESO.
       WRITE-PHIC-LINE-RTN.
           MOVE RMT-EMPNO (RMT-SUB) TO DL-EMPNO.
           MOVE CUR-EMPNA TO DL-EMPNA.
           MOVE CUR-PHIC-NO TO DL-AGYNO.
           MOVE RMT-PHIC (RMT-SUB) TO DL-EE.
           MOVE RMT-PHIC (RMT-SUB) TO DL-ER.
           COMPUTE CUR-LINE-TOT =
               RMT-PHIC (RMT-SUB) + RMT-PHIC (RMT-SUB).
           MOVE CUR-LINE-TOT TO DL-TOT.
           WRITE PHIC-REP-OUT FROM DTL-LINE.
           ADD RMT-PHIC (RMT-SUB) TO PHIC-EE-TOT.
           ADD RMT-PHIC (RMT-SUB) TO PHIC-ER-TOT.
       WRITE-HDMF-LINE-RTN.
           MOVE RMT-EMPNO (RMT-SUB) TO DL-EMPNO.
           MOVE CUR-EMPNA TO DL-EMPNA.
           MOVE CUR-HDMF-NO TO DL-AGYNO.
           MOVE RMT-HDMF (RMT-SUB) TO DL-EE.
           MOVE HDMF-ER-AMT TO DL-ER.
           COMPUTE CUR-LINE-TOT = RMT-HDMF (RMT-SUB) + HDMF-ER-AMT.
           MOVE CUR-LINE-TOT TO DL-TOT.
           WRITE HDMF-REP-OUT FROM DTL-LINE.
           ADD RMT-HDMF (RMT-SUB) TO HDMF-EE-TOT.
           ADD HDMF-ER-AMT TO HDMF-ER-TOT.
       WRITE-TOTALS-RTN.
           WRITE SSS-REP-OUT FROM BLNK-LINE.
           MOVE 1 TO NMT-SUB.
           PERFORM RESOLVE-NAME-COMP UNTIL NMT-SUB > NMT-CNT.
       RESOLVE-NAME-COMP.
           IF NMT-EMPNO (NMT-SUB) = RMT-EMPNO (RMT-SUB)
               MOVE NMT-EMPNA (NMT-SUB) TO CUR-EMPNA
               MOVE NMT-CNT TO NMT-SUB
           END-IF.
           MOVE 1 TO AGT-SUB.
           PERFORM RESOLVE-AGY-COMP UNTIL AGT-SUB > AGT-CNT.
       RESOLVE-AGY-COMP.
           IF AGT-EMPNO (AGT-SUB) = RMT-EMPNO (RMT-SUB)
               MOVE AGT-SSS-NO (AGT-SUB) TO CUR-SSS-NO
               MOVE AGT-PHIC-NO (AGT-SUB) TO CUR-PHIC-NO
               MOVE AGT-HDMF-NO (AGT-SUB) TO CUR-HDMF-NO
               MOVE AGT-CNT TO AGT-SUB
           END-IF.
           ADD 1 TO AGT-SUB.
      *  THE COMPANY OF THE HISTORY RECORD'S EMPLOYEE, FROM THE LOADED
      *  MASTER. AN EMPLOYEE NO LONGER ON THE MASTER IS THE HOME
      *  COMPANY'S.
       FIND-EMP-CO-RTN.
           MOVE HOME-CO-WS TO CUR-EMP-CO.
           MOVE 1 TO NMT-SUB.
           PERFORM FIND-EMP-CO-COMP UNTIL NMT-SUB > NMT-CNT.
       FIND-EMP-CO-COMP.
           IF NMT-EMPNO (NMT-SUB) = PH-EMPNO
               MOVE NMT-CO (NMT-SUB) TO CUR-EMP-CO
               MOVE NMT-CNT TO NMT-SUB
           END-IF.
           ADD 1 TO NMT-SUB.
      *  LOAD THE EMPLOYEE MASTER NAMES, WITH EACH EMPLOYEE'S COMPANY
      *  (A BLANK CODE IS THE HOME COMPANY'S). A MISSING MASTER LEAVES
      *  THE TABLE EMPTY AND NAMES BLANK ON THE SCHEDULES.
       LOAD-NAMES-RTN.
           MOVE 0 TO NMT-CNT.
           MOVE 'NO' TO EOF.
               ADD 1 TO NMT-CNT
               MOVE EMPNO TO NMT-EMPNO (NMT-CNT)
               MOVE EMPNA TO NMT-EMPNA (NMT-CNT)
               MOVE EMPCO TO NMT-CO (NMT-CNT)
               IF EMPCO = SPACES
                   MOVE HOME-CO-WS TO NMT-CO (NMT-CNT)
               END-IF
           END-IF.
           READ EMP-IN AT END MOVE 'YES' TO EOF.
      *  LOAD THE AGENCY ID FILE. A MISSING AGENCYID.TXT (STATUS 35)
           MOVE HIST-CNT TO RL-RECS-READ.
           MOVE SCHED-CNT TO RL-RECS-WRITTEN.
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
               IF RUNCO-PAY NOT = SPACES
                   MOVE RUNCO-PAY TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (SSSREMIT_DEST.TXT FOR A DEST RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO SSSREMIT-FILE-NAME
               STRING 'SSSREMIT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SSSREMIT-FILE-NAME
               MOVE SPACES TO PHICREMT-FILE-NAME
               STRING 'PHICREMT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PHICREMT-FILE-NAME
               MOVE SPACES TO HDMFREMT-FILE-NAME
               STRING 'HDMFREMT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO HDMFREMT-FILE-NAME
           END-IF.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-EMPMAST-RTN.
