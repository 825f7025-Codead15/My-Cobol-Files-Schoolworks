               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
      *  LISTING OF ADJUSTMENTS APPLIED, PENDING, AND REJECTED.
           SELECT LIST-OUT ASSIGN TO SALADJL-FILE-NAME.
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
           05 RP-AMOUNT PIC 9(7)V99.
       FD EMP-MASTER
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
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 214 CHARACTERS
           DATA RECORD IS AUDIT-REC.
       01 AUDIT-REC.
           05 AU-DATE PIC 9(8).
           05 AU-TIME PIC 9(8).
           05 AU-OPER PIC X(8).
           05 AU-ACTION PIC X(6).
           05 AU-BEFORE PIC X(92).
           05 AU-AFTER PIC X(92).
       FD CTL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
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
           DATA RECORD IS EMPMAST-LOCK-REC.
       01 EMPMAST-LOCK-REC.
           05 EMPMAST-LOCK-HOLDER PIC X(15).
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
       01 RUN-CO-WS PIC X(4) VALUE 'RIVL'.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 SALADJL-FILE-NAME PIC X(20) VALUE 'SALADJL.TXT'.
       01 PROCDATE-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'SAL-ADJUST'.
      *  BEING BUILT - SAME JOURNAL AS EMPMAINT-TXT'S.
       01 AUDIT-WORK.
           05 AUW-ACTION PIC X(6).
           05 AUW-BEFORE PIC X(92).
           05 AUW-AFTER PIC X(92).
       01 AUDIT-STATUS PIC XX.
      *  CONTROL-RECORD WORK FIELDS FOR THE END-OF-RUN STAMP.
       01 CTL-STATUS PIC XX.
       01 CTL-HASH-WS PIC 9(11)V99 VALUE 0.
       01 CTL-EOF PIC X(3) VALUE 'NO'.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(13).
           05 FILLER PIC X(28) VALUE 'SALARY ADJUSTMENT LISTING'.
           05 FILLER PIC X(26).
       01 COL-HDR.
       01 OTHERS.
           05 TRAN-EOF PIC X(3) VALUE 'NO'.
           05 SWAP-EOF PIC X(3) VALUE 'NO'.
           05 OTHER-CO-SW PIC X(3) VALUE 'NO'.
           05 TRAN-CNT PIC 9(4) VALUE 0.
           05 APPLIED-CNT PIC 9(4) VALUE 0.
           05 PENDING-CNT PIC 9(4) VALUE 0.
      *  PAYS IT AUTOMATICALLY. FUTURE-DATED TRANSACTIONS STAY ON
      *  FILE FOR A LATER RUN.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM GET-PROC-DATE-RTN.
           MOVE RUN-DATE-YY TO CP-YYYY.
           MOVE RUN-DATE-MM TO CP-MM.
           MOVE RUN-CO-WS TO HD-CO.
           OPEN OUTPUT LIST-OUT.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM BLNK-LINE.
           END-IF.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'SALARY ADJUSTMENT RUN COMPLETE'.
           DISPLAY 'CHECK ' SALADJL-FILE-NAME ' FOR THE LISTING'.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
      *  ONE TRANSACTION: ANOTHER COMPANY'S STAYS ON FILE, UNLISTED,
      *  FOR THAT COMPANY'S RUN; NOT YET EFFECTIVE STAYS ON FILE;
      *  EFFECTIVE ONES UPDATE THE MASTER, THE HISTORY, AND THE
      *  RETRO FILE.
       APPLY-ONE-RTN.
           PERFORM CHECK-CO-RTN.
           IF OTHER-CO-SW = 'YES'
               MOVE TRAN-REC TO TRAN-REC2
               WRITE TRAN-REC2
           ELSE
               PERFORM APPLY-RUN-CO-RTN
           END-IF.
           READ TRAN-IN AT END MOVE 'YES' TO TRAN-EOF.
      *  THE EMPLOYEE'S COMPANY FROM THE MASTER - AN EMPNO NOT ON THE
      *  MASTER IS THE HOME COMPANY'S TO REPORT.
       CHECK-CO-RTN.
           MOVE 'NO' TO OTHER-CO-SW.
           MOVE RT-EMPNO TO EMPNO.
           READ EMP-MASTER
               INVALID KEY
                   IF RUN-CO-WS NOT = HOME-CO-WS
                       MOVE 'YES' TO OTHER-CO-SW
                   END-IF
               NOT INVALID KEY
                   IF EMPCO NOT = RUN-CO-WS
                       AND (EMPCO NOT = SPACES
                           OR RUN-CO-WS NOT = HOME-CO-WS)
                       MOVE 'YES' TO OTHER-CO-SW
                   END-IF
           END-READ.
       APPLY-RUN-CO-RTN.
           ADD 1 TO TRAN-CNT.
           MOVE RT-EMPNO TO DL-EMPNO.
           MOVE RT-EFFDT TO DL-EFFDT.
               PERFORM APPLY-MASTER-RTN
           END-IF.
           WRITE REP-OUT FROM DTL-LINE.
       APPLY-MASTER-RTN.
           MOVE RT-EMPNO TO EMPNO.
           READ EMP-MASTER
           MOVE TRAN-CNT TO RL-RECS-READ.
           MOVE APPLIED-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE RUN-CO-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
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
               IF RUNCO-PAY NOT = SPACES
                   MOVE RUNCO-PAY TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (SALADJL_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO SALADJL-FILE-NAME
               STRING 'SALADJL_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SALADJL-FILE-NAME
           END-IF.
