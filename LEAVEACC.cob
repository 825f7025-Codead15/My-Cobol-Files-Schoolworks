               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BAL-STATUS.
      *  ACCRUAL SUMMARY FOR HR'S FILE.
           SELECT SUM-OUT ASSIGN TO LEAVEACC-FILE-NAME.
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
       FD BAL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
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
       01 LEAVEACC-FILE-NAME PIC X(20) VALUE 'LEAVEACC.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 PROCDATE-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'LEAVE-ACCRUE'.
       01 MAST-STATUS PIC XX.
       01 BAL-STATUS PIC XX.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(13).
           05 FILLER PIC X(28) VALUE 'MONTHLY LEAVE ACCRUAL RUN'.
           05 FILLER PIC X(26).
       01 COL-HDR.
      *  THIS MONTH'S CREDITS BY TENURE BAND INTO LEAVEBAL.TXT, WITH
      *  A SUMMARY FOR HR - THE NOTEBOOK AT HR IS RETIRED.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-BAL-RTN.
           OPEN INPUT EMP-IN
               OUTPUT SUM-OUT.
           MOVE RUN-CO-WS TO HD-CO.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM COL-HDR.
           PERFORM READ-EMP-RTN.
           PERFORM ACCRUE-EMP-RTN UNTIL EOF = 'YES'.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE ACCR-CNT TO TL-CNT.
           PERFORM REWRITE-BAL-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'LEAVE ACCRUAL RUN COMPLETE'.
           DISPLAY 'CHECK ' LEAVEACC-FILE-NAME ' FOR THE SUMMARY'.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
      *  ONE EMPLOYEE: SEPARATED EMPLOYEES EARN NO FURTHER CREDITS;
                   - BLT-USED (BLT-SUB)
               WRITE REP-OUT FROM DTL-LINE
           END-IF.
           PERFORM READ-EMP-RTN.
      *  TENURE IN WHOLE MONTHS AND YEARS AS OF THE RUN DATE - SAME
      *  RULE AS SERVREP-TXT: AN ANNIVERSARY DAY NOT YET REACHED THIS
      *  MONTH DOESN'T COUNT.
           COMPUTE RL-RECS-READ = ACCR-CNT + SEP-SKIPPED.
           MOVE ACCR-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (LEAVEACC_DEST.TXT FOR A DEST RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO LEAVEACC-FILE-NAME
               STRING 'LEAVEACC_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO LEAVEACC-FILE-NAME
           END-IF.
      *  NEXT EMPLOYEE OF THE RUN COMPANY - ANY OTHER COMPANY'S ARE
      *  PASSED OVER. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       READ-EMP-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-EMP-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-EMP-COMP.
           READ EMP-IN AT END MOVE 'YES' TO EOF.
           IF EOF = 'YES'
               OR EMPCO = RUN-CO-WS
               OR (EMPCO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
