       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-RECON.
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
      *  THE CUTOFF'S TIMEKEEPING TRANSACTIONS - THE ABSENT DAYS
      *  PAYROLL-TXT WILL DOCK.
           SELECT TK-IN ASSIGN TO "TIMEKEEP.TXT"
               FILE STATUS IS TK-STATUS.
      *  LEAVE-APPL'S LOG OF APPROVED APPLICATIONS.
           SELECT TRN-IN ASSIGN TO "LEAVETRN.TXT"
               FILE STATUS IS TRN-STATUS.
      *  LEAVE-WITHOUT-PAY DAYS LEAVE-APPL PASSED TO THE PAYROLL RUN.
           SELECT LWOP-IN ASSIGN TO "LWOP.TXT"
               FILE STATUS IS LWOP-STATUS.
      *  THE LEAVE BALANCE FILE KEPT BY LEAVE-ACCRUE.
           SELECT BAL-IN ASSIGN TO "LEAVEBAL.TXT"
               FILE STATUS IS BAL-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, INDEXED ON EMPNO AND READ
      *  SEQUENTIALLY HERE FOR EACH EMPLOYEE'S COMPANY.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
      *  PROCESSING DATE CONTROL FILE - THE CUTOFF RECONCILED IS THE
      *  PROCESSING DATE'S MONTH, THE SAME PERIOD PAYROLL-TXT RUNS
      *  FOR. A MISSING PROCDATE.TXT FALLS BACK TO THE MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  THE RECONCILIATION CONTROL RECORD - PERIOD, EXCEPTION COUNT,
      *  AND ACKNOWLEDGMENT. PAYROLL-TXT REFUSES TO RUN UNTIL THIS
      *  SHOWS THE PERIOD CLEAN OR ACKNOWLEDGED.
           SELECT CTL-OUT ASSIGN TO LVRCTL-FILE-NAME.
      *  THE RECONCILIATION EXCEPTION REPORT FOR HR AND PAYROLL.
           SELECT REP-FILE ASSIGN TO LVRECON-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD TK-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS TK-REC.
       01 TK-REC.
           05 TK-EMPNO PIC X(10).
           05 TK-OT-HRS PIC 9(3)V9.
           05 TK-ABS-DAYS PIC 99.
           05 TK-LATE-MIN PIC 9(4).
       FD TRN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS TRN-REC.
       01 TRN-REC.
           05 LT-EMPNO PIC X(10).
           05 LT-DATE.
              10 LT-PERIOD PIC X(6).
              10 LT-DD PIC 99.
           05 LT-DAYS PIC 99V9.
           05 LT-TYPE PIC X(1).
           05 LT-STATUS PIC X(1).
       FD LWOP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS LWOP-REC.
       01 LWOP-REC.
           05 LW-EMPNO PIC X(10).
           05 LW-PERIOD PIC X(6).
           05 LW-DAYS PIC 99V9.
       FD BAL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BAL-REC.
       01 BAL-REC.
           05 LB-EMPNO PIC X(10).
           05 LB-EARNED PIC 9(4)V99.
           05 LB-USED PIC 9(4)V99.
       FD EMP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST.
       01 EMPLOY-LIST.
           05 DC PIC X(5).
           05 EMPNO PIC X(10).
           05 EMPNA PIC X(20).
           05 STATS PIC X(12).
           05 HIREDT PIC 9(8).
           05 POSTITLE PIC X(15).
           05 MONRATE PIC 9(6)V99.
           05 SEPDT PIC 9(8).
           05 SEPRSN PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO PIC X(4).
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
       FD CTL-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS CTL-REC.
       01 CTL-REC.
           05 LC-PERIOD PIC X(6).
           05 LC-EXC-CNT PIC 9(4).
      *  Y = EXCEPTIONS ACKNOWLEDGED, N = NOT (OR NONE TO ACKNOWLEDGE).
           05 LC-ACK PIC X(1).
           05 LC-ACK-BY PIC X(8).
      *  THE PROCESSING DATE'S DAY - WHICH HALF OF THE MONTH A
      *  SEMI-MONTHLY PAYROLL MAY HONOR THE RECONCILIATION FOR.
           05 LC-DAY PIC 99.
       FD REP-FILE.
       01 REP-OUT.
           05 FILLER PIC X(80).
       FD RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01 RUNLOG-REC.
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
       01 COPROF-CODE-WS PIC X(4) VALUE 'RIVL'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 LVRCTL-FILE-NAME PIC X(20) VALUE 'LVRCTL.TXT'.
       01 LVRECON-FILE-NAME PIC X(20) VALUE 'LVRECON.TXT'.
       01 HDR1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
              'RIVERDALE INTERNATIONAL INDUSTRY, INC.'.
           05 FILLER PIC X(20).
       01 HDR2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'SAN JOSE DEL MONTE, BULACAN'.
           05 FILLER PIC X(20).
       01 HDR3.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE
              'TIMEKEEPING / LEAVE RECONCILIATION'.
           05 FILLER PIC X(20).
       01 PERIOD-HDR.
           05 FILLER PIC X(16) VALUE 'PAYROLL PERIOD: '.
           05 PRD-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 PRD-YYYY PIC 9999.
           05 FILLER PIC X(57).
       01 SEC1-HDR.
           05 FILLER PIC X(80) VALUE
              'ABSENCES NOT COVERED BY APPROVED LEAVE'.
       01 SEC1-COLS.
           05 FILLER PIC X(14) VALUE 'EMPLOYEE'.
           05 FILLER PIC X(12) VALUE 'ABSENT DAYS'.
           05 FILLER PIC X(12) VALUE ' LEAVE DAYS'.
           05 FILLER PIC X(12) VALUE '  UNCOVERED'.
           05 FILLER PIC X(30).
       01 SEC2-HDR.
           05 FILLER PIC X(80) VALUE
              'APPROVED LEAVE WITH NO MATCHING ABSENCE'.
       01 SEC2-COLS.
           05 FILLER PIC X(14) VALUE 'EMPLOYEE'.
           05 FILLER PIC X(12) VALUE ' LEAVE DAYS'.
           05 FILLER PIC X(12) VALUE 'ABSENT DAYS'.
           05 FILLER PIC X(12) VALUE '  UNMATCHED'.
           05 FILLER PIC X(30).
       01 SEC-DTL.
           05 SD-EMPNO PIC X(10).
           05 FILLER PIC X(6).
           05 SD-DAYS1 PIC Z(6)9.9.
           05 FILLER PIC X(3).
           05 SD-DAYS2 PIC Z(6)9.9.
           05 FILLER PIC X(3).
           05 SD-DAYS3 PIC Z(6)9.9.
           05 FILLER PIC X(31).
       01 SEC3-HDR.
           05 FILLER PIC X(80) VALUE
              'APPROVED LEAVE EXCEEDING THE LEAVE BALANCE'.
       01 SEC3-COLS.
           05 FILLER PIC X(14) VALUE 'EMPLOYEE'.
           05 FILLER PIC X(12) VALUE ' LEAVE DAYS'.
           05 FILLER PIC X(12) VALUE '     EARNED'.
           05 FILLER PIC X(12) VALUE '       USED'.
           05 FILLER PIC X(12) VALUE '    BALANCE'.
           05 FILLER PIC X(18).
       01 SEC3-DTL.
           05 S3-EMPNO PIC X(10).
           05 FILLER PIC X(6).
           05 S3-LEAVE PIC Z(6)9.9.
           05 FILLER PIC X(3).
           05 S3-EARNED PIC Z(5)9.99.
           05 FILLER PIC X(3).
           05 S3-USED PIC Z(5)9.99.
           05 FILLER PIC X(3).
           05 S3-BAL PIC Z(4)9.99-.
           05 FILLER PIC X(2).
           05 S3-NOTE PIC X(16).
       01 NONE-LINE.
           05 FILLER PIC X(80) VALUE '  NONE.'.
       01 EXC-TOT-LINE.
           05 FILLER PIC X(20) VALUE 'TOTAL EXCEPTIONS:'.
           05 ET-CNT PIC ZZZ9.
           05 FILLER PIC X(56).
       01 CLEAN-LINE.
           05 FILLER PIC X(80) VALUE
              'NO EXCEPTIONS - PAYROLL MAY RUN FOR THIS PERIOD.'.
       01 ACK-LINE.
           05 FILLER PIC X(43) VALUE
              'EXCEPTIONS ACKNOWLEDGED FOR PAYROLL BY: '.
           05 AL-ACK-BY PIC X(8).
           05 FILLER PIC X(29).
       01 HOLD-LINE.
           05 FILLER PIC X(80) VALUE
              'NOT ACKNOWLEDGED - PAYROLL IS HELD UNTIL CLEARED.'.
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  ONE ROW PER EMPLOYEE WITH AN ABSENCE OR APPROVED LEAVE IN
      *  THE PERIOD.
       01 REC-TABLE.
           05 RT-ENTRY OCCURS 300 TIMES.
               10 RT-EMPNO PIC X(10).
               10 RT-ABS PIC 999V9.
               10 RT-LEAVE PIC 999V9.
               10 RT-LWOP PIC 999V9.
               10 RT-BAL-SW PIC X(3).
               10 RT-EARNED PIC 9(4)V99.
               10 RT-USED PIC 9(4)V99.
               10 RT-CO PIC X(4).
       01 RT-CNT PIC 999 VALUE 0.
       01 RT-SUB PIC 999 VALUE 0.
       01 RT-KEEP PIC 999 VALUE 0.
       01 KEY-EMPNO PIC X(10).
       01 DIFF-DAYS PIC S999V9 VALUE 0.
       01 BAL-DAYS PIC S9(4)V99 VALUE 0.
       01 TK-STATUS PIC XX.
       01 TRN-STATUS PIC XX.
       01 LWOP-STATUS PIC XX.
       01 BAL-STATUS PIC XX.
       01 PROCDATE-STATUS PIC XX.
       01 TK-EOF PIC X(3) VALUE 'NO'.
       01 TRN-EOF PIC X(3) VALUE 'NO'.
       01 LWOP-EOF PIC X(3) VALUE 'NO'.
       01 BAL-EOF PIC X(3) VALUE 'NO'.
       01 MAST-STATUS PIC XX.
       01 EMP-EOF PIC X(3) VALUE 'NO'.
       01 RUN-DATE-WS.
           05 RUN-DATE-YY PIC 9999.
           05 RUN-DATE-MM PIC 99.
           05 RUN-DATE-DD PIC 99.
       01 CUR-PERIOD-WS.
           05 CP-YYYY PIC 9999.
           05 CP-MM PIC 99.
       01 SEC-CNT PIC 9(4) VALUE 0.
       01 EXC-CNT PIC 9(4) VALUE 0.
       01 RECS-READ PIC 9(6) VALUE 0.
       01 ACK-ANSWER PIC X VALUE 'N'.
       01 ACK-BY-WS PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
      *  THE PRE-PAYROLL CHECK OF TIMEKEEPING AGAINST LEAVE: THE
      *  CUTOFF'S ABSENT DAYS AGAINST THE APPROVED LEAVE FILED FOR THE
      *  PERIOD, AND THE LEAVE AGAINST THE BALANCE FILE. ANY
      *  EXCEPTION HOLDS THE PAYROLL RUN UNTIL THE FILES ARE FIXED AND
      *  THIS IS RERUN CLEAN, OR A REVIEWER ACKNOWLEDGES THEM HERE.
       MAIN-RTN.
           PERFORM GET-PROC-DATE-RTN.
           MOVE RUN-DATE-YY TO CP-YYYY.
           MOVE RUN-DATE-MM TO CP-MM.
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-TK-RTN.
           PERFORM LOAD-TRN-RTN.
           PERFORM LOAD-EMP-RTN.
           PERFORM DROP-OTHER-CO-RTN.
           PERFORM LOAD-LWOP-RTN.
           PERFORM LOAD-BAL-RTN.
           OPEN OUTPUT REP-FILE.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM HDR2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HDR3.
           MOVE CP-MM TO PRD-MM.
           MOVE CP-YYYY TO PRD-YYYY.
           WRITE REP-OUT FROM PERIOD-HDR.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM SEC1-HDR.
           WRITE REP-OUT FROM SEC1-COLS.
           MOVE 0 TO SEC-CNT.
           MOVE 1 TO RT-SUB.
           PERFORM PRINT-UNCOVERED-COMP UNTIL RT-SUB > RT-CNT.
           IF SEC-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM SEC2-HDR.
           WRITE REP-OUT FROM SEC2-COLS.
           MOVE 0 TO SEC-CNT.
           MOVE 1 TO RT-SUB.
           PERFORM PRINT-UNMATCHED-COMP UNTIL RT-SUB > RT-CNT.
           IF SEC-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM SEC3-HDR.
           WRITE REP-OUT FROM SEC3-COLS.
           MOVE 0 TO SEC-CNT.
           MOVE 1 TO RT-SUB.
           PERFORM PRINT-OVERBAL-COMP UNTIL RT-SUB > RT-CNT.
           IF SEC-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE EXC-CNT TO ET-CNT.
           WRITE REP-OUT FROM EXC-TOT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'N' TO ACK-ANSWER.
           MOVE SPACES TO ACK-BY-WS.
           IF EXC-CNT = 0
               WRITE REP-OUT FROM CLEAN-LINE
           ELSE
               PERFORM GET-ACK-RTN
               IF ACK-ANSWER = 'Y'
                   MOVE ACK-BY-WS TO AL-ACK-BY
                   WRITE REP-OUT FROM ACK-LINE
               ELSE
                   WRITE REP-OUT FROM HOLD-LINE
               END-IF
           END-IF.
           CLOSE REP-FILE.
           PERFORM WRITE-CTL-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'LEAVE RECONCILIATION COMPLETE'.
           DISPLAY 'CHECK ' LVRECON-FILE-NAME ' FOR THE REPORT'.
           STOP RUN.
      *  A REVIEWER MAY RELEASE THE PERIOD WITH THE EXCEPTIONS STILL
      *  OPEN - THE REVIEWER'S ID GOES ON THE REPORT AND THE CONTROL
      *  RECORD.
       GET-ACK-RTN.
           DISPLAY EXC-CNT ' LEAVE RECONCILIATION EXCEPTION(S) - SEE'
               ' ' LVRECON-FILE-NAME.
           DISPLAY 'ACKNOWLEDGE AND RELEASE PAYROLL (Y/N)? '.
           ACCEPT ACK-ANSWER.
           IF ACK-ANSWER = 'Y'
               DISPLAY 'ENTER REVIEWER ID: '
               ACCEPT ACK-BY-WS
               IF ACK-BY-WS = SPACES
                   DISPLAY 'NO REVIEWER ID - NOT ACKNOWLEDGED.'
                   MOVE 'N' TO ACK-ANSWER
               END-IF
           END-IF.
      *  ONE CONTROL RECORD, REPLACED EVERY RUN - THE LATEST
      *  RECONCILIATION IS THE ONE PAYROLL-TXT HONORS.
       WRITE-CTL-RTN.
           MOVE CUR-PERIOD-WS TO LC-PERIOD.
           MOVE EXC-CNT TO LC-EXC-CNT.
           MOVE ACK-ANSWER TO LC-ACK.
           MOVE ACK-BY-WS TO LC-ACK-BY.
           MOVE RUN-DATE-DD TO LC-DAY.
           OPEN OUTPUT CTL-OUT.
           WRITE CTL-REC.
           CLOSE CTL-OUT.
      *  MORE DAYS ABSENT THAN APPROVED LEAVE - THE DIFFERENCE WILL BE
      *  DOCKED AS AN UNEXCUSED ABSENCE.
       PRINT-UNCOVERED-COMP.
           IF RT-ABS (RT-SUB) > RT-LEAVE (RT-SUB)
               COMPUTE DIFF-DAYS = RT-ABS (RT-SUB) - RT-LEAVE (RT-SUB)
               MOVE RT-EMPNO (RT-SUB) TO SD-EMPNO
               MOVE RT-ABS (RT-SUB) TO SD-DAYS1
               MOVE RT-LEAVE (RT-SUB) TO SD-DAYS2
               MOVE DIFF-DAYS TO SD-DAYS3
               WRITE REP-OUT FROM SEC-DTL
               ADD 1 TO SEC-CNT
               ADD 1 TO EXC-CNT
           END-IF.
           ADD 1 TO RT-SUB.
      *  MORE APPROVED LEAVE THAN DAYS ABSENT - EITHER TIMEKEEPING
      *  MISSED THE LEAVE OR THE EMPLOYEE REPORTED FOR WORK.
       PRINT-UNMATCHED-COMP.
           IF RT-LEAVE (RT-SUB) > RT-ABS (RT-SUB)
               COMPUTE DIFF-DAYS = RT-LEAVE (RT-SUB) - RT-ABS (RT-SUB)
               MOVE RT-EMPNO (RT-SUB) TO SD-EMPNO
               MOVE RT-LEAVE (RT-SUB) TO SD-DAYS1
               MOVE RT-ABS (RT-SUB) TO SD-DAYS2
               MOVE DIFF-DAYS TO SD-DAYS3
               WRITE REP-OUT FROM SEC-DTL
               ADD 1 TO SEC-CNT
               ADD 1 TO EXC-CNT
           END-IF.
           ADD 1 TO RT-SUB.
      *  PAID LEAVE (THE PERIOD'S APPROVED DAYS LESS THOSE PASSED
      *  THROUGH AS LEAVE WITHOUT PAY) THAT THE BALANCE FILE DOES NOT
      *  SUPPORT - NO BALANCE RECORD AT ALL, OR CREDITS USED PAST
      *  CREDITS EARNED.
       PRINT-OVERBAL-COMP.
           IF RT-LEAVE (RT-SUB) > RT-LWOP (RT-SUB)
               IF RT-BAL-SW (RT-SUB) = 'NO'
                   MOVE RT-EMPNO (RT-SUB) TO S3-EMPNO
                   MOVE RT-LEAVE (RT-SUB) TO S3-LEAVE
                   MOVE 0 TO S3-EARNED
                   MOVE 0 TO S3-USED
                   MOVE 0 TO S3-BAL
                   MOVE 'NO BALANCE' TO S3-NOTE
                   WRITE REP-OUT FROM SEC3-DTL
                   ADD 1 TO SEC-CNT
                   ADD 1 TO EXC-CNT
               ELSE
                   IF RT-USED (RT-SUB) > RT-EARNED (RT-SUB)
                       COMPUTE BAL-DAYS = RT-EARNED (RT-SUB)
                           - RT-USED (RT-SUB)
                       MOVE RT-EMPNO (RT-SUB) TO S3-EMPNO
                       MOVE RT-LEAVE (RT-SUB) TO S3-LEAVE
                       MOVE RT-EARNED (RT-SUB) TO S3-EARNED
                       MOVE RT-USED (RT-SUB) TO S3-USED
                       MOVE BAL-DAYS TO S3-BAL
                       MOVE 'OVERDRAWN' TO S3-NOTE
                       WRITE REP-OUT FROM SEC3-DTL
                       ADD 1 TO SEC-CNT
                       ADD 1 TO EXC-CNT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO RT-SUB.
      *  FIND KEY-EMPNO'S ROW, OPENING A NEW ONE THE FIRST TIME THE
      *  EMPLOYEE SHOWS. RT-SUB IS PAST RT-CNT WHEN THE TABLE IS FULL.
       FIND-RT-RTN.
           MOVE 1 TO RT-SUB.
           PERFORM FIND-RT-COMP UNTIL RT-SUB > RT-CNT
               OR RT-EMPNO (RT-SUB) = KEY-EMPNO.
           IF RT-SUB > RT-CNT
               IF RT-CNT < 300
                   ADD 1 TO RT-CNT
                   MOVE KEY-EMPNO TO RT-EMPNO (RT-CNT)
                   MOVE 0 TO RT-ABS (RT-CNT)
                   MOVE 0 TO RT-LEAVE (RT-CNT)
                   MOVE 0 TO RT-LWOP (RT-CNT)
                   MOVE 'NO' TO RT-BAL-SW (RT-CNT)
                   MOVE 0 TO RT-EARNED (RT-CNT)
                   MOVE 0 TO RT-USED (RT-CNT)
                   MOVE HOME-CO-WS TO RT-CO (RT-CNT)
               END-IF
           END-IF.
       FIND-RT-COMP.
           ADD 1 TO RT-SUB.
      *  THE CUTOFF'S ABSENT DAYS. A MISSING TIMEKEEP.TXT (STATUS 35)
      *  MEANS NO ABSENCES - EVERY APPROVED LEAVE THEN SHOWS AS
      *  UNMATCHED.
       LOAD-TK-RTN.
           MOVE 'NO' TO TK-EOF.
           OPEN INPUT TK-IN.
           IF TK-STATUS = '35'
               MOVE 'YES' TO TK-EOF
           ELSE
               READ TK-IN
                   AT END MOVE 'YES' TO TK-EOF
               END-READ
               PERFORM LOAD-TK-REC-RTN UNTIL TK-EOF = 'YES'
               CLOSE TK-IN
           END-IF.
       LOAD-TK-REC-RTN.
           ADD 1 TO RECS-READ.
           IF TK-ABS-DAYS > 0
               MOVE TK-EMPNO TO KEY-EMPNO
               PERFORM FIND-RT-RTN
               IF RT-SUB <= RT-CNT
                   ADD TK-ABS-DAYS TO RT-ABS (RT-SUB)
               END-IF
           END-IF.
           READ TK-IN AT END MOVE 'YES' TO TK-EOF.
      *  APPROVED LEAVE STARTING IN THE PERIOD. A MISSING
      *  LEAVETRN.TXT (STATUS 35) MEANS NO LEAVE FILED.
       LOAD-TRN-RTN.
           MOVE 'NO' TO TRN-EOF.
           OPEN INPUT TRN-IN.
           IF TRN-STATUS = '35'
               MOVE 'YES' TO TRN-EOF
           ELSE
               READ TRN-IN
                   AT END MOVE 'YES' TO TRN-EOF
               END-READ
               PERFORM LOAD-TRN-REC-RTN UNTIL TRN-EOF = 'YES'
               CLOSE TRN-IN
           END-IF.
       LOAD-TRN-REC-RTN.
           ADD 1 TO RECS-READ.
           IF LT-STATUS = 'A' AND LT-PERIOD = CUR-PERIOD-WS
               MOVE LT-EMPNO TO KEY-EMPNO
               PERFORM FIND-RT-RTN
               IF RT-SUB <= RT-CNT
                   ADD LT-DAYS TO RT-LEAVE (RT-SUB)
               END-IF
           END-IF.
           READ TRN-IN AT END MOVE 'YES' TO TRN-EOF.
      *  EACH ROW'S COMPANY FROM THE EMPLOYEE MASTER. A MISSING
      *  EMPMAST.DAT (STATUS 35) LEAVES EVERY ROW THE HOME COMPANY'S.
       LOAD-EMP-RTN.
           MOVE 'NO' TO EMP-EOF.
           OPEN INPUT EMP-IN.
           IF MAST-STATUS = '35'
               MOVE 'YES' TO EMP-EOF
           ELSE
               READ EMP-IN
                   AT END MOVE 'YES' TO EMP-EOF
               END-READ
               PERFORM LOAD-EMP-REC-RTN UNTIL EMP-EOF = 'YES'
               CLOSE EMP-IN
           END-IF.
       LOAD-EMP-REC-RTN.
           IF EMPCO NOT = SPACES
               MOVE 1 TO RT-SUB
               PERFORM FIND-RT-COMP UNTIL RT-SUB > RT-CNT
                   OR RT-EMPNO (RT-SUB) = EMPNO
               IF RT-SUB <= RT-CNT
                   MOVE EMPCO TO RT-CO (RT-SUB)
               END-IF
           END-IF.
           READ EMP-IN AT END MOVE 'YES' TO EMP-EOF.
      *  KEEP ONLY THE RUN COMPANY'S EMPLOYEES. A ROW TAKES ITS
      *  COMPANY FROM THE MASTER; ONE NOT ON THE MASTER, OR CARRYING
      *  NO CODE, IS THE HOME COMPANY'S.
       DROP-OTHER-CO-RTN.
           MOVE 0 TO RT-KEEP.
           MOVE 1 TO RT-SUB.
           PERFORM DROP-OTHER-CO-COMP UNTIL RT-SUB > RT-CNT.
           MOVE RT-KEEP TO RT-CNT.
       DROP-OTHER-CO-COMP.
           IF RT-CO (RT-SUB) = COPROF-CODE-WS
               ADD 1 TO RT-KEEP
               MOVE RT-ENTRY (RT-SUB) TO RT-ENTRY (RT-KEEP)
           END-IF.
           ADD 1 TO RT-SUB.
      *  THE PERIOD'S LEAVE-WITHOUT-PAY DAYS, FOR EMPLOYEES WHO FILED
      *  LEAVE - THE UNPAID PART NEEDS NO BALANCE BEHIND IT.
       LOAD-LWOP-RTN.
           MOVE 'NO' TO LWOP-EOF.
           OPEN INPUT LWOP-IN.
           IF LWOP-STATUS = '35'
               MOVE 'YES' TO LWOP-EOF
           ELSE
               READ LWOP-IN
                   AT END MOVE 'YES' TO LWOP-EOF
               END-READ
               PERFORM LOAD-LWOP-REC-RTN UNTIL LWOP-EOF = 'YES'
               CLOSE LWOP-IN
           END-IF.
       LOAD-LWOP-REC-RTN.
           ADD 1 TO RECS-READ.
           IF LW-PERIOD = CUR-PERIOD-WS
               MOVE 1 TO RT-SUB
               PERFORM FIND-RT-COMP UNTIL RT-SUB > RT-CNT
                   OR RT-EMPNO (RT-SUB) = LW-EMPNO
               IF RT-SUB <= RT-CNT
                   ADD LW-DAYS TO RT-LWOP (RT-SUB)
               END-IF
           END-IF.
           READ LWOP-IN AT END MOVE 'YES' TO LWOP-EOF.
      *  BALANCES FOR THE EMPLOYEES ALREADY IN THE TABLE.
       LOAD-BAL-RTN.
           MOVE 'NO' TO BAL-EOF.
           OPEN INPUT BAL-IN.
           IF BAL-STATUS = '35'
               MOVE 'YES' TO BAL-EOF
           ELSE
               READ BAL-IN
                   AT END MOVE 'YES' TO BAL-EOF
               END-READ
               PERFORM LOAD-BAL-REC-RTN UNTIL BAL-EOF = 'YES'
               CLOSE BAL-IN
           END-IF.
       LOAD-BAL-REC-RTN.
           ADD 1 TO RECS-READ.
           MOVE 1 TO RT-SUB.
           PERFORM FIND-RT-COMP UNTIL RT-SUB > RT-CNT
               OR RT-EMPNO (RT-SUB) = LB-EMPNO.
           IF RT-SUB <= RT-CNT
               MOVE 'YES' TO RT-BAL-SW (RT-SUB)
               MOVE LB-EARNED TO RT-EARNED (RT-SUB)
               MOVE LB-USED TO RT-USED (RT-SUB)
           END-IF.
           READ BAL-IN AT END MOVE 'YES' TO BAL-EOF.
       GET-PROC-DATE-RTN.
           OPEN INPUT PROCDATE-IN.
           IF PROCDATE-STATUS = '35'
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           ELSE
               READ PROCDATE-IN
                   AT END
                       ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE PD-DATE TO RUN-DATE-WS
               END-READ
               CLOSE PROCDATE-IN
           END-IF.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'LEAVE-RECON    ' TO RL-JOBNAME.
           MOVE RUN-DATE-WS TO RL-DATE.
           ACCEPT RL-TIME FROM TIME.
           MOVE RECS-READ TO RL-RECS-READ.
           MOVE EXC-CNT TO RL-RECS-WRITTEN.
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
               IF RUNCO-PAY NOT = SPACES
                   MOVE RUNCO-PAY TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (LVRCTL_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO LVRCTL-FILE-NAME
               STRING 'LVRCTL_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO LVRCTL-FILE-NAME
               MOVE SPACES TO LVRECON-FILE-NAME
               STRING 'LVRECON_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO LVRECON-FILE-NAME
           END-IF.
