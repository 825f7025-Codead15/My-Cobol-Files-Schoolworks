       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-YREND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  LOCK FILES - THE SIMPLE CLAIM/RELEASE CONVENTION EVERY
      *  PROGRAM HONORS SO A MAINTENANCE SESSION AND A BATCH RUN
      *  CANNOT WORK THE SAME MASTER AT ONCE.
           SELECT EMPMAST-LOCK ASSIGN TO "EMPMAST.LCK"
               FILE STATUS IS LOCK-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER - MONRATE GIVES THE DAILY
      *  RATE THE CONVERTED DAYS ARE PAID AT.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
      *  THE LEAVE BALANCE FILE KEPT BY LEAVE-ACCRUE AND LEAVE-APPL.
      *  THIS RUN CLOSES THE LEAVE YEAR: EACH BALANCE IS CUT BACK TO
      *  THE DAYS CARRIED INTO THE NEW YEAR.
           SELECT BAL-FILE ASSIGN TO "LEAVEBAL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BAL-STATUS.
      *  MONETIZED LEAVE FOR THE NEXT PAYROLL-TXT RUN, WHICH PAYS IT
      *  AS A TAXABLE EARNING AND CONSUMES THE RECORD.
           SELECT LVCONV-OUT ASSIGN TO "LVCONV.TXT"
               FILE STATUS IS LVCONV-STATUS.
      *  YEAR-END LEAVE REGISTER FOR HR AND PAYROLL.
           SELECT SUM-OUT ASSIGN TO LVYREND-FILE-NAME.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  THE DATE STAMPED ON EVERYTHING THIS RUN PRODUCES, SO A
      *  RERUN CARRIES THE RIGHT DATE. A MISSING PROCDATE.TXT FALLS
      *  BACK TO THE MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
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
       FD BAL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BAL-REC.
       01 BAL-REC.
           05 LB-EMPNO PIC X(10).
           05 LB-EARNED PIC 9(4)V99.
           05 LB-USED PIC 9(4)V99.
       FD LVCONV-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS LVCONV-REC.
       01 LVCONV-REC.
           05 LV-EMPNO PIC X(10).
           05 LV-PERIOD PIC X(6).
           05 LV-AMOUNT PIC 9(7)V99.
       FD SUM-OUT.
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
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
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
       01 LVYREND-FILE-NAME PIC X(20) VALUE 'LVYREND.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 PROCDATE-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'LEAVE-YREND'.
       01 MAST-STATUS PIC XX.
       01 BAL-STATUS PIC XX.
       01 LVCONV-STATUS PIC XX.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(11).
           05 FILLER PIC X(32) VALUE 'YEAR-END LEAVE CONVERSION RUN'.
           05 FILLER PIC X(24).
       01 HDR2.
           05 FILLER PIC X(31).
           05 FILLER PIC X(12) VALUE 'LEAVE YEAR: '.
           05 H2-YEAR PIC 9(4).
           05 FILLER PIC X(33).
       01 COL-HDR.
           05 FILLER PIC X(11) VALUE 'EMP. NO.'.
           05 FILLER PIC X(21) VALUE 'EMPLOYEE NAME'.
           05 FILLER PIC X(8) VALUE 'BALANCE'.
           05 FILLER PIC X(8) VALUE 'CARRIED'.
           05 FILLER PIC X(8) VALUE 'CONVERT'.
           05 FILLER PIC X(8) VALUE 'FORFEIT'.
           05 FILLER PIC X(12) VALUE '      AMOUNT'.
           05 FILLER PIC X(4).
       01 DTL-LINE.
           05 DL-EMPNO PIC X(10).
           05 FILLER PIC X(1).
           05 DL-EMPNA PIC X(20).
           05 FILLER PIC X(1).
           05 DL-BAL PIC ZZZ9.99.
           05 FILLER PIC X(2).
           05 DL-CARRY PIC ZZ9.99.
           05 FILLER PIC X(2).
           05 DL-CONV PIC ZZ9.99.
           05 FILLER PIC X(2).
           05 DL-FORF PIC ZZ9.99.
           05 FILLER PIC X(1).
           05 DL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(4).
       01 TOT-LINE.
           05 FILLER PIC X(11) VALUE 'TOTALS'.
           05 FILLER PIC X(11) VALUE 'EMPLOYEES:'.
           05 TL-CNT PIC ZZZ9.
           05 FILLER PIC X(5).
           05 TL-BAL PIC ZZZZ9.99.
           05 TL-CARRY PIC ZZZZ9.99.
           05 FILLER PIC X(1).
           05 TL-CONV PIC ZZZ9.99.
           05 FILLER PIC X(1).
           05 TL-FORF PIC ZZZ9.99.
           05 FILLER PIC X(1).
           05 TL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(4).
       01 POLICY-LINE.
           05 FILLER PIC X(17) VALUE 'CARRY-OVER CAP:'.
           05 PL-CARRY PIC ZZ9.99.
           05 FILLER PIC X(9) VALUE ' DAYS'.
           05 FILLER PIC X(20) VALUE 'CONVERTIBLE LIMIT:'.
           05 PL-CONV PIC ZZ9.99.
           05 FILLER PIC X(22) VALUE ' DAYS'.
       01 NOTE-LINE1.
           05 FILLER PIC X(60) VALUE
               'DAYS UP TO THE CAP CARRY INTO THE NEW YEAR; DAYS OVER'.
           05 FILLER PIC X(20).
       01 NOTE-LINE2.
           05 FILLER PIC X(60) VALUE
               'IT ARE CONVERTED UP TO THE LIMIT AT MONTHLY RATE / 22'.
           05 FILLER PIC X(20).
       01 NOTE-LINE3.
           05 FILLER PIC X(60) VALUE
               'AND PAID IN THE NEXT PAYROLL. THE REST IS FORFEITED.'.
           05 FILLER PIC X(20).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  YEAR-END LEAVE POLICY, IN DAYS - THE MOST AN EMPLOYEE CARRIES
      *  INTO THE NEW YEAR, AND THE MOST OF THE EXCESS THAT IS PAID
      *  OUT. WORKING DAYS PER MONTH FOR THE DAILY RATE ARE THE SAME
      *  22 PAYROLL-TXT AND SEPARATION-PROC USE.
       01 CARRY-CAP-WS PIC 999V99 VALUE 15.00.
       01 CONV-MAX-WS PIC 999V99 VALUE 10.00.
       01 WORK-DAYS-WS PIC 99 VALUE 22.
      *  THE BALANCE FILE, TABLED FOR UPDATE AND REWRITE.
       01 BAL-TABLE.
           05 BLT-ENTRY OCCURS 300 TIMES.
               10 BLT-EMPNO PIC X(10).
               10 BLT-EARNED PIC 9(4)V99.
               10 BLT-USED PIC 9(4)V99.
       01 BLT-CNT PIC 999 VALUE 0.
       01 BLT-SUB PIC 999 VALUE 0.
      *  ONE EMPLOYEE'S YEAR-END FIGURES.
       01 CUR-BAL PIC S9(4)V99 VALUE 0.
       01 CUR-CARRY PIC 9(4)V99 VALUE 0.
       01 CUR-CONV PIC 9(4)V99 VALUE 0.
       01 CUR-FORF PIC 9(4)V99 VALUE 0.
       01 CUR-EXCESS PIC 9(4)V99 VALUE 0.
       01 DAILY-RATE-WS PIC 9(5)V99 VALUE 0.
       01 CUR-AMT PIC 9(7)V99 VALUE 0.
       01 GRAND-BAL PIC 9(6)V99 VALUE 0.
       01 GRAND-CARRY PIC 9(6)V99 VALUE 0.
       01 GRAND-CONV PIC 9(5)V99 VALUE 0.
       01 GRAND-FORF PIC 9(5)V99 VALUE 0.
       01 GRAND-AMT PIC 9(8)V99 VALUE 0.
       01 TODAY-WS.
           05 TD-YYYY PIC 9999.
           05 TD-MM PIC 99.
           05 TD-DD PIC 99.
       01 TODAY-PERIOD REDEFINES TODAY-WS.
           05 TD-PERIOD PIC X(6).
           05 FILLER PIC X(2).
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'NO'.
           05 CLOSE-CNT PIC 9(4) VALUE 0.
           05 CONV-CNT PIC 9(4) VALUE 0.
           05 SKIP-CNT PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
      *  THE YEAR-END LEAVE RUN: EVERY ACTIVE EMPLOYEE'S UNUSED
      *  CREDITS ARE SPLIT INTO DAYS CARRIED OVER (UP TO THE CAP),
      *  DAYS CONVERTED TO CASH (UP TO THE CONVERTIBLE LIMIT) AND
      *  DAYS FORFEITED. THE CONVERSION IS QUEUED ON LVCONV.TXT FOR
      *  THE NEXT PAYROLL AND LEAVEBAL.TXT STARTS THE NEW YEAR WITH
      *  THE CARRIED DAYS ONLY. A SECOND RUN FINDS EVERY BALANCE
      *  ALREADY WITHIN THE CAP AND CONVERTS NOTHING.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM GET-PROC-DATE-RTN.
      *  A RUN IN DECEMBER CLOSES THE CURRENT YEAR; ONE IN THE NEW
      *  YEAR CLOSES THE YEAR JUST ENDED.
           IF TD-MM = 12
               MOVE TD-YYYY TO H2-YEAR
           ELSE
               COMPUTE H2-YEAR = TD-YYYY - 1
           END-IF.
           PERFORM LOAD-BAL-RTN.
           OPEN EXTEND LVCONV-OUT.
           IF LVCONV-STATUS = '35'
               OPEN OUTPUT LVCONV-OUT
           END-IF.
           OPEN INPUT EMP-IN
               OUTPUT SUM-OUT.
           MOVE RUN-CO-WS TO HD-CO.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM HDR2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM COL-HDR.
           PERFORM READ-EMP-RTN.
           PERFORM CLOSE-EMP-RTN UNTIL EOF = 'YES'.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE CLOSE-CNT TO TL-CNT.
           MOVE GRAND-BAL TO TL-BAL.
           MOVE GRAND-CARRY TO TL-CARRY.
           MOVE GRAND-CONV TO TL-CONV.
           MOVE GRAND-FORF TO TL-FORF.
           MOVE GRAND-AMT TO TL-AMT.
           WRITE REP-OUT FROM TOT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE CARRY-CAP-WS TO PL-CARRY.
           MOVE CONV-MAX-WS TO PL-CONV.
           WRITE REP-OUT FROM POLICY-LINE.
           WRITE REP-OUT FROM NOTE-LINE1.
           WRITE REP-OUT FROM NOTE-LINE2.
           WRITE REP-OUT FROM NOTE-LINE3.
           CLOSE EMP-IN, SUM-OUT, LVCONV-OUT.
           PERFORM REWRITE-BAL-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'YEAR-END LEAVE RUN COMPLETE'.
           DISPLAY 'CHECK ' LVYREND-FILE-NAME ' FOR THE REGISTER'.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
      *  ONE EMPLOYEE: SEPARATED EMPLOYEES ARE LEFT ALONE - THEIR
      *  WHOLE BALANCE IS CONVERTED IN THE FINAL PAY BY
      *  SEPARATION-PROC. SO IS AN EMPLOYEE WITH NO BALANCE RECORD
      *  OR NOTHING UNUSED.
       CLOSE-EMP-RTN.
           IF STATS = 'SEPARATED   '
               ADD 1 TO SKIP-CNT
           ELSE
               MOVE 1 TO BLT-SUB
               PERFORM FIND-BAL-RTN UNTIL BLT-SUB > BLT-CNT
                   OR BLT-EMPNO (BLT-SUB) = EMPNO
               IF BLT-SUB > BLT-CNT
                   ADD 1 TO SKIP-CNT
               ELSE
                   COMPUTE CUR-BAL = BLT-EARNED (BLT-SUB)
                       - BLT-USED (BLT-SUB)
                   IF CUR-BAL > 0
                       PERFORM SPLIT-BAL-RTN
                       PERFORM POST-CLOSE-RTN
                   ELSE
                       ADD 1 TO SKIP-CNT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-EMP-RTN.
       FIND-BAL-RTN.
           ADD 1 TO BLT-SUB.
      *  CARRY UP TO THE CAP, CONVERT UP TO THE LIMIT OUT OF WHAT IS
      *  LEFT, AND FORFEIT THE REMAINDER.
       SPLIT-BAL-RTN.
           IF CUR-BAL > CARRY-CAP-WS
               MOVE CARRY-CAP-WS TO CUR-CARRY
           ELSE
               MOVE CUR-BAL TO CUR-CARRY
           END-IF.
           COMPUTE CUR-EXCESS = CUR-BAL - CUR-CARRY.
           IF CUR-EXCESS > CONV-MAX-WS
               MOVE CONV-MAX-WS TO CUR-CONV
           ELSE
               MOVE CUR-EXCESS TO CUR-CONV
           END-IF.
           COMPUTE CUR-FORF = CUR-EXCESS - CUR-CONV.
           COMPUTE DAILY-RATE-WS ROUNDED = MONRATE / WORK-DAYS-WS.
           COMPUTE CUR-AMT ROUNDED = CUR-CONV * DAILY-RATE-WS.
      *  QUEUE THE CONVERSION FOR PAYROLL, RESET THE BALANCE TO THE
      *  CARRIED DAYS, AND PRINT THE REGISTER LINE.
       POST-CLOSE-RTN.
           IF CUR-AMT > 0
               MOVE EMPNO TO LV-EMPNO
               MOVE TD-PERIOD TO LV-PERIOD
               MOVE CUR-AMT TO LV-AMOUNT
               WRITE LVCONV-REC
               ADD 1 TO CONV-CNT
           END-IF.
           MOVE CUR-CARRY TO BLT-EARNED (BLT-SUB).
           MOVE 0 TO BLT-USED (BLT-SUB).
           ADD 1 TO CLOSE-CNT.
           ADD CUR-BAL TO GRAND-BAL.
           ADD CUR-CARRY TO GRAND-CARRY.
           ADD CUR-CONV TO GRAND-CONV.
           ADD CUR-FORF TO GRAND-FORF.
           ADD CUR-AMT TO GRAND-AMT.
           MOVE EMPNO TO DL-EMPNO.
           MOVE EMPNA TO DL-EMPNA.
           MOVE CUR-BAL TO DL-BAL.
           MOVE CUR-CARRY TO DL-CARRY.
           MOVE CUR-CONV TO DL-CONV.
           MOVE CUR-FORF TO DL-FORF.
           MOVE CUR-AMT TO DL-AMT.
           WRITE REP-OUT FROM DTL-LINE.
      *  LOAD THE BALANCE FILE. A MISSING LEAVEBAL.TXT (STATUS 35)
      *  LEAVES THE TABLE EMPTY - NOTHING TO CLOSE.
       LOAD-BAL-RTN.
           MOVE 0 TO BLT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT BAL-FILE.
           IF BAL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ BAL-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-BAL-REC-RTN UNTIL EOF = 'YES'
               CLOSE BAL-FILE
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-BAL-REC-RTN.
           IF BLT-CNT < 300
               ADD 1 TO BLT-CNT
               MOVE LB-EMPNO TO BLT-EMPNO (BLT-CNT)
               MOVE LB-EARNED TO BLT-EARNED (BLT-CNT)
               MOVE LB-USED TO BLT-USED (BLT-CNT)
           END-IF.
           READ BAL-FILE AT END MOVE 'YES' TO EOF.
      *  REWRITE THE BALANCE FILE WITH THE NEW YEAR'S OPENING
      *  BALANCES. A RUN THAT LOADED NO BALANCE FILE LEAVES IT ALONE.
       REWRITE-BAL-RTN.
           IF BLT-CNT > 0
               OPEN OUTPUT BAL-FILE
               MOVE 1 TO BLT-SUB
               PERFORM REWRITE-BAL-COMP UNTIL BLT-SUB > BLT-CNT
               CLOSE BAL-FILE
           END-IF.
       REWRITE-BAL-COMP.
           MOVE BLT-EMPNO (BLT-SUB) TO LB-EMPNO.
           MOVE BLT-EARNED (BLT-SUB) TO LB-EARNED.
           MOVE BLT-USED (BLT-SUB) TO LB-USED.
           WRITE BAL-REC.
           ADD 1 TO BLT-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'LEAVE-YREND    ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           COMPUTE RL-RECS-READ = CLOSE-CNT + SKIP-CNT.
           MOVE CONV-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE RUN-CO-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-EMPMAST-RTN.
           MOVE 'FREE' TO EMPMAST-LOCK-HOLDER.
           OPEN INPUT EMPMAST-LOCK.
           IF LOCK-STATUS NOT = '35'
               READ EMPMAST-LOCK
                   AT END CONTINUE
               END-READ
               CLOSE EMPMAST-LOCK
               IF EMPMAST-LOCK-HOLDER NOT = SPACES
                   AND EMPMAST-LOCK-HOLDER NOT = 'FREE'
                   DISPLAY 'EMPLOYEE MASTER IS CLAIMED BY '
                       EMPMAST-LOCK-HOLDER
                   DISPLAY 'TRY AGAIN WHEN THAT RUN FINISHES.'
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT EMPMAST-LOCK.
           MOVE MY-PROG-NAME TO EMPMAST-LOCK-HOLDER.
           WRITE EMPMAST-LOCK-REC.
           CLOSE EMPMAST-LOCK.
      *  RELEASE THE CLAIM AT END OF RUN.
       RELEASE-EMPMAST-RTN.
           OPEN OUTPUT EMPMAST-LOCK.
           MOVE 'FREE' TO EMPMAST-LOCK-HOLDER.
           WRITE EMPMAST-LOCK-REC.
           CLOSE EMPMAST-LOCK.
      *  THE PROCESSING DATE FROM THE SHARED CONTROL FILE, THE
      *  MACHINE DATE WHEN NONE IS SET.
       GET-PROC-DATE-RTN.
           OPEN INPUT PROCDATE-IN.
           IF PROCDATE-STATUS = '35'
               ACCEPT TODAY-WS FROM DATE YYYYMMDD
           ELSE
               READ PROCDATE-IN
                   AT END
                       ACCEPT TODAY-WS FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE PD-DATE TO TODAY-WS
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
      *  HOME ONE CARRIES ITS CODE (LVYREND_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO LVYREND-FILE-NAME
               STRING 'LVYREND_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO LVYREND-FILE-NAME
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
