       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM-RECON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  COMM-PAY'S PAYMENT REGISTER - EVERY APPROVED COMMISSION,
      *  PAID THROUGH THE BANK FILE (STATUS SPACE, 'P' OR 'R' FROM
      *  BANK-RETURN) OR ROUTED TO PAYROLL ('W' WAITING, 'S' PAID ON
      *  THE PAYSLIP).
           SELECT REG-IN ASSIGN TO "COMMPREG.TXT"
               FILE STATUS IS REG-STATUS.
      *  PAYROLL-TXT'S RECORD OF EACH COMMISSION IT PAID ON A
      *  PAYSLIP.
           SELECT PAYCOMM-IN ASSIGN TO "PAYCOMM.TXT"
               FILE STATUS IS PAYCOMM-STATUS.
      *  THE SALESMAN ROSTER - FOR EACH SALESMAN'S COMPANY ONLY.
           SELECT SMAN-IN ASSIGN TO "SALESMAN.TXT"
               FILE STATUS IS SMAN-STATUS.
      *  THE RECONCILIATION REPORT.
           SELECT RECON-OUT ASSIGN TO COMMRECN-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REG-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS PAYREG-REC.
       01 PAYREG-REC.
           05 PR-SALESNUM PIC X(10).
           05 PR-PERIOD PIC X(6).
           05 PR-NET PIC 9(7)V99.
           05 PR-PAYDATE PIC 9(8).
           05 PR-PAY-SPLIT REDEFINES PR-PAYDATE.
              10 PR-PAY-YYYY PIC X(4).
              10 FILLER PIC X(4).
           05 PR-STATUS PIC X(1).
       FD PAYCOMM-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PAYCOMM-REC.
       01 PAYCOMM-REC.
           05 PCM-EMPNO PIC X(10).
           05 PCM-PERIOD PIC X(6).
           05 PCM-AMOUNT PIC 9(7)V99.
           05 PCM-APPRDATE PIC 9(8).
           05 PCM-APPR-SPLIT REDEFINES PCM-APPRDATE.
              10 PCM-APPR-YYYY PIC X(4).
              10 FILLER PIC X(4).
           05 PCM-PAYPER PIC X(6).
       FD SMAN-IN.
       01 SMAN-DETAILS.
           05 SMAN-NUM PIC X(12).
           05 SMAN-NAME PIC X(20).
           05 SMAN-Q1 PIC 9(5)V99.
           05 SMAN-Q2 PIC 9(5)V99.
           05 SMAN-Q3 PIC 9(5)V99.
           05 SMAN-Q4 PIC 9(5)V99.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SMAN-CO PIC X(4).
       FD RECON-OUT.
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
       01 RUN-CO-WS PIC X(4) VALUE 'DEST'.
       01 HOME-CO-WS PIC X(4) VALUE 'DEST'.
       01 RUNCO-STATUS PIC XX.
       01 COMMRECN-FILE-NAME PIC X(20) VALUE 'COMMRECN.TXT'.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(5).
           05 FILLER PIC X(44) VALUE
              'COMMISSION PAID-EXACTLY-ONCE RECONCILIATION'.
           05 FILLER PIC X(18).
       01 YEAR-LN.
           05 FILLER PIC X(16) VALUE 'APPROVAL YEAR:  '.
           05 YL-YEAR PIC X(4).
           05 FILLER PIC X(60).
       01 COL-HDR.
           05 FILLER PIC X(12) VALUE 'SALESMAN NO'.
           05 FILLER PIC X(8) VALUE 'PERIOD'.
           05 FILLER PIC X(12) VALUE '      AMOUNT'.
           05 FILLER PIC X(2).
           05 FILLER PIC X(10) VALUE 'APPROVED'.
           05 FILLER PIC X(4) VALUE 'ST'.
           05 FILLER PIC X(32) VALUE 'VERDICT'.
       01 DTL-LINE.
           05 DL-NUM PIC X(10).
           05 FILLER PIC X(2).
           05 DL-PERIOD PIC X(6).
           05 FILLER PIC X(2).
           05 DL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 DL-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 DL-STATUS PIC X(1).
           05 FILLER PIC X(3).
           05 DL-VERDICT PIC X(30).
           05 FILLER PIC X(2).
       01 SUM-LINE.
           05 SL-LBL PIC X(30).
           05 SL-CNT PIC ZZZ9.
           05 FILLER PIC X(2).
           05 SL-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(30).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE REGISTER FOR THE KEYED YEAR, TABLED IN FILE ORDER SO A
      *  SECOND PAYMENT OF THE SAME SALESMAN AND PERIOD CAN BE SET
      *  AGAINST THE FIRST.
       01 REG-TABLE.
           05 RGT-ENTRY OCCURS 2000 TIMES.
               10 RGT-NUM PIC X(10).
               10 RGT-PERIOD PIC X(6).
               10 RGT-AMOUNT PIC 9(7)V99.
               10 RGT-DATE PIC 9(8).
               10 RGT-STATUS PIC X(1).
       01 RGT-CNT PIC 9(4) VALUE 0.
       01 RGT-SUB PIC 9(4) VALUE 0.
       01 RGT-PRIOR PIC 9(4) VALUE 0.
      *  THE PAYSLIP RECORDS FOR THE KEYED YEAR, EACH WITH THE NUMBER
      *  OF REGISTER RECORDS IT MATCHED.
       01 PAYCOMM-TABLE.
           05 PCT-ENTRY OCCURS 2000 TIMES.
               10 PCT-EMPNO PIC X(10).
               10 PCT-PERIOD PIC X(6).
               10 PCT-AMOUNT PIC 9(7)V99.
               10 PCT-DATE PIC 9(8).
               10 PCT-HITS PIC 9(4).
       01 PCT-CNT PIC 9(4) VALUE 0.
       01 PCT-SUB PIC 9(4) VALUE 0.
       01 SLIP-HITS PIC 9(4) VALUE 0.
       01 DUP-SW PIC X(3) VALUE 'NO'.
       01 KEY-YEAR-WS PIC X(4).
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 REG-STATUS PIC XX.
       01 PAYCOMM-STATUS PIC XX.
      *  ANOTHER COMPANY'S SALESMEN - THEIR REGISTER AND PAYSLIP ROWS
      *  ARE LEFT OUT.
       01 OCS-TABLE.
           05 OCS-NUM OCCURS 500 TIMES PIC X(10).
       01 OCS-CNT PIC 999 VALUE 0.
       01 OCS-SUB PIC 999 VALUE 0.
       01 OCS-KEY-WS PIC X(10).
       01 SMAN-STATUS PIC XX.
      *  THE RESULT COUNTS AND AMOUNTS.
       01 BANK-PAID-CNT PIC 9(4) VALUE 0.
       01 BANK-PAID-AMT PIC 9(9)V99 VALUE 0.
       01 BANK-WAIT-CNT PIC 9(4) VALUE 0.
       01 BANK-WAIT-AMT PIC 9(9)V99 VALUE 0.
       01 SLIP-PAID-CNT PIC 9(4) VALUE 0.
       01 SLIP-PAID-AMT PIC 9(9)V99 VALUE 0.
       01 SLIP-WAIT-CNT PIC 9(4) VALUE 0.
       01 SLIP-WAIT-AMT PIC 9(9)V99 VALUE 0.
       01 FLAG-CNT PIC 9(4) VALUE 0.
       01 FLAG-AMT PIC 9(9)V99 VALUE 0.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'NO'.
           05 READ-CNT PIC 9(6) VALUE 0.
           05 LINE-CNT PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
      *  PROVES EVERY APPROVED COMMISSION WAS PAID EXACTLY ONCE -
      *  EITHER BY THE BANK FILE OR ON A PAYSLIP, NEVER BOTH, NEVER
      *  TWICE. EACH REGISTER RECORD IS MATCHED TO PAYCOMM.TXT BY
      *  SALESMAN, PERIOD, APPROVAL DATE, AND AMOUNT. ITEMS STILL
      *  WAITING FOR THE BANK OR THE NEXT PAYROLL ARE LISTED BUT NOT
      *  FLAGGED. ANY FLAG ENDS THE JOB WITH A NONZERO RETURN-CODE
      *  SO BATCH-DRIVER SHOWS IT FAILED, THE SAME AS CTL-BALANCE.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-YEAR-RTN UNTIL VALID-SW = 'YES'.
           PERFORM LOAD-SMAN-RTN.
           PERFORM LOAD-PAYCOMM-RTN.
           PERFORM LOAD-REG-RTN.
           OPEN OUTPUT RECON-OUT.
           MOVE RUN-CO-WS TO HD-CO.
           WRITE REP-OUT FROM HDR1.
           IF KEY-YEAR-WS = SPACES
               MOVE 'ALL' TO YL-YEAR
           ELSE
               MOVE KEY-YEAR-WS TO YL-YEAR
           END-IF.
           WRITE REP-OUT FROM YEAR-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM COL-HDR.
           MOVE 1 TO RGT-SUB.
           PERFORM JUDGE-REG-RTN UNTIL RGT-SUB > RGT-CNT.
           MOVE 1 TO PCT-SUB.
           PERFORM JUDGE-SLIP-RTN UNTIL PCT-SUB > PCT-CNT.
           PERFORM SUMMARY-RTN.
           CLOSE RECON-OUT.
           PERFORM LOG-RUN-RTN.
           IF FLAG-CNT > 0
               DISPLAY 'COMMISSIONS NOT PAID EXACTLY ONCE - SEE '
                   COMMRECN-FILE-NAME
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'EVERY COMMISSION PAID EXACTLY ONCE.'
           END-IF.
           STOP RUN.
      *  THE APPROVAL YEAR TO RECONCILE. A BLANK ENTRY (AN
      *  UNATTENDED BATCH RUN) RECONCILES THE WHOLE REGISTER.
       GET-YEAR-RTN.
           DISPLAY 'ENTER APPROVAL YEAR (YYYY, BLANK FOR ALL): '.
           MOVE SPACES TO KEY-YEAR-WS.
           ACCEPT KEY-YEAR-WS.
           IF KEY-YEAR-WS = SPACES OR KEY-YEAR-WS IS NUMERIC
               MOVE 'YES' TO VALID-SW
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  TABLE ANOTHER COMPANY'S SALESMEN. A MISSING SALESMAN.TXT
      *  (STATUS 35) LEAVES EVERY SALESMAN THE HOME COMPANY'S.
       LOAD-SMAN-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT SMAN-IN.
           IF SMAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ SMAN-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-SMAN-REC-RTN UNTIL EOF = 'YES'
               CLOSE SMAN-IN
           END-IF.
       LOAD-SMAN-REC-RTN.
           IF SMAN-CO NOT = RUN-CO-WS
               AND NOT (SMAN-CO = SPACES
                   AND RUN-CO-WS = HOME-CO-WS)
               AND OCS-CNT < 500
               ADD 1 TO OCS-CNT
               MOVE SMAN-NUM TO OCS-NUM (OCS-CNT)
           END-IF.
           READ SMAN-IN AT END MOVE 'YES' TO EOF.
      *  IS OCS-KEY-WS ANOTHER COMPANY'S SALESMAN? OCS-SUB ENDS PAST
      *  OCS-CNT WHEN NOT.
       FIND-OCS-RTN.
           MOVE 1 TO OCS-SUB.
           PERFORM FIND-OCS-COMP UNTIL OCS-SUB > OCS-CNT
               OR OCS-NUM (OCS-SUB) = OCS-KEY-WS.
       FIND-OCS-COMP.
           ADD 1 TO OCS-SUB.
      *  A MISSING PAYCOMM.TXT (STATUS 35) MEANS NOTHING HAS BEEN
      *  PAID THROUGH PAYROLL YET.
       LOAD-PAYCOMM-RTN.
           MOVE 0 TO PCT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAYCOMM-IN.
           IF PAYCOMM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAYCOMM-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-PAYCOMM-REC-RTN UNTIL EOF = 'YES'
               CLOSE PAYCOMM-IN
           END-IF.
       LOAD-PAYCOMM-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE PCM-EMPNO TO OCS-KEY-WS.
           PERFORM FIND-OCS-RTN.
           IF (KEY-YEAR-WS = SPACES OR PCM-APPR-YYYY = KEY-YEAR-WS)
               AND OCS-SUB > OCS-CNT
               IF PCT-CNT < 2000
                   ADD 1 TO PCT-CNT
                   MOVE PCM-EMPNO TO PCT-EMPNO (PCT-CNT)
                   MOVE PCM-PERIOD TO PCT-PERIOD (PCT-CNT)
                   MOVE PCM-AMOUNT TO PCT-AMOUNT (PCT-CNT)
                   MOVE PCM-APPRDATE TO PCT-DATE (PCT-CNT)
                   MOVE 0 TO PCT-HITS (PCT-CNT)
               END-IF
           END-IF.
           READ PAYCOMM-IN AT END MOVE 'YES' TO EOF.
      *  A MISSING COMMPREG.TXT (STATUS 35) LEAVES THE TABLE EMPTY.
       LOAD-REG-RTN.
           MOVE 0 TO RGT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT REG-IN.
           IF REG-STATUS = '35'
               MOVE 'YES' TO EOF
               DISPLAY 'NO PAYMENT REGISTER ON FILE.'
           ELSE
               READ REG-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-REG-REC-RTN UNTIL EOF = 'YES'
               CLOSE REG-IN
           END-IF.
       LOAD-REG-REC-RTN.
           ADD 1 TO READ-CNT.
           MOVE PR-SALESNUM TO OCS-KEY-WS.
           PERFORM FIND-OCS-RTN.
           IF (KEY-YEAR-WS = SPACES OR PR-PAY-YYYY = KEY-YEAR-WS)
               AND OCS-SUB > OCS-CNT
               IF RGT-CNT < 2000
                   ADD 1 TO RGT-CNT
                   MOVE PR-SALESNUM TO RGT-NUM (RGT-CNT)
                   MOVE PR-PERIOD TO RGT-PERIOD (RGT-CNT)
                   MOVE PR-NET TO RGT-AMOUNT (RGT-CNT)
                   MOVE PR-PAYDATE TO RGT-DATE (RGT-CNT)
                   MOVE PR-STATUS TO RGT-STATUS (RGT-CNT)
               END-IF
           END-IF.
           READ REG-IN AT END MOVE 'YES' TO EOF.
      *  ONE REGISTER RECORD: ITS PAYSLIP MATCHES AND ANY EARLIER
      *  PAYMENT OF THE SAME SALESMAN AND PERIOD DECIDE THE VERDICT.
      *  A PAYMENT THE BANK RETURNED DOES NOT COUNT AS PAID.
       JUDGE-REG-RTN.
           MOVE 0 TO SLIP-HITS.
           MOVE 1 TO PCT-SUB.
           PERFORM MATCH-SLIP-COMP UNTIL PCT-SUB > PCT-CNT.
           MOVE 'NO' TO DUP-SW.
           IF RGT-STATUS (RGT-SUB) NOT = 'R'
               MOVE 1 TO RGT-PRIOR
               PERFORM FIND-DUP-COMP UNTIL RGT-PRIOR >= RGT-SUB
                   OR DUP-SW = 'YES'
           END-IF.
           MOVE RGT-NUM (RGT-SUB) TO DL-NUM.
           MOVE RGT-PERIOD (RGT-SUB) TO DL-PERIOD.
           MOVE RGT-AMOUNT (RGT-SUB) TO DL-AMT.
           MOVE RGT-DATE (RGT-SUB) TO DL-DATE.
           MOVE RGT-STATUS (RGT-SUB) TO DL-STATUS.
           EVALUATE TRUE
               WHEN DUP-SW = 'YES'
                   MOVE '*** PAID MORE THAN ONCE ***' TO DL-VERDICT
                   PERFORM ADD-FLAG-RTN
               WHEN RGT-STATUS (RGT-SUB) = 'S' AND SLIP-HITS = 1
                   MOVE 'PAID ON PAYSLIP' TO DL-VERDICT
                   ADD 1 TO SLIP-PAID-CNT
                   ADD RGT-AMOUNT (RGT-SUB) TO SLIP-PAID-AMT
               WHEN RGT-STATUS (RGT-SUB) = 'S' AND SLIP-HITS = 0
                   MOVE '*** MARKED PAID, NO PAYSLIP' TO DL-VERDICT
                   PERFORM ADD-FLAG-RTN
               WHEN RGT-STATUS (RGT-SUB) = 'S'
                   MOVE '*** ON MORE THAN ONE PAYSLIP' TO DL-VERDICT
                   PERFORM ADD-FLAG-RTN
               WHEN RGT-STATUS (RGT-SUB) = 'W' AND SLIP-HITS = 0
                   MOVE 'WAITING FOR PAYROLL' TO DL-VERDICT
                   ADD 1 TO SLIP-WAIT-CNT
                   ADD RGT-AMOUNT (RGT-SUB) TO SLIP-WAIT-AMT
               WHEN RGT-STATUS (RGT-SUB) = 'W'
                   MOVE '*** PAYSLIP, REGISTER NOT SET' TO DL-VERDICT
                   PERFORM ADD-FLAG-RTN
               WHEN SLIP-HITS > 0
                   MOVE '*** PAID BY BANK AND PAYSLIP' TO DL-VERDICT
                   PERFORM ADD-FLAG-RTN
               WHEN RGT-STATUS (RGT-SUB) = 'P'
                   MOVE 'PAID BY BANK' TO DL-VERDICT
                   ADD 1 TO BANK-PAID-CNT
                   ADD RGT-AMOUNT (RGT-SUB) TO BANK-PAID-AMT
               WHEN RGT-STATUS (RGT-SUB) = SPACE
                   MOVE 'WAITING FOR BANK RETURN' TO DL-VERDICT
                   ADD 1 TO BANK-WAIT-CNT
                   ADD RGT-AMOUNT (RGT-SUB) TO BANK-WAIT-AMT
               WHEN RGT-STATUS (RGT-SUB) = 'R'
                   MOVE '*** RETURNED BY BANK - UNPAID' TO DL-VERDICT
                   PERFORM ADD-FLAG-RTN
               WHEN OTHER
                   MOVE '*** UNKNOWN REGISTER STATUS' TO DL-VERDICT
                   PERFORM ADD-FLAG-RTN
           END-EVALUATE.
           WRITE REP-OUT FROM DTL-LINE.
           ADD 1 TO LINE-CNT.
           ADD 1 TO RGT-SUB.
       MATCH-SLIP-COMP.
           IF PCT-EMPNO (PCT-SUB) = RGT-NUM (RGT-SUB)
               AND PCT-PERIOD (PCT-SUB) = RGT-PERIOD (RGT-SUB)
               AND PCT-DATE (PCT-SUB) = RGT-DATE (RGT-SUB)
               AND PCT-AMOUNT (PCT-SUB) = RGT-AMOUNT (RGT-SUB)
               ADD 1 TO SLIP-HITS
               ADD 1 TO PCT-HITS (PCT-SUB)
           END-IF.
           ADD 1 TO PCT-SUB.
       FIND-DUP-COMP.
           IF RGT-NUM (RGT-PRIOR) = RGT-NUM (RGT-SUB)
               AND RGT-PERIOD (RGT-PRIOR) = RGT-PERIOD (RGT-SUB)
               AND RGT-STATUS (RGT-PRIOR) NOT = 'R'
               MOVE 'YES' TO DUP-SW
           ELSE
               ADD 1 TO RGT-PRIOR
           END-IF.
       ADD-FLAG-RTN.
           ADD 1 TO FLAG-CNT.
           ADD RGT-AMOUNT (RGT-SUB) TO FLAG-AMT.
      *  A PAYSLIP COMMISSION THAT MATCHED NO REGISTER RECORD WAS
      *  PAID WITHOUT AN APPROVAL ON FILE.
       JUDGE-SLIP-RTN.
           IF PCT-HITS (PCT-SUB) = 0
               MOVE PCT-EMPNO (PCT-SUB) TO DL-NUM
               MOVE PCT-PERIOD (PCT-SUB) TO DL-PERIOD
               MOVE PCT-AMOUNT (PCT-SUB) TO DL-AMT
               MOVE PCT-DATE (PCT-SUB) TO DL-DATE
               MOVE SPACE TO DL-STATUS
               MOVE '*** PAYSLIP, NOT ON REGISTER' TO DL-VERDICT
               WRITE REP-OUT FROM DTL-LINE
               ADD 1 TO LINE-CNT
               ADD 1 TO FLAG-CNT
               ADD PCT-AMOUNT (PCT-SUB) TO FLAG-AMT
           END-IF.
           ADD 1 TO PCT-SUB.
       SUMMARY-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'PAID BY BANK:' TO SL-LBL.
           MOVE BANK-PAID-CNT TO SL-CNT.
           MOVE BANK-PAID-AMT TO SL-AMT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'WAITING FOR BANK RETURN:' TO SL-LBL.
           MOVE BANK-WAIT-CNT TO SL-CNT.
           MOVE BANK-WAIT-AMT TO SL-AMT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'PAID ON PAYSLIP:' TO SL-LBL.
           MOVE SLIP-PAID-CNT TO SL-CNT.
           MOVE SLIP-PAID-AMT TO SL-AMT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'WAITING FOR PAYROLL:' TO SL-LBL.
           MOVE SLIP-WAIT-CNT TO SL-CNT.
           MOVE SLIP-WAIT-AMT TO SL-AMT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'FLAGGED:' TO SL-LBL.
           MOVE FLAG-CNT TO SL-CNT.
           MOVE FLAG-AMT TO SL-AMT.
           WRITE REP-OUT FROM SUM-LINE.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'COMM-RECON     ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE READ-CNT TO RL-RECS-READ.
           MOVE LINE-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE RUN-CO-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  TAKE THIS APPLICATION'S RUN COMPANY FROM RUNCO.TXT. A
      *  MISSING FILE (STATUS 35) OR A BLANK CODE RUNS THE HOME
      *  COMPANY, AS BEFORE.
       LOAD-RUNCO-RTN.
           OPEN INPUT RUNCO-FILE.
           IF RUNCO-STATUS NOT = '35'
               READ RUNCO-FILE
                   AT END MOVE SPACES TO RUNCO-REC
               END-READ
               IF RUNCO-SALES NOT = SPACES
                   MOVE RUNCO-SALES TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (COMMRECN_TRIS.TXT FOR A TRIS RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO COMMRECN-FILE-NAME
               STRING 'COMMRECN_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO COMMRECN-FILE-NAME
           END-IF.
