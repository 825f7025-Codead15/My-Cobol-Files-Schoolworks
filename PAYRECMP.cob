      *  READ FROM WHAT WAS ACTUALLY PAID.
           SELECT HIST-IN ASSIGN TO "PAYHIST.TXT"
               FILE STATUS IS HIST-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, INDEXED ON EMPNO AND READ
      *  SEQUENTIALLY HERE FOR EACH EMPLOYEE'S COMPANY.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
      *  THE EFFECTIVE-DATED RATE FILE KEPT BY RATE-MAINT - THE SET
      *  IN FORCE FOR THE KEYED AS-OF DATE DRIVES THE RECOMPUTE, SO
      *  A SCHEDULE THE AGENCIES PUBLISH LATE CAN BE APPLIED TO
           SELECT RETRO-OUT ASSIGN TO "RETROPAY.TXT"
               FILE STATUS IS RETRO-STATUS.
      *  THE RECOMPUTE ADJUSTMENT REGISTER FOR ACCOUNTING.
           SELECT REG-OUT ASSIGN TO RECMPREG-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
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
       FD RATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
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
       01 RECMPREG-FILE-NAME PIC X(20) VALUE 'RECMPREG.TXT'.
      *  ANOTHER COMPANY'S EMPLOYEES - THEIR ROWS ARE LEFT OUT.
       01 OET-TABLE.
           05 OET-NUM OCCURS 300 TIMES PIC X(10).
       01 OET-CNT PIC 999 VALUE 0.
       01 OET-SUB PIC 999 VALUE 0.
       01 OET-KEY-WS PIC X(10).
       01 MAST-STATUS PIC XX.
       01 EMP-EOF PIC X(3) VALUE 'NO'.
       01 HIST-STATUS PIC XX.
       01 RATE-STATUS PIC XX.
       01 RETRO-STATUS PIC XX.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(9).
           05 FILLER PIC X(36) VALUE
              'STATUTORY RATE RECOMPUTE REGISTER'.
           05 FILLER PIC X(22).
       01 NEW-DEDS PIC 9(7)V99 VALUE 0.
       01 CUR-DIFF PIC S9(7)V99 VALUE 0.
       01 REFUND-TOT PIC 9(8)V99 VALUE 0.
      *  THE KEYED PERIOD'S GROSS AND DEDUCTIONS PER EMPLOYEE. A
      *  SEMI-MONTHLY PAYROLL POSTS TWO HISTORY RECORDS A MONTH, AND
      *  THE RATES ARE MONTHLY, SO THE MONTH IS RECOMPUTED WHOLE.
       01 RECOMP-TABLE.
           05 RCT-ENTRY OCCURS 300 TIMES.
               10 RCT-EMPNO PIC X(10).
               10 RCT-GROSS PIC 9(7)V99.
               10 RCT-OLD PIC S9(7)V99.
       01 RCT-CNT PIC 999 VALUE 0.
       01 RCT-SUB PIC 999 VALUE 0.
       01 COLLECT-TOT PIC 9(8)V99 VALUE 0.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'NO'.
      *  BOOK THROUGH LOAN-MAINT. JANUARY STOPS STARTING WITH A
      *  RECOMPILE AND A PRAYER.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           DISPLAY 'ENTER PERIOD TO RECOMPUTE (YYYYMM): '.
           ACCEPT KEY-PERIOD.
           MOVE 'NO' TO VALID-SW.
               '(YYYYMM): '.
           ACCEPT PAY-PERIOD-WS.
           PERFORM LOAD-RATES-RTN.
           PERFORM LOAD-OET-RTN.
           OPEN OUTPUT REG-OUT.
           MOVE RUN-CO-WS TO HD-CO.
           WRITE REP-OUT FROM HDR1.
           MOVE KEY-PERIOD TO PL-PERIOD.
           MOVE ASOF-DATE-9 TO PL-ASOF.
               PERFORM RECOMP-ONE-RTN UNTIL EOF = 'YES'
               CLOSE HIST-IN
           END-IF.
           MOVE 1 TO RCT-SUB.
           PERFORM RECOMP-EMP-RTN UNTIL RCT-SUB > RCT-CNT.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE REFUND-TOT TO TL-REF.
           MOVE COLLECT-TOT TO TL-COLL.
           CLOSE REG-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'RECOMPUTE RUN COMPLETE'.
           DISPLAY 'CHECK ' RECMPREG-FILE-NAME ' FOR THE REGISTER'.
           STOP RUN.
       GET-ASOF-RTN.
           DISPLAY 'ENTER RATES AS-OF DATE (YYYYMMDD): '.
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  ONE HISTORY RECORD OF THE KEYED PERIOD: ADDED INTO ITS
      *  EMPLOYEE'S MONTH. ANOTHER COMPANY'S EMPLOYEES ARE LEFT TO
      *  THAT COMPANY'S RECOMPUTE.
       RECOMP-ONE-RTN.
           ADD 1 TO HIST-CNT.
           MOVE PH-EMPNO TO OET-KEY-WS.
           PERFORM FIND-OET-RTN.
           IF PH-PERIOD = KEY-PERIOD AND OET-SUB > OET-CNT
               MOVE 1 TO RCT-SUB
               PERFORM FIND-RCT-RTN UNTIL RCT-SUB > RCT-CNT
                   OR RCT-EMPNO (RCT-SUB) = PH-EMPNO
               IF RCT-SUB > RCT-CNT AND RCT-CNT < 300
                   ADD 1 TO RCT-CNT
                   MOVE PH-EMPNO TO RCT-EMPNO (RCT-CNT)
                   MOVE 0 TO RCT-GROSS (RCT-CNT)
                   MOVE 0 TO RCT-OLD (RCT-CNT)
               END-IF
               IF RCT-SUB <= RCT-CNT
                   ADD PH-GROSS TO RCT-GROSS (RCT-SUB)
                   COMPUTE RCT-OLD (RCT-SUB) = RCT-OLD (RCT-SUB)
                       + PH-SSS + PH-PHIC + PH-HDMF + PH-TAX
               END-IF
           END-IF.
           READ HIST-IN AT END MOVE 'YES' TO EOF.
       FIND-RCT-RTN.
           ADD 1 TO RCT-SUB.
      *  ONE EMPLOYEE'S MONTH: REDEDUCT UNDER THE LOADED RATES AND
      *  POST OR LIST THE DIFFERENCE.
       RECOMP-EMP-RTN.
           MOVE RCT-GROSS (RCT-SUB) TO CUR-GROSS.
           PERFORM COMPUTE-SSS-RTN.
           COMPUTE NEW-PHIC ROUNDED = CUR-GROSS * PHIC-RATE-WS.
           PERFORM FIND-TAX-RTN.
           MOVE RCT-OLD (RCT-SUB) TO OLD-DEDS.
           COMPUTE NEW-DEDS = NEW-SSS + NEW-PHIC + HDMF-AMT-WS
               + NEW-TAX.
           COMPUTE CUR-DIFF = OLD-DEDS - NEW-DEDS.
           MOVE RCT-EMPNO (RCT-SUB) TO DL-EMPNO.
           MOVE RCT-GROSS (RCT-SUB) TO DL-GROSS.
           MOVE OLD-DEDS TO DL-OLD.
           MOVE NEW-DEDS TO DL-NEW.
           MOVE CUR-DIFF TO DL-DIFF.
           IF CUR-DIFF > 0
               MOVE 'REFUND      ' TO DL-DISP
               ADD CUR-DIFF TO REFUND-TOT
               ADD 1 TO ADJ-CNT
               PERFORM POST-REFUND-RTN
           ELSE
               IF CUR-DIFF < 0
                   MOVE 'TO COLLECT  ' TO DL-DISP
                   SUBTRACT CUR-DIFF FROM COLLECT-TOT
               ELSE
                   MOVE 'NO CHANGE   ' TO DL-DISP
               END-IF
           END-IF.
           WRITE REP-OUT FROM DTL-LINE.
           ADD 1 TO RCT-SUB.
      *  A REFUND RIDES THE SAME RETROPAY.TXT PIPE SAL-ADJUST USES -
      *  THE NEXT PAYROLL RUN FOR THE PAY PERIOD ADDS IT TO GROSS. A
      *  MISSING RETROPAY.TXT (STATUS 35) IS CREATED FRESH.
       POST-REFUND-RTN.
           MOVE RCT-EMPNO (RCT-SUB) TO RP-EMPNO.
           MOVE PAY-PERIOD-WS TO RP-PERIOD.
           MOVE CUR-DIFF TO RP-AMOUNT.
           OPEN EXTEND RETRO-OUT.
           MOVE HIST-CNT TO RL-RECS-READ.
           MOVE ADJ-CNT TO RL-RECS-WRITTEN.
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
               IF RUNCO-PAY NOT = SPACES
                   MOVE RUNCO-PAY TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (RECMPREG_DEST.TXT FOR A DEST RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO RECMPREG-FILE-NAME
               STRING 'RECMPREG_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO RECMPREG-FILE-NAME
           END-IF.
      *  TABLE THE EMPLOYEES ON ANOTHER COMPANY'S BOOKS. A MISSING
      *  EMPMAST.DAT (STATUS 35) LEAVES EVERY EMPLOYEE THE HOME
      *  COMPANY'S.
       LOAD-OET-RTN.
           MOVE 0 TO OET-CNT.
           MOVE 'NO' TO EMP-EOF.
           OPEN INPUT EMP-IN.
           IF MAST-STATUS = '35'
               MOVE 'YES' TO EMP-EOF
           ELSE
               READ EMP-IN
                   AT END MOVE 'YES' TO EMP-EOF
               END-READ
               PERFORM LOAD-OET-COMP UNTIL EMP-EOF = 'YES'
               CLOSE EMP-IN
           END-IF.
           MOVE 'NO' TO EMP-EOF.
       LOAD-OET-COMP.
           IF EMPCO NOT = RUN-CO-WS
               AND NOT (EMPCO = SPACES
                   AND RUN-CO-WS = HOME-CO-WS)
               AND OET-CNT < 300
               ADD 1 TO OET-CNT
               MOVE EMPNO TO OET-NUM (OET-CNT)
           END-IF.
           READ EMP-IN AT END MOVE 'YES' TO EMP-EOF.
      *  IS OET-KEY-WS ANOTHER COMPANY'S EMPLOYEE? OET-SUB ENDS PAST
      *  OET-CNT WHEN NOT.
       FIND-OET-RTN.
           MOVE 1 TO OET-SUB.
           PERFORM FIND-OET-COMP UNTIL OET-SUB > OET-CNT
               OR OET-NUM (OET-SUB) = OET-KEY-WS.
       FIND-OET-COMP.
           ADD 1 TO OET-SUB.
