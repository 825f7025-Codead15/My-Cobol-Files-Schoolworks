       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-APPR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  PAYROLL-TXT'S TRIAL/FINAL CONTROL RECORD. A TRIAL RUN LEAVES
      *  ITS PERIOD AND TOTALS HERE; A REVIEWER APPROVES THEM BELOW,
      *  AND ONLY THEN DOES THE NEXT PAYROLL-TXT RUN FOR THE PERIOD
      *  POST THE LEDGERS, HISTORY, GL, AND BANK FILE.
           SELECT PAYCTL-IO ASSIGN TO PAYCTL-FILE-NAME
               FILE STATUS IS PAYCTL-STATUS.
      *  SHARED RUN LOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAYCTL-IO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS PAYCTL-REC.
       01 PAYCTL-REC.
           05 PC-PERIOD PIC X(6).
      *  T = TRIAL RUN AWAITING APPROVAL, A = TRIAL TOTALS APPROVED,
      *  F = FINAL RUN POSTED.
           05 PC-STATE PIC X(1).
           05 PC-EMP-CNT PIC 9(4).
           05 PC-GROSS PIC 9(8)V99.
           05 PC-DED PIC S9(8)V99.
           05 PC-NET PIC 9(8)V99.
           05 PC-APPR-BY PIC X(8).
      *  THE CUTOFF WITHIN THE PERIOD - 'M' MONTHLY, '1' OR '2'.
           05 PC-CUTOFF PIC X(1).
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
       01 RUN-CO-WS PIC X(4) VALUE 'RIVL'.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 PAYCTL-FILE-NAME PIC X(20) VALUE 'PAYCTL.TXT'.
       01 PAYCTL-STATUS PIC XX.
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 APPR-ANSWER PIC X VALUE 'N'.
       01 APPR-BY-WS PIC X(8) VALUE SPACES.
       01 APPR-CNT PIC 9(4) VALUE 0.
       01 RUN-DATE-WS PIC 9(8).
       01 SHOW-AMT PIC Z,ZZZ,ZZ9.99-.
       01 SHOW-CNT PIC ZZZ9.
       PROCEDURE DIVISION.
      *  SHOW THE LATEST TRIAL TOTALS AND, IF THE PERIOD IS STILL
      *  AWAITING APPROVAL, TAKE THE REVIEWER'S DECISION. A PERIOD
      *  ALREADY APPROVED OR POSTED IS SHOWN ONLY.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           PERFORM READ-CTL-RTN.
           IF FOUND-SW = 'NO'
               DISPLAY 'NO PAYROLL TRIAL RUN ON FILE - RUN PAYROLL-TXT'
                   ' FIRST.'
           ELSE
               PERFORM SHOW-CTL-RTN
               EVALUATE PC-STATE
                   WHEN 'T'
                       PERFORM GET-APPR-RTN
                   WHEN 'A'
                       DISPLAY 'ALREADY APPROVED BY ' PC-APPR-BY
                           ' - RUN PAYROLL-TXT TO POST.'
                   WHEN 'F'
                       DISPLAY 'PERIOD ALREADY POSTED BY THE FINAL RUN.'
                   WHEN OTHER
                       DISPLAY 'CONTROL RECORD STATE ' PC-STATE
                           ' IS NOT RECOGNIZED - NOTHING CHANGED.'
               END-EVALUATE
           END-IF.
           PERFORM LOG-RUN-RTN.
           STOP RUN.
       READ-CTL-RTN.
           MOVE 'NO' TO FOUND-SW.
           OPEN INPUT PAYCTL-IO.
           IF PAYCTL-STATUS NOT = '35'
               READ PAYCTL-IO
                   AT END CONTINUE
                   NOT AT END MOVE 'YES' TO FOUND-SW
               END-READ
               CLOSE PAYCTL-IO
           END-IF.
       SHOW-CTL-RTN.
           DISPLAY ' '.
           DISPLAY 'PAYROLL TRIAL TOTALS'.
           DISPLAY 'COMPANY:          ' RUN-CO-WS.
           DISPLAY 'PERIOD (YYYYMM):  ' PC-PERIOD.
           IF PC-CUTOFF = '1' OR PC-CUTOFF = '2'
               DISPLAY 'CUTOFF:           ' PC-CUTOFF
           END-IF.
           MOVE PC-EMP-CNT TO SHOW-CNT.
           DISPLAY 'EMPLOYEES PAID:   ' SHOW-CNT.
           MOVE PC-GROSS TO SHOW-AMT.
           DISPLAY 'GROSS PAY:        ' SHOW-AMT.
           MOVE PC-DED TO SHOW-AMT.
           DISPLAY 'DEDUCTIONS:       ' SHOW-AMT.
           MOVE PC-NET TO SHOW-AMT.
           DISPLAY 'NET PAY:          ' SHOW-AMT.
           DISPLAY ' '.
      *  SAME REVIEWER-ID RULE AS LEAVE-RECON'S ACKNOWLEDGMENT - NO ID,
      *  NO APPROVAL. THE CONTROL RECORD IS REPLACED IN PLACE.
       GET-APPR-RTN.
           DISPLAY 'CHECK PAYREG.TXT AND PAYSLIP.TXT BEFORE APPROVING.'.
           DISPLAY 'APPROVE THESE TOTALS FOR FINAL POSTING (Y/N)? '.
           ACCEPT APPR-ANSWER.
           IF APPR-ANSWER = 'Y'
               DISPLAY 'ENTER REVIEWER ID: '
               ACCEPT APPR-BY-WS
               IF APPR-BY-WS = SPACES
                   DISPLAY 'NO REVIEWER ID - NOT APPROVED.'
                   MOVE 'N' TO APPR-ANSWER
               END-IF
           END-IF.
           IF APPR-ANSWER = 'Y'
               MOVE 'A' TO PC-STATE
               MOVE APPR-BY-WS TO PC-APPR-BY
               OPEN OUTPUT PAYCTL-IO
               WRITE PAYCTL-REC
               CLOSE PAYCTL-IO
               MOVE 1 TO APPR-CNT
               DISPLAY 'TRIAL TOTALS APPROVED - RUN PAYROLL-TXT TO'
                   ' POST.'
           ELSE
               DISPLAY 'NOT APPROVED - CORRECT THE INPUTS AND RERUN THE'
                   ' TRIAL.'
           END-IF.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'PAYROLL-APPR   ' TO RL-JOBNAME.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO RL-DATE.
           ACCEPT RL-TIME FROM TIME.
           IF FOUND-SW = 'YES'
               MOVE 1 TO RL-RECS-READ
           ELSE
               MOVE 0 TO RL-RECS-READ
           END-IF.
           MOVE APPR-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (PAYCTL_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO PAYCTL-FILE-NAME
               STRING 'PAYCTL_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PAYCTL-FILE-NAME
           END-IF.
