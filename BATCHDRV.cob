      *  COMPILED WEEKLY TABLE.
           SELECT SCHED-FILE ASSIGN TO "JOBSCHED.TXT"
               FILE STATUS IS SCHED-STATUS.
      *  A JOB'S REQUIRED INPUT FILE, OPENED ONLY TO SEE THAT IT IS
      *  THERE AND HAS AT LEAST ONE RECORD BEFORE THE JOB STARTS.
           SELECT INPUT-CHK ASSIGN TO CHK-FILE-NAME
               FILE STATUS IS CHK-STATUS.
      *  LISTING OF WHAT RAN, WHAT WAS SKIPPED, AND WHAT IS OVERDUE.
           SELECT LIST-OUT ASSIGN TO "DRVSCHED.TXT".
      *  THE COMPANY PROFILES - EACH ACTIVE COMPANY GETS ITS OWN PASS
      *  OVER THE JOBS OF THE APPLICATIONS IT RUNS.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS CO-STATUS.
      *  THE RUN COMPANY PER APPLICATION, REWRITTEN BEFORE EACH PASS
      *  SO EVERY JOB IN IT SELECTS THAT COMPANY'S RECORDS.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CKPT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS CKPT-REC.
       01  CKPT-REC.
           05 CKPT-JOBNAME PIC X(15).
      *  THE COMPANY PASS THE JOB RAN IN - BLANK FOR A SHOP-WIDE JOB.
           05 CKPT-CO PIC X(4).
       FD  SCHED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS SCHED-REC.
       01  SCHED-REC.
           05 JS-NAME PIC X(15).
      *  W = WEEKLY, M = MONTHLY, T = TERM-END, A = ANNUAL.
           05 JS-FREQ PIC X(1).
           05 JS-NEXT-DUE PIC 9(8).
      *  UP TO THREE JOBS THAT MUST HAVE COMPLETED THIS CYCLE, AND UP
      *  TO THREE INPUT FILES THAT MUST BE ON HAND AND NOT EMPTY,
      *  BEFORE THIS JOB MAY START. UNUSED ENTRIES ARE BLANK.
           05 JS-PREDS.
              10 JS-PRED PIC X(15) OCCURS 3 TIMES.
           05 JS-INPUTS.
              10 JS-INPUT PIC X(20) OCCURS 3 TIMES.
      *  THE APPLICATION THE JOB BELONGS TO - P = PAYROLL/HR, S =
      *  SALES, C = SCHOOL - RUN ONCE FOR EACH ACTIVE COMPANY THAT
      *  RUNS IT. BLANK IS A SHOP-WIDE JOB, RUN ONCE PER CYCLE AHEAD
      *  OF THE COMPANIES; E IS A SHOP-WIDE END-OF-CYCLE JOB (THE
      *  CONTROL BALANCING, THE GL TRIAL BALANCE), RUN ONCE AFTER
      *  EVERY COMPANY HAS BEEN PROCESSED.
           05 JS-APP PIC X(1).
       FD  INPUT-CHK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 1 CHARACTERS
           DATA RECORD IS CHK-REC.
       01  CHK-REC PIC X(1).
       FD  LIST-OUT.
       01  REP-OUT.
           05 FILLER PIC X(80).
       FD  CO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS CO-REC.
       01  CO-REC.
           05 CO-CODE PIC X(4).
           05 CO-NAME PIC X(40).
           05 CO-ADDR PIC X(40).
      *  'N' ONCE THE COMPANY IS NO LONGER PROCESSED, AND A 'Y'
      *  FOR EACH APPLICATION IT RUNS (PAYROLL, SALES, SCHOOL).
           05 CO-ACTIVE PIC X(1).
           05 CO-APP-PAY PIC X(1).
           05 CO-APP-SALES PIC X(1).
           05 CO-APP-SCHOOL PIC X(1).
       FD  RUNCO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS RUNCO-REC.
       01  RUNCO-REC.
           05 RUNCO-PAY PIC X(4).
           05 RUNCO-SALES PIC X(4).
           05 RUNCO-SCHOOL PIC X(4).
       WORKING-STORAGE SECTION.
      *  THE OLD STANDING WEEKLY CHAIN - STILL THE FALLBACK WHEN NO
      *  SCHEDULE FILE EXISTS, SO A FRESH SHOP RUNS AS BEFORE.
      *  PRE-FLIGHT RUNS AS JOB ZERO - A NONZERO RETURN-CODE FROM IT
      *  STOPS THE CHAIN BEFORE ANY REPORT RUNS ON BAD DATA.
       01  JOB-TABLE-VALUES.
           05 FILLER PIC X(28) VALUE 'PRE-FLIGHT     ./PREFLITE   '.
           05 FILLER PIC X(28) VALUE 'EMPREP-TXT     ./EMPLY1    P'.
           05 FILLER PIC X(28) VALUE 'EMPREP2-TXT    ./EMPLY2    P'.
           05 FILLER PIC X(28) VALUE 'PROJECT        ./PROJECT   C'.
           05 FILLER PIC X(28) VALUE 'ACTIVITY-3     ./SALESACT  S'.
       01  JOB-TABLE REDEFINES JOB-TABLE-VALUES.
           05 JOB-ENTRY OCCURS 5 TIMES.
               10 JOB-NAME PIC X(15).
               10 JOB-CMD PIC X(12).
               10 JOB-APP PIC X(1).
       01  JOB-TAB-MAX PIC 99 VALUE 5.
      *  THE WORKING SCHEDULE - LOADED FROM JOBSCHED.TXT, OR BUILT
      *  FROM THE COMPILED TABLE AS DUE-TODAY WEEKLY JOBS WHEN THE
                  15 SCH-DUE-MM PIC 99.
                  15 SCH-DUE-DD PIC 99.
               10 SCH-DISP PIC X(12).
               10 SCH-PREDS.
                  15 SCH-PRED PIC X(15) OCCURS 3 TIMES.
               10 SCH-INPUTS.
                  15 SCH-INPUT PIC X(20) OCCURS 3 TIMES.
      *  WHY A DUE JOB WAS HELD INSTEAD OF RUN - BLANK WHEN IT RAN.
               10 SCH-REASON PIC X(34).
               10 SCH-APP PIC X(1).
      *  'YES' ONCE THE JOB HAS RUN (OR WAS FOUND DONE) IN A PASS,
      *  AND 'YES' IF IT WAS HELD OR FAILED IN ANY PASS - THE DUE
      *  DATE ROLLS ONLY FOR A JOB RUN IN EVERY PASS OF THE CYCLE.
               10 SCH-RAN-SW PIC X(3).
               10 SCH-HOLD-SW PIC X(3).
      *  'YES' FOR A SHOP-WIDE JOB PUT OFF TO THE END-OF-CYCLE PASS
      *  BECAUSE A PREDECESSOR RUNS IN A COMPANY PASS.
               10 SCH-DEFER-SW PIC X(3).
       01  SCH-CNT PIC 99 VALUE 0.
       01  SCH-SUB PIC 99 VALUE 0.
       01  SCHED-STATUS PIC XX.
      *  JOBS ALREADY COMPLETED BY AN EARLIER, INTERRUPTED RUN OF
      *  THIS SAME CHAIN, LOADED FROM THE CHECKPOINT AT STARTUP.
       01  DONE-TABLE.
           05 DONE-ENTRY OCCURS 200 TIMES.
               10 DONE-JOB PIC X(15).
               10 DONE-CO PIC X(4).
       01  DONE-CNT PIC 999 VALUE 0.
       01  DONE-SUB PIC 999 VALUE 0.
       01  DONE-SW PIC X(3) VALUE 'NO'.
       01  CKPT-STATUS PIC XX.
       01  CKPT-EOF PIC X(3) VALUE 'NO'.
       01  OPER-CHOICE PIC X VALUE SPACE.
      *  READINESS CHECK WORK FIELDS.
       01  PRED-SUB PIC 9 VALUE 0.
       01  INP-SUB PIC 9 VALUE 0.
       01  HELD-CNT PIC 999 VALUE 0.
      *  'YES' WHEN THE PROBLEM FOUND IS A PREDECESSOR STILL TO RUN
      *  IN A LATER PASS OF THIS CYCLE.
       01  LATER-SW PIC X(3) VALUE 'NO'.
       01  CHK-FILE-NAME PIC X(20).
       01  CHK-STATUS PIC XX.
       01  CHK-EOF PIC X(3) VALUE 'NO'.
      *  THE ACTIVE COMPANIES, ONE PASS EACH. PASS ZERO IS THE
      *  SHOP-WIDE JOBS, AND THE PASS AFTER THE LAST COMPANY THE
      *  END-OF-CYCLE JOBS. A MISSING COMPANY.TXT, OR ONE WITH NO ACTIVE
      *  COMPANY, LEAVES ONE BLANK-CODED ENTRY - THE HOME COMPANIES,
      *  AS BEFORE.
       01  CMP-TABLE.
           05 CMP-ENTRY OCCURS 20 TIMES.
               10 CMP-CODE PIC X(4).
               10 CMP-NAME PIC X(40).
               10 CMP-PAY PIC X(1).
               10 CMP-SALES PIC X(1).
               10 CMP-SCHOOL PIC X(1).
       01  CMP-CNT PIC 99 VALUE 0.
       01  CMP-IDX PIC 99 VALUE 0.
       01  CMP-SUB PIC 99 VALUE 0.
       01  APP-USED-SW PIC X(3) VALUE 'NO'.
       01  CO-STATUS PIC XX.
       01  CO-EOF PIC X(3) VALUE 'NO'.
       01  PASS-CO-WS PIC X(4) VALUE SPACES.
       01  PASS-SUB PIC 99 VALUE 0.
       01  IN-PASS-SW PIC X(3) VALUE 'NO'.
      *  RUNCO.TXT AS THE DRIVER FOUND IT - PUT BACK AFTER THE LAST
      *  PASS SO A HAND RUN AFTERWARDS SEES THE OPERATOR'S SETTING.
       01  RUNCO-STATUS PIC XX.
       01  SAVE-RUNCO-WS PIC X(12) VALUE SPACES.
      *  SCHEDULE LISTING LAYOUT.
       01  LIST-HDR.
           05 FILLER PIC X(26).
           05 FILLER PIC X(17) VALUE 'JOB NAME'.
           05 FILLER PIC X(6) VALUE 'FREQ'.
           05 FILLER PIC X(10) VALUE 'NEXT DUE'.
           05 FILLER PIC X(13) VALUE 'DISPOSITION'.
           05 FILLER PIC X(34) VALUE 'REASON HELD'.
       01  LIST-DTL.
           05 LL-NAME PIC X(15).
           05 FILLER PIC X(2).
           05 LL-DUE PIC 9(8).
           05 FILLER PIC X(2).
           05 LL-DISP PIC X(12).
           05 FILLER PIC X(1).
           05 LL-REASON PIC X(34).
       01  LIST-CO-LN.
           05 FILLER PIC X(10) VALUE 'COMPANY: '.
           05 LC-CO PIC X(4).
           05 FILLER PIC X(2).
           05 LC-NAME PIC X(40).
           05 FILLER PIC X(24).
       01  LIST-NEXT-HDR.
           05 FILLER PIC X(33) VALUE 'NEXT DUE DATES AFTER THIS CYCLE'.
           05 FILLER PIC X(47).
       01  BLNK-LINE.
           05 FILLER PIC X(80).

      *  DRIVER DOWN WITH IT - ITS EXIT STATUS COMES BACK IN
      *  RETURN-CODE FOR THE DRIVER TO CHECK BEFORE STARTING THE
      *  NEXT JOB. THE DRVCKPT.TXT RESTART BEHAVIOR IS UNCHANGED.
      *  THE SHOP-WIDE JOBS RUN FIRST, ONCE; THEN EACH ACTIVE COMPANY
      *  IN TURN RUNS THE JOBS OF ITS APPLICATIONS, WITH RUNCO.TXT
      *  NAMING IT AS THE RUN COMPANY; THEN THE END-OF-CYCLE JOBS RUN
      *  ONCE OVER WHAT EVERY COMPANY PRODUCED.
       MAIN-RTN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM LOAD-SCHED-RTN.
           PERFORM LOAD-COMPANY-RTN.
           PERFORM SAVE-RUNCO-RTN.
           PERFORM LOAD-CKPT-RTN.
           IF DONE-CNT > 0
               PERFORM ASK-RESTART-RTN
           END-IF.
           PERFORM START-LISTING-RTN.
           PERFORM RUN-PASS-RTN VARYING CMP-IDX FROM 0 BY 1
               UNTIL CMP-IDX > CMP-CNT + 1 OR CHAIN-FAILED = 'Y'.
           MOVE SAVE-RUNCO-WS TO RUNCO-REC.
           PERFORM WRITE-RUNCO-RTN.
           IF CHAIN-FAILED = 'N'
               PERFORM ROLL-CYCLE-RTN VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > SCH-CNT
           END-IF.
           PERFORM WRITE-NEXT-DUE-RTN.
           CLOSE LIST-OUT.
           IF SCHED-ON-FILE = 'YES'
               PERFORM REWRITE-SCHED-RTN
           END-IF.
                   ' DID NOT COMPLETE SUCCESSFULLY'
               DISPLAY 'RERUN THE DRIVER TO RESTART FROM THIS JOB.'
           ELSE
               IF HELD-CNT > 0
                   DISPLAY HELD-CNT ' DUE JOB(S) HELD - SEE '
                       'DRVSCHED.TXT FOR THE REASONS'
                   DISPLAY 'RERUN THE DRIVER ONCE THEY ARE CLEARED '
                       'TO RUN THE HELD JOBS.'
               ELSE
                   DISPLAY 'ALL DUE JOBS COMPLETED SUCCESSFULLY'
                   PERFORM CLEAR-CKPT-RTN
               END-IF
           END-IF.
           STOP RUN.

               MOVE JS-FREQ TO SCH-FREQ (SCH-CNT)
               MOVE JS-NEXT-DUE TO SCH-NEXT-DUE (SCH-CNT)
               MOVE SPACES TO SCH-DISP (SCH-CNT)
               MOVE JS-PREDS TO SCH-PREDS (SCH-CNT)
               MOVE JS-INPUTS TO SCH-INPUTS (SCH-CNT)
               MOVE SPACES TO SCH-REASON (SCH-CNT)
               MOVE JS-APP TO SCH-APP (SCH-CNT)
               MOVE 'NO' TO SCH-RAN-SW (SCH-CNT)
               MOVE 'NO' TO SCH-HOLD-SW (SCH-CNT)
               MOVE 'NO' TO SCH-DEFER-SW (SCH-CNT)
           END-IF.
           READ SCHED-FILE AT END MOVE 'YES' TO SCHED-EOF.
       BUILD-DEFAULT-SCHED-RTN.
           MOVE 'W' TO SCH-FREQ (SCH-CNT).
           MOVE RUN-DATE-WS TO SCH-NEXT-DUE (SCH-CNT).
           MOVE SPACES TO SCH-DISP (SCH-CNT).
           MOVE SPACES TO SCH-PREDS (SCH-CNT).
           MOVE SPACES TO SCH-INPUTS (SCH-CNT).
           MOVE SPACES TO SCH-REASON (SCH-CNT).
           MOVE JOB-APP (JOB-IDX) TO SCH-APP (SCH-CNT).
           MOVE 'NO' TO SCH-RAN-SW (SCH-CNT).
           MOVE 'NO' TO SCH-HOLD-SW (SCH-CNT).
           MOVE 'NO' TO SCH-DEFER-SW (SCH-CNT).

      *  TABLE THE ACTIVE COMPANIES THAT RUN AT LEAST ONE
      *  APPLICATION. NONE ON FILE (OR NO FILE, STATUS 35) LEAVES ONE
      *  BLANK-CODED PASS OVER EVERY APPLICATION - THE HOME COMPANIES.
       LOAD-COMPANY-RTN.
           MOVE 0 TO CMP-CNT.
           MOVE 'NO' TO CO-EOF.
           OPEN INPUT CO-FILE.
           IF CO-STATUS = '35'
               MOVE 'YES' TO CO-EOF
           ELSE
               READ CO-FILE
                   AT END MOVE 'YES' TO CO-EOF
               END-READ
               PERFORM LOAD-COMPANY-REC-RTN UNTIL CO-EOF = 'YES'
               CLOSE CO-FILE
           END-IF.
           IF CMP-CNT = 0
               MOVE 1 TO CMP-CNT
               MOVE SPACES TO CMP-CODE (1)
               MOVE 'HOME COMPANIES' TO CMP-NAME (1)
               MOVE 'Y' TO CMP-PAY (1)
               MOVE 'Y' TO CMP-SALES (1)
               MOVE 'Y' TO CMP-SCHOOL (1)
           END-IF.
       LOAD-COMPANY-REC-RTN.
           IF CO-ACTIVE NOT = 'N' AND CMP-CNT < 20
               AND (CO-APP-PAY = 'Y' OR CO-APP-SALES = 'Y'
                   OR CO-APP-SCHOOL = 'Y')
               ADD 1 TO CMP-CNT
               MOVE CO-CODE TO CMP-CODE (CMP-CNT)
               MOVE CO-NAME TO CMP-NAME (CMP-CNT)
               MOVE CO-APP-PAY TO CMP-PAY (CMP-CNT)
               MOVE CO-APP-SALES TO CMP-SALES (CMP-CNT)
               MOVE CO-APP-SCHOOL TO CMP-SCHOOL (CMP-CNT)
           END-IF.
           READ CO-FILE AT END MOVE 'YES' TO CO-EOF.

      *  KEEP RUNCO.TXT AS FOUND. A MISSING FILE (STATUS 35) IS PUT
      *  BACK BLANK, WHICH RUNS THE HOME COMPANIES.
       SAVE-RUNCO-RTN.
           MOVE SPACES TO SAVE-RUNCO-WS.
           OPEN INPUT RUNCO-FILE.
           IF RUNCO-STATUS NOT = '35'
               READ RUNCO-FILE
                   AT END MOVE SPACES TO RUNCO-REC
               END-READ
               MOVE RUNCO-REC TO SAVE-RUNCO-WS
               CLOSE RUNCO-FILE
           END-IF.
       WRITE-RUNCO-RTN.
           OPEN OUTPUT RUNCO-FILE.
           WRITE RUNCO-REC.
           CLOSE RUNCO-FILE.

      *  LOAD ANY COMPLETED-JOB RECORDS LEFT BY AN INTERRUPTED CHAIN.
      *  A MISSING DRVCKPT.TXT (STATUS 35) JUST MEANS A CLEAN START.
               CLOSE CKPT-FILE
           END-IF.
       LOAD-CKPT-REC-RTN.
           IF DONE-CNT < 200
               ADD 1 TO DONE-CNT
               MOVE CKPT-JOBNAME TO DONE-JOB (DONE-CNT)
               MOVE CKPT-CO TO DONE-CO (DONE-CNT)
           END-IF.
           READ CKPT-FILE AT END MOVE 'YES' TO CKPT-EOF.

               DISPLAY 'RESTARTING - COMPLETED JOBS WILL BE SKIPPED.'
           END-IF.

      *  ONE PASS OF THE CYCLE: PASS ZERO RUNS THE SHOP-WIDE JOBS
      *  WITH RUNCO.TXT BLANK; EACH COMPANY PASS NAMES ITS COMPANY FOR
      *  THE APPLICATIONS IT RUNS; THE LAST PASS RUNS THE END-OF-CYCLE
      *  JOBS, AND ANY SHOP-WIDE JOB PUT OFF FROM PASS ZERO, WITH
      *  RUNCO.TXT BLANK AGAIN.
       RUN-PASS-RTN.
           MOVE SPACES TO RUNCO-REC.
           EVALUATE TRUE
               WHEN CMP-IDX = 0
                   MOVE SPACES TO PASS-CO-WS
                   MOVE 'SHOP-WIDE JOBS' TO LC-NAME
               WHEN CMP-IDX > CMP-CNT
                   MOVE SPACES TO PASS-CO-WS
                   MOVE 'END-OF-CYCLE JOBS' TO LC-NAME
                   DISPLAY 'END-OF-CYCLE PASS'
               WHEN OTHER
                   MOVE CMP-CODE (CMP-IDX) TO PASS-CO-WS
                   MOVE CMP-NAME (CMP-IDX) TO LC-NAME
                   IF CMP-PAY (CMP-IDX) = 'Y'
                       MOVE PASS-CO-WS TO RUNCO-PAY
                   END-IF
                   IF CMP-SALES (CMP-IDX) = 'Y'
                       MOVE PASS-CO-WS TO RUNCO-SALES
                   END-IF
                   IF CMP-SCHOOL (CMP-IDX) = 'Y'
                       MOVE PASS-CO-WS TO RUNCO-SCHOOL
                   END-IF
                   DISPLAY 'COMPANY PASS: ' PASS-CO-WS ' ' LC-NAME
           END-EVALUATE.
           PERFORM WRITE-RUNCO-RTN.
           PERFORM RESET-PASS-RTN VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > SCH-CNT.
           PERFORM RUN-JOB-RTN VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > SCH-CNT OR CHAIN-FAILED = 'Y'.
           PERFORM WRITE-PASS-RTN.
      *  SET EACH JOB'S DISPOSITION AS A PREDECESSOR SEES IT IN THIS
      *  PASS. A JOB STILL TO RUN IN A LATER PASS IS LATER PASS, WHICH
      *  DOES NOT SATISFY A PREDECESSOR CHECK. NOT FOR CO, WHICH DOES,
      *  IS AN APPLICATION NO COMPANY RUNS (PASS ZERO) OR THAT THE
      *  COMPANY IN HAND DOES NOT RUN (A COMPANY PASS) - A JOB IS
      *  NEVER HELD FOR ANOTHER COMPANY'S WORK. A SHOP-WIDE JOB KEEPS
      *  ITS PASS-ZERO DISPOSITION UNLESS IT WAS PUT OFF.
       RESET-PASS-RTN.
           MOVE JOB-IDX TO PASS-SUB.
           EVALUATE TRUE
               WHEN CMP-IDX > CMP-CNT
                   PERFORM RESET-CLOSING-RTN
               WHEN SCH-APP (JOB-IDX) = SPACE
                   CONTINUE
               WHEN SCH-APP (JOB-IDX) = 'E'
                   MOVE 'LATER PASS  ' TO SCH-DISP (JOB-IDX)
               WHEN CMP-IDX = 0
                   PERFORM CHECK-APP-USED-RTN
                   IF APP-USED-SW = 'YES'
                       MOVE 'LATER PASS  ' TO SCH-DISP (JOB-IDX)
                   ELSE
                       MOVE 'NOT FOR CO  ' TO SCH-DISP (JOB-IDX)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO SCH-REASON (JOB-IDX)
                   PERFORM CHECK-IN-PASS-RTN
                   IF IN-PASS-SW = 'YES'
                       MOVE SPACES TO SCH-DISP (JOB-IDX)
                   ELSE
                       MOVE 'NOT FOR CO  ' TO SCH-DISP (JOB-IDX)
                   END-IF
           END-EVALUATE.
      *  FOR THE END-OF-CYCLE PASS AN APPLICATION JOB SHOWS HOW IT
      *  WENT ACROSS EVERY COMPANY - HELD OR FAILED IN ANY PASS IS
      *  HELD, OTHERWISE RAN IF IT RAN IN ANY; ONE NOT DUE, OR RUN
      *  BY NO COMPANY, KEEPS ITS LAST DISPOSITION.
       RESET-CLOSING-RTN.
           EVALUATE TRUE
               WHEN SCH-APP (JOB-IDX) = 'E'
                   OR SCH-DEFER-SW (JOB-IDX) = 'YES'
                   MOVE SPACES TO SCH-DISP (JOB-IDX)
                   MOVE SPACES TO SCH-REASON (JOB-IDX)
               WHEN SCH-APP (JOB-IDX) = SPACE
                   CONTINUE
               WHEN SCH-HOLD-SW (JOB-IDX) = 'YES'
                   MOVE 'HELD        ' TO SCH-DISP (JOB-IDX)
               WHEN SCH-RAN-SW (JOB-IDX) = 'YES'
                   MOVE 'RAN         ' TO SCH-DISP (JOB-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *  DOES ANY ACTIVE COMPANY RUN THE APPLICATION OF THE JOB AT
      *  JOB-IDX?
       CHECK-APP-USED-RTN.
           MOVE 'NO' TO APP-USED-SW.
           PERFORM CHECK-APP-USED-COMP VARYING CMP-SUB FROM 1 BY 1
               UNTIL CMP-SUB > CMP-CNT OR APP-USED-SW = 'YES'.
       CHECK-APP-USED-COMP.
           IF (SCH-APP (JOB-IDX) = 'P' AND CMP-PAY (CMP-SUB) = 'Y')
               OR (SCH-APP (JOB-IDX) = 'S'
                   AND CMP-SALES (CMP-SUB) = 'Y')
               OR (SCH-APP (JOB-IDX) = 'C'
                   AND CMP-SCHOOL (CMP-SUB) = 'Y')
               MOVE 'YES' TO APP-USED-SW
           END-IF.
      *  DOES THE JOB AT PASS-SUB BELONG TO THIS PASS?
       CHECK-IN-PASS-RTN.
           MOVE 'NO' TO IN-PASS-SW.
           EVALUATE TRUE
               WHEN CMP-IDX = 0
                   IF SCH-APP (PASS-SUB) = SPACE
                       MOVE 'YES' TO IN-PASS-SW
                   END-IF
               WHEN CMP-IDX > CMP-CNT
                   IF SCH-APP (PASS-SUB) = 'E'
                       OR SCH-DEFER-SW (PASS-SUB) = 'YES'
                       MOVE 'YES' TO IN-PASS-SW
                   END-IF
               WHEN OTHER
                   IF (SCH-APP (PASS-SUB) = 'P'
                           AND CMP-PAY (CMP-IDX) = 'Y')
                       OR (SCH-APP (PASS-SUB) = 'S'
                           AND CMP-SALES (CMP-IDX) = 'Y')
                       OR (SCH-APP (PASS-SUB) = 'C'
                           AND CMP-SCHOOL (CMP-IDX) = 'Y')
                       MOVE 'YES' TO IN-PASS-SW
                   END-IF
           END-EVALUATE.

      *  RUN ONE SCHEDULED JOB IF IT IS DUE. A JOB ALREADY ON THE
      *  CHECKPOINT IS SKIPPED; A JOB WHOSE PREDECESSORS OR INPUTS
      *  ARE NOT READY IS HELD - IT DOES NOT RUN, ITS DUE DATE STAYS,
      *  AND THE CHAIN GOES ON WITH THE JOBS THAT DO NOT DEPEND ON
      *  IT. A NONZERO RETURN-CODE MEANS THE JOB FAILED, SO THE CHAIN
      *  STOPS HERE INSTEAD OF STARTING THE NEXT JOB. A JOB'S DUE
      *  DATE ROLLS FORWARD BY ITS FREQUENCY ONCE THE WHOLE CYCLE HAS
      *  RUN IT FOR EVERY COMPANY.
       RUN-JOB-RTN.
           MOVE JOB-IDX TO PASS-SUB.
           PERFORM CHECK-IN-PASS-RTN.
           IF IN-PASS-SW = 'YES'
               PERFORM RUN-JOB-COMP
           END-IF.
       RUN-JOB-COMP.
           IF SCH-NEXT-DUE (JOB-IDX) > RUN-DATE-WS
               MOVE 'NOT DUE     ' TO SCH-DISP (JOB-IDX)
           ELSE
               PERFORM CHECK-DONE-RTN
               IF DONE-SW = 'YES'
                   DISPLAY 'SKIPPING (ALREADY DONE): '
                       SCH-NAME (JOB-IDX) ' ' PASS-CO-WS
                   MOVE 'ALREADY DONE' TO SCH-DISP (JOB-IDX)
                   MOVE 'YES' TO SCH-RAN-SW (JOB-IDX)
               ELSE
                   PERFORM CHECK-READY-RTN
                   EVALUATE TRUE
                       WHEN SCH-REASON (JOB-IDX) = SPACES
                           PERFORM START-JOB-RTN
                       WHEN LATER-SW = 'YES' AND CMP-IDX = 0
                           PERFORM DEFER-JOB-RTN
                       WHEN OTHER
                           PERFORM HOLD-JOB-RTN
                   END-EVALUATE
               END-IF
           END-IF.
      *  A SHOP-WIDE JOB WAITING ON AN APPLICATION JOB (OR ON ANOTHER
      *  JOB PUT OFF) RUNS IN THE END-OF-CYCLE PASS INSTEAD, AFTER
      *  EVERY COMPANY'S RUN OF THAT PREDECESSOR.
       DEFER-JOB-RTN.
           DISPLAY 'DEFERRING JOB: ' SCH-NAME (JOB-IDX)
               ' TO END OF CYCLE - ' SCH-REASON (JOB-IDX).
           MOVE 'DEFERRED    ' TO SCH-DISP (JOB-IDX).
           MOVE 'YES' TO SCH-DEFER-SW (JOB-IDX).
       HOLD-JOB-RTN.
           DISPLAY 'HOLDING JOB: ' SCH-NAME (JOB-IDX)
               ' ' PASS-CO-WS ' - ' SCH-REASON (JOB-IDX).
           MOVE 'HELD        ' TO SCH-DISP (JOB-IDX).
           MOVE 'YES' TO SCH-HOLD-SW (JOB-IDX).
           ADD 1 TO HELD-CNT.
       START-JOB-RTN.
           IF SCH-NEXT-DUE (JOB-IDX) < RUN-DATE-WS
               MOVE 'RAN OVERDUE ' TO SCH-DISP (JOB-IDX)
           ELSE
               MOVE 'RAN         ' TO SCH-DISP (JOB-IDX)
           END-IF.
           DISPLAY 'STARTING JOB: ' SCH-NAME (JOB-IDX) ' ' PASS-CO-WS.
           CALL 'SYSTEM' USING SCH-CMD (JOB-IDX).
           IF RETURN-CODE = 0
               DISPLAY 'JOB COMPLETE: ' SCH-NAME (JOB-IDX)
               PERFORM MARK-DONE-RTN
               MOVE 'YES' TO SCH-RAN-SW (JOB-IDX)
           ELSE
               MOVE 'FAILED      ' TO SCH-DISP (JOB-IDX)
               MOVE 'YES' TO SCH-HOLD-SW (JOB-IDX)
               MOVE SCH-NAME (JOB-IDX) TO FAILED-JOB-NAME
               MOVE 'Y' TO CHAIN-FAILED
           END-IF.

      *  IS THE JOB READY? EACH NAMED PREDECESSOR MUST HAVE RUN OR
      *  BEEN FOUND DONE THIS CYCLE, OR NOT BE DUE AT ALL; A HELD
      *  PREDECESSOR HOLDS THIS JOB TOO, SO A HOLD CARRIES DOWN THE
      *  WHOLE CHAIN BELOW IT. EACH NAMED INPUT FILE MUST EXIST AND
      *  HOLD AT LEAST ONE RECORD. THE FIRST PROBLEM FOUND IS THE
      *  REASON GIVEN. A PREDECESSOR STILL TO RUN IN A LATER PASS
      *  IS NOT READY EITHER - LATER-SW TELLS THE CALLER SO.
       CHECK-READY-RTN.
           MOVE SPACES TO SCH-REASON (JOB-IDX).
           MOVE 'NO' TO LATER-SW.
           MOVE 1 TO PRED-SUB.
           PERFORM CHECK-PRED-RTN
               UNTIL PRED-SUB > 3 OR SCH-REASON (JOB-IDX) NOT = SPACES.
           MOVE 1 TO INP-SUB.
           PERFORM CHECK-INPUT-RTN
               UNTIL INP-SUB > 3 OR SCH-REASON (JOB-IDX) NOT = SPACES.
       CHECK-PRED-RTN.
           IF SCH-PRED (JOB-IDX, PRED-SUB) NOT = SPACES
               MOVE 1 TO SCH-SUB
               PERFORM FIND-PRED-COMP UNTIL SCH-SUB > SCH-CNT
                   OR SCH-NAME (SCH-SUB) = SCH-PRED (JOB-IDX, PRED-SUB)
               IF SCH-SUB > SCH-CNT
                   STRING 'PRED ' DELIMITED BY SIZE
                       SCH-PRED (JOB-IDX, PRED-SUB) DELIMITED BY SPACE
                       ' NOT SCHEDULED' DELIMITED BY SIZE
                       INTO SCH-REASON (JOB-IDX)
               ELSE
                   PERFORM CHECK-PRED-DISP-RTN
               END-IF
           END-IF.
           ADD 1 TO PRED-SUB.
       FIND-PRED-COMP.
           ADD 1 TO SCH-SUB.
      *  A PREDECESSOR FURTHER DOWN THE LIST HAS NOT BEEN REACHED
      *  YET - IT COUNTS ONLY IF IT IS NOT DUE TODAY.
       CHECK-PRED-DISP-RTN.
           EVALUATE TRUE
               WHEN SCH-DISP (SCH-SUB) = 'RAN         '
                   OR SCH-DISP (SCH-SUB) = 'RAN OVERDUE '
                   OR SCH-DISP (SCH-SUB) = 'ALREADY DONE'
                   OR SCH-DISP (SCH-SUB) = 'NOT DUE     '
                   OR SCH-DISP (SCH-SUB) = 'NOT FOR CO  '
                   CONTINUE
               WHEN SCH-DISP (SCH-SUB) = 'LATER PASS  '
                   OR SCH-DISP (SCH-SUB) = 'DEFERRED    '
                   MOVE 'YES' TO LATER-SW
                   STRING 'PRED ' DELIMITED BY SIZE
                       SCH-NAME (SCH-SUB) DELIMITED BY SPACE
                       ' LATER PASS' DELIMITED BY SIZE
                       INTO SCH-REASON (JOB-IDX)
               WHEN SCH-DISP (SCH-SUB) = SPACES
                   AND SCH-NEXT-DUE (SCH-SUB) > RUN-DATE-WS
                   CONTINUE
               WHEN SCH-DISP (SCH-SUB) = 'HELD        '
                   STRING 'PRED ' DELIMITED BY SIZE
                       SCH-NAME (SCH-SUB) DELIMITED BY SPACE
                       ' HELD' DELIMITED BY SIZE
                       INTO SCH-REASON (JOB-IDX)
               WHEN OTHER
                   STRING 'PRED ' DELIMITED BY SIZE
                       SCH-NAME (SCH-SUB) DELIMITED BY SPACE
                       ' NOT COMPLETE' DELIMITED BY SIZE
                       INTO SCH-REASON (JOB-IDX)
           END-EVALUATE.
       CHECK-INPUT-RTN.
           IF SCH-INPUT (JOB-IDX, INP-SUB) NOT = SPACES
               MOVE SCH-INPUT (JOB-IDX, INP-SUB) TO CHK-FILE-NAME
               OPEN INPUT INPUT-CHK
               IF CHK-STATUS = '35'
                   STRING 'INPUT ' DELIMITED BY SIZE
                       CHK-FILE-NAME DELIMITED BY SPACE
                       ' MISSING' DELIMITED BY SIZE
                       INTO SCH-REASON (JOB-IDX)
               ELSE
                   MOVE 'NO' TO CHK-EOF
                   READ INPUT-CHK
                       AT END MOVE 'YES' TO CHK-EOF
                   END-READ
                   CLOSE INPUT-CHK
                   IF CHK-EOF = 'YES'
                       STRING 'INPUT ' DELIMITED BY SIZE
                           CHK-FILE-NAME DELIMITED BY SPACE
                           ' EMPTY' DELIMITED BY SIZE
                           INTO SCH-REASON (JOB-IDX)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO INP-SUB.

      *  AT THE END OF A CYCLE THAT DID NOT FAIL, ROLL EACH JOB RUN
      *  IN EVERY ONE OF ITS PASSES. A JOB HELD FOR ANY COMPANY STAYS
      *  DUE, AND THE CHECKPOINT SKIPS THE COMPANIES ALREADY DONE.
       ROLL-CYCLE-RTN.
           IF SCH-RAN-SW (JOB-IDX) = 'YES'
               AND SCH-HOLD-SW (JOB-IDX) = 'NO'
               PERFORM ROLL-DUE-RTN
           END-IF.
      *  ROLL THE COMPLETED JOB'S DUE DATE FORWARD BY ITS FREQUENCY
      *  ON THE SHOP'S 30-DAY-MONTH CALENDAR: A WEEK, A MONTH, A
      *  FOUR-MONTH TERM, OR A YEAR.
           PERFORM CHECK-DONE-COMP
               UNTIL DONE-SUB > DONE-CNT OR DONE-SW = 'YES'.
       CHECK-DONE-COMP.
           IF DONE-JOB (DONE-SUB) = SCH-NAME (JOB-IDX)
               AND DONE-CO (DONE-SUB) = PASS-CO-WS
               MOVE 'YES' TO DONE-SW
           ELSE
               ADD 1 TO DONE-SUB
      *  PROGRESS SURVIVES EVEN IF A LATER JOB FAILS.
       MARK-DONE-RTN.
           MOVE SCH-NAME (JOB-IDX) TO CKPT-JOBNAME.
           MOVE PASS-CO-WS TO CKPT-CO.
           OPEN EXTEND CKPT-FILE.
           IF CKPT-STATUS = '35'
               OPEN OUTPUT CKPT-FILE
           WRITE CKPT-REC.
           CLOSE CKPT-FILE.

      *  THE SCHEDULE LISTING - FOR EACH PASS, EVERY JOB OF THE PASS
      *  WITH WHAT HAPPENED TO IT THIS RUN AND ITS NEXT DUE DATE.
       START-LISTING-RTN.
           OPEN OUTPUT LIST-OUT.
           WRITE REP-OUT FROM LIST-HDR.
           MOVE RUN-DATE-WS TO LD-DATE.
           WRITE REP-OUT FROM LIST-DATE-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM LIST-COL-HDR.
       WRITE-PASS-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE PASS-CO-WS TO LC-CO.
           WRITE REP-OUT FROM LIST-CO-LN.
           PERFORM WRITE-LISTING-RTN
               VARYING SCH-SUB FROM 1 BY 1
               UNTIL SCH-SUB > SCH-CNT.
       WRITE-LISTING-RTN.
           MOVE SCH-SUB TO PASS-SUB.
           PERFORM CHECK-IN-PASS-RTN.
           IF IN-PASS-SW = 'YES'
               PERFORM WRITE-LISTING-COMP
           END-IF.
      *  THE CLOSING SECTION - EVERY JOB'S DUE DATE AFTER THE CYCLE'S
      *  ROLL, ONE LINE PER JOB.
       WRITE-NEXT-DUE-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM LIST-NEXT-HDR.
           PERFORM WRITE-NEXT-DUE-COMP
               VARYING SCH-SUB FROM 1 BY 1
               UNTIL SCH-SUB > SCH-CNT.
       WRITE-NEXT-DUE-COMP.
           MOVE SPACES TO LIST-DTL.
           MOVE SCH-NAME (SCH-SUB) TO LL-NAME.
           MOVE SCH-FREQ (SCH-SUB) TO LL-FREQ.
           MOVE SCH-NEXT-DUE (SCH-SUB) TO LL-DUE.
           WRITE REP-OUT FROM LIST-DTL.
       WRITE-LISTING-COMP.
           MOVE SCH-NAME (SCH-SUB) TO LL-NAME.
           MOVE SCH-FREQ (SCH-SUB) TO LL-FREQ.
           ELSE
               MOVE SCH-DISP (SCH-SUB) TO LL-DISP
           END-IF.
           MOVE SCH-REASON (SCH-SUB) TO LL-REASON.
           WRITE REP-OUT FROM LIST-DTL.

      *  WRITE THE SCHEDULE BACK WITH THE ROLLED-FORWARD DUE DATES.
           MOVE SCH-CMD (SCH-SUB) TO JS-CMD.
           MOVE SCH-FREQ (SCH-SUB) TO JS-FREQ.
           MOVE SCH-NEXT-DUE (SCH-SUB) TO JS-NEXT-DUE.
           MOVE SCH-PREDS (SCH-SUB) TO JS-PREDS.
           MOVE SCH-INPUTS (SCH-SUB) TO JS-INPUTS.
           MOVE SCH-APP (SCH-SUB) TO JS-APP.
           WRITE SCHED-REC.

      *  CLEAR THE CHECKPOINT - A COMPLETED CHAIN (OR A FORCED FULL
