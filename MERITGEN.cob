       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT-GEN.
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
      *  COMPANY PROFILE FILE - NAME AND ADDRESS FOR THE REPORT
      *  LETTERHEAD, KEYED BY COMPANY CODE, SO A REORGANIZATION IS A
      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  PERFORMANCE APPRAISAL RATINGS KEYED BY HR AFTER EACH
      *  APPRAISAL CYCLE - ONE RECORD PER EMPLOYEE PER PERIOD.
           SELECT APPR-IN ASSIGN TO "APPRAISE.TXT"
               FILE STATUS IS APPR-STATUS.
      *  THE MERIT MATRIX - ONE RECORD PER RATING WITH THE PERCENT
      *  INCREASE IT EARNS. MAINTAINED AS A DATA FILE BY HR, SAME AS
      *  THE PLANTILLA.
           SELECT MATRIX-IN ASSIGN TO "MERITMTX.TXT"
               FILE STATUS IS MATRIX-STATUS.
      *  RUN PARAMETER - THE APPRAISAL PERIOD TO PROCESS AND THE
      *  EFFECTIVE DATE OF THE INCREASES. A MISSING MERITP.TXT TAKES
      *  THE LATEST PERIOD ON FILE, EFFECTIVE THE PROCESSING DATE.
           SELECT PARM-IN ASSIGN TO "MERITP.TXT"
               FILE STATUS IS PARM-STATUS.
      *  THE AUTHORIZED-POSITION (PLANTILLA) FILE - THE APPROVED RATE
      *  RANGE FOR EACH DEPARTMENT AND POSITION TITLE.
           SELECT PLAN-IN ASSIGN TO "PLANTILA.TXT"
               FILE STATUS IS PLAN-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, INDEXED ON EMPNO AND READ
      *  SEQUENTIALLY HERE.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPNO.
           SELECT EMP-SORT-OUT ASSIGN TO "EMPREC2M.TXT".
           SELECT SORT-WORK ASSIGN TO "SORTWK07".
      *  THE RATE TRANSACTION FILE SAL-ADJUST APPLIES - THE MERIT
      *  INCREASES ARE APPENDED HERE FOR IT TO PICK UP.
           SELECT TRAN-FILE ASSIGN TO "RATETRAN.TXT"
               FILE STATUS IS TRAN-STATUS.
      *  SAL-ADJUST'S RATE HISTORY - A MERIT ALREADY APPLIED FOR THE
      *  PERIOD IS NOT QUEUED AGAIN.
           SELECT HIST-IN ASSIGN TO "RATEHIST.TXT"
               FILE STATUS IS HIST-STATUS.
      *  MERIT INCREASE REVIEW LISTING FOR HR SIGN-OFF.
           SELECT LIST-OUT ASSIGN TO MERITREV-FILE-NAME.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  THE DATE STAMPED ON EVERYTHING THIS RUN PRODUCES, SO A
      *  RERUN CARRIES THE RIGHT DATE. A MISSING PROCDATE.TXT FALLS
      *  BACK TO THE MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD APPR-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS APPR-REC.
       01 APPR-REC.
           05 AP-EMPNO PIC X(10).
      *  APPRAISAL PERIOD AS YYYYMM OF THE CYCLE'S CLOSING MONTH.
           05 AP-PERIOD PIC X(6).
           05 AP-RATING PIC X(1).
       FD MATRIX-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS MATRIX-REC.
       01 MATRIX-REC.
           05 MM-RATING PIC X(1).
           05 MM-DESC PIC X(20).
           05 MM-PCT PIC 99V99.
       FD PARM-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS PARM-REC.
       01 PARM-REC.
           05 MP-PERIOD PIC X(6).
           05 MP-EFFDT PIC 9(8).
       FD PLAN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PLAN-REC.
       01 PLAN-REC.
           05 PT-DC PIC X(5).
           05 PT-POSTITLE PIC X(15).
           05 PT-BUDGET PIC 999.
           05 PT-RATE-MIN PIC 9(6)V99.
           05 PT-RATE-MAX PIC 9(6)V99.
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
      *  SORTED WORK FILE - ONE PASS, IN DC AND NAME SEQUENCE, SAME
      *  SINGLE-PASS DESIGN AS EMPREP-TXT.
       FD EMP-SORT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST-S.
       01 EMPLOY-LIST-S.
           05 DC-S PIC X(5).
           05 EMPNO-S PIC X(10).
           05 EMPNA-S PIC X(20).
           05 STATS-S PIC X(12).
           05 HIREDT-S PIC 9(8).
           05 POSTITLE-S PIC X(15).
           05 MONRATE-S PIC 9(6)V99.
           05 SEPDT-S PIC 9(8).
           05 SEPRSN-S PIC X(2).
           05 EMPCO-S PIC X(4).
       SD SORT-WORK
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05 SORT-DC PIC X(5).
           05 SORT-EMPNO PIC X(10).
           05 SORT-EMPNA PIC X(20).
           05 SORT-STATS PIC X(12).
           05 SORT-HIREDT PIC 9(8).
           05 SORT-POSTITLE PIC X(15).
           05 SORT-MONRATE PIC 9(6)V99.
           05 SORT-SEPDT PIC 9(8).
           05 SORT-SEPRSN PIC X(2).
           05 SORT-EMPCO PIC X(4).
       FD TRAN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS TRAN-REC.
       01 TRAN-REC.
           05 RT-EMPNO PIC X(10).
           05 RT-EFFDT PIC 9(8).
           05 RT-RATE PIC 9(6)V99.
           05 RT-REF PIC X(10).
       FD HIST-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS HIST-REC.
       01 HIST-REC.
           05 RH-EMPNO PIC X(10).
           05 RH-EFFDT PIC 9(8).
           05 RH-RATE PIC 9(6)V99.
           05 RH-REF PIC X(10).
       FD LIST-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
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
       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS EMPMAST-LOCK-REC.
       01 EMPMAST-LOCK-REC.
           05 EMPMAST-LOCK-HOLDER PIC X(15).
       WORKING-STORAGE SECTION.
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'MERIT-GEN'.
       01 APPR-STATUS PIC XX.
       01 MATRIX-STATUS PIC XX.
       01 PARM-STATUS PIC XX.
       01 PLAN-STATUS PIC XX.
       01 TRAN-STATUS PIC XX.
       01 HIST-STATUS PIC XX.
       01 PROCDATE-STATUS PIC XX.
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
       01 MERITREV-FILE-NAME PIC X(20) VALUE 'MERITREV.TXT'.
       01 SEL-EOF PIC X(3) VALUE 'NO'.
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
              'MERIT INCREASE REVIEW LISTING'.
           05 FILLER PIC X(20).
       01 HDR-PERIOD.
           05 FILLER PIC X(19) VALUE 'APPRAISAL PERIOD:  '.
           05 HP-PERIOD PIC X(6).
           05 FILLER PIC X(5).
           05 FILLER PIC X(16) VALUE 'EFFECTIVE DATE: '.
           05 HP-EFFDT PIC 9(8).
           05 FILLER PIC X(26).
      *  DEPARTMENT LOOKUP TABLE - SHARED WITH EMPREP-TXT/EMPREP2-TXT
      *  SO ADDING A DEPARTMENT IS DONE ONCE, IN CODETAB.CPY.
           COPY CODETAB.
       01 DEPT-IDX PIC 99 VALUE 1.
       01 PREV-DC PIC X(5) VALUE SPACES.
       01 HDRD.
           05 FILLER PIC X(17) VALUE 'DEPARTMENT NAME: '.
           05 HDRD-NA PIC X(23).
           05 FILLER PIC X(40).
       01 HDR4.
           05 FILLER PIC X(13) VALUE 'EMPLOYEE NO. '.
           05 FILLER PIC X(21) VALUE 'EMPLOYEE NAME'.
           05 FILLER PIC X(3) VALUE 'RTG'.
           05 FILLER PIC X(6) VALUE '  PCT.'.
           05 FILLER PIC X(11) VALUE '    CURRENT'.
           05 FILLER PIC X(11) VALUE '   PROPOSED'.
           05 FILLER PIC X(15) VALUE ' REMARKS'.
       01 MERIT-DTL.
           05 MD-EMPNO PIC X(10).
           05 FILLER PIC X(3).
           05 MD-EMPNA PIC X(20).
           05 FILLER PIC X(2).
           05 MD-RATING PIC X(1).
           05 FILLER PIC X(1).
           05 MD-PCT PIC ZZ9.99.
           05 FILLER PIC X(1).
           05 MD-CUR PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 MD-NEW PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 MD-REMARK PIC X(14).
       01 TOT-LINE.
           05 FILLER PIC X(36).
           05 TL-LABEL PIC X(28).
           05 TL-CNT PIC ZZZ9.
           05 FILLER PIC X(12).
       01 TOT-AMT-LINE.
           05 FILLER PIC X(36).
           05 FILLER PIC X(28) VALUE
              'MONTHLY INCREASE QUEUED:'.
           05 TA-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(6).
       01 LEGEND-LN1.
           05 FILLER PIC X(40) VALUE
              'OVER MAX  - PROPOSED RATE IS ABOVE THE P'.
           05 FILLER PIC X(40) VALUE
              'LANTILLA MAXIMUM; HELD, NOT QUEUED.'.
       01 LEGEND-LN2.
           05 FILLER PIC X(40) VALUE
              'NO PLANTLA - POSITION NOT ON THE PLANTIL'.
           05 FILLER PIC X(40) VALUE
              'LA; HELD, NOT QUEUED.'.
       01 MATRIX-HDR.
           05 FILLER PIC X(80) VALUE 'MERIT MATRIX APPLIED'.
       01 MATRIX-LINE.
           05 FILLER PIC X(2).
           05 ML-RATING PIC X(1).
           05 FILLER PIC X(3).
           05 ML-DESC PIC X(20).
           05 FILLER PIC X(2).
           05 ML-PCT PIC Z9.99.
           05 FILLER PIC X(1) VALUE '%'.
           05 FILLER PIC X(46).
       01 EXC-HDR.
           05 FILLER PIC X(80) VALUE
              'APPRAISALS FOR EMPLOYEES NOT ON THE MASTER'.
       01 EXC-LINE.
           05 FILLER PIC X(10) VALUE 'EMPLOYEE: '.
           05 EXC-NO PIC X(10).
           05 FILLER PIC X(2).
           05 FILLER PIC X(8) VALUE 'RATING: '.
           05 EXC-RATING PIC X(1).
           05 FILLER PIC X(49).
       01 SIGN-LN1.
           05 FILLER PIC X(80) VALUE
              'REVIEWED BY: ____________________   DATE: __________'.
       01 SIGN-LN2.
           05 FILLER PIC X(80) VALUE
              'APPROVED BY: ____________________   DATE: __________'.
       01 BLNKSCR.
           05 FILLER PIC X(80).
      *  RUN DATE AND THE PARAMETERS OF THE RUN.
       01 RUN-DATE-WS PIC 9(8).
       01 PERIOD-WS PIC X(6) VALUE SPACES.
       01 EFFDT-WS PIC 9(8) VALUE 0.
       01 REF-WS.
           05 FILLER PIC X(4) VALUE 'MRT-'.
           05 REF-PERIOD PIC X(6).
      *  THE PERIOD'S APPRAISALS, TABLED SO EACH CAN BE MATCHED TO
      *  THE SORTED MASTER AND THE UNMATCHED ONES LISTED AT THE END.
       01 APPR-TABLE.
           05 APT-ENTRY OCCURS 300 TIMES.
               10 APT-EMPNO PIC X(10).
               10 APT-PERIOD PIC X(6).
               10 APT-RATING PIC X(1).
      *  'Y' ONCE MATCHED, 'O' FOR ANOTHER COMPANY'S EMPLOYEE.
               10 APT-USED PIC X(1).
       01 APT-CNT PIC 999 VALUE 0.
       01 APT-SUB PIC 999 VALUE 0.
       01 APT-FOUND-SW PIC X(3) VALUE 'NO'.
      *  THE MERIT MATRIX.
       01 MATRIX-TABLE.
           05 MXT-ENTRY OCCURS 20 TIMES.
               10 MXT-RATING PIC X(1).
               10 MXT-DESC PIC X(20).
               10 MXT-PCT PIC 99V99.
       01 MXT-CNT PIC 99 VALUE 0.
       01 MXT-SUB PIC 99 VALUE 0.
      *  THE PLANTILLA RATE RANGES.
       01 PLAN-TABLE.
           05 PLT-ENTRY OCCURS 100 TIMES.
               10 PLT-DC PIC X(5).
               10 PLT-POSTITLE PIC X(15).
               10 PLT-RATE-MAX PIC 9(6)V99.
       01 PLT-CNT PIC 999 VALUE 0.
       01 PLT-SUB PIC 999 VALUE 0.
      *  MERIT TRANSACTIONS ALREADY QUEUED ON RATETRAN.TXT OR
      *  APPLIED TO RATEHIST.TXT, SO A RERUN FOR THE SAME PERIOD
      *  DOES NOT QUEUE THEM TWICE.
       01 QUEUED-TABLE.
           05 QT-ENTRY OCCURS 300 TIMES.
               10 QT-EMPNO PIC X(10).
               10 QT-REF PIC X(10).
       01 QT-CNT PIC 999 VALUE 0.
       01 QT-SUB PIC 999 VALUE 0.
       01 NEW-RATE-WS PIC 9(6)V99 VALUE 0.
       01 INCR-TOTAL PIC 9(7)V99 VALUE 0.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'NO'.
           05 APPR-READ PIC 9(5) VALUE 0.
           05 LISTED-CNT PIC 9(4) VALUE 0.
           05 QUEUED-CNT PIC 9(4) VALUE 0.
           05 HELD-CNT PIC 9(4) VALUE 0.
           05 NOINC-CNT PIC 9(4) VALUE 0.
           05 DUP-CNT PIC 9(4) VALUE 0.
           05 EXC-CNT PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
      *  THE MERIT INCREASE BATCH: EVERY EMPLOYEE RATED IN THE
      *  APPRAISAL PERIOD GETS THE MERIT MATRIX PERCENT FOR THE
      *  RATING ON THE CURRENT MONTHLY RATE. PROPOSALS WITHIN THE
      *  PLANTILLA RANGE ARE APPENDED TO RATETRAN.TXT FOR SAL-ADJUST
      *  TO APPLY; THE REVIEW LISTING SHOWS EVERY PROPOSAL WITH THE
      *  ONES OVER THE RANGE MAXIMUM FLAGGED AND HELD.
       MAIN-RTN.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-PARM-RTN.
           PERFORM LOAD-MATRIX-RTN.
           IF MXT-CNT = 0
               DISPLAY 'NO MERIT MATRIX ON FILE - NOTHING TO APPLY.'
               PERFORM RELEASE-EMPMAST-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-APPR-RTN.
           IF APT-CNT = 0
               DISPLAY 'NO APPRAISALS ON FILE FOR PERIOD ' PERIOD-WS
               PERFORM RELEASE-EMPMAST-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-PLAN-RTN.
           MOVE PERIOD-WS TO REF-PERIOD.
           PERFORM LOAD-QUEUED-RTN.
           PERFORM LOAD-APPLIED-RTN.
           SORT SORT-WORK ON ASCENDING KEY SORT-DC
               ON ASCENDING KEY SORT-EMPNA
               INPUT PROCEDURE IS SEL-EMP-RTN
               GIVING EMP-SORT-OUT.
           OPEN INPUT EMP-SORT-OUT
               OUTPUT LIST-OUT.
           OPEN EXTEND TRAN-FILE.
           IF TRAN-STATUS = '35'
               OPEN OUTPUT TRAN-FILE
           END-IF.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM HDR2.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM HDR3.
           MOVE PERIOD-WS TO HP-PERIOD.
           MOVE EFFDT-WS TO HP-EFFDT.
           WRITE REP-OUT FROM HDR-PERIOD.
           WRITE REP-OUT FROM BLNKSCR.
           READ EMP-SORT-OUT AT END MOVE 'YES' TO EOF.
           PERFORM MERIT-EMP-RTN UNTIL EOF = 'YES'.
           CLOSE EMP-SORT-OUT, TRAN-FILE.
           PERFORM PRINT-TOTALS-RTN.
           CLOSE LIST-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'MERIT INCREASE RUN COMPLETE'.
           DISPLAY 'CHECK ' MERITREV-FILE-NAME
               ' BEFORE RUNNING SAL-ADJUST'.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
      *  ONE EMPLOYEE OF THE SORTED MASTER: ONLY THOSE RATED IN THE
      *  PERIOD ARE LISTED. SEPARATED EMPLOYEES ARE SKIPPED - THEIR
      *  APPRAISALS STAY UNMATCHED AND SHOW ON THE EXCEPTION LIST.
       MERIT-EMP-RTN.
           IF STATS-S NOT = 'SEPARATED   '
               MOVE 'NO' TO APT-FOUND-SW
               MOVE 1 TO APT-SUB
               PERFORM FIND-APPR-RTN
                   UNTIL APT-SUB > APT-CNT OR APT-FOUND-SW = 'YES'
               IF APT-FOUND-SW = 'YES'
                   IF DC-S NOT = PREV-DC
                       PERFORM START-DEPT-RTN
                   END-IF
                   MOVE 'Y' TO APT-USED (APT-SUB)
                   PERFORM PROPOSE-RTN
               END-IF
           END-IF.
           READ EMP-SORT-OUT AT END MOVE 'YES' TO EOF.
       FIND-APPR-RTN.
           IF APT-EMPNO (APT-SUB) = EMPNO-S
               MOVE 'YES' TO APT-FOUND-SW
           ELSE
               ADD 1 TO APT-SUB
           END-IF.
      *  NEW DEPARTMENT HEADING. A DC NOT IN THE SHARED TABLE IS
      *  HEADED WITH THE CODE ITSELF.
       START-DEPT-RTN.
           MOVE DC-S TO PREV-DC.
           MOVE 1 TO DEPT-IDX.
           PERFORM FIND-DEPT-RTN UNTIL DEPT-IDX > DEPT-TAB-MAX
                   OR DC-S = DEPT-CODE(DEPT-IDX).
           IF DEPT-IDX <= DEPT-TAB-MAX
               MOVE DEPT-NAME(DEPT-IDX) TO HDRD-NA
           ELSE
               MOVE DC-S TO HDRD-NA
           END-IF.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM HDRD.
           WRITE REP-OUT FROM HDR4.
       FIND-DEPT-RTN.
           ADD 1 TO DEPT-IDX.
      *  THE PROPOSAL FOR ONE RATED EMPLOYEE: MATRIX PERCENT ON THE
      *  CURRENT RATE, CHECKED AGAINST THE PLANTILLA MAXIMUM, AND
      *  QUEUED FOR SAL-ADJUST WHEN IT PASSES.
       PROPOSE-RTN.
           ADD 1 TO LISTED-CNT.
           MOVE EMPNO-S TO MD-EMPNO.
           MOVE EMPNA-S TO MD-EMPNA.
           MOVE APT-RATING (APT-SUB) TO MD-RATING.
           MOVE MONRATE-S TO MD-CUR.
           MOVE 0 TO MD-PCT.
           MOVE 0 TO MD-NEW.
           MOVE 1 TO MXT-SUB.
           PERFORM FIND-MATRIX-RTN UNTIL MXT-SUB > MXT-CNT
               OR MXT-RATING (MXT-SUB) = APT-RATING (APT-SUB).
           IF MXT-SUB > MXT-CNT
               MOVE 'BAD RATING' TO MD-REMARK
               ADD 1 TO HELD-CNT
           ELSE
               MOVE MXT-PCT (MXT-SUB) TO MD-PCT
               COMPUTE NEW-RATE-WS ROUNDED =
                   MONRATE-S * (1 + (MXT-PCT (MXT-SUB) / 100))
               MOVE NEW-RATE-WS TO MD-NEW
               IF NEW-RATE-WS NOT > MONRATE-S
                   MOVE 'NO INCREASE' TO MD-REMARK
                   ADD 1 TO NOINC-CNT
               ELSE
                   PERFORM CHECK-RANGE-RTN
               END-IF
           END-IF.
           WRITE REP-OUT FROM MERIT-DTL.
       FIND-MATRIX-RTN.
           ADD 1 TO MXT-SUB.
       CHECK-RANGE-RTN.
           MOVE 1 TO PLT-SUB.
           PERFORM FIND-PLAN-RTN UNTIL PLT-SUB > PLT-CNT
               OR (PLT-DC (PLT-SUB) = DC-S
                   AND PLT-POSTITLE (PLT-SUB) = POSTITLE-S).
           IF PLT-SUB > PLT-CNT
               MOVE 'NO PLANTLA' TO MD-REMARK
               ADD 1 TO HELD-CNT
           ELSE
               IF NEW-RATE-WS > PLT-RATE-MAX (PLT-SUB)
                   MOVE 'OVER MAX' TO MD-REMARK
                   ADD 1 TO HELD-CNT
               ELSE
                   PERFORM QUEUE-TRAN-RTN
               END-IF
           END-IF.
       FIND-PLAN-RTN.
           ADD 1 TO PLT-SUB.
      *  APPEND THE RATE TRANSACTION UNLESS THIS PERIOD'S MERIT IS
      *  ALREADY QUEUED FOR THE EMPLOYEE FROM AN EARLIER RUN.
       QUEUE-TRAN-RTN.
           MOVE 1 TO QT-SUB.
           PERFORM FIND-QUEUED-RTN UNTIL QT-SUB > QT-CNT
               OR (QT-EMPNO (QT-SUB) = EMPNO-S
                   AND QT-REF (QT-SUB) = REF-WS).
           IF QT-SUB <= QT-CNT
               MOVE 'ALREADY QUEUED' TO MD-REMARK
               ADD 1 TO DUP-CNT
           ELSE
               MOVE EMPNO-S TO RT-EMPNO
               MOVE EFFDT-WS TO RT-EFFDT
               MOVE NEW-RATE-WS TO RT-RATE
               MOVE REF-WS TO RT-REF
               WRITE TRAN-REC
               MOVE 'QUEUED' TO MD-REMARK
               ADD 1 TO QUEUED-CNT
               COMPUTE INCR-TOTAL = INCR-TOTAL
                   + NEW-RATE-WS - MONRATE-S
           END-IF.
       FIND-QUEUED-RTN.
           ADD 1 TO QT-SUB.
      *  COUNTS, THE MATRIX APPLIED, THE UNMATCHED APPRAISALS, AND
      *  THE SIGN-OFF BLOCK.
       PRINT-TOTALS-RTN.
           WRITE REP-OUT FROM BLNKSCR.
           MOVE 'EMPLOYEES RATED:' TO TL-LABEL.
           MOVE LISTED-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'INCREASES QUEUED:' TO TL-LABEL.
           MOVE QUEUED-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'ALREADY QUEUED:' TO TL-LABEL.
           MOVE DUP-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'NO INCREASE:' TO TL-LABEL.
           MOVE NOINC-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'HELD FOR REVIEW:' TO TL-LABEL.
           MOVE HELD-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE INCR-TOTAL TO TA-AMT.
           WRITE REP-OUT FROM TOT-AMT-LINE.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM LEGEND-LN1.
           WRITE REP-OUT FROM LEGEND-LN2.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM MATRIX-HDR.
           MOVE 1 TO MXT-SUB.
           PERFORM PRINT-MATRIX-RTN UNTIL MXT-SUB > MXT-CNT.
           MOVE 1 TO APT-SUB.
           PERFORM PRINT-EXC-RTN UNTIL APT-SUB > APT-CNT.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM SIGN-LN1.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM SIGN-LN2.
       PRINT-MATRIX-RTN.
           MOVE MXT-RATING (MXT-SUB) TO ML-RATING.
           MOVE MXT-DESC (MXT-SUB) TO ML-DESC.
           MOVE MXT-PCT (MXT-SUB) TO ML-PCT.
           WRITE REP-OUT FROM MATRIX-LINE.
           ADD 1 TO MXT-SUB.
       PRINT-EXC-RTN.
           IF APT-USED (APT-SUB) = 'N'
               IF EXC-CNT = 0
                   WRITE REP-OUT FROM BLNKSCR
                   WRITE REP-OUT FROM EXC-HDR
               END-IF
               ADD 1 TO EXC-CNT
               MOVE APT-EMPNO (APT-SUB) TO EXC-NO
               MOVE APT-RATING (APT-SUB) TO EXC-RATING
               WRITE REP-OUT FROM EXC-LINE
           END-IF.
           ADD 1 TO APT-SUB.
      *  THE RUN PARAMETER. A MISSING MERITP.TXT (STATUS 35) OR A
      *  BLANK FIELD LEAVES THE PERIOD TO BE TAKEN FROM THE
      *  APPRAISAL FILE AND THE EFFECTIVE DATE AS THE PROCESSING
      *  DATE.
       LOAD-PARM-RTN.
           MOVE RUN-DATE-WS TO EFFDT-WS.
           OPEN INPUT PARM-IN.
           IF PARM-STATUS NOT = '35'
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE MP-PERIOD TO PERIOD-WS
                       IF MP-EFFDT IS NUMERIC AND MP-EFFDT > 0
                           MOVE MP-EFFDT TO EFFDT-WS
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
      *  LOAD THE MERIT MATRIX. A MISSING MERITMTX.TXT (STATUS 35)
      *  LEAVES THE TABLE EMPTY AND THE RUN REFUSES UP FRONT.
       LOAD-MATRIX-RTN.
           MOVE 0 TO MXT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT MATRIX-IN.
           IF MATRIX-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ MATRIX-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-MATRIX-REC-RTN UNTIL EOF = 'YES'
               CLOSE MATRIX-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-MATRIX-REC-RTN.
           IF MXT-CNT < 20
               ADD 1 TO MXT-CNT
               MOVE MM-RATING TO MXT-RATING (MXT-CNT)
               MOVE MM-DESC TO MXT-DESC (MXT-CNT)
               MOVE MM-PCT TO MXT-PCT (MXT-CNT)
           END-IF.
           READ MATRIX-IN AT END MOVE 'YES' TO EOF.
      *  LOAD THE APPRAISAL PERIOD'S RATINGS. WITH NO PERIOD GIVEN
      *  THE FILE IS READ TWICE - ONCE FOR THE LATEST PERIOD ON IT,
      *  ONCE FOR THAT PERIOD'S RATINGS.
       LOAD-APPR-RTN.
           MOVE 0 TO APT-CNT.
           IF PERIOD-WS = SPACES
               PERFORM OPEN-APPR-RTN
               PERFORM FIND-LATEST-RTN UNTIL EOF = 'YES'
               IF APPR-STATUS NOT = '35'
                   CLOSE APPR-IN
               END-IF
           END-IF.
           MOVE 0 TO APPR-READ.
           PERFORM OPEN-APPR-RTN.
           PERFORM LOAD-APPR-REC-RTN UNTIL EOF = 'YES'.
           IF APPR-STATUS NOT = '35'
               CLOSE APPR-IN
           END-IF.
           MOVE 'NO' TO EOF.
       OPEN-APPR-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT APPR-IN.
           IF APPR-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ APPR-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
           END-IF.
       FIND-LATEST-RTN.
           IF AP-PERIOD > PERIOD-WS
               MOVE AP-PERIOD TO PERIOD-WS
           END-IF.
           READ APPR-IN AT END MOVE 'YES' TO EOF.
       LOAD-APPR-REC-RTN.
           ADD 1 TO APPR-READ.
           IF AP-PERIOD = PERIOD-WS AND APT-CNT < 300
               ADD 1 TO APT-CNT
               MOVE AP-EMPNO TO APT-EMPNO (APT-CNT)
               MOVE AP-PERIOD TO APT-PERIOD (APT-CNT)
               MOVE AP-RATING TO APT-RATING (APT-CNT)
               MOVE 'N' TO APT-USED (APT-CNT)
           END-IF.
           READ APPR-IN AT END MOVE 'YES' TO EOF.
      *  LOAD THE PLANTILLA RATE RANGES. A MISSING PLANTILA.TXT
      *  (STATUS 35) LEAVES THE TABLE EMPTY - EVERY PROPOSAL IS THEN
      *  HELD AS NOT ON THE PLANTILLA.
       LOAD-PLAN-RTN.
           MOVE 0 TO PLT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT PLAN-IN.
           IF PLAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PLAN-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-PLAN-REC-RTN UNTIL EOF = 'YES'
               CLOSE PLAN-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-PLAN-REC-RTN.
           IF PLT-CNT < 100
               ADD 1 TO PLT-CNT
               MOVE PT-DC TO PLT-DC (PLT-CNT)
               MOVE PT-POSTITLE TO PLT-POSTITLE (PLT-CNT)
               MOVE PT-RATE-MAX TO PLT-RATE-MAX (PLT-CNT)
           END-IF.
           READ PLAN-IN AT END MOVE 'YES' TO EOF.
      *  LOAD THE MERIT TRANSACTIONS STILL PENDING ON RATETRAN.TXT.
      *  A MISSING FILE (STATUS 35) MEANS NOTHING IS QUEUED.
       LOAD-QUEUED-RTN.
           MOVE 0 TO QT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT TRAN-FILE.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ TRAN-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-QUEUED-REC-RTN UNTIL EOF = 'YES'
               CLOSE TRAN-FILE
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-QUEUED-REC-RTN.
           IF RT-REF (1:4) = 'MRT-' AND QT-CNT < 300
               ADD 1 TO QT-CNT
               MOVE RT-EMPNO TO QT-EMPNO (QT-CNT)
               MOVE RT-REF TO QT-REF (QT-CNT)
           END-IF.
           READ TRAN-FILE AT END MOVE 'YES' TO EOF.
      *  ADD THE MERITS SAL-ADJUST HAS ALREADY APPLIED. A MISSING
      *  RATEHIST.TXT (STATUS 35) MEANS NONE HAVE BEEN.
       LOAD-APPLIED-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT HIST-IN.
           IF HIST-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ HIST-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-APPLIED-REC-RTN UNTIL EOF = 'YES'
               CLOSE HIST-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-APPLIED-REC-RTN.
           IF RH-REF = REF-WS AND QT-CNT < 300
               ADD 1 TO QT-CNT
               MOVE RH-EMPNO TO QT-EMPNO (QT-CNT)
               MOVE RH-REF TO QT-REF (QT-CNT)
           END-IF.
           READ HIST-IN AT END MOVE 'YES' TO EOF.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'MERIT-GEN      ' TO RL-JOBNAME.
           MOVE RUN-DATE-WS TO RL-DATE.
           ACCEPT RL-TIME FROM TIME.
           MOVE APPR-READ TO RL-RECS-READ.
           MOVE QUEUED-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (MERITREV_DEST.TXT FOR A DEST RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO MERITREV-FILE-NAME
               STRING 'MERITREV_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO MERITREV-FILE-NAME
           END-IF.
      *  SORT INPUT - ONLY THE RUN COMPANY'S EMPLOYEES ARE RELEASED
      *  TO THE SORT. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
      *  ANOTHER COMPANY'S APPRAISALS ARE MARKED OFF AS THAT
      *  COMPANY'S, NOT LISTED AS UNMATCHED.
       SEL-EMP-RTN.
           MOVE 'NO' TO SEL-EOF.
           OPEN INPUT EMP-IN.
           READ EMP-IN AT END MOVE 'YES' TO SEL-EOF.
           PERFORM SEL-EMP-COMP UNTIL SEL-EOF = 'YES'.
           CLOSE EMP-IN.
       SEL-EMP-COMP.
           IF EMPCO = COPROF-CODE-WS
               OR (EMPCO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               RELEASE SORT-REC FROM EMPLOY-LIST
           ELSE
               MOVE 1 TO APT-SUB
               PERFORM PASS-APPR-COMP UNTIL APT-SUB > APT-CNT
           END-IF.
           READ EMP-IN AT END MOVE 'YES' TO SEL-EOF.
       PASS-APPR-COMP.
           IF APT-EMPNO (APT-SUB) = EMPNO
               MOVE 'O' TO APT-USED (APT-SUB)
           END-IF.
           ADD 1 TO APT-SUB.
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
