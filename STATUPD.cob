               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
      *  APPLY/REJECTS LISTING FOR HR.
           SELECT LIST-OUT ASSIGN TO STATUPDR-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRAN-IN
           05 TR-EFFDT PIC X(8).
       FD EMP-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST.
       01 EMPLOY-LIST.
           05 DC PIC X(5).
      *  EMPLOYEE IS ACTIVE, SET BY SEPARATION-PROC ON EXIT.
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
       01 STATUPDR-FILE-NAME PIC X(20) VALUE 'STATUPDR.TXT'.
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'STATUS-UPDATE'.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(7).
           05 FILLER PIC X(40) VALUE
              'STATUS-CHANGE TRANSACTION REGISTER'.
           05 FILLER PIC X(20).
      *  BEING BUILT - SAME JOURNAL AS EMPMAINT-TXT'S.
       01 AUDIT-WORK.
           05 AUW-ACTION PIC X(6).
           05 AUW-BEFORE PIC X(92).
           05 AUW-AFTER PIC X(92).
       01 AUDIT-STATUS PIC XX.
      *  CONTROL-RECORD WORK FIELDS FOR THE END-OF-RUN STAMP.
       01 CTL-STATUS PIC XX.
           05 REJECT-CNT PIC 999 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM LOAD-TRAN-RTN.
           IF TRAN-CNT > 0
           PERFORM PRINT-LIST-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'STATUS-CHANGE RUN COMPLETE'.
           DISPLAY 'CHECK ' STATUPDR-FILE-NAME ' FOR THE REGISTER'.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
      *  LOAD EVERY TRANSACTION AND EDIT-CHECK THE STATUS VALUE AND
      *  APPLY EACH PENDING TRANSACTION WITH ONE DIRECT READ AND ONE
      *  REWRITE ON THE INDEXED MASTER. SEVERAL TRANSACTIONS FOR THE
      *  SAME EMPNO APPLY IN FILE ORDER, SO THE LAST ONE KEYED WINS.
      *  A TRANSACTION FOR ANOTHER COMPANY'S EMPLOYEE IS MARKED OTHER
      *  CO AND LEFT FOR THAT COMPANY'S RUN - AN EMPNO NOT ON THE
      *  MASTER AT ALL IS THE HOME COMPANY'S TO REJECT.
       APPLY-PASS-RTN.
           OPEN I-O EMP-MASTER.
           MOVE 1 TO TRAN-SUB.
           PERFORM APPLY-MATCH-RTN UNTIL TRAN-SUB > TRAN-CNT.
           CLOSE EMP-MASTER.
       APPLY-MATCH-RTN.
           MOVE TT-EMPNO (TRAN-SUB) TO EMPNO.
           READ EMP-MASTER
               INVALID KEY
                   IF RUN-CO-WS NOT = HOME-CO-WS
                       MOVE 'OTHER CO' TO TT-DISP (TRAN-SUB)
                   END-IF
               NOT INVALID KEY
                   IF EMPCO = RUN-CO-WS
                       OR (EMPCO = SPACES AND RUN-CO-WS = HOME-CO-WS)
                       PERFORM APPLY-ONE-RTN
                   ELSE
                       MOVE 'OTHER CO' TO TT-DISP (TRAN-SUB)
                   END-IF
           END-READ.
           ADD 1 TO TRAN-SUB.
       APPLY-ONE-RTN.
           IF TT-DISP (TRAN-SUB) = 'PENDING '
               MOVE EMPLOY-LIST TO AUW-BEFORE
               MOVE TT-STATS (TRAN-SUB) TO STATS
               REWRITE EMPLOY-LIST
               MOVE EMPLOY-LIST TO AUW-AFTER
               MOVE 'STATUS' TO AUW-ACTION
               PERFORM WRITE-AUDIT-RTN
               MOVE 'APPLIED ' TO TT-DISP (TRAN-SUB)
               ADD 1 TO APPLIED-CNT
           END-IF.
      *  ANY CLEAN TRANSACTION STILL PENDING AFTER THE APPLY PASS HAS
      *  NO MATCHING EMPLOYEE ON THE MASTER.
       FLAG-UNMATCHED-RTN.
               ADD 1 TO REJECT-CNT
           END-IF.
           ADD 1 TO TRAN-SUB.
      *  THE REGISTER - EVERY TRANSACTION OF THE RUN COMPANY WITH ITS
      *  DISPOSITION.
       PRINT-LIST-RTN.
           MOVE RUN-CO-WS TO HD-CO.
           OPEN OUTPUT LIST-OUT.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM TOT-REJECT-LINE.
           CLOSE LIST-OUT.
       PRINT-DTL-RTN.
           IF TT-DISP (TRAN-SUB) NOT = 'OTHER CO'
               MOVE TT-EMPNO (TRAN-SUB) TO DL-EMPNO
               MOVE TT-STATS (TRAN-SUB) TO DL-STATS
               MOVE TT-EFFDT (TRAN-SUB) TO DL-EFFDT
               MOVE TT-DISP (TRAN-SUB) TO DL-DISP
               MOVE TT-REASON (TRAN-SUB) TO DL-REASON
               WRITE REP-OUT FROM DTL-LINE
           END-IF.
           ADD 1 TO TRAN-SUB.
      *  APPEND ONE AUDIT RECORD FOR THE MASTER REWRITE JUST APPLIED
      *  - DATE, TIME, ACTION, AND THE BEFORE/AFTER IMAGES HELD IN
           MOVE TRAN-CNT TO RL-RECS-READ.
           MOVE APPLIED-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE RUN-CO-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
           MOVE 'FREE' TO EMPMAST-LOCK-HOLDER.
           WRITE EMPMAST-LOCK-REC.
           CLOSE EMPMAST-LOCK.
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
      *  HOME ONE CARRIES ITS CODE (STATUPDR_DEST.TXT FOR A DEST RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO STATUPDR-FILE-NAME
               STRING 'STATUPDR_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO STATUPDR-FILE-NAME
           END-IF.
