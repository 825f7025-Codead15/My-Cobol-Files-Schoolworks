      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE PERMANENT COMMISSION HISTORY LEDGER ACTIVITY-3 APPENDS
      *  TO EVERY RUN.
           SELECT COMM-HIST ASSIGN TO 'COMMHIST.TXT'
               FILE STATUS IS HIST-STATUS.
      *  THE SALESMAN ROSTER - FOR EACH SALESMAN'S COMPANY ONLY.
           SELECT SMAN-IN ASSIGN TO "SALESMAN.TXT"
               FILE STATUS IS SMAN-STATUS.
           SELECT YTD-OUT ASSIGN TO COMMYTD-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
              10 HIST-YYYY PIC X(4).
              10 HIST-MM PIC XX.
           05 HIST-COMM PIC 9(5)V99.
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
       FD YTD-OUT.
       01 REP-OUT.
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
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'DEST'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'DEST'.
       01 RUNCO-STATUS PIC XX.
       01 COMMYTD-FILE-NAME PIC X(20) VALUE 'COMMYTD.TXT'.
       01 HEADER1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
       01 SEEN-SUB PIC 999 VALUE 0.
       01 SEEN-SW PIC X(3) VALUE 'NO'.
       01 HIST-STATUS PIC XX.
      *  ANOTHER COMPANY'S SALESMEN - THEIR LEDGER ROWS ARE LEFT OUT.
       01 OCS-TABLE.
           05 OCS-NUM OCCURS 500 TIMES PIC X(10).
       01 OCS-CNT PIC 999 VALUE 0.
       01 OCS-SUB PIC 999 VALUE 0.
       01 SMAN-STATUS PIC XX.
       01 YEAR-WS PIC X(4).
       01 CUR-NUM PIC X(10).
       01 YTD-AMT PIC 9(7)V99 VALUE 0.
           PERFORM LOAD-COPROF-RTN.
           DISPLAY 'ENTER YEAR TO REPORT (YYYY): '.
           ACCEPT YEAR-WS.
           PERFORM LOAD-SMAN-RTN.
           PERFORM LOAD-HIST-RTN.
           OPEN OUTPUT YTD-OUT.
           WRITE REP-OUT FROM HEADER1.
           CLOSE YTD-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'COMMISSION HISTORY REPORT COMPLETE'.
           DISPLAY 'CHECK ' COMMYTD-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
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
           IF SMAN-CO NOT = COPROF-CODE-WS
               AND NOT (SMAN-CO = SPACES
                   AND COPROF-CODE-WS = HOME-CO-WS)
               AND OCS-CNT < 500
               ADD 1 TO OCS-CNT
               MOVE SMAN-NUM TO OCS-NUM (OCS-CNT)
           END-IF.
           READ SMAN-IN AT END MOVE 'YES' TO EOF.
      *  LOAD THE LEDGER, KEEPING ONLY THE REQUESTED YEAR'S ROWS OF
      *  THE RUN COMPANY'S SALESMEN.
       LOAD-HIST-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT COMM-HIST.
               CLOSE COMM-HIST
           END-IF.
       LOAD-HIST-REC-RTN.
           MOVE 1 TO OCS-SUB.
           PERFORM FIND-OCS-RTN UNTIL OCS-SUB > OCS-CNT
               OR OCS-NUM (OCS-SUB) = HIST-SALESNUM.
           IF HIST-YYYY = YEAR-WS AND HT-CNT < 500
               AND OCS-SUB > OCS-CNT
               ADD 1 TO HT-CNT
               MOVE HIST-SALESNUM TO HT-NUM (HT-CNT)
               MOVE HIST-PERIOD TO HT-PERIOD (HT-CNT)
               MOVE HIST-COMM TO HT-COMM (HT-CNT)
           END-IF.
           READ COMM-HIST AT END MOVE 'YES' TO EOF.
       FIND-OCS-RTN.
           ADD 1 TO OCS-SUB.
      *  ONE LEDGER ROW: IF ITS SALESMAN HASN'T BEEN REPORTED YET,
      *  REPORT THAT SALESMAN'S WHOLE YEAR NOW.
       SALESMAN-RTN.
           MOVE HT-CNT TO RL-RECS-READ.
           MOVE SM-CNT TO RL-RECS-WRITTEN.
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
               IF RUNCO-SALES NOT = SPACES
                   MOVE RUNCO-SALES TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (COMMYTD_TRIS.TXT FOR A TRIS RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO COMMYTD-FILE-NAME
               STRING 'COMMYTD_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO COMMYTD-FILE-NAME
           END-IF.
