           SELECT SALES-IN ASSIGN TO "SALMAN.TXT".
      *  QUARTERLY FIGURES (ONE ROW PER SALESMAN, Q1-Q4).
           SELECT SMAN-IN ASSIGN TO "SALESMAN.TXT".
           SELECT RECON-OUT ASSIGN TO SALRECON-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SALES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SALESMANDETAILS.
       01 SALESMANDETAILS.
           05 ARCODE PIC A.
           05 PERIOD-SPLIT REDEFINES PERIOD-CD.
              10 PERIOD-YYYY PIC 9(4).
              10 PERIOD-MM PIC 99.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SALESCO PIC X(4).
       FD SMAN-IN.
       01 SMAN-DETAILS.
           05 SMAN-NUM PIC X(12).
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
           05 RL-TIME PIC 9(8).
           05 RL-RECS-READ PIC 9(6).
           05 RL-RECS-WRITTEN PIC 9(6).
      *  THE RUN COMPANY (COMPANY.TXT CODE) - BLANK FOR A SHOP-WIDE
      *  JOB.
           05 RL-CO PIC X(4).
       FD SALMAN-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS SALESMAN-LOCK-REC.
       01 SALESMAN-LOCK-REC.
           05 SALESMAN-LOCK-HOLDER PIC X(15).
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
       01 SALRECON-FILE-NAME PIC X(20) VALUE 'SALRECON.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'SALES-RECON'.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(6).
           05 FILLER PIC X(42) VALUE
              'PERIOD VS QUARTERLY SALES RECONCILIATION'.
           05 FILLER PIC X(19).
      *  QUARTER AND EVERY ONE-FILE-ONLY SALESMAN IS LISTED. THE
      *  X(10)/X(12) NUMBER WIDTHS RIDE ON SPACE PADDING.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           PERFORM CLAIM-SALMAN-RTN.
           PERFORM CLAIM-SALESMAN-RTN.
           PERFORM LOAD-QTR-RTN.
           OPEN OUTPUT RECON-OUT.
           MOVE RUN-CO-WS TO HD-CO.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HDR2.
           CLOSE RECON-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'SALES RECONCILIATION COMPLETE'.
           DISPLAY 'CHECK ' SALRECON-FILE-NAME ' FOR THE OUTPUT'.
           PERFORM RELEASE-SALMAN-RTN.
           PERFORM RELEASE-SALESMAN-RTN.
           STOP RUN.
       LOAD-QTR-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT SALES-IN.
           PERFORM READ-SALES-RTN.
           PERFORM LOAD-QTR-REC-RTN UNTIL EOF = 'YES'.
           CLOSE SALES-IN.
       LOAD-QTR-REC-RTN.
           ELSE
               ADD SALES TO QT-AMT (QT-SUB QTR-WS)
           END-IF.
           PERFORM READ-SALES-RTN.
       FIND-QT-RTN.
           ADD 1 TO QT-SUB.
      *  ONE PASS OVER SALESMAN.TXT: CLAIM EACH SALESMAN'S BUCKET
       COMPARE-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT SMAN-IN.
           PERFORM READ-SMAN-RTN.
           PERFORM COMPARE-COMP UNTIL EOF = 'YES'.
           CLOSE SMAN-IN.
       COMPARE-COMP.
               MOVE 1 TO QTR-WS
               PERFORM COMPARE-QTR-RTN UNTIL QTR-WS > 4
           END-IF.
           PERFORM READ-SMAN-RTN.
       FIND-QT2-RTN.
           ADD 1 TO QT-SUB.
       COMPARE-QTR-RTN.
       ONLY-SMAN-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT SMAN-IN.
           PERFORM READ-SMAN-RTN.
           PERFORM ONLY-SMAN-COMP UNTIL EOF = 'YES'.
           CLOSE SMAN-IN.
       ONLY-SMAN-COMP.
               MOVE SMAN-NAME TO OL-NAME
               WRITE REP-OUT FROM ONLY-LINE
           END-IF.
           PERFORM READ-SMAN-RTN.
       FIND-QT3-RTN.
           ADD 1 TO QT-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
           COMPUTE RL-RECS-READ = SALES-READ-CNT + SMAN-READ-CNT.
           COMPUTE RL-RECS-WRITTEN = DIFF-CNT + ONLY1-CNT + ONLY2-CNT.
           OPEN EXTEND RUN-LOG.
           MOVE RUN-CO-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  CLAIM THE SALMAN PERIOD-SALES FILE AT STARTUP - REFUSE TO
           MOVE 'FREE' TO SALESMAN-LOCK-HOLDER.
           WRITE SALESMAN-LOCK-REC.
           CLOSE SALESMAN-LOCK.
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
      *  HOME ONE CARRIES ITS CODE (SALRECON_TRIS.TXT FOR A TRIS RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO SALRECON-FILE-NAME
               STRING 'SALRECON_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SALRECON-FILE-NAME
           END-IF.
      *  NEXT SALESMAN OF THE RUN COMPANY - ANY OTHER COMPANY'S ARE
      *  PASSED OVER. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       READ-SMAN-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-SMAN-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-SMAN-COMP.
           READ SMAN-IN AT END MOVE 'YES' TO EOF.
           IF EOF = 'YES'
               OR SMAN-CO = RUN-CO-WS
               OR (SMAN-CO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  NEXT PERIOD ROW OF THE RUN COMPANY - ANY OTHER COMPANY'S ARE
      *  PASSED OVER. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       READ-SALES-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-SALES-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-SALES-COMP.
           READ SALES-IN AT END MOVE 'YES' TO EOF.
           IF EOF = 'YES'
               OR SALESCO = RUN-CO-WS
               OR (SALESCO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
