      *  THE BANK'S RETURN FILE FOR THE LAST COMMISSION UPLOAD - ONE
      *  'D' RECORD PER CREDIT, ACCEPTED OR REJECTED, AND A 'C'
      *  CONTROL RECORD WITH THE COUNT AND TOTAL.
           SELECT RET-IN ASSIGN TO BANKRETN-FILE-NAME
               FILE STATUS IS RET-STATUS.
      *  THE CREDIT FILE COMM-PAY UPLOADED - ITS 'C' CONTROL RECORD
      *  IS THE OTHER SIDE OF THE BALANCE.
           SELECT BANK-IN ASSIGN TO BANKCRED-FILE-NAME
               FILE STATUS IS BANK-STATUS.
      *  THE PERMANENT PAYMENT REGISTER - EACH PAYMENT IS MARKED PAID
      *  OR RETURNED FROM THE BANK'S VERDICT.
           SELECT PAYREG-SCRATCH ASSIGN TO "COMMPRGN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  RE-ISSUE LIST FOR THE BOUNCED CREDITS.
           SELECT LIST-OUT ASSIGN TO REISSUE-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RET-IN
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
       01 RUN-CO-WS PIC X(4) VALUE 'DEST'.
       01 HOME-CO-WS PIC X(4) VALUE 'DEST'.
       01 RUNCO-STATUS PIC XX.
       01 BANKCRED-FILE-NAME PIC X(20) VALUE 'BANKCRED.TXT'.
       01 BANKRETN-FILE-NAME PIC X(20) VALUE 'BANKRETN.TXT'.
       01 REISSUE-FILE-NAME PIC X(20) VALUE 'REISSUE.TXT'.
       01 RET-STATUS PIC XX.
       01 BANK-STATUS PIC XX.
       01 PAYREG-STATUS PIC XX.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(11).
           05 FILLER PIC X(32) VALUE
              'RETURNED CREDITS RE-ISSUE LIST'.
           05 FILLER PIC X(24).
      *  AGAINST THE 'C' RECORD COMM-PAY UPLOADED - THE HAND
      *  RECONCILIATION AGAINST COMMPREG.TXT IS RETIRED.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           PERFORM LOAD-RET-RTN.
           IF RTT-CNT = 0 AND CTL-SEEN-SW = 'NO'
               DISPLAY 'NO RETURN FILE ON HAND - NOTHING TO PROCESS.'
           PERFORM WRITE-LIST-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'BANK RETURN PROCESSING COMPLETE'.
           DISPLAY 'CHECK ' REISSUE-FILE-NAME ' FOR THE RE-ISSUE LIST'.
           IF BAL-OK-SW = 'NO'
               DISPLAY 'RETURN FILE DID NOT BALANCE - SEE '
                   REISSUE-FILE-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
           END-IF.
           READ RET-IN AT END MOVE 'YES' TO EOF.
      *  MARK EACH REGISTER PAYMENT FROM THE BANK'S VERDICT VIA THE
      *  SCRATCH SWAP - MATCHED BY SALESMAN AND PAY DATE. A
      *  COMMISSION ROUTED TO PAYROLL ('W' OR 'S') NEVER WENT TO THE
      *  BANK AND IS COPIED BACK UNTOUCHED.
       MARK-PAYREG-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAYREG-FILE.
       MARK-MATCH-COMP.
           IF RTT-SALESNUM (RTT-SUB) = PR-SALESNUM
               AND RTT-DATE (RTT-SUB) = PR-PAYDATE
               AND PR-STATUS NOT = 'W' AND PR-STATUS NOT = 'S'
               IF RTT-DISP (RTT-SUB) = 'R'
                   MOVE 'R' TO PR-STATUS
               ELSE
      *  VERDICT AT THE FOOT.
       WRITE-LIST-RTN.
           OPEN OUTPUT LIST-OUT.
           MOVE RUN-CO-WS TO HD-CO.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM COL-HDR.
           MOVE DET-COUNT TO RL-RECS-READ.
           MOVE MARKED-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (BANKCRED_TRIS.TXT FOR A TRIS RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO BANKCRED-FILE-NAME
               STRING 'BANKCRED_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO BANKCRED-FILE-NAME
               MOVE SPACES TO BANKRETN-FILE-NAME
               STRING 'BANKRETN_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO BANKRETN-FILE-NAME
               MOVE SPACES TO REISSUE-FILE-NAME
               STRING 'REISSUE_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO REISSUE-FILE-NAME
           END-IF.
