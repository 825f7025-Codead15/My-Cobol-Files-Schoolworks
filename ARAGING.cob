      *  DUNNING LETTERHEAD, KEYED BY COMPANY CODE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE INVOICES AND THE COLLECTIONS POSTED AGAINST THEM -
      *  WHATEVER IS LEFT OPEN AGES FROM THE INVOICE DATE.
           SELECT TRAN-IN ASSIGN TO "SALESTRN.TXT"
               FILE STATUS IS TRAN-STATUS.
           SELECT COLL-IN ASSIGN TO "COLLECTS.TXT"
               FILE STATUS IS COLL-STATUS.
      *  BAD-DEBT WRITE-OFFS AND LATER RECOVERIES FROM INV-ENTRY AND
      *  COLLECT-POST - A WRITTEN-OFF INVOICE IS NO LONGER AGED OR
      *  DUNNED.
           SELECT WROFF-IN ASSIGN TO "WRITEOFF.TXT"
               FILE STATUS IS WROFF-STATUS.
      *  THE CUSTOMER MASTER, FOR NAMES ON THE REPORT AND LETTERS.
           SELECT CUST-IN ASSIGN TO "CUSTMAST.TXT"
               FILE STATUS IS CUST-STATUS.
      *  THE AGING REPORT AND THE DUNNING LETTERS.
           SELECT REP-FILE ASSIGN TO ARAGING-FILE-NAME.
           SELECT DUN-OUT ASSIGN TO DUNNING-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       FILE SECTION.
       FD TRAN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS TRAN-REC.
       01 TRAN-REC.
           05 TS-INVNO PIC X(8).
           05 TS-AMOUNT PIC 9(5)V99.
           05 TS-CUSTNO PIC X(6).
           05 TS-TYPE PIC X(1).
           05 TS-VATABLE PIC 9(5)V99.
           05 TS-EXEMPT PIC 9(5)V99.
           05 TS-ZERO-RATED PIC 9(5)V99.
           05 TS-VAT PIC 9(5)V99.
      *  SELLING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 TS-CO PIC X(4).
       FD COLL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           05 CL-DATE PIC 9(8).
           05 CL-ORNO PIC X(8).
           05 CL-AMOUNT PIC 9(7)V99.
       FD WROFF-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS WROFF-REC.
       01 WROFF-REC.
           05 WO-INVNO PIC X(8).
           05 WO-CUSTNO PIC X(6).
      *  W = WRITE-OFF, R = RECOVERY COLLECTED AFTER THE WRITE-OFF.
           05 WO-TYPE PIC X(1).
           05 WO-DATE PIC 9(8).
           05 WO-AMOUNT PIC 9(7)V99.
           05 WO-REASON PIC X(2).
           05 WO-OPER PIC X(8).
           05 WO-APPROVER PIC X(8).
           05 WO-ORNO PIC X(8).
       FD CUST-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS CUST-REC.
       01 CUST-REC.
           05 CM-CODE PIC X(6).
           05 CM-NAME PIC X(25).
           05 CM-ADDR PIC X(25).
           05 CM-CREDIT-LIMIT PIC 9(7)V99.
           05 CM-HOLD PIC X(1).
           05 CM-VAT-CLASS PIC X(1).
       FD REP-FILE.
       01 REP-OUT.
           05 FILLER PIC X(80).
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
       01 ARAGING-FILE-NAME PIC X(20) VALUE 'ARAGING.TXT'.
       01 DUNNING-FILE-NAME PIC X(20) VALUE 'DUNNING.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 HEADER1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
       01 TRAN-STATUS PIC XX.
       01 COLL-STATUS PIC XX.
       01 CUST-STATUS PIC XX.
       01 WROFF-STATUS PIC XX.
       01 RUN-DATE-WS.
           05 RD-YYYY PIC 9999.
           05 RD-MM PIC 99.
               (RD-YYYY * 360) + (RD-MM * 30) + RD-DD.
           PERFORM LOAD-INV-RTN.
           PERFORM APPLY-COLL-RTN.
           PERFORM APPLY-WROFF-RTN.
           PERFORM BUCKET-AGE-RTN.
           OPEN OUTPUT REP-FILE
               OUTPUT DUN-OUT.
           CLOSE REP-FILE, DUN-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'AGING RUN COMPLETE'.
           DISPLAY 'CHECK ' ARAGING-FILE-NAME ' AND ' DUNNING-FILE-NAME.
           STOP RUN.
       AREA-SECTION-RTN.
           MOVE AREA-NAME (AREA-IDX) TO A-NAME-WS.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               PERFORM READ-TRAN-RTN
               PERFORM LOAD-INV-REC-RTN UNTIL EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-INV-REC-RTN.
           IF TS-TYPE NOT = 'C' AND TS-TYPE NOT = 'V'
               AND TS-TYPE NOT = 'X' AND INT-CNT < 500
               ADD 1 TO INT-CNT
               MOVE TS-INVNO TO INT-INVNO (INT-CNT)
               MOVE TS-CUSTNO TO INT-CUSTNO (INT-CNT)
               COMPUTE INT-DAYS (INT-CNT) = TODAY-DAYS - INV-DAYS
               MOVE TS-AMOUNT TO INT-OPEN (INT-CNT)
           END-IF.
           PERFORM READ-TRAN-RTN.
      *  SET EVERY POSTED COLLECTION AGAINST ITS INVOICE. A MISSING
      *  COLLECTS.TXT (STATUS 35) MEANS NOTHING COLLECTED YET.
       APPLY-COLL-RTN.
               MOVE INT-CNT TO INT-SUB
           END-IF.
           ADD 1 TO INT-SUB.
      *  TAKE EVERY BAD-DEBT WRITE-OFF OFF ITS INVOICE, AND PUT BACK
      *  EVERY RECOVERY - ITS COLLECTION, ALREADY SET AGAINST THE
      *  INVOICE ABOVE, TAKES IT OFF AGAIN. A MISSING WRITEOFF.TXT
      *  (STATUS 35) MEANS NOTHING WRITTEN OFF.
       APPLY-WROFF-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT WROFF-IN.
           IF WROFF-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ WROFF-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM APPLY-WROFF-REC-RTN UNTIL EOF = 'YES'
               CLOSE WROFF-IN
           END-IF.
           MOVE 'NO' TO EOF.
       APPLY-WROFF-REC-RTN.
           MOVE 1 TO INT-SUB.
           PERFORM APPLY-WROFF-COMP UNTIL INT-SUB > INT-CNT.
           READ WROFF-IN AT END MOVE 'YES' TO EOF.
       APPLY-WROFF-COMP.
           IF INT-INVNO (INT-SUB) = WO-INVNO
               IF WO-TYPE = 'R'
                   ADD WO-AMOUNT TO INT-OPEN (INT-SUB)
               ELSE
                   SUBTRACT WO-AMOUNT FROM INT-OPEN (INT-SUB)
               END-IF
               MOVE INT-CNT TO INT-SUB
           END-IF.
           ADD 1 TO INT-SUB.
      *  ROLL EACH OPEN INVOICE INTO ITS CUSTOMER'S AGE BUCKET.
       BUCKET-AGE-RTN.
           MOVE 1 TO INT-SUB.
           MOVE INT-CNT TO RL-RECS-READ.
           MOVE LETTER-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (ARAGING_TRIS.TXT FOR A TRIS RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO ARAGING-FILE-NAME
               STRING 'ARAGING_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO ARAGING-FILE-NAME
               MOVE SPACES TO DUNNING-FILE-NAME
               STRING 'DUNNING_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO DUNNING-FILE-NAME
           END-IF.
      *  NEXT INVOICE OR MEMO OF THE RUN COMPANY - ANY OTHER
      *  COMPANY'S ARE PASSED OVER. A BLANK COMPANY CODE IS THE HOME
      *  COMPANY'S.
       READ-TRAN-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-TRAN-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-TRAN-COMP.
           READ TRAN-IN AT END MOVE 'YES' TO EOF.
           IF EOF = 'YES'
               OR TS-CO = COPROF-CODE-WS
               OR (TS-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
