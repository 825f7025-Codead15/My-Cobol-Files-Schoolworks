      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  INVOICE HEADERS AND THEIR LINE ITEMS - THE ITEM CARRIES THE
      *  PRODUCT AND QUANTITY, THE HEADER THE DATE AND AREA.
           SELECT TRAN-IN ASSIGN TO "SALESTRN.TXT"
           SELECT PROD-IN ASSIGN TO "PRODMAST.TXT"
               FILE STATUS IS PROD-STATUS.
      *  PRODUCT SALES ANALYSIS PER PERIOD AND AREA.
           SELECT REP-FILE ASSIGN TO PRODSALE-FILE-NAME.
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
       FD ITEM-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS ITEM-REC.
       01 ITEM-REC.
           05 IT-INVNO PIC X(8).
           05 IT-PRODCODE PIC X(8).
           05 IT-QTY PIC 9(4).
           05 IT-UNITPRICE PIC 9(5)V99.
      *  'Y' ONCE STOCK-POST HAS MOVED THE LINE'S QUANTITY AGAINST
      *  THE PRODUCT'S ON-HAND BALANCE; BLANK UNTIL THEN.
           05 IT-STKPOST PIC X(1).
      *  LIST PRICE, AUTHORIZING OPERATOR, AND REASON CODE FOR A
      *  LINE PRICED AWAY FROM LIST - SEE INV-ENTRY.
           05 IT-LISTPRICE PIC 9(5)V99.
           05 IT-AUTH-BY PIC X(8).
           05 IT-REASON PIC X(2).
       FD PROD-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS PROD-REC.
       01 PROD-REC.
           05 PR-CODE PIC X(8).
           05 PR-DESC PIC X(25).
           05 PR-PRICE PIC 9(5)V99.
           05 PR-ONHAND PIC S9(6) SIGN IS LEADING SEPARATE.
           05 PR-REORDER PIC 9(6).
       FD REP-FILE.
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
       01 PRODSALE-FILE-NAME PIC X(20) VALUE 'PRODSALE.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 HEADER1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           CLOSE REP-FILE.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'PRODUCT SALES ANALYSIS COMPLETE'.
           DISPLAY 'CHECK ' PRODSALE-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
       AREA-SECTION-RTN.
           MOVE AREA-NAME (AREA-IDX) TO A-NAME-WS.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               PERFORM READ-TRAN-RTN
               PERFORM LOAD-HDRS-REC-RTN UNTIL EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-HDRS-REC-RTN.
           IF TS-YYYYMM = KEY-PERIOD AND HDT-CNT < 500
               AND TS-TYPE NOT = 'V' AND TS-TYPE NOT = 'X'
               ADD 1 TO HDT-CNT
               MOVE TS-INVNO TO HDT-INVNO (HDT-CNT)
               MOVE TS-ARCODE TO HDT-ARCODE (HDT-CNT)
           END-IF.
           PERFORM READ-TRAN-RTN.
      *  BUCKET EVERY LINE ITEM WHOSE INVOICE FALLS IN THE PERIOD.
      *  A MISSING SALESITM.TXT (STATUS 35) MEANS NO DETAIL KEYED.
       BUCKET-ITEMS-RTN.
           MOVE ITEM-CNT TO RL-RECS-READ.
           MOVE BKT-TOT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (PRODSALE_TRIS.TXT FOR A TRIS RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO PRODSALE-FILE-NAME
               STRING 'PRODSALE_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PRODSALE-FILE-NAME
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
