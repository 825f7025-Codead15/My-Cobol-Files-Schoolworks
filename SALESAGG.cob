      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  INVOICE-LEVEL SALES TRANSACTIONS - THE DETAIL BEHIND THE
      *  PRE-TOTALED SALES FIGURES SALMAN.TXT USED TO BE HAND-FED.
           SELECT TRAN-IN ASSIGN TO "SALESTRN.TXT"
               FILE STATUS IS TRAN-STATUS.
      *  THE PER-SALESMAN-PER-PERIOD FILE ACTIVITY-3 REPORTS FROM,
      *  REBUILT FROM THE TRANSACTIONS EACH PERIOD.
           SELECT SALES-OUT ASSIGN TO "SALMAN.TXT"
               FILE STATUS IS SALMAN-STATUS.
      *  THE COMMISSION BASE ACTIVITY-3 AND COMM-STMT PAY FROM -
      *  SALMAN.TXT'S LAYOUT, BUT A PERIOD ON COLLECTION BASIS
      *  CARRIES WHAT WAS COLLECTED IN IT INSTEAD OF WHAT WAS
      *  INVOICED. SALMAN.TXT ITSELF STAYS THE SALES FIGURE.
           SELECT CMS-OUT ASSIGN TO "CMSALES.TXT"
               FILE STATUS IS CMS-STATUS.
      *  SCRATCH COPIES HOLDING THE OTHER COMPANIES' ROWS OF
      *  SALMAN.TXT AND CMSALES.TXT ACROSS THE REBUILD - SAME SWAP
      *  IDIOM AS SALMAN-MAINT.
           SELECT SALMAN-SCRATCH ASSIGN TO "SALMANN2.TXT".
           SELECT CMS-SCRATCH ASSIGN TO "CMSALESN.TXT".
      *  THE COMMISSION BASIS SET PER PERIOD BY COMM-BASIS-MAINT,
      *  AND THE COLLECTIONS POSTED AGAINST THE INVOICES.
           SELECT CBASE-IN ASSIGN TO "COMMBASE.TXT"
               FILE STATUS IS CBASE-STATUS.
           SELECT COLL-IN ASSIGN TO "COLLECTS.TXT"
               FILE STATUS IS COLL-STATUS.
      *  MASTER CONTROL RECORD - RECORD COUNT AND SALES HASH TOTAL,
      *  RESTAMPED AFTER EVERY REBUILD SO FILE-VERIFY CAN PROVE THE
      *  FILE IS STILL WHOLE.
           SELECT SPLIT-IN ASSIGN TO "SPLITTAB.TXT"
               FILE STATUS IS SPLIT-STATUS.
      *  DETAIL-TO-TOTAL AUDIT TRAIL PER SALESMAN, PLUS THE REJECTS.
           SELECT AUDIT-OUT ASSIGN TO SALESAGG-FILE-NAME.
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
      *  KEPT BY CUST-MAINT.
           05 TS-CUSTNO PIC X(6).
      *  'C' MARKS A CREDIT MEMO NETTED OUT OF THE SALESMAN'S TOTAL;
      *  'V' AND 'X' A VOIDED INVOICE OR CREDIT MEMO, WHICH COUNTS
      *  FOR NOTHING; ANYTHING ELSE IS AN ORDINARY INVOICE.
           05 TS-TYPE PIC X(1).
           05 TS-VATABLE PIC 9(5)V99.
           05 TS-EXEMPT PIC 9(5)V99.
           05 TS-ZERO-RATED PIC 9(5)V99.
           05 TS-VAT PIC 9(5)V99.
      *  SELLING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 TS-CO PIC X(4).
       FD SALES-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SALESMANDETAILS.
       01 SALESMANDETAILS.
           05 ARCODE PIC A.
           05 SALESNAME PIC X(20).
           05 SALES PIC 9(5)V99.
           05 PERIOD-CD PIC X(6).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SALESCO PIC X(4).
       FD CMS-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS CMS-REC.
       01 CMS-REC.
           05 CMS-ARCODE PIC A.
           05 CMS-SALESNUM PIC X(10).
           05 CMS-SALESNAME PIC X(20).
           05 CMS-SALES PIC 9(5)V99.
           05 CMS-PERIOD PIC X(6).
           05 CMS-CO PIC X(4).
       FD SALMAN-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01 SALMAN-SCR-REC PIC X(48).
       FD CMS-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01 CMS-SCR-REC PIC X(48).
       FD CBASE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS CBASE-REC.
       01 CBASE-REC.
           05 CB-PERIOD PIC X(6).
           05 CB-BASIS PIC X(1).
           05 CB-SET-DATE PIC 9(8).
       FD COLL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS COLL-REC.
       01 COLL-REC.
           05 CL-INVNO PIC X(8).
           05 CL-DATE PIC 9(8).
           05 CL-DATE-SPLIT REDEFINES CL-DATE.
              10 CL-YYYYMM PIC X(6).
              10 CL-DD PIC 99.
           05 CL-ORNO PIC X(8).
           05 CL-AMOUNT PIC 9(7)V99.
       FD SMAN-IN.
       01 SMAN-DETAILS.
           05 SMAN-NUM PIC X(12).
           05 SMAN-Q2 PIC 9(5)V99.
           05 SMAN-Q3 PIC 9(5)V99.
           05 SMAN-Q4 PIC 9(5)V99.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SMAN-CO PIC X(4).
       FD SPLIT-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
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
       FD SALMAN-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'DEST'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'DEST'.
       01 RUNCO-STATUS PIC XX.
       01 SALESAGG-FILE-NAME PIC X(20) VALUE 'SALESAGG.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 HEADER1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           05 FILLER PIC X(11) VALUE 'NONE FOUND'.
           05 FILLER PIC X(66).
       01 GRAND-LINE.
           05 FILLER PIC X(30) VALUE 'GRAND TOTAL NET SALES BUILT:  '.
           05 GL-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(40).
       01 CMS-HDR.
           05 FILLER PIC X(50) VALUE
              'COMMISSION BASE - PERIODS ON COLLECTION BASIS'.
           05 FILLER PIC X(30).
       01 CMS-SM-LINE.
           05 FILLER PIC X(10) VALUE 'SALESMAN: '.
           05 CSM-NUM PIC X(10).
           05 FILLER PIC X(9) VALUE '  AREA: '.
           05 CSM-AREA PIC X(12).
           05 FILLER PIC X(10) VALUE '  PERIOD: '.
           05 CSM-PERIOD PIC X(6).
           05 FILLER PIC X(23).
       01 CMS-COLL-LINE.
           05 FILLER PIC X(4).
           05 CC-INVNO PIC X(8).
           05 FILLER PIC X(2).
           05 CC-ORNO PIC X(8).
           05 FILLER PIC X(2).
           05 CC-DATE PIC 9(8).
           05 FILLER PIC X(4).
           05 CC-AMT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(35).
       01 CMS-TOT-LINE.
           05 FILLER PIC X(30) VALUE '    COLLECTED, TO CMSALES.TXT:'.
           05 FILLER PIC X(2).
           05 CT-AMT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(39).
       01 CMS-GRAND-LINE.
           05 FILLER PIC X(30) VALUE 'GRAND TOTAL COMMISSION BASE:  '.
           05 CG-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(40).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  ONE BUCKET PER SALESMAN/AREA/PERIOD COMBINATION, SUMMED AS
               10 TRT-PERIOD PIC X(6).
               10 TRT-AMOUNT PIC 9(5)V99.
               10 TRT-TYPE PIC X(1).
      *  THE INVOICE AMOUNT AS KEYED, VAT AND ALL - WHAT THE
      *  CUSTOMER PAYS AGAINST, SO A COLLECTION CAN BE TURNED BACK
      *  INTO THIS ENTRY'S NET-OF-VAT SHARE.
               10 TRT-GROSS PIC 9(5)V99.
       01 TRT-CNT PIC 999 VALUE 0.
       01 TRT-SUB PIC 999 VALUE 0.
      *  REJECTS, HELD FOR THE APPENDIX.
       01 REJ-SUB PIC 999 VALUE 0.
       01 TRAN-STATUS PIC XX.
       01 SMAN-STATUS PIC XX.
       01 SALMAN-STATUS PIC XX.
       01 CMS-STATUS PIC XX.
      *  THE OTHER COMPANIES' SALMAN.TXT ROWS CARRIED THROUGH THE
      *  REBUILD, COUNTED AND HASHED INTO THE CONTROL RECORD.
       01 KEEP-COUNT-WS PIC 9(6) VALUE 0.
       01 KEEP-HASH-WS PIC 9(11)V99 VALUE 0.
       01 SALMAN-EOF PIC X(3) VALUE 'NO'.
       01 CMS-EOF PIC X(3) VALUE 'NO'.
      *  CONTROL-RECORD WORK FIELDS FOR THE POST-REBUILD STAMP.
       01 CTL-STATUS PIC XX.
       01 CTL-COUNT-WS PIC 9(6) VALUE 0.
       01 SHARE-A-WS PIC 9(5)V99 VALUE 0.
       01 SHARE-B-WS PIC 9(5)V99 VALUE 0.
       01 PERIOD-WS PIC X(6).
       01 GROSS-WS PIC 9(5)V99 VALUE 0.
      *  THE COMMISSION BASIS PER PERIOD, LOADED ONCE. A PERIOD NOT
      *  ON THE TABLE IS ON INVOICE BASIS.
       01 CBASE-STATUS PIC XX.
       01 CBASE-EOF PIC X(3) VALUE 'NO'.
       01 CBT-TABLE.
           05 CBT-ENTRY OCCURS 50 TIMES.
               10 CBT-PERIOD PIC X(6).
               10 CBT-BASIS PIC X(1).
       01 CBT-CNT PIC 99 VALUE 0.
       01 CBT-SUB PIC 99 VALUE 0.
       01 BASIS-WS PIC X(1) VALUE 'I'.
      *  THE COMMISSION-BASE BUCKETS - SALMAN'S BUCKETS FOR PERIODS
      *  ON INVOICE BASIS, EMPTY ONES FOR PERIODS ON COLLECTION
      *  BASIS (SO EVERY SALESMAN WITH SALES STILL GETS A ROW), PLUS
      *  EACH PERIOD'S COLLECTIONS ON INVOICES FROM COLLECTION-BASIS
      *  PERIODS. AN INVOICE FROM AN INVOICE-BASIS PERIOD EARNED ITS
      *  COMMISSION WHEN BOOKED, SO ITS COLLECTIONS EARN NOTHING
      *  MORE; A PARTLY COLLECTED ONE FROM A COLLECTION-BASIS PERIOD
      *  KEEPS EARNING IN WHATEVER LATER PERIOD THE REST COMES IN.
       01 CBK-TABLE.
           05 CBK-ENTRY OCCURS 100 TIMES.
               10 CBK-SALESNUM PIC X(10).
               10 CBK-ARCODE PIC A.
               10 CBK-PERIOD PIC X(6).
               10 CBK-AMOUNT PIC 9(6)V99.
       01 CBK-CNT PIC 999 VALUE 0.
       01 CBK-SUB PIC 999 VALUE 0.
      *  THE COLLECTIONS CREDITED, HELD FOR THE AUDIT TRAIL.
       01 CLT-TABLE.
           05 CLT-ENTRY OCCURS 500 TIMES.
               10 CLT-SALESNUM PIC X(10).
               10 CLT-ARCODE PIC A.
               10 CLT-PERIOD PIC X(6).
               10 CLT-INVNO PIC X(8).
               10 CLT-ORNO PIC X(8).
               10 CLT-DATE PIC 9(8).
               10 CLT-AMOUNT PIC 9(5)V99.
       01 CLT-CNT PIC 999 VALUE 0.
       01 CLT-SUB PIC 999 VALUE 0.
       01 COLL-STATUS PIC XX.
       01 COLL-EOF PIC X(3) VALUE 'NO'.
       01 COLL-SHARE-WS PIC 9(5)V99 VALUE 0.
       01 CMS-AMT PIC 9(7)V99 VALUE 0.
       01 NAME-KEY-WS PIC X(10).
       01 GRAND-AMT PIC 9(7)V99 VALUE 0.
       01 SMAN-EOF PIC X(3) VALUE 'NO'.
       01 TRAN-EOF PIC X(3) VALUE 'NO'.
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-REASSIGN-RTN.
           PERFORM LOAD-SPLIT-RTN.
           PERFORM LOAD-CBASE-RTN.
           PERFORM LOAD-TRAN-RTN.
           PERFORM BUILD-CMS-RTN.
           PERFORM CHECK-BUCKET-FIT-RTN.
      *  SALMAN.TXT IS ONLY REBUILT WHEN THE TRANSACTIONS ACTUALLY
      *  YIELDED SOMETHING TO BUILD - A MISSING OR FULLY-REJECTED
           PERFORM WRITE-AUDIT-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'SALES AGGREGATION COMPLETE'.
           DISPLAY 'CHECK ' SALESAGG-FILE-NAME ' FOR THE AUDIT TRAIL'.
           PERFORM RELEASE-SALMAN-RTN.
           PERFORM RELEASE-SALESMAN-RTN.
           STOP RUN.
      *  LOAD AND EDIT-CHECK EVERY TRANSACTION. THE PERIOD IS THE
      *  INVOICE DATE'S YYYYMM. A MISSING SALESTRN.TXT (STATUS 35)
      *  MEANS NOTHING TO BUILD TODAY. VOIDS ARE PASSED BY UNSEEN.
       LOAD-TRAN-RTN.
           OPEN INPUT TRAN-IN.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO TRAN-EOF
           ELSE
               PERFORM READ-TRAN-RTN
               PERFORM LOAD-TRAN-REC-RTN UNTIL TRAN-EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
       LOAD-TRAN-REC-RTN.
           MOVE TS-AMOUNT TO GROSS-WS.
           IF TS-TYPE NOT = 'V' AND TS-TYPE NOT = 'X'
               MOVE 1 TO AREA-IDX
               PERFORM FIND-AREA-RTN UNTIL AREA-IDX > AREA-TAB-MAX
                       OR TS-ARCODE = AREA-CODE (AREA-IDX)
               IF AREA-IDX > AREA-TAB-MAX
                   MOVE 'AREA CODE NOT ON TABLE' TO REJ-REASON-WS
                   PERFORM HOLD-REJECT-RTN
               ELSE
                   IF TS-AMOUNT-X IS NOT NUMERIC
                       MOVE 'SALES AMOUNT NOT NUMERIC' TO REJ-REASON-WS
                       PERFORM HOLD-REJECT-RTN
                   ELSE
                       PERFORM ALLOC-TRAN-RTN
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TRAN-RTN.
      *  ALLOCATE THE GOOD TRANSACTION. A CUSTOMER ON THE STANDING
      *  SPLIT TABLE SENDS EACH SALESMAN'S SHARE THROUGH THE NORMAL
      *  HOLD-AND-BUCKET PATH IN TURN; ANYONE ELSE GOES THROUGH
      *  WHOLE. EACH SHARE HONORS ITS OWN SALESMAN'S AREA
      *  REASSIGNMENT. COMMISSION IS EARNED ON SALES NET OF OUTPUT
      *  VAT, SO THE VAT COMES OFF FIRST; AN INVOICE KEYED BEFORE
      *  INV-ENTRY SPLIT OUT THE VAT CARRIES NONE AND GOES IN WHOLE.
       ALLOC-TRAN-RTN.
           IF TS-VAT IS NUMERIC AND TS-VAT NOT > TS-AMOUNT
               SUBTRACT TS-VAT FROM TS-AMOUNT
           END-IF.
           PERFORM FIND-SPLIT-RTN.
           IF SPLIT-POS = 0
               PERFORM APPLY-REASSIGN-RTN
               MOVE TS-YYYYMM TO TRT-PERIOD (TRT-CNT)
               MOVE TS-AMOUNT TO TRT-AMOUNT (TRT-CNT)
               MOVE TS-TYPE TO TRT-TYPE (TRT-CNT)
               MOVE GROSS-WS TO TRT-GROSS (TRT-CNT)
           END-IF.
      *  ADD THE TRANSACTION INTO ITS SALESMAN/AREA/PERIOD BUCKET,
      *  OPENING A NEW BUCKET THE FIRST TIME THE COMBINATION SHOWS.
       CHECK-BUCKET-FIT-RTN.
           MOVE 1 TO BKT-SUB.
           PERFORM CHECK-BUCKET-FIT-COMP UNTIL BKT-SUB > BKT-CNT.
           MOVE 1 TO CBK-SUB.
           PERFORM CHECK-CMS-FIT-COMP UNTIL CBK-SUB > CBK-CNT.
       CHECK-BUCKET-FIT-COMP.
           IF BKT-AMOUNT (BKT-SUB) > 99999.99
               MOVE 'YES' TO BKT-TOOBIG-SW
           END-IF.
           ADD 1 TO BKT-SUB.
       CHECK-CMS-FIT-COMP.
           IF CBK-AMOUNT (CBK-SUB) > 99999.99
               MOVE 'YES' TO BKT-TOOBIG-SW
           END-IF.
           ADD 1 TO CBK-SUB.
      *  LOAD THE COMMISSION BASIS PER PERIOD. A MISSING
      *  COMMBASE.TXT (STATUS 35) LEAVES EVERY PERIOD ON INVOICE
      *  BASIS.
       LOAD-CBASE-RTN.
           MOVE 0 TO CBT-CNT.
           MOVE 'NO' TO CBASE-EOF.
           OPEN INPUT CBASE-IN.
           IF CBASE-STATUS = '35'
               MOVE 'YES' TO CBASE-EOF
           ELSE
               READ CBASE-IN
                   AT END MOVE 'YES' TO CBASE-EOF
               END-READ
               PERFORM LOAD-CBASE-REC-RTN UNTIL CBASE-EOF = 'YES'
               CLOSE CBASE-IN
           END-IF.
       LOAD-CBASE-REC-RTN.
           IF CBT-CNT < 50
               ADD 1 TO CBT-CNT
               MOVE CB-PERIOD TO CBT-PERIOD (CBT-CNT)
               MOVE CB-BASIS TO CBT-BASIS (CBT-CNT)
           END-IF.
           READ CBASE-IN AT END MOVE 'YES' TO CBASE-EOF.
      *  THE BASIS FOR PERIOD-WS, LEFT IN BASIS-WS.
       FIND-BASIS-RTN.
           MOVE 'I' TO BASIS-WS.
           MOVE 1 TO CBT-SUB.
           PERFORM FIND-BASIS-COMP UNTIL CBT-SUB > CBT-CNT.
       FIND-BASIS-COMP.
           IF CBT-PERIOD (CBT-SUB) = PERIOD-WS
               MOVE CBT-BASIS (CBT-SUB) TO BASIS-WS
               MOVE CBT-CNT TO CBT-SUB
           END-IF.
           ADD 1 TO CBT-SUB.
      *  BUILD THE COMMISSION BASE: START FROM THE SALES BUCKETS,
      *  THEN CREDIT EACH COLLECTION ON A COLLECTION-BASIS INVOICE
      *  TO ITS SALESMAN AND AREA IN THE PERIOD IT WAS COLLECTED. A
      *  MISSING COLLECTS.TXT (STATUS 35) MEANS NOTHING COLLECTED.
       BUILD-CMS-RTN.
           MOVE 0 TO CBK-CNT.
           MOVE 1 TO BKT-SUB.
           PERFORM BUILD-CMS-BKT-COMP UNTIL BKT-SUB > BKT-CNT.
           MOVE 'NO' TO COLL-EOF.
           OPEN INPUT COLL-IN.
           IF COLL-STATUS = '35'
               MOVE 'YES' TO COLL-EOF
           ELSE
               READ COLL-IN
                   AT END MOVE 'YES' TO COLL-EOF
               END-READ
               PERFORM BUILD-CMS-COLL-REC-RTN UNTIL COLL-EOF = 'YES'
               CLOSE COLL-IN
           END-IF.
       BUILD-CMS-BKT-COMP.
           MOVE BKT-PERIOD (BKT-SUB) TO PERIOD-WS.
           PERFORM FIND-BASIS-RTN.
           ADD 1 TO CBK-CNT.
           MOVE BKT-SALESNUM (BKT-SUB) TO CBK-SALESNUM (CBK-CNT).
           MOVE BKT-ARCODE (BKT-SUB) TO CBK-ARCODE (CBK-CNT).
           MOVE BKT-PERIOD (BKT-SUB) TO CBK-PERIOD (CBK-CNT).
           IF BASIS-WS = 'C'
               MOVE 0 TO CBK-AMOUNT (CBK-CNT)
           ELSE
               MOVE BKT-AMOUNT (BKT-SUB) TO CBK-AMOUNT (CBK-CNT)
           END-IF.
           ADD 1 TO BKT-SUB.
       BUILD-CMS-COLL-REC-RTN.
           MOVE 1 TO TRT-SUB.
           PERFORM BUILD-CMS-COLL-COMP UNTIL TRT-SUB > TRT-CNT.
           READ COLL-IN AT END MOVE 'YES' TO COLL-EOF.
      *  EVERY HELD ENTRY FOR THE INVOICE COLLECTED - TWO FOR A SPLIT
      *  ACCOUNT - TAKES ITS PROPORTION OF THE RECEIPT, NET OF VAT
      *  THE SAME WAY THE INVOICE WAS, NEVER MORE THAN ITS OWN SHARE.
       BUILD-CMS-COLL-COMP.
           IF TRT-INVNO (TRT-SUB) = CL-INVNO
               AND TRT-TYPE (TRT-SUB) NOT = 'C'
               AND TRT-GROSS (TRT-SUB) > 0
               MOVE TRT-PERIOD (TRT-SUB) TO PERIOD-WS
               PERFORM FIND-BASIS-RTN
               IF BASIS-WS = 'C'
                   COMPUTE CMS-AMT ROUNDED = CL-AMOUNT
                       * TRT-AMOUNT (TRT-SUB) / TRT-GROSS (TRT-SUB)
                   IF CMS-AMT > TRT-AMOUNT (TRT-SUB)
                       MOVE TRT-AMOUNT (TRT-SUB) TO COLL-SHARE-WS
                   ELSE
                       MOVE CMS-AMT TO COLL-SHARE-WS
                   END-IF
                   PERFORM CREDIT-COLL-RTN
               END-IF
           END-IF.
           ADD 1 TO TRT-SUB.
      *  ADD THE COLLECTED SHARE INTO ITS SALESMAN/AREA/PERIOD
      *  BUCKET, OPENING ONE WHEN THE SALESMAN HAD NO SALES IN THE
      *  PERIOD COLLECTED.
       CREDIT-COLL-RTN.
           MOVE 1 TO CBK-SUB.
           PERFORM FIND-CMS-BUCKET-RTN UNTIL CBK-SUB > CBK-CNT
                   OR (CBK-SALESNUM (CBK-SUB) = TRT-SALESNUM (TRT-SUB)
                       AND CBK-ARCODE (CBK-SUB) = TRT-ARCODE (TRT-SUB)
                       AND CBK-PERIOD (CBK-SUB) = CL-YYYYMM).
           IF CBK-SUB > CBK-CNT
               IF CBK-CNT < 100
                   ADD 1 TO CBK-CNT
                   MOVE TRT-SALESNUM (TRT-SUB) TO CBK-SALESNUM (CBK-CNT)
                   MOVE TRT-ARCODE (TRT-SUB) TO CBK-ARCODE (CBK-CNT)
                   MOVE CL-YYYYMM TO CBK-PERIOD (CBK-CNT)
                   MOVE COLL-SHARE-WS TO CBK-AMOUNT (CBK-CNT)
               ELSE
                   MOVE 'YES' TO BKT-OVERFLOW-SW
               END-IF
           ELSE
               ADD COLL-SHARE-WS TO CBK-AMOUNT (CBK-SUB)
           END-IF.
           IF CLT-CNT < 500
               ADD 1 TO CLT-CNT
               MOVE TRT-SALESNUM (TRT-SUB) TO CLT-SALESNUM (CLT-CNT)
               MOVE TRT-ARCODE (TRT-SUB) TO CLT-ARCODE (CLT-CNT)
               MOVE CL-YYYYMM TO CLT-PERIOD (CLT-CNT)
               MOVE CL-INVNO TO CLT-INVNO (CLT-CNT)
               MOVE CL-ORNO TO CLT-ORNO (CLT-CNT)
               MOVE CL-DATE TO CLT-DATE (CLT-CNT)
               MOVE COLL-SHARE-WS TO CLT-AMOUNT (CLT-CNT)
           END-IF.
       FIND-CMS-BUCKET-RTN.
           ADD 1 TO CBK-SUB.
      *  REBUILD SALMAN.TXT - ONE ROW PER BUCKET, NAME RESOLVED FROM
      *  SALESMAN.TXT (BLANK WHEN THE SALESMAN ISN'T ON THE ROSTER -
      *  HRSALES-XREF WILL FLAG THAT SIDE). ONLY THE RUN COMPANY'S
      *  ROWS ARE REBUILT - THE OTHER COMPANIES' ROWS ARE SET ASIDE
      *  FIRST AND WRITTEN BACK BEHIND THEM UNCHANGED.
       WRITE-SALMAN-RTN.
           PERFORM SAVE-SALMAN-RTN.
           PERFORM SAVE-CMS-RTN.
           OPEN OUTPUT SALES-OUT.
           MOVE 1 TO BKT-SUB.
           PERFORM WRITE-SALMAN-COMP UNTIL BKT-SUB > BKT-CNT.
           MOVE 'NO' TO SALMAN-EOF.
           OPEN INPUT SALMAN-SCRATCH.
           READ SALMAN-SCRATCH AT END MOVE 'YES' TO SALMAN-EOF.
           PERFORM RESTORE-SALMAN-COMP UNTIL SALMAN-EOF = 'YES'.
           CLOSE SALMAN-SCRATCH.
           CLOSE SALES-OUT.
           PERFORM STAMP-CTL-RTN.
           OPEN OUTPUT CMS-OUT.
           MOVE 1 TO CBK-SUB.
           PERFORM WRITE-CMS-COMP UNTIL CBK-SUB > CBK-CNT.
           MOVE 'NO' TO CMS-EOF.
           OPEN INPUT CMS-SCRATCH.
           READ CMS-SCRATCH AT END MOVE 'YES' TO CMS-EOF.
           PERFORM RESTORE-CMS-COMP UNTIL CMS-EOF = 'YES'.
           CLOSE CMS-SCRATCH.
           CLOSE CMS-OUT.
      *  COPY THE OTHER COMPANIES' SALMAN.TXT ROWS TO THE SCRATCH
      *  FILE. A MISSING SALMAN.TXT (STATUS 35) HAS NONE TO KEEP.
       SAVE-SALMAN-RTN.
           MOVE 0 TO KEEP-COUNT-WS.
           MOVE 0 TO KEEP-HASH-WS.
           MOVE 'NO' TO SALMAN-EOF.
           OPEN OUTPUT SALMAN-SCRATCH.
           OPEN INPUT SALES-OUT.
           IF SALMAN-STATUS = '35'
               MOVE 'YES' TO SALMAN-EOF
           ELSE
               READ SALES-OUT
                   AT END MOVE 'YES' TO SALMAN-EOF
               END-READ
               PERFORM SAVE-SALMAN-COMP UNTIL SALMAN-EOF = 'YES'
               CLOSE SALES-OUT
           END-IF.
           CLOSE SALMAN-SCRATCH.
       SAVE-SALMAN-COMP.
           IF SALESCO = COPROF-CODE-WS
               OR (SALESCO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               CONTINUE
           ELSE
               WRITE SALMAN-SCR-REC FROM SALESMANDETAILS
               ADD 1 TO KEEP-COUNT-WS
               ADD SALES TO KEEP-HASH-WS
           END-IF.
           READ SALES-OUT AT END MOVE 'YES' TO SALMAN-EOF.
       RESTORE-SALMAN-COMP.
           WRITE SALESMANDETAILS FROM SALMAN-SCR-REC.
           READ SALMAN-SCRATCH AT END MOVE 'YES' TO SALMAN-EOF.
      *  THE SAME FOR CMSALES.TXT.
       SAVE-CMS-RTN.
           MOVE 'NO' TO CMS-EOF.
           OPEN OUTPUT CMS-SCRATCH.
           OPEN INPUT CMS-OUT.
           IF CMS-STATUS = '35'
               MOVE 'YES' TO CMS-EOF
           ELSE
               READ CMS-OUT
                   AT END MOVE 'YES' TO CMS-EOF
               END-READ
               PERFORM SAVE-CMS-COMP UNTIL CMS-EOF = 'YES'
               CLOSE CMS-OUT
           END-IF.
           CLOSE CMS-SCRATCH.
       SAVE-CMS-COMP.
           IF CMS-CO = COPROF-CODE-WS
               OR (CMS-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               CONTINUE
           ELSE
               WRITE CMS-SCR-REC FROM CMS-REC
           END-IF.
           READ CMS-OUT AT END MOVE 'YES' TO CMS-EOF.
       RESTORE-CMS-COMP.
           WRITE CMS-REC FROM CMS-SCR-REC.
           READ CMS-SCRATCH AT END MOVE 'YES' TO CMS-EOF.
      *  RESTAMP THE REBUILT FILE'S CONTROL RECORD - RECORD COUNT
      *  AND SALES HASH TOTAL - SAME CONVENTION AS THE HR MASTERS.
       STAMP-CTL-RTN.
           MOVE 0 TO CTL-HASH-WS.
           MOVE 1 TO BKT-SUB.
           PERFORM STAMP-CTL-COMP UNTIL BKT-SUB > BKT-CNT.
           ADD KEEP-COUNT-WS TO CTL-COUNT-WS.
           ADD KEEP-HASH-WS TO CTL-HASH-WS.
           MOVE CTL-COUNT-WS TO CT-COUNT.
           MOVE CTL-HASH-WS TO CT-HASH.
           OPEN OUTPUT CTL-FILE.
       WRITE-SALMAN-COMP.
           MOVE BKT-ARCODE (BKT-SUB) TO ARCODE.
           MOVE BKT-SALESNUM (BKT-SUB) TO SALESNUM.
           MOVE BKT-SALESNUM (BKT-SUB) TO NAME-KEY-WS.
           PERFORM LOOKUP-NAME-RTN.
           MOVE NAME-FOUND-WS TO SALESNAME.
           MOVE BKT-AMOUNT (BKT-SUB) TO SALES.
           MOVE BKT-PERIOD (BKT-SUB) TO PERIOD-CD.
           IF COPROF-CODE-WS = HOME-CO-WS
               MOVE SPACES TO SALESCO
           ELSE
               MOVE COPROF-CODE-WS TO SALESCO
           END-IF.
           WRITE SALESMANDETAILS.
           ADD BKT-AMOUNT (BKT-SUB) TO GRAND-AMT.
           ADD 1 TO BKT-SUB.
       WRITE-CMS-COMP.
           MOVE CBK-ARCODE (CBK-SUB) TO CMS-ARCODE.
           MOVE CBK-SALESNUM (CBK-SUB) TO CMS-SALESNUM.
           MOVE CBK-SALESNUM (CBK-SUB) TO NAME-KEY-WS.
           PERFORM LOOKUP-NAME-RTN.
           MOVE NAME-FOUND-WS TO CMS-SALESNAME.
           MOVE CBK-AMOUNT (CBK-SUB) TO CMS-SALES.
           MOVE CBK-PERIOD (CBK-SUB) TO CMS-PERIOD.
           IF COPROF-CODE-WS = HOME-CO-WS
               MOVE SPACES TO CMS-CO
           ELSE
               MOVE COPROF-CODE-WS TO CMS-CO
           END-IF.
           WRITE CMS-REC.
           ADD 1 TO CBK-SUB.
       LOOKUP-NAME-RTN.
           MOVE SPACES TO NAME-FOUND-WS.
           MOVE 'NO' TO SMAN-EOF.
           IF SMAN-STATUS = '35'
               MOVE 'YES' TO SMAN-EOF
           ELSE
               PERFORM READ-SMAN-RTN
               PERFORM LOOKUP-NAME-COMP UNTIL SMAN-EOF = 'YES'
               CLOSE SMAN-IN
           END-IF.
       LOOKUP-NAME-COMP.
           IF SMAN-NUM = NAME-KEY-WS
               MOVE SMAN-NAME TO NAME-FOUND-WS
               MOVE 'YES' TO SMAN-EOF
           ELSE
               PERFORM READ-SMAN-RTN
           END-IF.
      *  THE AUDIT TRAIL: PER BUCKET, EVERY INVOICE BEHIND IT AND
      *  THE TOTAL THAT WENT TO SALMAN.TXT, THEN THE REJECTS.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE GRAND-AMT TO GL-AMT.
           WRITE REP-OUT FROM GRAND-LINE.
           IF CLT-CNT > 0
               PERFORM AUDIT-CMS-RTN
           END-IF.
           CLOSE AUDIT-OUT.
       AUDIT-BUCKET-RTN.
           MOVE BKT-SALESNUM (BKT-SUB) TO SMH-NUM.
               WRITE REP-OUT FROM INV-LINE
           END-IF.
           ADD 1 TO TRT-SUB.
      *  THE COMMISSION-BASE TRAIL: PER BUCKET THAT TOOK ANY
      *  COLLECTIONS, EVERY RECEIPT CREDITED AND THE BUCKET'S TOTAL
      *  THAT WENT TO CMSALES.TXT.
       AUDIT-CMS-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM CMS-HDR.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 0 TO CMS-AMT.
           MOVE 1 TO CBK-SUB.
           PERFORM AUDIT-CMS-BKT-RTN UNTIL CBK-SUB > CBK-CNT.
           MOVE CMS-AMT TO CG-AMT.
           WRITE REP-OUT FROM CMS-GRAND-LINE.
       AUDIT-CMS-BKT-RTN.
           ADD CBK-AMOUNT (CBK-SUB) TO CMS-AMT.
           MOVE 'NO' TO COLL-EOF.
           MOVE 1 TO CLT-SUB.
           PERFORM AUDIT-CMS-FIND-COMP
               UNTIL CLT-SUB > CLT-CNT OR COLL-EOF = 'YES'.
           IF COLL-EOF = 'YES'
               MOVE CBK-SALESNUM (CBK-SUB) TO CSM-NUM
               MOVE 1 TO AREA-IDX
               PERFORM FIND-AREA-RTN UNTIL AREA-IDX > AREA-TAB-MAX
                       OR CBK-ARCODE (CBK-SUB) = AREA-CODE (AREA-IDX)
               IF AREA-IDX <= AREA-TAB-MAX
                   MOVE AREA-NAME (AREA-IDX) TO CSM-AREA
               ELSE
                   MOVE CBK-ARCODE (CBK-SUB) TO CSM-AREA
               END-IF
               MOVE CBK-PERIOD (CBK-SUB) TO CSM-PERIOD
               WRITE REP-OUT FROM CMS-SM-LINE
               MOVE 1 TO CLT-SUB
               PERFORM AUDIT-CMS-COLL-RTN UNTIL CLT-SUB > CLT-CNT
               MOVE CBK-AMOUNT (CBK-SUB) TO CT-AMT
               WRITE REP-OUT FROM CMS-TOT-LINE
               WRITE REP-OUT FROM BLNK-LINE
           END-IF.
           ADD 1 TO CBK-SUB.
       AUDIT-CMS-FIND-COMP.
           IF CLT-SALESNUM (CLT-SUB) = CBK-SALESNUM (CBK-SUB)
               AND CLT-ARCODE (CLT-SUB) = CBK-ARCODE (CBK-SUB)
               AND CLT-PERIOD (CLT-SUB) = CBK-PERIOD (CBK-SUB)
               MOVE 'YES' TO COLL-EOF
           ELSE
               ADD 1 TO CLT-SUB
           END-IF.
       AUDIT-CMS-COLL-RTN.
           IF CLT-SALESNUM (CLT-SUB) = CBK-SALESNUM (CBK-SUB)
               AND CLT-ARCODE (CLT-SUB) = CBK-ARCODE (CBK-SUB)
               AND CLT-PERIOD (CLT-SUB) = CBK-PERIOD (CBK-SUB)
               MOVE CLT-INVNO (CLT-SUB) TO CC-INVNO
               MOVE CLT-ORNO (CLT-SUB) TO CC-ORNO
               MOVE CLT-DATE (CLT-SUB) TO CC-DATE
               MOVE CLT-AMOUNT (CLT-SUB) TO CC-AMT
               WRITE REP-OUT FROM CMS-COLL-LINE
           END-IF.
           ADD 1 TO CLT-SUB.
       PRINT-REJ-RTN.
           MOVE RJT-INVNO (REJ-SUB) TO RJ-INVNO.
           MOVE RJT-SALESNUM (REJ-SUB) TO RJ-SALESNUM.
           COMPUTE RL-RECS-READ = TRT-CNT + REJ-CNT.
           MOVE BKT-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (SALESAGG_TRIS.TXT FOR A TRIS RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO SALESAGG-FILE-NAME
               STRING 'SALESAGG_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SALESAGG-FILE-NAME
           END-IF.
      *  NEXT SALESMAN OF THE RUN COMPANY - ANY OTHER COMPANY'S ARE
      *  PASSED OVER. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       READ-SMAN-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-SMAN-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-SMAN-COMP.
           READ SMAN-IN AT END MOVE 'YES' TO SMAN-EOF.
           IF SMAN-EOF = 'YES'
               OR SMAN-CO = COPROF-CODE-WS
               OR (SMAN-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  NEXT INVOICE OR MEMO OF THE RUN COMPANY - ANY OTHER COMPANY'S
      *  ARE PASSED OVER. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       READ-TRAN-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-TRAN-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-TRAN-COMP.
           READ TRAN-IN AT END MOVE 'YES' TO TRAN-EOF.
           IF TRAN-EOF = 'YES'
               OR TS-CO = COPROF-CODE-WS
               OR (TS-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  CLAIM THE SALMAN PERIOD-SALES FILE AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-SALMAN-RTN.
