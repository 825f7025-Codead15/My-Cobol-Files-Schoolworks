      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE COMMISSION BASE SALES-AGG BUILDS BESIDE SALMAN.TXT,
      *  SO EACH STATEMENT MATCHES ACTIVITY-3'S REGISTER. SALMAN.TXT
      *  ITSELF IS READ WHEN NO CMSALES.TXT HAS BEEN BUILT YET.
           SELECT SALES-IN ASSIGN TO SALES-IN-NAME
               FILE STATUS IS SALES-IN-STATUS.
      *  THE COMMISSION BASIS SET PER PERIOD BY COMM-BASIS-MAINT,
      *  AND THE COLLECTIONS POSTED AGAINST THE INVOICES - A
      *  COLLECTION-BASIS STATEMENT SHOWS WHICH INVOICES ARE PAID IN
      *  FULL, PARTLY PAID, AND STILL UNPAID.
           SELECT CBASE-IN ASSIGN TO "COMMBASE.TXT"
               FILE STATUS IS CBASE-STATUS.
           SELECT COLL-IN ASSIGN TO "COLLECTS.TXT"
               FILE STATUS IS COLL-STATUS.
      *  PRIOR-PERIOD COMMISSION BY SALESMAN, WRITTEN BY ACTIVITY-3 -
      *  READ HERE FOR THE COMPARISON BLOCK ON EACH STATEMENT.
           SELECT SALES-CKPT ASSIGN TO SALESCKPT-FILE-NAME
               FILE STATUS IS CKPT-STATUS-S.
      *  THE INVOICE TRANSACTIONS - THE STATEMENT ITEMIZES ANY CREDIT
      *  MEMOS NETTED OUT OF THE SALESMAN'S PERIOD TOTAL SO THE
           SELECT SPLIT-IN ASSIGN TO "SPLITTAB.TXT"
               FILE STATUS IS SPLIT-STATUS.
      *  ONE STATEMENT PAGE PER SALESMAN, FOR HANDOUT.
           SELECT STMT-OUT ASSIGN TO COMMSTMT-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       FILE SECTION.
       FD SALES-IN
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
           05 CL-ORNO PIC X(8).
           05 CL-AMOUNT PIC 9(7)V99.
       FD SALES-CKPT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           05 CKPT-COMM-S PIC 9(5)V99.
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
       FD ADV-IN
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
       01 COMMSTMT-FILE-NAME PIC X(20) VALUE 'COMMSTMT.TXT'.
       01 SALESCKPT-FILE-NAME PIC X(20) VALUE 'SALESCKPT.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 HEADER1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           05 SA-PERIOD PIC X(6).
           05 FILLER PIC X(34).
       01 ST-SALES-LN.
           05 SS-LABEL PIC X(24) VALUE 'NET SALES (EX-VAT):     '.
           05 SS-AMT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(47).
       01 ST-TIER-LN.
       01 SPLIT-EOF PIC X(3) VALUE 'NO'.
       01 MY-PCT-WS PIC 999 VALUE 0.
       01 MY-SHARE-WS PIC 9(5)V99 VALUE 0.
      *  AN INVOICE'S AMOUNT NET OF OUTPUT VAT - THE BASIS SALES-AGG
      *  BUILDS THE PERIOD SALES ON.
       01 NET-AMT-WS PIC 9(5)V99 VALUE 0.
       01 ST-SPLIT-LN.
           05 FILLER PIC X(8) VALUE '  SPLIT '.
           05 SSP-PCT PIC ZZ9.
           05 FILLER PIC X(2) VALUE ': '.
           05 SSP-AMT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(37).
       01 SALES-IN-NAME PIC X(12) VALUE 'CMSALES.TXT'.
       01 SALES-IN-STATUS PIC XX.
      *  THE COMMISSION BASIS PER PERIOD, LOADED ONCE; A PERIOD NOT
      *  ON THE TABLE IS ON INVOICE BASIS.
       01 CBASE-STATUS PIC XX.
       01 CBASE-EOF PIC X(3) VALUE 'NO'.
       01 CBT-TABLE.
           05 CBT-ENTRY OCCURS 50 TIMES.
               10 CBT-PERIOD PIC X(6).
               10 CBT-BASIS PIC X(1).
       01 CBT-CNT PIC 99 VALUE 0.
       01 CBT-SUB PIC 99 VALUE 0.
       01 PERIOD-WS PIC X(6).
       01 BASIS-WS PIC X(1) VALUE 'I'.
       01 ROW-BASIS PIC X(1) VALUE 'I'.
       01 ROW-PERIOD-N PIC 9(6) VALUE 0.
      *  EVERY COLLECTION, LOADED ONCE.
       01 COLL-STATUS PIC XX.
       01 COLL-EOF PIC X(3) VALUE 'NO'.
       01 CLT-TABLE.
           05 CLT-ENTRY OCCURS 500 TIMES.
               10 CLT-INVNO PIC X(8).
               10 CLT-DATE PIC 9(8).
               10 CLT-DATE-R REDEFINES CLT-DATE.
                  15 CLT-YYYYMM PIC 9(6).
                  15 CLT-DD PIC 99.
               10 CLT-AMOUNT PIC 9(7)V99.
       01 CLT-CNT PIC 999 VALUE 0.
       01 CLT-SUB PIC 999 VALUE 0.
      *  ONE INVOICE'S STANDING AT THE STATEMENT PERIOD'S END, IN
      *  THE SALESMAN'S NET-OF-VAT SHARE: F = PAID IN FULL (FINISHED
      *  IN THE PERIOD), P = PARTLY PAID, U = NOTHING COLLECTED.
       01 INV-CLASS PIC X(1).
       01 LIST-CLASS PIC X(1).
       01 CLASS-SHOWN PIC X(3) VALUE 'NO'.
       01 BLOCK-SHOWN PIC X(3) VALUE 'NO'.
       01 COLL-TODATE PIC 9(7)V99 VALUE 0.
       01 COLL-INPER PIC 9(7)V99 VALUE 0.
       01 SHARE-TODATE PIC 9(7)V99 VALUE 0.
       01 SHARE-INPER PIC 9(7)V99 VALUE 0.
       01 SHARE-BAL PIC S9(7)V99 VALUE 0.
       01 ST-COLL-HDR.
           05 FILLER PIC X(42) VALUE
              'COLLECTION-BASIS INVOICES AT PERIOD END'.
           05 FILLER PIC X(38).
       01 ST-COLL-COLS.
           05 FILLER PIC X(4).
           05 FILLER PIC X(8) VALUE 'INVOICE'.
           05 FILLER PIC X(2).
           05 FILLER PIC X(8) VALUE 'DATE'.
           05 FILLER PIC X(3).
           05 FILLER PIC X(12) VALUE '  YOUR SHARE'.
           05 FILLER PIC X(1).
           05 FILLER PIC X(12) VALUE ' THIS PERIOD'.
           05 FILLER PIC X(2).
           05 FILLER PIC X(12) VALUE ' BALANCE C/F'.
           05 FILLER PIC X(16).
       01 ST-CLASS-LN.
           05 FILLER PIC X(2).
           05 SCL-TEXT PIC X(50).
           05 FILLER PIC X(28).
       01 ST-INV-LN.
           05 FILLER PIC X(4).
           05 SI-INVNO PIC X(8).
           05 FILLER PIC X(2).
           05 SI-DATE PIC 9(8).
           05 FILLER PIC X(3).
           05 SI-SHARE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 SI-INPER PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 SI-BAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(16).
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'NO'.
           05 STMT-CNT PIC 999 VALUE 0.
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-SPLIT-RTN.
           PERFORM LOAD-SALES-CKPT-RTN.
           PERFORM PICK-SALES-IN-RTN.
           PERFORM LOAD-CBASE-RTN.
           PERFORM LOAD-COLL-RTN.
           OPEN INPUT SALES-IN
               OUTPUT STMT-OUT.
           PERFORM READ-SALES-RTN.
           PERFORM STMT-RTN UNTIL EOF = 'YES'.
           CLOSE SALES-IN, STMT-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'COMMISSION STATEMENTS COMPLETE'.
           DISPLAY 'CHECK ' COMMSTMT-FILE-NAME ' FOR THE OUTPUT'.
           PERFORM RELEASE-SALMAN-RTN.
           STOP RUN.
      *  LOAD LAST RUN'S PER-SALESMAN COMMISSION - FILE STATUS 35
           MOVE PERIOD-CD TO SA-PERIOD.
           WRITE STMT-LINE-OUT FROM ST-AREA-LN.
           WRITE STMT-LINE-OUT FROM BLNK-LINE.
           MOVE PERIOD-CD TO PERIOD-WS.
           PERFORM FIND-BASIS-RTN.
           MOVE BASIS-WS TO ROW-BASIS.
           MOVE PERIOD-CD TO ROW-PERIOD-N.
           IF ROW-BASIS = 'C'
               MOVE 'NET COLLECTED (EX-VAT): ' TO SS-LABEL
           ELSE
               MOVE 'NET SALES (EX-VAT):     ' TO SS-LABEL
           END-IF.
           MOVE SALES TO SS-AMT.
           WRITE STMT-LINE-OUT FROM ST-SALES-LN.
           IF ROW-BASIS NOT = 'C'
               PERFORM LIST-MEMOS-RTN
           END-IF.
           PERFORM LIST-SPLITS-RTN.
           PERFORM LIST-COLL-INV-RTN.
           PERFORM LIST-ADV-RTN.
           IF COMM-TIER-FOUND = 'YES'
               MOVE COMM-TIER-UPPER (COMM-TIER-IDX) TO TT-UPPER
               WRITE STMT-LINE-OUT FROM ST-NOPRIOR-LN
           END-IF.
           WRITE STMT-LINE-OUT FROM RULE-LINE.
           PERFORM READ-SALES-RTN.
       FIND-AREA-RTN.
           ADD 1 TO AREA-IDX.
      *  LIST THE SALESMAN'S CREDIT MEMOS FOR THE STATEMENT PERIOD.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO MEMO-EOF
           ELSE
               PERFORM READ-TRAN-RTN
               PERFORM LIST-MEMOS-COMP UNTIL MEMO-EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
       LIST-MEMOS-COMP.
           IF TS-TYPE = 'C' AND TS-SALESNUM = SALESNUM
               AND TS-YYYYMM = PERIOD-CD
               PERFORM NET-OF-VAT-RTN
               MOVE TS-INVNO TO SM-INVNO
               MOVE NET-AMT-WS TO SM-AMT
               WRITE STMT-LINE-OUT FROM ST-MEMO-LN
           END-IF.
           PERFORM READ-TRAN-RTN.
      *  ITEMIZE THE PERIOD'S SHARED-ACCOUNT INVOICES WHERE THIS
      *  SALESMAN IS A PARTY, WITH THE PERCENT AND SHARE AMOUNT
      *  SALES-AGG ALLOCATED. A MISSING SALESTRN.TXT MEANS NONE.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO MEMO-EOF
           ELSE
               PERFORM READ-TRAN-RTN
               PERFORM LIST-SPLITS-COMP UNTIL MEMO-EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
       LIST-SPLITS-COMP.
           IF TS-TYPE NOT = 'C' AND TS-TYPE NOT = 'V'
               AND TS-TYPE NOT = 'X' AND TS-YYYYMM = PERIOD-CD
               MOVE 0 TO MY-PCT-WS
               MOVE 1 TO SPT-SUB
               PERFORM FIND-MY-SPLIT-COMP UNTIL SPT-SUB > SPT-CNT
               IF MY-PCT-WS > 0
                   PERFORM NET-OF-VAT-RTN
                   COMPUTE MY-SHARE-WS ROUNDED =
                       NET-AMT-WS * MY-PCT-WS / 100
                   MOVE MY-PCT-WS TO SSP-PCT
                   MOVE TS-INVNO TO SSP-INVNO
                   MOVE MY-SHARE-WS TO SSP-AMT
                   WRITE STMT-LINE-OUT FROM ST-SPLIT-LN
               END-IF
           END-IF.
           PERFORM READ-TRAN-RTN.
      *  THE SAME NET-OF-VAT RULE AS SALES-AGG: AN INVOICE KEYED
      *  BEFORE THE VAT SPLIT CARRIES NO VAT AND COUNTS WHOLE.
       NET-OF-VAT-RTN.
           MOVE TS-AMOUNT TO NET-AMT-WS.
           IF TS-VAT IS NUMERIC AND TS-VAT NOT > TS-AMOUNT
               SUBTRACT TS-VAT FROM NET-AMT-WS
           END-IF.
       FIND-MY-SPLIT-COMP.
           IF SPT-CUSTNO (SPT-SUB) = TS-CUSTNO
               IF SPT-SALESNUM-A (SPT-SUB) = SALESNUM
               MOVE SPT-CNT TO SPT-SUB
           END-IF.
           ADD 1 TO SPT-SUB.
      *  THE SALESMAN'S INVOICES FROM COLLECTION-BASIS PERIODS,
      *  DATED BY THE STATEMENT PERIOD'S END, GROUPED PAID IN FULL
      *  (ONLY THOSE FINISHED IN THE PERIOD - EARLIER ONES WERE ON
      *  EARLIER STATEMENTS), PARTLY PAID, AND UNPAID. THE PARTLY
      *  PAID BALANCE CARRIES FORWARD AND EARNS AS IT IS COLLECTED.
      *  NOTHING IS PRINTED WHEN THE SALESMAN HAS NONE.
       LIST-COLL-INV-RTN.
           MOVE 'NO' TO BLOCK-SHOWN.
           MOVE 'F' TO LIST-CLASS.
           MOVE 'INVOICES PAID IN FULL' TO SCL-TEXT.
           PERFORM LIST-COLL-CLASS-RTN.
           MOVE 'P' TO LIST-CLASS.
           MOVE 'INVOICES PARTLY PAID - BALANCE CARRIED FORWARD'
               TO SCL-TEXT.
           PERFORM LIST-COLL-CLASS-RTN.
           MOVE 'U' TO LIST-CLASS.
           MOVE 'INVOICES STILL UNPAID' TO SCL-TEXT.
           PERFORM LIST-COLL-CLASS-RTN.
       LIST-COLL-CLASS-RTN.
           MOVE 'NO' TO CLASS-SHOWN.
           MOVE 'NO' TO MEMO-EOF.
           OPEN INPUT TRAN-IN.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO MEMO-EOF
           ELSE
               PERFORM READ-TRAN-RTN
               PERFORM LIST-COLL-INV-COMP UNTIL MEMO-EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
       LIST-COLL-INV-COMP.
           IF TS-TYPE NOT = 'C' AND TS-TYPE NOT = 'V'
               AND TS-TYPE NOT = 'X' AND TS-YYYYMM NOT > ROW-PERIOD-N
               AND TS-AMOUNT > 0
               MOVE TS-YYYYMM TO PERIOD-WS
               PERFORM FIND-BASIS-RTN
               IF BASIS-WS = 'C'
                   PERFORM FIND-MY-PCT-RTN
                   IF MY-PCT-WS > 0
                       PERFORM CLASSIFY-INV-RTN
                       IF INV-CLASS = LIST-CLASS
                           PERFORM PRINT-COLL-INV-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TRAN-RTN.
      *  THIS SALESMAN'S PERCENT OF THE INVOICE - THE SPLIT SHARE
      *  FOR A SHARED ACCOUNT (NONE WHEN NOT A PARTY), ALL OF IT WHEN
      *  THEY KEYED AN UNSHARED ONE - AS SALES-AGG ALLOCATES IT.
       FIND-MY-PCT-RTN.
           MOVE 0 TO MY-PCT-WS.
           MOVE 'NO' TO PRIOR-FOUND.
           MOVE 1 TO SPT-SUB.
           PERFORM FIND-SPLIT-PARTY-COMP UNTIL SPT-SUB > SPT-CNT.
           IF PRIOR-FOUND = 'NO' AND TS-SALESNUM = SALESNUM
               MOVE 100 TO MY-PCT-WS
           END-IF.
       FIND-SPLIT-PARTY-COMP.
           IF SPT-CUSTNO (SPT-SUB) = TS-CUSTNO
               MOVE 'YES' TO PRIOR-FOUND
           END-IF.
           PERFORM FIND-MY-SPLIT-COMP.
      *  THE INVOICE'S COLLECTIONS TO THE PERIOD END AND WITHIN THE
      *  PERIOD, TURNED INTO THE SALESMAN'S NET-OF-VAT SHARE THE SAME
      *  WAY SALES-AGG CREDITS THEM.
       CLASSIFY-INV-RTN.
           MOVE 0 TO COLL-TODATE.
           MOVE 0 TO COLL-INPER.
           MOVE 1 TO CLT-SUB.
           PERFORM SUM-COLL-COMP UNTIL CLT-SUB > CLT-CNT.
           PERFORM NET-OF-VAT-RTN.
           COMPUTE MY-SHARE-WS ROUNDED = NET-AMT-WS * MY-PCT-WS / 100.
           COMPUTE SHARE-TODATE ROUNDED =
               COLL-TODATE * MY-SHARE-WS / TS-AMOUNT.
           COMPUTE SHARE-INPER ROUNDED =
               COLL-INPER * MY-SHARE-WS / TS-AMOUNT.
           COMPUTE SHARE-BAL = MY-SHARE-WS - SHARE-TODATE.
           IF SHARE-BAL < 0
               MOVE 0 TO SHARE-BAL
           END-IF.
           IF COLL-TODATE = 0
               MOVE 'U' TO INV-CLASS
           ELSE
               IF SHARE-BAL > 0
                   MOVE 'P' TO INV-CLASS
               ELSE
                   IF COLL-INPER > 0
                       MOVE 'F' TO INV-CLASS
                   ELSE
                       MOVE SPACE TO INV-CLASS
                   END-IF
               END-IF
           END-IF.
       SUM-COLL-COMP.
           IF CLT-INVNO (CLT-SUB) = TS-INVNO
               AND CLT-YYYYMM (CLT-SUB) NOT > ROW-PERIOD-N
               ADD CLT-AMOUNT (CLT-SUB) TO COLL-TODATE
               IF CLT-YYYYMM (CLT-SUB) = ROW-PERIOD-N
                   ADD CLT-AMOUNT (CLT-SUB) TO COLL-INPER
               END-IF
           END-IF.
           ADD 1 TO CLT-SUB.
       PRINT-COLL-INV-RTN.
           IF BLOCK-SHOWN = 'NO'
               WRITE STMT-LINE-OUT FROM BLNK-LINE
               WRITE STMT-LINE-OUT FROM ST-COLL-HDR
               WRITE STMT-LINE-OUT FROM ST-COLL-COLS
               MOVE 'YES' TO BLOCK-SHOWN
           END-IF.
           IF CLASS-SHOWN = 'NO'
               WRITE STMT-LINE-OUT FROM ST-CLASS-LN
               MOVE 'YES' TO CLASS-SHOWN
           END-IF.
           MOVE TS-INVNO TO SI-INVNO.
           MOVE TS-DATE TO SI-DATE.
           MOVE MY-SHARE-WS TO SI-SHARE.
           MOVE SHARE-INPER TO SI-INPER.
           MOVE SHARE-BAL TO SI-BAL.
           WRITE STMT-LINE-OUT FROM ST-INV-LN.
      *  COMMISSION IS STATED FROM SALES-AGG'S COMMISSION BASE WHEN
      *  ONE HAS BEEN BUILT (STATUS 35 ON CMSALES.TXT MEANS NOT YET),
      *  OTHERWISE FROM THE SALES FIGURES AS BEFORE.
       PICK-SALES-IN-RTN.
           OPEN INPUT SALES-IN.
           IF SALES-IN-STATUS = '35'
               MOVE 'SALMAN.TXT' TO SALES-IN-NAME
           ELSE
               CLOSE SALES-IN
           END-IF.
      *  LOAD THE COMMISSION BASIS PER PERIOD. A MISSING
      *  COMMBASE.TXT (STATUS 35) LEAVES EVERY PERIOD ON INVOICE
      *  BASIS, AS DOES READING SALMAN.TXT ITSELF, WHICH CARRIES NO
      *  COLLECTIONS.
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
           IF SALES-IN-NAME = 'SALMAN.TXT'
               MOVE 0 TO CBT-CNT
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
      *  LOAD EVERY COLLECTION. A MISSING COLLECTS.TXT (STATUS 35)
      *  MEANS NOTHING COLLECTED YET.
       LOAD-COLL-RTN.
           MOVE 0 TO CLT-CNT.
           MOVE 'NO' TO COLL-EOF.
           OPEN INPUT COLL-IN.
           IF COLL-STATUS = '35'
               MOVE 'YES' TO COLL-EOF
           ELSE
               READ COLL-IN
                   AT END MOVE 'YES' TO COLL-EOF
               END-READ
               PERFORM LOAD-COLL-REC-RTN UNTIL COLL-EOF = 'YES'
               CLOSE COLL-IN
           END-IF.
       LOAD-COLL-REC-RTN.
           IF CLT-CNT < 500
               ADD 1 TO CLT-CNT
               MOVE CL-INVNO TO CLT-INVNO (CLT-CNT)
               MOVE CL-DATE TO CLT-DATE (CLT-CNT)
               MOVE CL-AMOUNT TO CLT-AMOUNT (CLT-CNT)
           END-IF.
           READ COLL-IN AT END MOVE 'YES' TO COLL-EOF.
      *  LOAD THE STANDING SPLIT TABLE. A MISSING SPLITTAB.TXT
      *  (STATUS 35) MEANS NO SHARED ACCOUNTS.
       LOAD-SPLIT-RTN.
           MOVE STMT-CNT TO RL-RECS-READ.
           MOVE STMT-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (COMMSTMT_TRIS.TXT FOR A TRIS RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO COMMSTMT-FILE-NAME
               STRING 'COMMSTMT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO COMMSTMT-FILE-NAME
               MOVE SPACES TO SALESCKPT-FILE-NAME
               STRING 'SALESCKPT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SALESCKPT-FILE-NAME
           END-IF.
      *  NEXT INVOICE OR MEMO OF THE RUN COMPANY - ANY OTHER
      *  COMPANY'S ARE PASSED OVER. A BLANK COMPANY CODE IS THE HOME
      *  COMPANY'S.
       READ-TRAN-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-TRAN-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-TRAN-COMP.
           READ TRAN-IN AT END MOVE 'YES' TO MEMO-EOF.
           IF MEMO-EOF = 'YES'
               OR TS-CO = COPROF-CODE-WS
               OR (TS-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  NEXT SALESMAN TOTAL OF THE RUN COMPANY - ANY OTHER
      *  COMPANY'S ARE PASSED OVER. A BLANK COMPANY CODE IS THE HOME
      *  COMPANY'S.
       READ-SALES-RTN.
           MOVE 'NO' TO CO-SEL-SW.
           PERFORM READ-SALES-COMP UNTIL CO-SEL-SW = 'YES'.
       READ-SALES-COMP.
           READ SALES-IN AT END MOVE 'YES' TO EOF.
           IF EOF = 'YES'
               OR SALESCO = COPROF-CODE-WS
               OR (SALESCO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               MOVE 'YES' TO CO-SEL-SW
           END-IF.
      *  CLAIM THE SALMAN PERIOD-SALES FILE AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-SALMAN-RTN.
