       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-ALLOWANCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  COMPANY PROFILE FILE - NAME AND ADDRESS FOR THE REPORT
      *  HEADING, KEYED BY COMPANY CODE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  THE QUARTER REPORTED IS THE ONE ITS MONTH FALLS IN. A
      *  MISSING PROCDATE.TXT FALLS BACK TO THE MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  THE INVOICES, THE COLLECTIONS POSTED AGAINST THEM, AND THE
      *  BAD-DEBT WRITE-OFFS AND RECOVERIES - THE SAME OPEN-INVOICE
      *  RULE AS AR-AGING, TAKEN AS AT THE QUARTER END.
           SELECT TRAN-IN ASSIGN TO "SALESTRN.TXT"
               FILE STATUS IS TRAN-STATUS.
           SELECT COLL-IN ASSIGN TO "COLLECTS.TXT"
               FILE STATUS IS COLL-STATUS.
           SELECT WROFF-IN ASSIGN TO "WRITEOFF.TXT"
               FILE STATUS IS WROFF-STATUS.
      *  THE CUSTOMER MASTER, FOR NAMES ON THE REPORT.
           SELECT CUST-IN ASSIGN TO "CUSTMAST.TXT"
               FILE STATUS IS CUST-STATUS.
      *  THE ALLOWANCE RATE PER AGING BUCKET. A MISSING ALLOWP.TXT
      *  KEEPS THE COMPILED-IN RATES.
           SELECT PARM-IN ASSIGN TO "ALLOWP.TXT"
               FILE STATUS IS PARM-STATUS.
           SELECT REP-FILE ASSIGN TO ALLOWRPT-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD TRAN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS TRAN-REC.
       01 TRAN-REC.
           05 TS-INVNO PIC X(8).
           05 TS-DATE PIC 9(8).
           05 TS-DATE-SPLIT REDEFINES TS-DATE.
              10 TS-YYYY PIC 9999.
              10 TS-MM PIC 99.
              10 TS-DD PIC 99.
           05 TS-SALESNUM PIC X(10).
           05 TS-ARCODE PIC A.
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
           DATA RECORD IS COLL-REC.
       01 COLL-REC.
           05 CL-INVNO PIC X(8).
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
      *  REASON CODE FROM CODETAB.CPY'S WRSN-TABLE (WRITE-OFFS ONLY).
           05 WO-REASON PIC X(2).
           05 WO-OPER PIC X(8).
           05 WO-APPROVER PIC X(8).
      *  THE RECEIPT THAT BROUGHT IN A RECOVERY.
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
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
      *  FOUR RATES, PERCENT OF THE BUCKET: CURRENT, 30, 60, 90+.
       FD PARM-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PARM-REC.
       01 PARM-REC.
           05 AP-PCT PIC 9(3)V99 OCCURS 4 TIMES.
       FD REP-FILE.
       01 REP-OUT.
           05 FILLER PIC X(80).
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
       WORKING-STORAGE SECTION.
      *  COMPANY PROFILE WORK FIELDS - THE COMPILED-IN HEADER VALUES
      *  STAY AS THE FALLBACK WHEN THE PROFILE FILE OR CODE IS
      *  MISSING.
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'DEST'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'DEST'.
       01 RUNCO-STATUS PIC XX.
       01 ALLOWRPT-FILE-NAME PIC X(20) VALUE 'ALLOWRPT.TXT'.
       01 CO-SEL-SW PIC X(3) VALUE 'NO'.
       01 HEADER1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
              'Destined Sales, Incorporated'.
           05 FILLER PIC X(20).
       01 HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'City of Carmona, Cavite'.
           05 FILLER PIC X(20).
       01 HEADER3.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE
              'ALLOWANCE FOR DOUBTFUL ACCOUNTS'.
           05 FILLER PIC X(20).
       01 QTR-LN.
           05 FILLER PIC X(20).
           05 FILLER PIC X(21) VALUE 'QUARTER ENDED MONTH: '.
           05 QL-PERIOD PIC 9(6).
           05 FILLER PIC X(33).
       01 SEC-HDR.
           05 SH-TITLE PIC X(60).
           05 FILLER PIC X(20).
       01 COL-HDR.
           05 FILLER PIC X(8) VALUE 'Customer'.
           05 FILLER PIC X(12) VALUE '     Current'.
           05 FILLER PIC X(12) VALUE '     30 DAYS'.
           05 FILLER PIC X(12) VALUE '     60 DAYS'.
           05 FILLER PIC X(12) VALUE '    90+ DAYS'.
           05 FILLER PIC X(12) VALUE '       TOTAL'.
           05 FILLER PIC X(12).
       01 DTL-LINE.
           05 DL-CODE PIC X(6).
           05 FILLER PIC X(2).
           05 DL-B0 PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 DL-B30 PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 DL-B60 PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 DL-B90 PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 DL-TOT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 DL-NAME PIC X(12).
      *  THE ESTIMATE: ONE LINE PER BUCKET - WHAT IS OPEN IN IT, THE
      *  RATE, AND THE ALLOWANCE IT CALLS FOR.
       01 EST-HDR.
           05 FILLER PIC X(16) VALUE 'AGING BUCKET'.
           05 FILLER PIC X(18) VALUE '      OPEN BALANCE'.
           05 FILLER PIC X(10) VALUE '    RATE %'.
           05 FILLER PIC X(18) VALUE '  ALLOWANCE NEEDED'.
           05 FILLER PIC X(18).
       01 EST-LINE.
           05 EL-LABEL PIC X(16).
           05 FILLER PIC X(4).
           05 EL-OPEN PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(4).
           05 EL-PCT PIC ZZ9.99.
           05 FILLER PIC X(6).
           05 EL-ALLOW PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(20).
       01 WO-HDR.
           05 FILLER PIC X(10) VALUE 'Invoice'.
           05 FILLER PIC X(8) VALUE 'Cust.'.
           05 FILLER PIC X(10) VALUE 'Date'.
           05 FILLER PIC X(22) VALUE 'Reason / O.R. No.'.
           05 FILLER PIC X(10) VALUE 'Approver'.
           05 FILLER PIC X(13) VALUE '       Amount'.
           05 FILLER PIC X(7).
       01 WO-LINE.
           05 WL-INVNO PIC X(8).
           05 FILLER PIC X(2).
           05 WL-CUSTNO PIC X(6).
           05 FILLER PIC X(2).
           05 WL-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 WL-DESC PIC X(20).
           05 FILLER PIC X(2).
           05 WL-APPROVER PIC X(8).
           05 FILLER PIC X(2).
           05 WL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(8).
       01 TOT-LINE.
           05 TL-LABEL PIC X(56).
           05 TL-AMT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(11).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE ALLOWANCE RATES, PERCENT, BY BUCKET - CURRENT, 30, 60,
      *  AND 90+ DAYS. ALLOWP.TXT OVERRIDES ALL FOUR AT ONCE.
       01 RATE-TABLE-VALUES.
           05 FILLER PIC 9(3)V99 VALUE 1.00.
           05 FILLER PIC 9(3)V99 VALUE 5.00.
           05 FILLER PIC 9(3)V99 VALUE 20.00.
           05 FILLER PIC 9(3)V99 VALUE 50.00.
       01 RATE-TABLE REDEFINES RATE-TABLE-VALUES.
           05 BKT-PCT PIC 9(3)V99 OCCURS 4 TIMES.
       01 BKT-LABEL-VALUES.
           05 FILLER PIC X(16) VALUE 'CURRENT'.
           05 FILLER PIC X(16) VALUE '30 DAYS'.
           05 FILLER PIC X(16) VALUE '60 DAYS'.
           05 FILLER PIC X(16) VALUE '90+ DAYS'.
       01 BKT-LABEL-TABLE REDEFINES BKT-LABEL-VALUES.
           05 BKT-LABEL PIC X(16) OCCURS 4 TIMES.
       01 BKT-OPEN PIC 9(9)V99 OCCURS 4 TIMES.
       01 BKT-ALLOW PIC 9(9)V99 OCCURS 4 TIMES.
       01 BKT-IDX PIC 9 VALUE 1.
      *  OPEN-INVOICE TABLE AND PER-CUSTOMER AGING BUCKETS, ON THE
      *  BOOKKEEPER'S 360-DAY CALENDAR AS IN AR-AGING.
       01 INV-TABLE.
           05 INT-ENTRY OCCURS 500 TIMES.
               10 INT-INVNO PIC X(8).
               10 INT-CUSTNO PIC X(6).
               10 INT-DAYS PIC S9(5).
               10 INT-OPEN PIC S9(7)V99.
       01 INT-CNT PIC 999 VALUE 0.
       01 INT-SUB PIC 999 VALUE 0.
       01 CUST-BKT-TABLE.
           05 CBT-ENTRY OCCURS 200 TIMES.
               10 CBT-CUSTNO PIC X(6).
               10 CBT-BKT PIC 9(7)V99 OCCURS 4 TIMES.
       01 CBT-CNT PIC 999 VALUE 0.
       01 CBT-SUB PIC 999 VALUE 0.
       01 CUST-TABLE.
           05 CUT-ENTRY OCCURS 200 TIMES.
               10 CUT-CODE PIC X(6).
               10 CUT-NAME PIC X(25).
       01 CUT-CNT PIC 999 VALUE 0.
       01 CUT-SUB PIC 999 VALUE 0.
       01 TRAN-STATUS PIC XX.
       01 COLL-STATUS PIC XX.
       01 WROFF-STATUS PIC XX.
       01 CUST-STATUS PIC XX.
       01 PROCDATE-STATUS PIC XX.
       01 PARM-STATUS PIC XX.
      *  THE QUARTER: ITS FIRST AND LAST DAYS, AND THE LAST DAY ON THE
      *  360-DAY CALENDAR FOR AGING.
       01 RUN-DATE-WS PIC 9(8) VALUE 0.
       01 RUN-DATE-SPLIT REDEFINES RUN-DATE-WS.
           05 RUN-YYYY PIC 9999.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 QTR-NO PIC 9 VALUE 0.
       01 QTR-END-MM PIC 99 VALUE 0.
       01 QTR-START PIC 9(8) VALUE 0.
       01 QTR-END PIC 9(8) VALUE 0.
       01 QTR-PERIOD PIC 9(6) VALUE 0.
       01 QTR-END-DAYS PIC 9(7) VALUE 0.
       01 INV-DAYS PIC 9(7) VALUE 0.
       01 CUR-TOT PIC 9(8)V99 VALUE 0.
       01 GRAND-OPEN PIC 9(9)V99 VALUE 0.
       01 GRAND-ALLOW PIC 9(9)V99 VALUE 0.
       01 WO-TOTAL PIC 9(9)V99 VALUE 0.
       01 RC-TOTAL PIC 9(9)V99 VALUE 0.
       01 NET-CHARGE PIC S9(9)V99 VALUE 0.
       01 WO-CNT PIC 9(5) VALUE 0.
       01 READ-CNT PIC 9(6) VALUE 0.
       01 WRITE-CNT PIC 9(6) VALUE 0.
       01 WRSN-IDX PIC 99 VALUE 1.
      *  SHARED CODE TABLES - THE WRITE-OFF REASONS.
           COPY CODETAB.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  THE QUARTER-END ALLOWANCE ESTIMATE: EVERY INVOICE STILL OPEN
      *  AT THE QUARTER END - AMOUNT LESS COLLECTIONS AND BAD-DEBT
      *  WRITE-OFFS, PLUS RECOVERIES - AGED INTO AR-AGING'S BUCKETS,
      *  EACH BUCKET PROVIDED FOR AT ITS RATE. THEN THE WRITE-OFFS
      *  CHARGED TO THE ALLOWANCE AND THE RECOVERIES CREDITED BACK
      *  DURING THE QUARTER, FOR THE ROLL-FORWARD.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-PARM-RTN.
           COMPUTE QTR-NO = ((RUN-MM - 1) / 3) + 1.
           COMPUTE QTR-END-MM = QTR-NO * 3.
           COMPUTE QTR-START = (RUN-YYYY * 10000)
               + ((QTR-END-MM - 2) * 100) + 1.
           COMPUTE QTR-END = (RUN-YYYY * 10000)
               + (QTR-END-MM * 100) + 31.
           COMPUTE QTR-PERIOD = (RUN-YYYY * 100) + QTR-END-MM.
           COMPUTE QTR-END-DAYS =
               (RUN-YYYY * 360) + (QTR-END-MM * 30) + 30.
           PERFORM LOAD-CUST-RTN.
           PERFORM LOAD-INV-RTN.
           PERFORM APPLY-COLL-RTN.
           PERFORM APPLY-WROFF-RTN.
           PERFORM BUCKET-AGE-RTN.
           OPEN OUTPUT REP-FILE.
           WRITE REP-OUT FROM HEADER1.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HEADER3.
           MOVE QTR-PERIOD TO QL-PERIOD.
           WRITE REP-OUT FROM QTR-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'OPEN RECEIVABLES AT QUARTER END, BY CUSTOMER'
               TO SH-TITLE.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM COL-HDR.
           MOVE 1 TO CBT-SUB.
           PERFORM PRINT-CUST-RTN UNTIL CBT-SUB > CBT-CNT.
           WRITE REP-OUT FROM BLNK-LINE.
           PERFORM PRINT-ESTIMATE-RTN.
           PERFORM PRINT-WROFF-RTN.
           CLOSE REP-FILE.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'ALLOWANCE REPORT COMPLETE'.
           DISPLAY 'CHECK ' ALLOWRPT-FILE-NAME.
           STOP RUN.
       PRINT-CUST-RTN.
           MOVE CBT-CUSTNO (CBT-SUB) TO DL-CODE.
           MOVE CBT-BKT (CBT-SUB, 1) TO DL-B0.
           MOVE CBT-BKT (CBT-SUB, 2) TO DL-B30.
           MOVE CBT-BKT (CBT-SUB, 3) TO DL-B60.
           MOVE CBT-BKT (CBT-SUB, 4) TO DL-B90.
           COMPUTE CUR-TOT = CBT-BKT (CBT-SUB, 1)
               + CBT-BKT (CBT-SUB, 2) + CBT-BKT (CBT-SUB, 3)
               + CBT-BKT (CBT-SUB, 4).
           MOVE CUR-TOT TO DL-TOT.
           MOVE SPACES TO DL-NAME.
           MOVE 1 TO CUT-SUB.
           PERFORM FIND-CUST-NAME-RTN UNTIL CUT-SUB > CUT-CNT.
           WRITE REP-OUT FROM DTL-LINE.
           ADD 1 TO WRITE-CNT.
           ADD 1 TO CBT-SUB.
       FIND-CUST-NAME-RTN.
           IF CUT-CODE (CUT-SUB) = CBT-CUSTNO (CBT-SUB)
               MOVE CUT-NAME (CUT-SUB) TO DL-NAME
               MOVE CUT-CNT TO CUT-SUB
           END-IF.
           ADD 1 TO CUT-SUB.
      *  THE ESTIMATE, BUCKET BY BUCKET, AND THE ALLOWANCE THE
      *  BOOKS SHOULD CARRY AT THE QUARTER END.
       PRINT-ESTIMATE-RTN.
           MOVE 'REQUIRED ALLOWANCE BY AGING BUCKET' TO SH-TITLE.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM EST-HDR.
           MOVE 0 TO GRAND-OPEN.
           MOVE 0 TO GRAND-ALLOW.
           MOVE 1 TO BKT-IDX.
           PERFORM PRINT-EST-LINE-RTN UNTIL BKT-IDX > 4.
           MOVE SPACES TO EST-LINE.
           MOVE 'TOTAL' TO EL-LABEL.
           MOVE GRAND-OPEN TO EL-OPEN.
           MOVE GRAND-ALLOW TO EL-ALLOW.
           WRITE REP-OUT FROM EST-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
       PRINT-EST-LINE-RTN.
           COMPUTE BKT-ALLOW (BKT-IDX) ROUNDED =
               BKT-OPEN (BKT-IDX) * BKT-PCT (BKT-IDX) / 100.
           ADD BKT-OPEN (BKT-IDX) TO GRAND-OPEN.
           ADD BKT-ALLOW (BKT-IDX) TO GRAND-ALLOW.
           MOVE BKT-LABEL (BKT-IDX) TO EL-LABEL.
           MOVE BKT-OPEN (BKT-IDX) TO EL-OPEN.
           MOVE BKT-PCT (BKT-IDX) TO EL-PCT.
           MOVE BKT-ALLOW (BKT-IDX) TO EL-ALLOW.
           WRITE REP-OUT FROM EST-LINE.
           ADD 1 TO BKT-IDX.
      *  WRITE-OFFS CHARGED TO THE ALLOWANCE AND RECOVERIES CREDITED
      *  BACK TO IT, DATED IN THE QUARTER.
       PRINT-WROFF-RTN.
           MOVE 'WRITE-OFFS AND RECOVERIES DURING THE QUARTER'
               TO SH-TITLE.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM WO-HDR.
           MOVE 0 TO WO-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT WROFF-IN.
           IF WROFF-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ WROFF-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM PRINT-WROFF-REC-RTN UNTIL EOF = 'YES'
               CLOSE WROFF-IN
           END-IF.
           MOVE 'NO' TO EOF.
           IF WO-CNT = 0
               MOVE SPACES TO TOT-LINE
               MOVE 'NONE THIS QUARTER.' TO TL-LABEL
               WRITE REP-OUT FROM TOT-LINE
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'WRITE-OFFS CHARGED TO THE ALLOWANCE' TO TL-LABEL.
           MOVE WO-TOTAL TO TL-AMT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'RECOVERIES CREDITED TO THE ALLOWANCE' TO TL-LABEL.
           MOVE RC-TOTAL TO TL-AMT.
           WRITE REP-OUT FROM TOT-LINE.
           COMPUTE NET-CHARGE = WO-TOTAL - RC-TOTAL.
           MOVE 'NET CHARGED TO THE ALLOWANCE' TO TL-LABEL.
           MOVE NET-CHARGE TO TL-AMT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'REQUIRED ALLOWANCE AT QUARTER END' TO TL-LABEL.
           MOVE GRAND-ALLOW TO TL-AMT.
           WRITE REP-OUT FROM TOT-LINE.
       PRINT-WROFF-REC-RTN.
           MOVE 1 TO INT-SUB.
           PERFORM FIND-WO-INV-COMP UNTIL INT-SUB > INT-CNT
               OR INT-INVNO (INT-SUB) = WO-INVNO.
           IF WO-DATE NOT < QTR-START AND WO-DATE NOT > QTR-END
               AND INT-SUB NOT > INT-CNT
               ADD 1 TO WO-CNT
               MOVE WO-INVNO TO WL-INVNO
               MOVE WO-CUSTNO TO WL-CUSTNO
               MOVE WO-DATE TO WL-DATE
               MOVE WO-AMOUNT TO WL-AMT
               IF WO-TYPE = 'R'
                   ADD WO-AMOUNT TO RC-TOTAL
                   MOVE SPACES TO WL-DESC
                   STRING 'RECOVERY OR ' WO-ORNO DELIMITED BY SIZE
                       INTO WL-DESC
                   MOVE SPACES TO WL-APPROVER
               ELSE
                   ADD WO-AMOUNT TO WO-TOTAL
                   MOVE WO-REASON TO WL-DESC
                   MOVE 1 TO WRSN-IDX
                   PERFORM FIND-WRSN-RTN UNTIL WRSN-IDX > WRSN-TAB-MAX
                   MOVE WO-APPROVER TO WL-APPROVER
               END-IF
               WRITE REP-OUT FROM WO-LINE
               ADD 1 TO WRITE-CNT
           END-IF.
           READ WROFF-IN AT END MOVE 'YES' TO EOF.
      *  ONLY A WRITE-OFF AGAINST ONE OF THE RUN COMPANY'S INVOICES
      *  IS LISTED.
       FIND-WO-INV-COMP.
           ADD 1 TO INT-SUB.
       FIND-WRSN-RTN.
           IF WRSN-CODE (WRSN-IDX) = WO-REASON
               MOVE WRSN-NAME (WRSN-IDX) TO WL-DESC
               MOVE WRSN-TAB-MAX TO WRSN-IDX
           END-IF.
           ADD 1 TO WRSN-IDX.
      *  TABLE EVERY INVOICE BOOKED BY THE QUARTER END WITH ITS AGE
      *  AT THE QUARTER END. CREDIT MEMOS AND VOIDS ARE NOT
      *  RECEIVABLES.
       LOAD-INV-RTN.
           MOVE 0 TO INT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT TRAN-IN.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               PERFORM READ-TRAN-RTN
               PERFORM LOAD-INV-REC-RTN UNTIL EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-INV-REC-RTN.
           ADD 1 TO READ-CNT.
           IF TS-TYPE NOT = 'C' AND TS-TYPE NOT = 'V'
               AND TS-TYPE NOT = 'X' AND TS-DATE NOT > QTR-END
               AND INT-CNT < 500
               ADD 1 TO INT-CNT
               MOVE TS-INVNO TO INT-INVNO (INT-CNT)
               MOVE TS-CUSTNO TO INT-CUSTNO (INT-CNT)
               COMPUTE INV-DAYS =
                   (TS-YYYY * 360) + (TS-MM * 30) + TS-DD
               COMPUTE INT-DAYS (INT-CNT) = QTR-END-DAYS - INV-DAYS
               MOVE TS-AMOUNT TO INT-OPEN (INT-CNT)
           END-IF.
           PERFORM READ-TRAN-RTN.
      *  SET EVERY COLLECTION POSTED BY THE QUARTER END AGAINST ITS
      *  INVOICE.
       APPLY-COLL-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT COLL-IN.
           IF COLL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ COLL-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM APPLY-COLL-REC-RTN UNTIL EOF = 'YES'
               CLOSE COLL-IN
           END-IF.
           MOVE 'NO' TO EOF.
       APPLY-COLL-REC-RTN.
           ADD 1 TO READ-CNT.
           IF CL-DATE NOT > QTR-END
               MOVE 1 TO INT-SUB
               PERFORM APPLY-COLL-COMP UNTIL INT-SUB > INT-CNT
           END-IF.
           READ COLL-IN AT END MOVE 'YES' TO EOF.
       APPLY-COLL-COMP.
           IF INT-INVNO (INT-SUB) = CL-INVNO
               SUBTRACT CL-AMOUNT FROM INT-OPEN (INT-SUB)
               MOVE INT-CNT TO INT-SUB
           END-IF.
           ADD 1 TO INT-SUB.
      *  TAKE OFF EVERY WRITE-OFF AND PUT BACK EVERY RECOVERY DATED
      *  BY THE QUARTER END - A WRITTEN-OFF INVOICE NEEDS NO
      *  ALLOWANCE, IT HAS ALREADY BEEN CHARGED TO IT.
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
           ADD 1 TO READ-CNT.
           IF WO-DATE NOT > QTR-END
               MOVE 1 TO INT-SUB
               PERFORM APPLY-WROFF-COMP UNTIL INT-SUB > INT-CNT
           END-IF.
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
      *  ROLL EACH OPEN INVOICE INTO ITS CUSTOMER'S AGE BUCKET AND
      *  THE REPORT'S BUCKET TOTALS.
       BUCKET-AGE-RTN.
           MOVE 0 TO BKT-OPEN (1).
           MOVE 0 TO BKT-OPEN (2).
           MOVE 0 TO BKT-OPEN (3).
           MOVE 0 TO BKT-OPEN (4).
           MOVE 1 TO INT-SUB.
           PERFORM BUCKET-AGE-COMP UNTIL INT-SUB > INT-CNT.
       BUCKET-AGE-COMP.
           IF INT-OPEN (INT-SUB) > 0
               PERFORM FIND-CUST-BKT-RTN
               IF INT-DAYS (INT-SUB) < 30
                   MOVE 1 TO BKT-IDX
               ELSE
                   IF INT-DAYS (INT-SUB) < 60
                       MOVE 2 TO BKT-IDX
                   ELSE
                       IF INT-DAYS (INT-SUB) < 90
                           MOVE 3 TO BKT-IDX
                       ELSE
                           MOVE 4 TO BKT-IDX
                       END-IF
                   END-IF
               END-IF
               ADD INT-OPEN (INT-SUB) TO CBT-BKT (CBT-SUB, BKT-IDX)
               ADD INT-OPEN (INT-SUB) TO BKT-OPEN (BKT-IDX)
           END-IF.
           ADD 1 TO INT-SUB.
       FIND-CUST-BKT-RTN.
           MOVE 1 TO CBT-SUB.
           PERFORM FIND-CUST-BKT-COMP UNTIL CBT-SUB > CBT-CNT
               OR CBT-CUSTNO (CBT-SUB) = INT-CUSTNO (INT-SUB).
           IF CBT-SUB > CBT-CNT
               ADD 1 TO CBT-CNT
               MOVE INT-CUSTNO (INT-SUB) TO CBT-CUSTNO (CBT-CNT)
               MOVE 0 TO CBT-BKT (CBT-CNT, 1)
               MOVE 0 TO CBT-BKT (CBT-CNT, 2)
               MOVE 0 TO CBT-BKT (CBT-CNT, 3)
               MOVE 0 TO CBT-BKT (CBT-CNT, 4)
               MOVE CBT-CNT TO CBT-SUB
           END-IF.
       FIND-CUST-BKT-COMP.
           ADD 1 TO CBT-SUB.
      *  LOAD THE CUSTOMER NAMES. A MISSING CUSTMAST.TXT (STATUS 35)
      *  LEAVES THE NAME COLUMN BLANK.
       LOAD-CUST-RTN.
           MOVE 0 TO CUT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT CUST-IN.
           IF CUST-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ CUST-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-CUST-REC-RTN UNTIL EOF = 'YES'
               CLOSE CUST-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-CUST-REC-RTN.
           IF CUT-CNT < 200
               ADD 1 TO CUT-CNT
               MOVE CM-CODE TO CUT-CODE (CUT-CNT)
               MOVE CM-NAME TO CUT-NAME (CUT-CNT)
           END-IF.
           READ CUST-IN AT END MOVE 'YES' TO EOF.
      *  THE PROCESSING DATE, OR THE MACHINE DATE WITHOUT ONE.
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
      *  THE ALLOWANCE RATES. A MISSING OR NON-NUMERIC ALLOWP.TXT
      *  KEEPS THE COMPILED-IN RATES.
       LOAD-PARM-RTN.
           OPEN INPUT PARM-IN.
           IF PARM-STATUS NOT = '35'
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-REC IS NUMERIC
                           MOVE AP-PCT (1) TO BKT-PCT (1)
                           MOVE AP-PCT (2) TO BKT-PCT (2)
                           MOVE AP-PCT (3) TO BKT-PCT (3)
                           MOVE AP-PCT (4) TO BKT-PCT (4)
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'AR-ALLOWANCE   ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE READ-CNT TO RL-RECS-READ.
           MOVE WRITE-CNT TO RL-RECS-WRITTEN.
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
               IF RUNCO-SALES NOT = SPACES
                   MOVE RUNCO-SALES TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (ALLOWRPT_TRIS.TXT FOR A TRIS RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO ALLOWRPT-FILE-NAME
               STRING 'ALLOWRPT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO ALLOWRPT-FILE-NAME
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
