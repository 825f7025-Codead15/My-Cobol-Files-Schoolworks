       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-STMT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  COMPANY PROFILE FILE - NAME AND ADDRESS FOR THE STATEMENT
      *  LETTERHEAD, KEYED BY COMPANY CODE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  ITS MONTH IS THE STATEMENT MONTH, SO A RERUN CARRIES THE
      *  RIGHT MONTH. A MISSING PROCDATE.TXT FALLS BACK TO THE
      *  MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  THE INVOICES AND CREDIT MEMOS, AND THE COLLECTIONS POSTED
      *  AGAINST THEM WITH THEIR OFFICIAL RECEIPT NUMBERS.
           SELECT TRAN-IN ASSIGN TO "SALESTRN.TXT"
               FILE STATUS IS TRAN-STATUS.
           SELECT COLL-IN ASSIGN TO "COLLECTS.TXT"
               FILE STATUS IS COLL-STATUS.
      *  THE CUSTOMER MASTER, FOR THE NAME AND ADDRESS BLOCK.
           SELECT CUST-IN ASSIGN TO "CUSTMAST.TXT"
               FILE STATUS IS CUST-STATUS.
      *  THE STATEMENTS, ONE PER CUSTOMER, READY TO MAIL.
           SELECT STMT-OUT ASSIGN TO STMTACCT-FILE-NAME.
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
       FD STMT-OUT.
       01 STMT-LINE-OUT.
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
       01 STMTACCT-FILE-NAME PIC X(20) VALUE 'STMTACCT.TXT'.
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
           05 FILLER PIC X(30).
           05 FILLER PIC X(20) VALUE 'STATEMENT OF ACCOUNT'.
           05 FILLER PIC X(30).
       01 MONTH-LN.
           05 FILLER PIC X(30).
           05 FILLER PIC X(15) VALUE 'FOR THE MONTH: '.
           05 ML-PERIOD PIC X(6).
           05 FILLER PIC X(29).
       01 STMT-RULE.
           05 FILLER PIC X(80) VALUE ALL '-'.
       01 STMT-TO-LN.
           05 FILLER PIC X(4) VALUE 'TO: '.
           05 ST-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 ST-ADDR PIC X(25).
           05 FILLER PIC X(10) VALUE '  ACCOUNT '.
           05 ST-CODE PIC X(6).
           05 FILLER PIC X(8).
       01 COL-HDR.
           05 FILLER PIC X(10) VALUE 'Date'.
           05 FILLER PIC X(14) VALUE 'Particulars'.
           05 FILLER PIC X(10) VALUE 'Invoice'.
           05 FILLER PIC X(10) VALUE 'O.R. No.'.
           05 FILLER PIC X(11) VALUE '   Charges'.
           05 FILLER PIC X(11) VALUE '   Credits'.
           05 FILLER PIC X(14) VALUE '      Balance'.
       01 DTL-LINE.
           05 DL-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 DL-DESC PIC X(12).
           05 FILLER PIC X(2).
           05 DL-INVNO PIC X(8).
           05 FILLER PIC X(2).
           05 DL-ORNO PIC X(8).
           05 FILLER PIC X(2).
           05 DL-CHARGE PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1).
           05 DL-CREDIT PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1).
           05 DL-BAL PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
       01 BAL-LINE.
           05 BL-LABEL PIC X(66).
           05 BL-BAL PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE CUSTOMERS, THE TRANSACTIONS, AND THE COLLECTIONS,
      *  TABLED ONCE. EACH DATE CARRIES A YYYYMM VIEW FOR THE
      *  BEFORE/DURING-THE-MONTH TEST.
       01 CUST-TABLE.
           05 CUT-ENTRY OCCURS 200 TIMES.
               10 CUT-CODE PIC X(6).
               10 CUT-NAME PIC X(25).
               10 CUT-ADDR PIC X(25).
       01 CUT-CNT PIC 999 VALUE 0.
       01 CUT-SUB PIC 999 VALUE 0.
       01 TRN-TABLE.
           05 TRT-ENTRY OCCURS 1000 TIMES.
               10 TRT-INVNO PIC X(8).
               10 TRT-DATE PIC 9(8).
               10 TRT-DATE-SPLIT REDEFINES TRT-DATE.
                   15 TRT-YYYYMM PIC 9(6).
                   15 TRT-DD PIC 99.
               10 TRT-CUSTNO PIC X(6).
               10 TRT-AMOUNT PIC 9(5)V99.
               10 TRT-TYPE PIC X(1).
       01 TRT-CNT PIC 9999 VALUE 0.
       01 TRT-SUB PIC 9999 VALUE 0.
       01 COL-TABLE.
           05 COT-ENTRY OCCURS 1000 TIMES.
               10 COT-INVNO PIC X(8).
               10 COT-DATE PIC 9(8).
               10 COT-DATE-SPLIT REDEFINES COT-DATE.
                   15 COT-YYYYMM PIC 9(6).
                   15 COT-DD PIC 99.
               10 COT-ORNO PIC X(8).
               10 COT-AMOUNT PIC 9(7)V99.
               10 COT-CUSTNO PIC X(6).
       01 COT-CNT PIC 9999 VALUE 0.
       01 COT-SUB PIC 9999 VALUE 0.
      *  ONE CUSTOMER'S ACTIVITY FOR THE MONTH, PRINTED IN DATE
      *  ORDER BY PICKING THE EARLIEST UNPRINTED LINE EACH PASS.
       01 ACT-TABLE.
           05 ACT-ENTRY OCCURS 300 TIMES.
               10 ACT-DATE PIC 9(8).
               10 ACT-DESC PIC X(12).
               10 ACT-INVNO PIC X(8).
               10 ACT-ORNO PIC X(8).
               10 ACT-CHARGE PIC 9(7)V99.
               10 ACT-CREDIT PIC 9(7)V99.
               10 ACT-DONE PIC X(1).
       01 ACT-CNT PIC 999 VALUE 0.
       01 ACT-SUB PIC 999 VALUE 0.
       01 ACT-PICK PIC 999 VALUE 0.
       01 ACT-LEFT PIC 999 VALUE 0.
       01 PROCDATE-STATUS PIC XX.
       01 TRAN-STATUS PIC XX.
       01 COLL-STATUS PIC XX.
       01 CUST-STATUS PIC XX.
       01 RUN-DATE-WS PIC 9(8) VALUE 0.
       01 RUN-DATE-SPLIT REDEFINES RUN-DATE-WS.
           05 RUN-YYYYMM PIC 9(6).
           05 RUN-DD PIC 99.
       01 KEY-PERIOD PIC 9(6) VALUE 0.
       01 OPEN-BAL PIC S9(8)V99 VALUE 0.
       01 RUN-BAL PIC S9(8)V99 VALUE 0.
       01 STMT-CNT PIC 9(6) VALUE 0.
       01 CUR-CODE PIC X(6).
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  MONTH-END STATEMENTS OF ACCOUNT: FOR EVERY CUSTOMER, THE
      *  BALANCE BROUGHT FORWARD FROM BEFORE THE MONTH, EACH INVOICE,
      *  CREDIT MEMO AND COLLECTION DATED IN THE MONTH WITH A RUNNING
      *  BALANCE, AND THE CLOSING BALANCE. A CUSTOMER WITH NO
      *  ACTIVITY AND NOTHING OWING GETS NO STATEMENT.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-PROC-DATE-RTN.
           MOVE RUN-YYYYMM TO KEY-PERIOD.
           PERFORM LOAD-CUST-RTN.
           PERFORM LOAD-TRAN-RTN.
           PERFORM LOAD-COLL-RTN.
           OPEN OUTPUT STMT-OUT.
           MOVE 1 TO CUT-SUB.
           PERFORM STMT-ONE-RTN UNTIL CUT-SUB > CUT-CNT.
           CLOSE STMT-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'STATEMENT RUN COMPLETE'.
           DISPLAY 'CHECK ' STMTACCT-FILE-NAME ' FOR THE STATEMENTS'.
           STOP RUN.
      *  ONE CUSTOMER: FIGURE THE OPENING BALANCE, GATHER THE MONTH'S
      *  LINES, AND PRINT WHEN THERE IS ANYTHING TO SAY.
       STMT-ONE-RTN.
           MOVE CUT-CODE (CUT-SUB) TO CUR-CODE.
           MOVE 0 TO OPEN-BAL.
           MOVE 0 TO ACT-CNT.
           MOVE 1 TO TRT-SUB.
           PERFORM GATHER-TRAN-RTN UNTIL TRT-SUB > TRT-CNT.
           MOVE 1 TO COT-SUB.
           PERFORM GATHER-COLL-RTN UNTIL COT-SUB > COT-CNT.
           IF ACT-CNT > 0 OR OPEN-BAL NOT = 0
               PERFORM PRINT-STMT-RTN
           END-IF.
           ADD 1 TO CUT-SUB.
      *  AN INVOICE IS A CHARGE AND A CREDIT MEMO A CREDIT. BEFORE
      *  THE MONTH IT ONLY MOVES THE OPENING BALANCE; IN THE MONTH IT
      *  IS A STATEMENT LINE; AFTER THE MONTH IT IS IGNORED.
       GATHER-TRAN-RTN.
           IF TRT-CUSTNO (TRT-SUB) = CUR-CODE
               IF TRT-YYYYMM (TRT-SUB) < KEY-PERIOD
                   IF TRT-TYPE (TRT-SUB) = 'C'
                       SUBTRACT TRT-AMOUNT (TRT-SUB) FROM OPEN-BAL
                   ELSE
                       ADD TRT-AMOUNT (TRT-SUB) TO OPEN-BAL
                   END-IF
               ELSE
                   IF TRT-YYYYMM (TRT-SUB) = KEY-PERIOD
                       AND ACT-CNT < 300
                       ADD 1 TO ACT-CNT
                       MOVE TRT-DATE (TRT-SUB) TO ACT-DATE (ACT-CNT)
                       MOVE TRT-INVNO (TRT-SUB) TO ACT-INVNO (ACT-CNT)
                       MOVE SPACES TO ACT-ORNO (ACT-CNT)
                       MOVE 'N' TO ACT-DONE (ACT-CNT)
                       IF TRT-TYPE (TRT-SUB) = 'C'
                           MOVE 'CREDIT MEMO' TO ACT-DESC (ACT-CNT)
                           MOVE 0 TO ACT-CHARGE (ACT-CNT)
                           MOVE TRT-AMOUNT (TRT-SUB)
                               TO ACT-CREDIT (ACT-CNT)
                       ELSE
                           MOVE 'INVOICE' TO ACT-DESC (ACT-CNT)
                           MOVE TRT-AMOUNT (TRT-SUB)
                               TO ACT-CHARGE (ACT-CNT)
                           MOVE 0 TO ACT-CREDIT (ACT-CNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO TRT-SUB.
       GATHER-COLL-RTN.
           IF COT-CUSTNO (COT-SUB) = CUR-CODE
               IF COT-YYYYMM (COT-SUB) < KEY-PERIOD
                   SUBTRACT COT-AMOUNT (COT-SUB) FROM OPEN-BAL
               ELSE
                   IF COT-YYYYMM (COT-SUB) = KEY-PERIOD
                       AND ACT-CNT < 300
                       ADD 1 TO ACT-CNT
                       MOVE COT-DATE (COT-SUB) TO ACT-DATE (ACT-CNT)
                       MOVE 'PAYMENT' TO ACT-DESC (ACT-CNT)
                       MOVE COT-INVNO (COT-SUB) TO ACT-INVNO (ACT-CNT)
                       MOVE COT-ORNO (COT-SUB) TO ACT-ORNO (ACT-CNT)
                       MOVE 0 TO ACT-CHARGE (ACT-CNT)
                       MOVE COT-AMOUNT (COT-SUB)
                           TO ACT-CREDIT (ACT-CNT)
                       MOVE 'N' TO ACT-DONE (ACT-CNT)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO COT-SUB.
      *  THE STATEMENT ITSELF, SEPARATED FROM THE NEXT BY A RULE.
       PRINT-STMT-RTN.
           ADD 1 TO STMT-CNT.
           WRITE STMT-LINE-OUT FROM STMT-RULE.
           WRITE STMT-LINE-OUT FROM HEADER1.
           WRITE STMT-LINE-OUT FROM HEADER2.
           WRITE STMT-LINE-OUT FROM BLNK-LINE.
           WRITE STMT-LINE-OUT FROM HEADER3.
           MOVE KEY-PERIOD TO ML-PERIOD.
           WRITE STMT-LINE-OUT FROM MONTH-LN.
           WRITE STMT-LINE-OUT FROM BLNK-LINE.
           MOVE CUT-NAME (CUT-SUB) TO ST-NAME.
           MOVE CUT-ADDR (CUT-SUB) TO ST-ADDR.
           MOVE CUR-CODE TO ST-CODE.
           WRITE STMT-LINE-OUT FROM STMT-TO-LN.
           WRITE STMT-LINE-OUT FROM BLNK-LINE.
           WRITE STMT-LINE-OUT FROM COL-HDR.
           MOVE 'BALANCE BROUGHT FORWARD' TO BL-LABEL.
           MOVE OPEN-BAL TO BL-BAL.
           WRITE STMT-LINE-OUT FROM BAL-LINE.
           MOVE OPEN-BAL TO RUN-BAL.
           MOVE ACT-CNT TO ACT-LEFT.
           PERFORM PRINT-NEXT-ACT-RTN UNTIL ACT-LEFT = 0.
           WRITE STMT-LINE-OUT FROM BLNK-LINE.
           MOVE 'CLOSING BALANCE - AMOUNT DUE' TO BL-LABEL.
           MOVE RUN-BAL TO BL-BAL.
           WRITE STMT-LINE-OUT FROM BAL-LINE.
           WRITE STMT-LINE-OUT FROM STMT-RULE.
      *  PRINT THE EARLIEST LINE NOT YET PRINTED AND CARRY THE
      *  RUNNING BALANCE.
       PRINT-NEXT-ACT-RTN.
           MOVE 0 TO ACT-PICK.
           MOVE 1 TO ACT-SUB.
           PERFORM FIND-EARLIEST-RTN UNTIL ACT-SUB > ACT-CNT.
           MOVE 'Y' TO ACT-DONE (ACT-PICK).
           ADD ACT-CHARGE (ACT-PICK) TO RUN-BAL.
           SUBTRACT ACT-CREDIT (ACT-PICK) FROM RUN-BAL.
           MOVE ACT-DATE (ACT-PICK) TO DL-DATE.
           MOVE ACT-DESC (ACT-PICK) TO DL-DESC.
           MOVE ACT-INVNO (ACT-PICK) TO DL-INVNO.
           MOVE ACT-ORNO (ACT-PICK) TO DL-ORNO.
           MOVE ACT-CHARGE (ACT-PICK) TO DL-CHARGE.
           MOVE ACT-CREDIT (ACT-PICK) TO DL-CREDIT.
           MOVE RUN-BAL TO DL-BAL.
           WRITE STMT-LINE-OUT FROM DTL-LINE.
           SUBTRACT 1 FROM ACT-LEFT.
       FIND-EARLIEST-RTN.
           IF ACT-DONE (ACT-SUB) = 'N'
               IF ACT-PICK = 0
                   MOVE ACT-SUB TO ACT-PICK
               ELSE
                   IF ACT-DATE (ACT-SUB) < ACT-DATE (ACT-PICK)
                       MOVE ACT-SUB TO ACT-PICK
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO ACT-SUB.
      *  LOAD THE CUSTOMER MASTER. A MISSING CUSTMAST.TXT (STATUS
      *  35) MEANS NO STATEMENTS.
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
               MOVE CM-ADDR TO CUT-ADDR (CUT-CNT)
           END-IF.
           READ CUST-IN AT END MOVE 'YES' TO EOF.
      *  LOAD EVERY INVOICE AND CREDIT MEMO. A MISSING SALESTRN.TXT
      *  (STATUS 35) MEANS NOTHING BILLED.
       LOAD-TRAN-RTN.
           MOVE 0 TO TRT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT TRAN-IN.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               PERFORM READ-TRAN-RTN
               PERFORM LOAD-TRAN-REC-RTN UNTIL EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-TRAN-REC-RTN.
           IF TRT-CNT < 1000
               AND TS-TYPE NOT = 'V' AND TS-TYPE NOT = 'X'
               ADD 1 TO TRT-CNT
               MOVE TS-INVNO TO TRT-INVNO (TRT-CNT)
               MOVE TS-DATE TO TRT-DATE (TRT-CNT)
               MOVE TS-CUSTNO TO TRT-CUSTNO (TRT-CNT)
               MOVE TS-AMOUNT TO TRT-AMOUNT (TRT-CNT)
               MOVE TS-TYPE TO TRT-TYPE (TRT-CNT)
           END-IF.
           PERFORM READ-TRAN-RTN.
      *  LOAD EVERY COLLECTION, TAKING THE CUSTOMER FROM THE INVOICE
      *  IT WAS POSTED AGAINST. A MISSING COLLECTS.TXT (STATUS 35)
      *  MEANS NOTHING COLLECTED.
       LOAD-COLL-RTN.
           MOVE 0 TO COT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT COLL-IN.
           IF COLL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ COLL-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-COLL-REC-RTN UNTIL EOF = 'YES'
               CLOSE COLL-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-COLL-REC-RTN.
           IF COT-CNT < 1000
               ADD 1 TO COT-CNT
               MOVE CL-INVNO TO COT-INVNO (COT-CNT)
               MOVE CL-DATE TO COT-DATE (COT-CNT)
               MOVE CL-ORNO TO COT-ORNO (COT-CNT)
               MOVE CL-AMOUNT TO COT-AMOUNT (COT-CNT)
               MOVE SPACES TO COT-CUSTNO (COT-CNT)
               MOVE 1 TO TRT-SUB
               PERFORM FIND-COLL-CUST-RTN UNTIL TRT-SUB > TRT-CNT
           END-IF.
           READ COLL-IN AT END MOVE 'YES' TO EOF.
       FIND-COLL-CUST-RTN.
           IF TRT-INVNO (TRT-SUB) = CL-INVNO
               MOVE TRT-CUSTNO (TRT-SUB) TO COT-CUSTNO (COT-CNT)
               MOVE TRT-CNT TO TRT-SUB
           END-IF.
           ADD 1 TO TRT-SUB.
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
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'CUST-STMT      ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           COMPUTE RL-RECS-READ = TRT-CNT + COT-CNT.
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
      *  HOME ONE CARRIES ITS CODE (STMTACCT_TRIS.TXT FOR A TRIS RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO STMTACCT-FILE-NAME
               STRING 'STMTACCT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO STMTACCT-FILE-NAME
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
