       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-POST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  COMPANY PROFILE FILE - NAME AND ADDRESS FOR THE REPORT
      *  LETTERHEAD, KEYED BY COMPANY CODE, SO A REORGANIZATION IS A
      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE PRODUCT MASTER - READ INTO A TABLE, MOVED, AND WRITTEN
      *  BACK WITH THE NEW ON-HAND BALANCES.
           SELECT PROD-FILE ASSIGN TO "PRODMAST.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-STATUS.
      *  STOCK RECEIPTS KEYED THROUGH STOCK-RCPT, AND THE SCRATCH
      *  COPY USED TO MARK THEM POSTED.
           SELECT RCPT-FILE ASSIGN TO "STKRCPT.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCPT-STATUS.
           SELECT RCPT-SCRATCH ASSIGN TO "STKRCPN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  INVOICE HEADERS FOR THE TYPE - 'C' PUTS STOCK BACK, AND A
      *  VOIDED INVOICE ('V') OR CREDIT MEMO ('X') UNDOES ITS LINES.
           SELECT TRAN-IN ASSIGN TO "SALESTRN.TXT"
               FILE STATUS IS TRAN-STATUS.
      *  INVOICE LINE ITEMS, AND THE SCRATCH COPY USED TO MARK THEM
      *  POSTED.
           SELECT ITEM-FILE ASSIGN TO "SALESITM.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT ITEM-SCRATCH ASSIGN TO "SALESITN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  NIGHTLY STOCK STATUS - REORDER LIST AND NEGATIVE BALANCES.
           SELECT REP-FILE ASSIGN TO STKSTAT-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD PROD-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS PROD-REC.
       01 PROD-REC.
           05 PR-CODE PIC X(8).
           05 PR-DESC PIC X(25).
           05 PR-PRICE PIC 9(5)V99.
           05 PR-ONHAND PIC S9(6) SIGN IS LEADING SEPARATE.
           05 PR-REORDER PIC 9(6).
       FD RCPT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RCPT-REC.
       01 RCPT-REC.
           05 RV-REF PIC X(8).
           05 RV-DATE PIC 9(8).
           05 RV-PRODCODE PIC X(8).
           05 RV-QTY PIC 9(5).
           05 RV-POSTED PIC X(1).
       FD RCPT-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RCPT-REC2.
       01 RCPT-REC2 PIC X(30).
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
       FD ITEM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS ITEM-REC.
       01 ITEM-REC.
           05 IT-INVNO PIC X(8).
           05 IT-PRODCODE PIC X(8).
           05 IT-QTY PIC 9(4).
           05 IT-UNITPRICE PIC 9(5)V99.
      *  'Y' ONCE POSTED, 'V' ONCE A VOIDED INVOICE'S LINE HAS BEEN
      *  SETTLED (ANY POSTED MOVEMENT REVERSED).
           05 IT-STKPOST PIC X(1).
      *  LIST PRICE, AUTHORIZING OPERATOR, AND REASON CODE FOR A
      *  LINE PRICED AWAY FROM LIST - SEE INV-ENTRY.
           05 IT-LISTPRICE PIC 9(5)V99.
           05 IT-AUTH-BY PIC X(8).
           05 IT-REASON PIC X(2).
       FD ITEM-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS ITEM-REC2.
       01 ITEM-REC2 PIC X(45).
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
       01 STKSTAT-FILE-NAME PIC X(20) VALUE 'STKSTAT.TXT'.
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
           05 FILLER PIC X(20) VALUE 'STOCK STATUS REPORT'.
           05 FILLER PIC X(30).
       01 DATE-LN.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 DTL-RUNDATE PIC 9(8).
           05 FILLER PIC X(62).
       01 POSTED-LINE.
           05 PL-LABEL PIC X(30).
           05 PL-CNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(43).
       01 REORD-HDR.
           05 FILLER PIC X(40) VALUE
              'ITEMS AT OR BELOW REORDER POINT'.
           05 FILLER PIC X(40).
       01 COL-HDR.
           05 FILLER PIC X(10) VALUE 'Product'.
           05 FILLER PIC X(27) VALUE 'Description'.
           05 FILLER PIC X(10) VALUE '  On Hand'.
           05 FILLER PIC X(9) VALUE '  Reorder'.
           05 FILLER PIC X(12) VALUE '  Status'.
           05 FILLER PIC X(12).
       01 DTL-LINE.
           05 DL-CODE PIC X(8).
           05 FILLER PIC X(2).
           05 DL-DESC PIC X(25).
           05 FILLER PIC X(2).
           05 DL-ONHAND PIC -ZZZ,ZZ9.
           05 FILLER PIC X(2).
           05 DL-REORDER PIC ZZZ,ZZ9.
           05 FILLER PIC X(4).
           05 DL-STATUS PIC X(12).
           05 FILLER PIC X(10).
       01 EXC-HDR.
           05 FILLER PIC X(44) VALUE
              'NOT POSTED - PRODUCT NOT ON THE MASTER'.
           05 FILLER PIC X(36).
       01 EXC-LINE.
           05 FILLER PIC X(4).
           05 EX-SOURCE PIC X(8).
           05 FILLER PIC X(2).
           05 EX-REF PIC X(8).
           05 FILLER PIC X(2).
           05 EX-PRODCODE PIC X(8).
           05 FILLER PIC X(48).
       01 NONE-LINE.
           05 FILLER PIC X(3).
           05 FILLER PIC X(11) VALUE 'NONE FOUND'.
           05 FILLER PIC X(66).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE PRODUCT MASTER, TABLED SO EVERY MOVEMENT CAN BE APPLIED
      *  BEFORE THE MASTER IS WRITTEN BACK ONCE.
       01 PROD-TABLE.
           05 PDT-ENTRY OCCURS 300 TIMES.
               10 PDT-CODE PIC X(8).
               10 PDT-DESC PIC X(25).
               10 PDT-PRICE PIC 9(5)V99.
               10 PDT-ONHAND PIC S9(6).
               10 PDT-REORDER PIC 9(6).
       01 PDT-CNT PIC 999 VALUE 0.
       01 PDT-SUB PIC 999 VALUE 0.
      *  'YES' WHEN THE MASTER HAS MORE PRODUCTS THAN THE TABLE -
      *  WRITING IT BACK WOULD DROP THE EXTRAS, SO NOTHING IS POSTED.
       01 PDT-OVERFLOW-SW PIC X(3) VALUE 'NO'.
      *  INVOICE NUMBER AND TYPE, FOR THE ITEM-TO-HEADER JOIN.
       01 HDR-TABLE.
           05 HDT-ENTRY OCCURS 1000 TIMES.
               10 HDT-INVNO PIC X(8).
               10 HDT-TYPE PIC X(1).
       01 HDT-CNT PIC 9999 VALUE 0.
       01 HDT-SUB PIC 9999 VALUE 0.
      *  MOVEMENTS THAT NAMED A PRODUCT NOT ON THE MASTER - LEFT
      *  UNPOSTED FOR THE NEXT RUN AND LISTED HERE.
       01 EXC-TABLE.
           05 EXT-ENTRY OCCURS 100 TIMES.
               10 EXT-SOURCE PIC X(8).
               10 EXT-REF PIC X(8).
               10 EXT-PRODCODE PIC X(8).
       01 EXT-CNT PIC 999 VALUE 0.
       01 EXT-SUB PIC 999 VALUE 0.
      *  SOURCE AND REFERENCE OF THE EXCEPTION BEING HELD, SET BY THE
      *  CALLER BEFORE HOLD-EXC-RTN.
       01 EXC-SOURCE-WS PIC X(8).
       01 EXC-REF-WS PIC X(8).
       01 PROD-STATUS PIC XX.
       01 RCPT-STATUS PIC XX.
       01 TRAN-STATUS PIC XX.
       01 ITEM-STATUS PIC XX.
       01 FIND-CODE PIC X(8).
       01 PROD-POS PIC 999 VALUE 0.
       01 CUR-TYPE PIC X(1).
       01 RCPT-POSTED-CNT PIC 9(6) VALUE 0.
       01 ISSUE-POSTED-CNT PIC 9(6) VALUE 0.
       01 RETURN-POSTED-CNT PIC 9(6) VALUE 0.
       01 VOID-REVERSED-CNT PIC 9(6) VALUE 0.
       01 RECS-READ-CNT PIC 9(6) VALUE 0.
       01 LISTED-CNT PIC 9(6) VALUE 0.
       01 RUN-DATE-WS PIC 9(8) VALUE 0.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  NIGHTLY STOCK POSTING: ADD EVERY UNPOSTED RECEIPT TO ITS
      *  PRODUCT, TAKE EVERY UNPOSTED INVOICE LINE OFF (A CREDIT MEMO
      *  LINE GOES BACK ON), REVERSE ANY POSTED LINE OF A VOIDED
      *  INVOICE, MARK THEM ALL POSTED SO NOTHING MOVES TWICE, WRITE
      *  THE MASTER BACK, AND PRINT THE REORDER LIST.
       MAIN-RTN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-PROD-RTN.
           IF PDT-OVERFLOW-SW = 'YES'
               DISPLAY 'MORE PRODUCTS THAN THIS PROGRAM CAN HOLD -'
               DISPLAY 'NOTHING POSTED, PRODMAST.TXT LEFT UNTOUCHED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-HDRS-RTN
               PERFORM POST-RCPTS-RTN
               PERFORM POST-ITEMS-RTN
               PERFORM REWRITE-PROD-RTN
           END-IF.
           PERFORM WRITE-REPORT-RTN.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'STOCK POSTING COMPLETE'.
           DISPLAY 'CHECK ' STKSTAT-FILE-NAME ' FOR THE STOCK STATUS'.
           STOP RUN.
      *  TABLE THE PRODUCT MASTER. A MISSING PRODMAST.TXT (STATUS
      *  35) LEAVES NOTHING TO POST AGAINST.
       LOAD-PROD-RTN.
           MOVE 0 TO PDT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT PROD-FILE.
           IF PROD-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PROD-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-PROD-REC-RTN UNTIL EOF = 'YES'
               CLOSE PROD-FILE
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-PROD-REC-RTN.
           IF PDT-CNT < 300
               ADD 1 TO PDT-CNT
               MOVE PR-CODE TO PDT-CODE (PDT-CNT)
               MOVE PR-DESC TO PDT-DESC (PDT-CNT)
               MOVE PR-PRICE TO PDT-PRICE (PDT-CNT)
               MOVE PR-ONHAND TO PDT-ONHAND (PDT-CNT)
               MOVE PR-REORDER TO PDT-REORDER (PDT-CNT)
           ELSE
               MOVE 'YES' TO PDT-OVERFLOW-SW
           END-IF.
           READ PROD-FILE AT END MOVE 'YES' TO EOF.
      *  TABLE EVERY INVOICE HEADER'S NUMBER AND TYPE. A MISSING
      *  SALESTRN.TXT (STATUS 35) LEAVES EVERY LINE UNPOSTED.
       LOAD-HDRS-RTN.
           MOVE 0 TO HDT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT TRAN-IN.
           IF TRAN-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               PERFORM READ-TRAN-RTN
               PERFORM LOAD-HDRS-REC-RTN UNTIL EOF = 'YES'
               CLOSE TRAN-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-HDRS-REC-RTN.
           IF HDT-CNT < 1000
               ADD 1 TO HDT-CNT
               MOVE TS-INVNO TO HDT-INVNO (HDT-CNT)
               MOVE TS-TYPE TO HDT-TYPE (HDT-CNT)
           END-IF.
           PERFORM READ-TRAN-RTN.
      *  POST THE RECEIPTS THROUGH THE SCRATCH COPY, THEN COPY IT
      *  BACK. A MISSING STKRCPT.TXT (STATUS 35) MEANS NOTHING CAME
      *  IN.
       POST-RCPTS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT RCPT-FILE.
           IF RCPT-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               OPEN OUTPUT RCPT-SCRATCH
               READ RCPT-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM POST-RCPTS-COMP UNTIL EOF = 'YES'
               CLOSE RCPT-FILE, RCPT-SCRATCH
               PERFORM SWAP-RCPTS-RTN
           END-IF.
           MOVE 'NO' TO EOF.
       POST-RCPTS-COMP.
           ADD 1 TO RECS-READ-CNT.
           IF RV-POSTED NOT = 'Y'
               MOVE RV-PRODCODE TO FIND-CODE
               PERFORM FIND-PROD-RTN
               IF PROD-POS = 0
                   MOVE 'RECEIPT ' TO EXC-SOURCE-WS
                   MOVE RV-REF TO EXC-REF-WS
                   PERFORM HOLD-EXC-RTN
               ELSE
                   ADD RV-QTY TO PDT-ONHAND (PROD-POS)
                   MOVE 'Y' TO RV-POSTED
                   ADD 1 TO RCPT-POSTED-CNT
               END-IF
           END-IF.
           MOVE RCPT-REC TO RCPT-REC2.
           WRITE RCPT-REC2.
           READ RCPT-FILE AT END MOVE 'YES' TO EOF.
       SWAP-RCPTS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT RCPT-SCRATCH
               OUTPUT RCPT-FILE.
           READ RCPT-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM SWAP-RCPTS-COMP UNTIL EOF = 'YES'.
           CLOSE RCPT-SCRATCH, RCPT-FILE.
       SWAP-RCPTS-COMP.
           MOVE RCPT-REC2 TO RCPT-REC.
           WRITE RCPT-REC.
           READ RCPT-SCRATCH AT END MOVE 'YES' TO EOF.
      *  POST THE INVOICE LINES THE SAME WAY. A LINE WHOSE HEADER IS
      *  NOT YET ON SALESTRN.TXT WAITS FOR A LATER RUN. A LINE OF A
      *  VOIDED INVOICE NEVER MOVES STOCK: IF IT WAS ALREADY POSTED
      *  THE MOVEMENT IS REVERSED, AND EITHER WAY IT IS MARKED 'V'.
       POST-ITEMS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               OPEN OUTPUT ITEM-SCRATCH
               READ ITEM-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM POST-ITEMS-COMP UNTIL EOF = 'YES'
               CLOSE ITEM-FILE, ITEM-SCRATCH
               PERFORM SWAP-ITEMS-RTN
           END-IF.
           MOVE 'NO' TO EOF.
       POST-ITEMS-COMP.
           ADD 1 TO RECS-READ-CNT.
           IF IT-STKPOST NOT = 'V'
               PERFORM FIND-HDR-RTN
               IF CUR-TYPE = 'V' OR CUR-TYPE = 'X'
                   PERFORM VOID-ONE-ITEM-RTN
               ELSE
                   IF IT-STKPOST NOT = 'Y' AND CUR-TYPE NOT = SPACE
                       PERFORM POST-ONE-ITEM-RTN
                   END-IF
               END-IF
           END-IF.
           MOVE ITEM-REC TO ITEM-REC2.
           WRITE ITEM-REC2.
           READ ITEM-FILE AT END MOVE 'YES' TO EOF.
       POST-ONE-ITEM-RTN.
           MOVE IT-PRODCODE TO FIND-CODE.
           PERFORM FIND-PROD-RTN.
           IF PROD-POS = 0
               MOVE 'INVOICE ' TO EXC-SOURCE-WS
               MOVE IT-INVNO TO EXC-REF-WS
               PERFORM HOLD-EXC-RTN
           ELSE
               IF CUR-TYPE = 'C'
                   ADD IT-QTY TO PDT-ONHAND (PROD-POS)
                   ADD 1 TO RETURN-POSTED-CNT
               ELSE
                   SUBTRACT IT-QTY FROM PDT-ONHAND (PROD-POS)
                   ADD 1 TO ISSUE-POSTED-CNT
               END-IF
               MOVE 'Y' TO IT-STKPOST
           END-IF.
      *  A VOIDED INVOICE'S LINE THAT WAS POSTED GOES BACK ON THE
      *  SHELF; A VOIDED CREDIT MEMO'S POSTED LINE COMES BACK OFF.
       VOID-ONE-ITEM-RTN.
           IF IT-STKPOST = 'Y'
               MOVE IT-PRODCODE TO FIND-CODE
               PERFORM FIND-PROD-RTN
               IF PROD-POS = 0
                   MOVE 'VOID    ' TO EXC-SOURCE-WS
                   MOVE IT-INVNO TO EXC-REF-WS
                   PERFORM HOLD-EXC-RTN
               ELSE
                   IF CUR-TYPE = 'X'
                       SUBTRACT IT-QTY FROM PDT-ONHAND (PROD-POS)
                   ELSE
                       ADD IT-QTY TO PDT-ONHAND (PROD-POS)
                   END-IF
                   ADD 1 TO VOID-REVERSED-CNT
                   MOVE 'V' TO IT-STKPOST
               END-IF
           ELSE
               MOVE 'V' TO IT-STKPOST
           END-IF.
       SWAP-ITEMS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ITEM-SCRATCH
               OUTPUT ITEM-FILE.
           READ ITEM-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM SWAP-ITEMS-COMP UNTIL EOF = 'YES'.
           CLOSE ITEM-SCRATCH, ITEM-FILE.
       SWAP-ITEMS-COMP.
           MOVE ITEM-REC2 TO ITEM-REC.
           WRITE ITEM-REC.
           READ ITEM-SCRATCH AT END MOVE 'YES' TO EOF.
      *  THE LINE'S INVOICE TYPE, OR SPACE WHEN THE HEADER IS MISSING.
       FIND-HDR-RTN.
           MOVE SPACE TO CUR-TYPE.
           MOVE 1 TO HDT-SUB.
           PERFORM FIND-HDR-COMP UNTIL HDT-SUB > HDT-CNT.
       FIND-HDR-COMP.
           IF HDT-INVNO (HDT-SUB) = IT-INVNO
               MOVE HDT-TYPE (HDT-SUB) TO CUR-TYPE
               IF CUR-TYPE = SPACE
                   MOVE 'I' TO CUR-TYPE
               END-IF
               MOVE HDT-CNT TO HDT-SUB
           END-IF.
           ADD 1 TO HDT-SUB.
      *  THE TABLE POSITION OF FIND-CODE, OR ZERO WHEN NOT ON FILE.
       FIND-PROD-RTN.
           MOVE 0 TO PROD-POS.
           MOVE 1 TO PDT-SUB.
           PERFORM FIND-PROD-COMP
               UNTIL PDT-SUB > PDT-CNT OR PROD-POS > 0.
       FIND-PROD-COMP.
           IF PDT-CODE (PDT-SUB) = FIND-CODE
               MOVE PDT-SUB TO PROD-POS
           ELSE
               ADD 1 TO PDT-SUB
           END-IF.
      *  HOLD ONE UNPOSTED MOVEMENT FOR THE EXCEPTION LIST, FROM THE
      *  SOURCE AND REFERENCE THE CALLER LEFT IN THE HAND-OFF FIELDS
      *  AND THE PRODUCT CODE STILL IN FIND-CODE.
       HOLD-EXC-RTN.
           IF EXT-CNT < 100
               ADD 1 TO EXT-CNT
               MOVE EXC-SOURCE-WS TO EXT-SOURCE (EXT-CNT)
               MOVE EXC-REF-WS TO EXT-REF (EXT-CNT)
               MOVE FIND-CODE TO EXT-PRODCODE (EXT-CNT)
           END-IF.
      *  WRITE THE MASTER BACK FROM THE TABLE WITH THE NEW BALANCES.
       REWRITE-PROD-RTN.
           IF PDT-CNT > 0
               OPEN OUTPUT PROD-FILE
               MOVE 1 TO PDT-SUB
               PERFORM REWRITE-PROD-COMP UNTIL PDT-SUB > PDT-CNT
               CLOSE PROD-FILE
           END-IF.
       REWRITE-PROD-COMP.
           MOVE PDT-CODE (PDT-SUB) TO PR-CODE.
           MOVE PDT-DESC (PDT-SUB) TO PR-DESC.
           MOVE PDT-PRICE (PDT-SUB) TO PR-PRICE.
           MOVE PDT-ONHAND (PDT-SUB) TO PR-ONHAND.
           MOVE PDT-REORDER (PDT-SUB) TO PR-REORDER.
           WRITE PROD-REC.
           ADD 1 TO PDT-SUB.
      *  THE STOCK STATUS REPORT: WHAT WAS POSTED, EVERY ITEM AT OR
      *  BELOW ITS REORDER POINT (NEGATIVE BALANCES INCLUDED), AND
      *  THE MOVEMENTS LEFT UNPOSTED.
       WRITE-REPORT-RTN.
           OPEN OUTPUT REP-FILE.
           WRITE REP-OUT FROM HEADER1.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HEADER3.
           MOVE RUN-DATE-WS TO DTL-RUNDATE.
           WRITE REP-OUT FROM DATE-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'RECEIPTS POSTED:' TO PL-LABEL.
           MOVE RCPT-POSTED-CNT TO PL-CNT.
           WRITE REP-OUT FROM POSTED-LINE.
           MOVE 'INVOICE LINES POSTED:' TO PL-LABEL.
           MOVE ISSUE-POSTED-CNT TO PL-CNT.
           WRITE REP-OUT FROM POSTED-LINE.
           MOVE 'CREDIT MEMO LINES POSTED:' TO PL-LABEL.
           MOVE RETURN-POSTED-CNT TO PL-CNT.
           WRITE REP-OUT FROM POSTED-LINE.
           MOVE 'VOIDED LINES REVERSED:' TO PL-LABEL.
           MOVE VOID-REVERSED-CNT TO PL-CNT.
           WRITE REP-OUT FROM POSTED-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM REORD-HDR.
           WRITE REP-OUT FROM COL-HDR.
           MOVE 1 TO PDT-SUB.
           PERFORM REPORT-PROD-RTN UNTIL PDT-SUB > PDT-CNT.
           IF LISTED-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM EXC-HDR.
           IF EXT-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           ELSE
               MOVE 1 TO EXT-SUB
               PERFORM REPORT-EXC-RTN UNTIL EXT-SUB > EXT-CNT
           END-IF.
           CLOSE REP-FILE.
       REPORT-PROD-RTN.
           IF PDT-ONHAND (PDT-SUB) <= PDT-REORDER (PDT-SUB)
               MOVE PDT-CODE (PDT-SUB) TO DL-CODE
               MOVE PDT-DESC (PDT-SUB) TO DL-DESC
               MOVE PDT-ONHAND (PDT-SUB) TO DL-ONHAND
               MOVE PDT-REORDER (PDT-SUB) TO DL-REORDER
               IF PDT-ONHAND (PDT-SUB) < 0
                   MOVE 'NEGATIVE' TO DL-STATUS
               ELSE
                   IF PDT-ONHAND (PDT-SUB) = 0
                       MOVE 'OUT OF STOCK' TO DL-STATUS
                   ELSE
                       MOVE 'REORDER' TO DL-STATUS
                   END-IF
               END-IF
               WRITE REP-OUT FROM DTL-LINE
               ADD 1 TO LISTED-CNT
           END-IF.
           ADD 1 TO PDT-SUB.
       REPORT-EXC-RTN.
           MOVE EXT-SOURCE (EXT-SUB) TO EX-SOURCE.
           MOVE EXT-REF (EXT-SUB) TO EX-REF.
           MOVE EXT-PRODCODE (EXT-SUB) TO EX-PRODCODE.
           WRITE REP-OUT FROM EXC-LINE.
           ADD 1 TO EXT-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'STOCK-POST     ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE RECS-READ-CNT TO RL-RECS-READ.
           COMPUTE RL-RECS-WRITTEN = RCPT-POSTED-CNT
               + ISSUE-POSTED-CNT + RETURN-POSTED-CNT
               + VOID-REVERSED-CNT.
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
      *  HOME ONE CARRIES ITS CODE (STKSTAT_TRIS.TXT FOR A TRIS RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO STKSTAT-FILE-NAME
               STRING 'STKSTAT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO STKSTAT-FILE-NAME
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
