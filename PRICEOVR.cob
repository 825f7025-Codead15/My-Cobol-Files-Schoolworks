       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-OVERRIDE.
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
      *  INVOICE HEADERS AND THEIR LINE ITEMS - THE ITEM CARRIES THE
      *  LIST AND SOLD PRICES, THE HEADER THE DATE, SALESMAN, AND
      *  CUSTOMER.
           SELECT TRAN-IN ASSIGN TO "SALESTRN.TXT"
               FILE STATUS IS TRAN-STATUS.
           SELECT ITEM-IN ASSIGN TO "SALESITM.TXT"
               FILE STATUS IS ITEM-STATUS.
      *  WEEKLY PRICE OVERRIDE REPORT BY SALESMAN AND CUSTOMER.
           SELECT REP-FILE ASSIGN TO PRICEOVR-FILE-NAME.
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
       01 PRICEOVR-FILE-NAME PIC X(20) VALUE 'PRICEOVR.TXT'.
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
           05 FILLER PIC X(27).
           05 FILLER PIC X(26) VALUE 'WEEKLY PRICE OVERRIDES'.
           05 FILLER PIC X(27).
       01 WEEK-LN.
           05 FILLER PIC X(13) VALUE 'WEEK ENDING: '.
           05 WL-END PIC 9(8).
           05 FILLER PIC X(59).
       01 SMAN-HDR.
           05 FILLER PIC X(10) VALUE 'SALESMAN: '.
           05 SH-SALESNUM PIC X(10).
           05 FILLER PIC X(60).
       01 CUST-HDR.
           05 FILLER PIC X(2).
           05 FILLER PIC X(10) VALUE 'CUSTOMER: '.
           05 CH-CUSTNO PIC X(6).
           05 FILLER PIC X(62).
       01 COL-HDR.
           05 FILLER PIC X(9) VALUE 'INVOICE'.
           05 FILLER PIC X(9) VALUE 'DATE'.
           05 FILLER PIC X(9) VALUE 'PRODUCT'.
           05 FILLER PIC X(4) VALUE ' QTY'.
           05 FILLER PIC X(10) VALUE '      LIST'.
           05 FILLER PIC X(10) VALUE '      SOLD'.
           05 FILLER PIC X(11) VALUE '   DISCOUNT'.
           05 FILLER PIC X(5) VALUE '  RSN'.
           05 FILLER PIC X(13) VALUE ' AUTHORIZED'.
       01 DTL-LINE.
           05 DL-INVNO PIC X(8).
           05 FILLER PIC X(1).
           05 DL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 DL-PROD PIC X(8).
           05 FILLER PIC X(1).
           05 DL-QTY PIC ZZZ9.
           05 FILLER PIC X(1).
           05 DL-LIST PIC ZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 DL-SOLD PIC ZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 DL-DISC PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 DL-REASON PIC X(2).
           05 FILLER PIC X(2).
           05 DL-AUTH PIC X(8).
           05 FILLER PIC X(4).
       01 CUST-TOT-LINE.
           05 FILLER PIC X(4).
           05 FILLER PIC X(51) VALUE 'CUSTOMER DISCOUNTS:'.
           05 CT-DISC PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(13).
       01 SMAN-TOT-LINE.
           05 FILLER PIC X(2).
           05 FILLER PIC X(53) VALUE 'SALESMAN DISCOUNTS:'.
           05 ST-DISC PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(13).
       01 GRAND-LINE1.
           05 FILLER PIC X(55) VALUE
              'LIST VALUE OF OVERRIDDEN LINES:'.
           05 GL-LIST PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(13).
       01 GRAND-LINE2.
           05 FILLER PIC X(55) VALUE
              'VALUE AS SOLD:'.
           05 GL-SOLD PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(13).
       01 GRAND-LINE3.
           05 FILLER PIC X(55) VALUE
              'TOTAL DISCOUNTS GIVEN THIS WEEK:'.
           05 GL-DISC PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(13).
       01 RSN-HDR.
           05 FILLER PIC X(40) VALUE 'DISCOUNTS BY REASON:'.
           05 FILLER PIC X(40).
       01 RSN-LINE.
           05 FILLER PIC X(2).
           05 RL-CODE PIC X(2).
           05 FILLER PIC X(2).
           05 RL-NAME PIC X(20).
           05 FILLER PIC X(29).
           05 RL-DISC PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(13).
       01 NONE-LINE.
           05 FILLER PIC X(40) VALUE
              'NO PRICE OVERRIDES THIS WEEK.'.
           05 FILLER PIC X(40).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE REASON CODES, SHARED WITH INV-ENTRY IN CODETAB.CPY, AND
      *  THE WEEK'S DISCOUNTS PER CODE IN THE SAME ORDER.
           COPY CODETAB.
       01 DRSN-IDX PIC 99 VALUE 1.
       01 RSN-TOT-TABLE.
           05 RSN-TOT PIC 9(8)V99 OCCURS 6 TIMES.
      *  THE WEEK'S INVOICE HEADERS, TABLED FOR THE ITEM-TO-HEADER
      *  JOIN. CREDIT MEMOS ARE LEFT OUT - THEY GIVE NO DISCOUNT.
       01 HDR-TABLE.
           05 HDT-ENTRY OCCURS 500 TIMES.
               10 HDT-INVNO PIC X(8).
               10 HDT-DATE PIC 9(8).
               10 HDT-SALESNUM PIC X(10).
               10 HDT-CUSTNO PIC X(6).
       01 HDT-CNT PIC 999 VALUE 0.
       01 HDT-SUB PIC 999 VALUE 0.
       01 HDT-FOUND PIC 999 VALUE 0.
      *  THE WEEK'S DISCOUNTED LINES, EACH WITH ITS HEADER'S SALESMAN
      *  AND CUSTOMER.
       01 OVR-TABLE.
           05 OVR-ENTRY OCCURS 500 TIMES.
               10 OVR-SALESNUM PIC X(10).
               10 OVR-CUSTNO PIC X(6).
               10 OVR-INVNO PIC X(8).
               10 OVR-DATE PIC 9(8).
               10 OVR-PROD PIC X(8).
               10 OVR-QTY PIC 9(4).
               10 OVR-LIST PIC 9(5)V99.
               10 OVR-SOLD PIC 9(5)V99.
               10 OVR-DISC PIC 9(7)V99.
               10 OVR-REASON PIC X(2).
               10 OVR-AUTH PIC X(8).
       01 OVR-CNT PIC 999 VALUE 0.
       01 OVR-SUB PIC 999 VALUE 0.
      *  DISTINCT SALESMEN, AND DISTINCT SALESMAN/CUSTOMER PAIRS, IN
      *  THE ORDER FIRST MET - THE REPORT'S GROUPING.
       01 SMT-TABLE.
           05 SMT-ENTRY OCCURS 100 TIMES.
               10 SMT-SALESNUM PIC X(10).
       01 SMT-CNT PIC 999 VALUE 0.
       01 SMT-SUB PIC 999 VALUE 0.
       01 PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 300 TIMES.
               10 PAIR-SALESNUM PIC X(10).
               10 PAIR-CUSTNO PIC X(6).
       01 PAIR-CNT PIC 999 VALUE 0.
       01 PAIR-SUB PIC 999 VALUE 0.
       01 TRAN-STATUS PIC XX.
       01 ITEM-STATUS PIC XX.
      *  THE WEEK - THE WEEK-ENDING DATE AND THE SIX DAYS BEFORE IT,
      *  COUNTED ON THE SHOP'S 360-DAY CALENDAR.
       01 WEEK-EDIT-WS PIC X(8).
       01 WEEK-END PIC 9(8) VALUE 0.
       01 WEEK-END-SPLIT REDEFINES WEEK-END.
           05 WE-YYYY PIC 9999.
           05 WE-MM PIC 99.
           05 WE-DD PIC 99.
       01 WEEK-END-DAYNO PIC 9(7) VALUE 0.
       01 TRAN-DAYNO PIC 9(7) VALUE 0.
       01 LINE-DISC PIC 9(7)V99 VALUE 0.
       01 CUST-DISC PIC 9(8)V99 VALUE 0.
       01 SMAN-DISC PIC 9(8)V99 VALUE 0.
       01 GRAND-LIST PIC 9(8)V99 VALUE 0.
       01 GRAND-SOLD PIC 9(8)V99 VALUE 0.
       01 GRAND-DISC PIC 9(8)V99 VALUE 0.
       01 ITEM-CNT PIC 9(6) VALUE 0.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  THE WEEK'S PRICE OVERRIDES: EVERY LINE ITEM SOLD BELOW ITS
      *  LIST PRICE, JOINED BACK TO ITS INVOICE FOR THE SALESMAN AND
      *  CUSTOMER, LISTED BY SALESMAN AND CUSTOMER WITH THE PESO
      *  VALUE OF THE DISCOUNT, WHO AUTHORIZED IT, AND WHY.
       MAIN-RTN.
           INITIALIZE RSN-TOT-TABLE.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-WEEK-RTN.
           PERFORM LOAD-HDRS-RTN.
           PERFORM LOAD-ITEMS-RTN.
           OPEN OUTPUT REP-FILE.
           WRITE REP-OUT FROM HEADER1.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HEADER3.
           MOVE WEEK-END TO WL-END.
           WRITE REP-OUT FROM WEEK-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           IF OVR-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           ELSE
               MOVE 1 TO SMT-SUB
               PERFORM SMAN-SECTION-RTN UNTIL SMT-SUB > SMT-CNT
           END-IF.
           WRITE REP-OUT FROM RSN-HDR.
           MOVE 1 TO DRSN-IDX.
           PERFORM RSN-SUMMARY-RTN UNTIL DRSN-IDX > DRSN-TAB-MAX.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE GRAND-LIST TO GL-LIST.
           WRITE REP-OUT FROM GRAND-LINE1.
           MOVE GRAND-SOLD TO GL-SOLD.
           WRITE REP-OUT FROM GRAND-LINE2.
           MOVE GRAND-DISC TO GL-DISC.
           WRITE REP-OUT FROM GRAND-LINE3.
           CLOSE REP-FILE.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'PRICE OVERRIDE REPORT COMPLETE'.
           DISPLAY 'CHECK ' PRICEOVR-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
       RSN-SUMMARY-RTN.
           MOVE DRSN-CODE (DRSN-IDX) TO RL-CODE.
           MOVE DRSN-NAME (DRSN-IDX) TO RL-NAME.
           MOVE RSN-TOT (DRSN-IDX) TO RL-DISC.
           WRITE REP-OUT FROM RSN-LINE.
           ADD 1 TO DRSN-IDX.
      *  THE WEEK-ENDING DATE - BLANK (AS UNDER BATCH-DRIVER) TAKES
      *  TODAY, SO THE WEEKLY RUN COVERS THE SEVEN DAYS ENDING ON ITS
      *  RUN DATE.
       GET-WEEK-RTN.
           DISPLAY 'ENTER WEEK-ENDING DATE (YYYYMMDD, BLANK = TODAY): '.
           MOVE SPACES TO WEEK-EDIT-WS.
           ACCEPT WEEK-EDIT-WS.
           IF WEEK-EDIT-WS IS NUMERIC
               MOVE WEEK-EDIT-WS TO WEEK-END
           ELSE
               ACCEPT WEEK-END FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WEEK-END-DAYNO =
               (WE-YYYY * 360) + (WE-MM * 30) + WE-DD.
       SMAN-SECTION-RTN.
           MOVE SMT-SALESNUM (SMT-SUB) TO SH-SALESNUM.
           WRITE REP-OUT FROM SMAN-HDR.
           MOVE 0 TO SMAN-DISC.
           MOVE 1 TO PAIR-SUB.
           PERFORM CUST-SECTION-RTN UNTIL PAIR-SUB > PAIR-CNT.
           MOVE SMAN-DISC TO ST-DISC.
           WRITE REP-OUT FROM SMAN-TOT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           ADD 1 TO SMT-SUB.
       CUST-SECTION-RTN.
           IF PAIR-SALESNUM (PAIR-SUB) = SMT-SALESNUM (SMT-SUB)
               MOVE PAIR-CUSTNO (PAIR-SUB) TO CH-CUSTNO
               WRITE REP-OUT FROM CUST-HDR
               WRITE REP-OUT FROM COL-HDR
               MOVE 0 TO CUST-DISC
               MOVE 1 TO OVR-SUB
               PERFORM CUST-LINE-RTN UNTIL OVR-SUB > OVR-CNT
               MOVE CUST-DISC TO CT-DISC
               WRITE REP-OUT FROM CUST-TOT-LINE
               ADD CUST-DISC TO SMAN-DISC
           END-IF.
           ADD 1 TO PAIR-SUB.
       CUST-LINE-RTN.
           IF OVR-SALESNUM (OVR-SUB) = PAIR-SALESNUM (PAIR-SUB)
               AND OVR-CUSTNO (OVR-SUB) = PAIR-CUSTNO (PAIR-SUB)
               MOVE OVR-INVNO (OVR-SUB) TO DL-INVNO
               MOVE OVR-DATE (OVR-SUB) TO DL-DATE
               MOVE OVR-PROD (OVR-SUB) TO DL-PROD
               MOVE OVR-QTY (OVR-SUB) TO DL-QTY
               MOVE OVR-LIST (OVR-SUB) TO DL-LIST
               MOVE OVR-SOLD (OVR-SUB) TO DL-SOLD
               MOVE OVR-DISC (OVR-SUB) TO DL-DISC
               MOVE OVR-REASON (OVR-SUB) TO DL-REASON
               MOVE OVR-AUTH (OVR-SUB) TO DL-AUTH
               WRITE REP-OUT FROM DTL-LINE
               ADD OVR-DISC (OVR-SUB) TO CUST-DISC
           END-IF.
           ADD 1 TO OVR-SUB.
      *  TABLE THE WEEK'S INVOICE HEADERS FOR THE JOIN. A MISSING
      *  SALESTRN.TXT (STATUS 35) MEANS NOTHING TO REPORT.
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
           COMPUTE TRAN-DAYNO =
               (TS-YYYY * 360) + (TS-MM * 30) + TS-DD.
           IF TRAN-DAYNO <= WEEK-END-DAYNO
               AND TRAN-DAYNO + 6 >= WEEK-END-DAYNO
               AND TS-TYPE NOT = 'C' AND TS-TYPE NOT = 'V'
               AND TS-TYPE NOT = 'X' AND HDT-CNT < 500
               ADD 1 TO HDT-CNT
               MOVE TS-INVNO TO HDT-INVNO (HDT-CNT)
               MOVE TS-DATE TO HDT-DATE (HDT-CNT)
               MOVE TS-SALESNUM TO HDT-SALESNUM (HDT-CNT)
               MOVE TS-CUSTNO TO HDT-CUSTNO (HDT-CNT)
           END-IF.
           PERFORM READ-TRAN-RTN.
      *  PICK UP EVERY LINE SOLD BELOW LIST WHOSE INVOICE FALLS IN
      *  THE WEEK. A LINE KEYED BEFORE LIST PRICES WERE CARRIED HAS A
      *  ZERO LIST PRICE AND IS PASSED OVER. A MISSING SALESITM.TXT
      *  (STATUS 35) MEANS NO DETAIL KEYED.
       LOAD-ITEMS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ITEM-IN.
           IF ITEM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ITEM-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-ITEMS-COMP UNTIL EOF = 'YES'
               CLOSE ITEM-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-ITEMS-COMP.
           ADD 1 TO ITEM-CNT.
           IF IT-UNITPRICE < IT-LISTPRICE
               PERFORM FIND-HDR-RTN
               IF HDT-FOUND > 0 AND OVR-CNT < 500
                   PERFORM ADD-OVR-RTN
               END-IF
           END-IF.
           READ ITEM-IN AT END MOVE 'YES' TO EOF.
       FIND-HDR-RTN.
           MOVE 0 TO HDT-FOUND.
           MOVE 1 TO HDT-SUB.
           PERFORM FIND-HDR-COMP UNTIL HDT-SUB > HDT-CNT.
       FIND-HDR-COMP.
           IF HDT-INVNO (HDT-SUB) = IT-INVNO
               MOVE HDT-SUB TO HDT-FOUND
               MOVE HDT-CNT TO HDT-SUB
           END-IF.
           ADD 1 TO HDT-SUB.
       ADD-OVR-RTN.
           COMPUTE LINE-DISC = (IT-LISTPRICE - IT-UNITPRICE) * IT-QTY.
           ADD 1 TO OVR-CNT.
           MOVE HDT-SALESNUM (HDT-FOUND) TO OVR-SALESNUM (OVR-CNT).
           MOVE HDT-CUSTNO (HDT-FOUND) TO OVR-CUSTNO (OVR-CNT).
           MOVE IT-INVNO TO OVR-INVNO (OVR-CNT).
           MOVE HDT-DATE (HDT-FOUND) TO OVR-DATE (OVR-CNT).
           MOVE IT-PRODCODE TO OVR-PROD (OVR-CNT).
           MOVE IT-QTY TO OVR-QTY (OVR-CNT).
           MOVE IT-LISTPRICE TO OVR-LIST (OVR-CNT).
           MOVE IT-UNITPRICE TO OVR-SOLD (OVR-CNT).
           MOVE LINE-DISC TO OVR-DISC (OVR-CNT).
           MOVE IT-REASON TO OVR-REASON (OVR-CNT).
           MOVE IT-AUTH-BY TO OVR-AUTH (OVR-CNT).
           COMPUTE GRAND-LIST = GRAND-LIST + (IT-LISTPRICE * IT-QTY).
           COMPUTE GRAND-SOLD = GRAND-SOLD + (IT-UNITPRICE * IT-QTY).
           ADD LINE-DISC TO GRAND-DISC.
           MOVE 1 TO DRSN-IDX.
           PERFORM FIND-DRSN-RTN UNTIL DRSN-IDX > DRSN-TAB-MAX
               OR DRSN-CODE (DRSN-IDX) = IT-REASON.
           IF DRSN-IDX NOT > DRSN-TAB-MAX
               ADD LINE-DISC TO RSN-TOT (DRSN-IDX)
           END-IF.
           PERFORM ADD-SMAN-RTN.
           PERFORM ADD-PAIR-RTN.
       FIND-DRSN-RTN.
           ADD 1 TO DRSN-IDX.
       ADD-SMAN-RTN.
           MOVE 1 TO SMT-SUB.
           PERFORM FIND-SMAN-RTN UNTIL SMT-SUB > SMT-CNT
               OR SMT-SALESNUM (SMT-SUB) = OVR-SALESNUM (OVR-CNT).
           IF SMT-SUB > SMT-CNT AND SMT-CNT < 100
               ADD 1 TO SMT-CNT
               MOVE OVR-SALESNUM (OVR-CNT) TO SMT-SALESNUM (SMT-CNT)
           END-IF.
       FIND-SMAN-RTN.
           ADD 1 TO SMT-SUB.
       ADD-PAIR-RTN.
           MOVE 1 TO PAIR-SUB.
           PERFORM FIND-PAIR-RTN UNTIL PAIR-SUB > PAIR-CNT
               OR (PAIR-SALESNUM (PAIR-SUB) = OVR-SALESNUM (OVR-CNT)
                   AND PAIR-CUSTNO (PAIR-SUB) = OVR-CUSTNO (OVR-CNT)).
           IF PAIR-SUB > PAIR-CNT AND PAIR-CNT < 300
               ADD 1 TO PAIR-CNT
               MOVE OVR-SALESNUM (OVR-CNT) TO PAIR-SALESNUM (PAIR-CNT)
               MOVE OVR-CUSTNO (OVR-CNT) TO PAIR-CUSTNO (PAIR-CNT)
           END-IF.
       FIND-PAIR-RTN.
           ADD 1 TO PAIR-SUB.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'PRICE-OVERRIDE ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE ITEM-CNT TO RL-RECS-READ.
           MOVE OVR-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (PRICEOVR_TRIS.TXT FOR A TRIS RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO PRICEOVR-FILE-NAME
               STRING 'PRICEOVR_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO PRICEOVR-FILE-NAME
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
