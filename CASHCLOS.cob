       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-CLOSE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  COMPANY PROFILE FILE - NAME AND ADDRESS FOR EACH COMPANY'S
      *  PAGE OF THE CLOSING REPORT, KEYED BY COMPANY CODE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  THE BUSINESS DAY BEING CLOSED, SO A RERUN CLOSES THE RIGHT
      *  DAY. A MISSING PROCDATE.TXT FALLS BACK TO THE MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  RECEIPT BOOKLETS ISSUED BY OR-SERIES - EACH RECEIPT IS
      *  CREDITED TO THE CASHIER WHOSE SERIES HOLDS ITS NUMBER.
           SELECT SERIES-IN ASSIGN TO "ORSERIES.TXT"
               FILE STATUS IS SERIES-STATUS.
      *  THE RECEIPTS ISSUED - AT THE SCHOOL CASHIER'S WINDOW AND
      *  AGAINST SALES INVOICES - AND THE RECEIPTS VOIDED.
           SELECT PAY-IN ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS PAY-STATUS.
           SELECT COLL-IN ASSIGN TO "COLLECTS.TXT"
               FILE STATUS IS COLL-STATUS.
           SELECT VOID-IN ASSIGN TO "ORVOID.TXT"
               FILE STATUS IS VOID-STATUS.
      *  EACH CASHIER'S DECLARED CASH COUNT FOR THE DAY.
           SELECT CNT-IN ASSIGN TO "CASHCNT.TXT"
               FILE STATUS IS CNT-STATUS.
      *  THE CLOSING REPORT.
           SELECT REP-FILE ASSIGN TO "CASHCLOS.TXT".
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD SERIES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS SERIES-REC.
       01 SERIES-REC.
           05 OS-CASHIER PIC X(8).
           05 OS-CO PIC X(4).
           05 OS-FROM PIC 9(8).
           05 OS-TO PIC 9(8).
           05 OS-ISSUED PIC 9(8).
       FD PAY-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS PAY-REC.
       01 PAY-REC.
           05 PY-ORNO PIC X(8).
      *  PAYROLL-TXT POSTS ITS TUITION SALARY DEDUCTIONS HERE UNDER
      *  'PD' AND THE PAYROLL PERIOD INSTEAD OF A RECEIPT NUMBER.
           05 PY-ORNO-R REDEFINES PY-ORNO.
               10 PY-ORNO-TAG PIC X(2).
               10 FILLER PIC X(6).
           05 PY-DATE PIC 9(8).
           05 PY-STUD PIC X(12).
           05 PY-TERM PIC X(6).
           05 PY-AMOUNT PIC 9(7)V99.
       FD COLL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS COLL-REC.
       01 COLL-REC.
           05 CL-INVNO PIC X(8).
           05 CL-DATE PIC 9(8).
           05 CL-ORNO PIC X(8).
           05 CL-AMOUNT PIC 9(7)V99.
       FD VOID-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS VOID-REC.
       01 VOID-REC.
           05 OV-ORNO PIC X(8).
           05 OV-DATE PIC 9(8).
           05 OV-CASHIER PIC X(8).
           05 OV-REASON PIC X(20).
       FD CNT-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS CNT-REC.
       01 CNT-REC.
           05 CC-DATE PIC 9(8).
           05 CC-CASHIER PIC X(8).
           05 CC-AMOUNT PIC 9(7)V99.
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
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
       WORKING-STORAGE SECTION.
      *  COMPANY PROFILE WORK FIELDS - THE COMPILED-IN HEADER VALUES
      *  FOR THE COMPANY BEING PRINTED STAY AS THE FALLBACK WHEN THE
      *  PROFILE FILE OR CODE IS MISSING.
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'DEST'.
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
           05 FILLER PIC X(21) VALUE 'DAILY CASHIER CLOSING'.
           05 FILLER PIC X(29).
       01 DATE-LN.
           05 FILLER PIC X(15) VALUE 'BUSINESS DATE: '.
           05 DTL-RUNDATE PIC 9(8).
           05 FILLER PIC X(57).
       01 CASHIER-LN.
           05 FILLER PIC X(9) VALUE 'CASHIER: '.
           05 CSL-CASHIER PIC X(8).
           05 FILLER PIC X(63).
       01 AMT-LINE.
           05 FILLER PIC X(3).
           05 AL-LABEL PIC X(30).
           05 AL-CNT PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER PIC X(3).
           05 AL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 AL-REMARK PIC X(21).
       01 SUB-HDR.
           05 FILLER PIC X(3).
           05 SH-TEXT PIC X(40).
           05 FILLER PIC X(37).
       01 VOID-LINE.
           05 FILLER PIC X(6).
           05 VL-ORNO PIC X(8).
           05 FILLER PIC X(2).
           05 VL-REASON PIC X(20).
           05 FILLER PIC X(44).
       01 GAP-LINE.
           05 FILLER PIC X(6).
           05 GL-FROM PIC 9(8).
           05 FILLER PIC X(6) VALUE ' THRU '.
           05 GL-TO PIC 9(8).
           05 FILLER PIC X(52).
       01 EXC-HDR.
           05 FILLER PIC X(44) VALUE
              'RECEIPTS OUTSIDE ANY ISSUED SERIES'.
           05 FILLER PIC X(36).
       01 EXC-LINE.
           05 FILLER PIC X(6).
           05 EX-ORNO PIC X(8).
           05 FILLER PIC X(2).
           05 EX-SOURCE PIC X(12).
           05 FILLER PIC X(2).
           05 EX-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(36).
       01 NONE-LINE.
           05 FILLER PIC X(6).
           05 FILLER PIC X(11) VALUE 'NONE FOUND'.
           05 FILLER PIC X(63).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE BOOKLETS ISSUED, AND ONE SLOT PER CASHIER PER COMPANY
      *  TO TOTAL THE DAY'S RECEIPTS INTO.
       01 SERIES-TABLE.
           05 SRT-ENTRY OCCURS 100 TIMES.
               10 SRT-CASHIER PIC X(8).
               10 SRT-CO PIC X(4).
               10 SRT-FROM PIC 9(8).
               10 SRT-TO PIC 9(8).
       01 SRT-CNT PIC 999 VALUE 0.
       01 SRT-SUB PIC 999 VALUE 0.
       01 CASHIER-TABLE.
           05 CAT-ENTRY OCCURS 50 TIMES.
               10 CAT-CASHIER PIC X(8).
               10 CAT-CO PIC X(4).
               10 CAT-CNT PIC 9(5).
               10 CAT-TOTAL PIC 9(9)V99.
               10 CAT-DECL PIC 9(7)V99.
               10 CAT-DECL-SW PIC X(3).
       01 CAT-CNT-WS PIC 999 VALUE 0.
       01 CAT-SUB PIC 999 VALUE 0.
      *  THE COMPANIES WITH BOOKLETS ISSUED - ONE PAGE EACH.
       01 CO-TABLE.
           05 CPT-CODE PIC X(4) OCCURS 10 TIMES.
       01 CPT-CNT PIC 99 VALUE 0.
       01 CPT-SUB PIC 99 VALUE 0.
      *  EVERY RECEIPT NUMBER EVER USED OR VOIDED. UST-NUM/VDT-NUM
      *  HOLD THE NUMBER WHEN IT IS ALL DIGITS AND ZERO WHEN IT IS
      *  NOT, SO A HAND-KEYED OLD NUMBER NEVER MATCHES A SERIES.
       01 USED-TABLE.
           05 UST-ENTRY OCCURS 3000 TIMES.
               10 UST-ORNO PIC X(8).
               10 UST-NUM PIC 9(8).
               10 UST-DATE PIC 9(8).
               10 UST-AMOUNT PIC 9(7)V99.
               10 UST-SOURCE PIC X(12).
       01 UST-CNT PIC 9999 VALUE 0.
       01 UST-SUB PIC 9999 VALUE 0.
       01 VOID-TABLE.
           05 VDT-ENTRY OCCURS 1000 TIMES.
               10 VDT-ORNO PIC X(8).
               10 VDT-NUM PIC 9(8).
               10 VDT-DATE PIC 9(8).
               10 VDT-REASON PIC X(20).
       01 VDT-CNT PIC 9999 VALUE 0.
       01 VDT-SUB PIC 9999 VALUE 0.
      *  SERIES LOOKUP - FIND-NUM IN, FIND-SUB OUT (ZERO = NO SERIES).
       01 FIND-NUM PIC 9(8) VALUE 0.
       01 FIND-SUB PIC 999 VALUE 0.
      *  GAP WALK OVER ONE SERIES, FROM ITS FIRST NUMBER TO THE
      *  HIGHEST NUMBER USED OR VOIDED SO FAR.
       01 GAP-N PIC 9(8) VALUE 0.
       01 GAP-HIGH PIC 9(8) VALUE 0.
       01 GAP-START PIC 9(8) VALUE 0.
       01 GAP-OPEN PIC X(3) VALUE 'NO'.
       01 PRESENT-SW PIC X(3) VALUE 'NO'.
       01 LINE-CNT PIC 9(5) VALUE 0.
       01 EXC-CNT PIC 9(5) VALUE 0.
       01 OVER-SHORT PIC S9(9)V99 VALUE 0.
       01 SECTION-CNT PIC 9(6) VALUE 0.
       01 PROCDATE-STATUS PIC XX.
       01 SERIES-STATUS PIC XX.
       01 PAY-STATUS PIC XX.
       01 COLL-STATUS PIC XX.
       01 VOID-STATUS PIC XX.
       01 CNT-STATUS PIC XX.
       01 RUN-DATE-WS PIC 9(8) VALUE 0.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  DAILY CASHIER CLOSING: THE DAY'S RECEIPTS TOTALLED BY
      *  CASHIER AND RECONCILED TO THE DECLARED CASH COUNT, THE
      *  RECEIPTS VOIDED TODAY, AND EVERY GAP IN EACH CASHIER'S
      *  SERIES - A NUMBER SKIPPED BELOW THE HIGHEST ONE USED IS A
      *  MISSING RECEIPT UNTIL IT IS POSTED OR VOIDED.
       MAIN-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-SERIES-RTN.
           PERFORM LOAD-PAY-RTN.
           PERFORM LOAD-COLL-RTN.
           PERFORM LOAD-VOID-RTN.
           PERFORM LOAD-CNT-RTN.
           MOVE 1 TO UST-SUB.
           PERFORM TALLY-RCPT-RTN UNTIL UST-SUB > UST-CNT.
           OPEN OUTPUT REP-FILE.
           IF CPT-CNT = 0
               PERFORM LOAD-COPROF-RTN
               PERFORM PRINT-HEAD-RTN
           END-IF.
           MOVE 1 TO CPT-SUB.
           PERFORM PRINT-COMPANY-RTN UNTIL CPT-SUB > CPT-CNT.
           PERFORM PRINT-EXC-RTN.
           CLOSE REP-FILE.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'CASHIER CLOSING COMPLETE'.
           DISPLAY 'CHECK CASHCLOS.TXT FOR THE CLOSING REPORT'.
           STOP RUN.
      *  CREDIT EACH OF TODAY'S RECEIPTS TO THE CASHIER WHOSE SERIES
      *  HOLDS IT. ONE IN NO SERIES IS AN EXCEPTION.
       TALLY-RCPT-RTN.
           IF UST-DATE (UST-SUB) = RUN-DATE-WS
               MOVE UST-NUM (UST-SUB) TO FIND-NUM
               PERFORM FIND-SERIES-RTN
               IF FIND-SUB = 0
                   ADD 1 TO EXC-CNT
               ELSE
                   MOVE 1 TO CAT-SUB
                   PERFORM TALLY-CASHIER-RTN
                       UNTIL CAT-SUB > CAT-CNT-WS
               END-IF
           END-IF.
           ADD 1 TO UST-SUB.
       TALLY-CASHIER-RTN.
           IF CAT-CASHIER (CAT-SUB) = SRT-CASHIER (FIND-SUB)
               AND CAT-CO (CAT-SUB) = SRT-CO (FIND-SUB)
               ADD 1 TO CAT-CNT (CAT-SUB)
               ADD UST-AMOUNT (UST-SUB) TO CAT-TOTAL (CAT-SUB)
               MOVE CAT-CNT-WS TO CAT-SUB
           END-IF.
           ADD 1 TO CAT-SUB.
       FIND-SERIES-RTN.
           MOVE 0 TO FIND-SUB.
           IF FIND-NUM > 0
               MOVE 1 TO SRT-SUB
               PERFORM FIND-SERIES-COMP UNTIL SRT-SUB > SRT-CNT
           END-IF.
       FIND-SERIES-COMP.
           IF FIND-NUM NOT < SRT-FROM (SRT-SUB)
               AND FIND-NUM NOT > SRT-TO (SRT-SUB)
               MOVE SRT-SUB TO FIND-SUB
               MOVE SRT-CNT TO SRT-SUB
           END-IF.
           ADD 1 TO SRT-SUB.
      *  ONE PAGE PER COMPANY - ITS LETTERHEAD, THEN EACH OF ITS
      *  CASHIERS.
       PRINT-COMPANY-RTN.
           MOVE CPT-CODE (CPT-SUB) TO COPROF-CODE-WS.
           IF COPROF-CODE-WS = 'TRIS'
               MOVE 'TRI-STAR ACADEMY' TO HDR1-NAME
               MOVE 'GREENHILLS, SAN JUAN CITY' TO HDR2-ADDR
           ELSE
               MOVE 'Destined Sales, Incorporated' TO HDR1-NAME
               MOVE 'City of Carmona, Cavite' TO HDR2-ADDR
           END-IF.
           PERFORM LOAD-COPROF-RTN.
           PERFORM PRINT-HEAD-RTN.
           MOVE 1 TO CAT-SUB.
           PERFORM PRINT-CASHIER-RTN UNTIL CAT-SUB > CAT-CNT-WS.
           ADD 1 TO CPT-SUB.
       PRINT-HEAD-RTN.
           WRITE REP-OUT FROM HEADER1.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HEADER3.
           MOVE RUN-DATE-WS TO DTL-RUNDATE.
           WRITE REP-OUT FROM DATE-LN.
           WRITE REP-OUT FROM BLNK-LINE.
      *  ONE CASHIER: TOTALS AND CASH RECONCILIATION, TODAY'S VOIDS,
      *  AND THE GAPS IN EACH OF THE CASHIER'S SERIES.
       PRINT-CASHIER-RTN.
           IF CAT-CO (CAT-SUB) = COPROF-CODE-WS
               ADD 1 TO SECTION-CNT
               MOVE CAT-CASHIER (CAT-SUB) TO CSL-CASHIER
               WRITE REP-OUT FROM CASHIER-LN
               MOVE 'RECEIPTS ISSUED TODAY' TO AL-LABEL
               MOVE CAT-CNT (CAT-SUB) TO AL-CNT
               MOVE CAT-TOTAL (CAT-SUB) TO AL-AMOUNT
               MOVE SPACES TO AL-REMARK
               WRITE REP-OUT FROM AMT-LINE
               PERFORM PRINT-RECON-RTN
               MOVE 'RECEIPTS VOIDED TODAY' TO SH-TEXT
               WRITE REP-OUT FROM SUB-HDR
               MOVE 0 TO LINE-CNT
               MOVE 1 TO VDT-SUB
               PERFORM PRINT-VOID-RTN UNTIL VDT-SUB > VDT-CNT
               IF LINE-CNT = 0
                   WRITE REP-OUT FROM NONE-LINE
               END-IF
               MOVE 'GAPS IN RECEIPT SERIES' TO SH-TEXT
               WRITE REP-OUT FROM SUB-HDR
               MOVE 0 TO LINE-CNT
               MOVE 1 TO SRT-SUB
               PERFORM PRINT-GAPS-RTN UNTIL SRT-SUB > SRT-CNT
               IF LINE-CNT = 0
                   WRITE REP-OUT FROM NONE-LINE
               END-IF
               WRITE REP-OUT FROM BLNK-LINE
           END-IF.
           ADD 1 TO CAT-SUB.
      *  DECLARED CASH AGAINST RECEIPTS ISSUED: OVER IS CASH IN
      *  EXCESS OF RECEIPTS, SHORT IS CASH MISSING.
       PRINT-RECON-RTN.
           MOVE 0 TO AL-CNT.
           IF CAT-DECL-SW (CAT-SUB) = 'YES'
               MOVE 'CASH COUNT DECLARED' TO AL-LABEL
               MOVE CAT-DECL (CAT-SUB) TO AL-AMOUNT
               MOVE SPACES TO AL-REMARK
               WRITE REP-OUT FROM AMT-LINE
               COMPUTE OVER-SHORT = CAT-DECL (CAT-SUB)
                   - CAT-TOTAL (CAT-SUB)
               MOVE 'OVER / (SHORT)' TO AL-LABEL
               MOVE OVER-SHORT TO AL-AMOUNT
               IF OVER-SHORT = 0
                   MOVE 'BALANCED' TO AL-REMARK
               ELSE
                   IF OVER-SHORT > 0
                       MOVE '** CASH OVER **' TO AL-REMARK
                   ELSE
                       MOVE '** CASH SHORT **' TO AL-REMARK
                   END-IF
               END-IF
               WRITE REP-OUT FROM AMT-LINE
           ELSE
               MOVE 'CASH COUNT DECLARED' TO AL-LABEL
               MOVE 0 TO AL-AMOUNT
               MOVE '** NOT DECLARED **' TO AL-REMARK
               WRITE REP-OUT FROM AMT-LINE
           END-IF.
       PRINT-VOID-RTN.
           IF VDT-DATE (VDT-SUB) = RUN-DATE-WS
               MOVE VDT-NUM (VDT-SUB) TO FIND-NUM
               PERFORM FIND-SERIES-RTN
               IF FIND-SUB > 0
                   IF SRT-CASHIER (FIND-SUB) = CAT-CASHIER (CAT-SUB)
                       AND SRT-CO (FIND-SUB) = CAT-CO (CAT-SUB)
                       ADD 1 TO LINE-CNT
                       MOVE VDT-ORNO (VDT-SUB) TO VL-ORNO
                       MOVE VDT-REASON (VDT-SUB) TO VL-REASON
                       WRITE REP-OUT FROM VOID-LINE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO VDT-SUB.
      *  WALK ONE OF THIS CASHIER'S SERIES UP TO ITS HIGHEST NUMBER
      *  USED OR VOIDED, PRINTING EACH RUN OF MISSING NUMBERS.
       PRINT-GAPS-RTN.
           IF SRT-CASHIER (SRT-SUB) = CAT-CASHIER (CAT-SUB)
               AND SRT-CO (SRT-SUB) = CAT-CO (CAT-SUB)
               MOVE 0 TO GAP-HIGH
               MOVE 1 TO UST-SUB
               PERFORM FIND-HIGH-USED-RTN UNTIL UST-SUB > UST-CNT
               MOVE 1 TO VDT-SUB
               PERFORM FIND-HIGH-VOID-RTN UNTIL VDT-SUB > VDT-CNT
               IF GAP-HIGH > 0
                   MOVE SRT-FROM (SRT-SUB) TO GAP-N
                   MOVE 'NO' TO GAP-OPEN
                   PERFORM GAP-STEP-RTN UNTIL GAP-N > GAP-HIGH
               END-IF
           END-IF.
           ADD 1 TO SRT-SUB.
       FIND-HIGH-USED-RTN.
           IF UST-NUM (UST-SUB) NOT < SRT-FROM (SRT-SUB)
               AND UST-NUM (UST-SUB) NOT > SRT-TO (SRT-SUB)
               AND UST-NUM (UST-SUB) > GAP-HIGH
               MOVE UST-NUM (UST-SUB) TO GAP-HIGH
           END-IF.
           ADD 1 TO UST-SUB.
       FIND-HIGH-VOID-RTN.
           IF VDT-NUM (VDT-SUB) NOT < SRT-FROM (SRT-SUB)
               AND VDT-NUM (VDT-SUB) NOT > SRT-TO (SRT-SUB)
               AND VDT-NUM (VDT-SUB) > GAP-HIGH
               MOVE VDT-NUM (VDT-SUB) TO GAP-HIGH
           END-IF.
           ADD 1 TO VDT-SUB.
      *  THE HIGHEST NUMBER IS ALWAYS PRESENT, SO AN OPEN GAP IS
      *  ALWAYS CLOSED AND PRINTED BEFORE THE WALK ENDS.
       GAP-STEP-RTN.
           MOVE 'NO' TO PRESENT-SW.
           MOVE 1 TO UST-SUB.
           PERFORM CHECK-USED-COMP
               UNTIL UST-SUB > UST-CNT OR PRESENT-SW = 'YES'.
           MOVE 1 TO VDT-SUB.
           PERFORM CHECK-VOID-COMP
               UNTIL VDT-SUB > VDT-CNT OR PRESENT-SW = 'YES'.
           IF PRESENT-SW = 'NO'
               IF GAP-OPEN = 'NO'
                   MOVE GAP-N TO GAP-START
                   MOVE 'YES' TO GAP-OPEN
               END-IF
           ELSE
               IF GAP-OPEN = 'YES'
                   ADD 1 TO LINE-CNT
                   MOVE GAP-START TO GL-FROM
                   COMPUTE GL-TO = GAP-N - 1
                   WRITE REP-OUT FROM GAP-LINE
                   MOVE 'NO' TO GAP-OPEN
               END-IF
           END-IF.
           ADD 1 TO GAP-N.
       CHECK-USED-COMP.
           IF UST-NUM (UST-SUB) = GAP-N
               MOVE 'YES' TO PRESENT-SW
           END-IF.
           ADD 1 TO UST-SUB.
       CHECK-VOID-COMP.
           IF VDT-NUM (VDT-SUB) = GAP-N
               MOVE 'YES' TO PRESENT-SW
           END-IF.
           ADD 1 TO VDT-SUB.
      *  TODAY'S RECEIPTS WHOSE NUMBER IS IN NO ISSUED SERIES.
       PRINT-EXC-RTN.
           WRITE REP-OUT FROM EXC-HDR.
           IF EXC-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           ELSE
               MOVE 1 TO UST-SUB
               PERFORM PRINT-EXC-COMP UNTIL UST-SUB > UST-CNT
           END-IF.
       PRINT-EXC-COMP.
           IF UST-DATE (UST-SUB) = RUN-DATE-WS
               MOVE UST-NUM (UST-SUB) TO FIND-NUM
               PERFORM FIND-SERIES-RTN
               IF FIND-SUB = 0
                   MOVE UST-ORNO (UST-SUB) TO EX-ORNO
                   MOVE UST-SOURCE (UST-SUB) TO EX-SOURCE
                   MOVE UST-AMOUNT (UST-SUB) TO EX-AMOUNT
                   WRITE REP-OUT FROM EXC-LINE
               END-IF
           END-IF.
           ADD 1 TO UST-SUB.
      *  LOAD THE BOOKLETS, OPENING A CASHIER SLOT AND A COMPANY PAGE
      *  THE FIRST TIME EACH IS SEEN. A MISSING ORSERIES.TXT (STATUS
      *  35) MEANS NO BOOKLETS - EVERY RECEIPT IS AN EXCEPTION.
       LOAD-SERIES-RTN.
           MOVE 0 TO SRT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT SERIES-IN.
           IF SERIES-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ SERIES-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-SERIES-REC-RTN UNTIL EOF = 'YES'
               CLOSE SERIES-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-SERIES-REC-RTN.
           IF SRT-CNT < 100
               ADD 1 TO SRT-CNT
               MOVE OS-CASHIER TO SRT-CASHIER (SRT-CNT)
               MOVE OS-CO TO SRT-CO (SRT-CNT)
               MOVE OS-FROM TO SRT-FROM (SRT-CNT)
               MOVE OS-TO TO SRT-TO (SRT-CNT)
               MOVE 0 TO FIND-SUB
               MOVE 1 TO CAT-SUB
               PERFORM FIND-CASHIER-COMP UNTIL CAT-SUB > CAT-CNT-WS
               IF FIND-SUB = 0 AND CAT-CNT-WS < 50
                   ADD 1 TO CAT-CNT-WS
                   MOVE OS-CASHIER TO CAT-CASHIER (CAT-CNT-WS)
                   MOVE OS-CO TO CAT-CO (CAT-CNT-WS)
                   MOVE 0 TO CAT-CNT (CAT-CNT-WS)
                   MOVE 0 TO CAT-TOTAL (CAT-CNT-WS)
                   MOVE 0 TO CAT-DECL (CAT-CNT-WS)
                   MOVE 'NO' TO CAT-DECL-SW (CAT-CNT-WS)
               END-IF
               MOVE 0 TO FIND-SUB
               MOVE 1 TO CPT-SUB
               PERFORM FIND-CO-COMP UNTIL CPT-SUB > CPT-CNT
               IF FIND-SUB = 0 AND CPT-CNT < 10
                   ADD 1 TO CPT-CNT
                   MOVE OS-CO TO CPT-CODE (CPT-CNT)
               END-IF
           END-IF.
           READ SERIES-IN AT END MOVE 'YES' TO EOF.
       FIND-CASHIER-COMP.
           IF CAT-CASHIER (CAT-SUB) = OS-CASHIER
               AND CAT-CO (CAT-SUB) = OS-CO
               MOVE CAT-SUB TO FIND-SUB
           END-IF.
           ADD 1 TO CAT-SUB.
       FIND-CO-COMP.
           IF CPT-CODE (CPT-SUB) = OS-CO
               MOVE CPT-SUB TO FIND-SUB
           END-IF.
           ADD 1 TO CPT-SUB.
      *  LOAD THE RECEIPTS FROM BOTH POSTING FILES. A MISSING FILE
      *  (STATUS 35) SIMPLY CONTRIBUTES NOTHING. A PAYROLL TUITION
      *  DEDUCTION NEVER PASSED THROUGH A WINDOW, SO IT IS LEFT OUT.
       LOAD-PAY-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAY-IN.
           IF PAY-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAY-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-PAY-REC-RTN UNTIL EOF = 'YES'
               CLOSE PAY-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-PAY-REC-RTN.
           IF UST-CNT < 3000 AND PY-ORNO-TAG NOT = 'PD'
               ADD 1 TO UST-CNT
               MOVE PY-ORNO TO UST-ORNO (UST-CNT)
               MOVE PY-DATE TO UST-DATE (UST-CNT)
               MOVE PY-AMOUNT TO UST-AMOUNT (UST-CNT)
               MOVE 'PAYMENT' TO UST-SOURCE (UST-CNT)
               PERFORM SET-USED-NUM-RTN
           END-IF.
           READ PAY-IN AT END MOVE 'YES' TO EOF.
       LOAD-COLL-RTN.
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
           IF UST-CNT < 3000
               ADD 1 TO UST-CNT
               MOVE CL-ORNO TO UST-ORNO (UST-CNT)
               MOVE CL-DATE TO UST-DATE (UST-CNT)
               MOVE CL-AMOUNT TO UST-AMOUNT (UST-CNT)
               MOVE 'COLLECTION' TO UST-SOURCE (UST-CNT)
               PERFORM SET-USED-NUM-RTN
           END-IF.
           READ COLL-IN AT END MOVE 'YES' TO EOF.
       SET-USED-NUM-RTN.
           IF UST-ORNO (UST-CNT) IS NUMERIC
               MOVE UST-ORNO (UST-CNT) TO UST-NUM (UST-CNT)
           ELSE
               MOVE 0 TO UST-NUM (UST-CNT)
           END-IF.
       LOAD-VOID-RTN.
           MOVE 0 TO VDT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT VOID-IN.
           IF VOID-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ VOID-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-VOID-REC-RTN UNTIL EOF = 'YES'
               CLOSE VOID-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-VOID-REC-RTN.
           IF VDT-CNT < 1000
               ADD 1 TO VDT-CNT
               MOVE OV-ORNO TO VDT-ORNO (VDT-CNT)
               MOVE OV-DATE TO VDT-DATE (VDT-CNT)
               MOVE OV-REASON TO VDT-REASON (VDT-CNT)
               IF OV-ORNO IS NUMERIC
                   MOVE OV-ORNO TO VDT-NUM (VDT-CNT)
               ELSE
                   MOVE 0 TO VDT-NUM (VDT-CNT)
               END-IF
           END-IF.
           READ VOID-IN AT END MOVE 'YES' TO EOF.
      *  TODAY'S CASH COUNTS. A LATER DECLARATION FOR THE SAME
      *  CASHIER REPLACES AN EARLIER ONE; IT APPLIES TO EVERY
      *  COMPANY PAGE THE CASHIER APPEARS ON.
       LOAD-CNT-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT CNT-IN.
           IF CNT-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ CNT-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-CNT-REC-RTN UNTIL EOF = 'YES'
               CLOSE CNT-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-CNT-REC-RTN.
           IF CC-DATE = RUN-DATE-WS
               MOVE 1 TO CAT-SUB
               PERFORM APPLY-CNT-COMP UNTIL CAT-SUB > CAT-CNT-WS
           END-IF.
           READ CNT-IN AT END MOVE 'YES' TO EOF.
       APPLY-CNT-COMP.
           IF CAT-CASHIER (CAT-SUB) = CC-CASHIER
               MOVE CC-AMOUNT TO CAT-DECL (CAT-SUB)
               MOVE 'YES' TO CAT-DECL-SW (CAT-SUB)
           END-IF.
           ADD 1 TO CAT-SUB.
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
           MOVE 'CASH-CLOSE     ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           COMPUTE RL-RECS-READ = UST-CNT + VDT-CNT.
           MOVE SECTION-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  PULL THIS COMPANY'S LETTERHEAD FROM THE SHARED PROFILE
      *  FILE. A MISSING COMPANY.TXT (STATUS 35) OR UNLISTED CODE
      *  KEEPS THE COMPILED-IN DEFAULTS.
       LOAD-COPROF-RTN.
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
