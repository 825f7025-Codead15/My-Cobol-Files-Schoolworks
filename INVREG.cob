       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-REGISTER.
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
      *  THE INVOICE FILE KEPT BY INV-ENTRY, SORTED INTO INVOICE
      *  NUMBER ORDER FOR ONE PASS.
           SELECT TRAN-IN ASSIGN TO "SALESTRN.TXT"
               FILE STATUS IS TRAN-STATUS.
           SELECT TRAN-SORT-OUT ASSIGN TO "SALESTRR.TXT".
           SELECT SORT-WORK ASSIGN TO "SORTWK09".
      *  WHO VOIDED EACH VOIDED INVOICE, WHEN, AND WHY.
           SELECT INVVOID-IN ASSIGN TO "INVVOID.TXT"
               FILE STATUS IS INVVOID-STATUS.
      *  INVOICE NUMBER CONTROL - THE NEXT NUMBER INV-ENTRY WILL
      *  ISSUE, SO A NUMBER ISSUED BUT NEVER WRITTEN SHOWS AS A GAP.
           SELECT INVCTL-IN ASSIGN TO "INVCTL.TXT"
               FILE STATUS IS INVCTL-STATUS.
      *  THE INVOICE REGISTER.
           SELECT REP-FILE ASSIGN TO INVREG-FILE-NAME.
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
      *  I = INVOICE, C = CREDIT MEMO, V = VOIDED INVOICE, X = VOIDED
      *  CREDIT MEMO. BLANK ON OLD RECORDS MEANS AN INVOICE.
           05 TS-TYPE PIC X(1).
           05 TS-VATABLE PIC 9(5)V99.
           05 TS-EXEMPT PIC 9(5)V99.
           05 TS-ZERO-RATED PIC 9(5)V99.
           05 TS-VAT PIC 9(5)V99.
      *  SELLING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 TS-CO PIC X(4).
      *  SORTED WORK FILE - ONE PASS, IN INVOICE NUMBER SEQUENCE,
      *  SAME SINGLE-PASS DESIGN AS EMPREP-TXT.
       FD TRAN-SORT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS TRAN-LIST-S.
       01 TRAN-LIST-S.
           05 INVNO-S PIC X(8).
           05 INVNO-S-9 REDEFINES INVNO-S PIC 9(8).
           05 DATE-S PIC 9(8).
           05 SALESNUM-S PIC X(10).
           05 ARCODE-S PIC A.
           05 AMOUNT-S PIC 9(5)V99.
           05 CUSTNO-S PIC X(6).
           05 TYPE-S PIC X(1).
           05 VATABLE-S PIC 9(5)V99.
           05 EXEMPT-S PIC 9(5)V99.
           05 ZERO-RATED-S PIC 9(5)V99.
           05 VAT-S PIC 9(5)V99.
           05 TS-CO-S PIC X(4).
       SD SORT-WORK
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05 SORT-INVNO PIC X(8).
           05 SORT-DATE PIC 9(8).
           05 SORT-SALESNUM PIC X(10).
           05 SORT-ARCODE PIC A.
           05 SORT-AMOUNT PIC 9(5)V99.
           05 SORT-CUSTNO PIC X(6).
           05 SORT-TYPE PIC X(1).
           05 SORT-VATABLE PIC 9(5)V99.
           05 SORT-EXEMPT PIC 9(5)V99.
           05 SORT-ZERO-RATED PIC 9(5)V99.
           05 SORT-VAT PIC 9(5)V99.
           05 SORT-CO PIC X(4).
       FD INVVOID-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS INVVOID-REC.
       01 INVVOID-REC.
           05 IV-INVNO PIC X(8).
           05 IV-DATE PIC 9(8).
           05 IV-TIME PIC 9(8).
           05 IV-OPER PIC X(8).
           05 IV-REASON PIC X(2).
           05 IV-ORIG-TYPE PIC X(1).
       FD INVCTL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS INVCTL-REC.
       01 INVCTL-REC.
           05 IC-NEXT-INVNO PIC 9(8).
           05 IC-LAST-BY PIC X(8).
           05 IC-LAST-DATE PIC 9(8).
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
       01 INVREG-FILE-NAME PIC X(20) VALUE 'INVREG.TXT'.
       01 SEL-EOF PIC X(3) VALUE 'NO'.
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
           05 FILLER PIC X(31).
           05 FILLER PIC X(18) VALUE 'INVOICE REGISTER'.
           05 FILLER PIC X(31).
       01 DATE-LN.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 DTL-RUNDATE PIC 9(8).
           05 FILLER PIC X(62).
       01 COL-HDR.
           05 FILLER PIC X(10) VALUE 'INVOICE'.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(9) VALUE 'CUSTOMER'.
           05 FILLER PIC X(8) VALUE 'TYPE'.
           05 FILLER PIC X(11) VALUE '     AMOUNT'.
           05 FILLER PIC X(32) VALUE '  STATUS'.
       01 DTL-LINE.
           05 DL-INVNO PIC X(8).
           05 FILLER PIC X(2).
           05 DL-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 DL-CUSTNO PIC X(6).
           05 FILLER PIC X(3).
           05 DL-TYPE PIC X(7).
           05 FILLER PIC X(1).
           05 DL-AMOUNT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(4).
           05 DL-STATUS PIC X(30).
      *  THE STATUS COLUMN OF A VOIDED DOCUMENT - REASON CODE, DATE
      *  VOIDED, AND THE OPERATOR WHO VOIDED IT.
       01 VOID-STAT-WS.
           05 FILLER PIC X(5) VALUE 'VOID '.
           05 VS-REASON PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 VS-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 VS-OPER PIC X(8).
       01 GAP-LINE.
           05 FILLER PIC X(10) VALUE '** GAP **'.
           05 GL-FROM PIC 9(8).
           05 FILLER PIC X(6) VALUE ' THRU '.
           05 GL-TO PIC 9(8).
           05 FILLER PIC X(2).
           05 GL-CNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE ' NUMBER(S)'.
           05 GL-REMARK PIC X(23).
       01 OTHER-HDR.
           05 FILLER PIC X(44) VALUE
              'NUMBERS OUTSIDE THE SERIES (NOT ALL DIGITS)'.
           05 FILLER PIC X(36).
       01 NONE-LINE.
           05 FILLER PIC X(3).
           05 FILLER PIC X(11) VALUE 'NONE FOUND'.
           05 FILLER PIC X(66).
       01 TOT-LINE.
           05 TL-LABEL PIC X(30).
           05 TL-CNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3).
           05 TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(26).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE VOIDS ON FILE, FOR THE STATUS COLUMN.
       01 VOID-TABLE.
           05 VDT-ENTRY OCCURS 1000 TIMES.
               10 VDT-INVNO PIC X(8).
               10 VDT-DATE PIC 9(8).
               10 VDT-OPER PIC X(8).
               10 VDT-REASON PIC X(2).
       01 VDT-CNT PIC 9999 VALUE 0.
       01 VDT-SUB PIC 9999 VALUE 0.
       01 VDT-FOUND PIC 9999 VALUE 0.
      *  NUMBERS THAT ARE NOT ALL DIGITS - OLD HAND-KEYED ONES -
      *  HELD FOR THEIR OWN SECTION AFTER THE SERIES.
       01 OTHER-TABLE.
           05 OTT-ENTRY OCCURS 500 TIMES PIC X(73).
       01 OTT-CNT PIC 999 VALUE 0.
       01 OTT-SUB PIC 999 VALUE 0.
       01 TRAN-STATUS PIC XX.
       01 INVVOID-STATUS PIC XX.
       01 INVCTL-STATUS PIC XX.
       01 PREV-NUM PIC 9(8) VALUE 0.
       01 LAST-ISSUED PIC 9(8) VALUE 0.
       01 GAP-FROM PIC 9(8) VALUE 0.
       01 GAP-TO PIC 9(8) VALUE 0.
       01 GAP-REMARK-WS PIC X(23) VALUE SPACES.
       01 REC-CNT PIC 9(6) VALUE 0.
       01 LINE-CNT PIC 9(6) VALUE 0.
       01 INV-CNT PIC 9(6) VALUE 0.
       01 MEMO-CNT PIC 9(6) VALUE 0.
       01 VOID-CNT PIC 9(6) VALUE 0.
       01 DUP-CNT PIC 9(6) VALUE 0.
       01 GAP-CNT PIC 9(6) VALUE 0.
       01 MISSING-CNT PIC 9(8) VALUE 0.
       01 INV-TOTAL PIC 9(9)V99 VALUE 0.
       01 MEMO-TOTAL PIC 9(9)V99 VALUE 0.
       01 VOID-TOTAL PIC 9(9)V99 VALUE 0.
       01 RUN-DATE-WS PIC 9(8) VALUE 0.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  THE INVOICE REGISTER FOR THE TAX AUDITOR: EVERY NUMBER IN THE
      *  SERIES IN ORDER - INVOICE OR CREDIT MEMO, VOIDED OR NOT -
      *  WITH EVERY MISSING NUMBER AND EVERY NUMBER USED TWICE CALLED
      *  OUT, THEN ANY NUMBERS OUTSIDE THE SERIES AND THE TOTALS. A
      *  VOIDED DOCUMENT IS LISTED BUT ITS AMOUNT IS NOT TOTALLED.
       MAIN-RTN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-VOID-RTN.
           PERFORM READ-CTL-RTN.
           OPEN OUTPUT REP-FILE.
           WRITE REP-OUT FROM HEADER1.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HEADER3.
           MOVE RUN-DATE-WS TO DTL-RUNDATE.
           WRITE REP-OUT FROM DATE-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM COL-HDR.
           OPEN INPUT TRAN-IN.
           IF TRAN-STATUS = '35'
               WRITE REP-OUT FROM NONE-LINE
           ELSE
               CLOSE TRAN-IN
               SORT SORT-WORK ON ASCENDING KEY SORT-INVNO
                   INPUT PROCEDURE IS SEL-TRAN-RTN
                   GIVING TRAN-SORT-OUT
               PERFORM REGISTER-RTN
           END-IF.
           IF LAST-ISSUED > PREV-NUM
               COMPUTE GAP-FROM = PREV-NUM + 1
               MOVE LAST-ISSUED TO GAP-TO
               MOVE 'ISSUED, NOT ON FILE' TO GAP-REMARK-WS
               PERFORM PRINT-GAP-RTN
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM OTHER-HDR.
           IF OTT-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           ELSE
               MOVE 1 TO OTT-SUB
               PERFORM PRINT-OTHER-RTN UNTIL OTT-SUB > OTT-CNT
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           PERFORM PRINT-TOTALS-RTN.
           CLOSE REP-FILE.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'INVOICE REGISTER COMPLETE'.
           DISPLAY 'CHECK ' INVREG-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
      *  ONE PASS OVER THE SORTED FILE. EACH ALL-DIGIT NUMBER IS
      *  CHECKED AGAINST THE ONE BEFORE IT: A JUMP IS A GAP, A REPEAT
      *  A DUPLICATE.
       REGISTER-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT TRAN-SORT-OUT.
           READ TRAN-SORT-OUT
               AT END MOVE 'YES' TO EOF
           END-READ.
           PERFORM REGISTER-COMP UNTIL EOF = 'YES'.
           CLOSE TRAN-SORT-OUT.
       REGISTER-COMP.
           ADD 1 TO REC-CNT.
           IF INVNO-S IS NUMERIC AND INVNO-S-9 > 0
               IF PREV-NUM > 0 AND INVNO-S-9 > PREV-NUM + 1
                   COMPUTE GAP-FROM = PREV-NUM + 1
                   COMPUTE GAP-TO = INVNO-S-9 - 1
                   MOVE SPACES TO GAP-REMARK-WS
                   PERFORM PRINT-GAP-RTN
               END-IF
               PERFORM PRINT-DTL-RTN
               IF INVNO-S-9 = PREV-NUM
                   ADD 1 TO DUP-CNT
                   MOVE '** DUPLICATE NUMBER **' TO DL-STATUS
               END-IF
               WRITE REP-OUT FROM DTL-LINE
               ADD 1 TO LINE-CNT
               MOVE INVNO-S-9 TO PREV-NUM
           ELSE
               IF OTT-CNT < 500
                   ADD 1 TO OTT-CNT
                   MOVE TRAN-LIST-S TO OTT-ENTRY (OTT-CNT)
               END-IF
           END-IF.
           READ TRAN-SORT-OUT AT END MOVE 'YES' TO EOF.
      *  FORMAT THE DETAIL LINE AND COUNT THE DOCUMENT BY TYPE.
       PRINT-DTL-RTN.
           MOVE INVNO-S TO DL-INVNO.
           MOVE DATE-S TO DL-DATE.
           MOVE CUSTNO-S TO DL-CUSTNO.
           MOVE AMOUNT-S TO DL-AMOUNT.
           MOVE SPACES TO DL-STATUS.
           IF TYPE-S = 'C' OR TYPE-S = 'X'
               MOVE 'CR MEMO' TO DL-TYPE
           ELSE
               MOVE 'INVOICE' TO DL-TYPE
           END-IF.
           EVALUATE TYPE-S
               WHEN 'V'
               WHEN 'X'
                   ADD 1 TO VOID-CNT
                   ADD AMOUNT-S TO VOID-TOTAL
                   PERFORM FIND-VOID-RTN
                   IF VDT-FOUND > 0
                       MOVE VDT-REASON (VDT-FOUND) TO VS-REASON
                       MOVE VDT-DATE (VDT-FOUND) TO VS-DATE
                       MOVE VDT-OPER (VDT-FOUND) TO VS-OPER
                       MOVE VOID-STAT-WS TO DL-STATUS
                   ELSE
                       MOVE 'VOID' TO DL-STATUS
                   END-IF
               WHEN 'C'
                   ADD 1 TO MEMO-CNT
                   ADD AMOUNT-S TO MEMO-TOTAL
               WHEN OTHER
                   ADD 1 TO INV-CNT
                   ADD AMOUNT-S TO INV-TOTAL
           END-EVALUATE.
      *  THE LATEST VOID RECORD FOR THE NUMBER.
       FIND-VOID-RTN.
           MOVE 0 TO VDT-FOUND.
           MOVE 1 TO VDT-SUB.
           PERFORM FIND-VOID-COMP UNTIL VDT-SUB > VDT-CNT.
       FIND-VOID-COMP.
           IF VDT-INVNO (VDT-SUB) = INVNO-S
               MOVE VDT-SUB TO VDT-FOUND
           END-IF.
           ADD 1 TO VDT-SUB.
       PRINT-GAP-RTN.
           ADD 1 TO GAP-CNT.
           COMPUTE MISSING-CNT = MISSING-CNT + GAP-TO - GAP-FROM + 1.
           MOVE GAP-FROM TO GL-FROM.
           MOVE GAP-TO TO GL-TO.
           COMPUTE GL-CNT = GAP-TO - GAP-FROM + 1.
           MOVE GAP-REMARK-WS TO GL-REMARK.
           WRITE REP-OUT FROM GAP-LINE.
       PRINT-OTHER-RTN.
           MOVE OTT-ENTRY (OTT-SUB) TO TRAN-LIST-S.
           PERFORM PRINT-DTL-RTN.
           WRITE REP-OUT FROM DTL-LINE.
           ADD 1 TO LINE-CNT.
           ADD 1 TO OTT-SUB.
       PRINT-TOTALS-RTN.
           MOVE 'INVOICES:' TO TL-LABEL.
           MOVE INV-CNT TO TL-CNT.
           MOVE INV-TOTAL TO TL-AMOUNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'CREDIT MEMOS:' TO TL-LABEL.
           MOVE MEMO-CNT TO TL-CNT.
           MOVE MEMO-TOTAL TO TL-AMOUNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'VOIDED (NOT IN TOTALS):' TO TL-LABEL.
           MOVE VOID-CNT TO TL-CNT.
           MOVE VOID-TOTAL TO TL-AMOUNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'GAPS IN THE SERIES:' TO TL-LABEL.
           MOVE GAP-CNT TO TL-CNT.
           MOVE 0 TO TL-AMOUNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'NUMBERS MISSING:' TO TL-LABEL.
           MOVE MISSING-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'DUPLICATE NUMBERS:' TO TL-LABEL.
           MOVE DUP-CNT TO TL-CNT.
           WRITE REP-OUT FROM TOT-LINE.
      *  TABLE THE VOIDS. A MISSING INVVOID.TXT (STATUS 35) MEANS
      *  NOTHING HAS BEEN VOIDED.
       LOAD-VOID-RTN.
           MOVE 0 TO VDT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT INVVOID-IN.
           IF INVVOID-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ INVVOID-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-VOID-REC-RTN UNTIL EOF = 'YES'
               CLOSE INVVOID-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-VOID-REC-RTN.
           IF VDT-CNT < 1000
               ADD 1 TO VDT-CNT
               MOVE IV-INVNO TO VDT-INVNO (VDT-CNT)
               MOVE IV-DATE TO VDT-DATE (VDT-CNT)
               MOVE IV-OPER TO VDT-OPER (VDT-CNT)
               MOVE IV-REASON TO VDT-REASON (VDT-CNT)
           END-IF.
           READ INVVOID-IN AT END MOVE 'YES' TO EOF.
      *  THE LAST NUMBER ISSUED. A MISSING INVCTL.TXT (STATUS 35)
      *  MEANS INV-ENTRY HAS NOT ISSUED ONE YET.
       READ-CTL-RTN.
           MOVE 0 TO LAST-ISSUED.
           OPEN INPUT INVCTL-IN.
           IF INVCTL-STATUS NOT = '35'
               READ INVCTL-IN
                   AT END CONTINUE
                   NOT AT END
                       IF IC-NEXT-INVNO > 0
                           COMPUTE LAST-ISSUED = IC-NEXT-INVNO - 1
                       END-IF
               END-READ
               CLOSE INVCTL-IN
           END-IF.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'INV-REGISTER   ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE REC-CNT TO RL-RECS-READ.
           MOVE LINE-CNT TO RL-RECS-WRITTEN.
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
      *  HOME ONE CARRIES ITS CODE (INVREG_TRIS.TXT FOR A TRIS RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO INVREG-FILE-NAME
               STRING 'INVREG_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO INVREG-FILE-NAME
           END-IF.
      *  SORT INPUT - ONLY THE RUN COMPANY'S INVOICES AND MEMOS ARE
      *  RELEASED TO THE SORT. A BLANK COMPANY CODE IS THE HOME
      *  COMPANY'S.
       SEL-TRAN-RTN.
           MOVE 'NO' TO SEL-EOF.
           OPEN INPUT TRAN-IN.
           READ TRAN-IN AT END MOVE 'YES' TO SEL-EOF.
           PERFORM SEL-TRAN-COMP UNTIL SEL-EOF = 'YES'.
           CLOSE TRAN-IN.
       SEL-TRAN-COMP.
           IF TS-CO = COPROF-CODE-WS
               OR (TS-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               RELEASE SORT-REC FROM TRAN-REC
           END-IF.
           READ TRAN-IN AT END MOVE 'YES' TO SEL-EOF.
