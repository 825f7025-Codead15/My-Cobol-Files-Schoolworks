       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAT-SUMMARY.
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
           SELECT TRAN-SORT-OUT ASSIGN TO "SALESTRV.TXT".
           SELECT SORT-WORK ASSIGN TO "SORTWK03".
      *  THE CUSTOMER MASTER - THE NAME FOR THE PER-CUSTOMER SUMMARY.
           SELECT CUST-IN ASSIGN TO "CUSTMAST.TXT"
               FILE STATUS IS CUST-STATUS.
      *  THE MONTHLY OUTPUT VAT SUMMARY.
           SELECT REP-FILE ASSIGN TO VATSUMM-FILE-NAME.
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
      *  SORTED WORK FILE - ONE PASS, IN INVOICE NUMBER SEQUENCE,
      *  SAME SINGLE-PASS DESIGN AS EMPREP-TXT.
       FD TRAN-SORT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS TRAN-LIST-S.
       01 TRAN-LIST-S.
           05 INVNO-S PIC X(8).
           05 DATE-S PIC 9(8).
           05 DATE-S-SPLIT REDEFINES DATE-S.
              10 YYYYMM-S PIC 9(6).
              10 DD-S PIC 99.
           05 SALESNUM-S PIC X(10).
           05 ARCODE-S PIC A.
           05 AMOUNT-S PIC 9(5)V99.
           05 CUSTNO-S PIC X(6).
      *  I (OR BLANK) = INVOICE, C = CREDIT MEMO, V/X = VOIDED.
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
       01 VATSUMM-FILE-NAME PIC X(20) VALUE 'VATSUMM.TXT'.
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
           05 FILLER PIC X(29).
           05 FILLER PIC X(22) VALUE 'SUMMARY OF OUTPUT VAT'.
           05 FILLER PIC X(29).
       01 MONTH-LN.
           05 FILLER PIC X(14) VALUE 'TAXABLE MONTH:'.
           05 FILLER PIC X(1).
           05 ML-MONTH PIC 9(6).
           05 FILLER PIC X(59).
       01 COL-HDR.
           05 FILLER PIC X(9) VALUE 'DOCUMENT'.
           05 FILLER PIC X(9) VALUE 'DATE'.
           05 FILLER PIC X(7) VALUE 'CUST'.
           05 FILLER PIC X(5) VALUE 'TYPE'.
           05 FILLER PIC X(11) VALUE '    VATABLE'.
           05 FILLER PIC X(11) VALUE '     EXEMPT'.
           05 FILLER PIC X(11) VALUE ' ZERO-RATED'.
           05 FILLER PIC X(11) VALUE ' OUTPUT VAT'.
           05 FILLER PIC X(6).
      *  COLUMN HEADINGS FOR THE CUSTOMER AND TOTALS SECTIONS.
       01 AMT-HDR.
           05 FILLER PIC X(29).
           05 FILLER PIC X(11) VALUE '    VATABLE'.
           05 FILLER PIC X(11) VALUE '     EXEMPT'.
           05 FILLER PIC X(11) VALUE ' ZERO-RATED'.
           05 FILLER PIC X(11) VALUE ' OUTPUT VAT'.
           05 FILLER PIC X(7).
      *  ONE LINE PER DOCUMENT. A CREDIT MEMO'S AMOUNTS PRINT
      *  NEGATIVE; A VOIDED DOCUMENT PRINTS WITH NO AMOUNTS.
       01 DTL-LINE.
           05 DL-INVNO PIC X(8).
           05 FILLER PIC X(1).
           05 DL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 DL-CUSTNO PIC X(6).
           05 FILLER PIC X(1).
           05 DL-TYPE PIC X(4).
           05 FILLER PIC X(1).
           05 DL-VATABLE PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER PIC X(1).
           05 DL-EXEMPT PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER PIC X(1).
           05 DL-ZERO-RATED PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER PIC X(1).
           05 DL-VAT PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER PIC X(1).
           05 DL-FLAG PIC X(6).
       01 CUST-HDR.
           05 FILLER PIC X(40) VALUE
              'SUMMARY BY CUSTOMER'.
           05 FILLER PIC X(40).
       01 CUST-LINE.
           05 CL-CUSTNO PIC X(6).
           05 FILLER PIC X(1).
           05 CL-NAME PIC X(22).
           05 CL-VATABLE PIC ZZZZZZ9.99-.
           05 CL-EXEMPT PIC ZZZZZZ9.99-.
           05 CL-ZERO-RATED PIC ZZZZZZ9.99-.
           05 CL-VAT PIC ZZZZZZ9.99-.
           05 FILLER PIC X(7).
       01 TOT-HDR.
           05 FILLER PIC X(40) VALUE
              'TOTALS FOR THE MONTH'.
           05 FILLER PIC X(40).
       01 TOT-LINE.
           05 TL-LABEL PIC X(29).
           05 TL-VATABLE PIC ZZZZZZ9.99-.
           05 TL-EXEMPT PIC ZZZZZZ9.99-.
           05 TL-ZERO-RATED PIC ZZZZZZ9.99-.
           05 TL-VAT PIC ZZZZZZ9.99-.
           05 FILLER PIC X(7).
       01 CNT-LINE.
           05 CN-LABEL PIC X(40).
           05 CN-CNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3).
           05 CN-AMOUNT PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(16).
       01 NOTE-LINE.
           05 FILLER PIC X(36) VALUE
              'NOSPLT = KEYED BEFORE THE VAT SPLIT;'.
           05 FILLER PIC X(44) VALUE
              ' LISTED, NOT IN THE TOTALS.'.
       01 NONE-LINE.
           05 FILLER PIC X(3).
           05 FILLER PIC X(11) VALUE 'NONE FOUND'.
           05 FILLER PIC X(66).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  ONE ENTRY PER CUSTOMER ON THE MASTER, WITH THE MONTH'S
      *  AMOUNTS; A DOCUMENT FOR A CODE NOT ON THE MASTER ADDS ONE.
       01 CUST-TABLE.
           05 CST-ENTRY OCCURS 1000 TIMES.
               10 CST-CUSTNO PIC X(6).
               10 CST-NAME PIC X(25).
               10 CST-DOCS PIC 9(5).
               10 CST-VATABLE PIC S9(7)V99.
               10 CST-EXEMPT PIC S9(7)V99.
               10 CST-ZERO-RATED PIC S9(7)V99.
               10 CST-VAT PIC S9(7)V99.
       01 CST-CNT PIC 9999 VALUE 0.
       01 CST-SUB PIC 9999 VALUE 0.
       01 CST-FOUND PIC 9999 VALUE 0.
      *  THE DOCUMENT'S AMOUNTS, SIGNED - NEGATIVE FOR A CREDIT MEMO.
       01 DOC-AMOUNTS.
           05 DOC-VATABLE PIC S9(5)V99 VALUE 0.
           05 DOC-EXEMPT PIC S9(5)V99 VALUE 0.
           05 DOC-ZERO-RATED PIC S9(5)V99 VALUE 0.
           05 DOC-VAT PIC S9(5)V99 VALUE 0.
       01 INV-TOTALS.
           05 INV-VATABLE PIC S9(7)V99 VALUE 0.
           05 INV-EXEMPT PIC S9(7)V99 VALUE 0.
           05 INV-ZERO-RATED PIC S9(7)V99 VALUE 0.
           05 INV-VAT PIC S9(7)V99 VALUE 0.
       01 MEMO-TOTALS.
           05 MEMO-VATABLE PIC S9(7)V99 VALUE 0.
           05 MEMO-EXEMPT PIC S9(7)V99 VALUE 0.
           05 MEMO-ZERO-RATED PIC S9(7)V99 VALUE 0.
           05 MEMO-VAT PIC S9(7)V99 VALUE 0.
       01 TRAN-STATUS PIC XX.
       01 CUST-STATUS PIC XX.
       01 VAT-MONTH PIC 9(6) VALUE 0.
       01 MONTH-EDIT-WS PIC X(6).
       01 RUN-DATE-WS.
           05 RUN-YYYY PIC 9(4).
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 PRIOR-MONTH-WS.
           05 PRIOR-YYYY PIC 9(4).
           05 PRIOR-MM PIC 99.
       01 REC-CNT PIC 9(6) VALUE 0.
       01 LINE-CNT PIC 9(6) VALUE 0.
       01 INV-CNT PIC 9(6) VALUE 0.
       01 MEMO-CNT PIC 9(6) VALUE 0.
       01 VOID-CNT PIC 9(6) VALUE 0.
       01 NOSPLIT-CNT PIC 9(6) VALUE 0.
       01 NOSPLIT-AMT PIC 9(9)V99 VALUE 0.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  THE MONTH'S OUTPUT VAT FOR THE TAX RETURN: EVERY INVOICE AND
      *  CREDIT MEMO DATED IN THE MONTH, IN NUMBER ORDER, WITH ITS
      *  VATABLE, EXEMPT AND ZERO-RATED SALES AND OUTPUT VAT AS
      *  INV-ENTRY SPLIT THEM; THEN THE SAME BY CUSTOMER, AND THE
      *  MONTH'S TOTALS WITH CREDIT MEMOS NETTED OUT.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-MONTH-RTN.
           PERFORM LOAD-CUST-RTN.
           OPEN OUTPUT REP-FILE.
           WRITE REP-OUT FROM HEADER1.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HEADER3.
           MOVE VAT-MONTH TO ML-MONTH.
           WRITE REP-OUT FROM MONTH-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM COL-HDR.
           OPEN INPUT TRAN-IN.
           IF TRAN-STATUS = '35'
               CONTINUE
           ELSE
               CLOSE TRAN-IN
               SORT SORT-WORK ON ASCENDING KEY SORT-INVNO
                   INPUT PROCEDURE IS SEL-TRAN-RTN
                   GIVING TRAN-SORT-OUT
               PERFORM LIST-DOCS-RTN
           END-IF.
           IF LINE-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           END-IF.
           IF NOSPLIT-CNT > 0
               WRITE REP-OUT FROM NOTE-LINE
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM CUST-HDR.
           WRITE REP-OUT FROM AMT-HDR.
           MOVE 1 TO CST-SUB.
           PERFORM PRINT-CUST-RTN UNTIL CST-SUB > CST-CNT.
           WRITE REP-OUT FROM BLNK-LINE.
           PERFORM PRINT-TOTALS-RTN.
           CLOSE REP-FILE.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'OUTPUT VAT SUMMARY COMPLETE'.
           DISPLAY 'CHECK ' VATSUMM-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
      *  THE TAXABLE MONTH. BLANK TAKES THE MONTH BEFORE THE RUN
      *  DATE, THE ONE BEING FILED FOR.
       GET-MONTH-RTN.
           DISPLAY 'ENTER TAXABLE MONTH (YYYYMM, BLANK = LAST MONTH): '.
           MOVE SPACES TO MONTH-EDIT-WS.
           ACCEPT MONTH-EDIT-WS.
           IF MONTH-EDIT-WS IS NUMERIC
               MOVE MONTH-EDIT-WS TO VAT-MONTH
           ELSE
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
               IF RUN-MM = 1
                   COMPUTE PRIOR-YYYY = RUN-YYYY - 1
                   MOVE 12 TO PRIOR-MM
               ELSE
                   MOVE RUN-YYYY TO PRIOR-YYYY
                   COMPUTE PRIOR-MM = RUN-MM - 1
               END-IF
               MOVE PRIOR-MONTH-WS TO VAT-MONTH
           END-IF.
       LIST-DOCS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT TRAN-SORT-OUT.
           READ TRAN-SORT-OUT
               AT END MOVE 'YES' TO EOF
           END-READ.
           PERFORM LIST-DOCS-COMP UNTIL EOF = 'YES'.
           CLOSE TRAN-SORT-OUT.
       LIST-DOCS-COMP.
           ADD 1 TO REC-CNT.
           IF YYYYMM-S = VAT-MONTH
               PERFORM PRINT-DOC-RTN
           END-IF.
           READ TRAN-SORT-OUT AT END MOVE 'YES' TO EOF.
      *  FORMAT ONE DOCUMENT AND ADD IT TO ITS CUSTOMER AND TO THE
      *  INVOICE OR CREDIT MEMO TOTALS. A DOCUMENT KEYED BEFORE THE
      *  VAT SPLIT (NO PART FILLED IN) IS LISTED AND COUNTED BUT
      *  KEPT OUT OF THE TOTALS, SINCE ITS SPLIT IS UNKNOWN.
       PRINT-DOC-RTN.
           MOVE INVNO-S TO DL-INVNO.
           MOVE DATE-S TO DL-DATE.
           MOVE CUSTNO-S TO DL-CUSTNO.
           MOVE SPACES TO DL-FLAG.
           INITIALIZE DOC-AMOUNTS.
           IF TYPE-S = 'V' OR TYPE-S = 'X'
               MOVE 'VOID' TO DL-TYPE
               ADD 1 TO VOID-CNT
           ELSE
               IF TYPE-S = 'C'
                   MOVE 'CM' TO DL-TYPE
               ELSE
                   MOVE 'INV' TO DL-TYPE
               END-IF
               IF VATABLE-S IS NOT NUMERIC OR EXEMPT-S IS NOT NUMERIC
                   OR ZERO-RATED-S IS NOT NUMERIC
                   OR VAT-S IS NOT NUMERIC
                   OR (VATABLE-S + EXEMPT-S + ZERO-RATED-S + VAT-S = 0
                       AND AMOUNT-S > 0)
                   MOVE 'NOSPLT' TO DL-FLAG
                   ADD 1 TO NOSPLIT-CNT
                   ADD AMOUNT-S TO NOSPLIT-AMT
               ELSE
                   PERFORM ADD-DOC-RTN
               END-IF
           END-IF.
           MOVE DOC-VATABLE TO DL-VATABLE.
           MOVE DOC-EXEMPT TO DL-EXEMPT.
           MOVE DOC-ZERO-RATED TO DL-ZERO-RATED.
           MOVE DOC-VAT TO DL-VAT.
           WRITE REP-OUT FROM DTL-LINE.
           ADD 1 TO LINE-CNT.
       ADD-DOC-RTN.
           IF TYPE-S = 'C'
               COMPUTE DOC-VATABLE = 0 - VATABLE-S
               COMPUTE DOC-EXEMPT = 0 - EXEMPT-S
               COMPUTE DOC-ZERO-RATED = 0 - ZERO-RATED-S
               COMPUTE DOC-VAT = 0 - VAT-S
               ADD 1 TO MEMO-CNT
               ADD DOC-VATABLE TO MEMO-VATABLE
               ADD DOC-EXEMPT TO MEMO-EXEMPT
               ADD DOC-ZERO-RATED TO MEMO-ZERO-RATED
               ADD DOC-VAT TO MEMO-VAT
           ELSE
               MOVE VATABLE-S TO DOC-VATABLE
               MOVE EXEMPT-S TO DOC-EXEMPT
               MOVE ZERO-RATED-S TO DOC-ZERO-RATED
               MOVE VAT-S TO DOC-VAT
               ADD 1 TO INV-CNT
               ADD DOC-VATABLE TO INV-VATABLE
               ADD DOC-EXEMPT TO INV-EXEMPT
               ADD DOC-ZERO-RATED TO INV-ZERO-RATED
               ADD DOC-VAT TO INV-VAT
           END-IF.
           PERFORM FIND-CUST-RTN.
           IF CST-FOUND = 0 AND CST-CNT < 1000
               ADD 1 TO CST-CNT
               MOVE CUSTNO-S TO CST-CUSTNO (CST-CNT)
               MOVE '(NOT ON CUSTOMER MASTER)' TO CST-NAME (CST-CNT)
               MOVE 0 TO CST-DOCS (CST-CNT)
               MOVE 0 TO CST-VATABLE (CST-CNT)
               MOVE 0 TO CST-EXEMPT (CST-CNT)
               MOVE 0 TO CST-ZERO-RATED (CST-CNT)
               MOVE 0 TO CST-VAT (CST-CNT)
               MOVE CST-CNT TO CST-FOUND
           END-IF.
           IF CST-FOUND > 0
               ADD 1 TO CST-DOCS (CST-FOUND)
               ADD DOC-VATABLE TO CST-VATABLE (CST-FOUND)
               ADD DOC-EXEMPT TO CST-EXEMPT (CST-FOUND)
               ADD DOC-ZERO-RATED TO CST-ZERO-RATED (CST-FOUND)
               ADD DOC-VAT TO CST-VAT (CST-FOUND)
           END-IF.
       FIND-CUST-RTN.
           MOVE 0 TO CST-FOUND.
           MOVE 1 TO CST-SUB.
           PERFORM FIND-CUST-COMP
               UNTIL CST-SUB > CST-CNT OR CST-FOUND > 0.
       FIND-CUST-COMP.
           IF CST-CUSTNO (CST-SUB) = CUSTNO-S
               MOVE CST-SUB TO CST-FOUND
           END-IF.
           ADD 1 TO CST-SUB.
      *  ONLY CUSTOMERS WITH A DOCUMENT IN THE MONTH ARE PRINTED.
       PRINT-CUST-RTN.
           IF CST-DOCS (CST-SUB) > 0
               MOVE CST-CUSTNO (CST-SUB) TO CL-CUSTNO
               MOVE CST-NAME (CST-SUB) TO CL-NAME
               MOVE CST-VATABLE (CST-SUB) TO CL-VATABLE
               MOVE CST-EXEMPT (CST-SUB) TO CL-EXEMPT
               MOVE CST-ZERO-RATED (CST-SUB) TO CL-ZERO-RATED
               MOVE CST-VAT (CST-SUB) TO CL-VAT
               WRITE REP-OUT FROM CUST-LINE
           END-IF.
           ADD 1 TO CST-SUB.
       PRINT-TOTALS-RTN.
           WRITE REP-OUT FROM TOT-HDR.
           WRITE REP-OUT FROM AMT-HDR.
           MOVE 'INVOICES' TO TL-LABEL.
           MOVE INV-VATABLE TO TL-VATABLE.
           MOVE INV-EXEMPT TO TL-EXEMPT.
           MOVE INV-ZERO-RATED TO TL-ZERO-RATED.
           MOVE INV-VAT TO TL-VAT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'LESS CREDIT MEMOS' TO TL-LABEL.
           MOVE MEMO-VATABLE TO TL-VATABLE.
           MOVE MEMO-EXEMPT TO TL-EXEMPT.
           MOVE MEMO-ZERO-RATED TO TL-ZERO-RATED.
           MOVE MEMO-VAT TO TL-VAT.
           WRITE REP-OUT FROM TOT-LINE.
           MOVE 'NET FOR THE MONTH' TO TL-LABEL.
           COMPUTE TL-VATABLE = INV-VATABLE + MEMO-VATABLE.
           COMPUTE TL-EXEMPT = INV-EXEMPT + MEMO-EXEMPT.
           COMPUTE TL-ZERO-RATED = INV-ZERO-RATED + MEMO-ZERO-RATED.
           COMPUTE TL-VAT = INV-VAT + MEMO-VAT.
           WRITE REP-OUT FROM TOT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'INVOICES:' TO CN-LABEL.
           MOVE INV-CNT TO CN-CNT.
           MOVE 0 TO CN-AMOUNT.
           WRITE REP-OUT FROM CNT-LINE.
           MOVE 'CREDIT MEMOS:' TO CN-LABEL.
           MOVE MEMO-CNT TO CN-CNT.
           WRITE REP-OUT FROM CNT-LINE.
           MOVE 'VOIDED DOCUMENTS:' TO CN-LABEL.
           MOVE VOID-CNT TO CN-CNT.
           WRITE REP-OUT FROM CNT-LINE.
           MOVE 'KEYED BEFORE THE VAT SPLIT (GROSS):' TO CN-LABEL.
           MOVE NOSPLIT-CNT TO CN-CNT.
           MOVE NOSPLIT-AMT TO CN-AMOUNT.
           WRITE REP-OUT FROM CNT-LINE.
      *  TABLE THE CUSTOMER MASTER. A MISSING CUSTMAST.TXT (STATUS
      *  35) LEAVES EVERY CUSTOMER TO BE ADDED AS NOT ON THE MASTER.
       LOAD-CUST-RTN.
           MOVE 0 TO CST-CNT.
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
           IF CST-CNT < 1000
               ADD 1 TO CST-CNT
               MOVE CM-CODE TO CST-CUSTNO (CST-CNT)
               MOVE CM-NAME TO CST-NAME (CST-CNT)
               MOVE 0 TO CST-DOCS (CST-CNT)
               MOVE 0 TO CST-VATABLE (CST-CNT)
               MOVE 0 TO CST-EXEMPT (CST-CNT)
               MOVE 0 TO CST-ZERO-RATED (CST-CNT)
               MOVE 0 TO CST-VAT (CST-CNT)
           END-IF.
           READ CUST-IN AT END MOVE 'YES' TO EOF.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'VAT-SUMMARY    ' TO RL-JOBNAME.
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
      *  HOME ONE CARRIES ITS CODE (VATSUMM_TRIS.TXT FOR A TRIS RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO VATSUMM-FILE-NAME
               STRING 'VATSUMM_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO VATSUMM-FILE-NAME
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
