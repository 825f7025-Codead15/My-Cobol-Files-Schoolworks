       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-TRIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  COMPANY PROFILE FILE - NAME AND ADDRESS FOR THE REPORT
      *  HEADER, KEYED BY COMPANY CODE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  ITS MONTH IS THE PERIOD BEING CLOSED, SO A RERUN CARRIES
      *  THE RIGHT PERIOD. A MISSING PROCDATE.TXT FALLS BACK TO THE
      *  MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  THE JOURNAL LINES APPENDED BY PAYROLL-TXT, COMM-PAY,
      *  COLLECT-POST, INV-ENTRY AND REFUND-PAY FOR EVERY COMPANY.
           SELECT GLPOST-IN ASSIGN TO "GLPOST.TXT"
               FILE STATUS IS GLPOST-STATUS.
      *  THE CHART OF ACCOUNTS KEPT BY COA-MAINT - TITLES AND TYPES
      *  FOR THE TRIAL BALANCE.
           SELECT COA-IN ASSIGN TO "COAMAST.TXT"
               FILE STATUS IS COA-STATUS.
      *  THE JOURNAL LISTING AND TRIAL BALANCE, ONE SECTION PER
      *  COMPANY.
           SELECT REP-FILE ASSIGN TO "GLTRIAL.TXT".
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD GLPOST-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS GLPOST-REC.
       01 GLPOST-REC.
           05 GL-DATE PIC 9(8).
           05 GL-SOURCE PIC X(15).
           05 GL-ACCT PIC X(8).
      *  D = DEBIT, C = CREDIT.
           05 GL-DRCR PIC X(1).
           05 GL-AMOUNT PIC 9(9)V99.
      *  POSTING COMPANY (COMPANY.TXT CODE), ALWAYS WRITTEN, SINCE
      *  EVERY APPLICATION POSTS TO THIS ONE FILE. BLANK ONLY ON A
      *  ROW POSTED BEFORE THE CODE WAS KEPT - RIVL'S BOOKS.
           05 GL-CO PIC X(4).
       FD COA-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS COA-REC.
       01 COA-REC.
           05 CA-ACCT PIC X(8).
           05 CA-TITLE PIC X(30).
           05 CA-TYPE PIC X(1).
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
      *  STAY AS THE FALLBACK WHEN THE PROFILE FILE OR CODE IS
      *  MISSING.
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'RIVL'.
      *  THE COMPILED-IN HOME COMPANY - A JOURNAL LINE CARRYING NO
      *  COMPANY CODE (POSTED BEFORE THE CODE WAS KEPT) IS ITS.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 HOME-NAME-WS PIC X(40) VALUE
          'RIVERDALE INTERNATIONAL INDUSTRY, INC.'.
       01 HOME-ADDR-WS PIC X(40) VALUE
          'SAN JOSE DEL MONTE, BULACAN'.
      *  THE COMPANIES FOUND ON GLPOST.TXT FOR THE PERIOD - THE HOME
      *  COMPANY FIRST, THE OTHERS IN THE ORDER FIRST SEEN.
       01 GCO-TABLE.
           05 GCO-CODE PIC X(4) OCCURS 20 TIMES.
       01 GCO-CNT PIC 99 VALUE 0.
       01 GCO-SUB PIC 99 VALUE 0.
       01 LINE-CO-WS PIC X(4).
       01 OUT-CO-CNT PIC 99 VALUE 0.
       01 HEADER1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
              'RIVERDALE INTERNATIONAL INDUSTRY, INC.'.
           05 FILLER PIC X(20).
       01 HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'SAN JOSE DEL MONTE, BULACAN'.
           05 FILLER PIC X(20).
       01 JRNL-TITLE.
           05 FILLER PIC X(30).
           05 FILLER PIC X(20) VALUE 'GL JOURNAL LISTING'.
           05 FILLER PIC X(30).
       01 TB-TITLE.
           05 FILLER PIC X(30).
           05 FILLER PIC X(20) VALUE 'TRIAL BALANCE'.
           05 FILLER PIC X(30).
       01 PERIOD-LN.
           05 FILLER PIC X(30).
           05 FILLER PIC X(8) VALUE 'PERIOD: '.
           05 PL-PERIOD PIC 9(6).
           05 FILLER PIC X(2).
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 PL-CO PIC X(4).
           05 FILLER PIC X(21).
       01 SOURCE-LN.
           05 FILLER PIC X(8) VALUE 'SOURCE: '.
           05 SL-SOURCE PIC X(15).
           05 FILLER PIC X(57).
       01 JRNL-COL-HDR.
           05 FILLER PIC X(10) VALUE 'Date'.
           05 FILLER PIC X(10) VALUE 'Account'.
           05 FILLER PIC X(32) VALUE 'Title'.
           05 FILLER PIC X(14) VALUE '        Debit'.
           05 FILLER PIC X(14) VALUE '       Credit'.
       01 JRNL-LINE.
           05 JL-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 JL-ACCT PIC X(8).
           05 FILLER PIC X(2).
           05 JL-TITLE PIC X(30).
           05 FILLER PIC X(2).
           05 JL-DEBIT PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 JL-CREDIT PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 TOT-LINE.
           05 FILLER PIC X(22).
           05 TL-LABEL PIC X(30).
           05 TL-DEBIT PIC ZZZ,ZZZ,ZZ9.99.
           05 TL-CREDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 TB-COL-HDR.
           05 FILLER PIC X(10) VALUE 'Account'.
           05 FILLER PIC X(32) VALUE 'Title'.
           05 FILLER PIC X(10) VALUE 'Type'.
           05 FILLER PIC X(14) VALUE '        Debit'.
           05 FILLER PIC X(14) VALUE '       Credit'.
       01 TB-LINE.
           05 TBL-ACCT PIC X(8).
           05 FILLER PIC X(2).
           05 TBL-TITLE PIC X(30).
           05 FILLER PIC X(2).
           05 TBL-TYPE PIC X(10).
           05 TBL-DEBIT PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 TBL-CREDIT PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 PROOF-LINE.
           05 FILLER PIC X(22).
           05 PF-TEXT PIC X(36).
           05 PF-AMOUNT PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(8).
       01 UNKNOWN-LINE.
           05 FILLER PIC X(22).
           05 FILLER PIC X(36) VALUE
              '** ACCOUNTS NOT ON THE CHART:'.
           05 UL-CNT PIC ZZ9.
           05 FILLER PIC X(19).
       01 NONE-LINE.
           05 FILLER PIC X(3).
           05 FILLER PIC X(11) VALUE 'NONE FOUND'.
           05 FILLER PIC X(66).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE PERIOD'S JOURNAL LINES, THE SOURCES IN THE ORDER FIRST
      *  SEEN, AND ONE ACCUMULATOR PER ACCOUNT POSTED.
       01 JRNL-TABLE.
           05 JNT-ENTRY OCCURS 2000 TIMES.
               10 JNT-DATE PIC 9(8).
               10 JNT-SOURCE PIC X(15).
               10 JNT-ACCT PIC X(8).
               10 JNT-DRCR PIC X(1).
               10 JNT-AMOUNT PIC 9(9)V99.
               10 JNT-CO PIC X(4).
       01 JNT-CNT PIC 9999 VALUE 0.
       01 JNT-SUB PIC 9999 VALUE 0.
       01 SRC-TABLE.
           05 SRC-NAME PIC X(15) OCCURS 20 TIMES.
       01 SRC-CNT PIC 99 VALUE 0.
       01 SRC-SUB PIC 99 VALUE 0.
       01 ACCT-TABLE.
           05 ACT-ENTRY OCCURS 300 TIMES.
               10 ACT-ACCT PIC X(8).
               10 ACT-DR PIC 9(9)V99.
               10 ACT-CR PIC 9(9)V99.
               10 ACT-DONE PIC X(1).
       01 ACT-CNT PIC 999 VALUE 0.
       01 ACT-SUB PIC 999 VALUE 0.
       01 ACT-PICK PIC 999 VALUE 0.
       01 ACT-LEFT PIC 999 VALUE 0.
       01 COA-TABLE.
           05 COT-ENTRY OCCURS 300 TIMES.
               10 COT-ACCT PIC X(8).
               10 COT-TITLE PIC X(30).
               10 COT-TYPE PIC X(1).
       01 COT-CNT PIC 999 VALUE 0.
       01 COT-SUB PIC 999 VALUE 0.
      *  TITLE LOOKUP - LOOK-ACCT IN, LOOK-TITLE/LOOK-TYPE OUT.
       01 LOOK-ACCT PIC X(8).
       01 LOOK-TITLE PIC X(30).
       01 LOOK-TYPE PIC X(1).
       01 LOOK-FOUND PIC X(3) VALUE 'NO'.
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 SRC-DR PIC 9(9)V99 VALUE 0.
       01 SRC-CR PIC 9(9)V99 VALUE 0.
       01 TOT-DR PIC 9(9)V99 VALUE 0.
       01 TOT-CR PIC 9(9)V99 VALUE 0.
       01 TB-DR PIC 9(9)V99 VALUE 0.
       01 TB-CR PIC 9(9)V99 VALUE 0.
       01 NET-BAL PIC S9(9)V99 VALUE 0.
       01 OUT-BAL PIC S9(9)V99 VALUE 0.
       01 UNKNOWN-CNT PIC 999 VALUE 0.
       01 RECS-READ PIC 9(6) VALUE 0.
       01 PROCDATE-STATUS PIC XX.
       01 GLPOST-STATUS PIC XX.
       01 COA-STATUS PIC XX.
       01 RUN-DATE-WS PIC 9(8) VALUE 0.
       01 RUN-DATE-SPLIT REDEFINES RUN-DATE-WS.
           05 RUN-YYYYMM PIC 9(6).
           05 RUN-DD PIC 99.
       01 GL-DATE-WS PIC 9(8) VALUE 0.
       01 GL-DATE-SPLIT REDEFINES GL-DATE-WS.
           05 GL-YYYYMM PIC 9(6).
           05 GL-DD PIC 99.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  PERIOD-END GL RUN: EVERY JOURNAL LINE DATED IN THE PERIOD
      *  LISTED UNDER ITS SOURCE JOB WITH SOURCE TOTALS, THEN A
      *  TRIAL BALANCE BY ACCOUNT PROVING DEBITS EQUAL CREDITS. AN
      *  ACCOUNT NOT ON THE CHART IS PRINTED AND FLAGGED.
      *  GLPOST.TXT IS SHARED BY EVERY COMPANY'S POSTINGS, SO ONE
      *  PASS OVER IT PRINTS A JOURNAL AND TRIAL BALANCE FOR EACH
      *  COMPANY FOUND, UNDER THAT COMPANY'S LETTERHEAD AND WITH ITS
      *  OWN PROOF LINE.
       MAIN-RTN.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-COA-RTN.
           MOVE 1 TO GCO-CNT.
           MOVE HOME-CO-WS TO GCO-CODE (1).
           PERFORM LOAD-GLPOST-RTN.
           OPEN OUTPUT REP-FILE.
           MOVE 1 TO GCO-SUB.
           PERFORM COMPANY-RTN UNTIL GCO-SUB > GCO-CNT.
           CLOSE REP-FILE.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'GL PERIOD-END RUN COMPLETE'.
           DISPLAY 'CHECK GLTRIAL.TXT FOR THE JOURNAL AND TRIAL '
               'BALANCE'.
           IF OUT-CO-CNT > 0
               DISPLAY '** TRIAL BALANCE DOES NOT BALANCE FOR '
                   OUT-CO-CNT ' COMPANY(IES) **'
           END-IF.
           STOP RUN.
      *  ONE COMPANY'S SECTION - ITS SOURCES AND ACCOUNTS ARE BUILT
      *  FROM ITS OWN JOURNAL LINES ONLY.
       COMPANY-RTN.
           MOVE GCO-CODE (GCO-SUB) TO COPROF-CODE-WS.
           MOVE COPROF-CODE-WS TO PL-CO.
           PERFORM LOAD-COPROF-RTN.
           MOVE 0 TO SRC-CNT.
           MOVE 0 TO ACT-CNT.
           MOVE 0 TO TOT-DR.
           MOVE 0 TO TOT-CR.
           MOVE 0 TO TB-DR.
           MOVE 0 TO TB-CR.
           MOVE 0 TO UNKNOWN-CNT.
           MOVE 1 TO JNT-SUB.
           PERFORM BUILD-CO-RTN UNTIL JNT-SUB > JNT-CNT.
           IF GCO-SUB > 1
               WRITE REP-OUT FROM BLNK-LINE
           END-IF.
           PERFORM JOURNAL-RTN.
           PERFORM TRIAL-BAL-RTN.
           IF OUT-BAL NOT = 0
               ADD 1 TO OUT-CO-CNT
           END-IF.
           ADD 1 TO GCO-SUB.
       BUILD-CO-RTN.
           IF JNT-CO (JNT-SUB) = COPROF-CODE-WS
               IF JNT-DRCR (JNT-SUB) = 'D'
                   ADD JNT-AMOUNT (JNT-SUB) TO TOT-DR
               ELSE
                   ADD JNT-AMOUNT (JNT-SUB) TO TOT-CR
               END-IF
               PERFORM NOTE-SOURCE-RTN
               PERFORM NOTE-ACCT-RTN
           END-IF.
           ADD 1 TO JNT-SUB.
       PRINT-HEAD-RTN.
           WRITE REP-OUT FROM HEADER1.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
      *  THE JOURNAL LISTING, ONE GROUP PER SOURCE JOB.
       JOURNAL-RTN.
           PERFORM PRINT-HEAD-RTN.
           WRITE REP-OUT FROM JRNL-TITLE.
           MOVE RUN-YYYYMM TO PL-PERIOD.
           WRITE REP-OUT FROM PERIOD-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           IF JNT-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           ELSE
               WRITE REP-OUT FROM JRNL-COL-HDR
               MOVE 1 TO SRC-SUB
               PERFORM JOURNAL-SOURCE-RTN UNTIL SRC-SUB > SRC-CNT
               MOVE 'PERIOD TOTAL' TO TL-LABEL
               MOVE TOT-DR TO TL-DEBIT
               MOVE TOT-CR TO TL-CREDIT
               WRITE REP-OUT FROM TOT-LINE
           END-IF.
       JOURNAL-SOURCE-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE SRC-NAME (SRC-SUB) TO SL-SOURCE.
           WRITE REP-OUT FROM SOURCE-LN.
           MOVE 0 TO SRC-DR.
           MOVE 0 TO SRC-CR.
           MOVE 1 TO JNT-SUB.
           PERFORM JOURNAL-LINE-RTN UNTIL JNT-SUB > JNT-CNT.
           MOVE 'SOURCE TOTAL' TO TL-LABEL.
           MOVE SRC-DR TO TL-DEBIT.
           MOVE SRC-CR TO TL-CREDIT.
           WRITE REP-OUT FROM TOT-LINE.
           ADD 1 TO SRC-SUB.
       JOURNAL-LINE-RTN.
           IF JNT-SOURCE (JNT-SUB) = SRC-NAME (SRC-SUB)
               AND JNT-CO (JNT-SUB) = COPROF-CODE-WS
               MOVE JNT-DATE (JNT-SUB) TO JL-DATE
               MOVE JNT-ACCT (JNT-SUB) TO JL-ACCT
               MOVE JNT-ACCT (JNT-SUB) TO LOOK-ACCT
               PERFORM LOOKUP-TITLE-RTN
               MOVE LOOK-TITLE TO JL-TITLE
               IF JNT-DRCR (JNT-SUB) = 'D'
                   MOVE JNT-AMOUNT (JNT-SUB) TO JL-DEBIT
                   MOVE 0 TO JL-CREDIT
                   ADD JNT-AMOUNT (JNT-SUB) TO SRC-DR
               ELSE
                   MOVE 0 TO JL-DEBIT
                   MOVE JNT-AMOUNT (JNT-SUB) TO JL-CREDIT
                   ADD JNT-AMOUNT (JNT-SUB) TO SRC-CR
               END-IF
               WRITE REP-OUT FROM JRNL-LINE
           END-IF.
           ADD 1 TO JNT-SUB.
      *  THE TRIAL BALANCE IN ACCOUNT ORDER - EACH ACCOUNT'S NET
      *  SHOWN ON ITS DEBIT OR CREDIT SIDE. THE TWO COLUMNS AGREE
      *  ONLY WHEN THE PERIOD'S DEBITS EQUAL ITS CREDITS.
       TRIAL-BAL-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           PERFORM PRINT-HEAD-RTN.
           WRITE REP-OUT FROM TB-TITLE.
           WRITE REP-OUT FROM PERIOD-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           IF ACT-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           ELSE
               WRITE REP-OUT FROM TB-COL-HDR
               MOVE ACT-CNT TO ACT-LEFT
               PERFORM TB-NEXT-RTN UNTIL ACT-LEFT = 0
               WRITE REP-OUT FROM BLNK-LINE
               MOVE 'TOTALS' TO TL-LABEL
               MOVE TB-DR TO TL-DEBIT
               MOVE TB-CR TO TL-CREDIT
               WRITE REP-OUT FROM TOT-LINE
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           COMPUTE OUT-BAL = TOT-DR - TOT-CR.
           IF OUT-BAL = 0
               MOVE 'DEBITS EQUAL CREDITS - IN BALANCE' TO PF-TEXT
               MOVE 0 TO PF-AMOUNT
           ELSE
               MOVE '** OUT OF BALANCE BY' TO PF-TEXT
               IF OUT-BAL < 0
                   COMPUTE PF-AMOUNT = 0 - OUT-BAL
               ELSE
                   MOVE OUT-BAL TO PF-AMOUNT
               END-IF
           END-IF.
           WRITE REP-OUT FROM PROOF-LINE.
           IF UNKNOWN-CNT > 0
               MOVE UNKNOWN-CNT TO UL-CNT
               WRITE REP-OUT FROM UNKNOWN-LINE
           END-IF.
       TB-NEXT-RTN.
           MOVE 0 TO ACT-PICK.
           MOVE 1 TO ACT-SUB.
           PERFORM TB-FIND-LOW-RTN UNTIL ACT-SUB > ACT-CNT.
           MOVE 'Y' TO ACT-DONE (ACT-PICK).
           MOVE ACT-ACCT (ACT-PICK) TO TBL-ACCT.
           MOVE ACT-ACCT (ACT-PICK) TO LOOK-ACCT.
           PERFORM LOOKUP-TITLE-RTN.
           MOVE LOOK-TITLE TO TBL-TITLE.
           IF LOOK-FOUND = 'NO'
               ADD 1 TO UNKNOWN-CNT
           END-IF.
           EVALUATE LOOK-TYPE
               WHEN 'A' MOVE 'ASSET' TO TBL-TYPE
               WHEN 'L' MOVE 'LIABILITY' TO TBL-TYPE
               WHEN 'Q' MOVE 'EQUITY' TO TBL-TYPE
               WHEN 'R' MOVE 'REVENUE' TO TBL-TYPE
               WHEN 'E' MOVE 'EXPENSE' TO TBL-TYPE
               WHEN OTHER MOVE SPACES TO TBL-TYPE
           END-EVALUATE.
           COMPUTE NET-BAL = ACT-DR (ACT-PICK) - ACT-CR (ACT-PICK).
           IF NET-BAL < 0
               MOVE 0 TO TBL-DEBIT
               COMPUTE TBL-CREDIT = 0 - NET-BAL
               SUBTRACT NET-BAL FROM TB-CR
           ELSE
               MOVE NET-BAL TO TBL-DEBIT
               MOVE 0 TO TBL-CREDIT
               ADD NET-BAL TO TB-DR
           END-IF.
           WRITE REP-OUT FROM TB-LINE.
           SUBTRACT 1 FROM ACT-LEFT.
       TB-FIND-LOW-RTN.
           IF ACT-DONE (ACT-SUB) = 'N'
               IF ACT-PICK = 0
                   MOVE ACT-SUB TO ACT-PICK
               ELSE
                   IF ACT-ACCT (ACT-SUB) < ACT-ACCT (ACT-PICK)
                       MOVE ACT-SUB TO ACT-PICK
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO ACT-SUB.
       LOOKUP-TITLE-RTN.
           MOVE 'NO' TO LOOK-FOUND.
           MOVE '** NOT ON THE CHART **' TO LOOK-TITLE.
           MOVE SPACE TO LOOK-TYPE.
           MOVE 1 TO COT-SUB.
           PERFORM LOOKUP-TITLE-COMP
               UNTIL COT-SUB > COT-CNT OR LOOK-FOUND = 'YES'.
       LOOKUP-TITLE-COMP.
           IF COT-ACCT (COT-SUB) = LOOK-ACCT
               MOVE 'YES' TO LOOK-FOUND
               MOVE COT-TITLE (COT-SUB) TO LOOK-TITLE
               MOVE COT-TYPE (COT-SUB) TO LOOK-TYPE
           END-IF.
           ADD 1 TO COT-SUB.
      *  LOAD THE CHART OF ACCOUNTS. A MISSING COAMAST.TXT (STATUS
      *  35) LEAVES EVERY ACCOUNT UNTITLED AND FLAGGED.
       LOAD-COA-RTN.
           MOVE 0 TO COT-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT COA-IN.
           IF COA-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ COA-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-COA-REC-RTN UNTIL EOF = 'YES'
               CLOSE COA-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-COA-REC-RTN.
           IF COT-CNT < 300
               ADD 1 TO COT-CNT
               MOVE CA-ACCT TO COT-ACCT (COT-CNT)
               MOVE CA-TITLE TO COT-TITLE (COT-CNT)
               MOVE CA-TYPE TO COT-TYPE (COT-CNT)
           END-IF.
           READ COA-IN AT END MOVE 'YES' TO EOF.
      *  LOAD THE PERIOD'S JOURNAL LINES, NOTING EACH NEW COMPANY.
      *  A MISSING GLPOST.TXT (STATUS 35) MEANS NOTHING POSTED.
       LOAD-GLPOST-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT GLPOST-IN.
           IF GLPOST-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ GLPOST-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-GLPOST-REC-RTN UNTIL EOF = 'YES'
               CLOSE GLPOST-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-GLPOST-REC-RTN.
           ADD 1 TO RECS-READ.
           MOVE GL-DATE TO GL-DATE-WS.
           IF GL-YYYYMM = RUN-YYYYMM AND JNT-CNT < 2000
               MOVE GL-CO TO LINE-CO-WS
               IF LINE-CO-WS = SPACES
                   MOVE HOME-CO-WS TO LINE-CO-WS
               END-IF
               ADD 1 TO JNT-CNT
               MOVE GL-DATE TO JNT-DATE (JNT-CNT)
               MOVE GL-SOURCE TO JNT-SOURCE (JNT-CNT)
               MOVE GL-ACCT TO JNT-ACCT (JNT-CNT)
               MOVE GL-DRCR TO JNT-DRCR (JNT-CNT)
               MOVE GL-AMOUNT TO JNT-AMOUNT (JNT-CNT)
               MOVE LINE-CO-WS TO JNT-CO (JNT-CNT)
               PERFORM NOTE-CO-RTN
           END-IF.
           READ GLPOST-IN AT END MOVE 'YES' TO EOF.
      *  A COMPANY PAST THE TWENTIETH STILL HAS ITS LINES COUNTED IN
      *  THE RUN LOG BUT GETS NO SECTION.
       NOTE-CO-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 1 TO GCO-SUB.
           PERFORM NOTE-CO-COMP
               UNTIL GCO-SUB > GCO-CNT OR FOUND-SW = 'YES'.
           IF FOUND-SW = 'NO' AND GCO-CNT < 20
               ADD 1 TO GCO-CNT
               MOVE LINE-CO-WS TO GCO-CODE (GCO-CNT)
           END-IF.
       NOTE-CO-COMP.
           IF GCO-CODE (GCO-SUB) = LINE-CO-WS
               MOVE 'YES' TO FOUND-SW
           END-IF.
           ADD 1 TO GCO-SUB.
       NOTE-SOURCE-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 1 TO SRC-SUB.
           PERFORM NOTE-SOURCE-COMP
               UNTIL SRC-SUB > SRC-CNT OR FOUND-SW = 'YES'.
           IF FOUND-SW = 'NO' AND SRC-CNT < 20
               ADD 1 TO SRC-CNT
               MOVE JNT-SOURCE (JNT-SUB) TO SRC-NAME (SRC-CNT)
           END-IF.
       NOTE-SOURCE-COMP.
           IF SRC-NAME (SRC-SUB) = JNT-SOURCE (JNT-SUB)
               MOVE 'YES' TO FOUND-SW
           END-IF.
           ADD 1 TO SRC-SUB.
       NOTE-ACCT-RTN.
           MOVE 0 TO ACT-PICK.
           MOVE 1 TO ACT-SUB.
           PERFORM NOTE-ACCT-COMP
               UNTIL ACT-SUB > ACT-CNT OR ACT-PICK > 0.
           IF ACT-PICK = 0 AND ACT-CNT < 300
               ADD 1 TO ACT-CNT
               MOVE ACT-CNT TO ACT-PICK
               MOVE JNT-ACCT (JNT-SUB) TO ACT-ACCT (ACT-PICK)
               MOVE 0 TO ACT-DR (ACT-PICK)
               MOVE 0 TO ACT-CR (ACT-PICK)
               MOVE 'N' TO ACT-DONE (ACT-PICK)
           END-IF.
           IF ACT-PICK > 0
               IF JNT-DRCR (JNT-SUB) = 'D'
                   ADD JNT-AMOUNT (JNT-SUB) TO ACT-DR (ACT-PICK)
               ELSE
                   ADD JNT-AMOUNT (JNT-SUB) TO ACT-CR (ACT-PICK)
               END-IF
           END-IF.
       NOTE-ACCT-COMP.
           IF ACT-ACCT (ACT-SUB) = JNT-ACCT (JNT-SUB)
               MOVE ACT-SUB TO ACT-PICK
           END-IF.
           ADD 1 TO ACT-SUB.
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
           MOVE 'GL-TRIAL       ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE RECS-READ TO RL-RECS-READ.
           MOVE JNT-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  PULL THIS COMPANY'S LETTERHEAD FROM THE SHARED PROFILE
      *  FILE. A MISSING COMPANY.TXT (STATUS 35) OR UNLISTED CODE
      *  KEEPS THE COMPILED-IN HOME LETTERHEAD FOR THE HOME COMPANY,
      *  AND PRINTS THE BARE CODE FOR ANY OTHER.
       LOAD-COPROF-RTN.
           IF COPROF-CODE-WS = HOME-CO-WS
               MOVE HOME-NAME-WS TO HDR1-NAME
               MOVE HOME-ADDR-WS TO HDR2-ADDR
           ELSE
               MOVE SPACES TO HDR1-NAME
               STRING 'COMPANY ' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SIZE
                   INTO HDR1-NAME
               MOVE SPACES TO HDR2-ADDR
           END-IF.
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
