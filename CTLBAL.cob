       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTL-BALANCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  THE SHARED RUN LOG EVERY BATCH JOB APPENDS TO. EACH LINE
      *  CARRIES THE JOB'S RECORDS READ AND WRITTEN - THE CONTROL
      *  TOTALS BALANCED HERE FROM ONE JOB TO THE NEXT. THIS RUN'S
      *  OWN LINE IS APPENDED AFTER THE CHECK.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT"
               FILE STATUS IS RL-STATUS.
      *  THE BALANCING REPORT FOR THE CYCLE.
           SELECT BAL-OUT ASSIGN TO "CTLBAL.TXT".
       DATA DIVISION.
       FILE SECTION.
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
       FD BAL-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
       WORKING-STORAGE SECTION.
      *  THE BALANCING TABLE - ONE ENTRY PER HAND-OFF FILE: THE JOB
      *  THAT WRITES IT, THE JOB THAT READS IT, THE FILE, AND THE
      *  MOST DAYS THE PRODUCER RUN MAY BE OLDER THAN THE CONSUMER
      *  RUN THAT USED IT (THE PAIR'S CYCLE). THE PRODUCER'S RECORDS
      *  WRITTEN MUST EQUAL THE CONSUMER'S RECORDS READ. A NEW PAIR
      *  IS ONLY SAFE TO ADD WHEN BOTH JOBS LOG THAT FILE'S COUNT.
       01 PAIR-TABLE-VALUES.
           05 FILLER PIC X(45) VALUE
              'SALES-AGG      ACTIVITY-3     SALMAN.TXT  007'.
           05 FILLER PIC X(45) VALUE
              'TUITION-BILL   STUD-LEDGER    ASSESSLG    122'.
       01 PAIR-TABLE REDEFINES PAIR-TABLE-VALUES.
           05 PAIR-ENTRY OCCURS 2 TIMES.
               10 PR-PRODUCER PIC X(15).
               10 PR-CONSUMER PIC X(15).
               10 PR-FILE PIC X(12).
               10 PR-CYCLE-DAYS PIC 999.
       01 PAIR-TAB-MAX PIC 99 VALUE 2.
       01 PAIR-SUB PIC 99 VALUE 0.
       01 HDR1.
           05 FILLER PIC X(22).
           05 FILLER PIC X(36) VALUE
              'INTER-JOB CONTROL TOTAL BALANCING'.
           05 FILLER PIC X(22).
       01 DATE-LN.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 DL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(62).
       01 COL-HDR.
           05 FILLER PIC X(13) VALUE 'FILE'.
           05 FILLER PIC X(16) VALUE 'PRODUCER'.
           05 FILLER PIC X(7) VALUE 'WRITTEN'.
           05 FILLER PIC X(1).
           05 FILLER PIC X(16) VALUE 'CONSUMER'.
           05 FILLER PIC X(7) VALUE '   READ'.
           05 FILLER PIC X(20) VALUE ' VERDICT'.
       01 PAIR-LINE.
           05 PL-FILE PIC X(12).
           05 FILLER PIC X(1).
           05 PL-PRODUCER PIC X(15).
           05 FILLER PIC X(1).
           05 PL-WRITTEN PIC ZZZZZ9.
           05 FILLER PIC X(2).
           05 PL-CONSUMER PIC X(15).
           05 FILLER PIC X(1).
           05 PL-READ PIC ZZZZZ9.
           05 FILLER PIC X(1).
           05 PL-VERDICT PIC X(20).
       01 RUNS-LINE.
           05 FILLER PIC X(4) VALUE 'CO: '.
           05 RN-CO PIC X(4).
           05 FILLER PIC X(5).
           05 FILLER PIC X(4) VALUE 'RAN '.
           05 RN-PROD-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 RN-PROD-TIME PIC X(5).
           05 FILLER PIC X(12).
           05 FILLER PIC X(4) VALUE 'RAN '.
           05 RN-CONS-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 RN-CONS-TIME PIC X(5).
           05 FILLER PIC X(19).
       01 NOTE-LINE.
           05 FILLER PIC X(13).
           05 NL-TEXT PIC X(67).
       01 SUM-LINE.
           05 SL-LBL PIC X(30).
           05 SL-CNT PIC ZZ9.
           05 FILLER PIC X(47).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE WHOLE LOG, TABLED IN RUN ORDER SO EACH CONSUMER RUN CAN
      *  BE MATCHED TO THE PRODUCER RUN JUST BEFORE IT.
       01 LOG-TABLE.
           05 LOG-ENTRY OCCURS 2000 TIMES.
               10 LT-NAME PIC X(15).
               10 LT-DATE PIC 9(8).
               10 LT-TIME PIC 9(8).
               10 LT-READ PIC 9(6).
               10 LT-WRITTEN PIC 9(6).
               10 LT-CO PIC X(4).
       01 LOG-CNT PIC 9(4) VALUE 0.
       01 LOG-SUB PIC 9(4) VALUE 0.
      *  THE CONSUMER'S LAST RUN, THE PRODUCER RUN IT USED, AND THE
      *  PRODUCER'S LAST RUN OVERALL.
       01 CONS-POS PIC 9(4) VALUE 0.
       01 PROD-POS PIC 9(4) VALUE 0.
       01 PROD-LAST-POS PIC 9(4) VALUE 0.
      *  THE RUN COMPANIES FOUND ON THE LOG FOR THE PAIR IN HAND -
      *  EACH COMPANY'S PRODUCER AND CONSUMER RUNS ARE JUDGED ON
      *  THEIR OWN, SINCE BATCH-DRIVER RUNS THE PAIR FOR EVERY COMPANY.
       01 PCO-TABLE.
           05 PCO-CODE PIC X(4) OCCURS 20 TIMES.
       01 PCO-CNT PIC 99 VALUE 0.
       01 PCO-SUB PIC 99 VALUE 0.
       01 PAIR-CO-WS PIC X(4) VALUE SPACES.
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 DATE-SPLIT-WS.
           05 DS-YY PIC 9999.
           05 DS-MM PIC 99.
           05 DS-DD PIC 99.
       01 DATE-SPLIT-9 REDEFINES DATE-SPLIT-WS PIC 9(8).
       01 CONS-DAYS PIC 9(8) VALUE 0.
       01 PROD-DAYS PIC 9(8) VALUE 0.
       01 AGE-DAYS PIC S9(8) VALUE 0.
       01 TIME-EDIT-WS.
           05 TE-HH PIC XX.
           05 FILLER PIC X VALUE ':'.
           05 TE-MI PIC XX.
       01 TIME-SPLIT-WS.
           05 TS-HH PIC XX.
           05 TS-MI PIC XX.
           05 TS-SS PIC XX.
           05 TS-HS PIC XX.
       01 RUN-DATE-WS PIC 9(8) VALUE 0.
       01 RL-STATUS PIC XX.
       01 BAL-CNT PIC 999 VALUE 0.
       01 FLAG-CNT PIC 999 VALUE 0.
       01 NOTRUN-CNT PIC 999 VALUE 0.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  AFTER THE CYCLE: FOR EACH PRODUCER/CONSUMER PAIR AND EACH
      *  RUN COMPANY, THE CONSUMER'S LAST RUN FOR THE COMPANY IS SET
      *  AGAINST THE SAME COMPANY'S PRODUCER RUN IT PICKED UP.
      *  RECORDS READ MUST EQUAL RECORDS WRITTEN, AND THAT
      *  PRODUCER RUN MUST BE WITHIN THE PAIR'S CYCLE - OTHERWISE THE
      *  CONSUMER WORKED FROM A LEFTOVER FILE. ANY FLAG ENDS THE JOB
      *  WITH A NONZERO RETURN-CODE SO BATCH-DRIVER SHOWS IT FAILED
      *  THE SAME NIGHT.
       MAIN-RTN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM LOAD-LOG-RTN.
           OPEN OUTPUT BAL-OUT.
           WRITE REP-OUT FROM HDR1.
           MOVE RUN-DATE-WS TO DL-RUN-DATE.
           WRITE REP-OUT FROM DATE-LN.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM COL-HDR.
           MOVE 1 TO PAIR-SUB.
           PERFORM CHECK-PAIR-RTN UNTIL PAIR-SUB > PAIR-TAB-MAX.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'PAIRS BALANCED:' TO SL-LBL.
           MOVE BAL-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'PAIRS FLAGGED:' TO SL-LBL.
           MOVE FLAG-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'PAIRS WITH NO CONSUMER RUN:' TO SL-LBL.
           MOVE NOTRUN-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           CLOSE BAL-OUT.
           PERFORM LOG-RUN-RTN.
           IF FLAG-CNT > 0
               DISPLAY 'CONTROL TOTALS OUT OF BALANCE - SEE CTLBAL.TXT.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'ALL JOB PAIRS BALANCE.'
           END-IF.
           STOP RUN.
       LOAD-LOG-RTN.
           OPEN INPUT RUN-LOG.
           IF RL-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ RUN-LOG
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-LOG-REC-RTN UNTIL EOF = 'YES'
               CLOSE RUN-LOG
           END-IF.
      *  A FULL TABLE DROPS THE OLDEST LINE - THE RECENT RUNS ARE
      *  THE ONES THAT MATTER HERE.
       LOAD-LOG-REC-RTN.
           IF LOG-CNT >= 2000
               MOVE 1 TO LOG-SUB
               PERFORM SHIFT-LOG-COMP UNTIL LOG-SUB >= LOG-CNT
           ELSE
               ADD 1 TO LOG-CNT
           END-IF.
           MOVE RL-JOBNAME TO LT-NAME (LOG-CNT).
           MOVE RL-DATE TO LT-DATE (LOG-CNT).
           MOVE RL-TIME TO LT-TIME (LOG-CNT).
           MOVE RL-RECS-READ TO LT-READ (LOG-CNT).
           MOVE RL-RECS-WRITTEN TO LT-WRITTEN (LOG-CNT).
           MOVE RL-CO TO LT-CO (LOG-CNT).
           READ RUN-LOG AT END MOVE 'YES' TO EOF.
       SHIFT-LOG-COMP.
           MOVE LOG-ENTRY (LOG-SUB + 1) TO LOG-ENTRY (LOG-SUB).
           ADD 1 TO LOG-SUB.
      *  ONE PAIR, ONCE FOR EACH COMPANY EITHER JOB HAS RUN FOR. A
      *  PAIR NEITHER JOB HAS RUN FOR IS STILL LISTED ONCE, BLANK.
       CHECK-PAIR-RTN.
           MOVE 0 TO PCO-CNT.
           MOVE 1 TO LOG-SUB.
           PERFORM FIND-PAIR-CO-RTN UNTIL LOG-SUB > LOG-CNT.
           IF PCO-CNT = 0
               MOVE 1 TO PCO-CNT
               MOVE SPACES TO PCO-CODE (1)
           END-IF.
           PERFORM CHECK-PAIR-CO-RTN VARYING PCO-SUB FROM 1 BY 1
               UNTIL PCO-SUB > PCO-CNT.
           ADD 1 TO PAIR-SUB.
       FIND-PAIR-CO-RTN.
           IF LT-NAME (LOG-SUB) = PR-PRODUCER (PAIR-SUB)
               OR LT-NAME (LOG-SUB) = PR-CONSUMER (PAIR-SUB)
               MOVE 'NO' TO FOUND-SW
               PERFORM FIND-PAIR-CO-COMP VARYING PCO-SUB FROM 1 BY 1
                   UNTIL PCO-SUB > PCO-CNT OR FOUND-SW = 'YES'
               IF FOUND-SW = 'NO' AND PCO-CNT < 20
                   ADD 1 TO PCO-CNT
                   MOVE LT-CO (LOG-SUB) TO PCO-CODE (PCO-CNT)
               END-IF
           END-IF.
           ADD 1 TO LOG-SUB.
       FIND-PAIR-CO-COMP.
           IF PCO-CODE (PCO-SUB) = LT-CO (LOG-SUB)
               MOVE 'YES' TO FOUND-SW
           END-IF.
      *  ONE PAIR FOR ONE COMPANY. THE LOG IS IN RUN ORDER, SO THE
      *  PRODUCER RUN THE CONSUMER USED IS THE COMPANY'S LAST
      *  PRODUCER LINE BEFORE ITS LAST CONSUMER LINE.
       CHECK-PAIR-CO-RTN.
           MOVE PCO-CODE (PCO-SUB) TO PAIR-CO-WS.
           MOVE PAIR-CO-WS TO RN-CO.
           MOVE PR-FILE (PAIR-SUB) TO PL-FILE.
           MOVE PR-PRODUCER (PAIR-SUB) TO PL-PRODUCER.
           MOVE PR-CONSUMER (PAIR-SUB) TO PL-CONSUMER.
           MOVE 0 TO PL-WRITTEN, PL-READ.
           MOVE SPACES TO RN-PROD-DATE, RN-PROD-TIME,
               RN-CONS-DATE, RN-CONS-TIME.
           MOVE 0 TO CONS-POS, PROD-POS, PROD-LAST-POS.
           MOVE 1 TO LOG-SUB.
           PERFORM FIND-RUNS-COMP UNTIL LOG-SUB > LOG-CNT.
           IF PROD-LAST-POS > 0
               MOVE LT-DATE (PROD-LAST-POS) TO RN-PROD-DATE
               MOVE LT-TIME (PROD-LAST-POS) TO TIME-SPLIT-WS
               PERFORM EDIT-TIME-RTN
               MOVE TIME-EDIT-WS TO RN-PROD-TIME
               MOVE LT-WRITTEN (PROD-LAST-POS) TO PL-WRITTEN
           END-IF.
           IF CONS-POS = 0
               MOVE 'CONSUMER NOT RUN' TO PL-VERDICT
               ADD 1 TO NOTRUN-CNT
               WRITE REP-OUT FROM PAIR-LINE
               WRITE REP-OUT FROM RUNS-LINE
           ELSE
               PERFORM JUDGE-PAIR-RTN
           END-IF.
       FIND-RUNS-COMP.
           IF LT-NAME (LOG-SUB) = PR-CONSUMER (PAIR-SUB)
               AND LT-CO (LOG-SUB) = PAIR-CO-WS
               MOVE LOG-SUB TO CONS-POS
               MOVE PROD-LAST-POS TO PROD-POS
           END-IF.
           IF LT-NAME (LOG-SUB) = PR-PRODUCER (PAIR-SUB)
               AND LT-CO (LOG-SUB) = PAIR-CO-WS
               MOVE LOG-SUB TO PROD-LAST-POS
           END-IF.
           ADD 1 TO LOG-SUB.
      *  THE VERDICT FOR A PAIR WHOSE CONSUMER HAS RUN.
       JUDGE-PAIR-RTN.
           MOVE LT-DATE (CONS-POS) TO RN-CONS-DATE.
           MOVE LT-TIME (CONS-POS) TO TIME-SPLIT-WS.
           PERFORM EDIT-TIME-RTN.
           MOVE TIME-EDIT-WS TO RN-CONS-TIME.
           MOVE LT-READ (CONS-POS) TO PL-READ.
           IF PROD-POS = 0
               MOVE 'NO PRODUCER RUN' TO PL-VERDICT
               ADD 1 TO FLAG-CNT
               WRITE REP-OUT FROM PAIR-LINE
               WRITE REP-OUT FROM RUNS-LINE
           ELSE
               MOVE LT-DATE (PROD-POS) TO RN-PROD-DATE
               MOVE LT-TIME (PROD-POS) TO TIME-SPLIT-WS
               PERFORM EDIT-TIME-RTN
               MOVE TIME-EDIT-WS TO RN-PROD-TIME
               MOVE LT-WRITTEN (PROD-POS) TO PL-WRITTEN
               MOVE LT-DATE (CONS-POS) TO DATE-SPLIT-9
               COMPUTE CONS-DAYS =
                   (DS-YY * 365) + (DS-MM * 31) + DS-DD
               MOVE LT-DATE (PROD-POS) TO DATE-SPLIT-9
               COMPUTE PROD-DAYS =
                   (DS-YY * 365) + (DS-MM * 31) + DS-DD
               COMPUTE AGE-DAYS = CONS-DAYS - PROD-DAYS
               EVALUATE TRUE
                   WHEN AGE-DAYS > PR-CYCLE-DAYS (PAIR-SUB)
                       MOVE 'STALE PRODUCER RUN' TO PL-VERDICT
                       ADD 1 TO FLAG-CNT
                   WHEN LT-WRITTEN (PROD-POS) NOT = LT-READ (CONS-POS)
                       MOVE '*** MISMATCH ***' TO PL-VERDICT
                       ADD 1 TO FLAG-CNT
                   WHEN OTHER
                       MOVE 'BALANCED' TO PL-VERDICT
                       ADD 1 TO BAL-CNT
               END-EVALUATE
               WRITE REP-OUT FROM PAIR-LINE
               WRITE REP-OUT FROM RUNS-LINE
               IF PROD-LAST-POS > CONS-POS
                   MOVE 'NOTE: PRODUCER RAN AGAIN - CONSUMER NOT RERUN'
                       TO NL-TEXT
                   WRITE REP-OUT FROM NOTE-LINE
               END-IF
           END-IF.
       EDIT-TIME-RTN.
           MOVE TS-HH TO TE-HH.
           MOVE TS-MI TO TE-MI.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'CTL-BALANCE    ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE LOG-CNT TO RL-RECS-READ.
           MOVE PAIR-TAB-MAX TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
