       FILE SECTION.
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
       FD OPS-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
           05 JL-WRITTEN PIC ZZZZZ9.
           05 FILLER PIC X(1).
           05 JL-FLAGS PIC X(30).
       01 CO-LINE.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 CL-CO PIC X(4).
           05 FILLER PIC X(67).
       01 SHOP-LINE.
           05 FILLER PIC X(14) VALUE 'SHOP-WIDE JOBS'.
           05 FILLER PIC X(66).
       01 NONE-LINE.
           05 FILLER PIC X(3).
           05 FILLER PIC X(30) VALUE 'RUN LOG IS EMPTY OR MISSING'.
           05 FILLER PIC X(47).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  ONE SUMMARY ENTRY PER DISTINCT JOB NAME AND RUN COMPANY,
      *  BUILT IN ONE PASS OVER THE LOG. MULTI-SW GOES ON WHEN ANY
      *  SINGLE DAY CARRIES MORE THAN ONE LINE FOR THE JOB IN THE
      *  SAME COMPANY - ONE RUN PER COMPANY A NIGHT IS THE NORM.
       01 JOB-TABLE.
           05 JOB-ENTRY OCCURS 50 TIMES.
               10 JT-NAME PIC X(15).
               10 JT-CO PIC X(4).
               10 JT-LAST-DATE PIC 9(8).
               10 JT-LAST-TIME PIC 9(8).
               10 JT-LAST-READ PIC 9(6).
               10 JT-MULTI-SW PIC X(1).
       01 JOB-CNT PIC 99 VALUE 0.
       01 JOB-SUB PIC 99 VALUE 0.
      *  THE RUN COMPANIES IN THE ORDER FIRST SEEN - THE REPORT
      *  PRINTS ONE GROUP OF JOBS UNDER EACH.
       01 RCO-TABLE.
           05 RCO-CODE PIC X(4) OCCURS 20 TIMES.
       01 RCO-CNT PIC 99 VALUE 0.
       01 RCO-SUB PIC 99 VALUE 0.
       01 FOUND-SW PIC X(3) VALUE 'NO'.
      *  THE WHOLE LOG IS ALSO TABLED SO THE SAME-DAY-TWICE CHECK CAN
      *  LOOK ACROSS LINES.
       01 LOG-TABLE.
           05 LOG-ENTRY OCCURS 500 TIMES.
               10 LT-NAME PIC X(15).
               10 LT-DATE PIC 9(8).
               10 LT-CO PIC X(4).
       01 LOG-CNT PIC 999 VALUE 0.
       01 LOG-SUB PIC 999 VALUE 0.
       01 DAY-HITS PIC 999 VALUE 0.
           IF JOB-CNT = 0
               WRITE REP-OUT FROM NONE-LINE
           ELSE
               PERFORM PRINT-CO-RTN VARYING RCO-SUB FROM 1 BY 1
                   UNTIL RCO-SUB > RCO-CNT
           END-IF.
           CLOSE OPS-OUT.
           DISPLAY 'RUN-LOG MONITOR COMPLETE'.
               ADD 1 TO LOG-CNT
               MOVE RL-JOBNAME TO LT-NAME (LOG-CNT)
               MOVE RL-DATE TO LT-DATE (LOG-CNT)
               MOVE RL-CO TO LT-CO (LOG-CNT)
           END-IF.
           MOVE 1 TO JOB-SUB.
           PERFORM FIND-JOB-RTN UNTIL JOB-SUB > JOB-CNT
                   OR (JT-NAME (JOB-SUB) = RL-JOBNAME
                       AND JT-CO (JOB-SUB) = RL-CO).
           IF JOB-SUB > JOB-CNT
               IF JOB-CNT < 50
                   ADD 1 TO JOB-CNT
                   MOVE RL-JOBNAME TO JT-NAME (JOB-CNT)
                   MOVE RL-CO TO JT-CO (JOB-CNT)
                   PERFORM NOTE-CO-RTN
                   MOVE 'N' TO JT-MULTI-SW (JOB-CNT)
                   MOVE JOB-CNT TO JOB-SUB
               END-IF
           READ RUN-LOG AT END MOVE 'YES' TO EOF.
       FIND-JOB-RTN.
           ADD 1 TO JOB-SUB.
       NOTE-CO-RTN.
           MOVE 'NO' TO FOUND-SW.
           PERFORM NOTE-CO-COMP VARYING RCO-SUB FROM 1 BY 1
               UNTIL RCO-SUB > RCO-CNT OR FOUND-SW = 'YES'.
           IF FOUND-SW = 'NO' AND RCO-CNT < 20
               ADD 1 TO RCO-CNT
               MOVE RL-CO TO RCO-CODE (RCO-CNT)
           END-IF.
       NOTE-CO-COMP.
           IF RCO-CODE (RCO-SUB) = RL-CO
               MOVE 'YES' TO FOUND-SW
           END-IF.
      *  HOW MANY LOG LINES DOES THIS JOB ALREADY HAVE FOR THE DAY
      *  JUST READ (INCLUDING THE ONE JUST TABLED)?
       COUNT-DAY-RTN.
       COUNT-DAY-COMP.
           IF LT-NAME (LOG-SUB) = RL-JOBNAME
               AND LT-DATE (LOG-SUB) = RL-DATE
               AND LT-CO (LOG-SUB) = RL-CO
               ADD 1 TO DAY-HITS
           END-IF.
           ADD 1 TO LOG-SUB.
      *  ONE COMPANY'S GROUP - A BLANK CODE IS THE SHOP-WIDE JOBS.
       PRINT-CO-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           IF RCO-CODE (RCO-SUB) = SPACES
               WRITE REP-OUT FROM SHOP-LINE
           ELSE
               MOVE RCO-CODE (RCO-SUB) TO CL-CO
               WRITE REP-OUT FROM CO-LINE
           END-IF.
           MOVE 1 TO JOB-SUB.
           PERFORM PRINT-JOB-RTN UNTIL JOB-SUB > JOB-CNT.
       PRINT-JOB-RTN.
           IF JT-CO (JOB-SUB) = RCO-CODE (RCO-SUB)
               PERFORM PRINT-JOB-COMP
           END-IF.
           ADD 1 TO JOB-SUB.
      *  ONE JOB'S SUMMARY LINE WITH ITS FLAGS.
       PRINT-JOB-COMP.
           MOVE JT-NAME (JOB-SUB) TO JL-NAME.
           MOVE JT-LAST-DATE (JOB-SUB) TO JL-DATE.
           MOVE JT-LAST-TIME (JOB-SUB) TO TIME-SPLIT-WS.
           END-IF.
           MOVE FLAGS-WS TO JL-FLAGS.
           WRITE REP-OUT FROM JOB-LINE.
