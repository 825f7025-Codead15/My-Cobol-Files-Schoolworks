      *  CHANGE-RTN WHENEVER A CHANGE MOVES AN EMPLOYEE'S DC.
           SELECT XFER-FILE ASSIGN TO "XFERHIST.TXT"
               FILE STATUS IS XFER-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, INDEXED ON EMPNO AND READ
      *  SEQUENTIALLY HERE FOR EACH EMPLOYEE'S COMPANY.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
           SELECT MOVE-OUT ASSIGN TO XFERREP-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD XFER-FILE
           05 XF-OLD-DC PIC X(5).
           05 XF-NEW-DC PIC X(5).
           05 XF-DATE PIC 9(8).
       FD EMP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST.
       01 EMPLOY-LIST.
           05 DC PIC X(5).
           05 EMPNO PIC X(10).
           05 EMPNA PIC X(20).
           05 STATS PIC X(12).
           05 HIREDT PIC 9(8).
           05 POSTITLE PIC X(15).
           05 MONRATE PIC 9(6)V99.
           05 SEPDT PIC 9(8).
           05 SEPRSN PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO PIC X(4).
       FD MOVE-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
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
       FD RUNCO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS RUNCO-REC.
       01 RUNCO-REC.
           05 RUNCO-PAY PIC X(4).
           05 RUNCO-SALES PIC X(4).
           05 RUNCO-SCHOOL PIC X(4).
       WORKING-STORAGE SECTION.
      *  THE RUN COMPANY, AND THE COMPILED-IN HOME COMPANY - A
      *  RECORD CARRYING NO COMPANY CODE BELONGS TO IT.
       01 RUN-CO-WS PIC X(4) VALUE 'RIVL'.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 XFERREP-FILE-NAME PIC X(20) VALUE 'XFERREP.TXT'.
      *  ANOTHER COMPANY'S EMPLOYEES - THEIR ROWS ARE LEFT OUT.
       01 OET-TABLE.
           05 OET-NUM OCCURS 300 TIMES PIC X(10).
       01 OET-CNT PIC 999 VALUE 0.
       01 OET-SUB PIC 999 VALUE 0.
       01 OET-KEY-WS PIC X(10).
       01 MAST-STATUS PIC XX.
       01 EMP-EOF PIC X(3) VALUE 'NO'.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(7).
           05 FILLER PIC X(40) VALUE
              'DEPARTMENT TRANSFER MOVEMENT REPORT'.
           05 FILLER PIC X(20).
      *  ORDERED PAIR OF DEPARTMENTS THAT SAW A TRANSFER, THEN THE
      *  DETAIL LINES BEHIND THE COUNTS.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           DISPLAY 'ENTER PERIOD FROM (YYYYMMDD, BLANK = OPEN): '.
           ACCEPT FROM-DATE-WS.
           DISPLAY 'ENTER PERIOD TO (YYYYMMDD, BLANK = OPEN): '.
           ACCEPT TO-DATE-WS.
           PERFORM LOAD-OET-RTN.
           OPEN OUTPUT MOVE-OUT.
           MOVE RUN-CO-WS TO HD-CO.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM BLNK-LINE.
           IF FROM-DATE-WS = SPACES
           CLOSE MOVE-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'MOVEMENT REPORT COMPLETE'.
           DISPLAY 'CHECK ' XFERREP-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
      *  ONE TRANSFER RECORD: SKIP IT OUTSIDE THE PERIOD OR FOR
      *  ANOTHER COMPANY'S EMPLOYEE, OTHERWISE PRINT THE DETAIL LINE
      *  AND BUMP ITS DEPARTMENT-PAIR COUNT.
       TALLY-RTN.
           MOVE XF-EMPNO TO OET-KEY-WS.
           PERFORM FIND-OET-RTN.
           IF (FROM-DATE-WS = SPACES OR XF-DATE >= FROM-DATE-WS)
               AND (TO-DATE-WS = SPACES OR XF-DATE <= TO-DATE-WS)
               AND OET-SUB > OET-CNT
               ADD 1 TO XFER-CNT
               MOVE XF-DATE TO DL-DATE
               MOVE XF-EMPNO TO DL-EMPNO
           MOVE XFER-CNT TO RL-RECS-READ.
           MOVE XFER-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE RUN-CO-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  TAKE THIS APPLICATION'S RUN COMPANY FROM RUNCO.TXT. A
      *  MISSING FILE (STATUS 35) OR A BLANK CODE RUNS THE HOME
      *  COMPANY, AS BEFORE.
       LOAD-RUNCO-RTN.
           OPEN INPUT RUNCO-FILE.
           IF RUNCO-STATUS NOT = '35'
               READ RUNCO-FILE
                   AT END MOVE SPACES TO RUNCO-REC
               END-READ
               IF RUNCO-PAY NOT = SPACES
                   MOVE RUNCO-PAY TO RUN-CO-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (XFERREP_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO XFERREP-FILE-NAME
               STRING 'XFERREP_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO XFERREP-FILE-NAME
           END-IF.
      *  TABLE THE EMPLOYEES ON ANOTHER COMPANY'S BOOKS. A MISSING
      *  EMPMAST.DAT (STATUS 35) LEAVES EVERY EMPLOYEE THE HOME
      *  COMPANY'S.
       LOAD-OET-RTN.
           MOVE 0 TO OET-CNT.
           MOVE 'NO' TO EMP-EOF.
           OPEN INPUT EMP-IN.
           IF MAST-STATUS = '35'
               MOVE 'YES' TO EMP-EOF
           ELSE
               READ EMP-IN
                   AT END MOVE 'YES' TO EMP-EOF
               END-READ
               PERFORM LOAD-OET-COMP UNTIL EMP-EOF = 'YES'
               CLOSE EMP-IN
           END-IF.
           MOVE 'NO' TO EMP-EOF.
       LOAD-OET-COMP.
           IF EMPCO NOT = RUN-CO-WS
               AND NOT (EMPCO = SPACES
                   AND RUN-CO-WS = HOME-CO-WS)
               AND OET-CNT < 300
               ADD 1 TO OET-CNT
               MOVE EMPNO TO OET-NUM (OET-CNT)
           END-IF.
           READ EMP-IN AT END MOVE 'YES' TO EMP-EOF.
      *  IS OET-KEY-WS ANOTHER COMPANY'S EMPLOYEE? OET-SUB ENDS PAST
      *  OET-CNT WHEN NOT.
       FIND-OET-RTN.
           MOVE 1 TO OET-SUB.
           PERFORM FIND-OET-COMP UNTIL OET-SUB > OET-CNT
               OR OET-NUM (OET-SUB) = OET-KEY-WS.
       FIND-OET-COMP.
           ADD 1 TO OET-SUB.
