      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, INDEXED ON EMPNO AND READ
      *  SEQUENTIALLY HERE.
           SELECT EMP-IN ASSIGN TO "EMPMAST.DAT"
               RECORD KEY IS EMPNO.
           SELECT EMP-SORT-OUT ASSIGN TO "EMPREC2S.TXT".
           SELECT SORT-WORK ASSIGN TO "SORTWK02".
           SELECT EMP-OUT ASSIGN TO EMPREP2-FILE-NAME.
      *  OPERATOR SIGN-ON FILE - THE REQUESTER'S ID AND PASSWORD ARE
      *  CHECKED HERE. ONLY A C (CONFIDENTIAL) OPERATOR GETS THE
      *  MONTHLY RATE COLUMN; EVERY OTHER COPY PRINTS WITHOUT IT.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OPER-STATUS.
      *  CONFIDENTIAL-ACCESS LOG - SHARED WITH EMPINQ-TXT.
           SELECT CONFLOG-FILE ASSIGN TO "CONFLOG.TXT"
               FILE STATUS IS CONFLOG-STATUS.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       FILE SECTION.
       FD EMP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST.
       01 EMPLOY-LIST.
           05 DC PIC X(5).
      *  EMPLOYEE IS ACTIVE, SET BY SEPARATION-PROC ON EXIT.
           05 SEPDT PIC 9(8).
           05 SEPRSN PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO PIC X(4).
      *  SORTED (BY DEPARTMENT, THEN ALPHABETICALLY BY NAME) WORK
      *  FILE - ALL FOUR PASSES BELOW READ FROM THIS FILE SO THAT THE
      *  EMPLOYEES LISTED UNDER EACH DEPARTMENT COME OUT NAME-ORDER.
       FD EMP-SORT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST-S.
       01 EMPLOY-LIST-S.
           05 DC-S PIC X(5).
           05 MONRATE-S PIC 9(6)V99.
           05 SEPDT-S PIC 9(8).
           05 SEPRSN-S PIC X(2).
           05 EMPCO-S PIC X(4).
       SD SORT-WORK
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05 SORT-MONRATE PIC 9(6)V99.
           05 SORT-SEPDT PIC 9(8).
           05 SORT-SEPRSN PIC X(2).
           05 SORT-EMPCO PIC X(4).
       FD EMP-OUT.
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
       FD OPER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS OPER-REC.
       01 OPER-REC.
           05 OP-ID PIC X(8).
           05 OP-PASSWORD PIC X(8).
           05 OP-LEVEL PIC X(1).
      *  A = ACTIVE, D = DISABLED, L = LOCKED OUT.
           05 OP-STATUS PIC X(1).
           05 OP-PWDATE PIC 9(8).
           05 OP-FAILS PIC 9(1).
       FD CONFLOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS CONFLOG-REC.
       01 CONFLOG-REC.
           05 CF-DATE PIC 9(8).
           05 CF-TIME PIC 9(8).
           05 CF-ID PIC X(8).
      *  THE EMPLOYEE WHOSE PAY WAS SHOWN - 'ALL' FOR A FULL REPORT.
           05 CF-EMPNO PIC X(10).
           05 CF-PROG PIC X(15).
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
       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
       WORKING-STORAGE SECTION.
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'EMPREP2-TXT'.
      *  THE REQUESTER - AN ACTIVE ACCOUNT WHOSE PASSWORD MATCHES AND
      *  WHOSE LEVEL IS C GETS THE RATES. A BLANK OR UNRECOGNIZED
      *  REQUESTER (AN UNATTENDED BATCH RUN) GETS THE COPY WITHOUT.
       01 OPER-STATUS PIC XX.
       01 CONFLOG-STATUS PIC XX.
       01 OPER-EOF PIC X(3) VALUE 'NO'.
       01 REQ-ID-WS PIC X(8).
       01 REQ-PW-WS PIC X(8).
       01 CONF-SW PIC X(3) VALUE 'NO'.
      *  COMPANY PROFILE WORK FIELDS - THE COMPILED-IN HEADER VALUES
      *  STAY AS THE FALLBACK WHEN THE PROFILE FILE OR CODE IS
      *  MISSING.
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'RIVL'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 EMPREP2-FILE-NAME PIC X(20) VALUE 'EMPREP2.TXT'.
       01 SEL-EOF PIC X(3) VALUE 'NO'.
       01 HDR1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           05 FILLER PIC X(22) VALUE 'EMPLOYEE NAME'.
           05 FILLER PIC X(17) VALUE 'POSITION'.
           05 FILLER PIC X(12) VALUE 'HIRE DATE'.
           05 HDR4-RATE PIC X(12) VALUE 'MONTHLY RATE'.
       01 MIS-EMP.
           05 MISNO PIC X(10).
           05 FILLER PIC X(3).
           05 MISHIRE PIC X(10).
           05 FILLER PIC X(2).
           05 MISRATE PIC ZZZ,ZZ9.99.
           05 MISRATE-X REDEFINES MISRATE PIC X(10).
       01 PROD-EMP.
           05 PRODNO PIC X(10).
           05 FILLER PIC X(3).
           05 PRODHIRE PIC X(10).
           05 FILLER PIC X(2).
           05 PRODRATE PIC ZZZ,ZZ9.99.
           05 PRODRATE-X REDEFINES PRODRATE PIC X(10).
       01 FIN-EMP.
           05 FINNO PIC X(10).
           05 FILLER PIC X(3).
           05 FINHIRE PIC X(10).
           05 FILLER PIC X(2).
           05 FINRATE PIC ZZZ,ZZ9.99.
           05 FINRATE-X REDEFINES FINRATE PIC X(10).
       01 MKTG-EMP.
           05 MKTGNO PIC X(10).
           05 FILLER PIC X(3).
           05 MKTGHIRE PIC X(10).
           05 FILLER PIC X(2).
           05 MKTGRATE PIC ZZZ,ZZ9.99.
           05 MKTGRATE-X REDEFINES MKTGRATE PIC X(10).
      *  HIRE DATE REFORMATTED FROM THE MASTER'S YYYYMMDD INTO THE
      *  MM/DD/YYYY SHAPE THE DETAIL LINES PRINT - SEE FORMAT-HIRE-RTN.
       01 HIRE-WORK-WS.
           05 FILLER PIC X(21) VALUE 'TERMINATED EMPLOYEES:'.
           05 FILLER PIC X(11).
           05 T-SEP-MKTG PIC 99.
       01 REQ-LINE.
           05 FILLER PIC X(14) VALUE 'PREPARED FOR: '.
           05 REQ-ID-PRT PIC X(8).
           05 FILLER PIC X(3).
           05 REQ-NOTE PIC X(55).
       01 BLNKSCR.
           05 FILLER PIC X(80).
       01 EXC-HDR.
       MAIN-RTN.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM REQUESTER-RTN.
           SORT SORT-WORK ON ASCENDING KEY SORT-DC
               ON ASCENDING KEY SORT-EMPNA
               INPUT PROCEDURE IS SEL-EMP-RTN
               GIVING EMP-SORT-OUT.
           OPEN INPUT EMP-SORT-OUT
               OUTPUT EMP-OUT.
           MOVE RUN-DATE-YY TO RUNINFO-YY.
           MOVE PAGE-NO-WS TO RUNINFO-PAGE.
           WRITE REP-OUT FROM HDR-RUNINFO.
           WRITE REP-OUT FROM REQ-LINE.
           WRITE REP-OUT FROM BLNKSCR.
           WRITE REP-OUT FROM BLNKSCR.
           PERFORM MIS-PRCS-RTN.
           COMPUTE RL-RECS-READ = GRAN-NUM + EXC-NUM.
           MOVE GRAN-NUM TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  WHO IS THIS COPY FOR? THE MONTHLY RATE COLUMN PRINTS ONLY
      *  FOR A SIGNED-ON C (CONFIDENTIAL) OPERATOR, AND THAT COPY IS
      *  LOGGED; ANY OTHER REQUESTER GETS THE COLUMN LEFT OFF.
       REQUESTER-RTN.
           DISPLAY 'REQUESTED BY OPERATOR ID: '.
           MOVE SPACES TO REQ-ID-WS.
           ACCEPT REQ-ID-WS.
           DISPLAY 'PASSWORD: '.
           MOVE SPACES TO REQ-PW-WS.
           ACCEPT REQ-PW-WS.
           MOVE 'NO' TO CONF-SW.
           IF REQ-ID-WS NOT = SPACES
               MOVE 'NO' TO OPER-EOF
               OPEN INPUT OPER-FILE
               IF OPER-STATUS = '00'
                   READ OPER-FILE
                       AT END MOVE 'YES' TO OPER-EOF
                   END-READ
                   PERFORM REQUESTER-COMP UNTIL OPER-EOF = 'YES'
                   CLOSE OPER-FILE
               END-IF
           END-IF.
           MOVE REQ-ID-WS TO REQ-ID-PRT.
           IF CONF-SW = 'YES'
               MOVE 'CONFIDENTIAL - CONTAINS PAY DATA' TO REQ-NOTE
               PERFORM LOG-CONF-RTN
           ELSE
               MOVE 'MONTHLY RATES OMITTED - NOT CLEARED FOR PAY DATA'
                   TO REQ-NOTE
               MOVE SPACES TO HDR4-RATE
               DISPLAY 'MONTHLY RATES WILL BE OMITTED FROM THIS COPY.'
           END-IF.
       REQUESTER-COMP.
           IF OP-ID = REQ-ID-WS
               IF OP-PASSWORD = REQ-PW-WS AND OP-STATUS = 'A'
                   AND OP-LEVEL = 'C'
                   MOVE 'YES' TO CONF-SW
               END-IF
               MOVE 'YES' TO OPER-EOF
           ELSE
               READ OPER-FILE AT END MOVE 'YES' TO OPER-EOF
           END-IF.
      *  ONE CONFIDENTIAL-ACCESS LINE FOR THE WHOLE REPORT. A MISSING
      *  CONFLOG.TXT (STATUS 35) IS CREATED FRESH.
       LOG-CONF-RTN.
           ACCEPT CF-DATE FROM DATE YYYYMMDD.
           ACCEPT CF-TIME FROM TIME.
           MOVE REQ-ID-WS TO CF-ID.
           MOVE 'ALL' TO CF-EMPNO.
           MOVE MY-PROG-NAME TO CF-PROG.
           OPEN EXTEND CONFLOG-FILE.
           IF CONFLOG-STATUS = '35'
               OPEN OUTPUT CONFLOG-FILE
           END-IF.
           WRITE CONFLOG-REC.
           CLOSE CONFLOG-FILE.
       MIS-PRCS-RTN.
           READ EMP-SORT-OUT AT END MOVE 'YES' TO EOF.
           MOVE 'INFORMATION MANAGEMENT' TO MIS-NA
               MOVE POSTITLE-S TO MISPOS
               PERFORM FORMAT-HIRE-RTN
               MOVE HIRE-EDIT-WS TO MISHIRE
               IF CONF-SW = 'YES'
                   MOVE MONRATE-S TO MISRATE
               ELSE
                   MOVE SPACES TO MISRATE-X
               END-IF
               ADD 1 TO MIS-NUM
               ADD 1 TO GRAN-NUM
               MOVE MIS-NUM TO T-MIS
               MOVE POSTITLE-S TO PRODPOS
               PERFORM FORMAT-HIRE-RTN
               MOVE HIRE-EDIT-WS TO PRODHIRE
               IF CONF-SW = 'YES'
                   MOVE MONRATE-S TO PRODRATE
               ELSE
                   MOVE SPACES TO PRODRATE-X
               END-IF
               ADD 1 TO PROD-NUM
               ADD 1 TO GRAN-NUM
               MOVE MIS-NUM TO T-MIS
               MOVE POSTITLE-S TO FINPOS
               PERFORM FORMAT-HIRE-RTN
               MOVE HIRE-EDIT-WS TO FINHIRE
               IF CONF-SW = 'YES'
                   MOVE MONRATE-S TO FINRATE
               ELSE
                   MOVE SPACES TO FINRATE-X
               END-IF
               ADD 1 TO FIN-NUM
               ADD 1 TO GRAN-NUM
               MOVE MIS-NUM TO T-MIS
               MOVE POSTITLE-S TO MKTGPOS
               PERFORM FORMAT-HIRE-RTN
               MOVE HIRE-EDIT-WS TO MKTGHIRE
               IF CONF-SW = 'YES'
                   MOVE MONRATE-S TO MKTGRATE
               ELSE
                   MOVE SPACES TO MKTGRATE-X
               END-IF
               ADD 1 TO MKTG-NUM
               ADD 1 TO GRAN-NUM
               MOVE MIS-NUM TO T-MIS
      *  FILE. A MISSING COMPANY.TXT (STATUS 35) OR UNLISTED CODE
      *  KEEPS THE COMPILED-IN DEFAULTS.
       LOAD-COPROF-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           MOVE 'NO' TO COPROF-EOF.
           OPEN INPUT CO-FILE.
           IF COPROF-STATUS = '35'
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
               IF RUNCO-PAY NOT = SPACES
                   MOVE RUNCO-PAY TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (EMPREP2_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO EMPREP2-FILE-NAME
               STRING 'EMPREP2_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO EMPREP2-FILE-NAME
           END-IF.
      *  SORT INPUT - ONLY THE RUN COMPANY'S EMPLOYEES ARE RELEASED
      *  TO THE SORT. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       SEL-EMP-RTN.
           MOVE 'NO' TO SEL-EOF.
           OPEN INPUT EMP-IN.
           READ EMP-IN AT END MOVE 'YES' TO SEL-EOF.
           PERFORM SEL-EMP-COMP UNTIL SEL-EOF = 'YES'.
           CLOSE EMP-IN.
       SEL-EMP-COMP.
           IF EMPCO = COPROF-CODE-WS
               OR (EMPCO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               RELEASE SORT-REC FROM EMPLOY-LIST
           END-IF.
           READ EMP-IN AT END MOVE 'YES' TO SEL-EOF.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-EMPMAST-RTN.
