      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE CONSOLIDATED EMPLOYEE MASTER, INDEXED ON EMPNO AND READ
      *  SEQUENTIALLY HERE (FORMERLY THE TEXT EMPREC.TXT/EMPREC2.TXT
      *  MASTERS, RETIRED BY EMPMAST-CONV).
               RECORD KEY IS EMPNO.
           SELECT EMP-SORT-OUT ASSIGN TO "EMPREC2R.TXT".
           SELECT SORT-WORK ASSIGN TO "SORTWK01".
           SELECT EMP-OUT ASSIGN TO EMPREP-FILE-NAME.
           SELECT EMP-CSV ASSIGN TO EMPREP-CSV-NAME.
           SELECT CKPT-FILE ASSIGN TO EMPCKPT-FILE-NAME
               FILE STATUS IS CKPT-STATUS.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
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
      *  SORTED WORK FILE - ONE PASS, IN DC SEQUENCE, REPLACES THE
      *  OLD FOUR-TIMES-THROUGH-EMP-IN DESIGN.
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
           05 CKPT-CNT PIC 999.
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
       FD RPT-SRC.
       01 RPT-SRC-REC.
           05 FILLER PIC X(80).
           05 FILLER PIC X(80).
       FD RPTCAT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS RPTCAT-REC.
       01 RPTCAT-REC.
           05 RC-JOBNAME PIC X(15).
           05 RC-DATE PIC 9(8).
           05 RC-FILE PIC X(30).
           05 RC-CLASS PIC X(1).
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
      *  RUN-STAMP CATALOG WORK FIELDS - THE CALLER SETS THE SOURCE
      *  NAME, DATED COPY NAME, JOB, AND RETENTION CLASS BEFORE THE
      *  PERFORM.
       01 RPT-SRC-NAME PIC X(30).
       01 RPT-DST-NAME PIC X(30).
       01 RPT-SRC-STATUS PIC XX.
       01 RPTCAT-STATUS PIC XX.
       01 RPT-JOB-WS PIC X(15).
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'RIVL'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 EMPREP-FILE-NAME PIC X(20) VALUE 'EMPREP.TXT'.
       01 EMPREP-CSV-NAME PIC X(20) VALUE 'EMPREP.CSV'.
       01 EMPCKPT-FILE-NAME PIC X(20) VALUE 'EMPCKPT.TXT'.
       01 CO-TAG-WS PIC X(5) VALUE SPACES.
       01 SEL-EOF PIC X(3) VALUE 'NO'.
       01 HDR1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-CKPT-RTN.
           SORT SORT-WORK ON ASCENDING KEY SORT-DC
               INPUT PROCEDURE IS SEL-EMP-RTN
               GIVING EMP-SORT-OUT.
           OPEN INPUT EMP-SORT-OUT
               OUTPUT EMP-OUT
           ACCEPT RPT-STAMP-WS FROM DATE YYYYMMDD.
           MOVE 'EMPREP-TXT     ' TO RPT-JOB-WS.
           MOVE 'G' TO RPT-CLASS-WS.
           MOVE EMPREP-FILE-NAME TO RPT-SRC-NAME.
           MOVE SPACES TO RPT-DST-NAME.
           STRING 'EMPREP_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               RPT-STAMP-WS DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-DST-NAME.
           COMPUTE RL-RECS-READ = GRAN-NUM + EXC-NUM.
           MOVE GRAN-NUM TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  LOAD LAST RUN'S PER-DEPARTMENT COUNTS FROM EMPCKPT.TXT, IF
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
      *  HOME ONE CARRIES ITS CODE (EMPREP_DEST.TXT FOR A DEST RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO EMPREP-FILE-NAME
               STRING 'EMPREP_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO EMPREP-FILE-NAME
               MOVE SPACES TO EMPREP-CSV-NAME
               STRING 'EMPREP_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.CSV' DELIMITED BY SIZE
                   INTO EMPREP-CSV-NAME
               MOVE SPACES TO EMPCKPT-FILE-NAME
               STRING 'EMPCKPT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO EMPCKPT-FILE-NAME
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
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
