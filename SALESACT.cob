      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE COMMISSION BASE SALES-AGG BUILDS BESIDE SALMAN.TXT -
      *  COLLECTIONS INSTEAD OF INVOICED SALES FOR A PERIOD ON
      *  COLLECTION BASIS. SALMAN.TXT ITSELF IS READ WHEN NO
      *  CMSALES.TXT HAS BEEN BUILT YET.
           SELECT SALES-IN ASSIGN TO SALES-IN-NAME
               FILE STATUS IS SALES-IN-STATUS.
      *  THE COMMISSION BASIS SET PER PERIOD BY COMM-BASIS-MAINT.
           SELECT CBASE-IN ASSIGN TO "COMMBASE.TXT"
               FILE STATUS IS CBASE-STATUS.
      *  SORTED WORK FILE - ONE PASS, IN AREA-CODE SEQUENCE, REPLACES
      *  THE OLD FIVE-TIMES-THROUGH-SALES-IN DESIGN.
           SELECT SALES-SORT-OUT ASSIGN TO "SALMANS.TXT".
           SELECT SORT-WORK ASSIGN TO "SRTWK02".
           SELECT SALES-OUT ASSIGN TO SALCOMM-FILE-NAME.
      *  PRIOR-PERIOD COMMISSION BY SALESMAN, REWRITTEN AT THE END OF
      *  EVERY RUN SO THE NEXT RUN CAN SHOW PERIOD-OVER-PERIOD CHANGE.
           SELECT SALES-CKPT ASSIGN TO SALESCKPT-FILE-NAME
               FILE STATUS IS CKPT-STATUS-S.
      *  PERMANENT COMMISSION HISTORY LEDGER - UNLIKE THE CHECKPOINT
      *  (OVERWRITTEN EVERY RUN FOR THE ONE-PERIOD-BACK COMPARE),
       FILE SECTION.
       FD SALES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SALESMANDETAILS.
       01 SALESMANDETAILS.
           05 ARCODE PIC A.
           05 SALESNAME PIC X(20).
           05 SALES PIC 9(5)V99.
           05 PERIOD-CD PIC X(6).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SALESCO PIC X(4).
       FD CBASE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS CBASE-REC.
       01 CBASE-REC.
           05 CB-PERIOD PIC X(6).
           05 CB-BASIS PIC X(1).
           05 CB-SET-DATE PIC 9(8).
       FD SALES-SORT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SALESMANDETAILS-S.
       01 SALESMANDETAILS-S.
           05 ARCODE-S PIC A.
           05 SALESNAME-S PIC X(20).
           05 SALES-S PIC 9(5)V99.
           05 PERIOD-CD-S PIC X(6).
           05 SALESCO-S PIC X(4).
       SD SORT-WORK
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05 SORT-SALESNAME PIC X(20).
           05 SORT-SALES PIC 9(5)V99.
           05 SORT-PERIOD PIC X(6).
           05 SORT-SALESCO PIC X(4).
       FD REASSIGN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           05 HIST-COMM PIC 9(5)V99.
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
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
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
       FD SALMAN-LOCK
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
       01 COPROF-CODE-WS PIC X(4) VALUE 'DEST'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'DEST'.
       01 RUNCO-STATUS PIC XX.
       01 SALCOMM-FILE-NAME PIC X(20) VALUE 'SALCOMM.TXT'.
       01 SALESCKPT-FILE-NAME PIC X(20) VALUE 'SALESCKPT.TXT'.
       01 CO-TAG-WS PIC X(5) VALUE SPACES.
       01 SEL-EOF PIC X(3) VALUE 'NO'.
       01 HEADER1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
      *  TOTALS IT ACCUMULATES INTO AREA-COUNTS ARE RESET TO ZERO
      *  AFTERWARD SO THE MAIN DETAIL PASS BUILDS ITS OWN, AS BEFORE.
       01 SUM-EOF PIC X(3) VALUE 'NO'.
      *  'YES' WHEN ANY ROW READ FALLS IN A PERIOD ON COLLECTION
      *  BASIS - THE SUMMARY THEN SAYS WHICH FIGURES ARE COLLECTIONS.
       01 COLL-BASIS-SW PIC X(3) VALUE 'NO'.
       01 SUM-BASIS-LN.
           05 FILLER PIC X(38) VALUE
              'SALES FOR PERIODS ON COLLECTION BASIS '.
           05 FILLER PIC X(42) VALUE
              'ARE AMOUNTS COLLECTED, NET OF VAT.'.
       01 SUM-IDX PIC 9 VALUE 0.
       01 SUM-HDR.
           05 FILLER PIC X(24) VALUE 'AREA COMPARISON SUMMARY'.
           05 FILLER PIC X(53).
      *  DETAIL COLUMNS CARRY THE COMMISSION GROSS, THE WITHHOLDING
      *  TAX, AND THE NET PAYABLE ACCOUNTING USED TO HAND-COMPUTE.
      *  SALES ARE NET OF OUTPUT VAT AS SALES-AGG BUILDS SALMAN.TXT,
      *  SO THE COMMISSION IS TOO.
       01 HEADER4.
           05 FILLER PIC X(12) VALUE 'Salesman No'.
           05 FILLER PIC X(21) VALUE 'Salesman Name'.
           05 FILLER PIC X(11) VALUE '  Net Sales'.
           05 FILLER PIC X(12) VALUE '  Gross Comm'.
           05 FILLER PIC X(12) VALUE '     Tax W/H'.
           05 FILLER PIC X(12) VALUE '    Net Comm'.
       01 BQ-CNT PIC 999 VALUE 0.
       01 BQ-EOF PIC X(3) VALUE 'NO'.
       01 CKPT-STATUS-S PIC XX.
       01 SALES-IN-NAME PIC X(12) VALUE 'CMSALES.TXT'.
       01 SALES-IN-STATUS PIC XX.
      *  THE PERIODS ON COLLECTION BASIS, LOADED ONCE.
       01 CBASE-STATUS PIC XX.
       01 CBASE-EOF PIC X(3) VALUE 'NO'.
       01 CBT-TABLE.
           05 CBT-ENTRY OCCURS 50 TIMES.
               10 CBT-PERIOD PIC X(6).
       01 CBT-CNT PIC 99 VALUE 0.
       01 CBT-SUB PIC 99 VALUE 0.
       01 HIST-STATUS PIC XX.
      *  LAST RUN'S PER-SALESMAN COMMISSION, LOADED AT STARTUP FOR
      *  COMPARISON, AND THIS RUN'S FIGURES, ACCUMULATED AS EACH
           PERFORM LOAD-COPROF-RTN.
           PERFORM LOAD-REASSIGN-RTN.
           PERFORM LOAD-SALES-CKPT-RTN.
           PERFORM PICK-SALES-IN-RTN.
           PERFORM LOAD-CBASE-RTN.
           SORT SORT-WORK ON ASCENDING KEY SORT-ARCODE
               INPUT PROCEDURE IS SEL-SALES-RTN
               GIVING SALES-SORT-OUT.
           OPEN INPUT SALES-SORT-OUT
               OUTPUT SALES-OUT.
           ACCEPT RPT-STAMP-WS FROM DATE YYYYMMDD.
           MOVE 'ACTIVITY-3     ' TO RPT-JOB-WS.
           MOVE 'S' TO RPT-CLASS-WS.
           MOVE SALCOMM-FILE-NAME TO RPT-SRC-NAME.
           MOVE SPACES TO RPT-DST-NAME.
           STRING 'SALCOMM_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               RPT-STAMP-WS DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-DST-NAME.
           COMPUTE RL-RECS-READ = GRAND-M + UNMATCHED-CNT.
           MOVE GRAND-M TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.

           IF SUM-IDX <= AREA-TAB-MAX
               MOVE SALES-S TO CUR-TOTSALE
               PERFORM COMPUTE-COMMISSION-RTN
               MOVE 1 TO CBT-SUB
               PERFORM FIND-BASIS-COMP UNTIL CBT-SUB > CBT-CNT
               ADD SALES-S TO TOT-SALES-WS (SUM-IDX)
               ADD CUR-COMMI TO TOT-COMM-WS (SUM-IDX)
               ADD 1 TO NUM-SM-WS (SUM-IDX)
           READ SALES-SORT-OUT AT END MOVE 'YES' TO SUM-EOF.
       SUMMARY-FIND-AREA-COMP.
           ADD 1 TO SUM-IDX.
       FIND-BASIS-COMP.
           IF CBT-PERIOD (CBT-SUB) = PERIOD-CD-S
               MOVE 'YES' TO COLL-BASIS-SW
               MOVE CBT-CNT TO CBT-SUB
           END-IF.
           ADD 1 TO CBT-SUB.
      *  COMMISSION IS PAID FROM SALES-AGG'S COMMISSION BASE WHEN ONE
      *  HAS BEEN BUILT (STATUS 35 ON CMSALES.TXT MEANS NOT YET),
      *  OTHERWISE FROM THE SALES FIGURES AS BEFORE.
       PICK-SALES-IN-RTN.
           OPEN INPUT SALES-IN.
           IF SALES-IN-STATUS = '35'
               MOVE 'SALMAN.TXT' TO SALES-IN-NAME
           ELSE
               CLOSE SALES-IN
           END-IF.
      *  LOAD THE PERIODS ON COLLECTION BASIS. A MISSING COMMBASE.TXT
      *  (STATUS 35) LEAVES EVERY PERIOD ON INVOICE BASIS. ONLY THE
      *  COMMISSION BASE CARRIES COLLECTIONS, SO NONE ARE LOADED WHEN
      *  READING SALMAN.TXT ITSELF.
       LOAD-CBASE-RTN.
           MOVE 0 TO CBT-CNT.
           MOVE 'NO' TO CBASE-EOF.
           OPEN INPUT CBASE-IN.
           IF CBASE-STATUS = '35'
               MOVE 'YES' TO CBASE-EOF
           ELSE
               READ CBASE-IN
                   AT END MOVE 'YES' TO CBASE-EOF
               END-READ
               PERFORM LOAD-CBASE-REC-RTN UNTIL CBASE-EOF = 'YES'
               CLOSE CBASE-IN
           END-IF.
           IF SALES-IN-NAME = 'SALMAN.TXT'
               MOVE 0 TO CBT-CNT
           END-IF.
       LOAD-CBASE-REC-RTN.
           IF CB-BASIS = 'C' AND CBT-CNT < 50
               ADD 1 TO CBT-CNT
               MOVE CB-PERIOD TO CBT-PERIOD (CBT-CNT)
           END-IF.
           READ CBASE-IN AT END MOVE 'YES' TO CBASE-EOF.
       PRINT-SUMMARY-RTN.
           WRITE REP-OUT FROM SUM-HDR.
           IF COLL-BASIS-SW = 'YES'
               WRITE REP-OUT FROM SUM-BASIS-LN
           END-IF.
           WRITE REP-OUT FROM SPACE-H.
           WRITE REP-OUT FROM SUM-HDR2.
           PERFORM PRINT-SUMMARY-LINE-RTN
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
               IF RUNCO-SALES NOT = SPACES
                   MOVE RUNCO-SALES TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (SALCOMM_TRIS.TXT FOR A TRIS RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO SALCOMM-FILE-NAME
               STRING 'SALCOMM_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SALCOMM-FILE-NAME
               MOVE SPACES TO SALESCKPT-FILE-NAME
               STRING 'SALESCKPT_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SALESCKPT-FILE-NAME
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
      *  SORT INPUT - ONLY THE RUN COMPANY'S SALES ROWS ARE RELEASED
      *  TO THE SORT. A BLANK COMPANY CODE IS THE HOME COMPANY'S.
       SEL-SALES-RTN.
           MOVE 'NO' TO SEL-EOF.
           OPEN INPUT SALES-IN.
           READ SALES-IN AT END MOVE 'YES' TO SEL-EOF.
           PERFORM SEL-SALES-COMP UNTIL SEL-EOF = 'YES'.
           CLOSE SALES-IN.
       SEL-SALES-COMP.
           IF SALESCO = COPROF-CODE-WS
               OR (SALESCO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
               RELEASE SORT-REC FROM SALESMANDETAILS
           END-IF.
           READ SALES-IN AT END MOVE 'YES' TO SEL-EOF.
      *  CLAIM THE SALMAN PERIOD-SALES FILE AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-SALMAN-RTN.
