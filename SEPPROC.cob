      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  THE INDEXED EMPLOYEE MASTER - THE LEAVER'S RECORD IS READ BY
      *  KEY, STAMPED WITH THE SEPARATION DATE/REASON AND THE
      *  SEPARATED STATUS, AND REWRITTEN.
               FILE STATUS IS LOAN-STATUS.
           SELECT BAL-IN ASSIGN TO "LEAVEBAL.TXT"
               FILE STATUS IS BAL-STATUS.
      *  TUITION SALARY DEDUCTIONS FOR THE LEAVER'S DEPENDENTS - THE
      *  BALANCE PAYROLL HAS NOT YET COLLECTED COMES OFF THE FINAL
      *  PAY, AND IS SETTLED (ZEROED THROUGH THE SCRATCH SWAP AND
      *  POSTED AS A PAYMENT ON THE DEPENDENT'S ACCOUNT) WHEN THE
      *  STATEMENT IS RELEASED.
           SELECT TDED-FILE ASSIGN TO "TUITDED.TXT"
               FILE STATUS IS TDED-STATUS.
           SELECT TDED-SCRATCH ASSIGN TO "TUITDEDN.TXT".
           SELECT STPAY-OUT ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS STPAY-STATUS.
      *  EMPLOYEE-DEPENDENT LINKS KEPT BY STUDMAINT-TXT - THE
      *  LEAVER'S LINKS ARE MARKED 'S' SO TUITION-BILL STOPS
      *  APPLYING THE DEPENDENT DISCOUNT.
           SELECT DEP-LINK ASSIGN TO "DEPLINK.TXT"
               FILE STATUS IS DK-FILE-STATUS.
           SELECT DEP-SCRATCH ASSIGN TO "DEPLINKN.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD EMP-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST.
       01 EMPLOY-LIST.
           05 DC PIC X(5).
           05 MONRATE PIC 9(6)V99.
           05 SEPDT PIC 9(8).
           05 SEPRSN PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO PIC X(4).
       FD CLRN-OUT.
       01 CLRN-LINE-OUT.
           05 FILLER PIC X(80).
           05 FILLER PIC X(80).
       FD LOAN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS LOAN-REC.
       01 LOAN-REC.
           05 LN-EMPNO PIC X(10).
           05 LN-PRINCIPAL PIC 9(7)V99.
           05 LN-AMORT PIC 9(6)V99.
           05 LN-BALANCE PIC 9(7)V99.
           05 LN-ARREARS PIC 9(7)V99.
           05 LN-SCHED PIC X(1).
       FD TDED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TUITDED-REC.
       01 TUITDED-REC.
           05 TD-EMPNO PIC X(10).
           05 TD-STUD PIC X(12).
           05 TD-TERM PIC X(6).
           05 TD-TOTAL PIC 9(7)V99.
           05 TD-INSTALL PIC 9(6)V99.
           05 TD-BALANCE PIC 9(7)V99.
           05 TD-LAST-PER PIC X(6).
       FD TDED-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TUITDED-REC2.
       01 TUITDED-REC2 PIC X(60).
       FD STPAY-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS STPAY-REC.
       01 STPAY-REC.
      *  'PD' AND THE SEPARATION PERIOD IN PLACE OF A RECEIPT NUMBER,
      *  AS PAYROLL-TXT POSTS ITS OWN DEDUCTIONS.
           05 PY-ORNO.
               10 PY-ORNO-TAG PIC X(2).
               10 PY-ORNO-PER PIC X(6).
           05 PY-DATE PIC 9(8).
           05 PY-STUD PIC X(12).
           05 PY-TERM PIC X(6).
           05 PY-AMOUNT PIC 9(7)V99.
       FD DEP-LINK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS DEPLINK-REC.
       01 DEPLINK-REC.
           05 DK-STUD PIC X(12).
           05 DK-EMPNO PIC X(10).
           05 DK-PCT PIC 999.
           05 DK-INSTALLS PIC 99.
           05 DK-STATUS PIC X(1).
       FD DEP-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS DEPLINK-REC2.
       01 DEPLINK-REC2 PIC X(28).
       FD BAL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           05 LB-USED PIC 9(4)V99.
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 214 CHARACTERS
           DATA RECORD IS AUDIT-REC.
       01 AUDIT-REC.
           05 AU-DATE PIC 9(8).
           05 AU-TIME PIC 9(8).
           05 AU-OPER PIC X(8).
           05 AU-ACTION PIC X(6).
           05 AU-BEFORE PIC X(92).
           05 AU-AFTER PIC X(92).
       FD CTL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           05 CT-HASH PIC 9(11)V99.
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
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'RIVL'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'RIVL'.
       01 RUNCO-STATUS PIC XX.
       01 HDR1.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE
      *  BEING BUILT - SAME JOURNAL AS EMPMAINT-TXT'S.
       01 AUDIT-WORK.
           05 AUW-ACTION PIC X(6).
           05 AUW-BEFORE PIC X(92).
           05 AUW-AFTER PIC X(92).
       01 AUDIT-STATUS PIC XX.
      *  CONTROL-RECORD WORK FIELDS FOR THE END-OF-SESSION STAMP.
       01 CTL-STATUS PIC XX.
       01 FP-13TH PIC 9(6)V99 VALUE 0.
       01 FP-LEAVE-PAY PIC 9(6)V99 VALUE 0.
       01 FP-LOAN-BAL PIC 9(7)V99 VALUE 0.
       01 FP-TUIT-BAL PIC 9(7)V99 VALUE 0.
       01 TDED-STATUS PIC XX.
       01 STPAY-STATUS PIC XX.
       01 DK-FILE-STATUS PIC XX.
       01 FP-NET PIC S9(7)V99 VALUE 0.
       01 FP-MONTHS-YR PIC 99 VALUE 0.
       01 FP-LEAVE-DAYS PIC S9(4)V99 VALUE 0.
           05 FILLER PIC X(32) VALUE 'LESS OUTSTANDING LOANS:'.
           05 FP-LOAN-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(36).
       01 FP-TUIT-LN.
           05 FILLER PIC X(32) VALUE 'LESS TUITION OF DEPENDENTS:'.
           05 FP-TUIT-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(36).
       01 FP-NET-LN.
           05 FILLER PIC X(32) VALUE 'NET FINAL PAY:'.
           05 FP-NET-AMT PIC -Z,ZZZ,ZZ9.99.
               INVALID KEY
                   DISPLAY 'EMPLOYEE NUMBER NOT FOUND.'
               NOT INVALID KEY
                   IF EMPCO = COPROF-CODE-WS
                       OR (EMPCO = SPACES
                       AND COPROF-CODE-WS = HOME-CO-WS)
                       PERFORM SEPARATE-ENTRY-RTN
                   ELSE
                       DISPLAY 'EMPLOYEE IS ON ANOTHER COMPANY''S'
                           ' PAYROLL.'
                   END-IF
           END-READ.
           CLOSE EMP-MASTER.
       SEPARATE-ENTRY-RTN.
                       MOVE EMPLOY-LIST TO AUW-AFTER
                       MOVE 'SEPRTE' TO AUW-ACTION
                       PERFORM WRITE-AUDIT-RTN
                       PERFORM MARK-DEPLINK-RTN
                       PERFORM WRITE-DOCS-RTN
                       PERFORM FINALPAY-RTN
                       DISPLAY 'EMPLOYEE SEPARATED AND PAPERS PRINTED.'
           END-IF.
      *  THE LEAVER'S MONEY: PRORATED LAST MONTH, 13TH-MONTH
      *  PRORATION FOR THE YEAR, UNUSED LEAVE CONVERSION, LESS
      *  OUTSTANDING LOAN BALANCES AND DEPENDENTS' TUITION STILL ON
      *  SALARY DEDUCTION. THE STATEMENT IS RELEASED ONLY
      *  WHEN THE CLEARANCE ITEMS ARE ALL SIGNED OFF - UNTIL THEN THE
      *  FIGURES SHOW ON SCREEN ONLY.
       FINALPAY-RTN.
           ACCEPT CLEAR-ANSWER.
           IF CLEAR-ANSWER = 'Y'
               PERFORM WRITE-FINALPAY-RTN
               IF FP-TUIT-BAL > 0
                   PERFORM SETTLE-TUIT-RTN
               END-IF
               DISPLAY 'FINAL PAY STATEMENT RELEASED.'
           ELSE
               DISPLAY 'FINAL PAY WITHHELD - RERUN SEPARATION '
           COMPUTE FP-LEAVE-PAY ROUNDED =
               FP-LEAVE-DAYS * (MONRATE / 22).
           PERFORM SUM-LOANS-RTN.
           PERFORM SUM-TUIT-RTN.
           COMPUTE FP-NET = FP-LAST-PAY + FP-13TH + FP-LEAVE-PAY
               - FP-LOAN-BAL - FP-TUIT-BAL.
      *  THE LEAVER'S UNUSED LEAVE CREDITS FROM LEAVEBAL.TXT. A
      *  MISSING FILE OR RECORD CONVERTS NOTHING.
       SUM-LEAVE-RTN.
               ADD LN-BALANCE TO FP-LOAN-BAL
           END-IF.
           READ LOAN-IN AT END MOVE 'YES' TO FP-EOF.
      *  THE TUITION BALANCES STILL ON SALARY DEDUCTION FOR THE
      *  LEAVER'S DEPENDENTS, FROM TUITDED.TXT.
       SUM-TUIT-RTN.
           MOVE 0 TO FP-TUIT-BAL.
           MOVE 'NO' TO FP-EOF.
           OPEN INPUT TDED-FILE.
           IF TDED-STATUS = '35'
               MOVE 'YES' TO FP-EOF
           ELSE
               READ TDED-FILE
                   AT END MOVE 'YES' TO FP-EOF
               END-READ
               PERFORM SUM-TUIT-COMP UNTIL FP-EOF = 'YES'
               CLOSE TDED-FILE
           END-IF.
       SUM-TUIT-COMP.
           IF TD-EMPNO = EMPNO
               ADD TD-BALANCE TO FP-TUIT-BAL
           END-IF.
           READ TDED-FILE AT END MOVE 'YES' TO FP-EOF.
      *  SETTLE THE DEPENDENTS' TUITION OUT OF THE RELEASED FINAL
      *  PAY: EACH OF THE LEAVER'S DEDUCTIONS STILL CARRYING A
      *  BALANCE IS POSTED AS A PAYMENT ON THE STUDENT'S ACCOUNT AND
      *  ZEROED, THROUGH THE SCRATCH FILE AND BACK. A MISSING
      *  PAYMENTS.TXT (STATUS 35) IS CREATED FRESH.
       SETTLE-TUIT-RTN.
           OPEN EXTEND STPAY-OUT.
           IF STPAY-STATUS = '35'
               OPEN OUTPUT STPAY-OUT
           END-IF.
           MOVE 'NO' TO FP-EOF.
           OPEN INPUT TDED-FILE
               OUTPUT TDED-SCRATCH.
           READ TDED-FILE AT END MOVE 'YES' TO FP-EOF.
           PERFORM SETTLE-TUIT-COMP UNTIL FP-EOF = 'YES'.
           CLOSE TDED-FILE, TDED-SCRATCH, STPAY-OUT.
           MOVE 'NO' TO FP-EOF.
           OPEN INPUT TDED-SCRATCH
               OUTPUT TDED-FILE.
           READ TDED-SCRATCH AT END MOVE 'YES' TO FP-EOF.
           PERFORM SETTLE-TUIT-SWAP-COMP UNTIL FP-EOF = 'YES'.
           CLOSE TDED-SCRATCH, TDED-FILE.
       SETTLE-TUIT-COMP.
           IF TD-EMPNO = EMPNO AND TD-BALANCE > 0
               MOVE 'PD' TO PY-ORNO-TAG
               MOVE SEPDT (1:6) TO PY-ORNO-PER
               MOVE SEPDT TO PY-DATE
               MOVE TD-STUD TO PY-STUD
               MOVE TD-TERM TO PY-TERM
               MOVE TD-BALANCE TO PY-AMOUNT
               WRITE STPAY-REC
               MOVE 0 TO TD-BALANCE
               MOVE SEPDT (1:6) TO TD-LAST-PER
           END-IF.
           WRITE TUITDED-REC2 FROM TUITDED-REC.
           READ TDED-FILE AT END MOVE 'YES' TO FP-EOF.
       SETTLE-TUIT-SWAP-COMP.
           WRITE TUITDED-REC FROM TUITDED-REC2.
           READ TDED-SCRATCH AT END MOVE 'YES' TO FP-EOF.
      *  MARK THE LEAVER'S DEPENDENT LINKS 'S' THROUGH THE SCRATCH
      *  FILE AND BACK. A MISSING DEPLINK.TXT (STATUS 35) MEANS THERE
      *  ARE NONE.
       MARK-DEPLINK-RTN.
           MOVE 'NO' TO FP-EOF.
           OPEN INPUT DEP-LINK.
           IF DK-FILE-STATUS NOT = '35'
               OPEN OUTPUT DEP-SCRATCH
               READ DEP-LINK AT END MOVE 'YES' TO FP-EOF
               END-READ
               PERFORM MARK-DEPLINK-COMP UNTIL FP-EOF = 'YES'
               CLOSE DEP-LINK, DEP-SCRATCH
               MOVE 'NO' TO FP-EOF
               OPEN INPUT DEP-SCRATCH
                   OUTPUT DEP-LINK
               READ DEP-SCRATCH AT END MOVE 'YES' TO FP-EOF
               END-READ
               PERFORM MARK-DEPLINK-SWAP-COMP UNTIL FP-EOF = 'YES'
               CLOSE DEP-SCRATCH, DEP-LINK
           END-IF.
       MARK-DEPLINK-COMP.
           IF DK-EMPNO = EMPNO
               MOVE 'S' TO DK-STATUS
           END-IF.
           WRITE DEPLINK-REC2 FROM DEPLINK-REC.
           READ DEP-LINK AT END MOVE 'YES' TO FP-EOF.
       MARK-DEPLINK-SWAP-COMP.
           WRITE DEPLINK-REC FROM DEPLINK-REC2.
           READ DEP-SCRATCH AT END MOVE 'YES' TO FP-EOF.
      *  THE FINAL PAY STATEMENT FILE, NAMED WITH THE EMPLOYEE NUMBER
      *  LIKE THE CLEARANCE AND COE.
       WRITE-FINALPAY-RTN.
           WRITE FP-LINE-OUT FROM FP-LEAVE-LN.
           MOVE FP-LOAN-BAL TO FP-LOAN-AMT.
           WRITE FP-LINE-OUT FROM FP-LOAN-LN.
           IF FP-TUIT-BAL > 0
               MOVE FP-TUIT-BAL TO FP-TUIT-AMT
               WRITE FP-LINE-OUT FROM FP-TUIT-LN
           END-IF.
           WRITE FP-LINE-OUT FROM BLNK-LINE.
           MOVE FP-NET TO FP-NET-AMT.
           WRITE FP-LINE-OUT FROM FP-NET-LN.
      *  FILE. A MISSING COMPANY.TXT (STATUS 35) OR UNLISTED CODE
      *  KEEPS THE COMPILED-IN DEFAULTS.
       LOAD-COPROF-RTN.
           PERFORM LOAD-RUNCO-RTN.
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
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-EMPMAST-RTN.
