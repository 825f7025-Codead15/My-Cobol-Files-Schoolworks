       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-REQUEST.
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
      *  THE REGISTRAR'S DOCUMENT REQUEST FILE - ONE RECORD PER
      *  REQUEST FROM LOGGING THROUGH RELEASE, SO WHAT WAS RELEASED
      *  TO WHOM, AND WHEN, STAYS ON FILE.
           SELECT DOC-FILE ASSIGN TO "DOCREQ.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DOC-STATUS.
      *  SCRATCH COPY USED WHEN A REQUEST IS UPDATED - SAME SWAP
      *  IDIOM AS SALESMAN-TXT.
           SELECT DOC-SCRATCH ASSIGN TO "DOCREQN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  THE STUDENT MASTER - A REQUEST IS ONLY TAKEN FOR A STUDENT
      *  ON IT.
           SELECT ACCT8 ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS SM-STATUS.
      *  RECEIPTS POSTED THROUGH CASHIER-POST - THE DOCUMENT FEE IS
      *  PAID THERE UNDER TERM CODE DOCFEE AND THE RECEIPT NUMBER IS
      *  KEYED HERE.
           SELECT PAY-IN ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS PAY-STATUS.
      *  STUDENT HOLDS PLACED THROUGH HOLD-MAINT - NO DOCUMENT IS
      *  RELEASED WHILE THE STUDENT HAS AN ACTIVE HOLD.
           SELECT HOLD-IN ASSIGN TO "HOLDS.TXT"
               FILE STATUS IS HOLD-STATUS.
      *  THE PRINTED CERTIFICATION, ONE FILE PER REQUEST, AND THE
      *  DAILY QUEUE REPORT, DATE-TAGGED.
           SELECT CERT-OUT ASSIGN TO CERT-FILE-NAME.
           SELECT QUEUE-OUT ASSIGN TO QUEUE-FILE-NAME.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  THE DATE STAMPED ON REQUESTS, RELEASES, AND THE QUEUE
      *  REPORT. A MISSING PROCDATE.TXT FALLS BACK TO THE MACHINE
      *  DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD DOC-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS DOC-REC.
       01 DOC-REC.
           05 DR-REQNO PIC 9(6).
           05 DR-STUD PIC X(12).
      *  T = TRANSCRIPT, C = CERTIFICATION, D = DIPLOMA,
      *  H = HONORABLE DISMISSAL.
           05 DR-TYPE PIC X(1).
           05 DR-COPIES PIC 99.
           05 DR-FEE PIC 9(5)V99.
           05 DR-ORNO PIC X(8).
      *  P = PENDING PAYMENT, R = PAID AND READY, L = RELEASED.
           05 DR-STATUS PIC X(1).
           05 DR-REQ-DATE PIC 9(8).
           05 DR-REL-DATE PIC 9(8).
           05 DR-RELTO PIC X(25).
       FD DOC-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS DOC-REC2.
       01 DOC-REC2 PIC X(78).
       FD ACCT8
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS STUDMAST-INFO.
       01 STUDMAST-INFO.
           05 SM-NUM PIC X(12).
           05 SM-NAME PIC X(25).
           05 SM-CRS PIC X(5).
           05 SM-YR PIC 9.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 SM-CO PIC X(4).
       FD PAY-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS PAY-REC.
       01 PAY-REC.
           05 PY-ORNO PIC X(8).
           05 PY-DATE PIC 9(8).
           05 PY-STUD PIC X(12).
           05 PY-TERM PIC X(6).
           05 PY-AMOUNT PIC 9(7)V99.
       FD HOLD-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS HOLD-REC.
       01 HOLD-REC.
           05 HD-STUD PIC X(12).
           05 HD-TYPE PIC X(1).
           05 HD-REASON PIC X(20).
           05 HD-STATUS PIC X(1).
           05 HD-ORIGIN PIC X(1).
           05 HD-TERM PIC X(6).
       FD CERT-OUT.
       01 CERT-LINE-OUT.
           05 FILLER PIC X(80).
       FD QUEUE-OUT.
       01 QUEUE-LINE-OUT.
           05 FILLER PIC X(80).
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
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
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
      *  COMPANY PROFILE WORK FIELDS - THE COMPILED-IN HEADER VALUES
      *  STAY AS THE FALLBACK WHEN THE PROFILE FILE OR CODE IS
      *  MISSING.
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'TRIS'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01 CO-TAG-WS PIC X(5) VALUE SPACES.
      *  ANOTHER COMPANY'S STUDENTS - THEIR ROWS ARE LEFT OUT.
       01 OST-TABLE.
           05 OST-NUM OCCURS 500 TIMES PIC X(12).
       01 OST-CNT PIC 999 VALUE 0.
       01 OST-SUB PIC 999 VALUE 0.
       01 OST-KEY-WS PIC X(12).
       01 HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(20).
       01 HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'GREENHILLS, SAN JUAN CITY'.
           05 FILLER PIC X(20).
       01 QUEUE-TITLE.
           05 FILLER PIC X(22).
           05 FILLER PIC X(36) VALUE
              'REGISTRAR DOCUMENT REQUEST QUEUE'.
           05 FILLER PIC X(22).
      *  PROCESSING DATE THE QUEUE IS AGED TO.
       01 HDR-RUNINFO.
           05 FILLER PIC X(10) VALUE 'AS OF:    '.
           05 RUNINFO-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 RUNINFO-DD PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 RUNINFO-YY PIC 9999.
           05 FILLER PIC X(60) VALUE SPACES.
       01 QUEUE-SEC-HDR.
           05 QH-NAME PIC X(20).
           05 FILLER PIC X(60).
       01 QUEUE-COL-HDR.
           05 FILLER PIC X(8) VALUE 'REQ NO'.
           05 FILLER PIC X(14) VALUE 'STUDENT NO.'.
           05 FILLER PIC X(25) VALUE 'DOCUMENT'.
           05 FILLER PIC X(4) VALUE 'CP'.
           05 FILLER PIC X(11) VALUE '      FEE'.
           05 FILLER PIC X(10) VALUE 'REQUESTED'.
           05 FILLER PIC X(8) VALUE 'DAYS'.
       01 QUEUE-DTL.
           05 QD-REQNO PIC 9(6).
           05 FILLER PIC X(2).
           05 QD-STUD PIC X(12).
           05 FILLER PIC X(2).
           05 QD-DOC PIC X(24).
           05 FILLER PIC X(1).
           05 QD-COPIES PIC Z9.
           05 FILLER PIC X(2).
           05 QD-FEE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 QD-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 QD-DAYS PIC ZZZ9.
           05 FILLER PIC X(4).
       01 QUEUE-TOT-LINE.
           05 FILLER PIC X(10) VALUE 'REQUESTS: '.
           05 QT-CNT PIC ZZZ9.
           05 FILLER PIC X(9) VALUE '   FEES: '.
           05 QT-FEE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(47).
       01 CERT-TITLE.
           05 FILLER PIC X(28).
           05 CT-NAME PIC X(24).
           05 FILLER PIC X(28).
       01 CERT-DATE-LINE.
           05 FILLER PIC X(6) VALUE 'DATE: '.
           05 CD-MM PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 CD-DD PIC 99.
           05 FILLER PIC X(1) VALUE '/'.
           05 CD-YY PIC 9999.
           05 FILLER PIC X(64).
       01 CERT-SALUT.
           05 FILLER PIC X(80) VALUE 'TO WHOM IT MAY CONCERN:'.
       01 CERT-BODY1.
           05 FILLER PIC X(24) VALUE 'THIS IS TO CERTIFY THAT '.
           05 CB-NAME PIC X(25).
           05 FILLER PIC X(31).
      *  STUDENT NUMBER, COURSE, AND YEAR, STRUNG TOGETHER SO THE
      *  SENTENCE READS WITHOUT THE FIELD PADDING.
       01 CERT-BODY2 PIC X(80).
       01 CERT-BODY3.
           05 CB-TEXT PIC X(45).
           05 FILLER PIC X(35).
       01 CERT-BODY4.
           05 FILLER PIC X(52) VALUE
              'ISSUED UPON THE REQUEST OF THE STUDENT FOR WHATEVER'.
           05 FILLER PIC X(28) VALUE 'LEGAL PURPOSE IT MAY SERVE.'.
       01 CERT-REF.
           05 FILLER PIC X(12) VALUE 'REQUEST NO. '.
           05 CR-REQNO PIC 9(6).
           05 FILLER PIC X(12) VALUE '   O.R. NO. '.
           05 CR-ORNO PIC X(8).
           05 FILLER PIC X(42).
       01 SIGN-LINE.
           05 FILLER PIC X(42).
           05 FILLER PIC X(38) VALUE
              '______________________________'.
       01 SIGN-LINE2.
           05 FILLER PIC X(42).
           05 FILLER PIC X(38) VALUE '          REGISTRAR'.
       01 RULE-LINE.
           05 FILLER PIC X(80) VALUE ALL '-'.
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE DOCUMENTS THE REGISTRAR ISSUES - CODE, NAME, FEE PER
      *  COPY, AND THE CERTIFYING SENTENCE PRINTED ON THE
      *  CERTIFICATION. A TRANSCRIPT IS PRINTED BY TRANSCRIPT ITSELF.
       01 DOCTYPE-TABLE-VALUES.
           05 FILLER PIC X(32) VALUE
              'TTRANSCRIPT OF RECORDS   0015000'.
           05 FILLER PIC X(45) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
              'CCERTIFICATION           0005000'.
           05 FILLER PIC X(45) VALUE
              'IS A BONA FIDE STUDENT OF THIS INSTITUTION.'.
           05 FILLER PIC X(32) VALUE
              'DDIPLOMA                 0020000'.
           05 FILLER PIC X(45) VALUE
              'IS ENTITLED TO THE RELEASE OF THE DIPLOMA.'.
           05 FILLER PIC X(32) VALUE
              'HHONORABLE DISMISSAL     0010000'.
           05 FILLER PIC X(45) VALUE
              'HAS BEEN GRANTED HONORABLE DISMISSAL.'.
       01 DOCTYPE-TABLE REDEFINES DOCTYPE-TABLE-VALUES.
           05 DT-ENTRY OCCURS 4 TIMES.
              10 DT-CODE PIC X(1).
              10 DT-NAME PIC X(24).
              10 DT-FEE PIC 9(5)V99.
              10 DT-BODY PIC X(45).
       01 DT-TAB-MAX PIC 9 VALUE 4.
       01 DT-IDX PIC 9 VALUE 1.
      *  THE QUEUE REPORT SECTIONS, IN WORK ORDER.
       01 QSEC-TABLE-VALUES.
           05 FILLER PIC X(21) VALUE 'PPENDING PAYMENT'.
           05 FILLER PIC X(21) VALUE 'RREADY FOR RELEASE'.
           05 FILLER PIC X(21) VALUE 'LRELEASED TODAY'.
       01 QSEC-TABLE REDEFINES QSEC-TABLE-VALUES.
           05 QS-ENTRY OCCURS 3 TIMES.
              10 QS-CODE PIC X(1).
              10 QS-NAME PIC X(20).
       01 QS-TAB-MAX PIC 9 VALUE 3.
       01 QS-IDX PIC 9 VALUE 1.
      *  THE REQUEST BEING WORKED - SAME LAYOUT AS DOC-REC.
       01 REQ-WORK.
           05 RW-REQNO PIC 9(6).
           05 RW-STUD PIC X(12).
           05 RW-TYPE PIC X(1).
           05 RW-COPIES PIC 99.
           05 RW-FEE PIC 9(5)V99.
           05 RW-ORNO PIC X(8).
           05 RW-STATUS PIC X(1).
           05 RW-REQ-DATE PIC 9(8).
           05 RW-REL-DATE PIC 9(8).
           05 RW-RELTO PIC X(25).
      *  TERMS KEYED FOR A TRANSCRIPT, OLDEST FIRST, HANDED TO
      *  TRANSCRIPT IN THE ORDER IT ASKS FOR THEM.
       01 TERM-TABLE.
           05 TRM-ENTRY OCCURS 20 TIMES PIC X(6).
       01 TRM-CNT PIC 99 VALUE 0.
       01 TRM-SUB PIC 99 VALUE 0.
       01 TERM-EDIT-WS PIC X(6).
       01 DOC-CMD PIC X(200).
       01 CMD-PTR PIC 999 VALUE 1.
       01 CERT-FILE-NAME PIC X(20).
       01 QUEUE-FILE-NAME PIC X(30).
       01 KEY-STUD PIC X(12).
       01 KEY-TYPE PIC X(1).
       01 KEY-COPIES PIC 99 VALUE 0.
       01 KEY-REQNO PIC 9(6) VALUE 0.
       01 KEY-ORNO PIC X(8).
       01 NEXT-REQNO PIC 9(6) VALUE 0.
       01 CUR-NAME PIC X(25).
       01 CUR-CRS PIC X(5).
       01 CUR-YR PIC 9.
       01 OR-STUD PIC X(12).
       01 OR-TERM PIC X(6).
       01 OR-AMOUNT PIC 9(7)V99 VALUE 0.
       01 FEE-EDIT PIC ZZ,ZZ9.99.
       01 COPY-SUB PIC 99 VALUE 0.
       01 DOC-STATUS PIC XX.
       01 SM-STATUS PIC XX.
       01 PAY-STATUS PIC XX.
       01 HOLD-STATUS PIC XX.
       01 PROCDATE-STATUS PIC XX.
       01 RUN-DATE-WS.
           05 RUN-DATE-YY PIC 9999.
           05 RUN-DATE-MM PIC 99.
           05 RUN-DATE-DD PIC 99.
       01 RUN-DATE-9 REDEFINES RUN-DATE-WS PIC 9(8).
      *  AGING ON THE 360-DAY CALENDAR, AS IN THE A/R AGING RUN.
       01 AGE-DATE-WS.
           05 AGE-DATE-YY PIC 9999.
           05 AGE-DATE-MM PIC 99.
           05 AGE-DATE-DD PIC 99.
       01 AGE-DATE-9 REDEFINES AGE-DATE-WS PIC 9(8).
       01 TODAY-DAYS PIC 9(7) VALUE 0.
       01 END-DAYS PIC 9(7) VALUE 0.
       01 REQ-DAYS PIC 9(7) VALUE 0.
       01 AGE-DAYS PIC S9(5) VALUE 0.
       01 SEC-CNT PIC 9(4) VALUE 0.
       01 SEC-FEE PIC 9(6)V99 VALUE 0.
       01 RECS-READ PIC 9(6) VALUE 0.
       01 RECS-WRITTEN PIC 9(6) VALUE 0.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
           05 FOUND-SW PIC X(3) VALUE 'NO'.
           05 OTHER-CO-SW PIC X(3) VALUE 'NO'.
           05 VALID-SW PIC X(3) VALUE 'NO'.
           05 USED-SW PIC X(3) VALUE 'NO'.
           05 PAY-FOUND-SW PIC X(3) VALUE 'NO'.
           05 HOLD-SW PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  REGISTRAR DOCUMENT REQUESTS: LOG A REQUEST FOR A TRANSCRIPT,
      *  CERTIFICATION, DIPLOMA, OR HONORABLE DISMISSAL, RECORD THE
      *  CASHIER'S RECEIPT AND PRINT THE DOCUMENT, RELEASE IT ONCE
      *  THE STUDENT IS CLEAR OF HOLDS, AND LIST THE DAY'S QUEUE -
      *  REPLACES THE REQUEST NOTEBOOK.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           PERFORM GET-PROC-DATE-RTN.
           COMPUTE TODAY-DAYS =
               (RUN-DATE-YY * 360) + (RUN-DATE-MM * 30) + RUN-DATE-DD.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING DOCUMENT REQUESTS.'.
           STOP RUN.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'REGISTRAR DOCUMENT REQUESTS'.
           DISPLAY '  (L)OG A REQUEST'.
           DISPLAY '  (P)AY - RECORD THE RECEIPT AND PRINT'.
           DISPLAY '  (R)ELEASE A DOCUMENT'.
           DISPLAY '  (V)IEW ALL REQUESTS'.
           DISPLAY '  (D)AILY QUEUE REPORT'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'L' PERFORM LOG-RTN
               WHEN 'P' PERFORM PAY-RTN
               WHEN 'R' PERFORM RELEASE-RTN
               WHEN 'V' PERFORM VIEW-RTN
               WHEN 'D' PERFORM QUEUE-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  LOG REQUESTS - MODELED ON SALESMAN-TXT'S INPUT-RTN. THE FEE
      *  IS THE DOCUMENT'S RATE TIMES THE COPIES; THE REQUEST WAITS
      *  AS PENDING UNTIL THE CASHIER'S RECEIPT IS KEYED.
       LOG-RTN.
           MOVE 'Y' TO ANSWER.
           PERFORM LOG-ENTRY-RTN UNTIL ANSWER = 'N'.
       LOG-ENTRY-RTN.
           DISPLAY 'ENTER STUDENT NUMBER: '.
           ACCEPT KEY-STUD.
           PERFORM CHECK-STUD-RTN.
           IF OTHER-CO-SW = 'YES'
               DISPLAY 'STUDENT IS ON ANOTHER COMPANY''S ROLL - '
                   'REQUEST NOT LOGGED.'
           ELSE
           IF FOUND-SW = 'NO'
               DISPLAY 'STUDENT NOT ON THE MASTER - REQUEST NOT '
                   'LOGGED.'
           ELSE
               PERFORM LOG-WRITE-RTN
           END-IF
           END-IF.
           DISPLAY 'LOG ANOTHER REQUEST (Y/N)? '.
           ACCEPT ANSWER.
       LOG-WRITE-RTN.
           DISPLAY 'STUDENT NAME:   ' CUR-NAME.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-TYPE-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-COPIES-RTN UNTIL VALID-SW = 'YES'.
           PERFORM NEXT-REQNO-RTN.
           MOVE NEXT-REQNO TO DR-REQNO.
           MOVE KEY-STUD TO DR-STUD.
           MOVE KEY-TYPE TO DR-TYPE.
           MOVE KEY-COPIES TO DR-COPIES.
           COMPUTE DR-FEE = DT-FEE (DT-IDX) * KEY-COPIES.
           MOVE SPACES TO DR-ORNO.
           MOVE 'P' TO DR-STATUS.
           MOVE RUN-DATE-9 TO DR-REQ-DATE.
           MOVE 0 TO DR-REL-DATE.
           MOVE SPACES TO DR-RELTO.
           OPEN EXTEND DOC-FILE.
           IF DOC-STATUS = '35'
               OPEN OUTPUT DOC-FILE
           END-IF.
           WRITE DOC-REC.
           CLOSE DOC-FILE.
           MOVE DR-FEE TO FEE-EDIT.
           DISPLAY 'REQUEST ' DR-REQNO ' LOGGED - FEE ' FEE-EDIT
               ' PAYABLE AT THE CASHIER (TERM CODE DOCFEE).'.
       GET-TYPE-RTN.
           DISPLAY 'ENTER DOCUMENT (T=TRANSCRIPT, C=CERTIFICATION, '
               'D=DIPLOMA, H=HONORABLE DISMISSAL): '.
           ACCEPT KEY-TYPE.
           MOVE 1 TO DT-IDX.
           PERFORM FIND-TYPE-RTN UNTIL DT-IDX > DT-TAB-MAX
               OR KEY-TYPE = DT-CODE (DT-IDX).
           IF DT-IDX > DT-TAB-MAX
               DISPLAY 'DOCUMENT MUST BE T, C, D, OR H - TRY AGAIN.'
           ELSE
               MOVE 'YES' TO VALID-SW
           END-IF.
       FIND-TYPE-RTN.
           ADD 1 TO DT-IDX.
       GET-COPIES-RTN.
           DISPLAY 'ENTER NUMBER OF COPIES (1-10): '.
           ACCEPT KEY-COPIES.
           IF KEY-COPIES > 0 AND KEY-COPIES NOT > 10
               MOVE 'YES' TO VALID-SW
           ELSE
               DISPLAY 'COPIES MUST BE 1 TO 10 - TRY AGAIN.'
           END-IF.
      *  THE STUDENT'S NAME, COURSE, AND YEAR FROM THE MASTER. A
      *  MISSING MASTER (STATUS 35) LEAVES THE STUDENT NOT FOUND.
       CHECK-STUD-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'NO' TO OTHER-CO-SW.
           MOVE SPACES TO CUR-NAME.
           MOVE SPACES TO CUR-CRS.
           MOVE 0 TO CUR-YR.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT8.
           IF SM-STATUS = '35'
               DISPLAY 'NO STUDENT MASTER ON FILE.'
           ELSE
               READ ACCT8
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM CHECK-STUD-COMP UNTIL EOF = 'YES'
               CLOSE ACCT8
           END-IF.
      *  A STUDENT ON ANOTHER COMPANY'S ROLL IS NOT FOUND HERE - A
      *  BLANK COMPANY CODE IS THE HOME COMPANY'S.
       CHECK-STUD-COMP.
           IF SM-NUM = KEY-STUD
               IF SM-CO = COPROF-CODE-WS
                   OR (SM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
                   MOVE 'YES' TO FOUND-SW
                   MOVE SM-NAME TO CUR-NAME
                   MOVE SM-CRS TO CUR-CRS
                   MOVE SM-YR TO CUR-YR
               ELSE
                   MOVE 'YES' TO OTHER-CO-SW
               END-IF
               MOVE 'YES' TO EOF
           ELSE
               READ ACCT8 AT END MOVE 'YES' TO EOF
           END-IF.
      *  NEXT REQUEST NUMBER - ONE PAST THE HIGHEST ON FILE.
       NEXT-REQNO-RTN.
           MOVE 0 TO NEXT-REQNO.
           MOVE 'NO' TO EOF.
           OPEN INPUT DOC-FILE.
           IF DOC-STATUS NOT = '35'
               READ DOC-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM NEXT-REQNO-COMP UNTIL EOF = 'YES'
               CLOSE DOC-FILE
           END-IF.
           ADD 1 TO NEXT-REQNO.
       NEXT-REQNO-COMP.
           IF DR-REQNO > NEXT-REQNO
               MOVE DR-REQNO TO NEXT-REQNO
           END-IF.
           READ DOC-FILE AT END MOVE 'YES' TO EOF.
      *  RECORD THE RECEIPT FOR A PENDING REQUEST. THE RECEIPT MUST
      *  BE POSTED BY THE CASHIER FOR THE SAME STUDENT UNDER TERM
      *  CODE DOCFEE, COVER THE FEE, AND NOT ALREADY BE APPLIED TO
      *  ANOTHER REQUEST. THE DOCUMENT IS PRINTED AS SOON AS IT IS
      *  PAID.
       PAY-RTN.
           DISPLAY 'ENTER REQUEST NUMBER: '.
           ACCEPT KEY-REQNO.
           PERFORM FIND-REQ-RTN.
           IF FOUND-SW = 'NO'
               DISPLAY 'NO SUCH REQUEST ON FILE.'
           ELSE
               IF RW-STATUS NOT = 'P'
                   DISPLAY 'REQUEST IS NOT PENDING PAYMENT - STATUS '
                       RW-STATUS
               ELSE
                   PERFORM PAY-ORNO-RTN
               END-IF
           END-IF.
       PAY-ORNO-RTN.
           MOVE RW-FEE TO FEE-EDIT.
           DISPLAY 'STUDENT ' RW-STUD '  FEE DUE ' FEE-EDIT.
           DISPLAY 'ENTER OFFICIAL RECEIPT NUMBER: '.
           ACCEPT KEY-ORNO.
           PERFORM CHECK-ORNO-RTN.
           IF VALID-SW = 'YES'
               MOVE KEY-ORNO TO RW-ORNO
               MOVE 'R' TO RW-STATUS
               PERFORM PRINT-DOC-RTN
               PERFORM UPDATE-REQ-RTN
               DISPLAY 'PAYMENT RECORDED - REQUEST ' RW-REQNO
                   ' READY FOR RELEASE.'
           END-IF.
       CHECK-ORNO-RTN.
           MOVE 'NO' TO VALID-SW.
           MOVE 'NO' TO USED-SW.
           MOVE 'NO' TO EOF.
           OPEN INPUT DOC-FILE.
           READ DOC-FILE AT END MOVE 'YES' TO EOF.
           PERFORM CHECK-USED-COMP UNTIL EOF = 'YES'.
           CLOSE DOC-FILE.
           MOVE 'NO' TO PAY-FOUND-SW.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAY-IN.
           IF PAY-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAY-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM CHECK-PAY-COMP UNTIL EOF = 'YES'
               CLOSE PAY-IN
           END-IF.
           IF USED-SW = 'YES'
               DISPLAY 'RECEIPT ALREADY APPLIED TO ANOTHER REQUEST.'
           ELSE
               IF PAY-FOUND-SW = 'NO'
                   DISPLAY 'RECEIPT NOT POSTED BY THE CASHIER.'
               ELSE
                   PERFORM CHECK-ORNO-COMP
               END-IF
           END-IF.
       CHECK-ORNO-COMP.
           IF OR-STUD NOT = RW-STUD
               DISPLAY 'RECEIPT WAS ISSUED TO STUDENT ' OR-STUD '.'
           ELSE
               IF OR-TERM NOT = 'DOCFEE'
                   DISPLAY 'RECEIPT IS NOT FOR A DOCUMENT FEE - TERM '
                       OR-TERM '.'
               ELSE
                   IF OR-AMOUNT < RW-FEE
                       DISPLAY 'RECEIPT AMOUNT IS LESS THAN THE FEE.'
                   ELSE
                       MOVE 'YES' TO VALID-SW
                   END-IF
               END-IF
           END-IF.
       CHECK-USED-COMP.
           IF DR-ORNO = KEY-ORNO
               MOVE 'YES' TO USED-SW
               MOVE 'YES' TO EOF
           ELSE
               READ DOC-FILE AT END MOVE 'YES' TO EOF
           END-IF.
       CHECK-PAY-COMP.
           IF PY-ORNO = KEY-ORNO
               MOVE 'YES' TO PAY-FOUND-SW
               MOVE PY-STUD TO OR-STUD
               MOVE PY-TERM TO OR-TERM
               MOVE PY-AMOUNT TO OR-AMOUNT
               MOVE 'YES' TO EOF
           ELSE
               READ PAY-IN AT END MOVE 'YES' TO EOF
           END-IF.
      *  PRINT THE PAID DOCUMENT - A TRANSCRIPT IS RUN THROUGH
      *  TRANSCRIPT ITSELF; EVERY OTHER DOCUMENT IS A CERTIFICATION
      *  PRINTED HERE, ONE PAGE PER COPY.
       PRINT-DOC-RTN.
           MOVE 1 TO DT-IDX.
           PERFORM FIND-TYPE-RTN UNTIL DT-IDX > DT-TAB-MAX
               OR RW-TYPE = DT-CODE (DT-IDX).
           IF RW-TYPE = 'T'
               PERFORM PRINT-TRN-RTN
           ELSE
               PERFORM PRINT-CERT-RTN
           END-IF.
      *  HAND TRANSCRIPT THE STUDENT NUMBER AND THE TERM LIST IT
      *  WOULD OTHERWISE PROMPT FOR, THE WAY THE BATCH DRIVER
      *  STARTS ITS JOBS.
       PRINT-TRN-RTN.
           MOVE 0 TO TRM-CNT.
           MOVE SPACES TO TERM-EDIT-WS.
           DISPLAY 'ENTER THE STUDENT''S ARCHIVED TERM CODES OLDEST '
               'FIRST,'.
           DISPLAY 'ONE PER LINE (BLANK LINE WHEN DONE):'.
           PERFORM GET-TERM-ENTRY-RTN UNTIL TERM-EDIT-WS = 'END   '.
           MOVE SPACES TO DOC-CMD.
           MOVE 1 TO CMD-PTR.
           STRING "printf '" DELIMITED BY SIZE
               RW-STUD DELIMITED BY SPACE
               "\n" DELIMITED BY SIZE
               INTO DOC-CMD WITH POINTER CMD-PTR.
           MOVE 1 TO TRM-SUB.
           PERFORM ADD-TERM-CMD-RTN UNTIL TRM-SUB > TRM-CNT.
           STRING "\n' | ./TRNSCRPT > DOCTRN.LOG" DELIMITED BY SIZE
               INTO DOC-CMD WITH POINTER CMD-PTR.
           CALL 'SYSTEM' USING DOC-CMD.
           IF RETURN-CODE = 0
               DISPLAY 'TRANSCRIPT PRINTED FOR STUDENT ' RW-STUD
               DISPLAY 'ISSUE ' RW-COPIES ' COPIES FROM ITS TRN_ FILE.'
           ELSE
               DISPLAY 'TRANSCRIPT RUN FAILED - RUN TRANSCRIPT FOR '
                   RW-STUD ' BY HAND.'
               MOVE 0 TO RETURN-CODE
           END-IF.
       GET-TERM-ENTRY-RTN.
           MOVE SPACES TO TERM-EDIT-WS.
           ACCEPT TERM-EDIT-WS.
           IF TERM-EDIT-WS = SPACES
               MOVE 'END   ' TO TERM-EDIT-WS
           ELSE
               IF TRM-CNT < 20
                   ADD 1 TO TRM-CNT
                   MOVE TERM-EDIT-WS TO TRM-ENTRY (TRM-CNT)
               END-IF
           END-IF.
       ADD-TERM-CMD-RTN.
           STRING TRM-ENTRY (TRM-SUB) DELIMITED BY SPACE
               "\n" DELIMITED BY SIZE
               INTO DOC-CMD WITH POINTER CMD-PTR.
           ADD 1 TO TRM-SUB.
       PRINT-CERT-RTN.
           MOVE RW-STUD TO KEY-STUD.
           PERFORM CHECK-STUD-RTN.
           MOVE SPACES TO CERT-FILE-NAME.
           STRING 'CERT_' DELIMITED BY SIZE
               RW-REQNO DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO CERT-FILE-NAME.
           MOVE DT-NAME (DT-IDX) TO CT-NAME.
           MOVE RUN-DATE-MM TO CD-MM.
           MOVE RUN-DATE-DD TO CD-DD.
           MOVE RUN-DATE-YY TO CD-YY.
           MOVE CUR-NAME TO CB-NAME.
           MOVE SPACES TO CERT-BODY2.
           STRING 'STUDENT NUMBER ' DELIMITED BY SIZE
               RW-STUD DELIMITED BY SPACE
               ', COURSE ' DELIMITED BY SIZE
               CUR-CRS DELIMITED BY SPACE
               ', YEAR ' DELIMITED BY SIZE
               CUR-YR DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               INTO CERT-BODY2.
           MOVE DT-BODY (DT-IDX) TO CB-TEXT.
           MOVE RW-REQNO TO CR-REQNO.
           MOVE RW-ORNO TO CR-ORNO.
           OPEN OUTPUT CERT-OUT.
           MOVE 1 TO COPY-SUB.
           PERFORM CERT-PAGE-RTN UNTIL COPY-SUB > RW-COPIES.
           CLOSE CERT-OUT.
           DISPLAY 'CERTIFICATION PRINTED TO ' CERT-FILE-NAME.
       CERT-PAGE-RTN.
           WRITE CERT-LINE-OUT FROM RULE-LINE.
           WRITE CERT-LINE-OUT FROM HEADER.
           WRITE CERT-LINE-OUT FROM HEADER2.
           WRITE CERT-LINE-OUT FROM BLNK-LINE.
           WRITE CERT-LINE-OUT FROM CERT-TITLE.
           WRITE CERT-LINE-OUT FROM BLNK-LINE.
           WRITE CERT-LINE-OUT FROM CERT-DATE-LINE.
           WRITE CERT-LINE-OUT FROM BLNK-LINE.
           WRITE CERT-LINE-OUT FROM CERT-SALUT.
           WRITE CERT-LINE-OUT FROM BLNK-LINE.
           WRITE CERT-LINE-OUT FROM CERT-BODY1.
           WRITE CERT-LINE-OUT FROM CERT-BODY2.
           WRITE CERT-LINE-OUT FROM CERT-BODY3.
           WRITE CERT-LINE-OUT FROM BLNK-LINE.
           WRITE CERT-LINE-OUT FROM CERT-BODY4.
           WRITE CERT-LINE-OUT FROM BLNK-LINE.
           WRITE CERT-LINE-OUT FROM CERT-REF.
           WRITE CERT-LINE-OUT FROM BLNK-LINE.
           WRITE CERT-LINE-OUT FROM BLNK-LINE.
           WRITE CERT-LINE-OUT FROM SIGN-LINE.
           WRITE CERT-LINE-OUT FROM SIGN-LINE2.
           WRITE CERT-LINE-OUT FROM RULE-LINE.
           ADD 1 TO COPY-SUB.
      *  RELEASE A PAID DOCUMENT. ANY ACTIVE HOLD BLOCKS THE RELEASE
      *  AND IS LISTED SO THE STUDENT KNOWS WHICH OFFICE TO CLEAR.
       RELEASE-RTN.
           DISPLAY 'ENTER REQUEST NUMBER: '.
           ACCEPT KEY-REQNO.
           PERFORM FIND-REQ-RTN.
           IF FOUND-SW = 'NO'
               DISPLAY 'NO SUCH REQUEST ON FILE.'
           ELSE
               IF RW-STATUS NOT = 'R'
                   DISPLAY 'REQUEST IS NOT READY FOR RELEASE - STATUS '
                       RW-STATUS
               ELSE
                   PERFORM CHECK-HOLD-RTN
                   IF HOLD-SW = 'YES'
                       DISPLAY 'RELEASE BLOCKED - THE HOLDS ABOVE '
                           'MUST BE LIFTED FIRST.'
                   ELSE
                       PERFORM RELEASE-DOC-RTN
                   END-IF
               END-IF
           END-IF.
       RELEASE-DOC-RTN.
           MOVE RW-STUD TO KEY-STUD.
           PERFORM CHECK-STUD-RTN.
           DISPLAY 'RELEASED TO (BLANK = THE STUDENT): '.
           MOVE SPACES TO RW-RELTO.
           ACCEPT RW-RELTO.
           IF RW-RELTO = SPACES
               MOVE CUR-NAME TO RW-RELTO
           END-IF.
           MOVE 'L' TO RW-STATUS.
           MOVE RUN-DATE-9 TO RW-REL-DATE.
           PERFORM UPDATE-REQ-RTN.
           DISPLAY 'DOCUMENT RELEASED TO ' RW-RELTO.
       CHECK-HOLD-RTN.
           MOVE 'NO' TO HOLD-SW.
           MOVE 'NO' TO EOF.
           OPEN INPUT HOLD-IN.
           IF HOLD-STATUS NOT = '35'
               READ HOLD-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM CHECK-HOLD-COMP UNTIL EOF = 'YES'
               CLOSE HOLD-IN
           END-IF.
       CHECK-HOLD-COMP.
           IF HD-STUD = RW-STUD AND HD-STATUS = 'A'
               MOVE 'YES' TO HOLD-SW
               DISPLAY 'ACTIVE HOLD: ' HD-TYPE '  ' HD-REASON
           END-IF.
           READ HOLD-IN AT END MOVE 'YES' TO EOF.
      *  PULL ONE REQUEST INTO REQ-WORK BY NUMBER. A REQUEST FOR A
      *  STUDENT ON ANOTHER COMPANY'S ROLL IS THAT COMPANY'S TO WORK.
       FIND-REQ-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'NO' TO EOF.
           OPEN INPUT DOC-FILE.
           IF DOC-STATUS NOT = '35'
               READ DOC-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM FIND-REQ-COMP UNTIL EOF = 'YES'
               CLOSE DOC-FILE
           END-IF.
           IF FOUND-SW = 'YES'
               MOVE RW-STUD TO KEY-STUD
               PERFORM CHECK-STUD-RTN
               IF OTHER-CO-SW = 'YES'
                   DISPLAY 'REQUEST IS FOR ANOTHER COMPANY''S STUDENT.'
                   MOVE 'NO' TO FOUND-SW
               ELSE
                   MOVE 'YES' TO FOUND-SW
               END-IF
           END-IF.
       FIND-REQ-COMP.
           IF DR-REQNO = KEY-REQNO
               MOVE DOC-REC TO REQ-WORK
               MOVE 'YES' TO FOUND-SW
               MOVE 'YES' TO EOF
           ELSE
               READ DOC-FILE AT END MOVE 'YES' TO EOF
           END-IF.
      *  WRITE REQ-WORK BACK OVER ITS REQUEST THROUGH THE SCRATCH
      *  FILE, THEN COPY THE SCRATCH BACK OVER DOCREQ.TXT.
       UPDATE-REQ-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT DOC-FILE
               OUTPUT DOC-SCRATCH.
           READ DOC-FILE AT END MOVE 'YES' TO EOF.
           PERFORM UPDATE-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE DOC-FILE, DOC-SCRATCH.
           PERFORM SWAP-RTN.
       UPDATE-COPY-RTN.
           IF DR-REQNO = RW-REQNO
               MOVE REQ-WORK TO DOC-REC
           END-IF.
           MOVE DOC-REC TO DOC-REC2.
           WRITE DOC-REC2.
           READ DOC-FILE AT END MOVE 'YES' TO EOF.
       SWAP-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT DOC-SCRATCH
               OUTPUT DOC-FILE.
           READ DOC-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM SWAP-COPY-RTN UNTIL EOF = 'YES'.
           CLOSE DOC-SCRATCH, DOC-FILE.
       SWAP-COPY-RTN.
           MOVE DOC-REC2 TO DOC-REC.
           WRITE DOC-REC.
           READ DOC-SCRATCH AT END MOVE 'YES' TO EOF.
       VIEW-RTN.
           PERFORM LOAD-OST-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT DOC-FILE.
           IF DOC-STATUS = '35'
               DISPLAY 'NO REQUESTS LOGGED YET.'
           ELSE
               READ DOC-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM VIEW-COMP UNTIL EOF = 'YES'
               CLOSE DOC-FILE
           END-IF.
      *  ONLY THE RUN COMPANY'S STUDENTS' REQUESTS ARE SHOWN.
       VIEW-COMP.
           MOVE DR-STUD TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF OST-SUB > OST-CNT
               PERFORM VIEW-ONE-RTN
           END-IF.
           READ DOC-FILE AT END MOVE 'YES' TO EOF.
       VIEW-ONE-RTN.
           MOVE DR-FEE TO FEE-EDIT.
           DISPLAY 'REQUEST NUMBER: ' DR-REQNO.
           DISPLAY 'STUDENT NUMBER: ' DR-STUD.
           DISPLAY 'DOCUMENT/COPIES:' DR-TYPE ' / ' DR-COPIES.
           DISPLAY 'FEE/RECEIPT:    ' FEE-EDIT ' / ' DR-ORNO.
           DISPLAY 'STATUS:         ' DR-STATUS.
           DISPLAY 'REQUESTED:      ' DR-REQ-DATE.
           IF DR-STATUS = 'L'
               DISPLAY 'RELEASED:       ' DR-REL-DATE ' TO '
                   DR-RELTO
           END-IF.
           DISPLAY ' '.
      *  THE DAILY QUEUE: REQUESTS AWAITING PAYMENT AND PAID
      *  DOCUMENTS AWAITING RELEASE, AGED IN DAYS SINCE THEY WERE
      *  LOGGED, THEN THE DAY'S RELEASES WITH THEIR TURNAROUND.
       QUEUE-RTN.
           PERFORM LOAD-OST-RTN.
           MOVE 0 TO RECS-READ.
           MOVE 0 TO RECS-WRITTEN.
           MOVE SPACES TO QUEUE-FILE-NAME.
           STRING 'DOCQUE_' DELIMITED BY SIZE
               CO-TAG-WS DELIMITED BY SPACE
               RUN-DATE-9 DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO QUEUE-FILE-NAME.
           OPEN OUTPUT QUEUE-OUT.
           MOVE RUN-DATE-MM TO RUNINFO-MM.
           MOVE RUN-DATE-DD TO RUNINFO-DD.
           MOVE RUN-DATE-YY TO RUNINFO-YY.
           WRITE QUEUE-LINE-OUT FROM HEADER.
           WRITE QUEUE-LINE-OUT FROM HEADER2.
           WRITE QUEUE-LINE-OUT FROM BLNK-LINE.
           WRITE QUEUE-LINE-OUT FROM QUEUE-TITLE.
           WRITE QUEUE-LINE-OUT FROM HDR-RUNINFO.
           MOVE 1 TO QS-IDX.
           PERFORM QUEUE-SECTION-RTN UNTIL QS-IDX > QS-TAB-MAX.
           CLOSE QUEUE-OUT.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'QUEUE REPORT WRITTEN TO ' QUEUE-FILE-NAME.
       QUEUE-SECTION-RTN.
           MOVE 0 TO SEC-CNT.
           MOVE 0 TO SEC-FEE.
           MOVE QS-NAME (QS-IDX) TO QH-NAME.
           WRITE QUEUE-LINE-OUT FROM BLNK-LINE.
           WRITE QUEUE-LINE-OUT FROM QUEUE-SEC-HDR.
           WRITE QUEUE-LINE-OUT FROM QUEUE-COL-HDR.
           MOVE 'NO' TO EOF.
           OPEN INPUT DOC-FILE.
           IF DOC-STATUS NOT = '35'
               READ DOC-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM QUEUE-LINE-RTN UNTIL EOF = 'YES'
               CLOSE DOC-FILE
           END-IF.
           MOVE SEC-CNT TO QT-CNT.
           MOVE SEC-FEE TO QT-FEE.
           WRITE QUEUE-LINE-OUT FROM QUEUE-TOT-LINE.
           ADD 1 TO QS-IDX.
       QUEUE-LINE-RTN.
           IF QS-IDX = 1
               ADD 1 TO RECS-READ
           END-IF.
           MOVE DR-STUD TO OST-KEY-WS.
           PERFORM FIND-OST-RTN.
           IF DR-STATUS = QS-CODE (QS-IDX)
               AND (DR-STATUS NOT = 'L' OR DR-REL-DATE = RUN-DATE-9)
               AND OST-SUB > OST-CNT
               PERFORM QUEUE-DTL-RTN
           END-IF.
           READ DOC-FILE AT END MOVE 'YES' TO EOF.
       QUEUE-DTL-RTN.
           MOVE 1 TO DT-IDX.
           PERFORM FIND-TYPE-RTN UNTIL DT-IDX > DT-TAB-MAX
               OR DR-TYPE = DT-CODE (DT-IDX).
           MOVE SPACES TO QUEUE-DTL.
           MOVE DR-REQNO TO QD-REQNO.
           MOVE DR-STUD TO QD-STUD.
           IF DT-IDX > DT-TAB-MAX
               MOVE DR-TYPE TO QD-DOC
           ELSE
               MOVE DT-NAME (DT-IDX) TO QD-DOC
           END-IF.
           MOVE DR-COPIES TO QD-COPIES.
           MOVE DR-FEE TO QD-FEE.
           MOVE DR-REQ-DATE TO QD-DATE.
           MOVE DR-REQ-DATE TO AGE-DATE-9.
           COMPUTE REQ-DAYS =
               (AGE-DATE-YY * 360) + (AGE-DATE-MM * 30) + AGE-DATE-DD.
           IF DR-STATUS = 'L'
               MOVE DR-REL-DATE TO AGE-DATE-9
               COMPUTE END-DAYS = (AGE-DATE-YY * 360)
                   + (AGE-DATE-MM * 30) + AGE-DATE-DD
           ELSE
               MOVE TODAY-DAYS TO END-DAYS
           END-IF.
           COMPUTE AGE-DAYS = END-DAYS - REQ-DAYS.
           IF AGE-DAYS < 0
               MOVE 0 TO AGE-DAYS
           END-IF.
           MOVE AGE-DAYS TO QD-DAYS.
           WRITE QUEUE-LINE-OUT FROM QUEUE-DTL.
           ADD 1 TO SEC-CNT.
           ADD DR-FEE TO SEC-FEE.
           ADD 1 TO RECS-WRITTEN.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'DOC-REQUEST    ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE RECS-READ TO RL-RECS-READ.
           MOVE RECS-WRITTEN TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
       GET-PROC-DATE-RTN.
           OPEN INPUT PROCDATE-IN.
           IF PROCDATE-STATUS = '35'
               ACCEPT RUN-DATE-9 FROM DATE YYYYMMDD
           ELSE
               READ PROCDATE-IN
                   AT END
                       ACCEPT RUN-DATE-9 FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE PD-DATE TO RUN-DATE-9
               END-READ
               CLOSE PROCDATE-IN
           END-IF.
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
               IF RUNCO-SCHOOL NOT = SPACES
                   MOVE RUNCO-SCHOOL TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
      *  EACH REPORT OF A COMPANY OTHER THAN THE HOME ONE CARRIES ITS
      *  CODE RIGHT AFTER THE REPORT NAME (DOCQUE_RIVL_... FOR A RIVL
      *  RUN), SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT
      *  IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               STRING COPROF-CODE-WS DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   INTO CO-TAG-WS
           END-IF.
      *  TABLE THE STUDENTS ON ANOTHER COMPANY'S ROLL. A MISSING
      *  STUDMAST.TXT (STATUS 35) LEAVES EVERY STUDENT THE HOME
      *  COMPANY'S.
       LOAD-OST-RTN.
           MOVE 0 TO OST-CNT.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT8.
           IF SM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ACCT8
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-OST-COMP UNTIL EOF = 'YES'
               CLOSE ACCT8
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-OST-COMP.
           IF SM-CO NOT = COPROF-CODE-WS
               AND NOT (SM-CO = SPACES
                   AND COPROF-CODE-WS = HOME-CO-WS)
               AND OST-CNT < 500
               ADD 1 TO OST-CNT
               MOVE SM-NUM TO OST-NUM (OST-CNT)
           END-IF.
           READ ACCT8 AT END MOVE 'YES' TO EOF.
      *  IS OST-KEY-WS ANOTHER COMPANY'S STUDENT? OST-SUB ENDS PAST
      *  OST-CNT WHEN NOT.
       FIND-OST-RTN.
           MOVE 1 TO OST-SUB.
           PERFORM FIND-OST-COMP UNTIL OST-SUB > OST-CNT
               OR OST-NUM (OST-SUB) = OST-KEY-WS.
       FIND-OST-COMP.
           ADD 1 TO OST-SUB.
