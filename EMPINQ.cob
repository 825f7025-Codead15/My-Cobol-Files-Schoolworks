               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
      *  OPERATOR SIGN-ON FILE - ID, PASSWORD, AND PERMISSION LEVEL.
      *  ONLY A C (CONFIDENTIAL) OPERATOR SEES THE MONTHLY RATE; THE
      *  FRONT DESK SEES IT MASKED.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OPER-STATUS.
           SELECT OPER-SCRATCH ASSIGN TO "OPERATRN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  SIGN-ON ATTEMPT LOG - SHARED WITH EVERY SIGN-ON SCREEN.
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG.TXT"
               FILE STATUS IS SIGNLOG-STATUS.
      *  CONFIDENTIAL-ACCESS LOG - ONE LINE EVERY TIME PAY DATA IS
      *  SHOWN OR PRINTED, NAMING THE OPERATOR, THE EMPLOYEE, AND
      *  THE DATE AND TIME, FOR THE DATA PRIVACY OFFICER.
           SELECT CONFLOG-FILE ASSIGN TO "CONFLOG.TXT"
               FILE STATUS IS CONFLOG-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMP-MASTER
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
      *  WHEN THE PASSWORD WAS LAST SET, FOR THE EXPIRY RULE.
           05 OP-PWDATE PIC 9(8).
           05 OP-FAILS PIC 9(1).
       FD OPER-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS OPER-REC2.
       01 OPER-REC2 PIC X(31).
       FD SIGNLOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS SIGNLOG-REC.
       01 SIGNLOG-REC.
           05 SL-DATE PIC 9(8).
           05 SL-TIME PIC 9(8).
           05 SL-ID PIC X(8).
           05 SL-RESULT PIC X(8).
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
       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS EMPMAST-LOCK-REC.
       01 EMPMAST-LOCK-REC.
           05 EMPMAST-LOCK-HOLDER PIC X(15).
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
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'EMPINQ-TXT'.
       01 CHOICE PIC X VALUE SPACE.
           05 FILLER PIC X VALUE '/'.
           05 HE-YYYY PIC 9999.
       01 RATE-EDIT-WS PIC ZZZ,ZZ9.99.
       01 CONFLOG-STATUS PIC XX.
      *  THE SIGNED-ON OPERATOR - SET ONCE BY SIGNON-RTN. ONLY LEVEL
      *  C IS CLEARED FOR PAY DATA; EVERY OTHER LEVEL SEES THE RATE
      *  MASKED.
       01 OPER-STATUS PIC XX.
       01 OPER-ID-WS PIC X(8).
       01 OPER-PW-WS PIC X(8).
       01 OPER-LEVEL-WS PIC X VALUE SPACE.
       01 SIGNON-OK PIC X(3) VALUE 'NO'.
       01 SIGNON-TRIES PIC 9 VALUE 0.
       01 OPER-EOF PIC X(3) VALUE 'NO'.
      *  THE MATCHED OPERATOR'S FIELDS, HELD WHILE THE SIGN-ON RULES
      *  ARE APPLIED, AND THE PASSWORD-AGE WORK FIELDS. PASSWORDS
      *  EXPIRE AFTER PW-MAX-AGE DAYS ON THE 360-DAY CALENDAR.
       01 OPER-FOUND-SW PIC X(3) VALUE 'NO'.
       01 OPF-PASSWORD PIC X(8).
       01 OPF-LEVEL PIC X(1).
       01 OPF-STATUS PIC X(1).
       01 OPF-PWDATE PIC 9(8).
       01 OPF-FAILS PIC 9(1).
       01 SIGNON-RESULT PIC X(8).
       01 PW-MAX-AGE PIC 999 VALUE 90.
       01 PW-AGE-DAYS PIC S9(7) VALUE 0.
       01 TODAY-SIGNON PIC 9(8) VALUE 0.
       01 TODAY-SIGNON-SPLIT REDEFINES TODAY-SIGNON.
           05 SGN-YYYY PIC 9999.
           05 SGN-MM PIC 99.
           05 SGN-DD PIC 99.
       01 PWD-SPLIT-WS.
           05 PWD-YYYY PIC 9999.
           05 PWD-MM PIC 99.
           05 PWD-DD PIC 99.
       01 SIGNLOG-STATUS PIC XX.
       01 DEPT-NAME-WS PIC X(23).
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'NO'.
           05 MATCH-CNT PIC 999 VALUE 0.
       PROCEDURE DIVISION.
      *  FRONT-DESK EMPLOYEE INQUIRY - MENU-DRIVEN LIKE EMPMAINT-TXT,
      *  BUT READ-ONLY. SIGN-ON IS THE SAME AS EMPMAINT-TXT'S, SO THE
      *  OPERATOR'S LEVEL DECIDES WHETHER PAY IS SHOWN.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SIGNON-RTN.
           IF SIGNON-OK NOT = 'YES'
               DISPLAY 'SIGN-ON FAILED - EXITING.'
               STOP RUN
           END-IF.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY 'EXITING EMPLOYEE INQUIRY.'.
           PERFORM RELEASE-EMPMAST-RTN.
           STOP RUN.
      *  THREE TRIES TO SIGN ON. THE OPERATOR'S LEVEL DECIDES WHETHER
      *  PAY FIELDS ARE SHOWN. THE ACCOUNT MUST BE ACTIVE AND
      *  UNLOCKED AND THE PASSWORD UNEXPIRED; A WRONG PASSWORD
      *  COUNTS AGAINST THE ACCOUNT - THE THIRD ONE LOCKS IT - AND
      *  EVERY ATTEMPT IS LOGGED WITH DATE AND TIME.
       SIGNON-RTN.
           ACCEPT TODAY-SIGNON FROM DATE YYYYMMDD.
           PERFORM SIGNON-TRY-RTN
               UNTIL SIGNON-OK = 'YES' OR SIGNON-TRIES >= 3.
       SIGNON-TRY-RTN.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY 'OPERATOR ID: '.
           ACCEPT OPER-ID-WS.
           DISPLAY 'PASSWORD: '.
           ACCEPT OPER-PW-WS.
           MOVE 'NO' TO OPER-FOUND-SW.
           MOVE 'NO' TO OPER-EOF.
           OPEN INPUT OPER-FILE.
           IF OPER-STATUS = '35'
               DISPLAY 'NO OPERATOR FILE ON SYSTEM - SEE SUPERVISOR.'
               MOVE 3 TO SIGNON-TRIES
           ELSE
               READ OPER-FILE
                   AT END MOVE 'YES' TO OPER-EOF
               END-READ
               PERFORM SIGNON-MATCH-RTN UNTIL OPER-EOF = 'YES'
               CLOSE OPER-FILE
               PERFORM SIGNON-RULES-RTN
           END-IF.
       SIGNON-MATCH-RTN.
           IF OP-ID = OPER-ID-WS
               MOVE 'YES' TO OPER-FOUND-SW
               MOVE OP-PASSWORD TO OPF-PASSWORD
               MOVE OP-LEVEL TO OPF-LEVEL
               MOVE OP-STATUS TO OPF-STATUS
               MOVE OP-PWDATE TO OPF-PWDATE
               MOVE OP-FAILS TO OPF-FAILS
               MOVE 'YES' TO OPER-EOF
           ELSE
               READ OPER-FILE AT END MOVE 'YES' TO OPER-EOF
           END-IF.
       SIGNON-RULES-RTN.
           IF OPER-FOUND-SW = 'NO'
               MOVE 'BAD     ' TO SIGNON-RESULT
               DISPLAY 'ID OR PASSWORD NOT RECOGNIZED.'
           ELSE
               IF OPF-STATUS = 'D'
                   MOVE 'DISABLED' TO SIGNON-RESULT
                   DISPLAY 'ACCOUNT IS DISABLED - SEE SUPERVISOR.'
               ELSE
               IF OPF-STATUS = 'L'
                   MOVE 'LOCKED  ' TO SIGNON-RESULT
                   DISPLAY 'ACCOUNT IS LOCKED - SEE SUPERVISOR.'
               ELSE
               IF OPF-PASSWORD NOT = OPER-PW-WS
                   MOVE 'BAD     ' TO SIGNON-RESULT
                   DISPLAY 'ID OR PASSWORD NOT RECOGNIZED.'
                   PERFORM COUNT-FAIL-RTN
               ELSE
                   PERFORM CHECK-PW-AGE-RTN
                   IF PW-AGE-DAYS > PW-MAX-AGE
                       MOVE 'EXPIRED ' TO SIGNON-RESULT
                       DISPLAY 'PASSWORD EXPIRED - CHANGE IT IN '
                           'THE OPERATOR ADMINISTRATION PROGRAM.'
                   ELSE
                       MOVE 'OK      ' TO SIGNON-RESULT
                       MOVE 'YES' TO SIGNON-OK
                       MOVE OPF-LEVEL TO OPER-LEVEL-WS
                       IF OPF-FAILS > 0
                           MOVE 0 TO OPF-FAILS
                           PERFORM UPDATE-OPER-RTN
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM LOG-SIGNON-RTN.
       CHECK-PW-AGE-RTN.
           MOVE OPF-PWDATE TO PWD-SPLIT-WS.
           COMPUTE PW-AGE-DAYS =
               ((SGN-YYYY * 360) + (SGN-MM * 30) + SGN-DD)
               - ((PWD-YYYY * 360) + (PWD-MM * 30) + PWD-DD).
      *  A WRONG PASSWORD COUNTS AGAINST THE ACCOUNT; THE THIRD ONE
      *  LOCKS IT UNTIL OPER-ADMIN RESETS THE PASSWORD.
       COUNT-FAIL-RTN.
           ADD 1 TO OPF-FAILS.
           IF OPF-FAILS >= 3
               MOVE 'L' TO OPF-STATUS
               MOVE 'LOCKED  ' TO SIGNON-RESULT
               DISPLAY 'ACCOUNT LOCKED AFTER REPEATED FAILURES.'
           END-IF.
           PERFORM UPDATE-OPER-RTN.
      *  WRITE THE MATCHED OPERATOR'S FAIL COUNT AND STATUS BACK VIA
      *  THE SCRATCH SWAP.
       UPDATE-OPER-RTN.
           MOVE 'NO' TO OPER-EOF.
           OPEN INPUT OPER-FILE
               OUTPUT OPER-SCRATCH.
           READ OPER-FILE AT END MOVE 'YES' TO OPER-EOF.
           PERFORM UPDATE-OPER-COMP UNTIL OPER-EOF = 'YES'.
           CLOSE OPER-FILE, OPER-SCRATCH.
           MOVE 'NO' TO OPER-EOF.
           OPEN INPUT OPER-SCRATCH
               OUTPUT OPER-FILE.
           READ OPER-SCRATCH AT END MOVE 'YES' TO OPER-EOF.
           PERFORM SWAP-OPER-COMP UNTIL OPER-EOF = 'YES'.
           CLOSE OPER-SCRATCH, OPER-FILE.
       UPDATE-OPER-COMP.
           IF OP-ID = OPER-ID-WS
               MOVE OPF-STATUS TO OP-STATUS
               MOVE OPF-FAILS TO OP-FAILS
           END-IF.
           MOVE OPER-REC TO OPER-REC2.
           WRITE OPER-REC2.
           READ OPER-FILE AT END MOVE 'YES' TO OPER-EOF.
       SWAP-OPER-COMP.
           MOVE OPER-REC2 TO OPER-REC.
           WRITE OPER-REC.
           READ OPER-SCRATCH AT END MOVE 'YES' TO OPER-EOF.
      *  APPEND ONE SIGN-ON ATTEMPT TO THE LOG. A MISSING
      *  SIGNLOG.TXT (STATUS 35) IS CREATED FRESH.
       LOG-SIGNON-RTN.
           MOVE TODAY-SIGNON TO SL-DATE.
           ACCEPT SL-TIME FROM TIME.
           MOVE OPER-ID-WS TO SL-ID.
           MOVE SIGNON-RESULT TO SL-RESULT.
           OPEN EXTEND SIGNLOG-FILE.
           IF SIGNLOG-STATUS = '35'
               OPEN OUTPUT SIGNLOG-FILE
           END-IF.
           WRITE SIGNLOG-REC.
           CLOSE SIGNLOG-FILE.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'EMPLOYEE INQUIRY'.
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  ONE DIRECT READ BY EMPLOYEE NUMBER. ANOTHER COMPANY'S
      *  EMPLOYEE IS NOT FOUND HERE OR BY THE NAME SEARCH.
       NUMBER-RTN.
           DISPLAY 'ENTER EMPLOYEE NUMBER: '.
           ACCEPT KEY-EMPNO.
                   INVALID KEY
                       DISPLAY 'EMPLOYEE NUMBER NOT FOUND.'
                   NOT INVALID KEY
                       IF EMPCO = RUN-CO-WS
                           OR (EMPCO = SPACES
                               AND RUN-CO-WS = HOME-CO-WS)
                           PERFORM SHOW-EMP-RTN
                       ELSE
                           DISPLAY 'EMPLOYEE NUMBER NOT FOUND.'
                       END-IF
               END-READ
               CLOSE EMP-MASTER
           END-IF.
       MEASURE-SRCH-COMP.
           SUBTRACT 1 FROM SRCH-LEN.
       NAME-SCAN-RTN.
           MOVE 'NO' TO NAME-HIT-SW.
           IF EMPCO = RUN-CO-WS
               OR (EMPCO = SPACES AND RUN-CO-WS = HOME-CO-WS)
               PERFORM MATCH-NAME-RTN
           END-IF.
           IF NAME-HIT-SW = 'YES'
               ADD 1 TO MATCH-CNT
               PERFORM SHOW-EMP-RTN
           MOVE HW-MM TO HE-MM.
           MOVE HW-DD TO HE-DD.
           MOVE HW-YYYY TO HE-YYYY.
           DISPLAY ' '.
           DISPLAY 'EMPLOYEE NUMBER: ' EMPNO.
           DISPLAY 'EMPLOYEE NAME:   ' EMPNA.
           DISPLAY 'STATUS:          ' STATS.
           DISPLAY 'HIRE DATE:       ' HIRE-EDIT-WS.
           DISPLAY 'POSITION:        ' POSTITLE.
           IF OPER-LEVEL-WS = 'C'
               MOVE MONRATE TO RATE-EDIT-WS
               DISPLAY 'MONTHLY RATE:    ' RATE-EDIT-WS
               PERFORM LOG-CONF-RTN
           ELSE
               DISPLAY 'MONTHLY RATE:    ***,***.** (CONFIDENTIAL)'
           END-IF.
      *  APPEND ONE CONFIDENTIAL-ACCESS LINE FOR THE EMPLOYEE JUST
      *  SHOWN. A MISSING CONFLOG.TXT (STATUS 35) IS CREATED FRESH.
       LOG-CONF-RTN.
           ACCEPT CF-DATE FROM DATE YYYYMMDD.
           ACCEPT CF-TIME FROM TIME.
           MOVE OPER-ID-WS TO CF-ID.
           MOVE EMPNO TO CF-EMPNO.
           MOVE MY-PROG-NAME TO CF-PROG.
           OPEN EXTEND CONFLOG-FILE.
           IF CONFLOG-STATUS = '35'
               OPEN OUTPUT CONFLOG-FILE
           END-IF.
           WRITE CONFLOG-REC.
           CLOSE CONFLOG-FILE.
       FIND-DEPT-RTN.
           ADD 1 TO DEPT-IDX.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
           MOVE 'FREE' TO EMPMAST-LOCK-HOLDER.
           WRITE EMPMAST-LOCK-REC.
           CLOSE EMPMAST-LOCK.
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
