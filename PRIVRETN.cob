       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIV-RETAIN.
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
      *  LOCK FILES - THE SIMPLE CLAIM/RELEASE CONVENTION EVERY
      *  PROGRAM HONORS SO A MAINTENANCE SESSION AND A BATCH RUN
      *  CANNOT WORK THE SAME MASTER AT ONCE.
           SELECT EMPMAST-LOCK ASSIGN TO "EMPMAST.LCK"
               FILE STATUS IS LOCK-STATUS.
      *  THE RETENTION POLICY - YEARS TO KEEP PERSONAL DATA, BY
      *  RECORD TYPE. AN ENTRY HERE OVERRIDES THE COMPILED DEFAULT
      *  FOR ITS TYPE, SO A POLICY CHANGE IS A DATA EDIT.
           SELECT RETPOL-IN ASSIGN TO "RETPOL.TXT"
               FILE STATUS IS RETPOL-STATUS.
      *  LEGAL HOLDS KEPT BY LEGAL-HOLD-MAINT - AN EMPLOYEE OR
      *  STUDENT UNDER AN ACTIVE ONE IS NEVER TOUCHED HERE.
           SELECT LGLH-IN ASSIGN TO "LEGALHLD.TXT"
               FILE STATUS IS LGLH-STATUS.
      *  THE INDEXED EMPLOYEE MASTER - A SEPARATED EMPLOYEE PAST
      *  RETENTION KEEPS THE RECORD, NUMBER, DATES, AND RATE, SO
      *  PAYHIST.TXT AND TAXCERT STILL REPRINT; ONLY THE NAME GOES.
           SELECT EMP-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPNO
               FILE STATUS IS MAST-STATUS.
      *  MASTER CONTROL RECORD - RECORD COUNT AND MONRATE HASH TOTAL,
      *  RESTAMPED AFTER EVERY RUN THAT REWRITES THE MASTER SO
      *  FILE-VERIFY CAN PROVE THE FILE IS STILL WHOLE.
           SELECT CTL-FILE ASSIGN TO "EMPMAST.CTL"
               FILE STATUS IS CTL-STATUS.
      *  MAINTENANCE AUDIT TRAIL SHARED WITH EMPMAINT-TXT - ONE
      *  RECORD APPENDED PER MASTER REWRITE.
           SELECT AUDIT-FILE ASSIGN TO "EMPAUDIT.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
      *  THE EMPLOYEE COMPANION FILES - GOVERNMENT ID NUMBERS AND
      *  BANK ACCOUNTS. A RECORD PAST RETENTION IS DROPPED WHOLE,
      *  THROUGH THE SAME SCRATCH SWAP AS THEIR MAINTENANCE
      *  PROGRAMS.
           SELECT AGY-FILE ASSIGN TO "AGENCYID.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGY-STATUS.
           SELECT AGY-SCRATCH ASSIGN TO "AGENCYIN.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-FILE ASSIGN TO "BANKACCT.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCT-STATUS.
           SELECT ACCT-SCRATCH ASSIGN TO "BANKACCN.TXT"
               ORGANIZATION IS SEQUENTIAL.
      *  THE STUDENT MASTER - A STUDENT PAST RETENTION KEEPS THE
      *  NUMBER, COURSE, AND YEAR, SO THE TRANSCRIPT STILL REPRINTS;
      *  ONLY THE NAME GOES.
           SELECT STUD-MASTER ASSIGN TO "STUDMAST.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-STATUS.
      *  WHAT DATES A STUDENT'S LAST ACTIVITY: THE TERM'S LIVE
      *  ENROLLMENT, HOLDS, PAYMENTS, LEDGER ADJUSTMENTS, AND
      *  REFUNDS PAID OUT.
           SELECT ENR-IN ASSIGN TO "STUDENT.TXT"
               FILE STATUS IS ENR-STATUS.
           SELECT HOLD-IN ASSIGN TO "HOLDS.TXT"
               FILE STATUS IS HOLD-STATUS.
           SELECT PAY-IN ASSIGN TO "PAYMENTS.TXT"
               FILE STATUS IS PAY-STATUS.
           SELECT ADJ-IN ASSIGN TO "TUITADJ.TXT"
               FILE STATUS IS ADJ-STATUS.
           SELECT REFPAID-IN ASSIGN TO "REFPAID.TXT"
               FILE STATUS IS REFPAID-STATUS.
      *  THE SHARED PROCESSING-DATE CONTROL FILE SET BY PROC-DATE -
      *  THE DATE RETENTION IS MEASURED FROM. A MISSING PROCDATE.TXT
      *  FALLS BACK TO THE MACHINE DATE.
           SELECT PROCDATE-IN ASSIGN TO "PROCDATE.TXT"
               FILE STATUS IS PROCDATE-STATUS.
      *  THE CERTIFIED DISPOSAL LISTING, TAGGED WITH THE RUN DATE.
           SELECT RPT-OUT ASSIGN TO RPT-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD RETPOL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS RETPOL-REC.
       01 RETPOL-REC.
           05 RP-TYPE PIC X(8).
           05 RP-YEARS PIC 99.
       FD LGLH-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS LGLH-REC.
       01 LGLH-REC.
           05 LH-TYPE PIC X(1).
           05 LH-KEY PIC X(12).
           05 LH-REASON PIC X(30).
           05 LH-DATE PIC 9(8).
           05 LH-STATUS PIC X(1).
       FD EMP-MASTER
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
      *  SEPARATION DATE AND REASON CODE - ZERO/SPACES WHILE THE
      *  EMPLOYEE IS ACTIVE, SET BY SEPARATION-PROC ON EXIT.
           05 SEPDT PIC 9(8).
           05 SEPRSN PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO PIC X(4).
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
           DATA RECORD IS CTL-REC.
       01 CTL-REC.
           05 CT-COUNT PIC 9(6).
           05 CT-HASH PIC 9(11)V99.
       FD AGY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS AGY-REC.
       01 AGY-REC.
           05 AG-EMPNO PIC X(10).
           05 AG-SSS-NO PIC X(10).
           05 AG-PHIC-NO PIC X(12).
           05 AG-HDMF-NO PIC X(12).
       FD AGY-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS AGY-REC2.
       01 AGY-REC2 PIC X(44).
       FD ACCT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS ACCT-REC.
       01 ACCT-REC.
           05 BA-EMPNO PIC X(10).
           05 BA-ACCT-NO PIC X(16).
       FD ACCT-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS ACCT-REC2.
       01 ACCT-REC2 PIC X(26).
       FD STUD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS STUDMAST-REC.
       01 STUDMAST-REC.
           05 SM-NUM PIC X(12).
           05 SM-NAME PIC X(25).
           05 SM-CRS PIC X(5).
           05 SM-YR PIC 9.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 SM-CO PIC X(4).
       FD ENR-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS STUDENT-INFO.
       01 STUDENT-INFO.
           05 SUBJ-CODE3 PIC X(10).
           05 FAC-ID3 PIC X(12).
           05 STUD-NUM3 PIC X(12).
           05 STUD-NAME3 PIC X(25).
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
       FD ADJ-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS ADJ-REC.
       01 ADJ-REC.
           05 TA-STUD PIC X(12).
           05 TA-TERM PIC X(6).
           05 TA-DATE PIC 9(8).
           05 TA-SUBJ PIC X(10).
           05 TA-AMOUNT PIC 9(7)V99.
       FD REFPAID-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS REFPAID-REC.
       01 REFPAID-REC.
           05 RF-VOUCH PIC X(8).
           05 RF-DATE PIC 9(8).
           05 RF-STUD PIC X(12).
           05 RF-TERM PIC X(6).
           05 RF-AMOUNT PIC 9(7)V99.
       FD PROCDATE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PROC-REC.
       01 PROC-REC.
           05 PD-DATE PIC 9(8).
       FD RPT-OUT.
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
       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS EMPMAST-LOCK-REC.
       01 EMPMAST-LOCK-REC.
           05 EMPMAST-LOCK-HOLDER PIC X(15).
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
       01 HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(20).
       01 HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'GREENHILLS, SAN JUAN CITY'.
           05 FILLER PIC X(20).
       01 LOCK-STATUS PIC XX.
       01 MY-PROG-NAME PIC X(15) VALUE 'PRIV-RETAIN'.
      *  WHAT A DISPOSED NAME IS REPLACED WITH - ALSO HOW A RECORD
      *  ALREADY DONE IN AN EARLIER YEAR'S RUN IS RECOGNIZED.
       01 ANON-NAME PIC X(20) VALUE 'ANONYMIZED'.
      *  COMPILED RETENTION DEFAULTS, YEARS PER RECORD TYPE. THE
      *  EMPLOYEE TYPES COUNT FROM THE SEPARATION DATE, STUDMAST
      *  FROM THE YEAR OF THE STUDENT'S LAST TERM ON FILE.
       01 RETPOL-TABLE-VALUES.
           05 FILLER PIC X(10) VALUE 'EMPMAST 10'.
           05 FILLER PIC X(10) VALUE 'AGENCYID10'.
           05 FILLER PIC X(10) VALUE 'BANKACCT05'.
           05 FILLER PIC X(10) VALUE 'STUDMAST10'.
       01 RETPOL-TABLE REDEFINES RETPOL-TABLE-VALUES.
           05 RPT-ENTRY OCCURS 4 TIMES.
              10 RPT-TYPE PIC X(8).
              10 RPT-YEARS PIC 99.
       01 RPT-TAB-MAX PIC 99 VALUE 4.
       01 RPT-IDX PIC 99 VALUE 1.
       01 RETPOL-STATUS PIC XX.
       01 RETPOL-EOF PIC X(3) VALUE 'NO'.
       01 RET-TYPE-WS PIC X(8).
       01 RET-YEARS-WS PIC 99 VALUE 0.
      *  THE CUTOFFS WORKED OUT FROM THE POLICY AND THE RUN DATE: AN
      *  EMPLOYEE RECORD GOES WHEN SEPARATED ON OR BEFORE ITS DATE,
      *  A STUDENT NAME WHEN THE LAST TERM FALLS IN OR BEFORE ITS
      *  YEAR.
       01 EMP-CUT-DATE PIC 9(8) VALUE 0.
       01 AGY-CUT-DATE PIC 9(8) VALUE 0.
       01 BANK-CUT-DATE PIC 9(8) VALUE 0.
       01 STUD-CUT-YEAR PIC 9(4) VALUE 0.
       01 RUN-DATE-WS PIC 9(8) VALUE 0.
       01 RUN-DATE-R REDEFINES RUN-DATE-WS.
           05 RUN-YEAR-WS PIC 9(4).
           05 FILLER PIC 9(4).
       01 FINAL-ANSWER PIC X VALUE 'N'.
       01 RPT-FILE-NAME PIC X(22) VALUE 'PRIVDISP.TXT'.
       01 RPT-TITLE.
           05 FILLER PIC X(19).
           05 FILLER PIC X(42) VALUE
              'CERTIFIED DISPOSAL LISTING - PERSONAL DATA'.
           05 FILLER PIC X(19).
       01 DATE-HDR.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 DH-DATE PIC 9(8).
           05 FILLER PIC X(62).
       01 TRIAL-BANNER.
           05 FILLER PIC X(22).
           05 FILLER PIC X(36) VALUE
              '*** TRIAL RUN - NOTHING DISPOSED ***'.
           05 FILLER PIC X(22).
       01 SEC-HDR.
           05 SH-NAME PIC X(80).
       01 POL-COL-HDR.
           05 FILLER PIC X(12) VALUE 'RECORD TYPE'.
           05 FILLER PIC X(8) VALUE 'YEARS'.
           05 FILLER PIC X(60) VALUE 'DISPOSED WHEN'.
       01 POL-LINE.
           05 PL-TYPE PIC X(8).
           05 FILLER PIC X(4).
           05 PL-YEARS PIC Z9.
           05 FILLER PIC X(6).
           05 PL-BASIS PIC X(40).
           05 FILLER PIC X(20).
       01 DSP-COL-HDR.
           05 FILLER PIC X(12) VALUE 'RECORD TYPE'.
           05 FILLER PIC X(14) VALUE 'NUMBER'.
           05 FILLER PIC X(32) VALUE 'DISPOSITION'.
           05 FILLER PIC X(22) VALUE 'BASIS'.
       01 DSP-LINE.
           05 DSL-TYPE PIC X(8).
           05 FILLER PIC X(4).
           05 DSL-KEY PIC X(12).
           05 FILLER PIC X(2).
           05 DSL-NOTE PIC X(30).
           05 FILLER PIC X(2).
           05 DSL-BASIS PIC X(8).
           05 FILLER PIC X(14).
       01 SEC-TOT-LINE.
           05 FILLER PIC X(9) VALUE 'RECORDS: '.
           05 ST-CNT PIC ZZZ9.
           05 FILLER PIC X(67).
       01 SUM-LINE.
           05 FILLER PIC X(4).
           05 SL-LBL PIC X(44).
           05 SL-CNT PIC Z,ZZ9.
           05 FILLER PIC X(27).
       01 CERT-LINE.
           05 CL-TEXT PIC X(80).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
       01 LGLH-STATUS PIC XX.
       01 MAST-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.
       01 AGY-STATUS PIC XX.
       01 ACCT-STATUS PIC XX.
       01 SM-STATUS PIC XX.
       01 ENR-STATUS PIC XX.
       01 HOLD-STATUS PIC XX.
       01 PAY-STATUS PIC XX.
       01 ADJ-STATUS PIC XX.
       01 REFPAID-STATUS PIC XX.
       01 PROCDATE-STATUS PIC XX.
      *  BEFORE/AFTER IMAGES AND ACTION CODE FOR THE AUDIT RECORD
      *  BEING BUILT - SAME JOURNAL AS EMPMAINT-TXT'S.
       01 AUDIT-WORK.
           05 AUW-ACTION PIC X(6).
           05 AUW-BEFORE PIC X(92).
           05 AUW-AFTER PIC X(92).
      *  CONTROL-RECORD WORK FIELDS FOR THE END-OF-RUN STAMP.
       01 CTL-STATUS PIC XX.
       01 CTL-COUNT-WS PIC 9(6) VALUE 0.
       01 CTL-HASH-WS PIC 9(11)V99 VALUE 0.
       01 CTL-EOF PIC X(3) VALUE 'NO'.
      *  ACTIVE LEGAL HOLDS, E(MPLOYEE) OR S(TUDENT) BY NUMBER.
       01 LGLH-TABLE.
           05 LHT-ENTRY OCCURS 500 TIMES.
               10 LHT-TYPE PIC X(1).
               10 LHT-KEY PIC X(12).
               10 LHT-REASON PIC X(30).
       01 LHT-CNT PIC 999 VALUE 0.
       01 LHT-SUB PIC 999 VALUE 0.
       01 LHT-POS PIC 999 VALUE 0.
      *  EVERY SEPARATED EMPLOYEE AND THE SEPARATION DATE, FOR THE
      *  COMPANION FILES.
       01 SEP-TABLE.
           05 SPT-ENTRY OCCURS 2000 TIMES.
               10 SPT-EMPNO PIC X(10).
               10 SPT-SEPDT PIC 9(8).
       01 SPT-CNT PIC 9(4) VALUE 0.
       01 SPT-SUB PIC 9(4) VALUE 0.
       01 SPT-POS PIC 9(4) VALUE 0.
      *  THE STUDENT MASTER AS LOADED, WITH EACH STUDENT'S LAST TERM
      *  ON FILE AND WHETHER THE STUDENT IS STILL ACTIVE (ENROLLED
      *  THIS TERM OR UNDER AN ACTIVE HOLD). WRITTEN BACK IN FULL
      *  WHEN ANY NAME IS DISPOSED.
       01 STUD-TABLE.
           05 STT-ENTRY OCCURS 2000 TIMES.
               10 STT-NUM PIC X(12).
               10 STT-NAME PIC X(25).
               10 STT-CRS PIC X(5).
               10 STT-YR PIC 9.
               10 STT-LAST PIC X(6).
               10 STT-ACTIVE PIC X(3).
       01 STT-CNT PIC 9(4) VALUE 0.
       01 STT-SUB PIC 9(4) VALUE 0.
       01 STT-POS PIC 9(4) VALUE 0.
      *  THIS RUN'S DISPOSITIONS - D(ISPOSED) OR H(ELD UNDER A LEGAL
      *  HOLD) - IN THE ORDER THE FILES WERE WORKED.
       01 RESULT-TABLE.
           05 RES-ENTRY OCCURS 3000 TIMES.
               10 RES-SECT PIC X(1).
               10 RES-TYPE PIC X(8).
               10 RES-KEY PIC X(12).
               10 RES-NOTE PIC X(30).
               10 RES-BASIS PIC X(8).
       01 RES-CNT PIC 9(4) VALUE 0.
       01 RES-SUB PIC 9(4) VALUE 0.
       01 CUR-SECT PIC X(1).
       01 CUR-TYPE PIC X(8).
       01 CUR-KEY PIC X(12).
       01 CUR-NOTE PIC X(30).
       01 CUR-BASIS PIC X(8).
       01 CUR-TERM-WS PIC X(6).
       01 CUR-TERM-R REDEFINES CUR-TERM-WS.
           05 CUR-TERM-YR PIC 9(4).
           05 FILLER PIC X(2).
       01 CUR-YR-WS PIC X(4).
       01 SEPDT-X PIC 9(8).
       01 EMP-READ-CNT PIC 9(4) VALUE 0.
       01 EMP-ANON-CNT PIC 9(4) VALUE 0.
       01 AGY-DROP-CNT PIC 9(4) VALUE 0.
       01 BANK-DROP-CNT PIC 9(4) VALUE 0.
       01 STUD-ANON-CNT PIC 9(4) VALUE 0.
       01 HELD-CNT PIC 9(4) VALUE 0.
       01 ALREADY-CNT PIC 9(4) VALUE 0.
       01 NODATE-CNT PIC 9(4) VALUE 0.
       01 SEC-CNT PIC 9(4) VALUE 0.
       01 SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
           05 FULL-SW PIC X(3) VALUE 'NO'.
           05 FINAL-SW PIC X(3) VALUE 'NO'.
           05 DISPOSE-SW PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  ANNUAL PERSONAL-DATA RETENTION RUN: EVERY SEPARATED
      *  EMPLOYEE AND EVERY STUDENT GONE QUIET PAST THE RETENTION
      *  POLICY HAS THE NAME ANONYMIZED AND THE GOVERNMENT ID AND
      *  BANK ACCOUNT RECORDS REMOVED. NUMBERS, DATES, AND AMOUNTS
      *  STAY, SO PAY HISTORY, TAX CERTIFICATES, AND TRANSCRIPTS
      *  STILL REPRINT. ANYONE UNDER A LEGAL HOLD IS LEFT WHOLE.
      *  A TRIAL RUN PRINTS THE LISTING AND CHANGES NOTHING.
       MAIN-RTN.
           PERFORM CLAIM-EMPMAST-RTN.
           PERFORM LOAD-COPROF-RTN.
           DISPLAY 'FINAL RUN - DISPOSE OF THE RECORDS LISTED (Y/N)? '.
           ACCEPT FINAL-ANSWER.
           IF FINAL-ANSWER = 'Y' OR FINAL-ANSWER = 'y'
               MOVE 'YES' TO FINAL-SW
           END-IF.
           PERFORM GET-PROC-DATE-RTN.
           PERFORM LOAD-RETPOL-RTN.
           PERFORM SET-CUTOFFS-RTN.
           PERFORM LOAD-LGLH-RTN.
           PERFORM LOAD-STUDMAST-RTN.
           IF FULL-SW = 'YES'
               DISPLAY 'STUDMAST.TXT OR LEGALHLD.TXT IS LARGER THAN '
                   'ITS TABLE - RUN ABORTED, NOTHING DISPOSED.'
               PERFORM RELEASE-EMPMAST-RTN
               STOP RUN
           END-IF.
           PERFORM EMP-PASS-RTN.
           IF FULL-SW = 'YES'
               DISPLAY 'MORE THAN 2000 SEPARATED EMPLOYEES - RUN '
                   'ABORTED AFTER THE EMPLOYEE MASTER.'
               PERFORM RELEASE-EMPMAST-RTN
               STOP RUN
           END-IF.
           IF FINAL-SW = 'YES' AND EMP-ANON-CNT > 0
               PERFORM STAMP-CTL-RTN
           END-IF.
           PERFORM AGY-PASS-RTN.
           PERFORM BANK-PASS-RTN.
           PERFORM SCAN-ENR-RTN.
           PERFORM SCAN-HOLD-RTN.
           PERFORM SCAN-PAY-RTN.
           PERFORM SCAN-ADJ-RTN.
           PERFORM SCAN-REFPAID-RTN.
           MOVE 1 TO STT-SUB.
           PERFORM STUD-PASS-RTN UNTIL STT-SUB > STT-CNT.
           IF FINAL-SW = 'YES' AND STUD-ANON-CNT > 0
               PERFORM REWRITE-STUDMAST-RTN
           END-IF.
           STRING 'PRIVDISP_' DELIMITED BY SIZE
               RUN-DATE-WS DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO RPT-FILE-NAME.
           PERFORM WRITE-REPORT-RTN.
           PERFORM LOG-RUN-RTN.
           PERFORM RELEASE-EMPMAST-RTN.
           DISPLAY 'RETENTION RUN COMPLETE FOR ' RUN-DATE-WS.
           IF FINAL-SW = 'NO'
               DISPLAY 'TRIAL RUN - NOTHING DISPOSED.'
           END-IF.
           DISPLAY 'CHECK ' RPT-FILE-NAME ' FOR THE LISTING'.
           STOP RUN.
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
      *  OVERRIDE THE COMPILED RETENTION YEARS FROM RETPOL.TXT, TYPE
      *  BY TYPE. A MISSING FILE (STATUS 35) KEEPS THE DEFAULTS. AN
      *  ENTRY FOR AN UNKNOWN TYPE, OR WITH NO WHOLE NUMBER OF
      *  YEARS, IS REFUSED AND THE DEFAULT STANDS.
       LOAD-RETPOL-RTN.
           MOVE 'NO' TO RETPOL-EOF.
           OPEN INPUT RETPOL-IN.
           IF RETPOL-STATUS = '35'
               MOVE 'YES' TO RETPOL-EOF
           ELSE
               READ RETPOL-IN
                   AT END MOVE 'YES' TO RETPOL-EOF
               END-READ
               PERFORM LOAD-RETPOL-REC-RTN UNTIL RETPOL-EOF = 'YES'
               CLOSE RETPOL-IN
           END-IF.
       LOAD-RETPOL-REC-RTN.
           MOVE 1 TO RPT-IDX.
           PERFORM FIND-RETPOL-COMP UNTIL RPT-IDX > RPT-TAB-MAX
               OR RPT-TYPE (RPT-IDX) = RP-TYPE.
           IF RPT-IDX > RPT-TAB-MAX
               DISPLAY 'RETPOL.TXT ENTRY ' RP-TYPE ' REFUSED - '
                   'NOT A RECORD TYPE THIS RUN DISPOSES OF.'
           ELSE
               IF RP-YEARS IS NOT NUMERIC OR RP-YEARS = 0
                   DISPLAY 'RETPOL.TXT ENTRY ' RP-TYPE ' REFUSED - '
                       'YEARS MUST BE 01 TO 99.'
               ELSE
                   MOVE RP-YEARS TO RPT-YEARS (RPT-IDX)
               END-IF
           END-IF.
           READ RETPOL-IN AT END MOVE 'YES' TO RETPOL-EOF.
       FIND-RETPOL-COMP.
           ADD 1 TO RPT-IDX.
       LOOKUP-RETPOL-RTN.
           MOVE 0 TO RET-YEARS-WS.
           MOVE 1 TO RPT-IDX.
           PERFORM FIND-RETPOL-COMP UNTIL RPT-IDX > RPT-TAB-MAX
               OR RPT-TYPE (RPT-IDX) = RET-TYPE-WS.
           IF RPT-IDX NOT > RPT-TAB-MAX
               MOVE RPT-YEARS (RPT-IDX) TO RET-YEARS-WS
           END-IF.
      *  A YYYYMMDD DATE LESS YEARS X 10000 IS THE SAME DAY THAT
      *  MANY YEARS EARLIER.
       SET-CUTOFFS-RTN.
           MOVE 'EMPMAST ' TO RET-TYPE-WS.
           PERFORM LOOKUP-RETPOL-RTN.
           COMPUTE EMP-CUT-DATE = RUN-DATE-WS - RET-YEARS-WS * 10000.
           MOVE 'AGENCYID' TO RET-TYPE-WS.
           PERFORM LOOKUP-RETPOL-RTN.
           COMPUTE AGY-CUT-DATE = RUN-DATE-WS - RET-YEARS-WS * 10000.
           MOVE 'BANKACCT' TO RET-TYPE-WS.
           PERFORM LOOKUP-RETPOL-RTN.
           COMPUTE BANK-CUT-DATE = RUN-DATE-WS - RET-YEARS-WS * 10000.
           MOVE 'STUDMAST' TO RET-TYPE-WS.
           PERFORM LOOKUP-RETPOL-RTN.
           COMPUTE STUD-CUT-YEAR = RUN-YEAR-WS - RET-YEARS-WS - 1.
      *  TABLE THE ACTIVE LEGAL HOLDS. A MISSING LEGALHLD.TXT
      *  (STATUS 35) MEANS NONE.
       LOAD-LGLH-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT LGLH-IN.
           IF LGLH-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ LGLH-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-LGLH-REC-RTN UNTIL EOF = 'YES'
               CLOSE LGLH-IN
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-LGLH-REC-RTN.
           IF LH-STATUS = 'A'
               IF LHT-CNT >= 500
                   MOVE 'YES' TO FULL-SW
               ELSE
                   ADD 1 TO LHT-CNT
                   MOVE LH-TYPE TO LHT-TYPE (LHT-CNT)
                   MOVE LH-KEY TO LHT-KEY (LHT-CNT)
                   MOVE LH-REASON TO LHT-REASON (LHT-CNT)
               END-IF
           END-IF.
           READ LGLH-IN AT END MOVE 'YES' TO EOF.
      *  THE ACTIVE LEGAL HOLD FOR CUR-SECT (E OR S) AND CUR-KEY,
      *  0 WHEN NONE.
       FIND-LGLH-RTN.
           MOVE 0 TO LHT-POS.
           MOVE 1 TO LHT-SUB.
           PERFORM FIND-LGLH-COMP
               UNTIL LHT-SUB > LHT-CNT OR LHT-POS > 0.
       FIND-LGLH-COMP.
           IF LHT-TYPE (LHT-SUB) = CUR-SECT
               AND LHT-KEY (LHT-SUB) = CUR-KEY
               MOVE LHT-SUB TO LHT-POS
           END-IF.
           ADD 1 TO LHT-SUB.
      *  LOAD THE STUDENT MASTER WHOLE. A MISSING FILE (STATUS 35)
      *  MEANS NO STUDENTS.
       LOAD-STUDMAST-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT STUD-MASTER.
           IF SM-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ STUD-MASTER
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-STUDMAST-REC-RTN UNTIL EOF = 'YES'
               CLOSE STUD-MASTER
           END-IF.
           MOVE 'NO' TO EOF.
       LOAD-STUDMAST-REC-RTN.
           IF STT-CNT >= 2000
               MOVE 'YES' TO FULL-SW
               MOVE 'YES' TO EOF
           ELSE
               ADD 1 TO STT-CNT
               MOVE SM-NUM TO STT-NUM (STT-CNT)
               MOVE SM-NAME TO STT-NAME (STT-CNT)
               MOVE SM-CRS TO STT-CRS (STT-CNT)
               MOVE SM-YR TO STT-YR (STT-CNT)
               MOVE SPACES TO STT-LAST (STT-CNT)
               MOVE 'NO' TO STT-ACTIVE (STT-CNT)
               READ STUD-MASTER
                   AT END MOVE 'YES' TO EOF
               END-READ
           END-IF.
      *  ONE PASS OVER THE EMPLOYEE MASTER. EVERY SEPARATED
      *  EMPLOYEE IS TABLED FOR THE COMPANION FILES; ONE SEPARATED
      *  ON OR BEFORE THE CUTOFF HAS THE NAME ANONYMIZED ON A FINAL
      *  RUN. A MISSING MASTER MEANS NO EMPLOYEES TO WORK.
       EMP-PASS-RTN.
           MOVE 'NO' TO EOF.
           IF FINAL-SW = 'YES'
               OPEN I-O EMP-MASTER
           ELSE
               OPEN INPUT EMP-MASTER
           END-IF.
           IF MAST-STATUS NOT = '00'
               MOVE 'YES' TO EOF
           ELSE
               READ EMP-MASTER NEXT RECORD
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM EMP-PASS-COMP UNTIL EOF = 'YES'
               CLOSE EMP-MASTER
           END-IF.
           MOVE 'NO' TO EOF.
       EMP-PASS-COMP.
           ADD 1 TO EMP-READ-CNT.
           IF SEPDT > 0
               PERFORM EMP-SEPARATED-RTN
           END-IF.
           READ EMP-MASTER NEXT RECORD
               AT END MOVE 'YES' TO EOF
           END-READ.
       EMP-SEPARATED-RTN.
           IF SPT-CNT >= 2000
               MOVE 'YES' TO FULL-SW
               MOVE 'YES' TO EOF
           ELSE
               ADD 1 TO SPT-CNT
               MOVE EMPNO TO SPT-EMPNO (SPT-CNT)
               MOVE SEPDT TO SPT-SEPDT (SPT-CNT)
               IF EMPNA = ANON-NAME
                   ADD 1 TO ALREADY-CNT
               ELSE
                   IF SEPDT NOT > EMP-CUT-DATE
                       MOVE 'EMPMAST ' TO CUR-TYPE
                       MOVE 'NAME ANONYMIZED' TO CUR-NOTE
                       MOVE EMPNO TO CUR-KEY
                       MOVE SEPDT TO SEPDT-X
                       MOVE SEPDT-X TO CUR-BASIS
                       PERFORM CHECK-EMP-HOLD-RTN
                       IF DISPOSE-SW = 'YES'
                           PERFORM ANON-EMP-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *  DISPOSE-SW COMES BACK 'YES' WHEN CUR-KEY IS CLEAR OF ANY
      *  LEGAL HOLD; OTHERWISE THE RECORD IS LISTED AS HELD.
       CHECK-EMP-HOLD-RTN.
           MOVE 'E' TO CUR-SECT.
           PERFORM FIND-LGLH-RTN.
           IF LHT-POS > 0
               MOVE 'NO' TO DISPOSE-SW
               MOVE 'H' TO CUR-SECT
               MOVE LHT-REASON (LHT-POS) TO CUR-NOTE
               ADD 1 TO HELD-CNT
           ELSE
               MOVE 'YES' TO DISPOSE-SW
               MOVE 'D' TO CUR-SECT
           END-IF.
           PERFORM ADD-RESULT-RTN.
      *  THE AUDIT RECORD CARRIES THE ANONYMIZED IMAGE ON BOTH
      *  SIDES - JRNL-RECOVER REPLAYS FROM THE AFTER IMAGE, AND A
      *  BEFORE IMAGE WITH THE NAME WOULD KEEP WHAT WAS DISPOSED OF.
       ANON-EMP-RTN.
           ADD 1 TO EMP-ANON-CNT.
           IF FINAL-SW = 'YES'
               MOVE ANON-NAME TO EMPNA
               REWRITE EMPLOY-LIST
               MOVE EMPLOY-LIST TO AUW-BEFORE
               MOVE EMPLOY-LIST TO AUW-AFTER
               MOVE 'ANONYM' TO AUW-ACTION
               PERFORM WRITE-AUDIT-RTN
           END-IF.
      *  THE SEPARATED EMPLOYEE ROW FOR CUR-KEY, 0 WHEN THE
      *  EMPLOYEE IS STILL ACTIVE OR NOT ON THE MASTER.
       FIND-SEP-RTN.
           MOVE 0 TO SPT-POS.
           MOVE 1 TO SPT-SUB.
           PERFORM FIND-SEP-COMP
               UNTIL SPT-SUB > SPT-CNT OR SPT-POS > 0.
       FIND-SEP-COMP.
           IF SPT-EMPNO (SPT-SUB) = CUR-KEY
               MOVE SPT-SUB TO SPT-POS
           END-IF.
           ADD 1 TO SPT-SUB.
      *  AGENCY ID NUMBERS: A SEPARATED EMPLOYEE'S RECORD PAST THE
      *  AGENCYID CUTOFF IS DROPPED. A FINAL RUN COPIES THE KEPT
      *  RECORDS TO THE SCRATCH FILE AND SWAPS IT BACK.
       AGY-PASS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT AGY-FILE.
           IF AGY-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               IF FINAL-SW = 'YES'
                   OPEN OUTPUT AGY-SCRATCH
               END-IF
               READ AGY-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM AGY-PASS-COMP UNTIL EOF = 'YES'
               CLOSE AGY-FILE
               IF FINAL-SW = 'YES'
                   CLOSE AGY-SCRATCH
                   IF AGY-DROP-CNT > 0
                       PERFORM AGY-SWAP-RTN
                   END-IF
               END-IF
           END-IF.
           MOVE 'NO' TO EOF.
       AGY-PASS-COMP.
           MOVE 'NO' TO DISPOSE-SW.
           MOVE AG-EMPNO TO CUR-KEY.
           PERFORM FIND-SEP-RTN.
           IF SPT-POS > 0
               IF SPT-SEPDT (SPT-POS) NOT > AGY-CUT-DATE
                   MOVE 'AGENCYID' TO CUR-TYPE
                   MOVE 'RECORD REMOVED' TO CUR-NOTE
                   MOVE SPT-SEPDT (SPT-POS) TO SEPDT-X
                   MOVE SEPDT-X TO CUR-BASIS
                   PERFORM CHECK-EMP-HOLD-RTN
               END-IF
           END-IF.
           IF DISPOSE-SW = 'YES'
               ADD 1 TO AGY-DROP-CNT
           ELSE
               IF FINAL-SW = 'YES'
                   MOVE AGY-REC TO AGY-REC2
                   WRITE AGY-REC2
               END-IF
           END-IF.
           READ AGY-FILE AT END MOVE 'YES' TO EOF.
       AGY-SWAP-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT AGY-SCRATCH
               OUTPUT AGY-FILE.
           READ AGY-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM AGY-SWAP-COMP UNTIL EOF = 'YES'.
           CLOSE AGY-SCRATCH, AGY-FILE.
       AGY-SWAP-COMP.
           MOVE AGY-REC2 TO AGY-REC.
           WRITE AGY-REC.
           READ AGY-SCRATCH AT END MOVE 'YES' TO EOF.
      *  BANK ACCOUNTS: SAME AS THE AGENCY IDS, AGAINST THE
      *  BANKACCT CUTOFF.
       BANK-PASS-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT-FILE.
           IF ACCT-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               IF FINAL-SW = 'YES'
                   OPEN OUTPUT ACCT-SCRATCH
               END-IF
               READ ACCT-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM BANK-PASS-COMP UNTIL EOF = 'YES'
               CLOSE ACCT-FILE
               IF FINAL-SW = 'YES'
                   CLOSE ACCT-SCRATCH
                   IF BANK-DROP-CNT > 0
                       PERFORM BANK-SWAP-RTN
                   END-IF
               END-IF
           END-IF.
           MOVE 'NO' TO EOF.
       BANK-PASS-COMP.
           MOVE 'NO' TO DISPOSE-SW.
           MOVE BA-EMPNO TO CUR-KEY.
           PERFORM FIND-SEP-RTN.
           IF SPT-POS > 0
               IF SPT-SEPDT (SPT-POS) NOT > BANK-CUT-DATE
                   MOVE 'BANKACCT' TO CUR-TYPE
                   MOVE 'RECORD REMOVED' TO CUR-NOTE
                   MOVE SPT-SEPDT (SPT-POS) TO SEPDT-X
                   MOVE SEPDT-X TO CUR-BASIS
                   PERFORM CHECK-EMP-HOLD-RTN
               END-IF
           END-IF.
           IF DISPOSE-SW = 'YES'
               ADD 1 TO BANK-DROP-CNT
           ELSE
               IF FINAL-SW = 'YES'
                   MOVE ACCT-REC TO ACCT-REC2
                   WRITE ACCT-REC2
               END-IF
           END-IF.
           READ ACCT-FILE AT END MOVE 'YES' TO EOF.
       BANK-SWAP-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ACCT-SCRATCH
               OUTPUT ACCT-FILE.
           READ ACCT-SCRATCH AT END MOVE 'YES' TO EOF.
           PERFORM BANK-SWAP-COMP UNTIL EOF = 'YES'.
           CLOSE ACCT-SCRATCH, ACCT-FILE.
       BANK-SWAP-COMP.
           MOVE ACCT-REC2 TO ACCT-REC.
           WRITE ACCT-REC.
           READ ACCT-SCRATCH AT END MOVE 'YES' TO EOF.
      *  THE STUDENT ROW FOR CUR-KEY, 0 WHEN NOT ON THE MASTER.
       FIND-STUD-RTN.
           MOVE 0 TO STT-POS.
           MOVE 1 TO STT-SUB.
           PERFORM FIND-STUD-COMP
               UNTIL STT-SUB > STT-CNT OR STT-POS > 0.
       FIND-STUD-COMP.
           IF STT-NUM (STT-SUB) = CUR-KEY
               MOVE STT-SUB TO STT-POS
           END-IF.
           ADD 1 TO STT-SUB.
      *  KEEP THE LATEST TERM SEEN FOR CUR-KEY.
       NOTE-TERM-RTN.
           PERFORM FIND-STUD-RTN.
           IF STT-POS > 0 AND CUR-TERM-WS NOT = SPACES
               IF CUR-TERM-WS > STT-LAST (STT-POS)
                   MOVE CUR-TERM-WS TO STT-LAST (STT-POS)
               END-IF
           END-IF.
      *  A STUDENT ON THE TERM'S LIVE ENROLLMENT IS ACTIVE.
       SCAN-ENR-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ENR-IN.
           IF ENR-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ENR-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SCAN-ENR-COMP UNTIL EOF = 'YES'
               CLOSE ENR-IN
           END-IF.
           MOVE 'NO' TO EOF.
       SCAN-ENR-COMP.
           MOVE STUD-NUM3 TO CUR-KEY.
           PERFORM FIND-STUD-RTN.
           IF STT-POS > 0
               MOVE 'YES' TO STT-ACTIVE (STT-POS)
           END-IF.
           READ ENR-IN AT END MOVE 'YES' TO EOF.
      *  A STUDENT UNDER ANY ACTIVE HOLD IS ACTIVE; EVERY HOLD'S
      *  TERM ALSO DATES THE STUDENT.
       SCAN-HOLD-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT HOLD-IN.
           IF HOLD-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ HOLD-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SCAN-HOLD-COMP UNTIL EOF = 'YES'
               CLOSE HOLD-IN
           END-IF.
           MOVE 'NO' TO EOF.
       SCAN-HOLD-COMP.
           MOVE HD-STUD TO CUR-KEY.
           MOVE HD-TERM TO CUR-TERM-WS.
           PERFORM NOTE-TERM-RTN.
           IF STT-POS > 0 AND HD-STATUS = 'A'
               MOVE 'YES' TO STT-ACTIVE (STT-POS)
           END-IF.
           READ HOLD-IN AT END MOVE 'YES' TO EOF.
       SCAN-PAY-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT PAY-IN.
           IF PAY-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ PAY-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SCAN-PAY-COMP UNTIL EOF = 'YES'
               CLOSE PAY-IN
           END-IF.
           MOVE 'NO' TO EOF.
       SCAN-PAY-COMP.
           MOVE PY-STUD TO CUR-KEY.
           MOVE PY-TERM TO CUR-TERM-WS.
           PERFORM NOTE-TERM-RTN.
           READ PAY-IN AT END MOVE 'YES' TO EOF.
       SCAN-ADJ-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT ADJ-IN.
           IF ADJ-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ ADJ-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SCAN-ADJ-COMP UNTIL EOF = 'YES'
               CLOSE ADJ-IN
           END-IF.
           MOVE 'NO' TO EOF.
       SCAN-ADJ-COMP.
           MOVE TA-STUD TO CUR-KEY.
           MOVE TA-TERM TO CUR-TERM-WS.
           PERFORM NOTE-TERM-RTN.
           READ ADJ-IN AT END MOVE 'YES' TO EOF.
       SCAN-REFPAID-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT REFPAID-IN.
           IF REFPAID-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ REFPAID-IN
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM SCAN-REFPAID-COMP UNTIL EOF = 'YES'
               CLOSE REFPAID-IN
           END-IF.
           MOVE 'NO' TO EOF.
       SCAN-REFPAID-COMP.
           MOVE RF-STUD TO CUR-KEY.
           MOVE RF-TERM TO CUR-TERM-WS.
           PERFORM NOTE-TERM-RTN.
           READ REFPAID-IN AT END MOVE 'YES' TO EOF.
      *  A STUDENT NEITHER ACTIVE NOR ALREADY DONE, WHOSE LAST TERM
      *  ON FILE FALLS IN OR BEFORE THE CUTOFF YEAR, HAS THE NAME
      *  ANONYMIZED. A STUDENT WITH NO TERM ON FILE CANNOT BE DATED
      *  AND IS KEPT.
       STUD-PASS-RTN.
           IF STT-NAME (STT-SUB) = ANON-NAME
               ADD 1 TO ALREADY-CNT
           ELSE
               IF STT-ACTIVE (STT-SUB) = 'NO'
                   IF STT-LAST (STT-SUB) = SPACES
                       ADD 1 TO NODATE-CNT
                   ELSE
                       PERFORM STUD-CHECK-RTN
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO STT-SUB.
       STUD-CHECK-RTN.
           MOVE STT-LAST (STT-SUB) TO CUR-TERM-WS.
           IF CUR-TERM-YR IS NUMERIC
               IF CUR-TERM-YR NOT > STUD-CUT-YEAR
                   MOVE 'STUDMAST' TO CUR-TYPE
                   MOVE STT-NUM (STT-SUB) TO CUR-KEY
                   MOVE 'NAME ANONYMIZED' TO CUR-NOTE
                   MOVE CUR-TERM-WS TO CUR-BASIS
                   MOVE 'S' TO CUR-SECT
                   PERFORM FIND-LGLH-RTN
                   IF LHT-POS > 0
                       MOVE 'H' TO CUR-SECT
                       MOVE LHT-REASON (LHT-POS) TO CUR-NOTE
                       ADD 1 TO HELD-CNT
                   ELSE
                       MOVE 'D' TO CUR-SECT
                       MOVE ANON-NAME TO STT-NAME (STT-SUB)
                       ADD 1 TO STUD-ANON-CNT
                   END-IF
                   PERFORM ADD-RESULT-RTN
               END-IF
           END-IF.
      *  WRITE THE WHOLE STUDENT TABLE BACK OVER STUDMAST.TXT, EVERY
      *  ROW NOT DISPOSED OF EXACTLY AS IT WAS READ.
       REWRITE-STUDMAST-RTN.
           OPEN OUTPUT STUD-MASTER.
           MOVE 1 TO STT-SUB.
           PERFORM REWRITE-STUDMAST-COMP UNTIL STT-SUB > STT-CNT.
           CLOSE STUD-MASTER.
       REWRITE-STUDMAST-COMP.
           MOVE STT-NUM (STT-SUB) TO SM-NUM.
           MOVE STT-NAME (STT-SUB) TO SM-NAME.
           MOVE STT-CRS (STT-SUB) TO SM-CRS.
           MOVE STT-YR (STT-SUB) TO SM-YR.
           WRITE STUDMAST-REC.
           ADD 1 TO STT-SUB.
       ADD-RESULT-RTN.
           IF RES-CNT < 3000
               ADD 1 TO RES-CNT
               MOVE CUR-SECT TO RES-SECT (RES-CNT)
               MOVE CUR-TYPE TO RES-TYPE (RES-CNT)
               MOVE CUR-KEY TO RES-KEY (RES-CNT)
               MOVE CUR-NOTE TO RES-NOTE (RES-CNT)
               MOVE CUR-BASIS TO RES-BASIS (RES-CNT)
           END-IF.
      *  THE CERTIFIED LISTING: THE POLICY APPLIED, EVERY RECORD
      *  DISPOSED OF, EVERY ONE KEPT UNDER A LEGAL HOLD, THE COUNTS,
      *  AND THE DATA PROTECTION OFFICER'S CERTIFICATION.
       WRITE-REPORT-RTN.
           OPEN OUTPUT RPT-OUT.
           WRITE REP-OUT FROM HEADER.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM RPT-TITLE.
           MOVE RUN-DATE-WS TO DH-DATE.
           WRITE REP-OUT FROM DATE-HDR.
           IF FINAL-SW = 'NO'
               WRITE REP-OUT FROM TRIAL-BANNER
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'RETENTION POLICY APPLIED' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM POL-COL-HDR.
           MOVE 1 TO RPT-IDX.
           PERFORM POLICY-LINE-RTN UNTIL RPT-IDX > RPT-TAB-MAX.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'RECORDS DISPOSED OF' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM DSP-COL-HDR.
           MOVE 'D' TO CUR-SECT.
           PERFORM SECTION-LINES-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'KEPT - UNDER LEGAL HOLD' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           WRITE REP-OUT FROM DSP-COL-HDR.
           MOVE 'H' TO CUR-SECT.
           PERFORM SECTION-LINES-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'TOTALS' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           MOVE 'EMPLOYEE NAMES ANONYMIZED:' TO SL-LBL.
           MOVE EMP-ANON-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'AGENCY ID RECORDS REMOVED:' TO SL-LBL.
           MOVE AGY-DROP-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'BANK ACCOUNT RECORDS REMOVED:' TO SL-LBL.
           MOVE BANK-DROP-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'STUDENT NAMES ANONYMIZED:' TO SL-LBL.
           MOVE STUD-ANON-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'RECORDS KEPT UNDER LEGAL HOLD:' TO SL-LBL.
           MOVE HELD-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'ANONYMIZED IN AN EARLIER RUN:' TO SL-LBL.
           MOVE ALREADY-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           MOVE 'STUDENTS KEPT - NO TERM ON FILE TO DATE:'
               TO SL-LBL.
           MOVE NODATE-CNT TO SL-CNT.
           WRITE REP-OUT FROM SUM-LINE.
           IF FINAL-SW = 'YES'
               PERFORM CERTIFY-RTN
           END-IF.
           CLOSE RPT-OUT.
       POLICY-LINE-RTN.
           MOVE RPT-TYPE (RPT-IDX) TO PL-TYPE.
           MOVE RPT-YEARS (RPT-IDX) TO PL-YEARS.
           MOVE SPACES TO PL-BASIS.
           EVALUATE RPT-TYPE (RPT-IDX)
               WHEN 'EMPMAST '
                   MOVE EMP-CUT-DATE TO SEPDT-X
               WHEN 'AGENCYID'
                   MOVE AGY-CUT-DATE TO SEPDT-X
               WHEN OTHER
                   MOVE BANK-CUT-DATE TO SEPDT-X
           END-EVALUATE.
           IF RPT-TYPE (RPT-IDX) = 'STUDMAST'
               MOVE STUD-CUT-YEAR TO CUR-YR-WS
               STRING 'LAST TERM IN OR BEFORE ' DELIMITED BY SIZE
                   CUR-YR-WS DELIMITED BY SIZE
                   INTO PL-BASIS
           ELSE
               STRING 'SEPARATED ON OR BEFORE ' DELIMITED BY SIZE
                   SEPDT-X DELIMITED BY SIZE
                   INTO PL-BASIS
           END-IF.
           WRITE REP-OUT FROM POL-LINE.
           ADD 1 TO RPT-IDX.
      *  EVERY RESULT ROW IN SECTION CUR-SECT, WITH ITS COUNT.
       SECTION-LINES-RTN.
           MOVE 0 TO SEC-CNT.
           MOVE 1 TO RES-SUB.
           PERFORM SECTION-LINES-COMP UNTIL RES-SUB > RES-CNT.
           MOVE SEC-CNT TO ST-CNT.
           WRITE REP-OUT FROM SEC-TOT-LINE.
       SECTION-LINES-COMP.
           IF RES-SECT (RES-SUB) = CUR-SECT
               ADD 1 TO SEC-CNT
               MOVE RES-TYPE (RES-SUB) TO DSL-TYPE
               MOVE RES-KEY (RES-SUB) TO DSL-KEY
               MOVE RES-NOTE (RES-SUB) TO DSL-NOTE
               MOVE RES-BASIS (RES-SUB) TO DSL-BASIS
               WRITE REP-OUT FROM DSP-LINE
           END-IF.
           ADD 1 TO RES-SUB.
       CERTIFY-RTN.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'CERTIFICATION' TO SH-NAME.
           WRITE REP-OUT FROM SEC-HDR.
           MOVE 'THE PERSONAL DATA IN THE RECORDS LISTED AS DISPOSED OF'
               TO CL-TEXT.
           WRITE REP-OUT FROM CERT-LINE.
           MOVE 'WAS ANONYMIZED OR REMOVED ON THE RUN DATE UNDER THE'
               TO CL-TEXT.
           WRITE REP-OUT FROM CERT-LINE.
           MOVE 'RETENTION POLICY SHOWN. NUMBERS, DATES, AND AMOUNTS'
               TO CL-TEXT.
           WRITE REP-OUT FROM CERT-LINE.
           MOVE 'WERE KEPT FOR PAYROLL, TAX, AND ACADEMIC REPRINTS.'
               TO CL-TEXT.
           WRITE REP-OUT FROM CERT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'DATA PROTECTION OFFICER:  ____________________________'
               TO CL-TEXT.
           WRITE REP-OUT FROM CERT-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'DATE SIGNED:              ____________________________'
               TO CL-TEXT.
           WRITE REP-OUT FROM CERT-LINE.
      *  APPEND ONE AUDIT RECORD FOR THE MASTER REWRITE JUST APPLIED
      *  - DATE, TIME, ACTION, AND THE BEFORE/AFTER IMAGES HELD IN
      *  AUDIT-WORK. A MISSING EMPAUDIT.TXT (STATUS 35) IS CREATED
      *  FRESH.
       WRITE-AUDIT-RTN.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           MOVE MY-PROG-NAME TO AU-OPER.
           MOVE AUW-ACTION TO AU-ACTION.
           MOVE AUW-BEFORE TO AU-BEFORE.
           MOVE AUW-AFTER TO AU-AFTER.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
      *  RESTAMP THE MASTER'S CONTROL RECORD - RECORD COUNT AND
      *  MONRATE HASH TOTAL - SAME CONVENTION AS EMPMAINT-TXT.
       STAMP-CTL-RTN.
           MOVE 0 TO CTL-COUNT-WS.
           MOVE 0 TO CTL-HASH-WS.
           MOVE 'NO' TO CTL-EOF.
           OPEN INPUT EMP-MASTER.
           IF MAST-STATUS = '00'
               READ EMP-MASTER NEXT RECORD
                   AT END MOVE 'YES' TO CTL-EOF
               END-READ
               PERFORM STAMP-CTL-COMP UNTIL CTL-EOF = 'YES'
               CLOSE EMP-MASTER
           END-IF.
           MOVE CTL-COUNT-WS TO CT-COUNT.
           MOVE CTL-HASH-WS TO CT-HASH.
           OPEN OUTPUT CTL-FILE.
           WRITE CTL-REC.
           CLOSE CTL-FILE.
       STAMP-CTL-COMP.
           ADD 1 TO CTL-COUNT-WS.
           ADD MONRATE TO CTL-HASH-WS.
           READ EMP-MASTER NEXT RECORD
               AT END MOVE 'YES' TO CTL-EOF
           END-READ.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'PRIV-RETAIN    ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           COMPUTE RL-RECS-READ = EMP-READ-CNT + STT-CNT.
           MOVE 0 TO RL-RECS-WRITTEN.
           IF FINAL-SW = 'YES'
               COMPUTE RL-RECS-WRITTEN = EMP-ANON-CNT + AGY-DROP-CNT
                   + BANK-DROP-CNT + STUD-ANON-CNT
           END-IF.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
      *  START, NAMING THE HOLDER, WHEN ANOTHER RUN ALREADY HOLDS IT.
       CLAIM-EMPMAST-RTN.
           MOVE 'FREE' TO EMPMAST-LOCK-HOLDER.
           OPEN INPUT EMPMAST-LOCK.
           IF LOCK-STATUS NOT = '35'
               READ EMPMAST-LOCK
                   AT END CONTINUE
               END-READ
               CLOSE EMPMAST-LOCK
               IF EMPMAST-LOCK-HOLDER NOT = SPACES
                   AND EMPMAST-LOCK-HOLDER NOT = 'FREE'
                   DISPLAY 'EMPLOYEE MASTER IS CLAIMED BY '
                       EMPMAST-LOCK-HOLDER
                   DISPLAY 'TRY AGAIN WHEN THAT RUN FINISHES.'
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT EMPMAST-LOCK.
           MOVE MY-PROG-NAME TO EMPMAST-LOCK-HOLDER.
           WRITE EMPMAST-LOCK-REC.
           CLOSE EMPMAST-LOCK.
      *  RELEASE THE CLAIM AT END OF RUN.
       RELEASE-EMPMAST-RTN.
           OPEN OUTPUT EMPMAST-LOCK.
           MOVE 'FREE' TO EMPMAST-LOCK-HOLDER.
           WRITE EMPMAST-LOCK-REC.
           CLOSE EMPMAST-LOCK.
      *  PULL THIS COMPANY'S LETTERHEAD FROM THE SHARED PROFILE
      *  FILE. A MISSING COMPANY.TXT (STATUS 35) OR UNLISTED CODE
      *  KEEPS THE COMPILED-IN DEFAULTS.
       LOAD-COPROF-RTN.
           PERFORM LOAD-RUNCO-RTN.
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
