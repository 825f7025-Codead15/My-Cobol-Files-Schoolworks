       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-BAL.
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
      *  THE REGISTRAR ROSTER SAMPLE4 REPORTS BY CRS/YR/SEC. AN
      *  APPROVED RUN REWRITES IT VIA THE SAME SCRATCH-AND-SWAP
      *  IDIOM AS TERM-CLOSE.
           SELECT STUDREC-IN ASSIGN TO 'STUDREC.TXT'
               FILE STATUS IS STUDREC-STATUS.
           SELECT STUDREC-SCR ASSIGN TO 'STUDRECN.TXT'.
      *  THE STUDENT MASTER - READ HERE ONLY FOR EACH STUDENT'S
      *  COMPANY.
           SELECT ACCT8 ASSIGN TO 'STUDMAST.TXT'
               FILE STATUS IS SM-STATUS.
      *  THE BEFORE/AFTER COUNTS AND THE MOVED-STUDENT LIST FOR THE
      *  DEPARTMENT CHAIR'S SIGNATURE.
           SELECT REP-FILE ASSIGN TO SECTBAL-FILE-NAME.
      *  SHARED RUN LOG - EVERY BATCH REPORT APPENDS ONE LINE HERE
      *  WITH ITS JOB NAME, RUN DATE/TIME, AND RECORDS READ/WRITTEN.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD  STUDREC-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS STUDREC.
       01  STUDREC.
           05 STUDNO PIC X(15).
           05 STUDNA PIC X(20).
           05 CRS PIC X(5).
           05 YR PIC 9.
           05 SEC PIC 9.
       FD  STUDREC-SCR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS STUDREC2.
       01  STUDREC2.
           05 STUDNO2 PIC X(15).
           05 STUDNA2 PIC X(20).
           05 CRS2 PIC X(5).
           05 YR2 PIC 9.
           05 SEC2 PIC 9.
       FD  ACCT8
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS STUDMAST-INFO.
       01  STUDMAST-INFO.
           05 SM-NUM PIC X(12).
           05 SM-NAME PIC X(25).
           05 SM-CRS PIC X(5).
           05 SM-YR PIC 9.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS TRIS.
           05 SM-CO PIC X(4).
       FD  REP-FILE.
       01  REP-OUT.
           05 FILLER PIC X(80).
       FD  RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01  RUNLOG-REC.
           05 RL-JOBNAME PIC X(15).
           05 RL-DATE PIC 9(8).
           05 RL-TIME PIC 9(8).
           05 RL-RECS-READ PIC 9(6).
           05 RL-RECS-WRITTEN PIC 9(6).
      *  THE RUN COMPANY (COMPANY.TXT CODE) - BLANK FOR A SHOP-WIDE
      *  JOB.
           05 RL-CO PIC X(4).
       FD  CO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS CO-REC.
       01  CO-REC.
           05 CO-CODE PIC X(4).
           05 CO-NAME PIC X(40).
           05 CO-ADDR PIC X(40).
      *  'N' ONCE THE COMPANY IS NO LONGER PROCESSED, AND A 'Y'
      *  FOR EACH APPLICATION IT RUNS (PAYROLL, SALES, SCHOOL).
           05 CO-ACTIVE PIC X(1).
           05 CO-APP-PAY PIC X(1).
           05 CO-APP-SALES PIC X(1).
           05 CO-APP-SCHOOL PIC X(1).
       FD  RUNCO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS RUNCO-REC.
       01  RUNCO-REC.
           05 RUNCO-PAY PIC X(4).
           05 RUNCO-SALES PIC X(4).
           05 RUNCO-SCHOOL PIC X(4).
       WORKING-STORAGE SECTION.
      *  COMPANY PROFILE WORK FIELDS - THE COMPILED-IN HEADER VALUES
      *  STAY AS THE FALLBACK WHEN THE PROFILE FILE OR CODE IS
      *  MISSING.
       01  COPROF-STATUS PIC XX.
       01  COPROF-EOF PIC X(3) VALUE 'NO'.
       01  COPROF-CODE-WS PIC X(4) VALUE 'TRIS'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01  HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01  RUNCO-STATUS PIC XX.
       01 SECTBAL-FILE-NAME PIC X(20) VALUE 'SECTBAL.TXT'.
      *  ANOTHER COMPANY'S STUDENTS - THEIR ROWS ARE LEFT OUT.
       01 OST-TABLE.
           05 OST-NUM OCCURS 2000 TIMES PIC X(12).
       01 OST-CNT PIC 9(4) VALUE 0.
       01 OST-SUB PIC 9(4) VALUE 0.
       01 OST-KEY-WS PIC X(12).
       01  HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(20).
       01  HEADER2.
           05 FILLER PIC X(20).
           05 HDR2-ADDR PIC X(40) VALUE
              'GREENHILLS, SAN JUAN CITY'.
           05 FILLER PIC X(20).
       01  HEADER3.
           05 FILLER PIC X(27).
           05 FILLER PIC X(26) VALUE 'SECTION BALANCING LISTING'.
           05 FILLER PIC X(27).
       01  PARM-LINE.
           05 FILLER PIC X(8) VALUE 'COURSE: '.
           05 PL-CRS PIC X(5).
           05 FILLER PIC X(14) VALUE '   YEAR LEVEL:'.
           05 PL-YR PIC 9.
           05 FILLER PIC X(20) VALUE '   MAX SECTION SIZE:'.
           05 PL-MAX PIC ZZ9.
           05 FILLER PIC X(13) VALUE '   STUDENTS: '.
           05 PL-CNT PIC ZZZ9.
           05 FILLER PIC X(12).
       01  CNT-HDR.
           05 FILLER PIC X(10) VALUE 'SECTION'.
           05 FILLER PIC X(10) VALUE '    BEFORE'.
           05 FILLER PIC X(10) VALUE '     AFTER'.
           05 FILLER PIC X(50).
       01  CNT-LINE.
           05 FILLER PIC X(3).
           05 CL-SEC PIC X(7).
           05 CL-BEFORE PIC Z(9)9.
           05 CL-AFTER PIC Z(9)9.
           05 FILLER PIC X(50).
       01  MOVE-HDR.
           05 FILLER PIC X(17) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(22) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(6) VALUE 'FROM'.
           05 FILLER PIC X(6) VALUE 'TO'.
           05 FILLER PIC X(29) VALUE 'REASON'.
       01  MOVE-LINE.
           05 ML-STUDNO PIC X(15).
           05 FILLER PIC X(2).
           05 ML-STUDNA PIC X(20).
           05 FILLER PIC X(3).
           05 ML-FROM PIC X(3).
           05 FILLER PIC X(3).
           05 ML-TO PIC 9.
           05 FILLER PIC X(5).
           05 ML-REASON PIC X(28).
       01  MSG-LINE.
           05 MG-TEXT PIC X(70).
           05 FILLER PIC X(10).
       01  APPR-LINE.
           05 FILLER PIC X(16) VALUE 'APPROVED BY:    '.
           05 AL-APPROVER PIC X(12).
           05 FILLER PIC X(6) VALUE '  ON: '.
           05 AL-DATE PIC 9(8).
           05 FILLER PIC X(38).
       01  BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE WHOLE ROSTER, IN FILE ORDER, WITH THE NEW SECTION FOR
      *  EVERY ROW OF THE COURSE AND YEAR BEING BALANCED.
       01  STT-TABLE.
           05 STT-ENTRY OCCURS 3000 TIMES.
               10 STT-STUDNO PIC X(15).
               10 STT-STUDNA PIC X(20).
               10 STT-CRS PIC X(5).
               10 STT-YR PIC 9.
               10 STT-SEC PIC 9.
               10 STT-NEW-SEC PIC 9.
               10 STT-IN-RUN PIC X(3).
               10 STT-PLACED PIC X(3).
       01  STT-CNT PIC 9(4) VALUE 0.
       01  STT-SUB PIC 9(4) VALUE 0.
      *  PER-SECTION COUNTS, SUBSCRIPTED SEC + 1 AS IN SAMPLE4 -
      *  SECTION 0 IS A STUDENT NOT YET SECTIONED.
       01  SECT-TABLE.
           05 SECT-ENTRY OCCURS 10 TIMES.
               10 SECT-BEFORE PIC 9(4).
               10 SECT-AFTER PIC 9(4).
               10 SECT-TARGET PIC 9(4).
       01  SECT-SUB PIC 99 VALUE 0.
       01  SECT-NO PIC 99 VALUE 0.
       01  SECT-DISP PIC 9 VALUE 0.
       01  RUN-CRS PIC X(5) VALUE SPACES.
       01  RUN-YR PIC 9 VALUE 0.
       01  RUN-MAX PIC 999 VALUE 0.
       01  YR-EDIT-WS PIC X.
       01  YR-EDIT-9 REDEFINES YR-EDIT-WS PIC 9.
       01  MAX-EDIT-WS PIC X(3).
       01  MAX-EDIT-9 REDEFINES MAX-EDIT-WS PIC 999.
       01  RUN-CNT PIC 9(4) VALUE 0.
       01  SECT-NEEDED PIC 9(4) VALUE 0.
       01  BASE-SIZE PIC 9(4) VALUE 0.
       01  EXTRA-SIZE PIC 9(4) VALUE 0.
       01  MOVED-CNT PIC 9(4) VALUE 0.
       01  WRITE-CNT PIC 9(6) VALUE 0.
       01  STUDREC-STATUS PIC XX.
       01  SM-STATUS PIC XX.
       01  RUN-DATE-WS PIC 9(8) VALUE 0.
       01  APPROVER-WS PIC X(12) VALUE SPACES.
       01  REWRITE-ANSWER PIC X VALUE 'N'.
       01  SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
           05 VALID-SW PIC X(3) VALUE 'NO'.
           05 FULL-SW PIC X(3) VALUE 'NO'.
           05 APPROVED-SW PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  THE SECTIONING RUN FOR ONE COURSE AND YEAR LEVEL: OPEN AS
      *  FEW SECTIONS AS THE MAXIMUM SIZE ALLOWS, SIZE THEM EVENLY,
      *  KEEP EACH CONTINUING STUDENT IN THE SECTION ALREADY ON THE
      *  ROSTER WHILE IT HAS ROOM, AND FILL THE REST FROM THE NEW
      *  AND THE OVERFLOW. THE LISTING IS WRITTEN FIRST; STUDREC.TXT
      *  IS ONLY REWRITTEN ONCE THE DEPARTMENT CHAIR APPROVES IT.
       MAIN-RTN.
           PERFORM LOAD-COPROF-RTN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-CRS-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-YR-RTN UNTIL VALID-SW = 'YES'.
           MOVE 'NO' TO VALID-SW.
           PERFORM GET-MAX-RTN UNTIL VALID-SW = 'YES'.
           PERFORM LOAD-OST-RTN.
           PERFORM LOAD-ROSTER-RTN.
           IF FULL-SW = 'YES'
               DISPLAY 'STUDREC.TXT IS LARGER THAN ITS TABLE - RUN '
                   'ABORTED, NOTHING CHANGED.'
               STOP RUN
           END-IF.
           IF RUN-CNT = 0
               DISPLAY 'NO STUDENTS ON STUDREC.TXT FOR ' RUN-CRS
                   ' YEAR ' RUN-YR ' - NOTHING TO BALANCE.'
               STOP RUN
           END-IF.
           DIVIDE RUN-CNT BY RUN-MAX GIVING SECT-NEEDED
               REMAINDER EXTRA-SIZE.
           IF EXTRA-SIZE > 0
               ADD 1 TO SECT-NEEDED
           END-IF.
           IF SECT-NEEDED > 9
               DISPLAY RUN-CNT ' STUDENTS NEED ' SECT-NEEDED
                   ' SECTIONS - SEC HOLDS ONLY 1 TO 9. RAISE THE '
                   'MAXIMUM SIZE. NOTHING CHANGED.'
               STOP RUN
           END-IF.
           PERFORM SET-TARGETS-RTN.
           MOVE 1 TO STT-SUB.
           PERFORM KEEP-SEC-RTN UNTIL STT-SUB > STT-CNT.
           MOVE 1 TO STT-SUB.
           PERFORM PLACE-SEC-RTN UNTIL STT-SUB > STT-CNT.
           PERFORM WRITE-REPORT-RTN.
           IF MOVED-CNT = 0
               DISPLAY 'SECTIONS ARE ALREADY BALANCED - STUDREC.TXT '
                   'NOT REWRITTEN.'
           ELSE
               PERFORM GET-APPROVAL-RTN
               IF APPROVED-SW = 'YES'
                   PERFORM REWRITE-ROSTER-RTN
                   DISPLAY MOVED-CNT ' STUDENTS RESECTIONED.'
               ELSE
                   DISPLAY 'NOT APPROVED - STUDREC.TXT UNCHANGED.'
               END-IF
               PERFORM WRITE-APPROVAL-RTN
           END-IF.
           PERFORM LOG-RUN-RTN.
           DISPLAY 'CHECK ' SECTBAL-FILE-NAME ' FOR THE LISTING'.
           STOP RUN.
       GET-CRS-RTN.
           DISPLAY 'ENTER COURSE TO SECTION: '.
           ACCEPT RUN-CRS.
           IF RUN-CRS = SPACES
               DISPLAY 'COURSE IS REQUIRED. TRY AGAIN.'
           ELSE
               MOVE 'YES' TO VALID-SW
           END-IF.
       GET-YR-RTN.
           DISPLAY 'ENTER YEAR LEVEL (1-9): '.
           ACCEPT YR-EDIT-WS.
           IF YR-EDIT-WS IS NUMERIC AND YR-EDIT-9 > 0
               MOVE YR-EDIT-9 TO RUN-YR
               MOVE 'YES' TO VALID-SW
           ELSE
               DISPLAY 'INVALID ENTRY - ONE DIGIT, 1 TO 9. TRY AGAIN.'
           END-IF.
       GET-MAX-RTN.
           DISPLAY 'ENTER MAXIMUM SECTION SIZE (3 DIGITS): '.
           ACCEPT MAX-EDIT-WS.
           IF MAX-EDIT-WS IS NUMERIC AND MAX-EDIT-9 > 0
               MOVE MAX-EDIT-9 TO RUN-MAX
               MOVE 'YES' TO VALID-SW
           ELSE
               DISPLAY 'INVALID ENTRY - DIGITS ONLY, MORE THAN ZERO. '
                   'TRY AGAIN.'
           END-IF.
      *  LOAD THE WHOLE ROSTER AND TAKE THE BEFORE COUNTS FOR THE
      *  COURSE AND YEAR BEING BALANCED. ANOTHER COMPANY'S STUDENTS
      *  ARE LEFT OUT OF THE RUN AND WRITTEN BACK AS THEY WERE.
       LOAD-ROSTER-RTN.
           MOVE 0 TO STT-CNT.
           MOVE 0 TO RUN-CNT.
           MOVE 1 TO SECT-SUB.
           PERFORM CLEAR-SECT-RTN UNTIL SECT-SUB > 10.
           MOVE 'NO' TO EOF.
           OPEN INPUT STUDREC-IN.
           IF STUDREC-STATUS = '35'
               MOVE 'YES' TO EOF
           ELSE
               READ STUDREC-IN AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM LOAD-ROSTER-COMP
                   UNTIL EOF = 'YES' OR FULL-SW = 'YES'
               CLOSE STUDREC-IN
           END-IF.
       LOAD-ROSTER-COMP.
           IF STT-CNT = 3000
               MOVE 'YES' TO FULL-SW
           ELSE
               ADD 1 TO STT-CNT
               MOVE STUDNO TO STT-STUDNO (STT-CNT)
               MOVE STUDNA TO STT-STUDNA (STT-CNT)
               MOVE CRS TO STT-CRS (STT-CNT)
               MOVE YR TO STT-YR (STT-CNT)
               MOVE SEC TO STT-SEC (STT-CNT)
               MOVE SEC TO STT-NEW-SEC (STT-CNT)
               MOVE 'NO' TO STT-PLACED (STT-CNT)
               MOVE STUDNO TO OST-KEY-WS
               PERFORM FIND-OST-RTN
               IF CRS = RUN-CRS AND YR = RUN-YR AND OST-SUB > OST-CNT
                   MOVE 'YES' TO STT-IN-RUN (STT-CNT)
                   ADD 1 TO RUN-CNT
                   COMPUTE SECT-SUB = SEC + 1
                   ADD 1 TO SECT-BEFORE (SECT-SUB)
               ELSE
                   MOVE 'NO' TO STT-IN-RUN (STT-CNT)
               END-IF
               READ STUDREC-IN AT END MOVE 'YES' TO EOF
           END-IF.
       CLEAR-SECT-RTN.
           MOVE 0 TO SECT-BEFORE (SECT-SUB).
           MOVE 0 TO SECT-AFTER (SECT-SUB).
           MOVE 0 TO SECT-TARGET (SECT-SUB).
           ADD 1 TO SECT-SUB.
      *  SPREAD THE STUDENTS EVENLY: EVERY OPEN SECTION GETS THE
      *  SAME SIZE, AND THE LOWEST-NUMBERED SECTIONS TAKE ONE EXTRA
      *  EACH UNTIL THE REMAINDER IS USED UP.
       SET-TARGETS-RTN.
           DIVIDE RUN-CNT BY SECT-NEEDED GIVING BASE-SIZE
               REMAINDER EXTRA-SIZE.
           MOVE 1 TO SECT-NO.
           PERFORM SET-TARGETS-COMP UNTIL SECT-NO > SECT-NEEDED.
       SET-TARGETS-COMP.
           COMPUTE SECT-SUB = SECT-NO + 1.
           MOVE BASE-SIZE TO SECT-TARGET (SECT-SUB).
           IF SECT-NO NOT > EXTRA-SIZE
               ADD 1 TO SECT-TARGET (SECT-SUB)
           END-IF.
           ADD 1 TO SECT-NO.
      *  FIRST PASS - A CONTINUING STUDENT STAYS IN THE SECTION ON
      *  THE ROSTER WHILE THAT SECTION IS STILL OPEN AND HAS ROOM,
      *  IN ROSTER ORDER.
       KEEP-SEC-RTN.
           IF STT-IN-RUN (STT-SUB) = 'YES'
               AND STT-SEC (STT-SUB) > 0
               COMPUTE SECT-SUB = STT-SEC (STT-SUB) + 1
               IF SECT-AFTER (SECT-SUB) < SECT-TARGET (SECT-SUB)
                   ADD 1 TO SECT-AFTER (SECT-SUB)
                   MOVE 'YES' TO STT-PLACED (STT-SUB)
               END-IF
           END-IF.
           ADD 1 TO STT-SUB.
      *  SECOND PASS - EVERYONE STILL UNPLACED (NEW STUDENTS, AND
      *  THOSE FROM A FULL OR CLOSED SECTION) GOES TO THE LOWEST-
      *  NUMBERED SECTION WITH ROOM.
       PLACE-SEC-RTN.
           IF STT-IN-RUN (STT-SUB) = 'YES'
               AND STT-PLACED (STT-SUB) = 'NO'
               MOVE 2 TO SECT-SUB
               PERFORM FIND-ROOM-RTN
                   UNTIL SECT-AFTER (SECT-SUB) < SECT-TARGET (SECT-SUB)
               ADD 1 TO SECT-AFTER (SECT-SUB)
               COMPUTE STT-NEW-SEC (STT-SUB) = SECT-SUB - 1
               MOVE 'YES' TO STT-PLACED (STT-SUB)
               ADD 1 TO MOVED-CNT
           END-IF.
           ADD 1 TO STT-SUB.
       FIND-ROOM-RTN.
           ADD 1 TO SECT-SUB.
      *  THE LISTING: PARAMETERS, BEFORE/AFTER COUNTS PER SECTION,
      *  EVERY STUDENT WHOSE SECTION CHANGES, AND THE CHAIR'S
      *  SIGN-OFF BLOCK.
       WRITE-REPORT-RTN.
           OPEN OUTPUT REP-FILE.
           WRITE REP-OUT FROM HEADER.
           WRITE REP-OUT FROM HEADER2.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM HEADER3.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE RUN-CRS TO PL-CRS.
           MOVE RUN-YR TO PL-YR.
           MOVE RUN-MAX TO PL-MAX.
           MOVE RUN-CNT TO PL-CNT.
           WRITE REP-OUT FROM PARM-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM CNT-HDR.
           MOVE 1 TO SECT-SUB.
           PERFORM WRITE-CNT-RTN UNTIL SECT-SUB > 10.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'STUDENTS MOVED' TO MG-TEXT.
           WRITE REP-OUT FROM MSG-LINE.
           WRITE REP-OUT FROM MOVE-HDR.
           MOVE 1 TO STT-SUB.
           PERFORM WRITE-MOVE-RTN UNTIL STT-SUB > STT-CNT.
           IF MOVED-CNT = 0
               MOVE 'NONE - THE SECTIONS ARE ALREADY BALANCED.'
                   TO MG-TEXT
               WRITE REP-OUT FROM MSG-LINE
           END-IF.
           WRITE REP-OUT FROM BLNK-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'DEPARTMENT CHAIR:  ____________________________'
               TO MG-TEXT.
           WRITE REP-OUT FROM MSG-LINE.
           WRITE REP-OUT FROM BLNK-LINE.
           MOVE 'DATE SIGNED:       ____________________________'
               TO MG-TEXT.
           WRITE REP-OUT FROM MSG-LINE.
           CLOSE REP-FILE.
      *  A SECTION WITH NOBODY BEFORE OR AFTER IS LEFT OFF.
       WRITE-CNT-RTN.
           IF SECT-BEFORE (SECT-SUB) > 0 OR SECT-AFTER (SECT-SUB) > 0
               IF SECT-SUB = 1
                   MOVE 'NONE' TO CL-SEC
               ELSE
                   MOVE SPACES TO CL-SEC
                   COMPUTE SECT-DISP = SECT-SUB - 1
                   MOVE SECT-DISP TO CL-SEC
               END-IF
               MOVE SECT-BEFORE (SECT-SUB) TO CL-BEFORE
               MOVE SECT-AFTER (SECT-SUB) TO CL-AFTER
               WRITE REP-OUT FROM CNT-LINE
               ADD 1 TO WRITE-CNT
           END-IF.
           ADD 1 TO SECT-SUB.
       WRITE-MOVE-RTN.
           IF STT-IN-RUN (STT-SUB) = 'YES'
               AND STT-NEW-SEC (STT-SUB) NOT = STT-SEC (STT-SUB)
               MOVE STT-STUDNO (STT-SUB) TO ML-STUDNO
               MOVE STT-STUDNA (STT-SUB) TO ML-STUDNA
               MOVE STT-NEW-SEC (STT-SUB) TO ML-TO
               IF STT-SEC (STT-SUB) = 0
                   MOVE '-' TO ML-FROM
                   MOVE 'NEW - NOT YET SECTIONED' TO ML-REASON
               ELSE
                   MOVE STT-SEC (STT-SUB) TO ML-FROM
                   IF STT-SEC (STT-SUB) > SECT-NEEDED
                       MOVE 'SECTION NOT OPENED' TO ML-REASON
                   ELSE
                       MOVE 'SECTION OVER ITS SHARE' TO ML-REASON
                   END-IF
               END-IF
               WRITE REP-OUT FROM MOVE-LINE
               ADD 1 TO WRITE-CNT
           END-IF.
           ADD 1 TO STT-SUB.
      *  THE CHAIR SIGNS THE LISTING; THE REGISTRAR KEYS THE CHAIR'S
      *  ID AND CONFIRMS. NO ID, NO REWRITE.
       GET-APPROVAL-RTN.
           DISPLAY MOVED-CNT ' STUDENTS WOULD CHANGE SECTION - REVIEW '
               SECTBAL-FILE-NAME.
           DISPLAY 'APPROVED BY (DEPARTMENT CHAIR ID, BLANK IF NOT '
               'APPROVED): '.
           ACCEPT APPROVER-WS.
           IF APPROVER-WS NOT = SPACES
               DISPLAY 'REWRITE STUDREC.TXT WITH THE NEW SECTIONS '
                   '(Y/N)? '
               ACCEPT REWRITE-ANSWER
               IF REWRITE-ANSWER = 'Y' OR REWRITE-ANSWER = 'y'
                   MOVE 'YES' TO APPROVED-SW
               END-IF
           END-IF.
      *  RECORD THE OUTCOME AT THE FOOT OF THE LISTING.
       WRITE-APPROVAL-RTN.
           OPEN EXTEND REP-FILE.
           WRITE REP-OUT FROM BLNK-LINE.
           IF APPROVED-SW = 'YES'
               MOVE APPROVER-WS TO AL-APPROVER
               MOVE RUN-DATE-WS TO AL-DATE
               WRITE REP-OUT FROM APPR-LINE
               MOVE 'STUDREC.TXT REWRITTEN WITH THE SECTIONS SHOWN.'
                   TO MG-TEXT
           ELSE
               MOVE 'NOT APPROVED - STUDREC.TXT UNCHANGED.' TO MG-TEXT
           END-IF.
           WRITE REP-OUT FROM MSG-LINE.
           CLOSE REP-FILE.
      *  WRITE THE ROSTER TO THE SCRATCH FILE WITH THE NEW SECTIONS,
      *  THEN SWAP IT BACK OVER STUDREC.TXT.
       REWRITE-ROSTER-RTN.
           OPEN OUTPUT STUDREC-SCR.
           MOVE 1 TO STT-SUB.
           PERFORM REWRITE-ROSTER-COMP UNTIL STT-SUB > STT-CNT.
           CLOSE STUDREC-SCR.
           PERFORM SWAP-ROSTER-RTN.
       REWRITE-ROSTER-COMP.
           MOVE STT-STUDNO (STT-SUB) TO STUDNO2.
           MOVE STT-STUDNA (STT-SUB) TO STUDNA2.
           MOVE STT-CRS (STT-SUB) TO CRS2.
           MOVE STT-YR (STT-SUB) TO YR2.
           MOVE STT-NEW-SEC (STT-SUB) TO SEC2.
           WRITE STUDREC2.
           ADD 1 TO STT-SUB.
       SWAP-ROSTER-RTN.
           MOVE 'NO' TO EOF.
           OPEN INPUT STUDREC-SCR
               OUTPUT STUDREC-IN.
           READ STUDREC-SCR AT END MOVE 'YES' TO EOF.
           PERFORM SWAP-ROSTER-COMP UNTIL EOF = 'YES'.
           CLOSE STUDREC-SCR, STUDREC-IN.
       SWAP-ROSTER-COMP.
           MOVE STUDNO2 TO STUDNO.
           MOVE STUDNA2 TO STUDNA.
           MOVE CRS2 TO CRS.
           MOVE YR2 TO YR.
           MOVE SEC2 TO SEC.
           WRITE STUDREC.
           READ STUDREC-SCR AT END MOVE 'YES' TO EOF.
      *  APPEND ONE LINE TO THE SHARED RUN LOG FOR THIS JOB'S RUN.
       LOG-RUN-RTN.
           MOVE 'SECTION-BAL    ' TO RL-JOBNAME.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE STT-CNT TO RL-RECS-READ.
           IF APPROVED-SW = 'YES'
               COMPUTE RL-RECS-WRITTEN = STT-CNT + WRITE-CNT
           ELSE
               MOVE WRITE-CNT TO RL-RECS-WRITTEN
           END-IF.
           OPEN EXTEND RUN-LOG.
           MOVE COPROF-CODE-WS TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  PULL THIS SCHOOL'S LETTERHEAD FROM THE SHARED PROFILE FILE.
      *  A MISSING COMPANY.TXT (STATUS 35) OR UNLISTED CODE KEEPS
      *  THE COMPILED-IN DEFAULTS.
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
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (SECTBAL_RIVL.TXT FOR A RIVL RUN), SO
      *  ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN PLACE.
       SET-CO-NAMES-RTN.
           IF COPROF-CODE-WS NOT = HOME-CO-WS
               MOVE SPACES TO SECTBAL-FILE-NAME
               STRING 'SECTBAL_' DELIMITED BY SIZE
                   COPROF-CODE-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO SECTBAL-FILE-NAME
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
               AND OST-CNT < 2000
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
