       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVAL-ENTRY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  THE FACULTY EVALUATION RESPONSE FILE - ONE ROW PER SECTION
      *  (SUBJECT/FACULTY) AND RESPONDING STUDENT FOR THE TERM, WITH
      *  ONE RATING PER CRITERION ON THE CODETAB LIST. THE PAPER
      *  FORMS ARE KEYED HERE; FAC-EVAL SUMMARIZES THEM.
           SELECT EVAL-FILE ASSIGN TO "EVALRESP.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EV-FILE-STATUS.
      *  SUBJECT CATALOG - THE FIRST RECORD SUPPLIES THE CURRENT TERM
      *  CODE STAMPED ON EVERY RESPONSE, AS IN PROJECT.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
      *  ENROLLMENT AND SECTION FILES, SCANNED TO PROVE THE SECTION
      *  IS REAL AND THE STUDENT IS ENROLLED IN IT BEFORE A RESPONSE
      *  IS ACCEPTED - SAME CHECKS AS GRADEMAINT-TXT.
           SELECT STUDENT-IN ASSIGN TO "STUDENT.TXT".
           SELECT FACULTY-IN ASSIGN TO "FACULTY.TXT".
       DATA DIVISION.
       FILE SECTION.
       FD EVAL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS EVAL-RESP-REC.
       01 EVAL-RESP-REC.
           05 ER-SUBJ PIC X(10).
           05 ER-FAC PIC X(12).
           05 ER-STUD PIC X(12).
           05 ER-TERM PIC X(6).
      *  ONE RATING PER CODETAB CRITERION, 1 (POOR) TO 5
      *  (OUTSTANDING), IN TABLE ORDER.
           05 ER-RATINGS.
               10 ER-RATE PIC 9 OCCURS 5 TIMES.
       FD ACCT1
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS SUBJECT-INFO.
       01 SUBJECT-INFO.
           05 SUBJ-CODE1 PIC X(10).
           05 SUBJ-DESC PIC X(30).
           05 PASS-GRADE1 PIC 9V99.
           05 MAX-SEATS1 PIC 999.
           05 TERM-CODE1 PIC X(6).
           05 UNITS1 PIC 9.
           05 PREREQ-CODE1 PIC X(10).
           05 UNIT-FEE1 PIC 9(4)V99.
           05 MISC-FEE1 PIC 9(5)V99.
       FD STUDENT-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS STUDENT-INFO.
       01 STUDENT-INFO.
           05 SUBJ-CODE3 PIC X(10).
           05 FAC-ID3 PIC X(12).
           05 STUD-NUM3 PIC X(12).
           05 STUD-NAME3 PIC X(25).
       FD FACULTY-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS FACULTY-INFO.
       01 FACULTY-INFO.
           05 SUBJ-CODE2 PIC X(10).
           05 FAC-ID2 PIC X(12).
           05 FAC-NAME PIC X(25).
           05 MEET-DAY2 PIC X(3).
           05 START-TIME2 PIC 9(4).
           05 END-TIME2 PIC 9(4).
           05 ROOM2 PIC X(6).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
      *  THE SECTION AND STUDENT THE FORM BEING KEYED BELONGS TO.
       01 KEY-FIELDS.
           05 KEY-SUBJ PIC X(10).
           05 KEY-FAC PIC X(12).
           05 KEY-STUD PIC X(12).
       01 TERM-CD PIC X(6) VALUE SPACES.
       01 SECT-NAME-WS PIC X(25).
       01 FOUND-SW PIC X(3) VALUE 'NO'.
       01 DUP-SW PIC X(3) VALUE 'NO'.
       01 EV-FILE-STATUS PIC XX.
      *  A RATING IS KEYED AS ONE DIGIT AND MUST BE 1 THROUGH 5.
       01 RATE-EDIT-WS PIC X.
       01 RATE-EDIT-9 REDEFINES RATE-EDIT-WS PIC 9.
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 CRT-SUB PIC 99 VALUE 0.
       01 RESP-CNT PIC 9(4) VALUE 0.
           COPY CODETAB.
       01 OTHERS.
           05 EOF PIC X(3) VALUE 'N0'.
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-TERM-RTN.
           IF TERM-CD = SPACES
               DISPLAY 'NO TERM CODE ON SUBJECT.TXT - NOTHING TO RATE.'
               STOP RUN
           END-IF.
           PERFORM MENU-RTN UNTIL CHOICE = 'Q'.
           DISPLAY RESP-CNT ' RESPONSE(S) RECORDED FOR TERM ' TERM-CD.
           DISPLAY 'EXITING FACULTY EVALUATION ENTRY.'.
           STOP RUN.
       MENU-RTN.
           DISPLAY ' '.
           DISPLAY 'FACULTY EVALUATION ENTRY - TERM ' TERM-CD.
           DISPLAY '  (E)NTER EVALUATION FORMS'.
           DISPLAY '  (Q)UIT'.
           DISPLAY 'ENTER YOUR CHOICE: '.
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'E' PERFORM ENTER-RTN
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.
      *  THE CURRENT TERM CODE FROM THE FIRST SUBJECT.TXT RECORD.
       GET-TERM-RTN.
           MOVE 'N0' TO EOF.
           OPEN INPUT ACCT1.
           READ ACCT1
               AT END MOVE 'YES' TO EOF
           END-READ.
           IF EOF NOT = 'YES'
               MOVE TERM-CODE1 TO TERM-CD
           END-IF.
           CLOSE ACCT1.
      *  KEY EVALUATION FORMS - MODELED ON GRADEMAINT-TXT'S ENTER-RTN.
      *  THE FIRST FORM OF A TERM WITH NO EVALRESP.TXT YET (STATUS
      *  35) CREATES IT.
       ENTER-RTN.
           MOVE 'Y' TO ANSWER.
           OPEN EXTEND EVAL-FILE.
           IF EV-FILE-STATUS = '35'
               OPEN OUTPUT EVAL-FILE
           END-IF.
           PERFORM ENTER-ENTRY-RTN UNTIL ANSWER = 'N'.
           CLOSE EVAL-FILE.
       ENTER-ENTRY-RTN.
           PERFORM GET-KEYS-RTN.
           PERFORM CHECK-FACULTY-RTN.
           IF FOUND-SW = 'NO'
               DISPLAY 'NO SUCH SUBJECT/FACULTY SECTION ON FACULTY.TXT.'
           ELSE
               PERFORM CHECK-ENROLL-RTN
               IF FOUND-SW = 'NO'
                   DISPLAY 'STUDENT IS NOT ENROLLED IN THAT SECTION.'
               ELSE
                   PERFORM CHECK-DUP-RTN
                   IF DUP-SW = 'YES'
                       DISPLAY 'STUDENT HAS ALREADY RATED THIS SECTION.'
                   ELSE
                       PERFORM BUILD-RESP-RTN
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'ENTER ANOTHER FORM (Y/N)? '.
           ACCEPT ANSWER.
       GET-KEYS-RTN.
           DISPLAY 'ENTER SUBJECT CODE: '.
           ACCEPT KEY-SUBJ.
           DISPLAY 'ENTER FACULTY ID: '.
           ACCEPT KEY-FAC.
           DISPLAY 'ENTER STUDENT NUMBER: '.
           ACCEPT KEY-STUD.
      *  ONE RATING PER CRITERION, IN CODETAB ORDER.
       BUILD-RESP-RTN.
           DISPLAY 'RATING ' KEY-SUBJ ' - ' SECT-NAME-WS.
           DISPLAY '  5 = OUTSTANDING  4 = VERY GOOD  3 = GOOD'
               '  2 = FAIR  1 = POOR'.
           MOVE KEY-SUBJ TO ER-SUBJ.
           MOVE KEY-FAC TO ER-FAC.
           MOVE KEY-STUD TO ER-STUD.
           MOVE TERM-CD TO ER-TERM.
           MOVE ZEROS TO ER-RATINGS.
           MOVE 1 TO CRT-SUB.
           PERFORM GET-RATING-RTN UNTIL CRT-SUB > ECRT-TAB-MAX.
           WRITE EVAL-RESP-REC.
           ADD 1 TO RESP-CNT.
           DISPLAY 'RESPONSE RECORDED.'.
       GET-RATING-RTN.
           MOVE 'NO' TO VALID-SW.
           PERFORM EDIT-RATING-RTN UNTIL VALID-SW = 'YES'.
           ADD 1 TO CRT-SUB.
       EDIT-RATING-RTN.
           DISPLAY ECRT-NAME (CRT-SUB) ' (1-5): '.
           ACCEPT RATE-EDIT-WS.
           IF RATE-EDIT-WS IS NOT NUMERIC
               DISPLAY 'INVALID ENTRY - ONE DIGIT ONLY. TRY AGAIN.'
           ELSE
               IF RATE-EDIT-9 >= 1 AND RATE-EDIT-9 <= 5
                   MOVE 'YES' TO VALID-SW
                   MOVE RATE-EDIT-9 TO ER-RATE (CRT-SUB)
               ELSE
                   DISPLAY 'RATING MUST BE 1 THROUGH 5. TRY AGAIN.'
               END-IF
           END-IF.
      *  DOES FACULTY.TXT CARRY THIS SUBJECT/FACULTY SECTION? THE
      *  TEACHER'S NAME IS KEPT FOR THE RATING PROMPT.
       CHECK-FACULTY-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT FACULTY-IN.
           READ FACULTY-IN AT END MOVE 'YES' TO EOF.
           PERFORM CHECK-FACULTY-COMP
               UNTIL EOF = 'YES' OR FOUND-SW = 'YES'.
           CLOSE FACULTY-IN.
       CHECK-FACULTY-COMP.
           IF SUBJ-CODE2 = KEY-SUBJ AND FAC-ID2 = KEY-FAC
               MOVE 'YES' TO FOUND-SW
               MOVE FAC-NAME TO SECT-NAME-WS
           ELSE
               READ FACULTY-IN AT END MOVE 'YES' TO EOF
           END-IF.
      *  IS THE STUDENT ENROLLED IN THAT SECTION ON STUDENT.TXT?
       CHECK-ENROLL-RTN.
           MOVE 'NO' TO FOUND-SW.
           MOVE 'N0' TO EOF.
           OPEN INPUT STUDENT-IN.
           READ STUDENT-IN AT END MOVE 'YES' TO EOF.
           PERFORM CHECK-ENROLL-COMP
               UNTIL EOF = 'YES' OR FOUND-SW = 'YES'.
           CLOSE STUDENT-IN.
       CHECK-ENROLL-COMP.
           IF SUBJ-CODE3 = KEY-SUBJ AND FAC-ID3 = KEY-FAC
               AND STUD-NUM3 = KEY-STUD
               MOVE 'YES' TO FOUND-SW
           ELSE
               READ STUDENT-IN AT END MOVE 'YES' TO EOF
           END-IF.
      *  HAS THIS STUDENT ALREADY RATED THIS SECTION THIS TERM? THE
      *  FILE IS CLOSED AND REOPENED INPUT/EXTEND AROUND THE SCAN
      *  SINCE ENTER-RTN HOLDS IT OPEN EXTEND.
       CHECK-DUP-RTN.
           MOVE 'NO' TO DUP-SW.
           CLOSE EVAL-FILE.
           OPEN INPUT EVAL-FILE.
           MOVE 'N0' TO EOF.
           READ EVAL-FILE AT END MOVE 'YES' TO EOF.
           PERFORM CHECK-DUP-COMP
               UNTIL EOF = 'YES' OR DUP-SW = 'YES'.
           CLOSE EVAL-FILE.
           OPEN EXTEND EVAL-FILE.
       CHECK-DUP-COMP.
           IF ER-SUBJ = KEY-SUBJ AND ER-FAC = KEY-FAC
               AND ER-STUD = KEY-STUD AND ER-TERM = TERM-CD
               MOVE 'YES' TO DUP-SW
           ELSE
               READ EVAL-FILE AT END MOVE 'YES' TO EOF
           END-IF.
