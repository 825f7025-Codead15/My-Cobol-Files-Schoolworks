      *  DATA EDIT INSTEAD OF A RECOMPILE.
           SELECT CO-FILE ASSIGN TO "COMPANY.TXT"
               FILE STATUS IS COPROF-STATUS.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
      *  SUBJECT CATALOG - SUPPLIES DESCRIPTION, UNITS AND PASS
      *  CUTOFF FOR EVERY SUBJECT ON THE TRANSCRIPT.
           SELECT ACCT1 ASSIGN TO 'SUBJECT.TXT'.
           05 FIN-GRADE PIC 9V99.
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
       FD  TRN-OUT.
       01  TRN-LINE-OUT.
           05 FILLER PIC X(80).
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
       01 COPROF-STATUS PIC XX.
       01 COPROF-EOF PIC X(3) VALUE 'NO'.
       01 COPROF-CODE-WS PIC X(4) VALUE 'TRIS'.
      *  THE COMPILED-IN HOME COMPANY - A MASTER RECORD CARRYING NO
      *  COMPANY CODE BELONGS TO IT.
       01 HOME-CO-WS PIC X(4) VALUE 'TRIS'.
       01 RUNCO-STATUS PIC XX.
       01  HEADER.
           05 FILLER PIC X(20).
           05 HDR1-NAME PIC X(40) VALUE 'TRI-STAR ACADEMY'.
       01  SWITCHES.
           05 EOF PIC X(3) VALUE 'NO'.
           05 HIT-SW PIC X(3) VALUE 'NO'.
           05 OTHER-CO-SW PIC X(3) VALUE 'NO'.
       PROCEDURE DIVISION.
      *  COMPLETE ACADEMIC HISTORY FOR ONE STUDENT - TERM BY TERM
      *  FROM THE ARCHIVED GRADE FILES, THEN THE TERM IN PROGRESS,
           PERFORM GET-TERMS-RTN.
           PERFORM LOAD-SUBJ-RTN.
           PERFORM LOOKUP-NAME-RTN.
           IF OTHER-CO-SW = 'YES'
               DISPLAY 'STUDENT IS ON ANOTHER COMPANY''S ROLL - NO '
                   'TRANSCRIPT PRINTED.'
               STOP RUN
           END-IF.
           STRING 'TRN_' DELIMITED BY SIZE
               KEY-STUD DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               CLOSE ACCT8
           END-IF.
       LOOKUP-NAME-COMP.
      *  A STUDENT ON ANOTHER COMPANY'S ROLL GETS NO TRANSCRIPT FROM
      *  THIS RUN - A BLANK COMPANY CODE IS THE HOME COMPANY'S.
           IF SM-NUM = KEY-STUD
               IF SM-CO = COPROF-CODE-WS
                   OR (SM-CO = SPACES AND COPROF-CODE-WS = HOME-CO-WS)
                   MOVE SM-NAME TO STUD-NAME-WS
               ELSE
                   MOVE 'YES' TO OTHER-CO-SW
               END-IF
               MOVE 'YES' TO EOF
           ELSE
               READ ACCT8 AT END MOVE 'YES' TO EOF
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
               IF RUNCO-SCHOOL NOT = SPACES
                   MOVE RUNCO-SCHOOL TO COPROF-CODE-WS
               END-IF
               CLOSE RUNCO-FILE
           END-IF.
