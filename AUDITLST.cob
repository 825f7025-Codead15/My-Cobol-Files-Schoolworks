      *  PER ADD/CHANGE/DELETE WITH BEFORE AND AFTER IMAGES.
           SELECT AUDIT-FILE ASSIGN TO "EMPAUDIT.TXT"
               FILE STATUS IS AUDIT-STATUS.
           SELECT LIST-OUT ASSIGN TO EMPAUDITL-FILE-NAME.
      *  THE RUN COMPANY PER APPLICATION - SET BY BATCH-DRIVER FOR
      *  EACH COMPANY IT PROCESSES, OR BY PROC-DATE FOR A HAND RUN.
           SELECT RUNCO-FILE ASSIGN TO "RUNCO.TXT"
               FILE STATUS IS RUNCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD LIST-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
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
       01 EMPAUDITL-FILE-NAME PIC X(20) VALUE 'EMPAUDITL.TXT'.
       01 HDR1.
           05 FILLER PIC X(9) VALUE 'COMPANY: '.
           05 HD-CO PIC X(4).
           05 FILLER PIC X(7).
           05 FILLER PIC X(40) VALUE
              'EMPLOYEE MAINTENANCE AUDIT LISTING'.
           05 FILLER PIC X(20).
           05 BL-IMAGE PIC X(70).
       01 BEF-LINE2.
           05 FILLER PIC X(10).
           05 BL-IMAGE2 PIC X(22).
           05 FILLER PIC X(48).
       01 AFT-LINE.
           05 FILLER PIC X(2).
           05 FILLER PIC X(8) VALUE 'AFTER:  '.
           05 AF-IMAGE PIC X(70).
       01 AFT-LINE2.
           05 FILLER PIC X(10).
           05 AF-IMAGE2 PIC X(22).
           05 FILLER PIC X(48).
       01 TOT-LINE.
           05 FILLER PIC X(34) VALUE
              'TOTAL MAINTENANCE ACTIONS LISTED: '.
           05 FILLER PIC X(66).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
      *  THE 92-BYTE MASTER IMAGES ARE WIDER THAN ONE 80-COLUMN PRINT
      *  LINE LESS THE LABEL, SO EACH IMAGE PRINTS AS A 70-BYTE LINE
      *  PLUS A 22-BYTE CONTINUATION.
       01 IMAGE-SPLIT-WS.
           05 IS-PART1 PIC X(70).
           05 IS-PART2 PIC X(22).
      *  THE SAME IMAGE SEEN FOR ITS EMPCO - THE EMPLOYEE'S COMPANY.
       01 IMAGE-CO-VIEW REDEFINES IMAGE-SPLIT-WS.
           05 FILLER PIC X(88).
           05 IS-CO PIC X(4).
       01 FILTER-DATE-WS PIC X(8) VALUE SPACES.
       01 AUDIT-STATUS PIC XX.
       01 OTHERS.
      *  PRINT THE AUDIT TRAIL, OPTIONALLY FILTERED TO ONE DATE SO HR
      *  CAN REVIEW A SINGLE DAY'S MAINTENANCE ACTIVITY.
       MAIN-RTN.
           PERFORM LOAD-RUNCO-RTN.
           PERFORM SET-CO-NAMES-RTN.
           DISPLAY 'ENTER DATE TO LIST (YYYYMMDD, BLANK FOR ALL): '.
           ACCEPT FILTER-DATE-WS.
           OPEN OUTPUT LIST-OUT.
           MOVE RUN-CO-WS TO HD-CO.
           WRITE REP-OUT FROM HDR1.
           WRITE REP-OUT FROM BLNK-LINE.
           IF FILTER-DATE-WS = SPACES
           WRITE REP-OUT FROM TOT-LINE.
           CLOSE LIST-OUT.
           DISPLAY 'AUDIT LISTING COMPLETE'.
           DISPLAY 'CHECK ' EMPAUDITL-FILE-NAME ' FOR THE OUTPUT'.
           STOP RUN.
      *  ONE AUDIT RECORD: SKIP IT IF A DATE FILTER IS ON AND IT IS
      *  FOR A DIFFERENT DAY, OR IF THE EMPLOYEE BELONGS TO ANOTHER
      *  COMPANY (TAKEN FROM THE AFTER IMAGE, OR THE BEFORE IMAGE OF
      *  A DELETE), OTHERWISE PRINT THE ACTION LINE AND THE
      *  BEFORE/AFTER IMAGES.
       LIST-REC-RTN.
           MOVE AU-AFTER TO IMAGE-SPLIT-WS.
           IF AU-ACTION = 'DELETE'
               MOVE AU-BEFORE TO IMAGE-SPLIT-WS
           END-IF.
           IF (FILTER-DATE-WS = SPACES OR AU-DATE = FILTER-DATE-WS)
               AND (IS-CO = RUN-CO-WS
               OR (IS-CO = SPACES AND RUN-CO-WS = HOME-CO-WS))
               ADD 1 TO LIST-CNT
               MOVE AU-DATE TO AL-DATE
               MOVE AU-TIME TO AL-TIME
               WRITE REP-OUT FROM BLNK-LINE
           END-IF.
           READ AUDIT-FILE AT END MOVE 'YES' TO EOF.
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
      *  EACH REPORT AND RUN-CONTROL FILE OF A COMPANY OTHER THAN THE
      *  HOME ONE CARRIES ITS CODE (EMPAUDITL_DEST.TXT FOR A DEST RUN),
      *  SO ONE BATCH-DRIVER CYCLE LEAVES EVERY COMPANY'S OUTPUT IN
      *  PLACE.
       SET-CO-NAMES-RTN.
           IF RUN-CO-WS NOT = HOME-CO-WS
               MOVE SPACES TO EMPAUDITL-FILE-NAME
               STRING 'EMPAUDITL_' DELIMITED BY SIZE
                   RUN-CO-WS DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO EMPAUDITL-FILE-NAME
           END-IF.
