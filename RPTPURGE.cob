       FILE SECTION.
       FD CAT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS CAT-REC.
       01 CAT-REC.
           05 RC-JOBNAME PIC X(15).
           05 RC-DATE PIC 9(8).
           05 RC-FILE PIC X(30).
           05 RC-CLASS PIC X(1).
       FD CAT-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS CAT-REC2.
       01 CAT-REC2 PIC X(54).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'N'.
       01 CUT-DATE-WS PIC X(8).
       01 CUT-DATE-9 REDEFINES CUT-DATE-WS PIC 9(8).
       01 VALID-SW PIC X(3) VALUE 'NO'.
       01 DEL-NAME-WS PIC X(30).
       01 PURGE-CNT PIC 9(4) VALUE 0.
       01 KEEP-CNT PIC 9(4) VALUE 0.
       01 OTHERS.
