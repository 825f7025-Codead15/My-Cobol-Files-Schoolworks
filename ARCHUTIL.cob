           05 FILLER PIC X(80).
       FD BK-EMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS.
       01 BK-EMP-REC PIC X(92).
       FD MA-EMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS.
       01 MA-EMP-REC.
           05 FILLER PIC X(5).
           05 MA-EMP-KEY PIC X(10).
           05 FILLER PIC X(77).
       FD BK-SLM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01 BK-SLM-REC PIC X(48).
       FD MA-SLM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01 MA-SLM-REC PIC X(48).
       FD BK-SMN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01 BK-SMN-REC PIC X(64).
       FD MA-SMN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01 MA-SMN-REC PIC X(64).
       FD BK-STR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS.
