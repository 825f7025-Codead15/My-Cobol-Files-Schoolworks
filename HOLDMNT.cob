       FILE SECTION.
       FD HOLD-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS HOLD-REC.
       01 HOLD-REC.
           05 HD-STUD PIC X(12).
           05 HD-REASON PIC X(20).
      *  A = ACTIVE, L = LIFTED.
           05 HD-STATUS PIC X(1).
      *  SPACE = KEYED BY AN OFFICE THROUGH HOLD-MAINT, S = PLACED
      *  BY FIN-HOLD FOR AN UNPAID BALANCE ON THE TERM IN HD-TERM.
           05 HD-ORIGIN PIC X(1).
           05 HD-TERM PIC X(6).
       FD HOLD-SCRATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS HOLD-REC2.
       01 HOLD-REC2.
           05 HD-STUD2 PIC X(12).
           05 HD-TYPE2 PIC X(1).
           05 HD-REASON2 PIC X(20).
           05 HD-STATUS2 PIC X(1).
           05 HD-ORIGIN2 PIC X(1).
           05 HD-TERM2 PIC X(6).
       WORKING-STORAGE SECTION.
       01 CHOICE PIC X VALUE SPACE.
       01 ANSWER PIC X VALUE 'Y'.
           DISPLAY 'ENTER HOLD REASON: '.
           ACCEPT HD-REASON.
           MOVE 'A' TO HD-STATUS.
           MOVE SPACE TO HD-ORIGIN.
           MOVE SPACES TO HD-TERM.
           WRITE HOLD-REC.
           DISPLAY 'HOLD PLACED.'.
           DISPLAY 'PLACE ANOTHER HOLD (Y/N)? '.
           MOVE HD-TYPE TO HD-TYPE2.
           MOVE HD-REASON TO HD-REASON2.
           MOVE HD-STATUS TO HD-STATUS2.
           MOVE HD-ORIGIN TO HD-ORIGIN2.
           MOVE HD-TERM TO HD-TERM2.
           WRITE HOLD-REC2.
           READ HOLD-FILE AT END MOVE 'YES' TO EOF.
       VIEW-RTN.
           IF HOLD-STATUS = '35'
               DISPLAY 'NO HOLDS ON FILE YET.'
           ELSE
               READ HOLD-FILE
                   AT END MOVE 'YES' TO EOF
               END-READ
               PERFORM VIEW-COMP UNTIL EOF = 'YES'
               CLOSE HOLD-FILE
           END-IF.
           DISPLAY 'STUDENT NUMBER: ' HD-STUD.
           DISPLAY 'TYPE/STATUS:    ' HD-TYPE ' / ' HD-STATUS.
           DISPLAY 'REASON:         ' HD-REASON.
           IF HD-ORIGIN = 'S'
               DISPLAY 'PLACED BY:      FIN-HOLD, TERM ' HD-TERM
           END-IF.
           DISPLAY ' '.
           READ HOLD-FILE AT END MOVE 'YES' TO EOF.
      *  COPY THE SCRATCH FILE BACK OVER HOLDS.TXT SO THE FILE
           MOVE HD-TYPE2 TO HD-TYPE.
           MOVE HD-REASON2 TO HD-REASON.
           MOVE HD-STATUS2 TO HD-STATUS.
           MOVE HD-ORIGIN2 TO HD-ORIGIN.
           MOVE HD-TERM2 TO HD-TERM.
           WRITE HOLD-REC.
           READ HOLD-SCRATCH AT END MOVE 'YES' TO EOF.
