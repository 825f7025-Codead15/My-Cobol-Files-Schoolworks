       FILE SECTION.
       FD EMP-IN
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
       FD SALES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SALESMANDETAILS.
       01 SALESMANDETAILS.
           05 ARCODE PIC A.
           05 SALESNAME PIC X(20).
           05 SALES PIC 9(5)V99.
           05 PERIOD-CD PIC X(6).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SALESCO PIC X(4).
       FD XREF-OUT.
       01 REP-OUT.
           05 FILLER PIC X(80).
       FD RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01 RUNLOG-REC.
           05 RL-JOBNAME PIC X(15).
           05 RL-TIME PIC 9(8).
           05 RL-RECS-READ PIC 9(6).
           05 RL-RECS-WRITTEN PIC 9(6).
      *  THE RUN COMPANY (COMPANY.TXT CODE) - BLANK FOR A SHOP-WIDE
      *  JOB.
           05 RL-CO PIC X(4).

       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           05 XR-KEY PIC X(12).
           05 FILLER PIC X(3).
           05 XR-NAME PIC X(20).
           05 FILLER PIC X(3).
           05 XR-CO PIC X(4).
           05 FILLER PIC X(35).
       01 BLNK-LINE.
           05 FILLER PIC X(80).
       01 OTHERS.
           05 SALES-SEEN-ENTRY OCCURS 200 TIMES PIC X(10).

       PROCEDURE DIVISION.
      *  THE CROSS-REFERENCE SPANS EVERY COMPANY - THE SALESMAN AND
      *  PROD EMPLOYEE ROWS FOR ONE PERSON CAN CARRY DIFFERENT
      *  COMPANY CODES, SO EACH UNMATCHED ROW SHOWS ITS OWN COMPANY.
      *  BOTH HALVES OF THE RECONCILIATION RE-OPEN THE OTHER FILE FOR
      *  EVERY OUTER RECORD, THE SAME NESTED-SCAN IDIOM AS PROJECT.COB'S
      *  RECONCILE-RTN. THE ROSTERS ARE SMALL ENOUGH THAT A FRESH SCAN
                   ADD 1 TO XREF-CNT
                   MOVE SALESNUM TO XR-KEY
                   MOVE SALESNAME TO XR-NAME
                   MOVE SALESCO TO XR-CO
                   IF SALESCO = SPACES
                       MOVE 'DEST' TO XR-CO
                   END-IF
                   WRITE REP-OUT FROM XREF-LINE
               END-IF
               PERFORM ADD-SALES-SEEN-RTN
                   ADD 1 TO XREF-CNT
                   MOVE EMPNO TO XR-KEY
                   MOVE EMPNA TO XR-NAME
                   MOVE EMPCO TO XR-CO
                   IF EMPCO = SPACES
                       MOVE 'RIVL' TO XR-CO
                   END-IF
                   WRITE REP-OUT FROM XREF-LINE
               END-IF
           END-IF.
           COMPUTE RL-RECS-READ = SALES-READ-CNT + EMP-READ-CNT.
           MOVE RL-RECS-READ TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
