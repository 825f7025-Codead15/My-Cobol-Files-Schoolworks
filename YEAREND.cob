       FILE SECTION.
       FD  EMPREC2-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS.
       01  EMPREC2-REC.
           05 FILLER PIC X(5).
           05 EMPMAST-KEY PIC X(10).
           05 FILLER PIC X(77).
       FD  EMPREC2-BK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS.
       01  EMPREC2-BK-REC PIC X(92).

       FD  SALMAN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01  SALMAN-REC PIC X(48).
       FD  SALMAN-BK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01  SALMAN-BK-REC PIC X(48).

       FD  SALESMANFILE.
       01  SALESMANDETAILS.
           05 Q2SALE PIC 9(5)V99.
           05 Q3SALE PIC 9(5)V99.
           05 Q4SALE PIC 9(5)V99.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SALESCO PIC X(4).
       FD  SALESMANFILE-BK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01  SALESMANFILE-BK-REC PIC X(64).
      *  SCRATCH COPY USED TO REWRITE SALESMAN.TXT WITH EVERY
      *  SALESMAN'S QUARTERLY FIGURES CLEARED FOR THE NEW YEAR.
       FD  SALESMANFILE2.
           05 Q2SALE2 PIC 9(5)V99.
           05 Q3SALE2 PIC 9(5)V99.
           05 Q4SALE2 PIC 9(5)V99.
           05 SALESCO2 PIC X(4).

       FD  STUDREC-IN
           LABEL RECORD IS STANDARD

       FD  RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01  RUNLOG-REC.
           05 RL-JOBNAME PIC X(15).
           05 RL-TIME PIC 9(8).
           05 RL-RECS-READ PIC 9(6).
           05 RL-RECS-WRITTEN PIC 9(6).
      *  THE RUN COMPANY (COMPANY.TXT CODE) - BLANK FOR A SHOP-WIDE
      *  JOB.
           05 RL-CO PIC X(4).

       FD EMPMAST-LOCK
           LABEL RECORD IS STANDARD
           MOVE SALESNUM TO SALESNUM2.
           MOVE SALESNAME TO SALESNAME2.
           MOVE 0 TO Q1SALE2 Q2SALE2 Q3SALE2 Q4SALE2.
           MOVE SALESCO TO SALESCO2.
           WRITE SALESMANDETAILS2.
           READ SALESMANFILE AT END MOVE 'YES' TO ARCH-EOF.

           MOVE Q2SALE2 TO Q2SALE.
           MOVE Q3SALE2 TO Q3SALE.
           MOVE Q4SALE2 TO Q4SALE.
           MOVE SALESCO2 TO SALESCO.
           WRITE SALESMANDETAILS.
           READ SALESMANFILE2 AT END MOVE 'YES' TO ARCH-EOF.

           MOVE ARCH-TOTAL-RECS TO RL-RECS-READ.
           MOVE ARCH-TOTAL-RECS TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
