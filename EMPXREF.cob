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

       WORKING-STORAGE SECTION.
       01 HDR1.
           COMPUTE RL-RECS-READ = EMP-READ-CNT + EMP2-READ-CNT.
           MOVE RL-RECS-READ TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
