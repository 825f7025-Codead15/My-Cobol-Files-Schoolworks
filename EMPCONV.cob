           05 SEPRSNM PIC X(2).
       FD EMP-IDX
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LISTX.
       01 EMPLOY-LISTX.
           05 DCX PIC X(5).
           05 MONRATEX PIC 9(6)V99.
           05 SEPDTX PIC 9(8).
           05 SEPRSNX PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCOX PIC X(4).
       FD CONV-OUT.
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
       WORKING-STORAGE SECTION.
       01 HDR1.
           05 FILLER PIC X(18).
           COMPUTE RL-RECS-READ = EMP-READ-CNT + MERGED-CNT.
           MOVE MERGED-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
