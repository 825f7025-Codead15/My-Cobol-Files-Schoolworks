       FILE SECTION.
       FD EMP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS EMPLOY-LIST.
       01 EMPLOY-LIST.
           05 DC PIC X(5).
           05 MONRATE PIC 9(6)V99.
           05 SEPDT PIC 9(8).
           05 SEPRSN PIC X(2).
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK ON AN EMPLOYEE
      *  KEYED BEFORE THE CODE WAS CARRIED, WHO BELONGS TO RIVL.
           05 EMPCO PIC X(4).
       FD EMP-CTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           05 EC-HASH PIC 9(11)V99.
       FD SLM-IN
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
       FD SLM-CTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           05 SC-HASH PIC 9(11)V99.
       FD SMN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS SMAN-DETAILS.
       01 SMAN-DETAILS.
           05 SMAN-NUM PIC X(12).
           05 SMAN-Q2 PIC 9(5)V99.
           05 SMAN-Q3 PIC 9(5)V99.
           05 SMAN-Q4 PIC 9(5)V99.
      *  OWNING COMPANY (COMPANY.TXT CODE) - BLANK MEANS DEST.
           05 SMAN-CO PIC X(4).
       FD SMN-CTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
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
           RECORD CONTAINS 15 CHARACTERS
           MOVE CHECKED-CNT TO RL-RECS-READ.
           MOVE BAD-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
