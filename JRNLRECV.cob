       FILE SECTION.
       FD AUDIT-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 214 CHARACTERS
           DATA RECORD IS AUDIT-REC.
       01 AUDIT-REC.
           05 AU-DATE PIC 9(8).
           05 AU-TIME PIC 9(8).
           05 AU-OPER PIC X(8).
           05 AU-ACTION PIC X(6).
           05 AU-BEFORE PIC X(92).
           05 AU-BEFORE-SPLIT REDEFINES AU-BEFORE.
              10 AUB-DC PIC X(5).
              10 AUB-EMPNO PIC X(10).
              10 FILLER PIC X(77).
           05 AU-AFTER PIC X(92).
       FD EMP-MASTER
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
       FD CTL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           05 CT-HASH PIC 9(11)V99.
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
           MOVE READ-CNT TO RL-RECS-READ.
           MOVE APPLIED-CNT TO RL-RECS-WRITTEN.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES TO RL-CO.
           WRITE RUNLOG-REC.
           CLOSE RUN-LOG.
      *  CLAIM THE EMPLOYEE MASTER AT STARTUP - REFUSE TO
