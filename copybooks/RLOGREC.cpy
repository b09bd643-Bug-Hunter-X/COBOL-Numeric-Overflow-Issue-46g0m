      *****************************************************************
      *  RLOGREC  - COMMON BATCH RUN-LOG RECORD (RUNLOG)
      *             EVERY BATCH PROGRAM OF THE NUMBERING SUITE APPENDS
      *             ONE TYPE S RECORD AS IT STARTS AND ONE TYPE E
      *             RECORD AS IT ENDS, SO THE NIGHT'S STEP TIMELINE NO
      *             LONGER HAS TO BE PIECED TOGETHER FROM SYSOUT.
      *             SLAWIN01 PAIRS THEM (SAME PROGRAM AND JOB-ID, THE
      *             E RECORD CLOSING THE LATEST OPEN S) INTO ELAPSED
      *             TIMES AND TRENDS THEM AGAINST THE BATCH WINDOW.
      *             THE CYCLE DATE (AND SEQUENCE, WHERE THE PROGRAM
      *             WORKS BY INTRADAY CYCLE) IS THE ONE THE PROGRAM
      *             WAS PROCESSING; THE EVENT DATE/TIME IS THE CLOCK.
      *             COUNTS AND RETURN CODE ARE ZERO ON THE START
      *             RECORD. RECORDS READ/WRITTEN ARE THE PROGRAM'S OWN
      *             PRINCIPAL INPUT AND OUTPUT - THE SAME FIGURES IT
      *             DISPLAYS AT END OF JOB, WITH WRITTEN ZERO FOR A
      *             PROGRAM WHOSE ONLY OUTPUT IS A PRINTED REPORT. A
      *             START WITH NO END IS A STEP THAT ABENDED OR IS
      *             STILL RUNNING.
      *             THE WORKING-STORAGE COPY IS WRITTEN FROM; THE FD
      *             CARRIES THE IMAGE, AS WITH RTNREC.
      *****************************************************************
       01  RLOG-RECORD.
           05  RLOG-EVENT-TYPE         PIC X.
               88  RLOG-START          VALUE 'S'.
               88  RLOG-END            VALUE 'E'.
           05  RLOG-JOB-ID             PIC X(8).
           05  RLOG-PROGRAM-ID         PIC X(8).
           05  RLOG-CYCLE-DATE         PIC X(8).
           05  RLOG-CYCLE-SEQ          PIC 9(2).
           05  RLOG-EVENT-STAMP.
               10  RLOG-EVENT-DATE     PIC X(8).
               10  RLOG-EVENT-TIME     PIC X(6).
           05  RLOG-RECORDS-READ       PIC 9(9).
           05  RLOG-RECORDS-WRITTEN    PIC 9(9).
           05  RLOG-RETURN-CODE        PIC 9(4).
