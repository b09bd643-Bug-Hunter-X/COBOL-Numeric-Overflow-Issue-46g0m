      *****************************************************************
      *  RUNCTL   - RUN-LEVEL CONTROL TOTALS RECORD (NUMRUNC)
      *             WRITTEN BY EVERY NUMGEN01 RUN: ONE HEADER
      *             (TYPE H) AT START OF RUN, ONE TYPE C RECORD PER
      *             COUNTER CARRYING THE NUMBERS ASSIGNED TO IT THIS
      *             RUN, AND ONE TRAILER (TYPE T) AFTER THE MAIN LOOP
      *             PAGES THE CONSOLE INSTEAD OF SLIPPING THROUGH.
      *             FIELDS NOT MEANINGFUL FOR A RECORD TYPE ARE ZERO
      *             OR SPACES.
      *             EVERY RECORD CARRIES THE CYCLE SEQUENCE WITHIN THE
      *             RUN DATE. THE FILE HOLDS ONE DAY: THE FIRST RUN OF
      *             A NEW DATE STARTS IT AFRESH AND EACH LATER CYCLE
      *             (OR RERUN) APPENDS ITS OWN HEADER-TO-TRAILER GROUP,
      *             SO RUNBAL01 BALANCES THE LAST GROUP FOR ITS CYCLE
      *             AND CYCSTAT1 CAN SHOW EVERY CYCLE OF THE DAY.
      *****************************************************************
       01  RUNC-RECORD.
           05  RUNC-RECORD-TYPE        PIC X.
           05  RUNC-JOB-ID             PIC X(8).
           05  RUNC-RUN-DATE           PIC X(8).
           05  RUNC-CYCLE-SEQ          PIC 9(2).
           05  RUNC-RUN-TIME           PIC X(6).
           05  RUNC-COUNTER-ID         PIC X(10).
           05  RUNC-ASSIGNED-COUNT     PIC 9(9).
