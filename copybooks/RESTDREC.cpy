      *****************************************************************
      *  RESTDREC - DAY-FILE RESTART/CHECKPOINT RECORD (NUMRESTD)
      *             RESTREC'S LAYOUT, WITH ITS OWN RECORD NAME
      *             SO BOTH FDs CAN BE OPEN AT ONCE (THE SAME DEVICE
      *             TRANOUT USES AGAINST TRANREC). NUMGEN01 WRITES
      *             EVERY CHECKPOINT TO BOTH FILES: NUMREST IS THE
      *             THE JOB STREAM SCRATCHES NUMRESTD ONCE THE CYCLE
      *             BALANCES; THE DATE FILTER ON THE BACKFILL READ IS
      *             ONLY A GUARD FOR A SCRATCH STEP THAT DID NOT RUN.
      *             THE CYCLE SEQUENCE, APPENDED AFTER THE RESTREC
      *             FIELDS, TIES EACH CHECKPOINT TO ITS INTRADAY CYCLE:
      *             A RESTART OR BACKFILL ONLY EVER USES THE CURRENT
      *             CYCLE'S CHECKPOINTS, NEVER AN EARLIER CYCLE'S.
      *****************************************************************
       01  REST-DAY-RECORD.
           05  RESTD-JOB-ID                PIC X(8).
           05  RESTD-LAST-NUMBER-ASSIGNED  PIC 9(9).
           05  RESTD-CHECKPOINT-DTE        PIC X(8).
           05  RESTD-CHECKPOINT-TIME       PIC X(6).
           05  RESTD-CYCLE-SEQ             PIC 9(2).
