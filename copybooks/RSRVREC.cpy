      *             START OF RUN AND NEVER ASSIGNS A NUMBER INSIDE AN
      *             ACTIVE RANGE; CTRRESV1 REPORTS EXPIRED RANGES SO
      *             THE WASTED NUMBERS ARE VISIBLE.
      *             RSRV-ORIGIN-COUNTER-ID IS THE COUNTER THE RANGE WAS
      *             CARVED FROM. IT ONLY DIFFERS FROM RSRV-COUNTER-ID
      *             WHEN A MERGE OR RENAME MOVED AN OPEN RESERVATION TO
      *             THE SUCCESSOR; THE RANGE STILL EXPLAINS THE HOLE IT
      *             LEFT IN THE ORIGIN COUNTER'S BLOCK.
      *****************************************************************
       01  RSRV-RECORD.
           05  RSRV-COUNTER-ID         PIC X(10).
           05  RSRV-SYSTEM-ID          PIC X(8).
           05  RSRV-REQUEST-DATE       PIC X(8).
           05  RSRV-EXPIRY-DATE        PIC X(8).
           05  RSRV-ORIGIN-COUNTER-ID  PIC X(10).
