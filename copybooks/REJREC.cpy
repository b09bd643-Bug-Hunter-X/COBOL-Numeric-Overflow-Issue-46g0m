      *               DUPK - INPUT KEY DUPLICATED WITHIN THE BATCH
      *               NCTR - COUNTER-ID NOT ON THE COUNTER MASTER
      *               RETD - COUNTER RETIRED ON OR BEFORE THE RUN DATE
      *               PRVN - INPUT KEY ALREADY NUMBERED UNDER THE SAME
      *                      COUNTER IN AN EARLIER CYCLE (NOT VOIDED);
      *                      REJ-TRAN-ASSIGNED-NUMBER AND
      *                      REJ-TRAN-ROLLOVER-SEQ CARRY THE NUMBER
      *                      AND BLOCK IT WAS ALREADY GIVEN, AND
      *                      REJ-TRAN-EXT-REF ITS FORMATTED REFERENCE
      *****************************************************************
       01  REJ-TRAN-RECORD.
           05  REJ-TRAN-COUNTER-ID         PIC X(10).
           05  REJ-TRAN-FEED-DATE          PIC X(8).
           05  REJ-TRAN-PERIOD-ID          PIC X(6).
           05  REJ-TRAN-DATA               PIC X(50).
           05  REJ-TRAN-EXT-REF            PIC X(20).
           05  REJ-TRAN-FEED-CYCLE         PIC 9(2).
           05  REJ-REASON-CODE             PIC X(4).
