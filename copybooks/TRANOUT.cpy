      *  TRANOUT  - NUMBERED OUTBOUND TRANSACTION RECORD (TRAN-OUT-FILE)
      *             SAME LAYOUT AS TRANREC, WITH ITS OWN RECORD NAME SO
      *             BOTH THE INPUT AND OUTPUT FDs CAN BE OPEN AT ONCE.
      *             OUT-TRAN-EXT-REF IS THE FORMATTED EXTERNAL
      *             REFERENCE (PREFIX, YEAR OR PERIOD, PADDED NUMBER,
      *             CHECK CHARACTER - SEE CTRREC) NUMGEN01 BUILDS FOR
      *             THE ASSIGNMENT; SPACES FOR A COUNTER WITH NO
      *             REFERENCE FORMAT.
      *****************************************************************
       01  OUT-TRAN-RECORD.
           05  OUT-TRAN-COUNTER-ID         PIC X(10).
           05  OUT-TRAN-FEED-DATE          PIC X(8).
           05  OUT-TRAN-PERIOD-ID          PIC X(6).
           05  OUT-TRAN-DATA               PIC X(50).
           05  OUT-TRAN-EXT-REF            PIC X(20).
           05  OUT-TRAN-FEED-CYCLE         PIC 9(2).
