      *             SOURCE-SYSTEM AND FEED-DATE ARE STAMPED BY THE
      *             FEEDMRG1 COLLECTOR (BRN/LBX/PTR) SO EVERY RECORD
      *             SAYS WHICH FEED IT CAME FROM AND FOR WHICH CYCLE.
      *             FEED-CYCLE IS THE CYCLE SEQUENCE WITHIN THE FEED
      *             DATE (SEE FCTLREC) SO EACH INTRADAY CYCLE'S RECORDS
      *             CAN BE TOLD APART FROM THE DAY'S OTHER CYCLES.
      *             THE FEEDS THEMSELVES STOP AT IN-TRAN-DATA; THE
      *             EXTERNAL REFERENCE IS BLANK INBOUND AND ONLY FILLED
      *             IN ON THE NUMBERED (TRANOUT) SIDE, AND THE CYCLE IS
      *             STAMPED BY FEEDMRG1 WITH THE SOURCE AND FEED DATE.
      *****************************************************************
       01  IN-TRAN-RECORD.
           05  IN-TRAN-COUNTER-ID          PIC X(10).
           05  IN-TRAN-FEED-DATE           PIC X(8).
           05  IN-TRAN-PERIOD-ID           PIC X(6).
           05  IN-TRAN-DATA                PIC X(50).
           05  IN-TRAN-EXT-REF             PIC X(20).
           05  IN-TRAN-FEED-CYCLE          PIC 9(2).
