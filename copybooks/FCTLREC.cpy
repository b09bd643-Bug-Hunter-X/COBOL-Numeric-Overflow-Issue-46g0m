      *****************************************************************
      *  FCTLREC  - INBOUND FEED COLLECTION CONTROL RECORD (FEEDCTL)
      *             ONE RECORD PER (CYCLE-DATE, CYCLE-SEQ, SOURCE)
      *             FEEDMRG1 HAS EVER COLLECTED, APPENDED ONLY WHEN THE
      *             CYCLE IS RELEASED. THE CYCLE SEQUENCE NUMBERS THE
      *             INTRADAY CYCLES WITHIN THE DATE (01 FOR A SINGLE
      *             NIGHTLY RUN); A CYCLE HAS A RECORD ONLY FOR THE
      *             SOURCES SCHEDULED INTO IT. THE LATEST CYCLE RELEASED
      *             FOR THE DATE IS THE ONE TRANEDIT, NUMGEN01 AND
      *             RUNBAL01 ARE WORKING ON. THE RECORD COUNT IS THE
      *             NUMBER OF TRANSACTIONS THE SOURCE SENT IN FOR THE
      *             CYCLE - THE ARRIVAL FIGURE TRANEDIT CHECKS THE
      *             MERGED FILE AGAINST AND FEEDRTN1'S RETURN FILE TO
      *             THAT SOURCE MUST BALANCE TO.
      *****************************************************************
       01  FCTL-RECORD.
           05  FCTL-CYCLE-DATE         PIC X(8).
           05  FCTL-CYCLE-SEQ          PIC 9(2).
           05  FCTL-SOURCE-SYSTEM      PIC X(3).
           05  FCTL-RECORD-COUNT       PIC 9(9).
