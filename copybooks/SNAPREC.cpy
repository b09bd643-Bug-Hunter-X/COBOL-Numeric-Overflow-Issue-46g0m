      *  SNAPREC  - COUNTER DAILY SNAPSHOT RECORD
      *             APPENDED ONCE PER RUN BY NUMGEN01 SO CAPWARN1 CAN
      *             TREND HOW FAST A COUNTER IS CLIMBING TOWARD ITS
      *             ROLLOVER CEILING. WITH INTRADAY CYCLES THERE IS
      *             ONE SNAPSHOT PER CYCLE; SNAP-CYCLE-SEQ SAYS WHICH.
      *****************************************************************
       01  SNAP-RECORD.
           05  SNAP-COUNTER-ID         PIC X(10).
           05  SNAP-DATE               PIC X(8).
           05  SNAP-CYCLE-SEQ          PIC 9(2).
           05  SNAP-NUMBER             PIC 9(9).
           05  SNAP-CEILING            PIC 9(9).
           05  SNAP-PCT-USED           PIC 9(3).
