      *****************************************************************
      *  RTNREC   - PER-SOURCE RETURN/ACKNOWLEDGMENT RECORDS
      *             (RETBRN, RETLBX AND RETPTR TRANSMISSION FILES,
      *             FIXED 80-BYTE), WRITTEN BY FEEDRTN1 AFTER THE
      *             CYCLE SO EACH FEEDING SYSTEM LEARNS WHAT BECAME OF
      *             EVERY TRANSACTION IT SENT. ONE TYPE H HEADER
      *             (SOURCE, FEED DATE, FEED CYCLE - 00 WHEN THE FILE
      *             COVERS EVERY CYCLE OF THE DATE), ONE TYPE D RECORD
      *             PER TRANSACTION AND
      *             ONE TYPE T TRAILER WHOSE RECORD COUNT BALANCES TO
      *             THE SOURCE'S FEEDCTL ARRIVAL COUNT. LATE DETAILS
      *             (STATUS L) ARE NOT PART OF THAT ARRIVAL, SO THEY
      *             ARE LEFT OUT OF THE RECORD COUNT AND COUNTED ON
      *             THEIR OWN IN THE TRAILER'S LATE COUNT.
      *             DETAIL STATUS:
      *               A - NUMBERED: ASSIGNED NUMBER AND ROLLOVER SEQ
      *                   ARE THE NUMBER THE TRANSACTION RECEIVED
      *               R - REJECTED BY THE EDIT: REASON CODE IS THE
      *                   TRANREJ REASON. FOR A PRVN REJECT THE NUMBER
      *                   AND SEQ ARE THE ONES THE KEY ALREADY HOLDS;
      *                   OTHERWISE THEY ARE ZERO
      *               L - LATE: SENT ON AN EARLIER FEED DATE OR IN AN
      *                   EARLIER CYCLE, HELD IN SUSPENSE AND NUMBERED
      *                   FOR THIS FILE AFTER ITS OWN RETURN HAD GONE.
      *                   NUMBER AND SEQ AS FOR A NUMBERED (A) DETAIL.
      *             EVERY DETAIL CARRIES THE FEED DATE AND CYCLE THE
      *             TRANSACTION WAS FIRST SENT IN, WHICH FOR A LATE
      *             DETAIL IS EARLIER THAN THE HEADER'S.
      *****************************************************************
       01  RTN-HEADER-RECORD.
           05  RTN-H-RECORD-TYPE       PIC X.
           05  RTN-H-SOURCE-SYSTEM     PIC X(3).
           05  RTN-H-FEED-DATE         PIC X(8).
           05  RTN-H-FEED-CYCLE        PIC 9(2).
           05  RTN-H-RUN-DATE          PIC X(8).
           05  RTN-H-RUN-TIME          PIC X(6).
           05  FILLER                  PIC X(52).

       01  RTN-DETAIL-RECORD.
           05  RTN-D-RECORD-TYPE       PIC X.
           05  RTN-D-SOURCE-SYSTEM     PIC X(3).
           05  RTN-D-INPUT-KEY         PIC X(20).
           05  RTN-D-COUNTER-ID        PIC X(10).
           05  RTN-D-STATUS            PIC X.
               88  RTN-D-NUMBERED      VALUE 'A'.
               88  RTN-D-REJECTED      VALUE 'R'.
               88  RTN-D-LATE          VALUE 'L'.
           05  RTN-D-ASSIGNED-NUMBER   PIC 9(9).
           05  RTN-D-ROLLOVER-SEQ      PIC 9(4).
           05  RTN-D-REASON-CODE       PIC X(4).
           05  RTN-D-ASSIGN-DATE       PIC X(8).
           05  RTN-D-FEED-DATE         PIC X(8).
           05  RTN-D-FEED-CYCLE        PIC 9(2).
           05  FILLER                  PIC X(10).

       01  RTN-TRAILER-RECORD.
           05  RTN-T-RECORD-TYPE       PIC X.
           05  RTN-T-SOURCE-SYSTEM     PIC X(3).
           05  RTN-T-FEED-DATE         PIC X(8).
           05  RTN-T-FEED-CYCLE        PIC 9(2).
           05  RTN-T-RECORD-COUNT      PIC 9(9).
           05  RTN-T-NUMBERED-COUNT    PIC 9(9).
           05  RTN-T-REJECTED-COUNT    PIC 9(9).
           05  RTN-T-LATE-COUNT        PIC 9(9).
           05  FILLER                  PIC X(30).
