      *****************************************************************
      *  SEQCREC  - NUMBERING-ORDER RULE CARD (SEQCTL)
      *             ONE 80-BYTE CARD PER COUNTER WHOSE TRANSACTIONS
      *             MUST BE NUMBERED IN BUSINESS ORDER RATHER THAN THE
      *             ORDER THEY ARRIVED IN. TRANSEQ1 ORDERS THE COUNTER'S
      *             CLEAN TRANSACTIONS BY UP TO THREE KEYS, MOST
      *             SIGNIFICANT FIRST:
      *               D - FEED DATE AND FEED CYCLE THE TRANSACTION WAS
      *                   FIRST COLLECTED IN (A RECYCLED SUSPENSE ITEM
      *                   KEEPS ITS ORIGINAL STAMP)
      *               S - SOURCE-SYSTEM PRIORITY, IN THE ORDER THE
      *                   SOURCES ARE LISTED ON THE CARD; A SOURCE NOT
      *                   LISTED RANKS AFTER ALL LISTED ONES
      *               K - INPUT KEY
      *             TRANSACTIONS EQUAL ON EVERY KEY KEEP THEIR ARRIVAL
      *             ORDER. A COUNTER-ID OF '*' IS THE RULE FOR EVERY
      *             COUNTER WITHOUT A CARD OF ITS OWN; A COUNTER WITH
      *             NEITHER KEEPS ITS ARRIVAL ORDER UNCHANGED.
      *****************************************************************
       01  SEQC-RECORD.
           05  SEQC-COUNTER-ID         PIC X(10).
           05  SEQC-SORT-KEYS.
               10  SEQC-SORT-KEY       PIC X OCCURS 3 TIMES.
           05  SEQC-SOURCE-PRIORITY.
               10  SEQC-PRIORITY-SOURCE PIC X(3) OCCURS 3 TIMES.
           05  FILLER                  PIC X(58).
