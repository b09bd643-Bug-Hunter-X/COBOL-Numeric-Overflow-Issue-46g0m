      *****************************************************************
      *  CHGFREC  - MONTHLY NUMBERING CHARGEBACK GL FEED RECORDS
      *             (CHGBFEED TRANSMISSION FILE, FIXED 80-BYTE)
      *             ONE TYPE H HEADER (PERIOD CHARGED, DATE PRODUCED,
      *             JOB-ID), ONE TYPE D RECORD PER MAPPED COUNTER PER
      *             SOURCE SYSTEM CARRYING ITS BUSINESS UNIT AND COST
      *             CENTRE AND THE MONTH'S NUMBERS ASSIGNED, VOIDED
      *             AND RESERVED-BUT-UNUSED, AND ONE TYPE T TRAILER
      *             (DETAIL COUNT AND THE THREE QUANTITY TOTALS) THE GL
      *             INTERFACE BALANCES AGAINST BEFORE POSTING. THE FEED
      *             CARRIES QUANTITIES ONLY - THE GL INTERFACE PRICES
      *             THEM. UNMAPPED COUNTERS NEVER REACH THE FEED.
      *****************************************************************
       01  CHGF-HEADER-RECORD.
           05  CHGF-H-RECORD-TYPE      PIC X.
           05  CHGF-H-PERIOD           PIC X(6).
           05  CHGF-H-CREATE-DATE      PIC X(8).
           05  CHGF-H-JOB-ID           PIC X(8).
           05  FILLER                  PIC X(57).

       01  CHGF-DETAIL-RECORD.
           05  CHGF-D-RECORD-TYPE      PIC X.
           05  CHGF-D-PERIOD           PIC X(6).
           05  CHGF-D-BUSINESS-UNIT    PIC X(6).
           05  CHGF-D-COST-CENTRE      PIC X(8).
           05  CHGF-D-COUNTER-ID       PIC X(10).
           05  CHGF-D-SOURCE-SYSTEM    PIC X(8).
           05  CHGF-D-ASSIGNED         PIC 9(9).
           05  CHGF-D-VOIDED           PIC 9(9).
           05  CHGF-D-RESV-UNUSED      PIC 9(9).
           05  FILLER                  PIC X(14).

       01  CHGF-TRAILER-RECORD.
           05  CHGF-T-RECORD-TYPE      PIC X.
           05  CHGF-T-PERIOD           PIC X(6).
           05  CHGF-T-RECORD-COUNT     PIC 9(9).
           05  CHGF-T-TOTAL-ASSIGNED   PIC 9(11).
           05  CHGF-T-TOTAL-VOIDED     PIC 9(11).
           05  CHGF-T-TOTAL-UNUSED     PIC 9(11).
           05  FILLER                  PIC X(31).
