      *             (YYYYMM) IS THE PERIOD THE LIVE BLOCK BELONGS TO;
      *             ONLY THE YEAR HALF IS COMPARED FOR YEARLY
      *             COUNTERS.
      *             CTR-SUCCESSOR-ID IS SPACES UNLESS THE COUNTER WAS
      *             RETIRED BY A CTRLIFE1 MERGE OR RENAME, WHEN IT NAMES
      *             THE COUNTER THAT CARRIES ON ITS BUSINESS. THE TYPE
      *             SAYS WHICH: A MERGED COUNTER'S NUMBERS WERE ITS OWN
      *             SERIES, WHILE A RENAMED COUNTER'S SUCCESSOR CARRIES
      *             ON THE SAME NUMBER SERIES UNDER THE NEW ID. THE
      *             INQUIRIES AND SEQGAP01 FOLLOW THE LINK SO HISTORY
      *             UNDER THE OLD ID IS NOT ORPHANED.
      *             CTR-REF-FORMAT DEFINES THE FORMATTED EXTERNAL
      *             REFERENCE NUMGEN01 BUILDS FOR EVERY ASSIGNMENT - THE
      *             FORM CUSTOMERS AND PARTNERS QUOTE BACK. IT IS THE
      *             PREFIX (1-4 LETTERS, UNIQUE AMONG LIVE COUNTERS),
      *             THEN THE YEAR (Y, YYYY) OR PERIOD (P, YYYYMM) WHEN
      *             ASKED FOR, THEN THE NUMBER ZERO-PADDED TO THE PAD
      *             WIDTH (WIDER IF THE NUMBER NEEDS IT), THEN A CHECK
      *             CHARACTER OVER ALL THE DIGITS: MOD-10 ('10', LUHN)
      *             OR MOD-11 ('11', WEIGHTS 2-7 FROM THE RIGHT, 'X'
      *             FOR TEN). A BLANK PREFIX MEANS THE COUNTER HAS NO
      *             FORMATTED REFERENCE. SET BY CTRLIFE1 ADD/CHANGE.
      *****************************************************************
       01  CTR-RECORD.
           05  CTR-COUNTER-ID          PIC X(10).
           05  CTR-RETIRE-DATE         PIC X(8).
           05  CTR-PERIOD-RESET-CODE   PIC X.
           05  CTR-CURRENT-PERIOD      PIC X(6).
           05  CTR-SUCCESSOR-ID        PIC X(10).
           05  CTR-SUCCESSOR-TYPE      PIC X.
               88  CTR-MERGED          VALUE 'M'.
               88  CTR-RENAMED         VALUE 'R'.
           05  CTR-REF-FORMAT.
               10  CTR-REF-PREFIX      PIC X(4).
               10  CTR-REF-DATE-CODE   PIC X.
                   88  CTR-REF-NO-DATE VALUE 'N' ' '.
                   88  CTR-REF-YEAR    VALUE 'Y'.
                   88  CTR-REF-PERIOD  VALUE 'P'.
               10  CTR-REF-PAD-WIDTH   PIC 9(2).
               10  CTR-REF-CHECK-SCHEME PIC X(2).
                   88  CTR-REF-MOD-10  VALUE '10'.
                   88  CTR-REF-MOD-11  VALUE '11'.
