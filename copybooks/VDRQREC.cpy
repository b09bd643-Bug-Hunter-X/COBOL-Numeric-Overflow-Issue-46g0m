      *             BLOCK CAN NEVER BE VOIDED BY MISTAKE. PROCESSED BY
      *             CTRVOID1, WHICH VERIFIES THE NUMBER EXISTS ON
      *             CTRXREF BEFORE MARKING IT.
      *             A REQUEST MAY INSTEAD QUOTE THE FORMATTED EXTERNAL
      *             REFERENCE THE CUSTOMER WAS GIVEN (COUNTER, SEQ AND
      *             NUMBER THEN LEFT BLANK/ZERO): ITS CHECK CHARACTER
      *             IS VERIFIED BEFORE ANY LOOKUP, AND THE NUMBER IT
      *             RESOLVES TO ON CTRXREF IS THE ONE VOIDED.
      *****************************************************************
       01  VDRQ-RECORD.
           05  VDRQ-COUNTER-ID         PIC X(10).
           05  VDRQ-ASSIGNED-NUMBER    PIC 9(9).
           05  VDRQ-REASON             PIC X(20).
           05  VDRQ-OPERATOR-ID        PIC X(8).
           05  VDRQ-EXT-REF            PIC X(20).
