      *             INQUIRY SHOWS THE CANCELLATION AND THE GAP REPORTS
      *             CAN ACCOUNT FOR THE NUMBER INSTEAD OF CALLING IT
      *             UNEXPLAINED.
      *             THE FORMATTED EXTERNAL REFERENCE FROM TRAN-OUT IS A
      *             SECOND ALTERNATE KEY (WITH DUPLICATES - IT IS BLANK
      *             FOR A COUNTER WITH NO REFERENCE FORMAT) SO A
      *             REFERENCE QUOTED BACK BY A CUSTOMER IS A KEYED
      *             LOOKUP ONCE ITS CHECK CHARACTER HAS PASSED.
      *****************************************************************
       01  XREF-RECORD.
           05  XREF-KEY.
               88  XREF-VOIDED             VALUE 'Y'.
           05  XREF-VOID-DATE              PIC X(8).
           05  XREF-VOID-REASON            PIC X(20).
           05  XREF-EXT-REF                PIC X(20).
