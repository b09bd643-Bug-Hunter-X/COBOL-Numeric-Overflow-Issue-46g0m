      *****************************************************************
      *  PENDREC  - PENDING COUNTER CHANGE RECORD (CTRPEND, VSAM KSDS)
      *             DUAL CONTROL: A CTRMAINT RESET OR A CTRLIFE1
      *             CHANGE/RETIRE CARD NO LONGER TOUCHES CTRMSTR. IT IS
      *             QUEUED HERE UNDER THE REQUESTING OPERATOR'S ID AND
      *             ONLY REACHES THE MASTER WHEN A SECOND, DIFFERENT
      *             OPERATOR APPROVES IT THROUGH CTRAPRV1 - WHICH IS
      *             ALSO WHERE THE CTRJRNL ENTRY AND THE CTRMAUD RECORD
      *             (CARRYING BOTH OPERATOR IDS) ARE WRITTEN. A CHANGE
      *             LEFT UNDECIDED PAST THE CUTOFF IS EXPIRED BY
      *             CTRPEXP1. THE RECORD IS NEVER DELETED; ITS STATUS
      *             IS THE TRAIL OF WHAT HAPPENED TO THE REQUEST.
      *             ACTION CODES ARE THE CTRMAUD ONES:
      *               RSET  - NUMBER/FLAG/OVERFLOW-FLAG RESET (CTRMAINT)
      *               CHG   - CEILING / PERIOD-RESET / REFERENCE
      *                       FORMAT CHANGE (CTRLIFE1)
      *               RTIRE - RETIREMENT (CTRLIFE1)
      *               MERGE - RETIRE INTO A LIVE SUCCESSOR (CTRLIFE1)
      *               RENAM - RETIRE INTO A NEW SUCCESSOR ID (CTRLIFE1)
      *             THE OLD-VALUES ARE THE COUNTER AS THE REQUESTER SAW
      *             IT; THE APPROVAL RE-READS THE LIVE RECORD AND
      *             APPLIES ONLY THE REQUESTED FIELDS, NEVER AN IMAGE
      *             TAKEN BEFORE THE NUMBERING RUNS THAT MAY HAVE
      *             MOVED THE COUNTER SINCE.
      *****************************************************************
       01  PEND-RECORD.
           05  PEND-KEY.
               10  PEND-COUNTER-ID         PIC X(10).
               10  PEND-REQUEST-DATE       PIC X(8).
               10  PEND-REQUEST-TIME       PIC X(6).
               10  PEND-REQUEST-SEQ        PIC 9(4).
           05  PEND-ACTION-CODE            PIC X(5).
           05  PEND-SOURCE-PROGRAM         PIC X(8).
           05  PEND-REQUESTER-ID           PIC X(8).
           05  PEND-STATUS                 PIC X.
               88  PEND-PENDING            VALUE 'P'.
               88  PEND-APPROVED           VALUE 'A'.
               88  PEND-REJECTED           VALUE 'R'.
               88  PEND-EXPIRED            VALUE 'X'.
           05  PEND-OLD-NUMBER             PIC 9(9).
           05  PEND-OLD-FLAG               PIC X.
           05  PEND-OLD-OVERFLOW-FLAG      PIC X.
           05  PEND-NEW-NUMBER             PIC 9(9).
           05  PEND-NEW-FLAG               PIC X.
           05  PEND-NEW-OVERFLOW-FLAG      PIC X.
           05  PEND-NEW-CEILING            PIC 9(9).
           05  PEND-NEW-PERIOD-RESET       PIC X.
           05  PEND-RETIRE-DATE            PIC X(8).
           05  PEND-APPROVER-ID            PIC X(8).
           05  PEND-DECISION-DATE          PIC X(8).
           05  PEND-DECISION-TIME          PIC X(6).
           05  PEND-DECISION-NOTE          PIC X(20).
           05  PEND-SUCCESSOR-ID           PIC X(10).
      *        PREFIX SPACES = LEAVE THE REFERENCE FORMAT ALONE, '*' =
      *        REMOVE IT; OTHERWISE THE WHOLE FORMAT IS REPLACED.
           05  PEND-NEW-REF-FORMAT.
               10  PEND-NEW-REF-PREFIX     PIC X(4).
               10  PEND-NEW-REF-DATE-CODE  PIC X.
               10  PEND-NEW-REF-PAD-WIDTH  PIC 9(2).
               10  PEND-NEW-REF-CHECK-SCHEME PIC X(2).
