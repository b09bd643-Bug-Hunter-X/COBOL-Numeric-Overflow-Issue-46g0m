      *             ONE RECORD PER OPERATOR VIEW OR RESET ACTION TAKEN
      *             AGAINST CTR-FILE THROUGH CTRMAINT, SO EVERY CHANGE
      *             MADE OUTSIDE A NORMAL NUMGEN01 RUN IS TRACEABLE.
      *             A RESET, CHANGE OR RETIREMENT IS ONLY APPLIED (AND
      *             AUDITED) WHEN A SECOND OPERATOR APPROVES IT THROUGH
      *             CTRAPRV1: OPERATOR-ID IS THEN THE REQUESTER AND
      *             APPROVER-ID THE OPERATOR WHO APPROVED IT. ACTIONS
      *             NOT UNDER DUAL CONTROL CARRY AN APPROVER OF SPACES.
      *****************************************************************
       01  MAUD-RECORD.
           05  MAUD-COUNTER-ID         PIC X(10).
           05  MAUD-NEW-OVERFLOW-FLAG  PIC X.
           05  MAUD-DATE               PIC X(8).
           05  MAUD-TIME               PIC X(6).
           05  MAUD-APPROVER-ID        PIC X(8).
