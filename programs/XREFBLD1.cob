      *             READS THE CUMULATIVE OUTBOUND TRANSACTION FILE
      *             AND LOADS THE CTRXREF KEYED CROSS-REFERENCE, ONE
      *             RECORD PER COUNTER-ID + ROLLOVER-SEQ + ASSIGNED
      *             NUMBER CARRYING THE ORIGINATING INPUT KEY, THE
      *             ASSIGNMENT DATE AND THE FORMATTED EXTERNAL
      *             REFERENCE NUMGEN01 BUILT FOR IT. RUN NIGHTLY
      *             AFTER NUMGEN01; THE LOAD IS IDEMPOTENT - A KEY
      *             ALREADY ON THE FILE CARRYING THE SAME INPUT KEY IS
      *             REWRITTEN, SO RERUNS AND OVERLAPPING TRAN-OUT
      *             GENERATIONS ARE HARMLESS. A KEY ALREADY ON THE
      *             FILE CARRYING A DIFFERENT INPUT KEY IS THE ONE
      *             THING THIS SUITE EXISTS TO PREVENT - THE SAME
      *             NUMBER HANDED TO TWO HOLDERS. THAT CONFLICT IS
      *             NEVER PAPERED OVER: THE RECORD ON FILE IS LEFT
      *             ALONE, THE PAIR GOES ON THE XREFDISC DISCREPANCY
      *             REPORT WITH A CRIT ALERT ON THE OPS CONSOLE, AND
      *             THE LOAD ENDS RETURN CODE 8 SO THE SCHEDULER HOLDS
      *             THE MORNING JOBS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFBLD1.
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-INPUT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XREF-EXT-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-OUT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(100).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-OUT-STATUS           PIC X(2).
       01  WS-XREF-STATUS               PIC X(2).
       01  WS-ALERT-STATUS              PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-TRAN-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-TRAN-EOF              VALUE 'Y'.
      *    THEM.
       01  WS-NEW-INPUT-KEY             PIC X(20).
       01  WS-NEW-ASSIGN-DATE           PIC X(8).
       01  WS-NEW-EXT-REF               PIC X(20).

       01  WS-DETAIL-LINE.
           05  WS-D-COUNTER-ID          PIC X(10).
           IF WS-CONFLICT-SEEN
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           OPEN INPUT TRAN-OUT-FILE
           IF WS-TRAN-OUT-STATUS NOT = '00'
              MOVE 'Y' TO WS-TRAN-EOF-FLAG
           MOVE OUT-TRAN-ASSIGNED-NUMBER TO XREF-ASSIGNED-NUMBER
           MOVE OUT-TRAN-INPUT-KEY TO XREF-INPUT-KEY
           MOVE OUT-TRAN-ASSIGN-DATE TO XREF-ASSIGN-DATE
           MOVE OUT-TRAN-EXT-REF TO XREF-EXT-REF
           MOVE 'N' TO XREF-VOID-FLAG
           MOVE SPACES TO XREF-VOID-DATE
           MOVE SPACES TO XREF-VOID-REASON
       2100-REPLACE-ONE-RECORD.
           MOVE XREF-INPUT-KEY TO WS-NEW-INPUT-KEY
           MOVE XREF-ASSIGN-DATE TO WS-NEW-ASSIGN-DATE
           MOVE XREF-EXT-REF TO WS-NEW-EXT-REF
           READ XREF-FILE
               INVALID KEY
                   DISPLAY "XREFBLD1: UNABLE TO LOAD KEY " XREF-KEY
                   ELSE
                      MOVE WS-NEW-INPUT-KEY TO XREF-INPUT-KEY
                      MOVE WS-NEW-ASSIGN-DATE TO XREF-ASSIGN-DATE
                      MOVE WS-NEW-EXT-REF TO XREF-EXT-REF
                      REWRITE XREF-RECORD
                          INVALID KEY
                              DISPLAY "XREFBLD1: UNABLE TO LOAD KEY "
           MOVE SPACES TO ALERT-ACK-TIME
           WRITE ALERT-RECORD.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "XREFBLD1" TO RLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
              COMPUTE RLOG-RECORDS-WRITTEN =
                  WS-RECORDS-ADDED
                + WS-RECORDS-REPLACED
              MOVE RETURN-CODE TO RLOG-RETURN-CODE
           END-IF
           OPEN EXTEND RLOG-FILE
           IF WS-RLOG-STATUS = '05' OR '35'
              OPEN OUTPUT RLOG-FILE
           END-IF
           WRITE RLOG-IMAGE FROM RLOG-RECORD
           CLOSE RLOG-FILE.

       9000-TERMINATE.
           IF WS-TRAN-OUT-STATUS = '10'
              CLOSE TRAN-OUT-FILE
