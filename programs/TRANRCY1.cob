               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-REJ-FILE
      *    CTRPURG1 CARRIES ITS REPLACEMENT SIDES.
       FD  REJ-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJ-NEW-RECORD              PIC X(144).

       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-REJ-STATUS           PIC X(2).
       01  WS-CARD-STATUS               PIC X(2).
       01  WS-TRAN-RAW-STATUS           PIC X(2).
       01  WS-REJ-NEW-STATUS            PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
           END-PERFORM
           PERFORM 8000-REPORT-UNMATCHED-CARDS
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID WS-AGE-PARM
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           IF FUNCTION TRIM(WS-AGE-PARM) IS NUMERIC
              MOVE FUNCTION TRIM(WS-AGE-PARM) TO WS-AGE-LIMIT-DAYS
           END-IF
              DISPLAY "TRANRCY1: CARD TABLE FULL AT 1000 ENTRIES - "
                      "STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-CARD-COUNT
      *    FAILS STAYS IN SUSPENSE WITH THE FAILING REASON RESTAMPED,
      *    SO TOMORROW'S WORKLIST SHOWS WHY.
       3000-TRY-RELEASE.
           MOVE REJ-TRAN-RECORD (1:140) TO IN-TRAN-RECORD
           IF WS-CARD-T-COUNTER-ID(WS-CARD-FOUND-IDX) NOT = SPACES
              MOVE WS-CARD-T-COUNTER-ID(WS-CARD-FOUND-IDX)
                  TO IN-TRAN-COUNTER-ID
              END-IF
           END-PERFORM.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "TRANRCY1" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-REJECTS-READ TO RLOG-RECORDS-READ
              COMPUTE RLOG-RECORDS-WRITTEN =
                  WS-RECORDS-RELEASED
                + WS-RECORDS-KEPT
              MOVE RETURN-CODE TO RLOG-RETURN-CODE
           END-IF
           OPEN EXTEND RLOG-FILE
           IF WS-RLOG-STATUS = '05' OR '35'
              OPEN OUTPUT RLOG-FILE
           END-IF
           WRITE RLOG-IMAGE FROM RLOG-RECORD
           CLOSE RLOG-FILE.

       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
