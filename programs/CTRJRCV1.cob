               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS               PIC X(2).
       01  WS-CTR-STATUS                PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
                   INDEXED BY WS-UNDO-IDX.
               10  WS-UNDO-ACTION       PIC X.
               10  WS-UNDO-COUNTER-ID   PIC X(10).
               10  WS-UNDO-BEFORE       PIC X(95).
       01  WS-UNDO-COUNT                PIC 9(5) VALUE 0.
       01  WS-UNDO-SUB                  PIC S9(5) VALUE 0.

           PERFORM 1000-INITIALIZE
           IF WS-PARM-ERROR
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           IF WS-ROLL-FORWARD
              PERFORM 3000-ROLL-BACKWARD
           END-IF
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
               INTO WS-JOB-ID WS-DIRECTION WS-TARGET-DATE
                    WS-TARGET-TIME
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           IF NOT WS-ROLL-FORWARD AND NOT WS-ROLL-BACKWARD
              DISPLAY "CTRJRCV1: DIRECTION MUST BE F OR B"
              MOVE 'Y' TO WS-PARM-ERROR-FLAG
              DISPLAY "CTRJRCV1: UNDO TABLE FULL AT 20000 ENTRIES - "
                      "RESTORE A BACKUP AND ROLL FORWARD INSTEAD"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-UNDO-COUNT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "CTRJRCV1" TO RLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-ENTRIES-READ TO RLOG-RECORDS-READ
              MOVE WS-ENTRIES-APPLIED TO RLOG-RECORDS-WRITTEN
              MOVE RETURN-CODE TO RLOG-RETURN-CODE
           END-IF
           OPEN EXTEND RLOG-FILE
           IF WS-RLOG-STATUS = '05' OR '35'
              OPEN OUTPUT RLOG-FILE
           END-IF
           WRITE RLOG-IMAGE FROM RLOG-RECORD
           CLOSE RLOG-FILE.

       9000-TERMINATE.
           MOVE "ENTRIES READ:         " TO WS-T-LABEL
           MOVE WS-ENTRIES-READ TO WS-T-COUNT
