               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DWEXT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DWEXTREC.

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-CTR-STATUS                PIC X(2).
       01  WS-SNAP-STATUS               PIC X(2).
       01  WS-AUDIT-STATUS              PIC X(2).
       01  WS-HIST-STATUS               PIC X(2).
       01  WS-DWEXT-STATUS              PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CYCLE-PARM                PIC X(5) VALUE SPACES.
           PERFORM 4000-LOAD-TODAYS-ROLLOVERS
           PERFORM 5000-EXTRACT-ALL-COUNTERS
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *    PARM IS "jobid cycle-number" - THE CYCLE NUMBER TIES THIS
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID WS-CYCLE-PARM
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           IF FUNCTION TRIM(WS-CYCLE-PARM) IS NUMERIC
              MOVE FUNCTION TRIM(WS-CYCLE-PARM) TO WS-CYCLE-NUMBER
           END-IF
                 DISPLAY "WHEXTR01: SNAPSHOT TABLE FULL AT 500 "
                         "ENTRIES - STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-SNP-COUNT
                 DISPLAY "WHEXTR01: AUDIT TABLE FULL AT 500 ENTRIES "
                         "- STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-AUD-COUNT
                 DISPLAY "WHEXTR01: ROLLOVER TABLE FULL AT 500 "
                         "ENTRIES - STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-ROL-COUNT
              MOVE ZERO TO DW-D-ROLLOVERS-TODAY
           END-IF.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "WHEXTR01" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-DETAIL-COUNT TO RLOG-RECORDS-READ
              MOVE WS-DETAIL-COUNT TO RLOG-RECORDS-WRITTEN
              MOVE RETURN-CODE TO RLOG-RETURN-CODE
           END-IF
           OPEN EXTEND RLOG-FILE
           IF WS-RLOG-STATUS = '05' OR '35'
              OPEN OUTPUT RLOG-FILE
           END-IF
           WRITE RLOG-IMAGE FROM RLOG-RECORD
           CLOSE RLOG-FILE.

       9000-TERMINATE.
           MOVE SPACES TO DW-TRAILER-RECORD
           MOVE 'T' TO DW-T-RECORD-TYPE
