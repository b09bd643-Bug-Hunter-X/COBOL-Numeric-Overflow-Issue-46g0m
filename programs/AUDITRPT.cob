               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS              PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-RECORDS-READ              PIC 9(9) VALUE 0.

       01  WS-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 2000-ACCUMULATE-RECORD
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-MONTH-SECTION
           CLOSE AUDIT-FILE
           CLOSE RPT-FILE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
      *    PARM IS "jobid" - IT ONLY IDENTIFIES THE RUN ON RUNLOG.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           OPEN INPUT AUDIT-FILE
           OPEN OUTPUT RPT-FILE
           MOVE "COUNTER/PRODUCT OVERFLOW AND NEAR-MISS AUDIT SUMMARY"
                         "STOPPING RUN"
                 CLOSE AUDIT-FILE
                 CLOSE RPT-FILE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-DAY-COUNT
                         "STOPPING RUN"
                 CLOSE AUDIT-FILE
                 CLOSE RPT-FILE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-WEEK-COUNT
                         "STOPPING RUN"
                 CLOSE AUDIT-FILE
                 CLOSE RPT-FILE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-MONTH-COUNT
              MOVE WS-SUMMARY-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-PERFORM.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "AUDITRPT" TO RLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE RETURN-CODE TO RLOG-RETURN-CODE
           END-IF
           OPEN EXTEND RLOG-FILE
           IF WS-RLOG-STATUS = '05' OR '35'
              OPEN OUTPUT RLOG-FILE
           END-IF
           WRITE RLOG-IMAGE FROM RLOG-RECORD
           CLOSE RLOG-FILE.
