               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESV-REQ-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(90).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-RESV-REQ-STATUS           PIC X(2).
       01  WS-CTR-STATUS                PIC X(2).
       01  WS-USGF-STATUS               PIC X(2).
       01  WS-JRNL-STATUS               PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

      *    BEFORE-IMAGE OF THE COUNTER RECORD AS IT WAS READ, SO THE
      *    JOURNAL CARRIES WHAT THE RESERVATION'S ADVANCE REPLACED.
       01  WS-JRNL-BEFORE               PIC X(95).

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
           END-PERFORM
           PERFORM 3000-REPORT-EXPIRED
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           OPEN INPUT RESV-REQ-FILE
           OPEN I-O CTR-FILE
           OPEN EXTEND RESV-FILE
           MOVE RSRQ-SYSTEM-ID TO RSRV-SYSTEM-ID
           MOVE WS-RUN-DATE TO RSRV-REQUEST-DATE
           MOVE RSRQ-EXPIRY-DATE TO RSRV-EXPIRY-DATE
           MOVE RSRQ-COUNTER-ID TO RSRV-ORIGIN-COUNTER-ID
           WRITE RSRV-RECORD
           MOVE RSRV-BLOCK-END TO CTR-NUMBER
           MOVE 'Y' TO CTR-FLAG
              END-IF
           END-PERFORM.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "CTRRESV1" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-REQUESTS-READ TO RLOG-RECORDS-READ
              MOVE WS-BLOCKS-RESERVED TO RLOG-RECORDS-WRITTEN
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
