      *             THE SCHEDULER HOLDS THE DOWNSTREAM STEPS - THE
      *             CONSOLE PAGES US BEFORE A SHORT FILE IS CONSUMED,
      *             NOT AFTER.
      *             NUMRUNC HOLDS EVERY CYCLE OF THE DAY. THE CYCLE
      *             BALANCED IS THE LATEST ONE FEEDCTL SHOWS RELEASED
      *             FOR TODAY, AND ONLY THE LAST HEADER-TO-TRAILER
      *             GROUP FOR THAT CYCLE IS COUNTED - AN EARLIER
      *             CYCLE, OR AN ABORTED ATTEMPT AT THIS ONE THAT WAS
      *             RERUN, NEVER ADDS TO THE TOTALS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBAL01.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT FCTL-FILE ASSIGN TO "FEEDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-IN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNCTL.

       FD  FCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FCTLREC.

       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ALERTREC.
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-IN-STATUS            PIC X(2).
       01  WS-RUNC-STATUS               PIC X(2).
       01  WS-ALERT-STATUS              PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-FCTL-STATUS               PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.

       01  WS-TRAN-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-TRAN-EOF              VALUE 'Y'.
       01  WS-RUNC-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-RUNC-EOF              VALUE 'Y'.
       01  WS-FCTL-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-FCTL-EOF              VALUE 'Y'.
      *    WHETHER THE NUMRUNC RECORDS BEING READ BELONG TO A GROUP
      *    FOR THE CYCLE UNDER BALANCE.
       01  WS-IN-CYCLE-FLAG             PIC X VALUE 'N'.
           88  WS-IN-CYCLE              VALUE 'Y'.

       01  WS-TODAY                     PIC X(8) VALUE SPACES.
       01  WS-CYCLE-SEQ                 PIC 9(2) VALUE 1.

       01  WS-TRAN-IN-COUNT             PIC 9(9) VALUE 0.
       01  WS-ASSIGNED-SUM              PIC 9(9) VALUE 0.
           IF WS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
      *    PARM IS "jobid" - IT ONLY IDENTIFIES THE RUN ON RUNLOG.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 1100-LOAD-CYCLE
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '05' OR '35'
              OPEN OUTPUT ALERT-FILE
           MOVE "NUMBERING RUN CONTROL BALANCE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CYCLE DATE " WS-TODAY "  CYCLE " WS-CYCLE-SEQ
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *    THE CYCLE IN FLIGHT IS THE HIGHEST CYCLE-SEQ FEEDMRG1 HAS
      *    RELEASED FOR TODAY - THE ONE NUMGEN01 HAS JUST NUMBERED.
       1100-LOAD-CYCLE.
           MOVE 'N' TO WS-FCTL-EOF-FLAG
           OPEN INPUT FCTL-FILE
           IF WS-FCTL-STATUS NOT = '00'
              MOVE 'Y' TO WS-FCTL-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-FCTL-EOF
              READ FCTL-FILE
                  AT END
                      MOVE 'Y' TO WS-FCTL-EOF-FLAG
                  NOT AT END
                      IF FCTL-CYCLE-DATE = WS-TODAY
                         AND FCTL-CYCLE-SEQ > WS-CYCLE-SEQ
                         MOVE FCTL-CYCLE-SEQ TO WS-CYCLE-SEQ
                      END-IF
              END-READ
           END-PERFORM
           IF WS-FCTL-STATUS = '10'
              CLOSE FCTL-FILE
           END-IF.

       2000-COUNT-TRAN-IN.
           MOVE 'N' TO WS-TRAN-EOF-FLAG
           OPEN INPUT TRAN-IN-FILE
              CLOSE RUNC-FILE
           END-IF.

      *    EACH MATCHING HEADER STARTS THE TOTALS OVER, SO THE LAST
      *    ATTEMPT AT THE CYCLE IS THE ONE BALANCED.
       3100-TALLY-ONE-CONTROL.
           IF RUNC-RECORD-TYPE = 'H'
              IF RUNC-RUN-DATE = WS-TODAY
                 AND RUNC-CYCLE-SEQ = WS-CYCLE-SEQ
                 MOVE 'Y' TO WS-IN-CYCLE-FLAG
                 MOVE 'N' TO WS-TRAILER-FOUND-FLAG
                 MOVE 0 TO WS-ASSIGNED-SUM
                 MOVE 0 TO WS-T-RECORDS-PROCESSED
                 MOVE 0 TO WS-T-RESTART-SKIPPED
                 MOVE 0 TO WS-T-RETIRED-REJECTED
                 MOVE 0 TO WS-T-TRANOUT-WRITTEN
              ELSE
                 MOVE 'N' TO WS-IN-CYCLE-FLAG
              END-IF
           END-IF
           IF WS-IN-CYCLE
              PERFORM 3150-TALLY-CYCLE-CONTROL
           END-IF.

       3150-TALLY-CYCLE-CONTROL.
           EVALUATE RUNC-RECORD-TYPE
               WHEN 'H'
                   MOVE RUNC-JOB-ID TO WS-RUN-JOB-ID
           MOVE SPACES TO ALERT-ACK-TIME
           WRITE ALERT-RECORD.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "RUNBAL01" TO RLOG-PROGRAM-ID
           MOVE WS-TODAY TO RLOG-CYCLE-DATE
           MOVE WS-CYCLE-SEQ TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-TRAN-IN-COUNT TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
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
