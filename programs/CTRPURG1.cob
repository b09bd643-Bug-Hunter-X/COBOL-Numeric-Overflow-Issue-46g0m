               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
       COPY SNAPREC.
       FD  SNAP-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAP-NEW-RECORD             PIC X(41).
       FD  SNAP-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAP-ARCH-RECORD            PIC X(41).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDTREC.
       FD  AUDIT-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDT-NEW-RECORD             PIC X(49).
       FD  AUDIT-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDT-ARCH-RECORD            PIC X(49).

       FD  REST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MAINTAUD.
       FD  MAUD-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAUD-NEW-RECORD             PIC X(67).
       FD  MAUD-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAUD-ARCH-RECORD            PIC X(67).

       FD  REST-DAY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RESTDREC.
       FD  RESTD-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESTD-NEW-RECORD            PIC X(56).
       FD  RESTD-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESTD-ARCH-RECORD           PIC X(56).

       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(2).
       01  WS-IN-STATUS                 PIC X(2).
       01  WS-NEW-STATUS                PIC X(2).
       01  WS-ARCH-STATUS               PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.

       01  WS-PARM-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-PARM-EOF              VALUE 'Y'.
           PERFORM 2600-PURGE-MAUD
           PERFORM 2700-PURGE-RESTD
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
      *    PARM IS "jobid" - IT ONLY IDENTIFIES THE RUN ON RUNLOG.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           PERFORM 1100-APPLY-PARM-OVERRIDES
           OPEN OUTPUT RPT-FILE
           MOVE "FILE       RETN  CUTOFF         READ      KEPT  ARCHVD"
              PERFORM 8200-WRITE-FILE-LINE
           END-IF.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "CTRPURG1" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-TOTAL-READ TO RLOG-RECORDS-READ
              MOVE WS-TOTAL-ARCHIVED TO RLOG-RECORDS-WRITTEN
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
