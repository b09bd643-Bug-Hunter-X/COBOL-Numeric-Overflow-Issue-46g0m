      *****************************************************************
      *  CTRPEXP1 - PENDING COUNTER CHANGE EXPIRY AND REPORT
      *             DAILY SWEEP OF THE CTRPEND DUAL-CONTROL QUEUE. A
      *             RESET, CHANGE OR RETIREMENT STILL AWAITING APPROVAL
      *             MORE THAN THE CUTOFF NUMBER OF DAYS AFTER IT WAS
      *             REQUESTED IS MARKED EXPIRED - IT WAS ASKED FOR
      *             AGAINST A COUNTER THAT HAS SINCE MOVED ON, AND
      *             MUST BE RAISED AGAIN RATHER THAN APPROVED LATE.
      *             THE REPORT LISTS EVERY CHANGE EXPIRED BY THIS RUN
      *             AND EVERY ONE STILL AWAITING A DECISION, SO THE
      *             QUEUE NEVER HOLDS SOMETHING NOBODY HAS LOOKED AT.
      *             PARM: JOB-ID [CUTOFF-DAYS], CUTOFF DEFAULTING TO 3.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRPEXP1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "CTRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT RPT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS               PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-CUTOFF-PARM               PIC X(5) VALUE SPACES.
       01  WS-CUTOFF-DAYS               PIC 9(5) VALUE 3.

       01  WS-RUN-DATE-NUM              PIC 9(8).
       01  WS-RUN-INTEGER               PIC 9(9).
       01  WS-REQUEST-DATE-NUM          PIC 9(8).
       01  WS-ITEM-AGE-DAYS             PIC 9(5).

       01  WS-PEND-OPEN-FLAG            PIC X VALUE 'N'.
           88  WS-PEND-OPEN             VALUE 'Y'.
       01  WS-PEND-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-PEND-EOF              VALUE 'Y'.

       01  WS-ITEMS-READ                PIC 9(7) VALUE 0.
       01  WS-ITEMS-EXPIRED             PIC 9(7) VALUE 0.
       01  WS-ITEMS-AWAITING            PIC 9(7) VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-D-COUNTER-ID          PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-ACTION              PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-SOURCE              PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-REQUESTER           PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-REQUEST-DATE        PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-AGE                 PIC ZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-STATUS              PIC X(24).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL               PIC X(18).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-T-COUNT               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-PEND-EOF
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF-FLAG
                   NOT AT END
                       IF PEND-PENDING
                          PERFORM 2000-PROCESS-ONE-PENDING
                       END-IF
               END-READ
               IF WS-PEND-STATUS NOT = '00'
                  AND WS-PEND-STATUS NOT = '10'
                  MOVE 'Y' TO WS-PEND-EOF-FLAG
               END-IF
           END-PERFORM
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID WS-CUTOFF-PARM
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           IF WS-CUTOFF-PARM NOT = SPACES
              AND FUNCTION TRIM(WS-CUTOFF-PARM) IS NUMERIC
              MOVE FUNCTION TRIM(WS-CUTOFF-PARM) TO WS-CUTOFF-DAYS
           END-IF
      *    NO CTRPEND YET SIMPLY MEANS NOTHING HAS EVER BEEN QUEUED.
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = '00'
              MOVE 'Y' TO WS-PEND-OPEN-FLAG
              MOVE LOW-VALUES TO PEND-KEY
              START PEND-FILE KEY IS NOT < PEND-KEY
                  INVALID KEY
                      MOVE 'Y' TO WS-PEND-EOF-FLAG
              END-START
           ELSE
              MOVE 'Y' TO WS-PEND-EOF-FLAG
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE "PENDING COUNTER CHANGES - EXPIRY AND AWAITING APPROVAL"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RUN DATE " WS-RUN-DATE "  CUTOFF DAYS "
                  WS-CUTOFF-DAYS
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COUNTER-ID  ACTN   SOURCE    REQUESTR  REQUESTD"
               TO RPT-LINE
           MOVE "AGE  STATUS" TO RPT-LINE (53:11)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2000-PROCESS-ONE-PENDING.
           ADD 1 TO WS-ITEMS-READ
           IF PEND-REQUEST-DATE IS NUMERIC
              MOVE PEND-REQUEST-DATE TO WS-REQUEST-DATE-NUM
              COMPUTE WS-ITEM-AGE-DAYS = WS-RUN-INTEGER
                  - FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE-NUM)
           ELSE
              MOVE 99999 TO WS-ITEM-AGE-DAYS
           END-IF
           MOVE PEND-COUNTER-ID TO WS-D-COUNTER-ID
           MOVE PEND-ACTION-CODE TO WS-D-ACTION
           MOVE PEND-SOURCE-PROGRAM TO WS-D-SOURCE
           MOVE PEND-REQUESTER-ID TO WS-D-REQUESTER
           MOVE PEND-REQUEST-DATE TO WS-D-REQUEST-DATE
           MOVE WS-ITEM-AGE-DAYS TO WS-D-AGE
           IF WS-ITEM-AGE-DAYS > WS-CUTOFF-DAYS
              PERFORM 3000-EXPIRE-PENDING
           ELSE
              ADD 1 TO WS-ITEMS-AWAITING
              MOVE "AWAITING APPROVAL" TO WS-D-STATUS
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3000-EXPIRE-PENDING.
           MOVE 'X' TO PEND-STATUS
           MOVE WS-JOB-ID TO PEND-APPROVER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO PEND-DECISION-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PEND-DECISION-TIME
           MOVE "EXPIRED UNAPPROVED" TO PEND-DECISION-NOTE
           REWRITE PEND-RECORD
               INVALID KEY
                   MOVE "UNABLE TO EXPIRE" TO WS-D-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-EXPIRED
                   MOVE "EXPIRED - NOT APPLIED" TO WS-D-STATUS
           END-REWRITE.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "CTRPEXP1" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-ITEMS-READ TO RLOG-RECORDS-READ
              MOVE WS-ITEMS-EXPIRED TO RLOG-RECORDS-WRITTEN
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
           MOVE "PENDING READ:    " TO WS-T-LABEL
           MOVE WS-ITEMS-READ TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EXPIRED:         " TO WS-T-LABEL
           MOVE WS-ITEMS-EXPIRED TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "STILL AWAITING:  " TO WS-T-LABEL
           MOVE WS-ITEMS-AWAITING TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-PEND-OPEN
              CLOSE PEND-FILE
           END-IF
           CLOSE RPT-FILE
           DISPLAY "CTRPEXP1: PENDING READ    " WS-ITEMS-READ
           DISPLAY "CTRPEXP1: EXPIRED         " WS-ITEMS-EXPIRED
           DISPLAY "CTRPEXP1: STILL AWAITING  " WS-ITEMS-AWAITING.
