      *             ONE OF ITS TRANSACTIONS BEING NUMBERED TWICE. A
      *             MISSING OR DUPLICATED SOURCE WRITES A CRIT ALERT,
      *             RELEASES NOTHING, AND ENDS WITH RETURN CODE 8 SO
      *             THE SCHEDULER HOLDS THE NUMBERING STEPS. EACH
      *             SOURCE'S FEEDCTL RECORD CARRIES THE NUMBER OF
      *             RECORDS IT SENT, WHICH FEEDRTN1'S RETURN FILE TO
      *             THAT SOURCE BALANCES BACK TO.
      *             INTRADAY CYCLES: THE PARM IS "JOBID [CYCLE-SEQ]"
      *             (DEFAULT 01) AND THE FEEDSCHD SCHEDULE FILE SAYS
      *             WHICH SOURCES EACH CYCLE OF THE DAY COLLECTS - A
      *             CYCLE OPENS ONLY ITS SCHEDULED FEEDS, SO A LOCKBOX
      *             DELIVERY CAN BE NUMBERED IN ITS OWN WINDOW WHILE
      *             THE BRANCH AND PARTNER FEEDS WAIT FOR THE NIGHT.
      *             WITH NO FEEDSCHD EVERY SOURCE IS SCHEDULED INTO
      *             EVERY CYCLE, WHICH IS THE SINGLE NIGHTLY RUN. THE
      *             "EXACTLY ONCE" RULE IS NOW PER CYCLE: A CYCLE NOT
      *             LATER THAN THE LAST ONE RELEASED TODAY IS HELD
      *             TOO, SO THE DAY'S CYCLES ALWAYS RUN IN ORDER AND
      *             THE LATEST CYCLE ON FEEDCTL IS THE ONE IN FLIGHT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDMRG1.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-PTR-STATUS.

           SELECT SCHD-FILE ASSIGN TO "FEEDSCHD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT FCTL-FILE ASSIGN TO "FEEDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SOURCE FEEDS ARRIVE IN THE TRANREC LAYOUT WITH THE
           LABEL RECORDS ARE STANDARD.
       01  PTR-FEED-RECORD             PIC X(118).

      *    ONE CARD PER (CYCLE, SOURCE) SCHEDULED. CYCLES NOT ON THE
      *    FILE COLLECT NOTHING.
       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHD-RECORD.
           05  SCHD-CYCLE-SEQ          PIC 9(2).
           05  SCHD-SOURCE-SYSTEM      PIC X(3).

       FD  FCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FCTLREC.

       FD  TRAN-RAW-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-FEED-BRN-STATUS           PIC X(2).
       01  WS-FEED-LBX-STATUS           PIC X(2).
       01  WS-FEED-PTR-STATUS           PIC X(2).
       01  WS-SCHD-STATUS               PIC X(2).
       01  WS-FCTL-STATUS               PIC X(2).
       01  WS-TRAN-RAW-STATUS           PIC X(2).
       01  WS-ALERT-STATUS              PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-CYCLE-PARM                PIC X(5) VALUE SPACES.
       01  WS-CYCLE-SEQ                 PIC 9(2) VALUE 1.
      *    HIGHEST CYCLE FEEDCTL SHOWS RELEASED FOR THE RUN DATE.
       01  WS-LAST-CYCLE-SEQ            PIC 9(2) VALUE 0.
       01  WS-SCHEDULED-COUNT           PIC 9(2) VALUE 0.

       01  WS-SCHD-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-SCHD-EOF              VALUE 'Y'.
       01  WS-FCTL-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-FCTL-EOF              VALUE 'Y'.
       01  WS-FEED-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-FEED-EOF              VALUE 'Y'.

      *    PER-SOURCE CYCLE STATE: SCHEDULED (FEEDSCHD PUTS IT IN
      *    THIS CYCLE), PRESENT (THE FEED FILE OPENED), DUPLICATE
      *    (Y = FEEDCTL ALREADY SHOWS IT COLLECTED THIS CYCLE, C = THE
      *    CYCLE ITSELF IS NOT AFTER THE LAST ONE RELEASED TODAY), AND
      *    THE RECORD COUNT MERGED.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 3 TIMES INDEXED BY WS-SRC-IDX.
               10  WS-SRC-CODE          PIC X(3).
               10  WS-SRC-SCHEDULED-FLAG PIC X.
               10  WS-SRC-PRESENT-FLAG  PIC X.
               10  WS-SRC-DUP-FLAG      PIC X.
               10  WS-SRC-COUNT         PIC 9(9).
           IF WS-PROBLEM-FOUND
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID WS-CYCLE-PARM
           END-UNSTRING
           IF FUNCTION TRIM(WS-CYCLE-PARM) IS NUMERIC
              MOVE FUNCTION TRIM(WS-CYCLE-PARM) TO WS-CYCLE-SEQ
           END-IF
           IF WS-CYCLE-SEQ = ZERO
              MOVE 1 TO WS-CYCLE-SEQ
           END-IF
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           MOVE "BRN" TO WS-SRC-CODE(1)
           MOVE "LBX" TO WS-SRC-CODE(2)
           MOVE "PTR" TO WS-SRC-CODE(3)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
              MOVE 'N' TO WS-SRC-SCHEDULED-FLAG(WS-SRC-IDX)
              MOVE 'N' TO WS-SRC-PRESENT-FLAG(WS-SRC-IDX)
              MOVE 'N' TO WS-SRC-DUP-FLAG(WS-SRC-IDX)
              MOVE ZERO TO WS-SRC-COUNT(WS-SRC-IDX)
              OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT RPT-FILE
           STRING "CYCLE DATE " WS-RUN-DATE "  CYCLE " WS-CYCLE-SEQ
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "SRC     RECORDS  STATUS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *    A SOURCE NOT SCHEDULED INTO THIS CYCLE IS NOT EVEN OPENED -
      *    ITS FEED MAY ALREADY BE SITTING THERE FOR A LATER WINDOW.
       2000-CHECK-ALL-SOURCES.
           PERFORM 2050-LOAD-SCHEDULE
           PERFORM 2100-LOAD-FEED-CONTROL
           IF WS-SRC-SCHEDULED-FLAG(1) = 'Y'
              OPEN INPUT FEED-BRN-FILE
              IF WS-FEED-BRN-STATUS = '00'
                 MOVE 'Y' TO WS-SRC-PRESENT-FLAG(1)
              END-IF
           END-IF
           IF WS-SRC-SCHEDULED-FLAG(2) = 'Y'
              OPEN INPUT FEED-LBX-FILE
              IF WS-FEED-LBX-STATUS = '00'
                 MOVE 'Y' TO WS-SRC-PRESENT-FLAG(2)
              END-IF
           END-IF
           IF WS-SRC-SCHEDULED-FLAG(3) = 'Y'
              OPEN INPUT FEED-PTR-FILE
              IF WS-FEED-PTR-STATUS = '00'
                 MOVE 'Y' TO WS-SRC-PRESENT-FLAG(3)
              END-IF
           END-IF
           IF WS-SCHEDULED-COUNT = 0
              MOVE 'Y' TO WS-PROBLEM-FLAG
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
              IF WS-SRC-SCHEDULED-FLAG(WS-SRC-IDX) = 'Y'
                 IF WS-LAST-CYCLE-SEQ NOT < WS-CYCLE-SEQ
                    AND WS-SRC-DUP-FLAG(WS-SRC-IDX) = 'N'
                    MOVE 'C' TO WS-SRC-DUP-FLAG(WS-SRC-IDX)
                 END-IF
                 IF WS-SRC-PRESENT-FLAG(WS-SRC-IDX) = 'N'
                    OR WS-SRC-DUP-FLAG(WS-SRC-IDX) NOT = 'N'
                    MOVE 'Y' TO WS-PROBLEM-FLAG
                 END-IF
              END-IF
           END-PERFORM.

      *    NO FEEDSCHD AT ALL MEANS THE ONE-CYCLE-A-NIGHT SCHEDULE:
      *    EVERY SOURCE, EVERY CYCLE.
       2050-LOAD-SCHEDULE.
           MOVE 'N' TO WS-SCHD-EOF-FLAG
           OPEN INPUT SCHD-FILE
           IF WS-SCHD-STATUS NOT = '00'
              MOVE 'Y' TO WS-SCHD-EOF-FLAG
              PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                      UNTIL WS-SRC-IDX > 3
                 MOVE 'Y' TO WS-SRC-SCHEDULED-FLAG(WS-SRC-IDX)
              END-PERFORM
           END-IF
           PERFORM UNTIL WS-SCHD-EOF
              READ SCHD-FILE
                  AT END
                      MOVE 'Y' TO WS-SCHD-EOF-FLAG
                  NOT AT END
                      IF SCHD-CYCLE-SEQ = WS-CYCLE-SEQ
                         PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                                 UNTIL WS-SRC-IDX > 3
                            IF WS-SRC-CODE(WS-SRC-IDX)
                                  = SCHD-SOURCE-SYSTEM
                               MOVE 'Y' TO
                                   WS-SRC-SCHEDULED-FLAG(WS-SRC-IDX)
                            END-IF
                         END-PERFORM
                      END-IF
              END-READ
           END-PERFORM
           IF WS-SCHD-STATUS = '10'
              CLOSE SCHD-FILE
           END-IF
           MOVE 0 TO WS-SCHEDULED-COUNT
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
              IF WS-SRC-SCHEDULED-FLAG(WS-SRC-IDX) = 'Y'
                 ADD 1 TO WS-SCHEDULED-COUNT
              END-IF
           END-PERFORM.

      *    FEEDCTL CARRIES ONE RECORD PER (CYCLE-DATE, CYCLE-SEQ,
      *    SOURCE) EVER COLLECTED. A MATCH ON TODAY'S DATE AND THIS
      *    CYCLE MEANS THIS SOURCE WAS ALREADY MERGED THIS CYCLE -
      *    COLLECTING IT AGAIN WOULD NUMBER EVERY ONE OF ITS
      *    TRANSACTIONS TWICE. THE HIGHEST CYCLE RELEASED TODAY IS
      *    KEPT SO A CYCLE RUN OUT OF ORDER IS HELD AS WELL.
       2100-LOAD-FEED-CONTROL.
           MOVE 'N' TO WS-FCTL-EOF-FLAG
           OPEN INPUT FCTL-FILE
                      MOVE 'Y' TO WS-FCTL-EOF-FLAG
                  NOT AT END
                      IF FCTL-CYCLE-DATE = WS-RUN-DATE
                         AND FCTL-CYCLE-SEQ > WS-LAST-CYCLE-SEQ
                         MOVE FCTL-CYCLE-SEQ TO WS-LAST-CYCLE-SEQ
                      END-IF
                      IF FCTL-CYCLE-DATE = WS-RUN-DATE
                         AND FCTL-CYCLE-SEQ = WS-CYCLE-SEQ
                         PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                                 UNTIL WS-SRC-IDX > 3
                            IF WS-SRC-CODE(WS-SRC-IDX)

       3000-MERGE-ALL-FEEDS.
           OPEN OUTPUT TRAN-RAW-FILE
           IF WS-SRC-SCHEDULED-FLAG(1) = 'Y'
              SET WS-SRC-IDX TO 1
              PERFORM 3100-MERGE-BRN-FEED
           END-IF
           IF WS-SRC-SCHEDULED-FLAG(2) = 'Y'
              SET WS-SRC-IDX TO 2
              PERFORM 3200-MERGE-LBX-FEED
           END-IF
           IF WS-SRC-SCHEDULED-FLAG(3) = 'Y'
              SET WS-SRC-IDX TO 3
              PERFORM 3300-MERGE-PTR-FEED
           END-IF
           CLOSE TRAN-RAW-FILE
           PERFORM 3500-RECORD-COLLECTION
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
              MOVE WS-SRC-CODE(WS-SRC-IDX) TO WS-D-SOURCE
              MOVE WS-SRC-COUNT(WS-SRC-IDX) TO WS-D-COUNT
              IF WS-SRC-SCHEDULED-FLAG(WS-SRC-IDX) = 'Y'
                 MOVE "MERGED" TO WS-D-STATUS
              ELSE
                 MOVE "NOT SCHEDULED THIS CYCLE" TO WS-D-STATUS
              END-IF
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-PERFORM.
       3400-STAMP-AND-WRITE.
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO IN-TRAN-SOURCE-SYSTEM
           MOVE WS-RUN-DATE TO IN-TRAN-FEED-DATE
           MOVE WS-CYCLE-SEQ TO IN-TRAN-FEED-CYCLE
           WRITE IN-TRAN-RECORD
           ADD 1 TO WS-SRC-COUNT(WS-SRC-IDX)
           ADD 1 TO WS-MERGED-COUNT.
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
              IF WS-SRC-SCHEDULED-FLAG(WS-SRC-IDX) = 'Y'
                 MOVE WS-RUN-DATE TO FCTL-CYCLE-DATE
                 MOVE WS-CYCLE-SEQ TO FCTL-CYCLE-SEQ
                 MOVE WS-SRC-CODE(WS-SRC-IDX) TO FCTL-SOURCE-SYSTEM
                 MOVE WS-SRC-COUNT(WS-SRC-IDX) TO FCTL-RECORD-COUNT
                 WRITE FCTL-RECORD
              END-IF
           END-PERFORM
           CLOSE FCTL-FILE.

              MOVE WS-SRC-CODE(WS-SRC-IDX) TO WS-D-SOURCE
              MOVE ZERO TO WS-D-COUNT
              EVALUATE TRUE
                  WHEN WS-SRC-SCHEDULED-FLAG(WS-SRC-IDX) = 'N'
                      MOVE "NOT SCHEDULED THIS CYCLE" TO WS-D-STATUS
                  WHEN WS-SRC-DUP-FLAG(WS-SRC-IDX) = 'Y'
                      MOVE "DUPLICATE - ALREADY COLLECTED"
                          TO WS-D-STATUS
                      PERFORM 4100-SEND-CONSOLE-ALERT
                  WHEN WS-SRC-DUP-FLAG(WS-SRC-IDX) = 'C'
                      MOVE "CYCLE OUT OF SEQUENCE"
                          TO WS-D-STATUS
                      PERFORM 4100-SEND-CONSOLE-ALERT
                  WHEN WS-SRC-PRESENT-FLAG(WS-SRC-IDX) = 'N'
                      MOVE "MISSING" TO WS-D-STATUS
                      PERFORM 4100-SEND-CONSOLE-ALERT
           END-IF
           IF WS-SRC-PRESENT-FLAG(3) = 'Y'
              CLOSE FEED-PTR-FILE
           END-IF
           IF WS-SCHEDULED-COUNT = 0
              MOVE "NO SOURCE SCHEDULED FOR THIS CYCLE" TO RPT-LINE
              WRITE RPT-LINE
              PERFORM 4200-ALERT-NOTHING-SCHEDULED
           END-IF.

       4100-SEND-CONSOLE-ALERT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ALERT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ALERT-TIME
           MOVE WS-JOB-ID TO ALERT-JOB-ID
           IF WS-SRC-DUP-FLAG(WS-SRC-IDX) NOT = 'N'
              MOVE "FDUP" TO ALERT-REASON-CODE
           ELSE
              MOVE "FMIS" TO ALERT-REASON-CODE
           MOVE SPACES TO ALERT-ACK-TIME
           WRITE ALERT-RECORD.

       4200-ALERT-NOTHING-SCHEDULED.
           MOVE SPACES TO ALERT-COUNTER-ID
           MOVE WS-CYCLE-SEQ TO ALERT-NUMBER
           MOVE FUNCTION CURRENT-DATE (1:8) TO ALERT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ALERT-TIME
           MOVE WS-JOB-ID TO ALERT-JOB-ID
           MOVE "FSCH" TO ALERT-REASON-CODE
           MOVE "CRIT" TO ALERT-SEVERITY
           MOVE "NO FEED SCHEDULED FOR CYCLE - CYCLE HELD" TO
               ALERT-MESSAGE-TEXT
           MOVE 'N' TO ALERT-ACK-FLAG
           MOVE SPACES TO ALERT-ACK-OPERATOR
           MOVE SPACES TO ALERT-ACK-DATE
           MOVE SPACES TO ALERT-ACK-TIME
           WRITE ALERT-RECORD.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "FEEDMRG1" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE WS-CYCLE-SEQ TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-MERGED-COUNT TO RLOG-RECORDS-READ
              MOVE WS-MERGED-COUNT TO RLOG-RECORDS-WRITTEN
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
