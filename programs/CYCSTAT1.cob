      *             CONTROL FILE, AND ANY CRIT ALERTS OUTSTANDING.
      *             READ-ONLY THROUGHOUT - THE AUTHORITATIVE HOLDS ARE
      *             STILL FEEDMRG1/TRANEDIT/RUNBAL01 RETURN CODES.
      *             WHERE THE DAY RAN SEVERAL INTRADAY CYCLES, EVERY
      *             CYCLE GETS ITS OWN LINE: THE SOURCES IT COLLECTED
      *             WITH THEIR FEEDCTL COUNTS, AND THE RECORDS IN,
      *             PROCESSED, ASSIGNED AND WRITTEN FROM THE LAST
      *             NUMRUNC GROUP FOR THAT CYCLE, WITH ITS OWN BALANCE
      *             VERDICT. THE DAY SIGNS OFF ONLY WHEN EVERY SOURCE
      *             WAS COLLECTED IN SOME CYCLE AND EVERY RELEASED
      *             CYCLE WAS NUMBERED AND BALANCED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSTAT1.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FCTLREC.

       FD  TRAN-REJ-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-FCTL-STATUS               PIC X(2).
       01  WS-TRAN-REJ-STATUS           PIC X(2).
       01  WS-RUNC-STATUS               PIC X(2).
       01  WS-ALERT-STATUS              PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-RAW-RECORDS-IN            PIC 9(9) VALUE 0.

       01  WS-CRIT-ALERT-COUNT          PIC 9(9) VALUE 0.
       01  WS-RECORDS-READ              PIC 9(9) VALUE 0.

      *    ONE ENTRY PER CYCLE SEQUENCE OF THE DAY. THE FEEDCTL SIDE
      *    IS WHAT EACH SOURCE SENT INTO THE CYCLE; THE NUMRUNC SIDE
      *    IS THE LAST HEADER-TO-TRAILER GROUP FOR THE CYCLE, A RERUN
      *    REPLACING THE ABORTED ATTEMPT BEFORE IT.
       01  WS-CYC-TABLE.
           05  WS-CYC-ENTRY OCCURS 99 TIMES INDEXED BY WS-CYC-IDX.
               10  WS-CYC-RELEASED-FLAG PIC X.
               10  WS-CYC-SRC-COUNT     PIC 9(9) OCCURS 3 TIMES.
               10  WS-CYC-SRC-FLAG      PIC X OCCURS 3 TIMES.
               10  WS-CYC-RAW-IN        PIC 9(9).
               10  WS-CYC-RUN-FLAG      PIC X.
               10  WS-CYC-TRAILER-FLAG  PIC X.
               10  WS-CYC-ASSIGNED      PIC 9(9).
               10  WS-CYC-PROCESSED     PIC 9(9).
               10  WS-CYC-SKIPPED       PIC 9(9).
               10  WS-CYC-RETIRED       PIC 9(9).
               10  WS-CYC-WRITTEN       PIC 9(9).
       01  WS-CYC-SUB                   PIC 9(2) VALUE 0.
       01  WS-CYC-CURRENT               PIC 9(2) VALUE 0.
       01  WS-CYC-BALANCED-FLAG         PIC X VALUE 'Y'.
           88  WS-CYC-BALANCED          VALUE 'Y'.
       01  WS-CYCLES-RELEASED           PIC 9(2) VALUE 0.
       01  WS-EDIT-COUNT                PIC ZZZZZZZZ9.

       01  WS-CYC-FEED-LINE.
           05  FILLER                   PIC X(8) VALUE "  CYCLE ".
           05  WS-CF-SEQ                PIC 9(2).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CF-ENTRY OCCURS 3 TIMES.
               10  WS-CF-SOURCE         PIC X(3).
               10  WS-CF-SEP            PIC X.
               10  WS-CF-COUNT          PIC X(9).
               10  WS-CF-GAP            PIC X(2).

       01  WS-CYC-RUN-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CR-SEQ                PIC 9(2).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CR-RAW-IN             PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CR-PROCESSED          PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CR-ASSIGNED           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CR-WRITTEN            PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CR-STATUS             PIC X(14).

       01  WS-FEED-LINE.
           05  FILLER                   PIC X(8) VALUE "  FEED ".
           PERFORM 4000-REPORT-RUN-CONTROL
           PERFORM 5000-REPORT-CRIT-ALERTS
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *    PARM IS "jobid [cycle-date]" - THE REPORT IS USUALLY RUN
           ELSE
              MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           END-IF
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           MOVE "BRN" TO WS-SRC-CODE(1)
           MOVE "LBX" TO WS-SRC-CODE(2)
           MOVE "PTR" TO WS-SRC-CODE(3)
                   UNTIL WS-SRC-IDX > 3
              MOVE 'N' TO WS-SRC-ARRIVED-FLAG(WS-SRC-IDX)
           END-PERFORM
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > 99
              MOVE 'N' TO WS-CYC-RELEASED-FLAG(WS-CYC-IDX)
              MOVE 0 TO WS-CYC-RAW-IN(WS-CYC-IDX)
              PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                      UNTIL WS-SRC-IDX > 3
                 MOVE 0 TO WS-CYC-SRC-COUNT(WS-CYC-IDX, WS-SRC-IDX)
                 MOVE 'N' TO WS-CYC-SRC-FLAG(WS-CYC-IDX, WS-SRC-IDX)
              END-PERFORM
              MOVE 'N' TO WS-CYC-RUN-FLAG(WS-CYC-IDX)
              PERFORM 4150-CLEAR-CYCLE-RUN
           END-PERFORM
           OPEN OUTPUT RPT-FILE
           MOVE "NIGHTLY CYCLE STATUS" TO RPT-LINE
           WRITE RPT-LINE
                  AT END
                      MOVE 'Y' TO WS-FCTL-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      IF FCTL-CYCLE-DATE = WS-CYCLE-DATE
                         PERFORM 2100-TALLY-ONE-COLLECTION
                      END-IF
              END-READ
           END-PERFORM
              MOVE WS-FEED-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-PERFORM
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > 99
              IF WS-CYC-RELEASED-FLAG(WS-CYC-IDX) = 'Y'
                 PERFORM 2200-WRITE-CYCLE-FEEDS
              END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *    A CYCLE-SEQ OF ZERO IS A RECORD WRITTEN BEFORE CYCLES WERE
      *    NUMBERED - THE DAY'S ONLY CYCLE.
       2100-TALLY-ONE-COLLECTION.
           IF FCTL-CYCLE-SEQ = 0
              MOVE 1 TO WS-CYC-SUB
           ELSE
              MOVE FCTL-CYCLE-SEQ TO WS-CYC-SUB
           END-IF
           IF WS-CYC-RELEASED-FLAG(WS-CYC-SUB) = 'N'
              MOVE 'Y' TO WS-CYC-RELEASED-FLAG(WS-CYC-SUB)
              ADD 1 TO WS-CYCLES-RELEASED
           END-IF
           ADD FCTL-RECORD-COUNT TO WS-CYC-RAW-IN(WS-CYC-SUB)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
              IF WS-SRC-CODE(WS-SRC-IDX) = FCTL-SOURCE-SYSTEM
                 MOVE 'Y' TO WS-SRC-ARRIVED-FLAG(WS-SRC-IDX)
                 MOVE 'Y' TO WS-CYC-SRC-FLAG(WS-CYC-SUB, WS-SRC-IDX)
                 ADD FCTL-RECORD-COUNT
                     TO WS-CYC-SRC-COUNT(WS-CYC-SUB, WS-SRC-IDX)
              END-IF
           END-PERFORM.

       2200-WRITE-CYCLE-FEEDS.
           SET WS-CYC-SUB TO WS-CYC-IDX
           MOVE WS-CYC-SUB TO WS-CF-SEQ
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
              MOVE WS-SRC-CODE(WS-SRC-IDX) TO WS-CF-SOURCE(WS-SRC-IDX)
              MOVE SPACE TO WS-CF-SEP(WS-SRC-IDX)
              MOVE SPACES TO WS-CF-GAP(WS-SRC-IDX)
              IF WS-CYC-SRC-FLAG(WS-CYC-SUB, WS-SRC-IDX) = 'Y'
                 MOVE WS-CYC-SRC-COUNT(WS-CYC-SUB, WS-SRC-IDX)
                     TO WS-EDIT-COUNT
                 MOVE WS-EDIT-COUNT TO WS-CF-COUNT(WS-SRC-IDX)
              ELSE
                 MOVE "        -" TO WS-CF-COUNT(WS-SRC-IDX)
              END-IF
           END-PERFORM
           MOVE WS-CYC-FEED-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3000-REPORT-REJECTS.
           MOVE "EDIT REJECTS BY REASON (TRANREJ)" TO RPT-LINE
           WRITE RPT-LINE
                  AT END
                      MOVE 'Y' TO WS-REJ-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      IF REJ-TRAN-FEED-DATE = WS-CYCLE-DATE
                         PERFORM 3100-COUNT-ONE-REJECT
                      END-IF

      *    THE SAME CHECKS RUNBAL01 APPLIES TO THE CONTROL FILE
      *    ITSELF, MINUS THE TRAN-IN RECOUNT (TRANIN IS A NIGHTLY
      *    GENERATION THAT MAY ALREADY BE GONE BY MORNING), MADE FOR
      *    EACH CYCLE OF THE DAY. THE DAY'S RAW RECORDS IN ARE STILL
      *    DERIVED: THE EDIT'S CLEAN OUTPUT IS WHAT THE RUNS
      *    PROCESSED, SO RAW = PROCESSED + REJECTS; EACH CYCLE'S LINE
      *    SHOWS THE FEEDCTL FIGURE ITS SOURCES SENT IN.
       4000-REPORT-RUN-CONTROL.
           MOVE "NUMBERING RUN (NUMRUNC)" TO RPT-LINE
           WRITE RPT-LINE
                  AT END
                      MOVE 'Y' TO WS-RUNC-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      PERFORM 4100-TALLY-ONE-CONTROL
              END-READ
           END-PERFORM
              WRITE RPT-LINE
              MOVE 'N' TO WS-BALANCED-FLAG
           ELSE
              PERFORM 4300-WRITE-CYCLE-RUNS
              PERFORM 4500-WRITE-RUN-FIGURES
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *    A HEADER FOR THE CYCLE DATE OPENS (OR, ON A RERUN, REOPENS
      *    AND CLEARS) ITS CYCLE'S ENTRY; ANY OTHER DATE'S GROUP IS
      *    PASSED OVER.
       4100-TALLY-ONE-CONTROL.
           IF RUNC-RECORD-TYPE = 'H'
              MOVE 0 TO WS-CYC-CURRENT
              IF RUNC-RUN-DATE = WS-CYCLE-DATE
                 MOVE RUNC-JOB-ID TO WS-RUN-JOB-ID
                 MOVE RUNC-RUN-DATE TO WS-RUNC-HDR-DATE
                 IF RUNC-CYCLE-SEQ = 0
                    MOVE 1 TO WS-CYC-CURRENT
                 ELSE
                    MOVE RUNC-CYCLE-SEQ TO WS-CYC-CURRENT
                 END-IF
                 SET WS-CYC-IDX TO WS-CYC-CURRENT
                 PERFORM 4150-CLEAR-CYCLE-RUN
                 MOVE 'Y' TO WS-CYC-RUN-FLAG(WS-CYC-CURRENT)
              END-IF
           END-IF
           IF WS-CYC-CURRENT > 0
              EVALUATE RUNC-RECORD-TYPE
                  WHEN 'C'
                      ADD RUNC-ASSIGNED-COUNT
                          TO WS-CYC-ASSIGNED(WS-CYC-CURRENT)
                  WHEN 'T'
                      MOVE 'Y' TO WS-CYC-TRAILER-FLAG(WS-CYC-CURRENT)
                      MOVE RUNC-RECORDS-PROCESSED
                          TO WS-CYC-PROCESSED(WS-CYC-CURRENT)
                      MOVE RUNC-RESTART-SKIPPED
                          TO WS-CYC-SKIPPED(WS-CYC-CURRENT)
                      MOVE RUNC-RETIRED-REJECTED
                          TO WS-CYC-RETIRED(WS-CYC-CURRENT)
                      MOVE RUNC-TRANOUT-WRITTEN
                          TO WS-CYC-WRITTEN(WS-CYC-CURRENT)
              END-EVALUATE
           END-IF.

       4150-CLEAR-CYCLE-RUN.
           MOVE 'N' TO WS-CYC-TRAILER-FLAG(WS-CYC-IDX)
           MOVE 0 TO WS-CYC-ASSIGNED(WS-CYC-IDX)
           MOVE 0 TO WS-CYC-PROCESSED(WS-CYC-IDX)
           MOVE 0 TO WS-CYC-SKIPPED(WS-CYC-IDX)
           MOVE 0 TO WS-CYC-RETIRED(WS-CYC-IDX)
           MOVE 0 TO WS-CYC-WRITTEN(WS-CYC-IDX).

      *    ONE LINE PER CYCLE RELEASED OR NUMBERED, THEN THE DAY'S
      *    TOTALS (4500) ACROSS THEM. A CYCLE FEEDMRG1 RELEASED THAT
      *    NO NUMGEN01 RUN PICKED UP IS AS MUCH A FAILURE AS ONE THAT
      *    DID NOT BALANCE.
       4300-WRITE-CYCLE-RUNS.
           MOVE "  CY   FEEDS IN  PROCESSED   ASSIGNED    WRITTEN"
               TO RPT-LINE
           MOVE "STATUS" TO RPT-LINE (51:6)
           WRITE RPT-LINE
           MOVE 'Y' TO WS-TRAILER-FOUND-FLAG
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > 99
              IF WS-CYC-RELEASED-FLAG(WS-CYC-IDX) = 'Y'
                 OR WS-CYC-RUN-FLAG(WS-CYC-IDX) = 'Y'
                 PERFORM 4350-WRITE-ONE-CYCLE-RUN
              END-IF
           END-PERFORM.

       4350-WRITE-ONE-CYCLE-RUN.
           SET WS-CYC-SUB TO WS-CYC-IDX
           MOVE WS-CYC-SUB TO WS-CR-SEQ
           MOVE WS-CYC-RAW-IN(WS-CYC-SUB) TO WS-CR-RAW-IN
           MOVE WS-CYC-PROCESSED(WS-CYC-SUB) TO WS-CR-PROCESSED
           MOVE WS-CYC-ASSIGNED(WS-CYC-SUB) TO WS-CR-ASSIGNED
           MOVE WS-CYC-WRITTEN(WS-CYC-SUB) TO WS-CR-WRITTEN
           ADD WS-CYC-PROCESSED(WS-CYC-SUB) TO WS-T-RECORDS-PROCESSED
           ADD WS-CYC-SKIPPED(WS-CYC-SUB) TO WS-T-RESTART-SKIPPED
           ADD WS-CYC-RETIRED(WS-CYC-SUB) TO WS-T-RETIRED-REJECTED
           ADD WS-CYC-WRITTEN(WS-CYC-SUB) TO WS-T-TRANOUT-WRITTEN
           ADD WS-CYC-ASSIGNED(WS-CYC-SUB) TO WS-ASSIGNED-SUM
           MOVE 'Y' TO WS-CYC-BALANCED-FLAG
           EVALUATE TRUE
               WHEN WS-CYC-RUN-FLAG(WS-CYC-SUB) = 'N'
                   MOVE 'N' TO WS-CYC-BALANCED-FLAG
                   MOVE "NOT NUMBERED" TO WS-CR-STATUS
               WHEN WS-CYC-TRAILER-FLAG(WS-CYC-SUB) = 'N'
                   MOVE 'N' TO WS-CYC-BALANCED-FLAG
                   MOVE 'N' TO WS-TRAILER-FOUND-FLAG
                   MOVE "NO TRAILER" TO WS-CR-STATUS
               WHEN OTHER
                   COMPUTE WS-EXPECTED-PROCESSED =
                       WS-CYC-WRITTEN(WS-CYC-SUB)
                       + WS-CYC-SKIPPED(WS-CYC-SUB)
                       + WS-CYC-RETIRED(WS-CYC-SUB)
                   IF WS-CYC-PROCESSED(WS-CYC-SUB)
                         NOT = WS-EXPECTED-PROCESSED
                      OR WS-CYC-ASSIGNED(WS-CYC-SUB)
                         NOT = WS-CYC-WRITTEN(WS-CYC-SUB)
                      MOVE 'N' TO WS-CYC-BALANCED-FLAG
                      MOVE "OUT OF BALANCE" TO WS-CR-STATUS
                   ELSE
                      MOVE "BALANCED" TO WS-CR-STATUS
                   END-IF
           END-EVALUATE
           IF NOT WS-CYC-BALANCED
              MOVE 'N' TO WS-BALANCED-FLAG
           END-IF
           MOVE WS-CYC-RUN-LINE TO RPT-LINE
           WRITE RPT-LINE.

       4500-WRITE-RUN-FIGURES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  DAY TOTALS, ALL CYCLES" TO RPT-LINE
           WRITE RPT-LINE
           COMPUTE WS-RAW-RECORDS-IN =
               WS-T-RECORDS-PROCESSED + WS-REJ-TOTAL
           MOVE "  RAW RECORDS IN (DERIVED)" TO WS-N-LABEL
              MOVE 'N' TO WS-BALANCED-FLAG
              MOVE "  NO TRAILER - RUN DID NOT COMPLETE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-BALANCED
              MOVE "  RUN BALANCED" TO RPT-LINE
                  AT END
                      MOVE 'Y' TO WS-ALERT-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      IF ALERT-DATE = WS-CYCLE-DATE
                         AND ALERT-SEVERITY = "CRIT"
                         AND NOT ALERT-ACKNOWLEDGED
              WRITE RPT-LINE
           END-IF.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "CYCSTAT1" TO RLOG-PROGRAM-ID
           MOVE WS-CYCLE-DATE TO RLOG-CYCLE-DATE
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

       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
