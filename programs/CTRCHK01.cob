      *****************************************************************
      *  CTRCHK01 - COUNTER MASTER INTEGRITY CHECK
      *             RUNS AHEAD OF THE NUMBERING CYCLE. NUMGEN01 TRUSTS
      *             THE COUNTER MASTER AND NUMBERS STRAIGHT THROUGH A
      *             RECORD LEFT INCONSISTENT BY A CTRJRCV1 RECOVERY OR
      *             A CTRMAINT RESET, SO THIS PROGRAM BROWSES THE WHOLE
      *             MASTER AND CROSS-CHECKS EVERY RECORD AGAINST ITS
      *             OWN FIELDS, ITS ARCHIVED BLOCKS ON CTRHIST AND ITS
      *             RESERVATIONS ON CTRRESV:
      *               IC01 CRIT - A COUNTING FIELD IS NOT NUMERIC (THE
      *                    REMAINING RULES ARE SKIPPED FOR THE RECORD)
      *               IC02 CRIT - START VALUE AT OR ABOVE THE ROLLOVER
      *                    CEILING: EVERY ROLLOVER LANDS PAST THE
      *                    CEILING AT ONCE
      *               IC03 CRIT - COUNTER BELOW ITS BLOCK START: THE
      *                    NEXT NUMBERS FALL OUTSIDE THE LIVE BLOCK
      *                    (A FRESH BLOCK SITS AT BLOCK START LESS ONE)
      *               IC04 CRIT - ROLLOVER SEQ NOT AHEAD OF THE LAST
      *                    BLOCK ARCHIVED ON CTRHIST: THE LIVE BLOCK
      *                    REISSUES NUMBERS UNDER AN ARCHIVED BLOCK'S
      *                    SEQUENCE - DUPLICATE CROSS-REFERENCE KEYS
      *               IC05 CRIT - PERIOD RESET CODE NOT N, M OR Y:
      *                    NUMGEN01 NEVER RESETS THE COUNTER, SO A
      *                    PERIODIC SERIES CARRIES ON THE OLD NUMBERS
      *               IC06 WARN - RETIRED COUNTER STILL HOLDING AN
      *                    ACTIVE RESERVATION (EXPIRY NOT YET PASSED):
      *                    THE HOLDER CAN GO ON ISSUING NUMBERS THE
      *                    BUSINESS THINKS ARE FINISHED
      *             EVERY VIOLATION IS LISTED ON CHKRPT WITH ITS RULE
      *             CODE. A COUNTER WITH ANY CRIT VIOLATION WOULD GIVE
      *             A WRONG OR DUPLICATE NUMBER TONIGHT: IT RAISES ONE
      *             CRIT ALERT (CINT) ON OPSALERT AND THE STEP ENDS
      *             WITH RETURN-CODE 8 SO THE SCHEDULER HOLDS NUMGEN01
      *             UNTIL THE RECORD IS PUT RIGHT. WARN VIOLATIONS ARE
      *             REPORTED ONLY.
      *             A MASTER THAT WILL NOT OPEN, OR THAT YIELDS NO
      *             COUNTER AT ALL, HAS NOT BEEN CHECKED AND IS NEVER
      *             REPORTED CLEAN: EITHER RAISES THE SAME CRIT ALERT
      *             (WITH A BLANK COUNTER-ID) AND ENDS WITH RETURN-CODE
      *             8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRCHK01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-FILE ASSIGN TO "CTRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-COUNTER-ID
               FILE STATUS IS WS-CTR-STATUS.

           SELECT HIST-FILE ASSIGN TO "CTRHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RESV-FILE ASSIGN TO "CTRRESV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESV-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT RPT-FILE ASSIGN TO "CHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTRREC.

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       FD  RESV-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RSRVREC.

       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ALERTREC.

       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-CTR-STATUS                PIC X(2).
       01  WS-HIST-STATUS               PIC X(2).
       01  WS-RESV-STATUS               PIC X(2).
       01  WS-ALERT-STATUS              PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(8).

       01  WS-HIST-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-HIST-EOF              VALUE 'Y'.
       01  WS-RESV-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-RESV-EOF              VALUE 'Y'.
       01  WS-CTR-EOF-FLAG              PIC X VALUE 'N'.
           88  WS-CTR-EOF               VALUE 'Y'.

      *    HIGHEST ROLLOVER SEQ ARCHIVED PER COUNTER. A TABLE THAT
      *    OVERFLOWED WOULD LET A BAD SEQUENCE THROUGH UNSEEN, SO A
      *    FULL TABLE STOPS THE RUN.
       01  WS-HSQ-TABLE.
           05  WS-HSQ-ENTRY OCCURS 2000 TIMES INDEXED BY WS-HSQ-IDX.
               10  WS-HSQ-COUNTER-ID    PIC X(10).
               10  WS-HSQ-LAST-SEQ      PIC 9(4).
       01  WS-HSQ-COUNT                 PIC 9(4) VALUE 0.

      *    ACTIVE RESERVATIONS PER HOLDING COUNTER.
       01  WS-ARS-TABLE.
           05  WS-ARS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ARS-IDX.
               10  WS-ARS-COUNTER-ID    PIC X(10).
               10  WS-ARS-ACTIVE-COUNT  PIC 9(5).
       01  WS-ARS-COUNT                 PIC 9(4) VALUE 0.

       01  WS-FOUND-IDX                 PIC 9(4) VALUE 0.

      *    PER-COUNTER RESULT OF THE RULES.
       01  WS-COUNTER-CRIT-FLAG         PIC X VALUE 'N'.
           88  WS-COUNTER-CRIT          VALUE 'Y'.
       01  WS-ANY-CRIT-FLAG             PIC X VALUE 'N'.
           88  WS-ANY-CRIT              VALUE 'Y'.
       01  WS-RULE-CODE                 PIC X(4).
       01  WS-RULE-SEVERITY             PIC X(4).
       01  WS-RULE-TEXT                 PIC X(50).
       01  WS-MASTER-ALERT-TEXT         PIC X(40).
       01  WS-EDIT-SEQ                  PIC 9(4).

       01  WS-COUNTERS-CHECKED          PIC 9(7) VALUE 0.
       01  WS-COUNTERS-CRIT             PIC 9(7) VALUE 0.
       01  WS-CRIT-VIOLATIONS           PIC 9(7) VALUE 0.
       01  WS-WARN-VIOLATIONS           PIC 9(7) VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-D-COUNTER-ID          PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-RULE-CODE           PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-SEVERITY            PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-TEXT                PIC X(50).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL               PIC X(30).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-T-COUNT               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ARCHIVED-SEQS
           PERFORM 3000-LOAD-ACTIVE-RESERVATIONS
           PERFORM 4000-CHECK-ALL-COUNTERS
           IF WS-COUNTERS-CHECKED = 0
              MOVE 'Y' TO WS-ANY-CRIT-FLAG
              MOVE "COUNTER MASTER EMPTY OR UNREADABLE"
                  TO WS-MASTER-ALERT-TEXT
              PERFORM 4850-ALERT-MASTER
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-ANY-CRIT
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
      *    PARM IS "jobid" - IT ONLY IDENTIFIES THE RUN ON RUNLOG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           OPEN INPUT CTR-FILE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '05' OR '35'
              OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-CTR-STATUS NOT = '00'
              DISPLAY "CTRCHK01: CTRMSTR OPEN FAILED - STATUS "
                      WS-CTR-STATUS
              MOVE SPACES TO WS-MASTER-ALERT-TEXT
              STRING "COUNTER MASTER WILL NOT OPEN - STATUS "
                     WS-CTR-STATUS
                  DELIMITED BY SIZE INTO WS-MASTER-ALERT-TEXT
              END-STRING
              PERFORM 4850-ALERT-MASTER
              CLOSE ALERT-FILE
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE "COUNTER MASTER INTEGRITY CHECK" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COUNTER-ID  RULE  SEV   VIOLATION" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *    A MISSING CTRHIST MEANS NO COUNTER HAS EVER ROLLED OVER -
      *    RULE IC04 THEN HAS NOTHING TO COMPARE AGAINST.
       2000-LOAD-ARCHIVED-SEQS.
           MOVE 'N' TO WS-HIST-EOF-FLAG
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
              MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-HIST-EOF
              READ HIST-FILE
                  AT END
                      MOVE 'Y' TO WS-HIST-EOF-FLAG
                  NOT AT END
                      PERFORM 2100-ADD-ARCHIVED-SEQ
              END-READ
           END-PERFORM
           IF WS-HIST-STATUS = '10'
              CLOSE HIST-FILE
           END-IF.

       2100-ADD-ARCHIVED-SEQ.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-HSQ-IDX FROM 1 BY 1
                   UNTIL WS-HSQ-IDX > WS-HSQ-COUNT
                      OR WS-FOUND-IDX > 0
              IF WS-HSQ-COUNTER-ID(WS-HSQ-IDX) = HIST-COUNTER-ID
                 MOVE WS-HSQ-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              IF WS-HSQ-COUNT = 2000
                 DISPLAY "CTRCHK01: HISTORY TABLE FULL AT 2000 "
                         "ENTRIES - STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-HSQ-COUNT
              MOVE WS-HSQ-COUNT TO WS-FOUND-IDX
              MOVE HIST-COUNTER-ID TO WS-HSQ-COUNTER-ID(WS-FOUND-IDX)
              MOVE HIST-ROLLOVER-SEQ TO WS-HSQ-LAST-SEQ(WS-FOUND-IDX)
           END-IF
           IF HIST-ROLLOVER-SEQ > WS-HSQ-LAST-SEQ(WS-FOUND-IDX)
              MOVE HIST-ROLLOVER-SEQ TO WS-HSQ-LAST-SEQ(WS-FOUND-IDX)
           END-IF.

      *    ACTIVE AS NUMGEN01 JUDGES IT: EXPIRY DATE NOT YET PASSED.
       3000-LOAD-ACTIVE-RESERVATIONS.
           MOVE 'N' TO WS-RESV-EOF-FLAG
           OPEN INPUT RESV-FILE
           IF WS-RESV-STATUS NOT = '00'
              MOVE 'Y' TO WS-RESV-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-RESV-EOF
              READ RESV-FILE
                  AT END
                      MOVE 'Y' TO WS-RESV-EOF-FLAG
                  NOT AT END
                      IF RSRV-EXPIRY-DATE >= WS-RUN-DATE
                         PERFORM 3100-ADD-ACTIVE-RESERVATION
                      END-IF
              END-READ
           END-PERFORM
           IF WS-RESV-STATUS = '10'
              CLOSE RESV-FILE
           END-IF.

       3100-ADD-ACTIVE-RESERVATION.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ARS-IDX FROM 1 BY 1
                   UNTIL WS-ARS-IDX > WS-ARS-COUNT
                      OR WS-FOUND-IDX > 0
              IF WS-ARS-COUNTER-ID(WS-ARS-IDX) = RSRV-COUNTER-ID
                 MOVE WS-ARS-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              IF WS-ARS-COUNT = 2000
                 DISPLAY "CTRCHK01: RESERVATION TABLE FULL AT 2000 "
                         "ENTRIES - STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-ARS-COUNT
              MOVE WS-ARS-COUNT TO WS-FOUND-IDX
              MOVE RSRV-COUNTER-ID TO WS-ARS-COUNTER-ID(WS-FOUND-IDX)
              MOVE ZERO TO WS-ARS-ACTIVE-COUNT(WS-FOUND-IDX)
           END-IF
           ADD 1 TO WS-ARS-ACTIVE-COUNT(WS-FOUND-IDX).

      *    SEQUENTIAL BROWSE OF THE KEYED MASTER FROM THE LOWEST KEY,
      *    AS WHEXTR01 DOES, SO EVERY COUNTER IS CHECKED.
       4000-CHECK-ALL-COUNTERS.
           MOVE LOW-VALUES TO CTR-COUNTER-ID
           START CTR-FILE KEY NOT < CTR-COUNTER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CTR-EOF-FLAG
           END-START
           IF WS-CTR-STATUS NOT = '00'
              MOVE 'Y' TO WS-CTR-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-CTR-EOF
              READ CTR-FILE NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-CTR-EOF-FLAG
                  NOT AT END
                      IF WS-CTR-STATUS = '00'
                         PERFORM 4100-CHECK-ONE-COUNTER
                      ELSE
                         MOVE 'Y' TO WS-CTR-EOF-FLAG
                      END-IF
              END-READ
           END-PERFORM.

       4100-CHECK-ONE-COUNTER.
           ADD 1 TO WS-COUNTERS-CHECKED
           MOVE 'N' TO WS-COUNTER-CRIT-FLAG
           IF CTR-NUMBER IS NOT NUMERIC
              OR CTR-ROLLOVER-CEILING IS NOT NUMERIC
              OR CTR-START-VALUE IS NOT NUMERIC
              OR CTR-BLOCK-START-NUM IS NOT NUMERIC
              OR CTR-ROLLOVER-SEQ IS NOT NUMERIC
              MOVE "IC01" TO WS-RULE-CODE
              MOVE "CRIT" TO WS-RULE-SEVERITY
              MOVE "NUMBER/CEILING/START/BLOCK-START/SEQ NOT NUMERIC"
                  TO WS-RULE-TEXT
              PERFORM 4900-REPORT-VIOLATION
           ELSE
              PERFORM 4200-CHECK-COUNTING-FIELDS
              PERFORM 4300-CHECK-ARCHIVED-SEQ
           END-IF
           PERFORM 4400-CHECK-PERIOD-CODE
           PERFORM 4500-CHECK-RETIRED-RESERVATIONS
           IF WS-COUNTER-CRIT
              ADD 1 TO WS-COUNTERS-CRIT
              MOVE 'Y' TO WS-ANY-CRIT-FLAG
              PERFORM 4800-ALERT-COUNTER
           END-IF.

       4200-CHECK-COUNTING-FIELDS.
           IF CTR-START-VALUE >= CTR-ROLLOVER-CEILING
              MOVE "IC02" TO WS-RULE-CODE
              MOVE "CRIT" TO WS-RULE-SEVERITY
              MOVE SPACES TO WS-RULE-TEXT
              STRING "START VALUE " CTR-START-VALUE
                     " >= CEILING " CTR-ROLLOVER-CEILING
                  DELIMITED BY SIZE INTO WS-RULE-TEXT
              END-STRING
              PERFORM 4900-REPORT-VIOLATION
           END-IF
           IF CTR-NUMBER + 1 < CTR-BLOCK-START-NUM
              MOVE "IC03" TO WS-RULE-CODE
              MOVE "CRIT" TO WS-RULE-SEVERITY
              MOVE SPACES TO WS-RULE-TEXT
              STRING "NUMBER " CTR-NUMBER
                     " BELOW BLOCK START " CTR-BLOCK-START-NUM
                  DELIMITED BY SIZE INTO WS-RULE-TEXT
              END-STRING
              PERFORM 4900-REPORT-VIOLATION
           END-IF.

      *    THE LIVE BLOCK MUST CARRY A HIGHER SEQUENCE THAN ANY BLOCK
      *    ALREADY ARCHIVED - EQUAL IS AS BAD AS BEHIND.
       4300-CHECK-ARCHIVED-SEQ.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-HSQ-IDX FROM 1 BY 1
                   UNTIL WS-HSQ-IDX > WS-HSQ-COUNT
                      OR WS-FOUND-IDX > 0
              IF WS-HSQ-COUNTER-ID(WS-HSQ-IDX) = CTR-COUNTER-ID
                 MOVE WS-HSQ-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
              IF CTR-ROLLOVER-SEQ NOT > WS-HSQ-LAST-SEQ(WS-FOUND-IDX)
                 MOVE "IC04" TO WS-RULE-CODE
                 MOVE "CRIT" TO WS-RULE-SEVERITY
                 MOVE WS-HSQ-LAST-SEQ(WS-FOUND-IDX) TO WS-EDIT-SEQ
                 MOVE SPACES TO WS-RULE-TEXT
                 STRING "ROLLOVER SEQ " CTR-ROLLOVER-SEQ
                        " NOT AFTER CTRHIST SEQ " WS-EDIT-SEQ
                     DELIMITED BY SIZE INTO WS-RULE-TEXT
                 END-STRING
                 PERFORM 4900-REPORT-VIOLATION
              END-IF
           END-IF.

       4400-CHECK-PERIOD-CODE.
           IF CTR-PERIOD-RESET-CODE NOT = 'N'
              AND CTR-PERIOD-RESET-CODE NOT = 'M'
              AND CTR-PERIOD-RESET-CODE NOT = 'Y'
              MOVE "IC05" TO WS-RULE-CODE
              MOVE "CRIT" TO WS-RULE-SEVERITY
              MOVE SPACES TO WS-RULE-TEXT
              STRING "PERIOD RESET CODE '" CTR-PERIOD-RESET-CODE
                     "' NOT N, M OR Y"
                  DELIMITED BY SIZE INTO WS-RULE-TEXT
              END-STRING
              PERFORM 4900-REPORT-VIOLATION
           END-IF.

      *    A COUNTER IS RETIRED FROM ITS RETIRE DATE ON, AS TRANEDIT
      *    TREATS IT - ONE WITH A RETIRE DATE STILL AHEAD IS LIVE.
       4500-CHECK-RETIRED-RESERVATIONS.
           IF CTR-RETIRE-DATE NOT = SPACES
              AND WS-RUN-DATE NOT < CTR-RETIRE-DATE
              MOVE 0 TO WS-FOUND-IDX
              PERFORM VARYING WS-ARS-IDX FROM 1 BY 1
                      UNTIL WS-ARS-IDX > WS-ARS-COUNT
                         OR WS-FOUND-IDX > 0
                 IF WS-ARS-COUNTER-ID(WS-ARS-IDX) = CTR-COUNTER-ID
                    MOVE WS-ARS-IDX TO WS-FOUND-IDX
                 END-IF
              END-PERFORM
              IF WS-FOUND-IDX > 0
                 MOVE "IC06" TO WS-RULE-CODE
                 MOVE "WARN" TO WS-RULE-SEVERITY
                 MOVE SPACES TO WS-RULE-TEXT
                 STRING "RETIRED " CTR-RETIRE-DATE
                        " ACTIVE RESERVATIONS: "
                        WS-ARS-ACTIVE-COUNT(WS-FOUND-IDX)
                     DELIMITED BY SIZE INTO WS-RULE-TEXT
                 END-STRING
                 PERFORM 4900-REPORT-VIOLATION
              END-IF
           END-IF.

      *    ONE ALERT PER COUNTER, HOWEVER MANY CRIT RULES IT BROKE -
      *    THE REPORT CARRIES THE DETAIL.
       4800-ALERT-COUNTER.
           MOVE CTR-COUNTER-ID TO ALERT-COUNTER-ID
           IF CTR-NUMBER IS NUMERIC
              MOVE CTR-NUMBER TO ALERT-NUMBER
           ELSE
              MOVE ZERO TO ALERT-NUMBER
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO ALERT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ALERT-TIME
           MOVE WS-JOB-ID TO ALERT-JOB-ID
           MOVE "CINT" TO ALERT-REASON-CODE
           MOVE "CRIT" TO ALERT-SEVERITY
           MOVE "COUNTER MASTER FAILS INTEGRITY CHECK" TO
               ALERT-MESSAGE-TEXT
           MOVE 'N' TO ALERT-ACK-FLAG
           MOVE SPACES TO ALERT-ACK-OPERATOR
           MOVE SPACES TO ALERT-ACK-DATE
           MOVE SPACES TO ALERT-ACK-TIME
           WRITE ALERT-RECORD.

      *    AN ALERT AGAINST THE MASTER AS A WHOLE RATHER THAN ONE
      *    COUNTER - THE CALLER SETS THE TEXT.
       4850-ALERT-MASTER.
           MOVE SPACES TO ALERT-COUNTER-ID
           MOVE ZERO TO ALERT-NUMBER
           MOVE FUNCTION CURRENT-DATE (1:8) TO ALERT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ALERT-TIME
           MOVE WS-JOB-ID TO ALERT-JOB-ID
           MOVE "CINT" TO ALERT-REASON-CODE
           MOVE "CRIT" TO ALERT-SEVERITY
           MOVE WS-MASTER-ALERT-TEXT TO ALERT-MESSAGE-TEXT
           MOVE 'N' TO ALERT-ACK-FLAG
           MOVE SPACES TO ALERT-ACK-OPERATOR
           MOVE SPACES TO ALERT-ACK-DATE
           MOVE SPACES TO ALERT-ACK-TIME
           WRITE ALERT-RECORD.

       4900-REPORT-VIOLATION.
           IF WS-RULE-SEVERITY = "CRIT"
              MOVE 'Y' TO WS-COUNTER-CRIT-FLAG
              ADD 1 TO WS-CRIT-VIOLATIONS
           ELSE
              ADD 1 TO WS-WARN-VIOLATIONS
           END-IF
           MOVE CTR-COUNTER-ID TO WS-D-COUNTER-ID
           MOVE WS-RULE-CODE TO WS-D-RULE-CODE
           MOVE WS-RULE-SEVERITY TO WS-D-SEVERITY
           MOVE WS-RULE-TEXT TO WS-D-TEXT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "CTRCHK01" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-COUNTERS-CHECKED TO RLOG-RECORDS-READ
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
           MOVE "COUNTERS CHECKED:" TO WS-T-LABEL
           MOVE WS-COUNTERS-CHECKED TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COUNTERS FAILING (CRIT):" TO WS-T-LABEL
           MOVE WS-COUNTERS-CRIT TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CRIT VIOLATIONS:" TO WS-T-LABEL
           MOVE WS-CRIT-VIOLATIONS TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "WARN VIOLATIONS:" TO WS-T-LABEL
           MOVE WS-WARN-VIOLATIONS TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-COUNTERS-CHECKED = 0
              MOVE "RESULT: HOLD NUMGEN01 - NO COUNTER COULD BE CHECKED"
                  TO RPT-LINE
           ELSE
              IF WS-ANY-CRIT
                 MOVE "RESULT: HOLD NUMGEN01 - FIX THE COUNTERS ABOVE"
                     TO RPT-LINE
              ELSE
                 MOVE "RESULT: COUNTER MASTER CLEAN FOR NUMBERING"
                     TO RPT-LINE
              END-IF
           END-IF
           WRITE RPT-LINE
           CLOSE CTR-FILE
           CLOSE ALERT-FILE
           CLOSE RPT-FILE
           DISPLAY "CTRCHK01: COUNTERS CHECKED " WS-COUNTERS-CHECKED
                   " FAILING " WS-COUNTERS-CRIT.
