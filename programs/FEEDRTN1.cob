      *****************************************************************
      *  FEEDRTN1 - PER-SOURCE RETURN/ACKNOWLEDGMENT FILES
      *             POST-CYCLE STEP, RUN AFTER NUMGEN01 AND RUNBAL01.
      *             SPLITS THE CYCLE'S NUMBERED OUTPUT (TRANOUT) AND
      *             THE EDIT'S REJECTS (TRANREJ) BY THE SOURCE-SYSTEM
      *             STAMP FEEDMRG1 PUT ON EVERY RECORD, FOR ONE FEED
      *             DATE (SECOND PARM TOKEN, DEFAULTING TO THE RUN
      *             DATE), AND WRITES ONE RETURN FILE PER SOURCE -
      *             RETBRN, RETLBX, RETPTR - IN THE RTNREC LAYOUT. EACH
      *             TRANSACTION GOES BACK WITH ITS ORIGINAL INPUT KEY
      *             AND EITHER THE NUMBER IT RECEIVED OR THE REASON IT
      *             WAS REJECTED, SO THE BRANCHES, LOCKBOX AND PARTNER
      *             NO LONGER PHONE IN TO ASK. EACH FILE'S TRAILER
      *             COUNT MUST BALANCE TO WHAT THE SOURCE SENT IN (ITS
      *             FEEDCTL ARRIVAL COUNT); A SOURCE THAT DOES NOT
      *             BALANCE - A TRANSACTION NUMGEN01 DROPPED, OR A
      *             TRANOUT/TRANREJ GENERATION MISSING - RAISES A CRIT
      *             ALERT AND ENDS THE STEP WITH RETURN CODE 8 SO THE
      *             TRANSMISSION IS HELD. EVERY SOURCE IS ACCOUNTED FOR
      *             ON RTNRPT.
      *             ON A DAY OF SEVERAL INTRADAY CYCLES THE RETURN IS
      *             CUT PER CYCLE: WITH NO DATE PARM IT COVERS THE
      *             LATEST CYCLE RELEASED TODAY (TRANREJ HOLDS ONLY THE
      *             LAST EDIT'S REJECTS, SO IT MUST RUN STRAIGHT AFTER
      *             EACH CYCLE); A THIRD PARM TOKEN NAMES THE CYCLE FOR
      *             A RECUT. A DATE WITHOUT ONE COVERS THE WHOLE DATE
      *             ONLY WHEN FEEDCTL HOLDS A SINGLE CYCLE FOR IT: ON A
      *             DATE OF SEVERAL CYCLES THE RUN IS REFUSED WITH
      *             RETURN CODE 8, SINCE TRANREJ CAN NO LONGER SUPPLY
      *             THE EARLIER CYCLES' REJECTS AND THE FILE COULD NOT
      *             BALANCE.
      *             A SUSPENSE ITEM FROM AN EARLIER FEED DATE THAT IS
      *             NUMBERED TODAY GOES BACK ON TODAY'S FILE AS A LATE
      *             DETAIL (STATUS L) - ITS OWN DATE'S FILE WENT LONG
      *             AGO. LATE DETAILS ARE COUNTED APART IN THE TRAILER
      *             AND KEPT OUT OF THE ARRIVAL BALANCE. THE SAME GOES
      *             FOR A REJECT FROM AN EARLIER CYCLE OF THE SAME DATE
      *             THAT IS NUMBERED IN A LATER ONE. TRANOUT DOES NOT
      *             SAY WHICH CYCLE NUMBERED A RECORD, BUT NUMGEN01 IS
      *             ITS ONLY WRITER AND LOGS ON NUMRUNC HOW MANY IT
      *             APPENDED EACH CYCLE, SO THE CYCLE'S OWN BLOCK AT THE
      *             TAIL OF TRANOUT IS FOUND FROM THOSE COUNTS AND A
      *             LATE ITEM GOES BACK ONLY ON THE RETURN OF THE CYCLE
      *             THAT NUMBERED IT. ONCE NUMRUNC HAS MOVED ON TO A
      *             NEW DAY (OR FOR A WHOLE-DATE RUN) THE BLOCK CANNOT
      *             BE FOUND: AN ITEM FROM AN EARLIER DATE NUMBERED ON
      *             THE FEED DATE THEN RIDES ON THE RETURN FOR THE
      *             DATE'S LATEST CYCLE, AND A SAME-DATE RECYCLE CANNOT
      *             BE TOLD FROM ITS CYCLE'S OWN NUMBERED ITEMS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDRTN1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCTL-FILE ASSIGN TO "FEEDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.

           SELECT TRAN-OUT-FILE ASSIGN TO "TRANOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-OUT-STATUS.

           SELECT TRAN-REJ-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-REJ-STATUS.

           SELECT RET-BRN-FILE ASSIGN TO "RETBRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-BRN-STATUS.

           SELECT RET-LBX-FILE ASSIGN TO "RETLBX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-LBX-STATUS.

           SELECT RET-PTR-FILE ASSIGN TO "RETPTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-PTR-STATUS.

           SELECT RUNC-FILE ASSIGN TO "NUMRUNC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT RPT-FILE ASSIGN TO "RTNRPT"
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

       FD  TRAN-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRANOUT.

       FD  TRAN-REJ-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REJREC.

      *    THE THREE RETURN FILES SHARE ONE LAYOUT, SO EACH FD CARRIES
      *    THE RECORD AS AN IMAGE (LENGTH = RTNREC'S RECORD LENGTH) AND
      *    THE FIELDS ARE BUILT IN THE WORKING-STORAGE RTNREC COPY, AS
      *    FEEDMRG1 DOES WITH ITS THREE INBOUND FEEDS.
       FD  RET-BRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RET-BRN-RECORD              PIC X(80).

       FD  RET-LBX-FILE
           LABEL RECORDS ARE STANDARD.
       01  RET-LBX-RECORD              PIC X(80).

       FD  RET-PTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  RET-PTR-RECORD              PIC X(80).

       FD  RUNC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNCTL.

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
       01  WS-FCTL-STATUS               PIC X(2).
       01  WS-TRAN-OUT-STATUS           PIC X(2).
       01  WS-TRAN-REJ-STATUS           PIC X(2).
       01  WS-RET-BRN-STATUS            PIC X(2).
       01  WS-RET-LBX-STATUS            PIC X(2).
       01  WS-RET-PTR-STATUS            PIC X(2).
       01  WS-ALERT-STATUS              PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).
       01  WS-RUNC-STATUS               PIC X(2).

       COPY RLOGREC.

       COPY RTNREC.

       01  WS-RTN-IMAGE                 PIC X(80).

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-FEED-DATE-PARM            PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-RUN-TIME                  PIC X(6).
       01  WS-FEED-DATE                 PIC X(8).
       01  WS-CYCLE-PARM                PIC X(5) VALUE SPACES.
      *    ZERO = EVERY CYCLE OF THE FEED DATE.
       01  WS-FEED-CYCLE                PIC 9(2) VALUE 0.
      *    LOWEST AND HIGHEST CYCLE FEEDCTL HOLDS FOR THE FEED DATE.
       01  WS-FIRST-CYCLE               PIC 9(2) VALUE 99.
       01  WS-LAST-CYCLE                PIC 9(2) VALUE 0.
       01  WS-LATE-WANTED-FLAG          PIC X VALUE 'N'.
           88  WS-LATE-WANTED           VALUE 'Y'.
       01  WS-LATE-FLAG                 PIC X VALUE 'N'.
           88  WS-LATE-DETAIL           VALUE 'Y'.

      *    POSITIONS WITHIN TRANOUT OF THE BLOCK THE CYCLE'S NUMGEN01
      *    RUN APPENDED, WORKED BACK FROM THE END OF THE FILE USING
      *    THE NUMRUNC TRAILER COUNTS OF THAT CYCLE AND ANY LATER ONE.
       01  WS-BLOCK-KNOWN-FLAG          PIC X VALUE 'N'.
           88  WS-BLOCK-KNOWN           VALUE 'Y'.
       01  WS-BLOCK-WRITTEN             PIC 9(9) VALUE 0.
       01  WS-LATER-WRITTEN             PIC 9(9) VALUE 0.
       01  WS-BLOCK-FIRST               PIC 9(9) VALUE 0.
       01  WS-BLOCK-LAST                PIC 9(9) VALUE 0.
       01  WS-OUT-TOTAL                 PIC 9(9) VALUE 0.
       01  WS-OUT-POSITION              PIC 9(9) VALUE 0.

       01  WS-FCTL-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-FCTL-EOF              VALUE 'Y'.
       01  WS-OUT-EOF-FLAG              PIC X VALUE 'N'.
           88  WS-OUT-EOF               VALUE 'Y'.
       01  WS-REJ-EOF-FLAG              PIC X VALUE 'N'.
           88  WS-REJ-EOF               VALUE 'Y'.
       01  WS-RUNC-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-RUNC-EOF              VALUE 'Y'.

      *    PER-SOURCE ARRIVAL (FROM FEEDCTL) AND WHAT WAS RETURNED -
      *    THE SAME THREE SOURCES FEEDMRG1 COLLECTS.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 3 TIMES INDEXED BY WS-SRC-IDX.
               10  WS-SRC-CODE          PIC X(3).
               10  WS-SRC-ARRIVED-FLAG  PIC X.
               10  WS-SRC-ARRIVED-COUNT PIC 9(9).
               10  WS-SRC-NUMBERED      PIC 9(9).
               10  WS-SRC-REJECTED      PIC 9(9).
               10  WS-SRC-RETURNED      PIC 9(9).
               10  WS-SRC-LATE          PIC 9(9).
       01  WS-FOUND-IDX                 PIC 9(2) VALUE 0.
       01  WS-OUT-OF-BALANCE-FLAG       PIC X VALUE 'N'.
           88  WS-OUT-OF-BALANCE        VALUE 'Y'.
       01  WS-UNKNOWN-SOURCE            PIC 9(9) VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-D-SOURCE              PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-ARRIVED             PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-NUMBERED            PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-REJECTED            PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-RETURNED            PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-LATE                PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-STATUS              PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ARRIVAL-COUNTS
           PERFORM 2500-LOCATE-CYCLE-BLOCK
           PERFORM 3000-RETURN-NUMBERED
           PERFORM 4000-RETURN-REJECTED
           PERFORM 5000-CLOSE-OUT-SOURCES
           PERFORM 9000-TERMINATE
           IF WS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *    PARM IS "jobid [feed-date [feed-cycle]]" - NORMALLY RUN
      *    STRAIGHT AFTER THE CYCLE, BUT A RETURN FILE LOST IN
      *    TRANSMISSION CAN BE RECUT FOR AN EARLIER FEED DATE OR
      *    CYCLE WHILE ITS TRANOUT AND TRANREJ GENERATIONS ARE STILL
      *    ON HAND.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID WS-FEED-DATE-PARM WS-CYCLE-PARM
           END-UNSTRING
           IF WS-FEED-DATE-PARM NOT = SPACES
              AND FUNCTION TRIM(WS-FEED-DATE-PARM) IS NUMERIC
              MOVE WS-FEED-DATE-PARM TO WS-FEED-DATE
              PERFORM 1050-FIND-DATE-CYCLES
              IF FUNCTION TRIM(WS-CYCLE-PARM) IS NUMERIC
                 MOVE FUNCTION TRIM(WS-CYCLE-PARM) TO WS-FEED-CYCLE
              END-IF
           ELSE
              MOVE WS-RUN-DATE TO WS-FEED-DATE
              PERFORM 1050-FIND-DATE-CYCLES
              MOVE WS-LAST-CYCLE TO WS-FEED-CYCLE
           END-IF
           IF WS-FEED-CYCLE = 0
              OR WS-FEED-CYCLE = WS-LAST-CYCLE
              MOVE 'Y' TO WS-LATE-WANTED-FLAG
           END-IF
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           IF WS-FEED-CYCLE = 0
              AND WS-FIRST-CYCLE < WS-LAST-CYCLE
              DISPLAY "FEEDRTN1: FEED DATE " WS-FEED-DATE
                      " HAS CYCLES " WS-FIRST-CYCLE " TO "
                      WS-LAST-CYCLE " - NAME THE CYCLE TO RECUT"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           MOVE "BRN" TO WS-SRC-CODE(1)
           MOVE "LBX" TO WS-SRC-CODE(2)
           MOVE "PTR" TO WS-SRC-CODE(3)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
              MOVE 'N' TO WS-SRC-ARRIVED-FLAG(WS-SRC-IDX)
              MOVE ZERO TO WS-SRC-ARRIVED-COUNT(WS-SRC-IDX)
              MOVE ZERO TO WS-SRC-NUMBERED(WS-SRC-IDX)
              MOVE ZERO TO WS-SRC-REJECTED(WS-SRC-IDX)
              MOVE ZERO TO WS-SRC-RETURNED(WS-SRC-IDX)
              MOVE ZERO TO WS-SRC-LATE(WS-SRC-IDX)
           END-PERFORM
           OPEN OUTPUT RET-BRN-FILE
           OPEN OUTPUT RET-LBX-FILE
           OPEN OUTPUT RET-PTR-FILE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '05' OR '35'
              OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE "FEED RETURN FILES" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-FEED-CYCLE = 0
              STRING "FEED DATE " WS-FEED-DATE "  ALL CYCLES"
                  DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
           ELSE
              STRING "FEED DATE " WS-FEED-DATE "  CYCLE "
                     WS-FEED-CYCLE
                  DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "SRC    ARRIVED   NUMBERED   REJECTED   RETURNED  "
               TO RPT-LINE
           MOVE "     LATE  STATUS" TO RPT-LINE (50:17)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
              PERFORM 1100-WRITE-RETURN-HEADER
           END-PERFORM.

      *    THE CYCLES FEEDMRG1 HAS RELEASED FOR THE FEED DATE. THE
      *    LATEST IS THE ONE JUST NUMBERED WHEN NO DATE IS GIVEN;
      *    NOTHING RELEASED LEAVES THE WHOLE DATE.
       1050-FIND-DATE-CYCLES.
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
                      IF FCTL-CYCLE-DATE = WS-FEED-DATE
                         IF FCTL-CYCLE-SEQ > WS-LAST-CYCLE
                            MOVE FCTL-CYCLE-SEQ TO WS-LAST-CYCLE
                         END-IF
                         IF FCTL-CYCLE-SEQ < WS-FIRST-CYCLE
                            MOVE FCTL-CYCLE-SEQ TO WS-FIRST-CYCLE
                         END-IF
                      END-IF
              END-READ
           END-PERFORM
           IF WS-FCTL-STATUS = '10'
              CLOSE FCTL-FILE
           END-IF.

      *    WS-SRC-IDX IS POSITIONED ON THE SOURCE BEING OPENED.
       1100-WRITE-RETURN-HEADER.
           MOVE SPACES TO RTN-HEADER-RECORD
           MOVE 'H' TO RTN-H-RECORD-TYPE
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO RTN-H-SOURCE-SYSTEM
           MOVE WS-FEED-DATE TO RTN-H-FEED-DATE
           MOVE WS-FEED-CYCLE TO RTN-H-FEED-CYCLE
           MOVE WS-RUN-DATE TO RTN-H-RUN-DATE
           MOVE WS-RUN-TIME TO RTN-H-RUN-TIME
           MOVE RTN-HEADER-RECORD TO WS-RTN-IMAGE
           PERFORM 7000-WRITE-RETURN-RECORD.

      *    A SOURCE WITH NO FEEDCTL RECORD FOR THE DATE WAS NEVER
      *    COLLECTED - ITS ARRIVAL COUNT IS ZERO, SO ANY RECORD
      *    CLAIMING TO BE FROM IT FOR THAT DATE PUTS IT OUT OF
      *    BALANCE.
       2000-LOAD-ARRIVAL-COUNTS.
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
                      IF FCTL-CYCLE-DATE = WS-FEED-DATE
                         AND (WS-FEED-CYCLE = 0
                              OR FCTL-CYCLE-SEQ = WS-FEED-CYCLE)
                         PERFORM 2100-TALLY-ONE-ARRIVAL
                      END-IF
              END-READ
           END-PERFORM
           IF WS-FCTL-STATUS = '10'
              CLOSE FCTL-FILE
           END-IF.

       2100-TALLY-ONE-ARRIVAL.
           MOVE FCTL-SOURCE-SYSTEM TO RTN-D-SOURCE-SYSTEM
           PERFORM 6000-FIND-SOURCE
           IF WS-FOUND-IDX > 0
              SET WS-SRC-IDX TO WS-FOUND-IDX
              MOVE 'Y' TO WS-SRC-ARRIVED-FLAG(WS-SRC-IDX)
              ADD FCTL-RECORD-COUNT
                  TO WS-SRC-ARRIVED-COUNT(WS-SRC-IDX)
           END-IF.

      *    ONLY A NAMED CYCLE HAS A BLOCK. A TRAILER IS WRITTEN ONLY
      *    BY A RUN THAT FINISHED, SO A TRANOUT TOO SHORT TO HOLD THE
      *    COUNTS (AN EARLIER GENERATION) LEAVES THE BLOCK UNKNOWN.
       2500-LOCATE-CYCLE-BLOCK.
           MOVE 'N' TO WS-BLOCK-KNOWN-FLAG
           IF WS-FEED-CYCLE > 0
              MOVE 'N' TO WS-RUNC-EOF-FLAG
              OPEN INPUT RUNC-FILE
              IF WS-RUNC-STATUS NOT = '00'
                 MOVE 'Y' TO WS-RUNC-EOF-FLAG
              END-IF
              PERFORM UNTIL WS-RUNC-EOF
                 READ RUNC-FILE
                     AT END
                         MOVE 'Y' TO WS-RUNC-EOF-FLAG
                     NOT AT END
                         IF RUNC-RECORD-TYPE = 'T'
                            AND RUNC-RUN-DATE = WS-FEED-DATE
                            PERFORM 2550-TALLY-ONE-TRAILER
                         END-IF
                 END-READ
              END-PERFORM
              IF WS-RUNC-STATUS = '10'
                 CLOSE RUNC-FILE
              END-IF
           END-IF
           IF WS-BLOCK-KNOWN
              PERFORM 2600-COUNT-TRAN-OUT
              IF WS-OUT-TOTAL < WS-LATER-WRITTEN + WS-BLOCK-WRITTEN
                 MOVE 'N' TO WS-BLOCK-KNOWN-FLAG
              ELSE
                 COMPUTE WS-BLOCK-LAST =
                     WS-OUT-TOTAL - WS-LATER-WRITTEN
                 COMPUTE WS-BLOCK-FIRST =
                     WS-BLOCK-LAST - WS-BLOCK-WRITTEN + 1
              END-IF
           END-IF.

       2550-TALLY-ONE-TRAILER.
           IF RUNC-CYCLE-SEQ = WS-FEED-CYCLE
              MOVE 'Y' TO WS-BLOCK-KNOWN-FLAG
              ADD RUNC-TRANOUT-WRITTEN TO WS-BLOCK-WRITTEN
           END-IF
           IF RUNC-CYCLE-SEQ > WS-FEED-CYCLE
              ADD RUNC-TRANOUT-WRITTEN TO WS-LATER-WRITTEN
           END-IF.

       2600-COUNT-TRAN-OUT.
           MOVE 0 TO WS-OUT-TOTAL
           MOVE 'N' TO WS-OUT-EOF-FLAG
           OPEN INPUT TRAN-OUT-FILE
           IF WS-TRAN-OUT-STATUS NOT = '00'
              MOVE 'Y' TO WS-OUT-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-OUT-EOF
              READ TRAN-OUT-FILE
                  AT END
                      MOVE 'Y' TO WS-OUT-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-OUT-TOTAL
              END-READ
           END-PERFORM
           IF WS-TRAN-OUT-STATUS = '10'
              CLOSE TRAN-OUT-FILE
           END-IF.

      *    TRANOUT IS THE CUMULATIVE NUMBERED FILE, SO ONLY THE FEED
      *    DATE BEING RETURNED IS SELECTED. A SUSPENSE ITEM RECYCLED
      *    BY TRANRCY1 KEEPS ITS ORIGINAL FEED DATE AND CYCLE, BUT
      *    ITS OWN RETURN HAS ALREADY GONE - SO ONE NUMBERED IN THIS
      *    CYCLE'S BLOCK FROM AN EARLIER DATE, OR AN EARLIER CYCLE OF
      *    THIS DATE, GOES BACK HERE AS A LATE DETAIL. WITH NO BLOCK,
      *    ONE FROM AN EARLIER DATE NUMBERED ON THE FEED DATE GOES ON
      *    THE RETURN FOR THE DATE'S LATEST CYCLE. ON A RECUT, AN
      *    ITEM OF THE CYCLE NUMBERED ONLY AFTER ITS BLOCK WENT BACK
      *    LATE ON A LATER CYCLE'S RETURN AND IS NOT REPEATED HERE.
       3000-RETURN-NUMBERED.
           MOVE 0 TO WS-OUT-POSITION
           MOVE 'N' TO WS-OUT-EOF-FLAG
           OPEN INPUT TRAN-OUT-FILE
           IF WS-TRAN-OUT-STATUS NOT = '00'
              MOVE 'Y' TO WS-OUT-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-OUT-EOF
              READ TRAN-OUT-FILE
                  AT END
                      MOVE 'Y' TO WS-OUT-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-OUT-POSITION
                      PERFORM 3050-TEST-LATE
                      IF OUT-TRAN-FEED-DATE = WS-FEED-DATE
                         AND (WS-FEED-CYCLE = 0
                              OR OUT-TRAN-FEED-CYCLE = WS-FEED-CYCLE)
                         AND NOT (WS-BLOCK-KNOWN
                                  AND WS-OUT-POSITION > WS-BLOCK-LAST)
                         PERFORM 3100-RETURN-ONE-NUMBERED
                      END-IF
                      IF WS-LATE-DETAIL
                         PERFORM 3100-RETURN-ONE-NUMBERED
                      END-IF
              END-READ
           END-PERFORM
           IF WS-TRAN-OUT-STATUS = '10'
              CLOSE TRAN-OUT-FILE
           END-IF.

       3050-TEST-LATE.
           MOVE 'N' TO WS-LATE-FLAG
           IF WS-BLOCK-KNOWN
              IF WS-OUT-POSITION NOT < WS-BLOCK-FIRST
                 AND WS-OUT-POSITION NOT > WS-BLOCK-LAST
                 AND (OUT-TRAN-FEED-DATE < WS-FEED-DATE
                      OR (OUT-TRAN-FEED-DATE = WS-FEED-DATE
                          AND OUT-TRAN-FEED-CYCLE < WS-FEED-CYCLE))
                 MOVE 'Y' TO WS-LATE-FLAG
              END-IF
           ELSE
              IF OUT-TRAN-FEED-DATE < WS-FEED-DATE
                 AND OUT-TRAN-ASSIGN-DATE = WS-FEED-DATE
                 AND WS-LATE-WANTED
                 MOVE 'Y' TO WS-LATE-FLAG
              END-IF
           END-IF.

       3100-RETURN-ONE-NUMBERED.
           MOVE SPACES TO RTN-DETAIL-RECORD
           MOVE 'D' TO RTN-D-RECORD-TYPE
           MOVE OUT-TRAN-SOURCE-SYSTEM TO RTN-D-SOURCE-SYSTEM
           MOVE OUT-TRAN-INPUT-KEY TO RTN-D-INPUT-KEY
           MOVE OUT-TRAN-COUNTER-ID TO RTN-D-COUNTER-ID
           IF WS-LATE-DETAIL
              MOVE 'L' TO RTN-D-STATUS
           ELSE
              MOVE 'A' TO RTN-D-STATUS
           END-IF
           MOVE OUT-TRAN-ASSIGNED-NUMBER TO RTN-D-ASSIGNED-NUMBER
           MOVE OUT-TRAN-ROLLOVER-SEQ TO RTN-D-ROLLOVER-SEQ
           MOVE OUT-TRAN-ASSIGN-DATE TO RTN-D-ASSIGN-DATE
           MOVE OUT-TRAN-FEED-DATE TO RTN-D-FEED-DATE
           MOVE OUT-TRAN-FEED-CYCLE TO RTN-D-FEED-CYCLE
           PERFORM 6000-FIND-SOURCE
           IF WS-FOUND-IDX > 0
              SET WS-SRC-IDX TO WS-FOUND-IDX
              IF RTN-D-LATE
                 ADD 1 TO WS-SRC-LATE(WS-SRC-IDX)
                 MOVE RTN-DETAIL-RECORD TO WS-RTN-IMAGE
                 PERFORM 7000-WRITE-RETURN-RECORD
              ELSE
                 ADD 1 TO WS-SRC-NUMBERED(WS-SRC-IDX)
                 PERFORM 6100-WRITE-RETURN-DETAIL
              END-IF
           ELSE
              ADD 1 TO WS-UNKNOWN-SOURCE
           END-IF.

       4000-RETURN-REJECTED.
           MOVE 'N' TO WS-REJ-EOF-FLAG
           OPEN INPUT TRAN-REJ-FILE
           IF WS-TRAN-REJ-STATUS NOT = '00'
              MOVE 'Y' TO WS-REJ-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-REJ-EOF
              READ TRAN-REJ-FILE
                  AT END
                      MOVE 'Y' TO WS-REJ-EOF-FLAG
                  NOT AT END
                      IF REJ-TRAN-FEED-DATE = WS-FEED-DATE
                         AND (WS-FEED-CYCLE = 0
                              OR REJ-TRAN-FEED-CYCLE = WS-FEED-CYCLE)
                         PERFORM 4100-RETURN-ONE-REJECTED
                      END-IF
              END-READ
           END-PERFORM
           IF WS-TRAN-REJ-STATUS = '10'
              CLOSE TRAN-REJ-FILE
           END-IF.

      *    ONLY A PRVN REJECT'S NUMBER FIELDS MEAN ANYTHING - TRANEDIT
      *    PUT THE NUMBER THE KEY ALREADY HOLDS THERE. ANY OTHER
      *    REJECT STILL CARRIES WHATEVER THE FEED SENT IN THOSE
      *    COLUMNS, WHICH MUST NOT GO BACK LOOKING LIKE A NUMBER.
       4100-RETURN-ONE-REJECTED.
           MOVE SPACES TO RTN-DETAIL-RECORD
           MOVE 'D' TO RTN-D-RECORD-TYPE
           MOVE REJ-TRAN-SOURCE-SYSTEM TO RTN-D-SOURCE-SYSTEM
           MOVE REJ-TRAN-INPUT-KEY TO RTN-D-INPUT-KEY
           MOVE REJ-TRAN-COUNTER-ID TO RTN-D-COUNTER-ID
           MOVE 'R' TO RTN-D-STATUS
           MOVE REJ-REASON-CODE TO RTN-D-REASON-CODE
           MOVE REJ-TRAN-FEED-DATE TO RTN-D-FEED-DATE
           MOVE REJ-TRAN-FEED-CYCLE TO RTN-D-FEED-CYCLE
           IF REJ-REASON-CODE = "PRVN"
              MOVE REJ-TRAN-ASSIGNED-NUMBER TO RTN-D-ASSIGNED-NUMBER
              MOVE REJ-TRAN-ROLLOVER-SEQ TO RTN-D-ROLLOVER-SEQ
           ELSE
              MOVE ZERO TO RTN-D-ASSIGNED-NUMBER
              MOVE ZERO TO RTN-D-ROLLOVER-SEQ
           END-IF
           PERFORM 6000-FIND-SOURCE
           IF WS-FOUND-IDX > 0
              SET WS-SRC-IDX TO WS-FOUND-IDX
              ADD 1 TO WS-SRC-REJECTED(WS-SRC-IDX)
              PERFORM 6100-WRITE-RETURN-DETAIL
           ELSE
              ADD 1 TO WS-UNKNOWN-SOURCE
           END-IF.

       5000-CLOSE-OUT-SOURCES.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
              PERFORM 5100-WRITE-RETURN-TRAILER
              PERFORM 5200-CHECK-SOURCE-BALANCE
           END-PERFORM.

       5100-WRITE-RETURN-TRAILER.
           MOVE SPACES TO RTN-TRAILER-RECORD
           MOVE 'T' TO RTN-T-RECORD-TYPE
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO RTN-T-SOURCE-SYSTEM
           MOVE WS-FEED-DATE TO RTN-T-FEED-DATE
           MOVE WS-FEED-CYCLE TO RTN-T-FEED-CYCLE
           MOVE WS-SRC-RETURNED(WS-SRC-IDX) TO RTN-T-RECORD-COUNT
           MOVE WS-SRC-NUMBERED(WS-SRC-IDX) TO RTN-T-NUMBERED-COUNT
           MOVE WS-SRC-REJECTED(WS-SRC-IDX) TO RTN-T-REJECTED-COUNT
           MOVE WS-SRC-LATE(WS-SRC-IDX) TO RTN-T-LATE-COUNT
           MOVE RTN-TRAILER-RECORD TO WS-RTN-IMAGE
           PERFORM 7000-WRITE-RETURN-RECORD.

       5200-CHECK-SOURCE-BALANCE.
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO WS-D-SOURCE
           MOVE WS-SRC-ARRIVED-COUNT(WS-SRC-IDX) TO WS-D-ARRIVED
           MOVE WS-SRC-NUMBERED(WS-SRC-IDX) TO WS-D-NUMBERED
           MOVE WS-SRC-REJECTED(WS-SRC-IDX) TO WS-D-REJECTED
           MOVE WS-SRC-RETURNED(WS-SRC-IDX) TO WS-D-RETURNED
           MOVE WS-SRC-LATE(WS-SRC-IDX) TO WS-D-LATE
      *    LATE DETAILS BELONG TO AN EARLIER DATE'S ARRIVAL AND ARE
      *    NOT IN WS-SRC-RETURNED, SO THEY NEVER TIP THE BALANCE.
           IF WS-SRC-RETURNED(WS-SRC-IDX)
                 = WS-SRC-ARRIVED-COUNT(WS-SRC-IDX)
              IF WS-SRC-ARRIVED-FLAG(WS-SRC-IDX) = 'Y'
                 MOVE "BALANCED" TO WS-D-STATUS
              ELSE
                 MOVE "NOT COLLECTED" TO WS-D-STATUS
              END-IF
           ELSE
              MOVE 'Y' TO WS-OUT-OF-BALANCE-FLAG
              MOVE "OUT OF BALANCE" TO WS-D-STATUS
              PERFORM 8000-ALERT-OUT-OF-BALANCE
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    RTN-D-SOURCE-SYSTEM HOLDS THE SOURCE CODE BEING LOOKED UP.
       6000-FIND-SOURCE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
                      OR WS-FOUND-IDX > 0
              IF WS-SRC-CODE(WS-SRC-IDX) = RTN-D-SOURCE-SYSTEM
                 SET WS-FOUND-IDX TO WS-SRC-IDX
              END-IF
           END-PERFORM.

      *    WS-SRC-IDX IS POSITIONED ON THE DETAIL'S SOURCE.
       6100-WRITE-RETURN-DETAIL.
           ADD 1 TO WS-SRC-RETURNED(WS-SRC-IDX)
           MOVE RTN-DETAIL-RECORD TO WS-RTN-IMAGE
           PERFORM 7000-WRITE-RETURN-RECORD.

      *    ROUTES WS-RTN-IMAGE TO THE RETURN FILE OF THE SOURCE
      *    WS-SRC-IDX IS POSITIONED ON.
       7000-WRITE-RETURN-RECORD.
           EVALUATE WS-SRC-CODE(WS-SRC-IDX)
               WHEN "BRN"
                   WRITE RET-BRN-RECORD FROM WS-RTN-IMAGE
               WHEN "LBX"
                   WRITE RET-LBX-RECORD FROM WS-RTN-IMAGE
               WHEN "PTR"
                   WRITE RET-PTR-RECORD FROM WS-RTN-IMAGE
           END-EVALUATE.

       8000-ALERT-OUT-OF-BALANCE.
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO ALERT-COUNTER-ID
           MOVE WS-SRC-RETURNED(WS-SRC-IDX) TO ALERT-NUMBER
           MOVE FUNCTION CURRENT-DATE (1:8) TO ALERT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ALERT-TIME
           MOVE WS-JOB-ID TO ALERT-JOB-ID
           MOVE "RTNB" TO ALERT-REASON-CODE
           MOVE "CRIT" TO ALERT-SEVERITY
           MOVE "RETURN FILE DOES NOT BALANCE TO ARRIVAL" TO
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
           MOVE "FEEDRTN1" TO RLOG-PROGRAM-ID
           MOVE WS-FEED-DATE TO RLOG-CYCLE-DATE
           MOVE WS-FEED-CYCLE TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              COMPUTE RLOG-RECORDS-READ =
                  WS-SRC-RETURNED(1) + WS-SRC-LATE(1)
                + WS-SRC-RETURNED(2) + WS-SRC-LATE(2)
                + WS-SRC-RETURNED(3) + WS-SRC-LATE(3)
              COMPUTE RLOG-RECORDS-WRITTEN =
                  WS-SRC-RETURNED(1) + WS-SRC-LATE(1)
                + WS-SRC-RETURNED(2) + WS-SRC-LATE(2)
                + WS-SRC-RETURNED(3) + WS-SRC-LATE(3)
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
           IF WS-UNKNOWN-SOURCE > 0
              MOVE SPACES TO RPT-LINE
              STRING "RECORDS WITH NO KNOWN SOURCE: "
                     WS-UNKNOWN-SOURCE
                  DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF
           IF WS-OUT-OF-BALANCE
              MOVE "RETURN FILES HELD - SOURCE OUT OF BALANCE"
                  TO RPT-LINE
           ELSE
              MOVE "ALL RETURN FILES BALANCED" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           CLOSE RET-BRN-FILE
           CLOSE RET-LBX-FILE
           CLOSE RET-PTR-FILE
           CLOSE ALERT-FILE
           CLOSE RPT-FILE.
