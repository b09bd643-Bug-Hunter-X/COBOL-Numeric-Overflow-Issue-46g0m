      *             REACHED THE CURRENT NUMBERING BLOCK IS ARCHIVED TO
      *             CTR-HISTORY AND THAT COUNTER IS RESET TO ITS
      *             CONFIGURED START VALUE.
      *             EVERY TRAN-OUT RECORD ALSO CARRIES THE ASSIGNMENT'S
      *             FORMATTED EXTERNAL REFERENCE (PREFIX, YEAR/PERIOD,
      *             PADDED NUMBER, CHECK CHARACTER) BUILT FROM THE
      *             COUNTER'S REFERENCE FORMAT, FOR XREFBLD1 TO CARRY
      *             INTO CTRXREF.
      *             THE DAY MAY RUN SEVERAL INTRADAY CYCLES. THE CYCLE
      *             BEING NUMBERED IS THE LATEST ONE FEEDCTL SHOWS
      *             RELEASED FOR TODAY (01 WHEN THERE IS NONE), AND IT
      *             IS STAMPED ON THE NUMRUNC, NUMRESTD, CTRAUDIT AND
      *             CTRSNAP RECORDS SO EACH CYCLE BALANCES, RESTARTS
      *             AND REPORTS ON ITS OWN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMGEN01.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT FCTL-FILE ASSIGN TO "FEEDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.

           SELECT FCST-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCST-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNCTL.

       FD  FCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FCTLREC.

       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JRNLREC.
           LABEL RECORDS ARE OMITTED.
       01  FCST-LINE                   PIC X(90).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
      *    IN-MEMORY CACHE OF EVERY COUNTER TOUCHED THIS RUN, KEYED BY
      *    BRANCH/PRODUCT COUNTER-ID, SO ONE RUN CAN SERVICE ALL
               10  WS-CTR-T-ROLLOVERS-RUN      PIC 9(4).
               10  WS-CTR-T-RESV-SKIPS         PIC 9(4).
               10  WS-CTR-T-AUTO-CREATED       PIC X.
      *            THE COUNTER'S EXTERNAL REFERENCE FORMAT, AS ON
      *            CTRREC - 2410 BUILDS EVERY ASSIGNMENT'S FORMATTED
      *            REFERENCE FROM IT.
               10  WS-CTR-T-REF-PREFIX         PIC X(4).
               10  WS-CTR-T-REF-DATE-CODE      PIC X.
               10  WS-CTR-T-REF-PAD-WIDTH      PIC 9(2).
               10  WS-CTR-T-REF-CHECK-SCHEME   PIC X(2).
       01  WS-CTR-COUNT                 PIC 9(5) VALUE 0.
       01  WS-FOUND-CTR-IDX             PIC 9(5) VALUE 0.
       01  WS-SHIFT-SUB                 PIC 9(5) VALUE 0.
       01  WS-RUNC-STATUS               PIC X(2).
       01  WS-JRNL-STATUS               PIC X(2).
       01  WS-FCST-STATUS               PIC X(2).
       01  WS-FCTL-STATUS               PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

      *    FORECAST (WHAT-IF) MODE, REQUESTED BY A SECOND PARM TOKEN
      *    OF "FORECAST": THE RUN READS THE STAGED TRANIN AND THE
      *    BEFORE-IMAGE OF THE COUNTER RECORD ABOUT TO BE REPLACED,
      *    CAPTURED BY THE PRE-REWRITE READ IN 9055 SO THE JOURNAL
      *    CAN CARRY WHAT THE RECORD LOOKED LIKE BEFORE THIS UPDATE.
       01  WS-JRNL-BEFORE               PIC X(95).
       01  WS-JRNL-ACTION               PIC X.
       01  WS-PCT-USED                  PIC 9(3).
       01  WS-NEAR-MISS-THRESHOLD-PCT   PIC 9(3) VALUE 90.
       01  WS-RESTART-SKIPPED-COUNT     PIC 9(9) VALUE 0.
       01  WS-TRANOUT-WRITTEN-COUNT     PIC 9(9) VALUE 0.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-CYCLE-SEQ                 PIC 9(2) VALUE 1.
       01  WS-FCTL-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-FCTL-EOF              VALUE 'Y'.
      *    WHETHER NUMRUNC ALREADY HOLDS EARLIER CYCLES OF TODAY.
       01  WS-RUNC-SAME-DAY-FLAG        PIC X VALUE 'N'.
           88  WS-RUNC-SAME-DAY         VALUE 'Y'.
      *    THE PERIOD (YYYYMM) THIS RUN'S TRANSACTIONS BELONG TO.
       01  WS-RUN-PERIOD                PIC X(6).
       01  WS-PERIOD-RESET-NEEDED-FLAG  PIC X VALUE 'N'.
       01  WS-HIST-ROLLED-COUNT         PIC 9(4) VALUE 0.
       01  WS-HIST-ROLLED-FOUND-IDX     PIC 9(4) VALUE 0.

      *    FORMATTED EXTERNAL REFERENCE WORK AREAS (2410/2420). THE
      *    DIGIT STRING IS THE YEAR/PERIOD PLUS THE PADDED NUMBER -
      *    EVERYTHING THE CHECK CHARACTER COVERS.
       01  WS-REF-DIGITS                PIC X(15).
       01  WS-REF-DIGIT-LEN             PIC 9(2).
       01  WS-REF-DATE-PART             PIC X(6).
       01  WS-REF-NUMBER-TEXT           PIC 9(9).
       01  WS-REF-LEAD-ZEROS            PIC 9(2).
       01  WS-REF-NUMBER-LEN            PIC 9(2).
       01  WS-REF-SCHEME                PIC X(2).
       01  WS-REF-CHECK-CHAR            PIC X.
       01  WS-REF-SUB                   PIC 9(2).
       01  WS-REF-POSITION              PIC 9(2).
       01  WS-REF-DIGIT                 PIC 9.
       01  WS-REF-PRODUCT               PIC 9(3).
       01  WS-REF-SUM                   PIC 9(5).
       01  WS-REF-CHECK-VALUE           PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               END-READ
           END-PERFORM
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *    RESTART: JCL PARM IS "jobid [records-already-processed]".
              MOVE FUNCTION TRIM(WS-RESTART-PARM)
                  TO WS-RESTART-SKIP-COUNT
           END-IF
           IF NOT WS-FORECAST-MODE
              PERFORM 1010-LOAD-CYCLE
           END-IF
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           IF WS-FORECAST-MODE
              PERFORM 1400-OPEN-FORECAST-FILES
              PERFORM 1200-LOAD-RESERVATIONS
      *    SO AN ABORTED START LEAVES A HEADER WITH NO TRAILER -
      *    WHICH RUNBAL01 ALREADY TREATS AS OUT OF BALANCE - INSTEAD
      *    OF LEAVING THE PREVIOUS RUN'S COMPLETE NUMRUNC IN PLACE.
      *    THE FIRST CYCLE OF A NEW DATE STARTS NUMRUNC AFRESH; A
      *    LATER CYCLE OR A RERUN APPENDS ITS OWN GROUP BEHIND THE
      *    DAY'S EARLIER ONES.
           PERFORM 1030-CHECK-RUN-CONTROL-DAY
           IF WS-RUNC-SAME-DAY
              OPEN EXTEND RUNC-FILE
           ELSE
              OPEN OUTPUT RUNC-FILE
           END-IF
           MOVE 'Y' TO WS-RUNC-OPEN-FLAG
           PERFORM 1300-WRITE-RUN-HEADER
           PERFORM 1200-LOAD-RESERVATIONS.

      *    THE CYCLE IN FLIGHT IS THE HIGHEST CYCLE-SEQ FEEDMRG1 HAS
      *    RELEASED FOR TODAY.
       1010-LOAD-CYCLE.
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
                      IF FCTL-CYCLE-DATE = WS-RUN-DATE
                         AND FCTL-CYCLE-SEQ > WS-CYCLE-SEQ
                         MOVE FCTL-CYCLE-SEQ TO WS-CYCLE-SEQ
                      END-IF
              END-READ
           END-PERFORM
           IF WS-FCTL-STATUS = '10'
              CLOSE FCTL-FILE
           END-IF.

       1030-CHECK-RUN-CONTROL-DAY.
           MOVE 'N' TO WS-RUNC-SAME-DAY-FLAG
           OPEN INPUT RUNC-FILE
           IF WS-RUNC-STATUS = '00'
              READ RUNC-FILE
                  NOT AT END
                      IF RUNC-RUN-DATE = WS-RUN-DATE
                         MOVE 'Y' TO WS-RUNC-SAME-DAY-FLAG
                      END-IF
              END-READ
              CLOSE RUNC-FILE
           END-IF.

      *    THE FORECAST TOUCHES NOTHING IT COULD DAMAGE: THE COUNTER
      *    MASTER IS OPENED FOR INPUT ONLY, AND NONE OF THE EXTEND
      *    FILES - NOT EVEN NUMRUNC, WHICH RUNBAL01 READS AND A
           MOVE SPACES TO FCST-LINE
           WRITE FCST-LINE.

      *    EACH RUN WRITES ITS OWN HEADER-TO-TRAILER GROUP, AND
      *    RUNBAL01 READS THE LAST GROUP FOR THE CYCLE IMMEDIATELY
      *    AFTERWARD. A RUN THAT DIES BEFORE THE TRAILER LEAVES A
      *    HEADER WITH NO TYPE T RECORD, WHICH RUNBAL01 TREATS AS OUT
      *    OF BALANCE.
       1300-WRITE-RUN-HEADER.
           MOVE SPACES TO RUNC-RECORD
           MOVE 'H' TO RUNC-RECORD-TYPE
           MOVE WS-JOB-ID TO RUNC-JOB-ID
           MOVE WS-RUN-DATE TO RUNC-RUN-DATE
           MOVE WS-CYCLE-SEQ TO RUNC-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNC-RUN-TIME
           MOVE ZERO TO RUNC-ASSIGNED-COUNT
           MOVE ZERO TO RUNC-RECORDS-PROCESSED
                 PERFORM 1260-ALERT-RESV-TABLE-FULL
              END-IF
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-RSV-COUNT
                         "ENTRIES - FORECAST CANNOT EVICT, "
                         "STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              ELSE
                 PERFORM 2065-EVICT-COUNTER-ENTRY
           MOVE ZERO TO WS-CTR-T-RESV-SKIPS(WS-SHIFT-SUB)
           MOVE WS-AUTO-CREATE-FLAG
               TO WS-CTR-T-AUTO-CREATED(WS-SHIFT-SUB)
           MOVE CTR-REF-PREFIX TO WS-CTR-T-REF-PREFIX(WS-SHIFT-SUB)
           MOVE CTR-REF-DATE-CODE
               TO WS-CTR-T-REF-DATE-CODE(WS-SHIFT-SUB)
           MOVE CTR-REF-PAD-WIDTH
               TO WS-CTR-T-REF-PAD-WIDTH(WS-SHIFT-SUB)
           MOVE CTR-REF-CHECK-SCHEME
               TO WS-CTR-T-REF-CHECK-SCHEME(WS-SHIFT-SUB)
           MOVE WS-SHIFT-SUB TO WS-FOUND-CTR-IDX
           PERFORM 2064-SET-RESERVATION-FLAG.

           MOVE SPACES TO CTR-RETIRE-DATE
           MOVE 'N' TO CTR-PERIOD-RESET-CODE
           MOVE SPACES TO CTR-CURRENT-PERIOD
           MOVE SPACES TO CTR-SUCCESSOR-ID
           MOVE SPACE TO CTR-SUCCESSOR-TYPE
           MOVE SPACES TO CTR-REF-PREFIX
           MOVE 'N' TO CTR-REF-DATE-CODE
           MOVE ZERO TO CTR-REF-PAD-WIDTH
           MOVE SPACES TO CTR-REF-CHECK-SCHEME
           MOVE FUNCTION CURRENT-DATE (1:8) TO CTR-LAST-UPDATE-DTE
           MOVE 'Y' TO WS-AUTO-CREATE-FLAG
      *    THE FORECAST ONLY SIMULATES THE AUTO-CREATE: THE DEFAULTED
           MOVE WS-RUN-DATE TO OUT-TRAN-ASSIGN-DATE
           MOVE IN-TRAN-SOURCE-SYSTEM TO OUT-TRAN-SOURCE-SYSTEM
           MOVE IN-TRAN-FEED-DATE TO OUT-TRAN-FEED-DATE
           MOVE IN-TRAN-FEED-CYCLE TO OUT-TRAN-FEED-CYCLE
           MOVE WS-CTR-T-CURRENT-PERIOD(WS-FOUND-CTR-IDX)
               TO OUT-TRAN-PERIOD-ID
           MOVE IN-TRAN-DATA TO OUT-TRAN-DATA
           PERFORM 2410-BUILD-EXTERNAL-REF
           WRITE OUT-TRAN-RECORD
           ADD 1 TO WS-TRANOUT-WRITTEN-COUNT.

      *    PREFIX, THEN THE YEAR (YYYY) OR PERIOD (YYYYMM) IF THE
      *    FORMAT ASKS FOR ONE - THE COUNTER'S CURRENT PERIOD, SO A
      *    PERIOD-RESET COUNTER'S REFERENCES NAME THE BLOCK THEY CAME
      *    FROM, OR THE RUN DATE FOR A COUNTER THAT HAS NONE - THEN
      *    THE NUMBER ZERO-PADDED TO THE PAD WIDTH (NEVER TRUNCATED: A
      *    NUMBER WIDER THAN THE PAD KEEPS ALL ITS DIGITS), THEN THE
      *    CHECK CHARACTER OVER THE DIGITS. NO SEPARATORS ARE STORED;
      *    THE INQUIRIES IGNORE ANY A CUSTOMER QUOTES BACK.
       2410-BUILD-EXTERNAL-REF.
           MOVE SPACES TO OUT-TRAN-EXT-REF
           IF WS-CTR-T-REF-PREFIX(WS-FOUND-CTR-IDX) NOT = SPACES
              MOVE SPACES TO WS-REF-DIGITS
              MOVE 0 TO WS-REF-DIGIT-LEN
              IF WS-CTR-T-CURRENT-PERIOD(WS-FOUND-CTR-IDX) = SPACES
                 MOVE WS-RUN-DATE (1:6) TO WS-REF-DATE-PART
              ELSE
                 MOVE WS-CTR-T-CURRENT-PERIOD(WS-FOUND-CTR-IDX)
                     TO WS-REF-DATE-PART
              END-IF
              EVALUATE WS-CTR-T-REF-DATE-CODE(WS-FOUND-CTR-IDX)
                  WHEN 'Y'
                      MOVE WS-REF-DATE-PART (1:4) TO WS-REF-DIGITS (1:4)
                      MOVE 4 TO WS-REF-DIGIT-LEN
                  WHEN 'P'
                      MOVE WS-REF-DATE-PART TO WS-REF-DIGITS (1:6)
                      MOVE 6 TO WS-REF-DIGIT-LEN
              END-EVALUATE
              MOVE WS-CTR-T-NUMBER(WS-FOUND-CTR-IDX)
                  TO WS-REF-NUMBER-TEXT
              MOVE 0 TO WS-REF-LEAD-ZEROS
              INSPECT WS-REF-NUMBER-TEXT
                  TALLYING WS-REF-LEAD-ZEROS FOR LEADING '0'
              COMPUTE WS-REF-NUMBER-LEN = 9 - WS-REF-LEAD-ZEROS
              IF WS-REF-NUMBER-LEN = 0
                 MOVE 1 TO WS-REF-NUMBER-LEN
              END-IF
              IF WS-CTR-T-REF-PAD-WIDTH(WS-FOUND-CTR-IDX) IS NUMERIC
                 AND WS-CTR-T-REF-PAD-WIDTH(WS-FOUND-CTR-IDX)
                     > WS-REF-NUMBER-LEN
                 AND WS-CTR-T-REF-PAD-WIDTH(WS-FOUND-CTR-IDX) < 10
                 MOVE WS-CTR-T-REF-PAD-WIDTH(WS-FOUND-CTR-IDX)
                     TO WS-REF-NUMBER-LEN
              END-IF
              MOVE WS-REF-NUMBER-TEXT (10 - WS-REF-NUMBER-LEN:
                                       WS-REF-NUMBER-LEN)
                  TO WS-REF-DIGITS (WS-REF-DIGIT-LEN + 1:
                                    WS-REF-NUMBER-LEN)
              ADD WS-REF-NUMBER-LEN TO WS-REF-DIGIT-LEN
              MOVE WS-CTR-T-REF-CHECK-SCHEME(WS-FOUND-CTR-IDX)
                  TO WS-REF-SCHEME
              PERFORM 2420-COMPUTE-CHECK-CHAR
              STRING WS-CTR-T-REF-PREFIX(WS-FOUND-CTR-IDX)
                         DELIMITED BY SPACE
                     WS-REF-DIGITS (1:WS-REF-DIGIT-LEN)
                         DELIMITED BY SIZE
                     WS-REF-CHECK-CHAR
                         DELIMITED BY SPACE
                  INTO OUT-TRAN-EXT-REF
              END-STRING
           END-IF.

      *    MOD-10 IS LUHN: FROM THE RIGHTMOST DIGIT, EVERY FIRST,
      *    THIRD, FIFTH... DIGIT IS DOUBLED (LESS 9 WHEN OVER 9), AND
      *    THE CHECK DIGIT BRINGS THE SUM UP TO A MULTIPLE OF TEN.
      *    MOD-11 WEIGHTS THE DIGITS 2,3,4,5,6,7,2,3... FROM THE RIGHT
      *    AND THE CHECK IS ELEVEN LESS THE REMAINDER - 0 FOR ELEVEN,
      *    'X' FOR TEN. EITHER CATCHES EVERY SINGLE-DIGIT ERROR AND
      *    EVERY ADJACENT TRANSPOSITION BUT 09/90 UNDER MOD-10. ANY
      *    OTHER SCHEME CODE MEANS NO CHECK CHARACTER (SPACE).
       2420-COMPUTE-CHECK-CHAR.
           MOVE SPACE TO WS-REF-CHECK-CHAR
           IF WS-REF-SCHEME = '10' OR WS-REF-SCHEME = '11'
              MOVE 0 TO WS-REF-SUM
              MOVE 1 TO WS-REF-POSITION
              PERFORM VARYING WS-REF-SUB FROM WS-REF-DIGIT-LEN BY -1
                      UNTIL WS-REF-SUB < 1
                 MOVE WS-REF-DIGITS (WS-REF-SUB:1) TO WS-REF-DIGIT
                 IF WS-REF-SCHEME = '10'
                    IF FUNCTION MOD(WS-REF-POSITION, 2) = 1
                       COMPUTE WS-REF-PRODUCT = WS-REF-DIGIT * 2
                       IF WS-REF-PRODUCT > 9
                          SUBTRACT 9 FROM WS-REF-PRODUCT
                       END-IF
                    ELSE
                       MOVE WS-REF-DIGIT TO WS-REF-PRODUCT
                    END-IF
                 ELSE
                    COMPUTE WS-REF-PRODUCT = WS-REF-DIGIT *
                        (FUNCTION MOD(WS-REF-POSITION - 1, 6) + 2)
                 END-IF
                 ADD WS-REF-PRODUCT TO WS-REF-SUM
                 ADD 1 TO WS-REF-POSITION
              END-PERFORM
              IF WS-REF-SCHEME = '10'
                 COMPUTE WS-REF-CHECK-VALUE =
                     FUNCTION MOD(10 - FUNCTION MOD(WS-REF-SUM, 10), 10)
                 MOVE WS-REF-CHECK-VALUE (2:1) TO WS-REF-CHECK-CHAR
              ELSE
                 COMPUTE WS-REF-CHECK-VALUE =
                     11 - FUNCTION MOD(WS-REF-SUM, 11)
                 EVALUATE WS-REF-CHECK-VALUE
                     WHEN 11
                         MOVE '0' TO WS-REF-CHECK-CHAR
                     WHEN 10
                         MOVE 'X' TO WS-REF-CHECK-CHAR
                     WHEN OTHER
                         MOVE WS-REF-CHECK-VALUE (2:1)
                             TO WS-REF-CHECK-CHAR
                 END-EVALUATE
              END-IF
           END-IF.

      *    UNLIKE 9050, WHICH ONLY RUNS AT NORMAL END OF JOB, THIS
      *    REWRITES CTR-FILE FOR THE ONE COUNTER JUST TOUCHED, AFTER
      *    EVERY TRANSACTION. IF THE JOB ABENDS, A RESTART RELOADS
      *    RESTDREC) SO THE END-OF-RUN BACKFILL READS ONE CYCLE'S
      *    RECORDS INSTEAD OF THE WHOLE CUMULATIVE NUMREST.
           MOVE REST-RECORD TO REST-DAY-RECORD
           MOVE WS-CYCLE-SEQ TO RESTD-CYCLE-SEQ
           WRITE REST-DAY-RECORD.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "NUMGEN01" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE WS-CYCLE-SEQ TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-RECORDS-PROCESSED TO RLOG-RECORDS-READ
              MOVE WS-TRANOUT-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN
              MOVE RETURN-CODE TO RLOG-RETURN-CODE
           END-IF
           OPEN EXTEND RLOG-FILE
           IF WS-RLOG-STATUS = '05' OR '35'
              OPEN OUTPUT RLOG-FILE
           END-IF
           WRITE RLOG-IMAGE FROM RLOG-RECORD
           CLOSE RLOG-FILE.

       9000-TERMINATE.
           IF WS-FORECAST-MODE
              PERFORM 9500-WRITE-FORECAST-REPORT
           MOVE 'T' TO RUNC-RECORD-TYPE
           MOVE WS-JOB-ID TO RUNC-JOB-ID
           MOVE WS-RUN-DATE TO RUNC-RUN-DATE
           MOVE WS-CYCLE-SEQ TO RUNC-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNC-RUN-TIME
           MOVE ZERO TO RUNC-ASSIGNED-COUNT
           MOVE WS-RECORDS-PROCESSED TO RUNC-RECORDS-PROCESSED
           MOVE 'C' TO RUNC-RECORD-TYPE
           MOVE WS-JOB-ID TO RUNC-JOB-ID
           MOVE WS-RUN-DATE TO RUNC-RUN-DATE
           MOVE WS-CYCLE-SEQ TO RUNC-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNC-RUN-TIME
           MOVE WS-CTR-T-COUNTER-ID(WS-CTR-IDX)
               TO RUNC-COUNTER-ID
      *    COUNTER-ID NOT ALREADY HANDLED ABOVE. CTR-FILE ALREADY
      *    HOLDS THAT COUNTER'S CURRENT VALUE FROM THE EARLIER
      *    ATTEMPT'S OWN PER-TRANSACTION CHECKPOINT. THE DATE FILTER
      *    GUARDS AGAINST A DAY FILE THE SCHEDULER FAILED TO SCRATCH,
      *    AND THE CYCLE FILTER AGAINST AN EARLIER CYCLE OF THE DAY.
       9200-BACKFILL-SNAPSHOTS-FROM-REST.
           PERFORM 9210-LOAD-TODAYS-ROLLOVERS
           MOVE 'N' TO WS-RESTD-EOF-FLAG
                      MOVE 'Y' TO WS-RESTD-EOF-FLAG
                  NOT AT END
                      IF RESTD-CHECKPOINT-DTE = WS-RUN-DATE
                         AND RESTD-CYCLE-SEQ = WS-CYCLE-SEQ
                         PERFORM 9250-BACKFILL-ONE-REST-RECORD
                      END-IF
              END-READ
       9100-WRITE-SNAPSHOT.
           MOVE WS-CTR-T-COUNTER-ID(WS-CTR-IDX) TO SNAP-COUNTER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO SNAP-DATE
           MOVE WS-CYCLE-SEQ TO SNAP-CYCLE-SEQ
           MOVE WS-CTR-T-NUMBER(WS-CTR-IDX) TO SNAP-NUMBER
           MOVE WS-CTR-T-ROLLOVER-CEILING(WS-CTR-IDX) TO SNAP-CEILING
           COMPUTE WS-PCT-USED =
           MOVE WS-CTR-T-COUNTER-ID(WS-CTR-IDX) TO AUDT-COUNTER-ID
           MOVE WS-JOB-ID TO AUDT-JOB-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO AUDT-RUN-DATE
           MOVE WS-CYCLE-SEQ TO AUDT-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDT-RUN-TIME
           MOVE WS-CTR-T-NUMBER(WS-CTR-IDX) TO AUDT-NUMBER
           MOVE WS-CTR-T-FLAG(WS-CTR-IDX) TO AUDT-FLAG
