      *****************************************************************
      *  TRANSEQ1 - BUSINESS-ORDER SEQUENCING OF THE CLEAN BATCH
      *             RUNS BETWEEN TRANEDIT AND NUMGEN01. NUMGEN01 HANDS
      *             OUT EACH COUNTER'S NUMBERS IN THE ORDER TRAN-IN
      *             PRESENTS THE WORK, AND THE ORDER TRANEDIT'S CLEAN
      *             FILE (TRANCLN) ARRIVES IN IS ONLY FEEDMRG1'S
      *             BRN/LBX/PTR CONCATENATION WITH TRANRCY1'S RECYCLED
      *             SUSPENSE ITEMS ON THE END. THIS STEP COPIES TRANCLN
      *             TO TRAN-IN (TRANIN) WITH EACH COUNTER'S WORK PUT
      *             INTO THE ORDER ITS SEQCTL RULE CARD (SEQCREC) ASKS
      *             FOR - FEED DATE, SOURCE-SYSTEM PRIORITY AND/OR
      *             INPUT KEY - SO AN ITEM RECYCLED FROM MONDAY IS
      *             NUMBERED AHEAD OF TUESDAY'S WORK AND EACH SOURCE'S
      *             NUMBERS COME OUT CONTIGUOUS.
      *             A COUNTER WITH NO CARD OF ITS OWN TAKES THE '*'
      *             CARD IF THERE IS ONE; WITH NEITHER, ITS RECORDS
      *             KEEP EXACTLY THEIR ARRIVAL ORDER. RECORDS EQUAL ON
      *             EVERY KEY ALSO KEEP THEIR ARRIVAL ORDER, SO THE
      *             SAME TRANCLN AND SEQCTL ALWAYS GIVE THE SAME
      *             TRAN-IN - A NUMGEN01 RESTART, WHICH SKIPS TRAN-IN
      *             BY RECORD COUNT, STILL LINES UP.
      *             THE SEQRPT LISTING SHOWS THE RULES IN FORCE AND,
      *             FOR EVERY TRANSACTION, ITS POSITION BEFORE AND
      *             AFTER SEQUENCING AND THE RULE THAT PLACED IT, SO AN
      *             AUDITOR CAN SEE WHY IT RECEIVED THE NUMBER IT DID.
      *             RECORDS ARE ONLY REORDERED, NEVER ADDED OR DROPPED:
      *             RUNBAL01 STILL BALANCES TRAN-IN AGAINST THE RUN. IF
      *             THE COUNT WRITTEN EVER DIFFERS FROM THE COUNT READ
      *             THE CONSOLE IS PAGED SEQB AND RETURN CODE 8 HOLDS
      *             NUMGEN01; A TRANCLN THAT WILL NOT OPEN DOES THE
      *             SAME.
      *             PARM: JOB-ID.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSEQ1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-CLEAN-FILE ASSIGN TO "TRANCLN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-CLEAN-STATUS.

           SELECT SEQC-FILE ASSIGN TO "SEQCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQC-STATUS.

           SELECT FCTL-FILE ASSIGN TO "FEEDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWRK".

           SELECT TRAN-IN-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-IN-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT RPT-FILE ASSIGN TO "SEQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-CLEAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRANREC.

       FD  SEQC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SEQCREC.

       FD  FCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FCTLREC.

      *    THE ANCHOR IS THE ARRIVAL POSITION OF THE FIRST RECORD OF
      *    A RULED COUNTER, SHARED BY ALL ITS RECORDS SO THEY SORT AS
      *    ONE GROUP IN THAT SLOT; AN UNRULED RECORD'S ANCHOR IS ITS
      *    OWN POSITION AND ITS BUSINESS KEYS ARE SPACES.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-ANCHOR-POS         PIC 9(9).
           05  SORT-KEY-1              PIC X(20).
           05  SORT-KEY-2              PIC X(20).
           05  SORT-KEY-3              PIC X(20).
           05  SORT-ORIG-POS           PIC 9(9).
           05  SORT-RULE-TEXT          PIC X(4).
           05  SORT-TRAN-IMAGE         PIC X(140).

      *    TRAN-IN CARRIES THE TRANREC LAYOUT; TRANOUT IS THE SAME
      *    LAYOUT UNDER ITS OWN RECORD NAME SO BOTH FDs CAN BE OPEN.
       FD  TRAN-IN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRANOUT.

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
       01  WS-TRAN-CLEAN-STATUS         PIC X(2).
       01  WS-SEQC-STATUS               PIC X(2).
       01  WS-FCTL-STATUS               PIC X(2).
       01  WS-TRAN-IN-STATUS            PIC X(2).
       01  WS-ALERT-STATUS              PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-TODAY                     PIC X(8).
       01  WS-CYCLE-SEQ                 PIC 9(2) VALUE 1.
       01  WS-SEQB-ALERT-TEXT           PIC X(40) VALUE SPACES.

       01  WS-TRAN-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-TRAN-EOF              VALUE 'Y'.
       01  WS-SEQC-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-SEQC-EOF              VALUE 'Y'.
       01  WS-FCTL-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-FCTL-EOF              VALUE 'Y'.
       01  WS-SORT-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-SORT-EOF              VALUE 'Y'.
       01  WS-TRAN-IN-OPEN-FLAG         PIC X VALUE 'N'.
           88  WS-TRAN-IN-OPEN          VALUE 'Y'.
       01  WS-CARD-VALID-FLAG           PIC X VALUE 'Y'.
           88  WS-CARD-VALID            VALUE 'Y'.

      *    THE SEQCTL RULES ACCEPTED, IN CARD ORDER. A CARD WITH NO
      *    KEYS PUNCHED TAKES THE STANDARD D, S, K ORDER.
       01  WS-RUL-TABLE.
           05  WS-RUL-ENTRY OCCURS 500 TIMES INDEXED BY WS-RUL-IDX.
               10  WS-RUL-COUNTER-ID    PIC X(10).
               10  WS-RUL-KEYS.
                   15  WS-RUL-KEY       PIC X OCCURS 3 TIMES.
               10  WS-RUL-SOURCES.
                   15  WS-RUL-SOURCE    PIC X(3) OCCURS 3 TIMES.
       01  WS-RUL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-DEFAULT-RULE              PIC 9(4) VALUE 0.

      *    EVERY COUNTER SEEN IN TRANCLN, WITH THE RULE IT TOOK (ZERO
      *    FOR ARRIVAL ORDER) AND THE ANCHOR ITS GROUP SORTS AT. A
      *    FULL TABLE WOULD LEAVE A COUNTER UNGROUPED, SO IT STOPS
      *    THE RUN BEFORE TRAN-IN IS WRITTEN.
       01  WS-CSQ-TABLE.
           05  WS-CSQ-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CSQ-IDX.
               10  WS-CSQ-COUNTER-ID    PIC X(10).
               10  WS-CSQ-RULE          PIC 9(4).
               10  WS-CSQ-ANCHOR-POS    PIC 9(9).
       01  WS-CSQ-COUNT                 PIC 9(4) VALUE 0.

       01  WS-FOUND-IDX                 PIC 9(4) VALUE 0.
       01  WS-KEY-IDX                   PIC 9 VALUE 0.
       01  WS-SRC-IDX                   PIC 9 VALUE 0.
       01  WS-CHK-IDX                   PIC 9 VALUE 0.
       01  WS-SOURCE-RANK               PIC 9 VALUE 0.
       01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.

       01  WS-BUILD-KEYS.
           05  WS-BUILD-KEY             PIC X(20) OCCURS 3 TIMES.

       01  WS-RECORDS-READ              PIC 9(9) VALUE 0.
       01  WS-RECORDS-RETURNED          PIC 9(9) VALUE 0.
       01  WS-RECORDS-WRITTEN           PIC 9(9) VALUE 0.
       01  WS-RECORDS-MOVED             PIC 9(9) VALUE 0.
       01  WS-RULED-COUNTERS            PIC 9(5) VALUE 0.
       01  WS-CARDS-REJECTED            PIC 9(5) VALUE 0.

       01  WS-CARD-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-R-COUNTER-ID          PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-R-KEYS                PIC X(3).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-R-SOURCE-1            PIC X(3).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WS-R-SOURCE-2            PIC X(3).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WS-R-SOURCE-3            PIC X(3).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-R-STATUS              PIC X(30).

       01  WS-DETAIL-LINE.
           05  WS-D-NEW-POS             PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WS-D-OLD-POS             PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WS-D-COUNTER-ID          PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WS-D-INPUT-KEY           PIC X(20).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WS-D-SOURCE              PIC X(3).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WS-D-FEED-DATE           PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WS-D-FEED-CYCLE          PIC 9(2).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WS-D-RULE                PIC X(4).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WS-D-MOVED               PIC X.

       01  WS-COUNT-LINE.
           05  WS-C-LABEL               PIC X(30).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-C-COUNT               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RULES
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ANCHOR-POS
                                SORT-KEY-1
                                SORT-KEY-2
                                SORT-KEY-3
                                SORT-ORIG-POS
               INPUT PROCEDURE IS 3000-RELEASE-CLEAN
               OUTPUT PROCEDURE IS 4000-WRITE-TRAN-IN
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 1100-LOAD-CYCLE
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '05' OR '35'
              OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE "NUMBERING ORDER SEQUENCING" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CYCLE DATE " WS-TODAY "  CYCLE " WS-CYCLE-SEQ
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *    THE CYCLE IN FLIGHT IS THE HIGHEST CYCLE-SEQ FEEDMRG1 HAS
      *    RELEASED FOR TODAY - THE ONE TRANEDIT HAS JUST CLEANED.
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

      *    SEQCTL IS OPTIONAL - WITHOUT IT EVERY COUNTER KEEPS ITS
      *    ARRIVAL ORDER AND TRAN-IN IS A STRAIGHT COPY OF TRANCLN.
      *    EVERY CARD IS LISTED WITH WHAT WAS DONE WITH IT; A CARD
      *    THAT IS REJECTED LEAVES ITS COUNTER ON THE '*' RULE OR, IF
      *    THERE IS NONE, IN ARRIVAL ORDER.
       2000-LOAD-RULES.
           MOVE "SEQUENCING RULES (SEQCTL)" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  COUNTER-ID  KEY   SOURCES" TO RPT-LINE
           MOVE "STATUS" TO RPT-LINE (35:6)
           WRITE RPT-LINE
           MOVE 'N' TO WS-SEQC-EOF-FLAG
           OPEN INPUT SEQC-FILE
           IF WS-SEQC-STATUS NOT = '00'
              MOVE 'Y' TO WS-SEQC-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-SEQC-EOF
              READ SEQC-FILE
                  AT END
                      MOVE 'Y' TO WS-SEQC-EOF-FLAG
                  NOT AT END
                      PERFORM 2100-EDIT-RULE-CARD
              END-READ
           END-PERFORM
           IF WS-SEQC-STATUS = '10'
              CLOSE SEQC-FILE
           END-IF
           IF WS-RUL-COUNT = 0 AND WS-CARDS-REJECTED = 0
              MOVE "  NO RULES - ARRIVAL ORDER KEPT FOR EVERY COUNTER"
                  TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2100-EDIT-RULE-CARD.
           MOVE 'Y' TO WS-CARD-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           IF SEQC-SORT-KEYS = SPACES
              MOVE "DSK" TO SEQC-SORT-KEYS
           END-IF
           IF SEQC-COUNTER-ID = SPACES
              MOVE 'N' TO WS-CARD-VALID-FLAG
              MOVE "NO COUNTER-ID - IGNORED" TO WS-REJECT-REASON
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > 3 OR NOT WS-CARD-VALID
              IF SEQC-SORT-KEY(WS-KEY-IDX) NOT = 'D'
                 AND SEQC-SORT-KEY(WS-KEY-IDX) NOT = 'S'
                 AND SEQC-SORT-KEY(WS-KEY-IDX) NOT = 'K'
                 AND SEQC-SORT-KEY(WS-KEY-IDX) NOT = SPACE
                 MOVE 'N' TO WS-CARD-VALID-FLAG
                 MOVE "INVALID SORT KEY - IGNORED" TO WS-REJECT-REASON
              END-IF
              IF WS-CARD-VALID
                 AND SEQC-SORT-KEY(WS-KEY-IDX) NOT = SPACE
                 PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                         UNTIL WS-CHK-IDX NOT < WS-KEY-IDX
                    IF SEQC-SORT-KEY(WS-CHK-IDX)
                       = SEQC-SORT-KEY(WS-KEY-IDX)
                       MOVE 'N' TO WS-CARD-VALID-FLAG
                       MOVE "REPEATED SORT KEY - IGNORED"
                           TO WS-REJECT-REASON
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF WS-CARD-VALID
              MOVE 0 TO WS-FOUND-IDX
              PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                      UNTIL WS-RUL-IDX > WS-RUL-COUNT
                 IF WS-RUL-COUNTER-ID(WS-RUL-IDX) = SEQC-COUNTER-ID
                    SET WS-FOUND-IDX TO WS-RUL-IDX
                 END-IF
              END-PERFORM
              IF WS-FOUND-IDX > 0
                 MOVE 'N' TO WS-CARD-VALID-FLAG
                 MOVE "DUPLICATE CARD - IGNORED" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-CARD-VALID
              PERFORM 2200-ADD-RULE-ENTRY
              MOVE "IN FORCE" TO WS-R-STATUS
           ELSE
              ADD 1 TO WS-CARDS-REJECTED
              MOVE WS-REJECT-REASON TO WS-R-STATUS
              DISPLAY "TRANSEQ1: SEQCTL CARD FOR " SEQC-COUNTER-ID
                      " " WS-REJECT-REASON
           END-IF
           MOVE SEQC-COUNTER-ID TO WS-R-COUNTER-ID
           MOVE SEQC-SORT-KEYS TO WS-R-KEYS
           MOVE SEQC-PRIORITY-SOURCE(1) TO WS-R-SOURCE-1
           MOVE SEQC-PRIORITY-SOURCE(2) TO WS-R-SOURCE-2
           MOVE SEQC-PRIORITY-SOURCE(3) TO WS-R-SOURCE-3
           MOVE WS-CARD-LINE TO RPT-LINE
           WRITE RPT-LINE.

       2200-ADD-RULE-ENTRY.
           IF WS-RUL-COUNT = 500
              DISPLAY "TRANSEQ1: RULE TABLE FULL AT 500 ENTRIES - "
                      "STOPPING RUN"
              CLOSE ALERT-FILE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-RUL-COUNT
           MOVE SEQC-COUNTER-ID TO WS-RUL-COUNTER-ID(WS-RUL-COUNT)
           MOVE SEQC-SORT-KEYS TO WS-RUL-KEYS(WS-RUL-COUNT)
           MOVE SEQC-SOURCE-PRIORITY TO WS-RUL-SOURCES(WS-RUL-COUNT)
           IF SEQC-COUNTER-ID = '*'
              MOVE WS-RUL-COUNT TO WS-DEFAULT-RULE
           END-IF.

      *    NO TRANCLN MEANS TRANEDIT DID NOT FINISH - AN EMPTY
      *    TRAN-IN WOULD BE NUMBERED AS A QUIET CYCLE, SO THE RUN STOPS.
       3000-RELEASE-CLEAN.
           MOVE 'N' TO WS-TRAN-EOF-FLAG
           OPEN INPUT TRAN-CLEAN-FILE
           IF WS-TRAN-CLEAN-STATUS NOT = '00'
              DISPLAY "TRANSEQ1: TRANCLN OPEN FAILED - STATUS "
                      WS-TRAN-CLEAN-STATUS
              MOVE SPACES TO WS-SEQB-ALERT-TEXT
              STRING "TRANCLN WILL NOT OPEN - STATUS "
                     WS-TRAN-CLEAN-STATUS
                  DELIMITED BY SIZE INTO WS-SEQB-ALERT-TEXT
              END-STRING
              PERFORM 9100-SEND-CONSOLE-ALERT
              CLOSE ALERT-FILE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           PERFORM UNTIL WS-TRAN-EOF
              READ TRAN-CLEAN-FILE
                  AT END
                      MOVE 'Y' TO WS-TRAN-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      PERFORM 3100-RELEASE-ONE-TRAN
              END-READ
           END-PERFORM
           IF WS-TRAN-CLEAN-STATUS = '10'
              CLOSE TRAN-CLEAN-FILE
           END-IF.

       3100-RELEASE-ONE-TRAN.
           PERFORM 3200-FIND-COUNTER
           MOVE SPACES TO SORT-RECORD
           MOVE WS-RECORDS-READ TO SORT-ORIG-POS
           MOVE IN-TRAN-RECORD TO SORT-TRAN-IMAGE
           IF WS-CSQ-RULE(WS-FOUND-IDX) = 0
              MOVE WS-RECORDS-READ TO SORT-ANCHOR-POS
              MOVE "ORIG" TO SORT-RULE-TEXT
           ELSE
              MOVE WS-CSQ-ANCHOR-POS(WS-FOUND-IDX) TO SORT-ANCHOR-POS
              SET WS-RUL-IDX TO WS-CSQ-RULE(WS-FOUND-IDX)
              MOVE WS-RUL-KEYS(WS-RUL-IDX) TO SORT-RULE-TEXT
              PERFORM 3300-BUILD-BUSINESS-KEYS
              MOVE WS-BUILD-KEY(1) TO SORT-KEY-1
              MOVE WS-BUILD-KEY(2) TO SORT-KEY-2
              MOVE WS-BUILD-KEY(3) TO SORT-KEY-3
           END-IF
           RELEASE SORT-RECORD.

      *    THE FIRST RECORD OF A COUNTER FIXES ITS RULE (ITS OWN CARD,
      *    ELSE '*', ELSE NONE) AND ITS ANCHOR POSITION.
       3200-FIND-COUNTER.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-CSQ-IDX FROM 1 BY 1
                   UNTIL WS-CSQ-IDX > WS-CSQ-COUNT OR WS-FOUND-IDX > 0
              IF WS-CSQ-COUNTER-ID(WS-CSQ-IDX) = IN-TRAN-COUNTER-ID
                 SET WS-FOUND-IDX TO WS-CSQ-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              IF WS-CSQ-COUNT = 2000
                 DISPLAY "TRANSEQ1: COUNTER TABLE FULL AT 2000 ENTRIES"
                         " - STOPPING RUN"
                 CLOSE ALERT-FILE
                 CLOSE RPT-FILE
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-CSQ-COUNT
              MOVE WS-CSQ-COUNT TO WS-FOUND-IDX
              MOVE IN-TRAN-COUNTER-ID TO WS-CSQ-COUNTER-ID(WS-FOUND-IDX)
              MOVE WS-RECORDS-READ TO WS-CSQ-ANCHOR-POS(WS-FOUND-IDX)
              MOVE WS-DEFAULT-RULE TO WS-CSQ-RULE(WS-FOUND-IDX)
              PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                      UNTIL WS-RUL-IDX > WS-RUL-COUNT
                 IF WS-RUL-COUNTER-ID(WS-RUL-IDX) = IN-TRAN-COUNTER-ID
                    SET WS-CSQ-RULE(WS-FOUND-IDX) TO WS-RUL-IDX
                 END-IF
              END-PERFORM
              IF WS-CSQ-RULE(WS-FOUND-IDX) > 0
                 ADD 1 TO WS-RULED-COUNTERS
              END-IF
           END-IF.

      *    ONE BUSINESS KEY PER RULE KEY, MOST SIGNIFICANT FIRST:
      *    FEED DATE AND CYCLE, THE SOURCE'S RANK ON THE CARD (1-3,
      *    UNLISTED SOURCES 9), OR THE INPUT KEY. UNUSED SLOTS STAY
      *    SPACES AND LEAVE THE ORDER TO THE ARRIVAL POSITION.
       3300-BUILD-BUSINESS-KEYS.
           MOVE SPACES TO WS-BUILD-KEYS
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1 UNTIL WS-KEY-IDX > 3
              EVALUATE WS-RUL-KEY(WS-RUL-IDX, WS-KEY-IDX)
                  WHEN 'D'
                      MOVE IN-TRAN-FEED-DATE
                          TO WS-BUILD-KEY(WS-KEY-IDX) (1:8)
                      MOVE IN-TRAN-FEED-CYCLE
                          TO WS-BUILD-KEY(WS-KEY-IDX) (9:2)
                  WHEN 'S'
                      MOVE 9 TO WS-SOURCE-RANK
                      PERFORM VARYING WS-SRC-IDX FROM 3 BY -1
                              UNTIL WS-SRC-IDX < 1
                         IF WS-RUL-SOURCE(WS-RUL-IDX, WS-SRC-IDX)
                            = IN-TRAN-SOURCE-SYSTEM
                            AND IN-TRAN-SOURCE-SYSTEM NOT = SPACES
                            MOVE WS-SRC-IDX TO WS-SOURCE-RANK
                         END-IF
                      END-PERFORM
                      MOVE WS-SOURCE-RANK
                          TO WS-BUILD-KEY(WS-KEY-IDX) (1:1)
                  WHEN 'K'
                      MOVE IN-TRAN-INPUT-KEY TO WS-BUILD-KEY(WS-KEY-IDX)
              END-EVALUATE
           END-PERFORM.

      *    THE LISTING IS IN NEW (NUMBERING) ORDER. '*' MARKS A
      *    TRANSACTION WHOSE POSITION CHANGED. ONLY A WRITE THAT
      *    COMES BACK '00' IS COUNTED AS WRITTEN, SO A TRAN-IN THAT
      *    WILL NOT OPEN OR FILLS UP FAILS THE COUNT CHECK IN 9000.
       4000-WRITE-TRAN-IN.
           OPEN OUTPUT TRAN-IN-FILE
           IF WS-TRAN-IN-STATUS = '00'
              MOVE 'Y' TO WS-TRAN-IN-OPEN-FLAG
           ELSE
              DISPLAY "TRANSEQ1: TRANIN OPEN FAILED - STATUS "
                      WS-TRAN-IN-STATUS
           END-IF
           MOVE "TRANSACTION POSITIONS (NUMBERING ORDER)" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  NEW-POS   OLD-POS COUNTER-ID INPUT-KEY" TO RPT-LINE
           MOVE "SRC FEED-DT  CY RULE" TO RPT-LINE (53:20)
           WRITE RPT-LINE
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM UNTIL WS-SORT-EOF
              RETURN SORT-FILE
                  AT END
                      MOVE 'Y' TO WS-SORT-EOF-FLAG
                  NOT AT END
                      PERFORM 4100-WRITE-ONE-TRAN
              END-RETURN
           END-PERFORM
           IF WS-TRAN-IN-OPEN
              CLOSE TRAN-IN-FILE
           END-IF.

       4100-WRITE-ONE-TRAN.
           ADD 1 TO WS-RECORDS-RETURNED
           MOVE SORT-TRAN-IMAGE TO OUT-TRAN-RECORD
           IF WS-TRAN-IN-OPEN
              WRITE OUT-TRAN-RECORD
              IF WS-TRAN-IN-STATUS = '00'
                 ADD 1 TO WS-RECORDS-WRITTEN
              ELSE
                 DISPLAY "TRANSEQ1: TRANIN WRITE FAILED - STATUS "
                         WS-TRAN-IN-STATUS " AT POSITION "
                         WS-RECORDS-RETURNED
              END-IF
           END-IF
           MOVE WS-RECORDS-RETURNED TO WS-D-NEW-POS
           MOVE SORT-ORIG-POS TO WS-D-OLD-POS
           MOVE OUT-TRAN-COUNTER-ID TO WS-D-COUNTER-ID
           MOVE OUT-TRAN-INPUT-KEY TO WS-D-INPUT-KEY
           MOVE OUT-TRAN-SOURCE-SYSTEM TO WS-D-SOURCE
           MOVE OUT-TRAN-FEED-DATE TO WS-D-FEED-DATE
           MOVE OUT-TRAN-FEED-CYCLE TO WS-D-FEED-CYCLE
           MOVE SORT-RULE-TEXT TO WS-D-RULE
           IF SORT-ORIG-POS = WS-RECORDS-RETURNED
              MOVE SPACE TO WS-D-MOVED
           ELSE
              MOVE '*' TO WS-D-MOVED
              ADD 1 TO WS-RECORDS-MOVED
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "TRANSEQ1" TO RLOG-PROGRAM-ID
           MOVE WS-TODAY TO RLOG-CYCLE-DATE
           MOVE WS-CYCLE-SEQ TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
              MOVE WS-RECORDS-WRITTEN TO RLOG-RECORDS-WRITTEN
              MOVE RETURN-CODE TO RLOG-RETURN-CODE
           END-IF
           OPEN EXTEND RLOG-FILE
           IF WS-RLOG-STATUS = '05' OR '35'
              OPEN OUTPUT RLOG-FILE
           END-IF
           WRITE RLOG-IMAGE FROM RLOG-RECORD
           CLOSE RLOG-FILE.

      *    TRAN-IN MUST HOLD EXACTLY WHAT TRANCLN HELD - A SHORT OR
      *    LONG FILE WOULD BE NUMBERED AND THEN BALANCED BY RUNBAL01
      *    AS IF IT WERE THE WHOLE CYCLE, SO IT IS CAUGHT HERE.
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TRANSACTIONS READ (TRANCLN)" TO WS-C-LABEL
           MOVE WS-RECORDS-READ TO WS-C-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TRANSACTIONS WRITTEN (TRANIN)" TO WS-C-LABEL
           MOVE WS-RECORDS-WRITTEN TO WS-C-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TRANSACTIONS MOVED" TO WS-C-LABEL
           MOVE WS-RECORDS-MOVED TO WS-C-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COUNTERS SEQUENCED BY RULE" TO WS-C-LABEL
           MOVE WS-RULED-COUNTERS TO WS-C-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COUNTERS IN ARRIVAL ORDER" TO WS-C-LABEL
           COMPUTE WS-C-COUNT = WS-CSQ-COUNT - WS-RULED-COUNTERS
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "SEQCTL CARDS REJECTED" TO WS-C-LABEL
           MOVE WS-CARDS-REJECTED TO WS-C-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
              MOVE "RESULT: COUNTS DIFFER - RETURN CODE 8" TO RPT-LINE
              WRITE RPT-LINE
              DISPLAY "TRANSEQ1: READ " WS-RECORDS-READ
                      " WRITTEN " WS-RECORDS-WRITTEN
                      " - HOLD NUMBERING"
              MOVE "TRAN-IN COUNT DIFFERS - HOLD NUMBERING" TO
                  WS-SEQB-ALERT-TEXT
              PERFORM 9100-SEND-CONSOLE-ALERT
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "RESULT: TRANSACTION COUNTS AGREE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           CLOSE ALERT-FILE
           CLOSE RPT-FILE.

       9100-SEND-CONSOLE-ALERT.
           MOVE SPACES TO ALERT-COUNTER-ID
           MOVE ZERO TO ALERT-NUMBER
           MOVE FUNCTION CURRENT-DATE (1:8) TO ALERT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ALERT-TIME
           MOVE WS-JOB-ID TO ALERT-JOB-ID
           MOVE "SEQB" TO ALERT-REASON-CODE
           MOVE "CRIT" TO ALERT-SEVERITY
           MOVE WS-SEQB-ALERT-TEXT TO ALERT-MESSAGE-TEXT
           MOVE 'N' TO ALERT-ACK-FLAG
           MOVE SPACES TO ALERT-ACK-OPERATOR
           MOVE SPACES TO ALERT-ACK-DATE
           MOVE SPACES TO ALERT-ACK-TIME
           WRITE ALERT-RECORD.
