      *                 ABOVE; THE
      *                 PER-COUNTER UNEXPLAINED TOTAL IS THE FIGURE
      *                 THE AUDITORS ACTUALLY WANT
      *             THE SUCCESSOR LINKS CTRLIFE1 LEAVES ON THE COUNTER
      *             MASTER ARE FOLLOWED. A RENAMED COUNTER'S SUCCESSOR
      *             CARRIES ON THE SAME NUMBER SERIES, SO EVERY INPUT
      *             UNDER THE OLD ID IS ANALYSED UNDER THE LATEST ID AS
      *             ONE UNBROKEN STREAM - NOT AS A STREAM THAT STOPS AND
      *             A NEW ONE WHOSE EARLIER NUMBERS ALL LOOK MISSING. A
      *             MERGED COUNTER KEEPS ITS OWN SERIES AND IS SHOWN
      *             WITH ITS SUCCESSOR ON THE TOTALS, AND A RESERVATION
      *             MOVED TO THE SUCCESSOR STILL EXPLAINS THE RANGE IT
      *             LEFT IN THE COUNTER IT WAS CARVED FROM.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQGAP01.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-OUT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-OUT-STATUS           PIC X(2).
       01  WS-CTR-STATUS                PIC X(2).
       01  WS-VOID-STATUS               PIC X(2).
       01  WS-USGF-STATUS               PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-RECORDS-READ              PIC 9(9) VALUE 0.

       01  WS-TRAN-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-TRAN-EOF              VALUE 'Y'.
           88  WS-USGF-EOF              VALUE 'Y'.
       01  WS-SORT-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-SORT-EOF              VALUE 'Y'.
       01  WS-CTR-EOF-FLAG              PIC X VALUE 'N'.
           88  WS-CTR-EOF               VALUE 'Y'.

      *    SUCCESSOR LINKS FROM THE COUNTER MASTER (MERGE 'M' OR
      *    RENAME 'R'), LOADED BEFORE ANY OTHER TABLE SO EVERY COUNTER
      *    ID LOADED AFTER IT CAN BE RESOLVED TO ITS NUMBER STREAM.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 500 TIMES INDEXED BY WS-LNK-IDX.
               10  WS-LNK-COUNTER-ID    PIC X(10).
               10  WS-LNK-SUCCESSOR-ID  PIC X(10).
               10  WS-LNK-TYPE          PIC X.
       01  WS-LNK-COUNT                 PIC 9(4) VALUE 0.
      *    IN: ANY COUNTER ID. OUT: THE ID ITS NUMBER SERIES LIVES
      *    UNDER NOW, AFTER ANY CHAIN OF RENAMES. THE HOP LIMIT ONLY
      *    GUARDS AGAINST A DAMAGED MASTER LINKING IN A CIRCLE.
       01  WS-STREAM-ID                 PIC X(10).
       01  WS-STREAM-HOPS               PIC 9(2) VALUE 0.
       01  WS-STREAM-DONE-FLAG          PIC X VALUE 'N'.
           88  WS-STREAM-DONE           VALUE 'Y'.

      *    ARCHIVED BLOCK RANGES FROM CTR-HISTORY, ONE ROW PER
      *    (COUNTER, ROLLOVER-SEQ) BLOCK, SO A BLOCK'S BOUNDARY GAPS
               10  WS-RSV-ROLLOVER-SEQ  PIC 9(4).
               10  WS-RSV-BLOCK-START   PIC 9(9).
               10  WS-RSV-BLOCK-END     PIC 9(9).
               10  WS-RSV-ORIGIN-ID     PIC X(10).
       01  WS-RSV-COUNT                 PIC 9(4) VALUE 0.

      *    VOIDED ASSIGNMENTS FROM THE CTRVOID REGISTER. A NUMBER THE
           05  WS-T-COUNTER-ID          PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-T-GAP-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-T-NOTE                PIC X(30).

       01  WS-GRAND-LINE.
           05  FILLER                   PIC X(24)
               OUTPUT PROCEDURE IS 3000-WALK-SORTED
           PERFORM 8000-WRITE-UNEXPLAINED-TOTALS
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
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           OPEN INPUT CTR-FILE
           OPEN OUTPUT RPT-FILE
           MOVE "SEQUENCE GAP ANALYSIS BY COUNTER AND NUMBERING BLOCK"
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1050-LOAD-SUCCESSOR-LINKS
           PERFORM 1100-LOAD-BLOCK-RANGES
           PERFORM 1200-LOAD-CHECKPOINTS
           PERFORM 1300-LOAD-OPERATOR-RESETS
           PERFORM 1500-LOAD-VOIDS
           PERFORM 1600-LOAD-USAGE-FEEDBACK.

       1050-LOAD-SUCCESSOR-LINKS.
           MOVE 'N' TO WS-CTR-EOF-FLAG
           MOVE LOW-VALUES TO CTR-COUNTER-ID
           START CTR-FILE KEY IS NOT < CTR-COUNTER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CTR-EOF-FLAG
           END-START
           PERFORM UNTIL WS-CTR-EOF
              READ CTR-FILE NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-CTR-EOF-FLAG
                  NOT AT END
                      IF CTR-SUCCESSOR-ID NOT = SPACES
                         PERFORM 1060-ADD-LINK-ENTRY
                      END-IF
              END-READ
              IF WS-CTR-STATUS NOT = '00' AND WS-CTR-STATUS NOT = '10'
                 MOVE 'Y' TO WS-CTR-EOF-FLAG
              END-IF
           END-PERFORM.

       1060-ADD-LINK-ENTRY.
           IF WS-LNK-COUNT = 500
              DISPLAY "SEQGAP01: LINK TABLE FULL AT 500 ENTRIES - "
                      "STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-LNK-COUNT
           MOVE CTR-COUNTER-ID TO WS-LNK-COUNTER-ID(WS-LNK-COUNT)
           MOVE CTR-SUCCESSOR-ID TO WS-LNK-SUCCESSOR-ID(WS-LNK-COUNT)
           MOVE CTR-SUCCESSOR-TYPE TO WS-LNK-TYPE(WS-LNK-COUNT).

      *    FOLLOWS RENAME LINKS ONLY - A MERGE JOINS TWO SEPARATE
      *    SERIES, AND FOLDING THEM TOGETHER WOULD LET ONE COUNTER'S
      *    NUMBERS HIDE THE OTHER'S GAPS.
       1900-RESOLVE-STREAM-ID.
           MOVE 0 TO WS-STREAM-HOPS
           MOVE 'N' TO WS-STREAM-DONE-FLAG
           PERFORM UNTIL WS-STREAM-DONE
              MOVE 'Y' TO WS-STREAM-DONE-FLAG
              PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                      UNTIL WS-LNK-IDX > WS-LNK-COUNT
                 IF WS-LNK-COUNTER-ID(WS-LNK-IDX) = WS-STREAM-ID
                    AND WS-LNK-TYPE(WS-LNK-IDX) = 'R'
                    AND WS-STREAM-HOPS < 20
                    MOVE WS-LNK-SUCCESSOR-ID(WS-LNK-IDX)
                        TO WS-STREAM-ID
                    ADD 1 TO WS-STREAM-HOPS
                    MOVE 'N' TO WS-STREAM-DONE-FLAG
                    SET WS-LNK-IDX TO WS-LNK-COUNT
                 END-IF
              END-PERFORM
           END-PERFORM.

       1100-LOAD-BLOCK-RANGES.
           MOVE 'N' TO WS-HIST-EOF-FLAG
           OPEN INPUT HIST-FILE
              DISPLAY "SEQGAP01: BLOCK TABLE FULL AT 2000 ENTRIES - "
                      "STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-BLK-COUNT
           MOVE HIST-COUNTER-ID TO WS-STREAM-ID
           PERFORM 1900-RESOLVE-STREAM-ID
           MOVE WS-STREAM-ID TO WS-BLK-COUNTER-ID(WS-BLK-COUNT)
           MOVE HIST-ROLLOVER-SEQ TO WS-BLK-ROLLOVER-SEQ(WS-BLK-COUNT)
           MOVE HIST-BLOCK-START TO WS-BLK-START(WS-BLK-COUNT)
           MOVE HIST-BLOCK-END TO WS-BLK-END(WS-BLK-COUNT)
              DISPLAY "SEQGAP01: CHECKPOINT TABLE FULL AT 10000 "
                      "ENTRIES - STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-RST-COUNT
           MOVE REST-COUNTER-ID TO WS-STREAM-ID
           PERFORM 1900-RESOLVE-STREAM-ID
           MOVE WS-STREAM-ID TO WS-RST-COUNTER-ID(WS-RST-COUNT)
           MOVE REST-ROLLOVER-SEQ
               TO WS-RST-ROLLOVER-SEQ(WS-RST-COUNT)
           MOVE REST-LAST-NUMBER-ASSIGNED
              DISPLAY "SEQGAP01: RESET TABLE FULL AT 1000 ENTRIES - "
                      "STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-MAUD-COUNT
           MOVE MAUD-COUNTER-ID TO WS-STREAM-ID
           PERFORM 1900-RESOLVE-STREAM-ID
           MOVE WS-STREAM-ID TO WS-MAUD-T-COUNTER-ID(WS-MAUD-COUNT)
           MOVE MAUD-OLD-NUMBER TO WS-MAUD-T-OLD-NUMBER(WS-MAUD-COUNT)
           MOVE MAUD-NEW-NUMBER TO WS-MAUD-T-NEW-NUMBER(WS-MAUD-COUNT)
           MOVE MAUD-DATE TO WS-MAUD-T-DATE(WS-MAUD-COUNT).
              DISPLAY "SEQGAP01: RESERVATION TABLE FULL AT 500 "
                      "ENTRIES - STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-RSV-COUNT
           MOVE RSRV-COUNTER-ID TO WS-STREAM-ID
           PERFORM 1900-RESOLVE-STREAM-ID
           MOVE WS-STREAM-ID TO WS-RSV-COUNTER-ID(WS-RSV-COUNT)
           IF RSRV-ORIGIN-COUNTER-ID = SPACES
              MOVE RSRV-COUNTER-ID TO WS-STREAM-ID
           ELSE
              MOVE RSRV-ORIGIN-COUNTER-ID TO WS-STREAM-ID
           END-IF
           PERFORM 1900-RESOLVE-STREAM-ID
           MOVE WS-STREAM-ID TO WS-RSV-ORIGIN-ID(WS-RSV-COUNT)
           MOVE RSRV-ROLLOVER-SEQ
               TO WS-RSV-ROLLOVER-SEQ(WS-RSV-COUNT)
           MOVE RSRV-BLOCK-START TO WS-RSV-BLOCK-START(WS-RSV-COUNT)
              DISPLAY "SEQGAP01: VOID TABLE FULL AT 5000 ENTRIES - "
                      "STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-VOID-COUNT
           MOVE VOID-COUNTER-ID TO WS-STREAM-ID
           PERFORM 1900-RESOLVE-STREAM-ID
           MOVE WS-STREAM-ID TO WS-VOID-T-COUNTER-ID(WS-VOID-COUNT)
           MOVE VOID-ROLLOVER-SEQ
               TO WS-VOID-T-ROLLOVER-SEQ(WS-VOID-COUNT)
           MOVE VOID-ASSIGNED-NUMBER
              DISPLAY "SEQGAP01: USAGE TABLE FULL AT 10000 ENTRIES - "
                      "STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-USG-COUNT
           MOVE USGF-COUNTER-ID TO WS-STREAM-ID
           PERFORM 1900-RESOLVE-STREAM-ID
           MOVE WS-STREAM-ID TO WS-USG-COUNTER-ID(WS-USG-COUNT)
           MOVE USGF-ROLLOVER-SEQ
               TO WS-USG-ROLLOVER-SEQ(WS-USG-COUNT)
           MOVE USGF-ASSIGNED-NUMBER TO WS-USG-NUMBER(WS-USG-COUNT).
                  AT END
                      MOVE 'Y' TO WS-TRAN-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      MOVE OUT-TRAN-COUNTER-ID TO WS-STREAM-ID
                      PERFORM 1900-RESOLVE-STREAM-ID
                      MOVE WS-STREAM-ID TO SORT-COUNTER-ID
                      MOVE OUT-TRAN-ROLLOVER-SEQ TO SORT-ROLLOVER-SEQ
                      MOVE OUT-TRAN-ASSIGNED-NUMBER
                          TO SORT-ASSIGNED-NUMBER
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RSV-COUNT
                      OR WS-FOUND-IDX > 0
              IF (WS-RSV-COUNTER-ID(WS-RSV-IDX) = WS-CUR-COUNTER-ID
                    OR WS-RSV-ORIGIN-ID(WS-RSV-IDX)
                       = WS-CUR-COUNTER-ID)
                 AND WS-RSV-ROLLOVER-SEQ(WS-RSV-IDX)
                    = WS-CUR-ROLLOVER-SEQ
                 AND WS-GAP-NUMBER NOT <
                 DISPLAY "SEQGAP01: UNEXPLAINED TABLE FULL AT 500 "
                         "ENTRIES - STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-UNX-COUNT
                   UNTIL WS-UNX-IDX > WS-UNX-COUNT
              MOVE WS-UNX-COUNTER-ID(WS-UNX-IDX) TO WS-T-COUNTER-ID
              MOVE WS-UNX-GAP-COUNT(WS-UNX-IDX) TO WS-T-GAP-COUNT
              PERFORM 8100-SET-MERGE-NOTE
              MOVE WS-TOTAL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-PERFORM
           MOVE WS-GRAND-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    A MERGED COUNTER'S GAPS STAY ITS OWN, BUT THE TOTAL SAYS
      *    WHICH COUNTER NOW ANSWERS FOR THEM.
       8100-SET-MERGE-NOTE.
           MOVE SPACES TO WS-T-NOTE
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
              IF WS-LNK-COUNTER-ID(WS-LNK-IDX)
                    = WS-UNX-COUNTER-ID(WS-UNX-IDX)
                 AND WS-LNK-TYPE(WS-LNK-IDX) = 'M'
                 STRING "MERGED INTO "
                        WS-LNK-SUCCESSOR-ID(WS-LNK-IDX)
                     DELIMITED BY SIZE INTO WS-T-NOTE
                 END-STRING
              END-IF
           END-PERFORM.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "SEQGAP01" TO RLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RLOG-CYCLE-DATE
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
           CLOSE CTR-FILE
           CLOSE RPT-FILE.
