      *             TRANSACTION FILE, VERIFIES THAT EACH COUNTER-ID
      *             EXISTS ON THE COUNTER MASTER AND THAT EACH INPUT
      *             KEY IS PRESENT AND UNIQUE WITHIN THE BATCH, AND
      *             SPLITS THE INPUT INTO A CLEAN FILE (TRANCLN, WHICH
      *             TRANSEQ1 PUTS INTO BUSINESS ORDER AS NUMGEN01'S
      *             TRAN-IN) AND A REJECT/SUSPENSE FILE
      *             WITH A REASON CODE PER RECORD. A MIS-KEYED
      *             COUNTER-ID IS THEREFORE REJECTED HERE INSTEAD OF
      *             SPAWNING A PHANTOM COUNTER DOWNSTREAM - NUMGEN01'S
      *             AUTO-CREATE BECOMES THE EXCEPTION, NOT THE DEFAULT.
      *             A KEY THAT PASSES THOSE EDITS IS ALSO LOOKED UP ON
      *             THE CROSS-REFERENCE BY ITS INPUT-KEY ALTERNATE KEY:
      *             A BRANCH RESENDING AN ORDER NUMBERED IN AN EARLIER
      *             CYCLE UNDER THE SAME COUNTER, OR UNDER ONE SINCE
      *             RENAMED INTO IT (AND NOT SINCE VOIDED), IS
      *             REJECTED PRVN WITH THE NUMBER IT ALREADY HOLDS,
      *             INSTEAD OF NUMGEN01 GIVING IT A SECOND ONE.
      *             THE CYCLE BEING EDITED IS THE LATEST ONE FEEDCTL
      *             SHOWS RELEASED FOR TODAY. THE RECORDS STAMPED WITH
      *             TODAY'S DATE AND THAT CYCLE MUST COUNT TO THE TOTAL
      *             FEEDMRG1 RECORDED FOR IT (RECYCLED SUSPENSE ITEMS
      *             KEEP THEIR OWN EARLIER STAMPS AND ARE NOT COUNTED);
      *             A SHORT OR LONG TRANRAW IS PAGED CYCB AND RETURN
      *             CODE 8 HOLDS THE CYCLE BEFORE IT IS NUMBERED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANEDIT.
               RECORD KEY IS CTR-COUNTER-ID
               FILE STATUS IS WS-CTR-STATUS.

           SELECT TRAN-CLEAN-FILE ASSIGN TO "TRANCLN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-CLEAN-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT FCTL-FILE ASSIGN TO "FEEDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.

           SELECT XREF-FILE ASSIGN TO "CTRXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-INPUT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XREF-EXT-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-RAW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ALERTREC.

       FD  FCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FCTLREC.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY XREFREC.

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-RAW-STATUS           PIC X(2).
       01  WS-CTR-STATUS                PIC X(2).
       01  WS-TRAN-CLEAN-STATUS         PIC X(2).
       01  WS-TRAN-REJ-STATUS           PIC X(2).
       01  WS-ALERT-STATUS              PIC X(2).
       01  WS-XREF-STATUS               PIC X(2).
       01  WS-FCTL-STATUS               PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-REJECT-REASON             PIC X(4) VALUE SPACES.

      *    THE CYCLE IN FLIGHT: THE HIGHEST CYCLE-SEQ ON FEEDCTL FOR
      *    TODAY AND THE RECORD COUNT ITS SOURCES SENT IN. NO FEEDCTL
      *    RECORD FOR TODAY LEAVES CYCLE 01 AND NO ARRIVAL CHECK.
       01  WS-FCTL-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-FCTL-EOF              VALUE 'Y'.
       01  WS-CYCLE-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-CYCLE-FOUND           VALUE 'Y'.
       01  WS-CYCLE-SEQ                 PIC 9(2) VALUE 1.
       01  WS-CYCLE-EXPECTED            PIC 9(9) VALUE 0.
       01  WS-CYCLE-ARRIVED             PIC 9(9) VALUE 0.

      *    THE CROSS-REFERENCE IS ONLY ABSENT BEFORE THE FIRST XREFBLD1
      *    RUN EVER LOADS IT - NOTHING CAN HAVE BEEN NUMBERED BEFORE
      *    THEN, SO THE PRIOR-NUMBER CHECK IS SIMPLY SKIPPED.
       01  WS-XREF-OPEN-FLAG            PIC X VALUE 'N'.
           88  WS-XREF-OPEN             VALUE 'Y'.
       01  WS-WALK-DONE-FLAG            PIC X VALUE 'N'.
           88  WS-WALK-DONE             VALUE 'Y'.
       01  WS-PRIOR-NUMBER              PIC 9(9) VALUE 0.
       01  WS-PRIOR-ROLLOVER-SEQ        PIC 9(4) VALUE 0.
       01  WS-PRIOR-EXT-REF             PIC X(20) VALUE SPACES.

      *    RENAME-CHAIN WALK FOR THE PRIOR-NUMBER CHECK - THE SAME
      *    20-HOP GUARD SEQGAP01 USES AGAINST A LOOPED CHAIN.
       01  WS-CHAIN-ID                  PIC X(10).
       01  WS-CHAIN-HOPS                PIC 9(2) VALUE 0.
       01  WS-CHAIN-DONE-FLAG           PIC X VALUE 'N'.
           88  WS-CHAIN-DONE            VALUE 'Y'.
       01  WS-SAME-SERIES-FLAG          PIC X VALUE 'N'.
           88  WS-SAME-SERIES           VALUE 'Y'.

      *    EVERY INPUT KEY ACCEPTED SO FAR THIS BATCH, SO A KEY THAT
      *    APPEARS TWICE IN ONE FILE IS REJECTED THE SECOND TIME
      *    INSTEAD OF BEING NUMBERED TWICE. A REJECTED RECORD'S KEY IS
       01  WS-RECORDS-READ              PIC 9(9) VALUE 0.
       01  WS-RECORDS-CLEAN             PIC 9(9) VALUE 0.
       01  WS-RECORDS-REJECTED          PIC 9(9) VALUE 0.
       01  WS-RECORDS-PREV-NUMBERED     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
                       PERFORM 2000-EDIT-ONE-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-CYCLE-FOUND
              AND WS-CYCLE-ARRIVED NOT = WS-CYCLE-EXPECTED
              PERFORM 8100-ALERT-CYCLE-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID
           END-UNSTRING
           PERFORM 1100-LOAD-CYCLE
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           OPEN INPUT TRAN-RAW-FILE
           OPEN INPUT CTR-FILE
           OPEN OUTPUT TRAN-CLEAN-FILE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '05' OR '35'
              OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = '00'
              MOVE 'Y' TO WS-XREF-OPEN-FLAG
           END-IF.

      *    A LATER CYCLE OF THE DAY RESTARTS THE TOTAL; FURTHER SOURCES
      *    OF THE SAME CYCLE ADD TO IT.
       1100-LOAD-CYCLE.
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
                         PERFORM 1150-TALLY-CYCLE
                      END-IF
              END-READ
           END-PERFORM
           IF WS-FCTL-STATUS = '10'
              CLOSE FCTL-FILE
           END-IF.

       1150-TALLY-CYCLE.
           IF NOT WS-CYCLE-FOUND
              OR FCTL-CYCLE-SEQ > WS-CYCLE-SEQ
              MOVE 'Y' TO WS-CYCLE-FOUND-FLAG
              MOVE FCTL-CYCLE-SEQ TO WS-CYCLE-SEQ
              MOVE 0 TO WS-CYCLE-EXPECTED
           END-IF
           IF FCTL-CYCLE-SEQ = WS-CYCLE-SEQ
              ADD FCTL-RECORD-COUNT TO WS-CYCLE-EXPECTED
           END-IF.

       2000-EDIT-ONE-TRANSACTION.
           ADD 1 TO WS-RECORDS-READ
           IF IN-TRAN-FEED-DATE = WS-RUN-DATE
              AND IN-TRAN-FEED-CYCLE = WS-CYCLE-SEQ
              ADD 1 TO WS-CYCLE-ARRIVED
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           IF IN-TRAN-INPUT-KEY = SPACES
              MOVE "NKEY" TO WS-REJECT-REASON
           IF WS-REJECT-REASON = SPACES
              PERFORM 2200-CHECK-COUNTER-EXISTS
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-XREF-OPEN
              PERFORM 2300-CHECK-PRIOR-NUMBER
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 3000-WRITE-CLEAN
           ELSE
                   END-IF
           END-READ.

      *    THE SAME ALTERNATE-KEY WALK AS XREFINQ2: THE KEYED READ
      *    POSITIONS ON THE FIRST ENTRY FOR THE INPUT KEY AND READ NEXT
      *    WALKS ITS DUPLICATES UNTIL THE KEY CHANGES. ONLY AN ENTRY
      *    IN THIS TRANSACTION'S OWN NUMBER SERIES COUNTS - THE SAME
      *    SOURCE KEY UNDER ANOTHER COUNTER IS A DIFFERENT ORDER - AND
      *    A VOIDED ENTRY HAS GIVEN ITS NUMBER BACK, SO THE KEY MAY BE
      *    NUMBERED AFRESH. THE SERIES IS THE TRANSACTION'S COUNTER
      *    PLUS EVERY COUNTER RENAMED INTO IT, SO A KEY NUMBERED UNDER
      *    THE OLD ID AND RESENT UNDER THE NEW ONE IS STILL CAUGHT.
       2300-CHECK-PRIOR-NUMBER.
           MOVE 'N' TO WS-WALK-DONE-FLAG
           MOVE IN-TRAN-INPUT-KEY TO XREF-INPUT-KEY
           READ XREF-FILE
               KEY IS XREF-INPUT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WALK-DONE-FLAG
               NOT INVALID KEY
                   PERFORM 2350-TEST-PRIOR-ENTRY
           END-READ
           PERFORM UNTIL WS-WALK-DONE
              READ XREF-FILE NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-WALK-DONE-FLAG
                  NOT AT END
                      IF XREF-INPUT-KEY = IN-TRAN-INPUT-KEY
                         PERFORM 2350-TEST-PRIOR-ENTRY
                      ELSE
                         MOVE 'Y' TO WS-WALK-DONE-FLAG
                      END-IF
              END-READ
           END-PERFORM.

       2350-TEST-PRIOR-ENTRY.
           MOVE 'N' TO WS-SAME-SERIES-FLAG
           IF XREF-COUNTER-ID = IN-TRAN-COUNTER-ID
              MOVE 'Y' TO WS-SAME-SERIES-FLAG
           ELSE
              IF NOT XREF-VOIDED
                 PERFORM 2360-FOLLOW-RENAME-CHAIN
              END-IF
           END-IF
           IF WS-SAME-SERIES
              AND NOT XREF-VOIDED
              MOVE "PRVN" TO WS-REJECT-REASON
              MOVE XREF-ASSIGNED-NUMBER TO WS-PRIOR-NUMBER
              MOVE XREF-ROLLOVER-SEQ TO WS-PRIOR-ROLLOVER-SEQ
              MOVE XREF-EXT-REF TO WS-PRIOR-EXT-REF
              MOVE 'Y' TO WS-WALK-DONE-FLAG
           END-IF.

      *    FOLLOWS THE ENTRY'S COUNTER THROUGH ITS 'R' SUCCESSOR LINKS,
      *    AS SEQGAP01 1900-RESOLVE-STREAM-ID DOES. A MERGE ('M') ENDS
      *    THE CHAIN - THE SURVIVOR KEEPS ITS OWN SERIES. THE KEYED
      *    READS OVERLAY CTR-RECORD BUT LEAVE THE XREF WALK WHERE IT
      *    WAS; 2200 HAS ALREADY FINISHED WITH THE COUNTER RECORD.
       2360-FOLLOW-RENAME-CHAIN.
           MOVE XREF-COUNTER-ID TO WS-CHAIN-ID
           MOVE 0 TO WS-CHAIN-HOPS
           MOVE 'N' TO WS-CHAIN-DONE-FLAG
           PERFORM UNTIL WS-CHAIN-DONE
              MOVE WS-CHAIN-ID TO CTR-COUNTER-ID
              READ CTR-FILE
                  INVALID KEY
                      MOVE 'Y' TO WS-CHAIN-DONE-FLAG
                  NOT INVALID KEY
                      IF CTR-SUCCESSOR-TYPE = 'R'
                         AND CTR-SUCCESSOR-ID NOT = SPACES
                         AND WS-CHAIN-HOPS < 20
                         MOVE CTR-SUCCESSOR-ID TO WS-CHAIN-ID
                         ADD 1 TO WS-CHAIN-HOPS
                         IF WS-CHAIN-ID = IN-TRAN-COUNTER-ID
                            MOVE 'Y' TO WS-SAME-SERIES-FLAG
                            MOVE 'Y' TO WS-CHAIN-DONE-FLAG
                         END-IF
                      ELSE
                         MOVE 'Y' TO WS-CHAIN-DONE-FLAG
                      END-IF
              END-READ
           END-PERFORM.

      *    A CLEAN RECORD PASSES THROUGH BYTE FOR BYTE - THE ASSIGNED
      *    NUMBER AND ROLLOVER SEQ ARE STILL WHATEVER THE FEED SENT;
      *    NUMGEN01 OVERWRITES THEM WHEN IT NUMBERS THE TRANSACTION.
      *    A FULL KEY TABLE MEANS THE CLEAN FILE IS TRUNCATED - THE
      *    TAIL OF THE BATCH WAS NEVER EDITED. ENDING CLEANLY HERE
      *    WOULD LET NUMGEN01 NUMBER THE PARTIAL FILE AND RUNBAL01
      *    BALANCE IT (IT COUNTS THE SAME SHORT FILE, SEQUENCED INTO
      *    TRAN-IN BY TRANSEQ1), SO THE CONSOLE IS PAGED AND RETURN
      *    CODE 8 HOLDS THE NUMBERING STEPS INSTEAD.
       3000-WRITE-CLEAN.
           IF WS-KEY-COUNT = 10000
              DISPLAY "TRANEDIT: KEY TABLE FULL AT 10000 ENTRIES - "
              PERFORM 8000-ALERT-TABLE-FULL
              PERFORM 9000-TERMINATE
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE IN-TRAN-RECORD TO OUT-TRAN-RECORD
           WRITE OUT-TRAN-RECORD.

      *    A PRVN REJECT CARRIES THE NUMBER, BLOCK AND FORMATTED
      *    REFERENCE THE KEY WAS ALREADY GIVEN IN PLACE OF WHATEVER THE
      *    FEED SENT IN THOSE FIELDS, SO THE SUSPENSE WORKLIST CAN TELL
      *    THE BRANCH WHICH NUMBER IT ALREADY HAS.
       3100-WRITE-REJECT.
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE IN-TRAN-RECORD TO REJ-TRAN-RECORD
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           IF WS-REJECT-REASON = "PRVN"
              ADD 1 TO WS-RECORDS-PREV-NUMBERED
              MOVE WS-PRIOR-NUMBER TO REJ-TRAN-ASSIGNED-NUMBER
              MOVE WS-PRIOR-ROLLOVER-SEQ TO REJ-TRAN-ROLLOVER-SEQ
              MOVE WS-PRIOR-EXT-REF TO REJ-TRAN-EXT-REF
           END-IF
           WRITE REJ-TRAN-RECORD.

       8000-ALERT-TABLE-FULL.
           MOVE SPACES TO ALERT-ACK-TIME
           WRITE ALERT-RECORD.

       8100-ALERT-CYCLE-COUNT.
           MOVE SPACES TO ALERT-COUNTER-ID
           MOVE WS-CYCLE-ARRIVED TO ALERT-NUMBER
           MOVE FUNCTION CURRENT-DATE (1:8) TO ALERT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ALERT-TIME
           MOVE WS-JOB-ID TO ALERT-JOB-ID
           MOVE "CYCB" TO ALERT-REASON-CODE
           MOVE "CRIT" TO ALERT-SEVERITY
           MOVE "TRANRAW NOT EQUAL TO FEEDCTL FOR CYCLE" TO
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
           MOVE "TRANEDIT" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE WS-CYCLE-SEQ TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
              COMPUTE RLOG-RECORDS-WRITTEN =
                  WS-RECORDS-CLEAN
                + WS-RECORDS-REJECTED
              MOVE RETURN-CODE TO RLOG-RETURN-CODE
           END-IF
           OPEN EXTEND RLOG-FILE
           IF WS-RLOG-STATUS = '05' OR '35'
              OPEN OUTPUT RLOG-FILE
           END-IF
           WRITE RLOG-IMAGE FROM RLOG-RECORD
           CLOSE RLOG-FILE.

       9000-TERMINATE.
           CLOSE TRAN-RAW-FILE
           CLOSE CTR-FILE
           CLOSE TRAN-CLEAN-FILE
           CLOSE TRAN-REJ-FILE
           CLOSE ALERT-FILE
           IF WS-XREF-OPEN
              CLOSE XREF-FILE
           END-IF
           DISPLAY "TRANEDIT: CYCLE            " WS-RUN-DATE "-"
                   WS-CYCLE-SEQ
           DISPLAY "TRANEDIT: CYCLE EXPECTED   " WS-CYCLE-EXPECTED
           DISPLAY "TRANEDIT: CYCLE ARRIVED    " WS-CYCLE-ARRIVED
           DISPLAY "TRANEDIT: RECORDS READ     " WS-RECORDS-READ
           DISPLAY "TRANEDIT: RECORDS CLEAN    " WS-RECORDS-CLEAN
           DISPLAY "TRANEDIT: RECORDS REJECTED " WS-RECORDS-REJECTED
           DISPLAY "TRANEDIT: PREVIOUSLY NUMBERED "
                   WS-RECORDS-PREV-NUMBERED.
