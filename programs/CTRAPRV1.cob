      *****************************************************************
      *  CTRAPRV1 - PENDING COUNTER CHANGE APPROVAL (DUAL CONTROL)
      *             THE SECOND HALF OF THE DUAL-CONTROL RULE FOR
      *             COUNTER CHANGES MADE OUTSIDE A NUMGEN01 RUN. A
      *             CTRMAINT RESET OR A CTRLIFE1 CHANGE/RETIRE CARD IS
      *             ONLY QUEUED ON CTRPEND; THIS CONSOLE UTILITY (SAME
      *             ACCEPT/DISPLAY DIALOG AS CTRMAINT) LISTS WHAT IS
      *             WAITING AND LETS AN OPERATOR APPROVE OR REJECT IT.
      *             AN APPROVAL MUST COME FROM AN OPERATOR OTHER THAN
      *             THE REQUESTER. IT RE-READS THE LIVE COUNTER, APPLIES
      *             ONLY THE REQUESTED FIELDS, REWRITES CTRMSTR, AND
      *             WRITES THE CTRJRNL ENTRY AND THE CTRMAUD RECORD
      *             (REQUESTER AND APPROVER BOTH RECORDED). A RESET IS
      *             REFUSED IF THE COUNTER HAS MOVED SINCE IT WAS
      *             REQUESTED - APPROVING IT WOULD WIND BACK NUMBERS
      *             ALREADY ISSUED. A REJECTION (OR A REQUESTER
      *             WITHDRAWING THEIR OWN CHANGE) ONLY MARKS THE
      *             PENDING RECORD; CTRMSTR IS NOT TOUCHED.
      *             AN APPROVED MERGE OR RENAME RETIRES THE COUNTER WITH
      *             ITS SUCCESSOR LINK (A RENAME THEN CREATES THE NEW
      *             COUNTER AS A COPY OF THE OLD ONE, SO THE NUMBER
      *             SERIES CARRIES ON UNBROKEN) AND MOVES THE COUNTER'S
      *             OPEN CTRRESV RESERVATIONS TO THE SUCCESSOR. EVERY
      *             MASTER WRITE AND REWRITE IS JOURNALED.
      *             AN APPROVED CHANGE MAY ALSO SET OR REMOVE THE
      *             COUNTER'S EXTERNAL REFERENCE FORMAT (SEE CTRREC).
      *             AN ITEM WITH NO REQUESTER ON RECORD, OR OLDER THAN
      *             THE CUTOFF CTRPEXP1 EXPIRES AT, CANNOT BE APPROVED -
      *             THE LATTER MUST BE RAISED AGAIN EVEN IF TODAY'S
      *             EXPIRY SWEEP HAS NOT RUN YET.
      *             PARM: [CUTOFF-DAYS], DEFAULTING TO 3 AS IN CTRPEXP1.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRAPRV1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "CTRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CTR-FILE ASSIGN TO "CTRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-COUNTER-ID
               FILE STATUS IS WS-CTR-STATUS.

           SELECT MAUD-FILE ASSIGN TO "CTRMAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT JRNL-FILE ASSIGN TO "CTRJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT RESV-FILE ASSIGN TO "CTRRESV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  CTR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTRREC.

       FD  MAUD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MAINTAUD.

       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JRNLREC.

       FD  RESV-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RSRVREC.

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS               PIC X(2).
       01  WS-CTR-STATUS                PIC X(2).
       01  WS-MAUD-STATUS               PIC X(2).
       01  WS-JRNL-STATUS               PIC X(2).
       01  WS-RESV-STATUS               PIC X(2).

      *    BEFORE-IMAGE OF THE LIVE RECORD AS IT WAS READ AT APPROVAL,
      *    SO THE JOURNAL CARRIES WHAT THE APPROVED CHANGE REPLACED.
       01  WS-JRNL-BEFORE               PIC X(95).
       01  WS-JRNL-ACTION               PIC X.
       01  WS-RENAME-SOURCE             PIC X(95).
       01  WS-RENAME-HOLD               PIC X(95).

       01  WS-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-CUTOFF-PARM               PIC X(5) VALUE SPACES.
       01  WS-CUTOFF-DAYS               PIC 9(5) VALUE 3.

       01  WS-RUN-DATE-NUM              PIC 9(8).
       01  WS-REQUEST-DATE-NUM          PIC 9(8).
       01  WS-ITEM-AGE-DAYS             PIC 9(5).
       01  WS-PREFIX-EOF-FLAG           PIC X VALUE 'N'.
           88  WS-PREFIX-EOF            VALUE 'Y'.

       01  WS-EXIT-FLAG                 PIC X VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-COMMAND                   PIC X(7) VALUE SPACES.
       01  WS-PEND-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-PEND-EOF              VALUE 'Y'.
       01  WS-ITEM-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-ITEM-FOUND            VALUE 'Y'.
       01  WS-ITEM-INPUT                PIC X(4) VALUE SPACES.
       01  WS-ITEM-NUMBER               PIC 9(4) VALUE 0.
       01  WS-REFUSE-TEXT               PIC X(40) VALUE SPACES.
       01  WS-NOTE-INPUT                PIC X(20) VALUE SPACES.

       01  WS-SAVE-NUMBER               PIC 9(9).
       01  WS-SAVE-FLAG                 PIC X.
       01  WS-SAVE-OVERFLOW-FLAG        PIC X.

       01  WS-RESV-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-RESV-EOF              VALUE 'Y'.
       01  WS-RESV-MOVED                PIC 9(5) VALUE 0.

      *    THE LAST LIST, SO APPROVE/REJECT CAN BE KEYED BY ITEM
      *    NUMBER INSTEAD OF THE 28-BYTE PENDING KEY.
       01  WS-LIST-COUNT                PIC 9(4) VALUE 0.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-LIST-IDX.
               10  WS-LIST-KEY          PIC X(28).

       01  WS-LIST-LINE.
           05  WS-L-ITEM                PIC ZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-COUNTER-ID          PIC X(10).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-L-ACTION              PIC X(5).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-L-REQUESTER           PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-L-REQUEST-DATE        PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-L-DETAIL              PIC X(30).

       01  WS-DETAIL-TEXT.
           05  WS-DT-LABEL              PIC X(6).
           05  WS-DT-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-DT-EXTRA              PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM 2000-PROMPT-FOR-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "LIST"
                       PERFORM 3000-LIST-PENDING
                   WHEN "APPROVE"
                       PERFORM 4000-APPROVE-CHANGE
                   WHEN "REJECT"
                       PERFORM 5000-REJECT-CHANGE
                   WHEN "EXIT"
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "CTRAPRV1: UNKNOWN COMMAND - "
                               WS-COMMAND
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-CUTOFF-PARM
           END-UNSTRING
           IF WS-CUTOFF-PARM NOT = SPACES
              AND FUNCTION TRIM(WS-CUTOFF-PARM) IS NUMERIC
              MOVE FUNCTION TRIM(WS-CUTOFF-PARM) TO WS-CUTOFF-DAYS
           END-IF
           OPEN I-O PEND-FILE
           OPEN I-O CTR-FILE
           OPEN EXTEND MAUD-FILE
           IF WS-MAUD-STATUS = '05' OR '35'
              OPEN OUTPUT MAUD-FILE
           END-IF
           OPEN EXTEND JRNL-FILE
           IF WS-JRNL-STATUS = '05' OR '35'
              OPEN OUTPUT JRNL-FILE
           END-IF
           DISPLAY "CTRAPRV1: PENDING COUNTER CHANGE APPROVAL"
           DISPLAY "CTRAPRV1: ITEMS OVER " WS-CUTOFF-DAYS
                   " DAYS OLD HAVE EXPIRED"
           DISPLAY "ENTER YOUR OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID FROM CONSOLE
      *    THE WHOLE POINT IS TWO NAMED OPERATORS - A BLANK ID WOULD
      *    LET ANYONE APPROVE ANYTHING.
           IF WS-OPERATOR-ID = SPACES
              DISPLAY "CTRAPRV1: OPERATOR ID REQUIRED"
              MOVE 'Y' TO WS-EXIT-FLAG
           END-IF.

       2000-PROMPT-FOR-COMMAND.
           DISPLAY " "
           DISPLAY "COMMANDS: LIST  APPROVE  REJECT  EXIT"
           DISPLAY "ENTER COMMAND: "
           ACCEPT WS-COMMAND FROM CONSOLE.

       3000-LIST-PENDING.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-PEND-EOF-FLAG
           MOVE LOW-VALUES TO PEND-KEY
           START PEND-FILE KEY IS NOT < PEND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PEND-EOF-FLAG
           END-START
           DISPLAY "ITEM  COUNTER-ID ACTN  REQUESTR REQUESTD REQUEST"
           PERFORM UNTIL WS-PEND-EOF
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF-FLAG
                   NOT AT END
                       IF PEND-PENDING
                          PERFORM 3100-LIST-ONE-ENTRY
                       END-IF
               END-READ
               IF WS-PEND-STATUS NOT = '00'
                  AND WS-PEND-STATUS NOT = '10'
                  MOVE 'Y' TO WS-PEND-EOF-FLAG
               END-IF
           END-PERFORM
           IF WS-LIST-COUNT = 0
              DISPLAY "CTRAPRV1: NO CHANGES AWAITING APPROVAL"
           END-IF.

       3100-LIST-ONE-ENTRY.
           IF WS-LIST-COUNT < 200
              ADD 1 TO WS-LIST-COUNT
              SET WS-LIST-IDX TO WS-LIST-COUNT
              MOVE PEND-KEY TO WS-LIST-KEY (WS-LIST-IDX)
              MOVE WS-LIST-COUNT TO WS-L-ITEM
              MOVE PEND-COUNTER-ID TO WS-L-COUNTER-ID
              MOVE PEND-ACTION-CODE TO WS-L-ACTION
              MOVE PEND-REQUESTER-ID TO WS-L-REQUESTER
              MOVE PEND-REQUEST-DATE TO WS-L-REQUEST-DATE
              PERFORM 3200-FORMAT-DETAIL
              DISPLAY WS-LIST-LINE
           END-IF.

       3200-FORMAT-DETAIL.
           MOVE SPACES TO WS-DETAIL-TEXT
           EVALUATE PEND-ACTION-CODE
               WHEN "RSET"
                   MOVE "NUMBER" TO WS-DT-LABEL
                   MOVE PEND-NEW-NUMBER TO WS-DT-VALUE
                   STRING "FLAG " PEND-NEW-FLAG
                          " OVFL " PEND-NEW-OVERFLOW-FLAG
                       DELIMITED BY SIZE INTO WS-DT-EXTRA
                   END-STRING
               WHEN "CHG"
                   MOVE "CEIL" TO WS-DT-LABEL
                   MOVE PEND-NEW-CEILING TO WS-DT-VALUE
                   IF PEND-NEW-REF-PREFIX = SPACES
                      IF PEND-NEW-PERIOD-RESET NOT = SPACE
                         STRING "PERIOD " PEND-NEW-PERIOD-RESET
                             DELIMITED BY SIZE INTO WS-DT-EXTRA
                         END-STRING
                      END-IF
                   ELSE
                      IF PEND-NEW-PERIOD-RESET NOT = SPACE
                         STRING "PER " PEND-NEW-PERIOD-RESET
                                " REF " PEND-NEW-REF-PREFIX
                             DELIMITED BY SIZE INTO WS-DT-EXTRA
                         END-STRING
                      ELSE
                         STRING "REF " PEND-NEW-REF-PREFIX
                                " MOD" PEND-NEW-REF-CHECK-SCHEME
                             DELIMITED BY SIZE INTO WS-DT-EXTRA
                         END-STRING
                      END-IF
                   END-IF
               WHEN "RTIRE"
                   MOVE "AS OF" TO WS-DT-LABEL
                   MOVE ZERO TO WS-DT-VALUE
                   MOVE PEND-RETIRE-DATE TO WS-DT-EXTRA
               WHEN "MERGE"
               WHEN "RENAM"
                   MOVE "INTO" TO WS-DT-LABEL
                   MOVE ZERO TO WS-DT-VALUE
                   MOVE PEND-SUCCESSOR-ID TO WS-DT-EXTRA
           END-EVALUATE
           MOVE WS-DETAIL-TEXT TO WS-L-DETAIL.

      *    RE-READS THE CHOSEN ITEM BY KEY - ANOTHER APPROVER MAY HAVE
      *    DECIDED IT, OR CTRPEXP1 EXPIRED IT, SINCE THE LIST.
       3500-SELECT-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           IF WS-LIST-COUNT = 0
              DISPLAY "CTRAPRV1: LIST THE PENDING CHANGES FIRST"
           ELSE
              DISPLAY "ENTER ITEM NUMBER: "
              ACCEPT WS-ITEM-INPUT FROM CONSOLE
              MOVE 0 TO WS-ITEM-NUMBER
              IF WS-ITEM-INPUT NOT = SPACES
                 AND FUNCTION TRIM(WS-ITEM-INPUT) IS NUMERIC
                 MOVE FUNCTION TRIM(WS-ITEM-INPUT) TO WS-ITEM-NUMBER
              END-IF
              IF WS-ITEM-NUMBER < 1 OR WS-ITEM-NUMBER > WS-LIST-COUNT
                 DISPLAY "CTRAPRV1: INVALID ITEM NUMBER - "
                         WS-ITEM-INPUT
              ELSE
                 SET WS-LIST-IDX TO WS-ITEM-NUMBER
                 MOVE WS-LIST-KEY (WS-LIST-IDX) TO PEND-KEY
                 READ PEND-FILE
                     INVALID KEY
                         DISPLAY "CTRAPRV1: ITEM NO LONGER ON FILE"
                     NOT INVALID KEY
                         IF PEND-PENDING
                            MOVE 'Y' TO WS-ITEM-FOUND-FLAG
                         ELSE
                            DISPLAY "CTRAPRV1: ITEM ALREADY DECIDED - "
                                    "STATUS " PEND-STATUS
                         END-IF
                 END-READ
              END-IF
           END-IF.

       4000-APPROVE-CHANGE.
           PERFORM 3500-SELECT-ITEM
           IF WS-ITEM-FOUND
              MOVE SPACES TO WS-REFUSE-TEXT
              IF PEND-REQUESTER-ID = SPACES
                 MOVE "NO REQUESTER ON RECORD" TO WS-REFUSE-TEXT
              END-IF
              IF WS-REFUSE-TEXT = SPACES
                 AND PEND-REQUESTER-ID = WS-OPERATOR-ID
                 MOVE "REQUESTER CANNOT APPROVE OWN CHANGE"
                     TO WS-REFUSE-TEXT
              END-IF
              IF WS-REFUSE-TEXT = SPACES
                 PERFORM 4050-CHECK-ITEM-AGE
              END-IF
              IF WS-REFUSE-TEXT = SPACES
                 PERFORM 4100-READ-LIVE-COUNTER
              END-IF
              IF WS-REFUSE-TEXT = SPACES
                 PERFORM 4200-APPLY-CHANGE
              END-IF
              IF WS-REFUSE-TEXT = SPACES
                 PERFORM 4300-REWRITE-COUNTER
              END-IF
              IF WS-REFUSE-TEXT = SPACES
                 AND PEND-ACTION-CODE = "RENAM"
                 PERFORM 4600-WRITE-RENAMED-COUNTER
              END-IF
              IF WS-REFUSE-TEXT = SPACES
                 MOVE 'R' TO WS-JRNL-ACTION
                 PERFORM 6000-WRITE-JOURNAL-RECORD
                 PERFORM 7000-WRITE-AUDIT-RECORD
                 IF PEND-ACTION-CODE = "MERGE" OR "RENAM"
                    PERFORM 4700-MOVE-RESERVATIONS
                 END-IF
                 MOVE 'A' TO PEND-STATUS
                 MOVE "APPROVED" TO WS-NOTE-INPUT
                 PERFORM 8000-RECORD-DECISION
                 DISPLAY "CTRAPRV1: " PEND-ACTION-CODE " OF "
                         PEND-COUNTER-ID " APPROVED AND APPLIED"
              ELSE
                 DISPLAY "CTRAPRV1: NOT APPROVED - " WS-REFUSE-TEXT
              END-IF
           END-IF.

      *    THE SAME AGE TEST CTRPEXP1 EXPIRES ON, MADE AT THE MOMENT
      *    OF APPROVAL SO A STALE ITEM CANNOT SLIP THROUGH BEFORE THE
      *    DAY'S SWEEP. AN UNREADABLE REQUEST DATE COUNTS AS EXPIRED.
       4050-CHECK-ITEM-AGE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-NUM
           IF PEND-REQUEST-DATE IS NUMERIC
              MOVE PEND-REQUEST-DATE TO WS-REQUEST-DATE-NUM
              COMPUTE WS-ITEM-AGE-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                - FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE-NUM)
           ELSE
              MOVE 99999 TO WS-ITEM-AGE-DAYS
           END-IF
           IF WS-ITEM-AGE-DAYS > WS-CUTOFF-DAYS
              MOVE "EXPIRED - RAISE AGAIN" TO WS-REFUSE-TEXT
           END-IF.

       4100-READ-LIVE-COUNTER.
           MOVE PEND-COUNTER-ID TO CTR-COUNTER-ID
           READ CTR-FILE
               INVALID KEY
                   MOVE "COUNTER NO LONGER ON MASTER"
                       TO WS-REFUSE-TEXT
               NOT INVALID KEY
                   MOVE CTR-RECORD TO WS-JRNL-BEFORE
                   MOVE CTR-NUMBER TO WS-SAVE-NUMBER
                   MOVE CTR-FLAG TO WS-SAVE-FLAG
                   MOVE CTR-OVERFLOW-FLAG TO WS-SAVE-OVERFLOW-FLAG
           END-READ.

      *    THE EDITS CTRMAINT/CTRLIFE1 MADE AT REQUEST TIME ARE
      *    REPEATED AGAINST THE LIVE RECORD - NUMGEN01 MAY HAVE RUN
      *    BETWEEN THE REQUEST AND THE APPROVAL.
       4200-APPLY-CHANGE.
           EVALUATE PEND-ACTION-CODE
               WHEN "RSET"
                   IF CTR-NUMBER NOT = PEND-OLD-NUMBER
                      MOVE "COUNTER HAS MOVED SINCE REQUEST"
                          TO WS-REFUSE-TEXT
                   ELSE
                      MOVE PEND-NEW-NUMBER TO CTR-NUMBER
                      MOVE PEND-NEW-FLAG TO CTR-FLAG
                      MOVE PEND-NEW-OVERFLOW-FLAG TO CTR-OVERFLOW-FLAG
                   END-IF
      *            A ZERO CEILING IS A FORMAT-ONLY CHANGE AND LEAVES
      *            THE CEILING ALONE. A REFERENCE PREFIX OF '*'
      *            REMOVES THE FORMAT; SPACES LEAVE IT AS IT IS.
               WHEN "CHG"
                   IF PEND-NEW-REF-PREFIX NOT = SPACES
                      AND PEND-NEW-REF-PREFIX NOT = "*"
                      PERFORM 4250-CHECK-PREFIX-IN-USE
                   END-IF
                   IF WS-REFUSE-TEXT = SPACES
                      AND PEND-NEW-CEILING NOT = ZERO
                      AND PEND-NEW-CEILING NOT > CTR-NUMBER
                      MOVE "CEILING NOT ABOVE CURRENT NUMBER"
                          TO WS-REFUSE-TEXT
                   END-IF
                   IF WS-REFUSE-TEXT = SPACES
                      IF PEND-NEW-CEILING NOT = ZERO
                         MOVE PEND-NEW-CEILING
                             TO CTR-ROLLOVER-CEILING
                      END-IF
                      IF PEND-NEW-PERIOD-RESET NOT = SPACE
                         MOVE PEND-NEW-PERIOD-RESET
                             TO CTR-PERIOD-RESET-CODE
                         MOVE SPACES TO CTR-CURRENT-PERIOD
                      END-IF
                      IF PEND-NEW-REF-PREFIX = "*"
                         MOVE SPACES TO CTR-REF-PREFIX
                         MOVE 'N' TO CTR-REF-DATE-CODE
                         MOVE ZERO TO CTR-REF-PAD-WIDTH
                         MOVE SPACES TO CTR-REF-CHECK-SCHEME
                      ELSE
                         IF PEND-NEW-REF-PREFIX NOT = SPACES
                            MOVE PEND-NEW-REF-FORMAT
                                TO CTR-REF-FORMAT
                         END-IF
                      END-IF
                   END-IF
               WHEN "RTIRE"
                   IF CTR-RETIRE-DATE NOT = SPACES
                      MOVE "COUNTER ALREADY RETIRED" TO WS-REFUSE-TEXT
                   ELSE
                      MOVE PEND-RETIRE-DATE TO CTR-RETIRE-DATE
                   END-IF
               WHEN "MERGE"
               WHEN "RENAM"
                   IF CTR-RETIRE-DATE NOT = SPACES
                      MOVE "COUNTER ALREADY RETIRED" TO WS-REFUSE-TEXT
                   ELSE
                      PERFORM 4500-APPLY-MERGE
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN PENDING ACTION" TO WS-REFUSE-TEXT
           END-EVALUATE.

      *    THE PREFIX EDIT CTRLIFE1 MADE WHEN THE CARD WAS QUEUED,
      *    REPEATED AGAINST THE LIVE MASTER: ANOTHER CHANGE APPROVED
      *    OR COUNTER ADDED SINCE MAY HAVE TAKEN THE PREFIX. THE BROWSE
      *    OVERLAYS CTR-RECORD, SO THE COUNTER IS PUT BACK FROM THE
      *    BEFORE-IMAGE 4100 SAVED.
       4250-CHECK-PREFIX-IN-USE.
           MOVE 'N' TO WS-PREFIX-EOF-FLAG
           MOVE LOW-VALUES TO CTR-COUNTER-ID
           START CTR-FILE KEY IS NOT < CTR-COUNTER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PREFIX-EOF-FLAG
           END-START
           PERFORM UNTIL WS-PREFIX-EOF
               READ CTR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PREFIX-EOF-FLAG
                   NOT AT END
                       IF CTR-REF-PREFIX = PEND-NEW-REF-PREFIX
                          AND CTR-COUNTER-ID NOT = PEND-COUNTER-ID
                          AND CTR-RETIRE-DATE = SPACES
                          STRING "REFERENCE PREFIX IN USE BY "
                                 CTR-COUNTER-ID
                              DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                          END-STRING
                          MOVE 'Y' TO WS-PREFIX-EOF-FLAG
                       END-IF
               END-READ
               IF WS-CTR-STATUS NOT = '00'
                  AND WS-CTR-STATUS NOT = '10'
                  MOVE 'Y' TO WS-PREFIX-EOF-FLAG
               END-IF
           END-PERFORM
           MOVE WS-JRNL-BEFORE TO CTR-RECORD.

       4300-REWRITE-COUNTER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CTR-LAST-UPDATE-DTE
           REWRITE CTR-RECORD
               INVALID KEY
                   MOVE "UNABLE TO UPDATE COUNTER" TO WS-REFUSE-TEXT
           END-REWRITE.

      *    THE SUCCESSOR IS RE-CHECKED AGAINST THE LIVE MASTER: A
      *    MERGE TARGET MUST STILL BE ON FILE AND LIVE, A RENAME TARGET
      *    MUST STILL BE FREE. READING IT OVERLAYS CTR-RECORD, SO THE
      *    SOURCE IS PUT BACK FROM THE BEFORE-IMAGE 4100 SAVED. A
      *    RENAME'S NEW COUNTER IS NOT WRITTEN HERE BUT BY 4600, ONLY
      *    ONCE 4300 HAS RETIRED THE SOURCE.
       4500-APPLY-MERGE.
           MOVE PEND-SUCCESSOR-ID TO CTR-COUNTER-ID
           READ CTR-FILE
               INVALID KEY
                   IF PEND-ACTION-CODE = "MERGE"
                      MOVE "SUCCESSOR NO LONGER ON MASTER"
                          TO WS-REFUSE-TEXT
                   END-IF
               NOT INVALID KEY
                   IF PEND-ACTION-CODE = "RENAM"
                      MOVE "NEW COUNTER-ID ALREADY ON MASTER"
                          TO WS-REFUSE-TEXT
                   ELSE
                      IF CTR-RETIRE-DATE NOT = SPACES
                         MOVE "SUCCESSOR HAS BEEN RETIRED"
                             TO WS-REFUSE-TEXT
                      END-IF
                   END-IF
           END-READ
           MOVE WS-JRNL-BEFORE TO CTR-RECORD
           IF WS-REFUSE-TEXT = SPACES
              MOVE PEND-RETIRE-DATE TO CTR-RETIRE-DATE
              MOVE PEND-SUCCESSOR-ID TO CTR-SUCCESSOR-ID
              IF PEND-ACTION-CODE = "MERGE"
                 MOVE 'M' TO CTR-SUCCESSOR-TYPE
              ELSE
                 MOVE 'R' TO CTR-SUCCESSOR-TYPE
              END-IF
           END-IF.

      *    THE NEW ID TAKES OVER THE OLD COUNTER'S SETTINGS AND ITS
      *    POSITION IN THE NUMBER SERIES - SAME NUMBER, BLOCK AND
      *    ROLLOVER SEQ - SO NOTHING IS REISSUED AND NOTHING SKIPPED.
      *    THE SOURCE IS ALREADY RETIRED, SO THE TWO IDS ARE NEVER LIVE
      *    ON THE SAME SERIES AT ONCE. IF THE NEW COUNTER CANNOT BE
      *    WRITTEN THE SOURCE IS PUT BACK AS IT WAS AND THE APPROVAL
      *    REFUSED; CTR-RECORD IS LEFT HOLDING THE RETIRED SOURCE FOR
      *    THE JOURNAL AND AUDIT RECORDS THAT FOLLOW.
       4600-WRITE-RENAMED-COUNTER.
           MOVE CTR-RECORD TO WS-RENAME-SOURCE
           MOVE WS-JRNL-BEFORE TO CTR-RECORD
           MOVE PEND-SUCCESSOR-ID TO CTR-COUNTER-ID
           MOVE SPACES TO CTR-RETIRE-DATE
           MOVE SPACES TO CTR-SUCCESSOR-ID
           MOVE SPACE TO CTR-SUCCESSOR-TYPE
           MOVE FUNCTION CURRENT-DATE (1:8) TO CTR-LAST-UPDATE-DTE
           WRITE CTR-RECORD
               INVALID KEY
                   MOVE "UNABLE TO CREATE NEW COUNTER"
                       TO WS-REFUSE-TEXT
               NOT INVALID KEY
                   MOVE 'W' TO WS-JRNL-ACTION
                   MOVE WS-JRNL-BEFORE TO WS-RENAME-HOLD
                   MOVE SPACES TO WS-JRNL-BEFORE
                   PERFORM 6000-WRITE-JOURNAL-RECORD
                   MOVE WS-RENAME-HOLD TO WS-JRNL-BEFORE
           END-WRITE
           IF WS-REFUSE-TEXT = SPACES
              MOVE WS-RENAME-SOURCE TO CTR-RECORD
           ELSE
              PERFORM 4650-RESTORE-RENAME-SOURCE
           END-IF.

      *    THE RETIREMENT IS UNDONE BY REWRITING THE BEFORE-IMAGE. IF
      *    EVEN THAT FAILS THE SOURCE STAYS RETIRED WITH NO SUCCESSOR
      *    ON FILE - NUMGEN01 REJECTS ITS WORK RATHER THAN DUPLICATING
      *    NUMBERS - AND THE RETIREMENT IS JOURNALED SO THE JOURNAL
      *    STILL MATCHES THE MASTER.
       4650-RESTORE-RENAME-SOURCE.
           MOVE WS-JRNL-BEFORE TO CTR-RECORD
           REWRITE CTR-RECORD
               INVALID KEY
                   MOVE WS-RENAME-SOURCE TO CTR-RECORD
                   MOVE 'R' TO WS-JRNL-ACTION
                   PERFORM 6000-WRITE-JOURNAL-RECORD
                   DISPLAY "CTRAPRV1: UNABLE TO RESTORE "
                           PEND-COUNTER-ID
                           " - RETIRED WITH NO SUCCESSOR ON FILE"
           END-REWRITE.

      *    CTRRESV IS A SEQUENTIAL MASTER, SO THE OPEN RANGES ARE
      *    REWRITTEN IN PLACE ON A PASS OPENED I-O. A RANGE STILL OPEN
      *    IS ONE NUMGEN01 WOULD TREAT AS ACTIVE (EXPIRY NOT YET
      *    PASSED); EXPIRED RANGES STAY WITH THE RETIRED COUNTER AS
      *    HISTORY. THE ORIGIN KEEPS THE COUNTER THE RANGE WAS CARVED
      *    FROM FOR THE GAP ANALYSIS.
       4700-MOVE-RESERVATIONS.
           MOVE 0 TO WS-RESV-MOVED
           MOVE 'N' TO WS-RESV-EOF-FLAG
           OPEN I-O RESV-FILE
           IF WS-RESV-STATUS NOT = '00'
              MOVE 'Y' TO WS-RESV-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-RESV-EOF
              READ RESV-FILE
                  AT END
                      MOVE 'Y' TO WS-RESV-EOF-FLAG
                  NOT AT END
                      IF RSRV-COUNTER-ID = PEND-COUNTER-ID
                         AND RSRV-EXPIRY-DATE NOT <
                            FUNCTION CURRENT-DATE (1:8)
                         PERFORM 4750-MOVE-ONE-RESERVATION
                      END-IF
              END-READ
           END-PERFORM
           IF WS-RESV-STATUS = '10'
              CLOSE RESV-FILE
           END-IF
           DISPLAY "CTRAPRV1: " WS-RESV-MOVED
                   " OPEN RESERVATION(S) MOVED TO " PEND-SUCCESSOR-ID.

       4750-MOVE-ONE-RESERVATION.
           IF RSRV-ORIGIN-COUNTER-ID = SPACES
              MOVE RSRV-COUNTER-ID TO RSRV-ORIGIN-COUNTER-ID
           END-IF
           MOVE PEND-SUCCESSOR-ID TO RSRV-COUNTER-ID
           REWRITE RSRV-RECORD
           IF WS-RESV-STATUS = '00'
              ADD 1 TO WS-RESV-MOVED
              DISPLAY "CTRAPRV1: RESERVATION " RSRV-SYSTEM-ID " "
                      RSRV-BLOCK-START "-" RSRV-BLOCK-END
                      " NOW HELD UNDER " RSRV-COUNTER-ID
           ELSE
              DISPLAY "CTRAPRV1: UNABLE TO MOVE RESERVATION "
                      RSRV-SYSTEM-ID " " RSRV-BLOCK-START
           END-IF.

      *    THE REQUESTER MAY WITHDRAW THEIR OWN CHANGE; ANY OTHER
      *    OPERATOR REJECTING IT IS THE SECOND PAIR OF EYES SAYING NO.
       5000-REJECT-CHANGE.
           PERFORM 3500-SELECT-ITEM
           IF WS-ITEM-FOUND
              DISPLAY "ENTER REASON (20 CHARACTERS): "
              ACCEPT WS-NOTE-INPUT FROM CONSOLE
              IF WS-NOTE-INPUT = SPACES
                 IF PEND-REQUESTER-ID = WS-OPERATOR-ID
                    MOVE "WITHDRAWN" TO WS-NOTE-INPUT
                 ELSE
                    MOVE "REJECTED" TO WS-NOTE-INPUT
                 END-IF
              END-IF
              MOVE 'R' TO PEND-STATUS
              PERFORM 8000-RECORD-DECISION
              DISPLAY "CTRAPRV1: " PEND-ACTION-CODE " OF "
                      PEND-COUNTER-ID " REJECTED"
           END-IF.

       6000-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JRNL-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO JRNL-TIME
           MOVE "CTRAPRV1" TO JRNL-PROGRAM
           MOVE WS-JRNL-ACTION TO JRNL-ACTION
           MOVE CTR-COUNTER-ID TO JRNL-COUNTER-ID
           MOVE WS-JRNL-BEFORE TO JRNL-BEFORE-IMAGE
           MOVE CTR-RECORD TO JRNL-AFTER-IMAGE
           WRITE JRNL-RECORD.

       7000-WRITE-AUDIT-RECORD.
           MOVE CTR-COUNTER-ID TO MAUD-COUNTER-ID
           MOVE PEND-ACTION-CODE TO MAUD-ACTION-CODE
           MOVE PEND-REQUESTER-ID TO MAUD-OPERATOR-ID
           MOVE WS-SAVE-NUMBER TO MAUD-OLD-NUMBER
           MOVE CTR-NUMBER TO MAUD-NEW-NUMBER
           MOVE WS-SAVE-FLAG TO MAUD-OLD-FLAG
           MOVE CTR-FLAG TO MAUD-NEW-FLAG
           MOVE WS-SAVE-OVERFLOW-FLAG TO MAUD-OLD-OVERFLOW-FLAG
           MOVE CTR-OVERFLOW-FLAG TO MAUD-NEW-OVERFLOW-FLAG
           MOVE FUNCTION CURRENT-DATE (1:8) TO MAUD-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO MAUD-TIME
           MOVE WS-OPERATOR-ID TO MAUD-APPROVER-ID
           WRITE MAUD-RECORD.

       8000-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO PEND-APPROVER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO PEND-DECISION-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PEND-DECISION-TIME
           MOVE WS-NOTE-INPUT TO PEND-DECISION-NOTE
           REWRITE PEND-RECORD
               INVALID KEY
                   DISPLAY "CTRAPRV1: UNABLE TO UPDATE PENDING RECORD "
                           "FOR " PEND-COUNTER-ID
           END-REWRITE.

       9000-TERMINATE.
           CLOSE PEND-FILE
           CLOSE CTR-FILE
           CLOSE MAUD-FILE
           CLOSE JRNL-FILE.
