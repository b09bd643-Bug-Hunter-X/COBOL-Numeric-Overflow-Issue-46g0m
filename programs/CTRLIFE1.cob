      *               ADD    - CREATE A COUNTER WITH AN EXPLICIT
      *                        ROLLOVER CEILING AND START VALUE
      *               CHANGE - RAISE A CEILING (MUST STAY ABOVE THE
      *                        COUNTER'S CURRENT NUMBER) AND/OR SET
      *                        THE EXTERNAL REFERENCE FORMAT
      *               RETIRE - STAMP THE RETIREMENT DATE SO NUMGEN01
      *                        REJECTS (NOT AUTO-CREATES) TRANSACTIONS
      *                        AGAINST THE COUNTER FROM THAT DATE ON
      *               MERGE  - RETIRE THE COUNTER INTO A LIVE SUCCESSOR
      *                        (BRANCH CONSOLIDATION), LINKING IT TO
      *                        THE SUCCESSOR AND MOVING ITS OPEN
      *                        RESERVATIONS ACROSS
      *               RENAME - AS MERGE, BUT THE SUCCESSOR IS A NEW ID
      *                        CREATED TO CARRY ON THE SAME NUMBER
      *                        SERIES (PRODUCT CODE RENAMED)
      *             EVERY ACTION, APPLIED OR REJECTED, IS REPORTED AND
      *             EVERY APPLIED ACTION IS APPENDED TO THE CTRMAINT
      *             AUDIT FILE SO THE CHANGE TRAIL STAYS IN ONE PLACE.
      *             CHANGE AND RETIRE ARE UNDER DUAL CONTROL: A CARD
      *             THAT PASSES ITS EDITS IS QUEUED ON THE CTRPEND
      *             PENDING-CHANGE FILE, NOT APPLIED, AND REACHES THE
      *             MASTER ONLY WHEN A DIFFERENT OPERATOR APPROVES IT
      *             THROUGH CTRAPRV1. MERGE AND RENAME RETIRE A COUNTER
      *             TOO, SO THEY ARE QUEUED THE SAME WAY; THE REPORT
      *             LINE NAMES THE SUCCESSOR AND CTRAPRV1 APPLIES THE
      *             LINK, THE NEW COUNTER AND THE RESERVATION MOVE
      *             TOGETHER.
      *             ADD AND CHANGE CARDS MAY CARRY THE FORMATTED
      *             EXTERNAL REFERENCE DEFINITION (PREFIX, DATE CODE,
      *             PAD WIDTH, CHECK SCHEME - SEE CTRREC). THE PREFIX
      *             MUST BE 1-4 LETTERS NOT ALREADY USED BY ANOTHER LIVE
      *             COUNTER; A BLANK WIDTH MEANS 9 AND A BLANK SCHEME
      *             MEANS MOD-10. A CHANGE CARD WITH PREFIX '*' REMOVES
      *             THE FORMAT; ONE WITH A FORMAT BUT NO CEILING LEAVES
      *             THE CEILING AS IT IS.
      *             THE REQUESTER IS THE SECOND PARM (OPERATOR ID). IT
      *             IS REQUIRED FOR ANY CARD THAT QUEUES A CHANGE: A RUN
      *             WITHOUT IT STILL APPLIES ADD CARDS, BUT REJECTS
      *             EVERY CHANGE, RETIRE, MERGE AND RENAME CARD, SO NO
      *             CHANGE IS EVER QUEUED UNDER A SCHEDULER ID THAT ANY
      *             OPERATOR COULD THEN APPROVE.
      *             PARM: JOB-ID OPERATOR-ID.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLIFE1.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT PEND-FILE ASSIGN TO "CTRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT RPT-FILE ASSIGN TO "CTRLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           05  CARD-ACTION             PIC X(6).
           05  CARD-COUNTER-ID         PIC X(10).
           05  CARD-CEILING            PIC 9(9).
           05  CARD-CEILING-X REDEFINES CARD-CEILING
                                       PIC X(9).
           05  CARD-START-VALUE        PIC 9(9).
           05  CARD-EFFECTIVE-DATE     PIC X(8).
           05  CARD-PERIOD-RESET       PIC X.
           05  CARD-SUCCESSOR-ID       PIC X(10).
           05  CARD-REF-PREFIX         PIC X(4).
           05  CARD-REF-DATE-CODE      PIC X.
           05  CARD-REF-PAD-WIDTH      PIC X(2).
           05  CARD-REF-CHECK-SCHEME   PIC X(2).

       FD  CTR-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY JRNLREC.

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
       01  WS-CARD-STATUS               PIC X(2).
       01  WS-CTR-STATUS                PIC X(2).
       01  WS-MAUD-STATUS               PIC X(2).
       01  WS-JRNL-STATUS               PIC X(2).
       01  WS-PEND-STATUS               PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

      *    BEFORE-IMAGE OF THE RECORD AS IT WAS READ (SPACES FOR AN
      *    ADD), SO THE JOURNAL CARRIES WHAT THE CARD REPLACED.
       01  WS-JRNL-BEFORE               PIC X(95).
       01  WS-JRNL-ACTION               PIC X.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(8).

       01  WS-COUNTER-FOUND-FLAG        PIC X VALUE 'N'.
           88  WS-COUNTER-FOUND         VALUE 'Y'.
       01  WS-REJECT-TEXT               PIC X(33) VALUE SPACES.
       01  WS-QUEUED-FLAG               PIC X VALUE 'N'.
           88  WS-CARD-QUEUED           VALUE 'Y'.
       01  WS-PEND-SEQ                  PIC 9(4) VALUE 0.

      *    REFERENCE FORMAT EDIT WORK AREAS.
       01  WS-REF-IX                    PIC 9(2).
       01  WS-REF-GAP-FLAG              PIC X VALUE 'N'.
           88  WS-REF-GAP               VALUE 'Y'.
       01  WS-CEILING-GIVEN-FLAG        PIC X VALUE 'Y'.
           88  WS-CEILING-GIVEN         VALUE 'Y'.
       01  WS-PREFIX-EOF-FLAG           PIC X VALUE 'N'.
           88  WS-PREFIX-EOF            VALUE 'Y'.

       01  WS-SAVE-NUMBER               PIC 9(9).
       01  WS-SAVE-FLAG                 PIC X.
       01  WS-CARDS-READ                PIC 9(7) VALUE 0.
       01  WS-CARDS-APPLIED             PIC 9(7) VALUE 0.
       01  WS-CARDS-REJECTED            PIC 9(7) VALUE 0.
       01  WS-CARDS-QUEUED              PIC 9(7) VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-D-ACTION              PIC X(6).
               END-READ
           END-PERFORM
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID WS-OPERATOR-ID
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           IF WS-OPERATOR-ID = SPACES
              DISPLAY "CTRLIFE1: NO OPERATOR ID PARM - CARDS NEEDING "
                      "APPROVAL WILL BE REJECTED"
           END-IF
           OPEN INPUT CARD-FILE
           OPEN I-O CTR-FILE
           OPEN EXTEND MAUD-FILE
           IF WS-JRNL-STATUS = '05' OR '35'
              OPEN OUTPUT JRNL-FILE
           END-IF
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = '05' OR '35'
              OPEN OUTPUT PEND-FILE
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-OPERATOR-ID = SPACES
              MOVE "NO OPERATOR ID PARM - NO CHANGE CAN BE QUEUED"
                  TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE "ACTION  COUNTER-ID  CEILING    EFFECTIVE STATUS"
               TO RPT-LINE
           WRITE RPT-LINE
       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE 'N' TO WS-QUEUED-FLAG
           EVALUATE CARD-ACTION
               WHEN "ADD   "
                   PERFORM 3000-ADD-COUNTER
                   PERFORM 4000-CHANGE-CEILING
               WHEN "RETIRE"
                   PERFORM 5000-RETIRE-COUNTER
               WHEN "MERGE "
                   PERFORM 6000-MERGE-COUNTER
               WHEN "RENAME"
                   PERFORM 6000-MERGE-COUNTER
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT = SPACES
              IF WS-CARD-QUEUED
                 ADD 1 TO WS-CARDS-QUEUED
                 IF CARD-ACTION = "MERGE " OR "RENAME"
                    STRING "QUEUED - SUCCESSOR " CARD-SUCCESSOR-ID
                        DELIMITED BY SIZE INTO WS-REJECT-TEXT
                    END-STRING
                 ELSE
                    MOVE "QUEUED FOR APPROVAL" TO WS-REJECT-TEXT
                 END-IF
              ELSE
                 ADD 1 TO WS-CARDS-APPLIED
                 MOVE "APPLIED" TO WS-REJECT-TEXT
              END-IF
           ELSE
              ADD 1 TO WS-CARDS-REJECTED
           END-IF
              AND CARD-PERIOD-RESET NOT = 'Y'
              MOVE "INVALID PERIOD RESET CODE" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND CARD-REF-PREFIX NOT = SPACES
              AND CARD-REF-PREFIX NOT = "*"
              PERFORM 7000-EDIT-REF-FORMAT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM 2050-READ-COUNTER
              IF WS-COUNTER-FOUND
              MOVE CARD-PERIOD-RESET TO CTR-PERIOD-RESET-CODE
           END-IF
           MOVE SPACES TO CTR-CURRENT-PERIOD
           MOVE SPACES TO CTR-SUCCESSOR-ID
           MOVE SPACE TO CTR-SUCCESSOR-TYPE
           PERFORM 7200-SET-REF-FORMAT
           MOVE CARD-EFFECTIVE-DATE TO CTR-LAST-UPDATE-DTE
           WRITE CTR-RECORD
               INVALID KEY
              PERFORM 8000-WRITE-AUDIT-RECORD
           END-IF.

      *    A CARD THAT ONLY SETS (OR REMOVES) THE REFERENCE FORMAT
      *    MAY LEAVE THE CEILING BLANK OR ZERO; THE PENDING RECORD
      *    THEN CARRIES A ZERO CEILING, WHICH CTRAPRV1 LEAVES ALONE.
       4000-CHANGE-CEILING.
           MOVE 'Y' TO WS-CEILING-GIVEN-FLAG
           IF CARD-REF-PREFIX NOT = SPACES
              AND (CARD-CEILING-X = SPACES
                 OR CARD-CEILING-X = ZERO)
              MOVE 'N' TO WS-CEILING-GIVEN-FLAG
           END-IF
           IF WS-CEILING-GIVEN
              AND (CARD-CEILING IS NOT NUMERIC
                 OR CARD-CEILING = ZERO)
              MOVE "INVALID CEILING" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND CARD-REF-PREFIX NOT = SPACES
              AND CARD-REF-PREFIX NOT = "*"
              PERFORM 7000-EDIT-REF-FORMAT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM 2050-READ-COUNTER
              IF NOT WS-COUNTER-FOUND
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND WS-CEILING-GIVEN
              AND CARD-CEILING NOT > CTR-NUMBER
              MOVE "CEILING NOT ABOVE CURRENT NUMBER"
                  TO WS-REJECT-TEXT
              AND CARD-PERIOD-RESET NOT = 'Y'
              MOVE "INVALID PERIOD RESET CODE" TO WS-REJECT-TEXT
           END-IF
      *    A NONBLANK PERIOD CODE ON A CHANGE CARD ALSO SWITCHES
      *    THE COUNTER'S PERIOD-RESET MODE, SO AN EXISTING INVOICE
      *    COUNTER CAN BE PUT ON THE YEARLY CALENDAR WITHOUT A NEW
      *    COUNTER. BOTH ARE CARRIED ON THE PENDING RECORD; CTRAPRV1
      *    APPLIES THEM (AND RE-CHECKS THE CEILING AGAINST THE LIVE
      *    NUMBER) WHEN THE CHANGE IS APPROVED.
           IF WS-REJECT-TEXT = SPACES
              PERFORM 8300-BUILD-PENDING-RECORD
              MOVE "CHG" TO PEND-ACTION-CODE
              IF WS-CEILING-GIVEN
                 MOVE CARD-CEILING TO PEND-NEW-CEILING
              END-IF
              MOVE CARD-PERIOD-RESET TO PEND-NEW-PERIOD-RESET
              IF CARD-REF-PREFIX NOT = SPACES
                 PERFORM 7200-SET-REF-FORMAT
                 MOVE CTR-REF-FORMAT TO PEND-NEW-REF-FORMAT
                 IF CARD-REF-PREFIX = "*"
                    MOVE "*" TO PEND-NEW-REF-PREFIX
                 END-IF
              END-IF
              PERFORM 8400-WRITE-PENDING-RECORD
           END-IF.

      *    A BLANK EFFECTIVE DATE RETIRES THE COUNTER AS OF TODAY.
              MOVE "COUNTER ALREADY RETIRED" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM 8300-BUILD-PENDING-RECORD
              MOVE "RTIRE" TO PEND-ACTION-CODE
              IF CARD-EFFECTIVE-DATE = SPACES
                 MOVE WS-RUN-DATE TO PEND-RETIRE-DATE
              ELSE
                 MOVE CARD-EFFECTIVE-DATE TO PEND-RETIRE-DATE
              END-IF
              PERFORM 8400-WRITE-PENDING-RECORD
           END-IF.

      *    A MERGE FOLDS THE COUNTER INTO A LIVE ONE THAT KEEPS ITS
      *    OWN NUMBER SERIES; A RENAME HANDS THE SERIES ITSELF TO A
      *    NEW ID THAT MUST NOT EXIST YET. EITHER WAY THE SOURCE IS
      *    RETIRED (AS OF THE EFFECTIVE DATE, OR TODAY WHEN BLANK)
      *    AND A COUNTER ALREADY RETIRED OR ALREADY LINKED CANNOT BE
      *    MERGED AGAIN. THE SUCCESSOR IS RE-CHECKED AT APPROVAL.
       6000-MERGE-COUNTER.
           IF CARD-EFFECTIVE-DATE NOT = SPACES
              AND CARD-EFFECTIVE-DATE IS NOT NUMERIC
              MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND CARD-SUCCESSOR-ID = SPACES
              MOVE "MISSING SUCCESSOR COUNTER-ID" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND CARD-SUCCESSOR-ID = CARD-COUNTER-ID
              MOVE "SUCCESSOR SAME AS COUNTER" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE CARD-SUCCESSOR-ID TO CTR-COUNTER-ID
              READ CTR-FILE
                  INVALID KEY
                      IF CARD-ACTION = "MERGE "
                         MOVE "SUCCESSOR NOT FOUND" TO WS-REJECT-TEXT
                      END-IF
                  NOT INVALID KEY
                      IF CARD-ACTION = "RENAME"
                         MOVE "NEW COUNTER-ID ALREADY EXISTS"
                             TO WS-REJECT-TEXT
                      ELSE
                         IF CTR-RETIRE-DATE NOT = SPACES
                            MOVE "SUCCESSOR IS RETIRED"
                                TO WS-REJECT-TEXT
                         END-IF
                      END-IF
              END-READ
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM 2050-READ-COUNTER
              IF NOT WS-COUNTER-FOUND
                 MOVE "COUNTER NOT FOUND" TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND CTR-RETIRE-DATE NOT = SPACES
              MOVE "COUNTER ALREADY RETIRED" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM 8300-BUILD-PENDING-RECORD
              IF CARD-ACTION = "MERGE "
                 MOVE "MERGE" TO PEND-ACTION-CODE
              ELSE
                 MOVE "RENAM" TO PEND-ACTION-CODE
              END-IF
              MOVE CARD-SUCCESSOR-ID TO PEND-SUCCESSOR-ID
              IF CARD-EFFECTIVE-DATE = SPACES
                 MOVE WS-RUN-DATE TO PEND-RETIRE-DATE
              ELSE
                 MOVE CARD-EFFECTIVE-DATE TO PEND-RETIRE-DATE
              END-IF
              PERFORM 8400-WRITE-PENDING-RECORD
           END-IF.

      *    THE PREFIX IS WHAT TELLS ONE COUNTER'S REFERENCES FROM
      *    ANOTHER'S, SO IT MUST BE LETTERS ONLY (NO DIGIT CAN BE
      *    MISTAKEN FOR THE START OF THE NUMBER), LEFT-JUSTIFIED AND
      *    NOT IN USE BY ANOTHER LIVE COUNTER.
       7000-EDIT-REF-FORMAT.
           MOVE 'N' TO WS-REF-GAP-FLAG
           IF CARD-REF-PREFIX (1:1) = SPACE
              MOVE "INVALID REFERENCE PREFIX" TO WS-REJECT-TEXT
           END-IF
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > 4
              IF CARD-REF-PREFIX (WS-REF-IX:1) = SPACE
                 MOVE 'Y' TO WS-REF-GAP-FLAG
              ELSE
                 IF WS-REF-GAP
                    OR CARD-REF-PREFIX (WS-REF-IX:1)
                       IS NOT ALPHABETIC-UPPER
                    MOVE "INVALID REFERENCE PREFIX"
                        TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-REJECT-TEXT = SPACES
              AND CARD-REF-DATE-CODE NOT = SPACE
              AND CARD-REF-DATE-CODE NOT = 'N'
              AND CARD-REF-DATE-CODE NOT = 'Y'
              AND CARD-REF-DATE-CODE NOT = 'P'
              MOVE "INVALID REFERENCE DATE CODE" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND CARD-REF-PAD-WIDTH NOT = SPACES
              IF CARD-REF-PAD-WIDTH IS NOT NUMERIC
                 OR CARD-REF-PAD-WIDTH < "01"
                 OR CARD-REF-PAD-WIDTH > "09"
                 MOVE "INVALID REFERENCE PAD WIDTH"
                     TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND CARD-REF-CHECK-SCHEME NOT = SPACES
              AND CARD-REF-CHECK-SCHEME NOT = "10"
              AND CARD-REF-CHECK-SCHEME NOT = "11"
              MOVE "INVALID CHECK DIGIT SCHEME" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM 7100-CHECK-PREFIX-IN-USE
           END-IF.

      *    BROWSES THE WHOLE MASTER, SO IT MUST RUN BEFORE 2050 READS
      *    THE CARD'S OWN COUNTER INTO CTR-RECORD. A RETIRED COUNTER
      *    GIVES UP ITS PREFIX; ITS OLD REFERENCES STILL VALIDATE
      *    BECAUSE THE INQUIRIES TRY EVERY FORMAT WITH THE PREFIX.
       7100-CHECK-PREFIX-IN-USE.
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
                       IF CTR-REF-PREFIX = CARD-REF-PREFIX
                          AND CTR-COUNTER-ID NOT = CARD-COUNTER-ID
                          AND CTR-RETIRE-DATE = SPACES
                          STRING "PREFIX IN USE BY "
                                 CTR-COUNTER-ID
                              DELIMITED BY SIZE INTO WS-REJECT-TEXT
                          END-STRING
                          MOVE 'Y' TO WS-PREFIX-EOF-FLAG
                       END-IF
               END-READ
               IF WS-CTR-STATUS NOT = '00'
                  AND WS-CTR-STATUS NOT = '10'
                  MOVE 'Y' TO WS-PREFIX-EOF-FLAG
               END-IF
           END-PERFORM.

      *    FILLS CTR-REF-FORMAT FROM THE CARD, DEFAULTS APPLIED. A
      *    BLANK OR '*' PREFIX MEANS NO FORMATTED REFERENCE.
       7200-SET-REF-FORMAT.
           IF CARD-REF-PREFIX = SPACES OR CARD-REF-PREFIX = "*"
              MOVE SPACES TO CTR-REF-PREFIX
              MOVE 'N' TO CTR-REF-DATE-CODE
              MOVE ZERO TO CTR-REF-PAD-WIDTH
              MOVE SPACES TO CTR-REF-CHECK-SCHEME
           ELSE
              MOVE CARD-REF-PREFIX TO CTR-REF-PREFIX
              IF CARD-REF-DATE-CODE = SPACE
                 MOVE 'N' TO CTR-REF-DATE-CODE
              ELSE
                 MOVE CARD-REF-DATE-CODE TO CTR-REF-DATE-CODE
              END-IF
              IF CARD-REF-PAD-WIDTH = SPACES
                 MOVE 9 TO CTR-REF-PAD-WIDTH
              ELSE
                 MOVE CARD-REF-PAD-WIDTH TO CTR-REF-PAD-WIDTH
              END-IF
              IF CARD-REF-CHECK-SCHEME = SPACES
                 MOVE "10" TO CTR-REF-CHECK-SCHEME
              ELSE
                 MOVE CARD-REF-CHECK-SCHEME TO CTR-REF-CHECK-SCHEME
              END-IF
           END-IF.

       8000-WRITE-AUDIT-RECORD.
           MOVE CTR-OVERFLOW-FLAG TO MAUD-NEW-OVERFLOW-FLAG
           MOVE FUNCTION CURRENT-DATE (1:8) TO MAUD-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO MAUD-TIME
           MOVE SPACES TO MAUD-APPROVER-ID
           WRITE MAUD-RECORD.

      *    CTR-RECORD HOLDS THE IMAGE JUST PERSISTED; WS-JRNL-BEFORE
      *    WAS CAPTURED BY 2050 (SPACES FOR AN ADD) AND THE ACTION IS
      *    SET BY THE CALLER.
           MOVE CTR-RECORD TO JRNL-AFTER-IMAGE
           WRITE JRNL-RECORD.

      *    CTR-RECORD IS THE LIVE COUNTER JUST READ BY 2050; ITS VALUES
      *    ARE THE "AS SEEN" SIDE OF THE REQUEST. THE CALLER FILLS IN
      *    THE ACTION AND THE REQUESTED VALUES.
       8300-BUILD-PENDING-RECORD.
           ADD 1 TO WS-PEND-SEQ
           MOVE SPACES TO PEND-RECORD
           MOVE CTR-COUNTER-ID TO PEND-COUNTER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO PEND-REQUEST-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PEND-REQUEST-TIME
           MOVE WS-PEND-SEQ TO PEND-REQUEST-SEQ
           MOVE "CTRLIFE1" TO PEND-SOURCE-PROGRAM
           MOVE WS-OPERATOR-ID TO PEND-REQUESTER-ID
           MOVE 'P' TO PEND-STATUS
           MOVE CTR-NUMBER TO PEND-OLD-NUMBER PEND-NEW-NUMBER
           MOVE CTR-FLAG TO PEND-OLD-FLAG PEND-NEW-FLAG
           MOVE CTR-OVERFLOW-FLAG
               TO PEND-OLD-OVERFLOW-FLAG PEND-NEW-OVERFLOW-FLAG
           MOVE ZERO TO PEND-NEW-CEILING
           MOVE ZERO TO PEND-NEW-REF-PAD-WIDTH.

      *    WITHOUT A NAMED REQUESTER CTRAPRV1 COULD NOT TELL THE
      *    APPROVER APART FROM THE PERSON WHO RAISED THE CHANGE, SO
      *    THE CARD IS REJECTED INSTEAD OF QUEUED.
       8400-WRITE-PENDING-RECORD.
           IF WS-OPERATOR-ID = SPACES
              MOVE "NO OPERATOR ID PARM - NOT QUEUED" TO WS-REJECT-TEXT
           ELSE
              WRITE PEND-RECORD
                  INVALID KEY
                      MOVE "UNABLE TO QUEUE CHANGE" TO WS-REJECT-TEXT
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-QUEUED-FLAG
              END-WRITE
           END-IF.

       2900-WRITE-CARD-LINE.
           MOVE CARD-ACTION TO WS-D-ACTION
           MOVE CARD-COUNTER-ID TO WS-D-COUNTER-ID
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "CTRLIFE1" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-CARDS-READ TO RLOG-RECORDS-READ
              COMPUTE RLOG-RECORDS-WRITTEN =
                  WS-CARDS-APPLIED
                + WS-CARDS-QUEUED
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
           MOVE WS-CARDS-APPLIED TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CARDS QUEUED:    " TO WS-T-LABEL
           MOVE WS-CARDS-QUEUED TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CARDS REJECTED:  " TO WS-T-LABEL
           MOVE WS-CARDS-REJECTED TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           CLOSE CTR-FILE
           CLOSE MAUD-FILE
           CLOSE JRNL-FILE
           CLOSE PEND-FILE
           CLOSE RPT-FILE.
