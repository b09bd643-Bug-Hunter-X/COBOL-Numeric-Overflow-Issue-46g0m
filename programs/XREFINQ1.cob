      *             THAT NUMBER WITH THE BLOCK'S CTR-HISTORY ROLLOVER
      *             DATES - A NUMBER REISSUED AFTER A ROLLOVER IS
      *             LISTED ONCE PER BLOCK, UNAMBIGUOUSLY.
      *             COUNTERS JOINED BY A CTRLIFE1 MERGE OR RENAME ARE
      *             ONE HISTORY: THE INQUIRY FOLLOWS THE SUCCESSOR
      *             LINKS ON THE COUNTER MASTER IN BOTH DIRECTIONS AND
      *             SEARCHES EVERY LINKED COUNTER, SO A CUSTOMER QUOTING
      *             A NUMBER UNDER THE OLD BRANCH CODE OR THE NEW ONE IS
      *             ANSWERED EITHER WAY.
      *             THE REF COMMAND TAKES THE FORMATTED EXTERNAL
      *             REFERENCE THE CUSTOMER WAS GIVEN INSTEAD. ITS CHECK
      *             CHARACTER IS VERIFIED AGAINST THE COUNTER'S FORMAT
      *             FIRST - A MIS-KEYED OR TRANSPOSED REFERENCE IS
      *             TURNED AWAY THERE, NOT LOOKED UP - AND A GOOD ONE IS
      *             READ ON THE CTRXREF EXTERNAL-REFERENCE KEY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFINQ1.
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-INPUT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XREF-EXT-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CTR-FILE ASSIGN TO "CTRMSTR"
       01  WS-COMMAND                   PIC X(5) VALUE SPACES.
       01  WS-HIST-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-HIST-EOF              VALUE 'Y'.
       01  WS-CTR-EOF-FLAG              PIC X VALUE 'N'.
           88  WS-CTR-EOF               VALUE 'Y'.

       01  WS-INQUIRY-COUNTER-ID        PIC X(10) VALUE SPACES.
       01  WS-NUMBER-INPUT              PIC X(9) VALUE SPACES.
      *    TERMINATING ADD CANNOT WRAP AT A SEQ OF 9999.
       01  WS-SEQ                       PIC 9(5) VALUE 0.
       01  WS-HITS                      PIC 9(4) VALUE 0.
       01  WS-BLOCK-COUNTER-ID          PIC X(10) VALUE SPACES.

      *    SUCCESSOR LINKS FROM THE COUNTER MASTER, LOADED ONCE AT
      *    START-UP. ONLY RETIRED-BY-MERGE/RENAME COUNTERS CARRY ONE,
      *    SO THE TABLE STAYS SMALL.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 500 TIMES INDEXED BY WS-LNK-IDX.
               10  WS-LNK-COUNTER-ID    PIC X(10).
               10  WS-LNK-SUCCESSOR-ID  PIC X(10).
       01  WS-LNK-COUNT                 PIC 9(4) VALUE 0.

      *    THE INQUIRY COUNTER PLUS EVERY COUNTER LINKED TO IT, EITHER
      *    WAY ROUND, BUILT FRESH FOR EACH INQUIRY.
       01  WS-FAM-TABLE.
           05  WS-FAM-COUNTER-ID OCCURS 20 TIMES PIC X(10).
       01  WS-FAM-COUNT                 PIC 9(4) VALUE 0.
       01  WS-FAM-SUB                   PIC 9(4) VALUE 0.
       01  WS-FAM-CHK                   PIC 9(4) VALUE 0.
       01  WS-FAM-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-FAM-FOUND             VALUE 'Y'.
       01  WS-CANDIDATE-ID              PIC X(10) VALUE SPACES.

      *    ROLLOVER DATES PER ARCHIVED BLOCK, LOADED ONCE AT START-UP
      *    SO EACH INQUIRY IS KEYED READS ONLY - NO SERIAL RE-SCAN OF
       01  WS-BLK-COUNT                 PIC 9(4) VALUE 0.
       01  WS-BLK-FOUND-IDX             PIC 9(4) VALUE 0.

      *    REFERENCE FORMATS OF EVERY COUNTER THAT HAS ONE, LOADED
      *    ONCE AT START-UP. A QUOTED REFERENCE IS VALIDATED AGAINST
      *    THE FORMAT(S) CARRYING ITS PREFIX BEFORE ANY LOOKUP.
       01  WS-FMT-TABLE.
           05  WS-FMT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-FMT-IDX.
               10  WS-FMT-PREFIX        PIC X(4).
               10  WS-FMT-DATE-CODE     PIC X.
               10  WS-FMT-CHECK-SCHEME  PIC X(2).
       01  WS-FMT-COUNT                 PIC 9(4) VALUE 0.

      *    FORMATTED REFERENCE VALIDATION WORK AREAS (7500-7600). THE
      *    RESULT IS SPACES FOR A REFERENCE THAT PASSES, OTHERWISE THE
      *    REASON IT FAILED; WS-REF-EXT-REF IS THE REFERENCE AS STORED
      *    ON CTRXREF (UPPER CASE, SEPARATORS REMOVED).
       01  WS-REF-INPUT                 PIC X(24) VALUE SPACES.
       01  WS-REF-TEXT                  PIC X(24).
       01  WS-REF-TEXT-LEN              PIC 9(2).
       01  WS-REF-PREFIX                PIC X(4).
       01  WS-REF-PREFIX-LEN            PIC 9(2).
       01  WS-REF-DATE-LEN              PIC 9(2).
       01  WS-REF-CHECK-LEN             PIC 9(2).
       01  WS-REF-RESULT                PIC X(30).
       01  WS-REF-EXT-REF               PIC X(20).
       01  WS-REF-DIGITS                PIC X(15).
       01  WS-REF-DIGIT-LEN             PIC 9(2).
       01  WS-REF-SCHEME                PIC X(2).
       01  WS-REF-CHECK-CHAR            PIC X.
       01  WS-REF-SUB                   PIC 9(2).
       01  WS-REF-POSITION              PIC 9(2).
       01  WS-REF-DIGIT                 PIC 9.
       01  WS-REF-PRODUCT               PIC 9(3).
       01  WS-REF-SUM                   PIC 9(5).
       01  WS-REF-CHECK-VALUE           PIC 9(2).
       01  WS-WALK-DONE-FLAG            PIC X VALUE 'N'.
           88  WS-WALK-DONE             VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               EVALUATE WS-COMMAND
                   WHEN "FIND"
                       PERFORM 3000-FIND-NUMBER
                   WHEN "REF"
                       PERFORM 3500-FIND-REFERENCE
                   WHEN "EXIT"
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
       1000-INITIALIZE.
           OPEN INPUT XREF-FILE
           OPEN INPUT CTR-FILE
      *    EVERY INQUIRY READS THE COUNTER MASTER, SO WITHOUT IT THE
      *    SESSION ENDS HERE RATHER THAN ANSWER "NOT FOUND" TO ALL.
           IF WS-CTR-STATUS NOT = '00'
              DISPLAY "XREFINQ1: CTRMSTR OPEN FAILED - STATUS "
                      WS-CTR-STATUS
              MOVE 'Y' TO WS-EXIT-FLAG
           ELSE
              PERFORM 1100-LOAD-ROLLOVER-DATES
              PERFORM 1200-LOAD-SUCCESSOR-LINKS
              DISPLAY "XREFINQ1: ASSIGNED-NUMBER INQUIRY"
           END-IF.

       1100-LOAD-ROLLOVER-DATES.
           MOVE 'N' TO WS-HIST-EOF-FLAG
                  TO WS-BLK-ROLLOVER-TIME(WS-BLK-COUNT)
           END-IF.

       1200-LOAD-SUCCESSOR-LINKS.
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
                         PERFORM 1250-ADD-LINK-ENTRY
                      END-IF
                      IF CTR-REF-PREFIX NOT = SPACES
                         PERFORM 1260-ADD-FORMAT-ENTRY
                      END-IF
              END-READ
              IF WS-CTR-STATUS NOT = '00' AND WS-CTR-STATUS NOT = '10'
                 MOVE 'Y' TO WS-CTR-EOF-FLAG
              END-IF
           END-PERFORM.

       1250-ADD-LINK-ENTRY.
           IF WS-LNK-COUNT = 500
              DISPLAY "XREFINQ1: LINK TABLE FULL AT 500 ENTRIES - "
                      "LATER MERGES NOT FOLLOWED"
           ELSE
              ADD 1 TO WS-LNK-COUNT
              MOVE CTR-COUNTER-ID TO WS-LNK-COUNTER-ID(WS-LNK-COUNT)
              MOVE CTR-SUCCESSOR-ID
                  TO WS-LNK-SUCCESSOR-ID(WS-LNK-COUNT)
           END-IF.

       1260-ADD-FORMAT-ENTRY.
           IF WS-FMT-COUNT = 2000
              DISPLAY "XREFINQ1: FORMAT TABLE FULL AT 2000 ENTRIES - "
                      "LATER PREFIXES NOT RECOGNISED"
           ELSE
              ADD 1 TO WS-FMT-COUNT
              MOVE CTR-REF-PREFIX TO WS-FMT-PREFIX(WS-FMT-COUNT)
              MOVE CTR-REF-DATE-CODE TO WS-FMT-DATE-CODE(WS-FMT-COUNT)
              MOVE CTR-REF-CHECK-SCHEME
                  TO WS-FMT-CHECK-SCHEME(WS-FMT-COUNT)
           END-IF.

       2000-PROMPT-FOR-COMMAND.
           DISPLAY " "
           DISPLAY "COMMANDS: FIND  REF  EXIT"
           DISPLAY "ENTER COMMAND: "
           ACCEPT WS-COMMAND FROM CONSOLE.

           IF WS-COMMAND NOT = SPACES
              PERFORM 3100-READ-COUNTER
              IF WS-COUNTER-FOUND
                 PERFORM 3050-BUILD-FAMILY
                 MOVE 0 TO WS-HITS
                 PERFORM VARYING WS-FAM-SUB FROM 1 BY 1
                         UNTIL WS-FAM-SUB > WS-FAM-COUNT
                    PERFORM 3150-SHOW-ONE-COUNTER
                 END-PERFORM
                 IF WS-HITS = 0
                    DISPLAY "NUMBER " WS-INQUIRY-NUMBER
                            " NOT ASSIGNED IN ANY BLOCK OF "
                            WS-INQUIRY-COUNTER-ID
                 END-IF
              ELSE
                 DISPLAY "XREFINQ1: COUNTER NOT FOUND - "
                         WS-INQUIRY-COUNTER-ID
              END-IF
           END-IF.

      *    WALKS THE LINK TABLE OUTWARD FROM THE INQUIRY COUNTER UNTIL
      *    NO NEW MEMBER TURNS UP - THE LOOP BOUND GROWS AS MEMBERS
      *    ARE ADDED, SO A CHAIN OF RENAMES IS FOLLOWED TO ITS END.
       3050-BUILD-FAMILY.
           MOVE 1 TO WS-FAM-COUNT
           MOVE WS-INQUIRY-COUNTER-ID TO WS-FAM-COUNTER-ID(1)
           PERFORM VARYING WS-FAM-SUB FROM 1 BY 1
                   UNTIL WS-FAM-SUB > WS-FAM-COUNT
              PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                      UNTIL WS-LNK-IDX > WS-LNK-COUNT
                 IF WS-LNK-COUNTER-ID(WS-LNK-IDX)
                       = WS-FAM-COUNTER-ID(WS-FAM-SUB)
                    MOVE WS-LNK-SUCCESSOR-ID(WS-LNK-IDX)
                        TO WS-CANDIDATE-ID
                    PERFORM 3060-ADD-FAMILY-MEMBER
                 END-IF
                 IF WS-LNK-SUCCESSOR-ID(WS-LNK-IDX)
                       = WS-FAM-COUNTER-ID(WS-FAM-SUB)
                    MOVE WS-LNK-COUNTER-ID(WS-LNK-IDX)
                        TO WS-CANDIDATE-ID
                    PERFORM 3060-ADD-FAMILY-MEMBER
                 END-IF
              END-PERFORM
           END-PERFORM.

       3060-ADD-FAMILY-MEMBER.
           MOVE 'N' TO WS-FAM-FOUND-FLAG
           PERFORM VARYING WS-FAM-CHK FROM 1 BY 1
                   UNTIL WS-FAM-CHK > WS-FAM-COUNT
              IF WS-FAM-COUNTER-ID(WS-FAM-CHK) = WS-CANDIDATE-ID
                 MOVE 'Y' TO WS-FAM-FOUND-FLAG
              END-IF
           END-PERFORM
           IF NOT WS-FAM-FOUND AND WS-FAM-COUNT < 20
              ADD 1 TO WS-FAM-COUNT
              MOVE WS-CANDIDATE-ID TO WS-FAM-COUNTER-ID(WS-FAM-COUNT)
           END-IF.

      *    EACH LINKED COUNTER IS SEARCHED OVER ITS OWN BLOCKS. WHEN
      *    MORE THAN ONE COUNTER IS INVOLVED EACH GETS A HEADING SO
      *    THE HOLDER LINES SAY WHICH ID THE NUMBER WAS ISSUED UNDER.
       3150-SHOW-ONE-COUNTER.
           MOVE WS-FAM-COUNTER-ID(WS-FAM-SUB) TO WS-BLOCK-COUNTER-ID
           MOVE WS-BLOCK-COUNTER-ID TO CTR-COUNTER-ID
           READ CTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTR-ROLLOVER-SEQ TO WS-CURRENT-ROLLOVER-SEQ
                   IF WS-FAM-COUNT > 1
                      PERFORM 3160-SHOW-COUNTER-HEADING
                   END-IF
                   PERFORM 3200-SHOW-ALL-BLOCKS
           END-READ.

       3160-SHOW-COUNTER-HEADING.
           EVALUATE TRUE
               WHEN CTR-MERGED
                   DISPLAY "COUNTER " CTR-COUNTER-ID
                           " (MERGED INTO " CTR-SUCCESSOR-ID
                           " EFFECTIVE " CTR-RETIRE-DATE ")"
               WHEN CTR-RENAMED
                   DISPLAY "COUNTER " CTR-COUNTER-ID
                           " (RENAMED TO " CTR-SUCCESSOR-ID
                           " EFFECTIVE " CTR-RETIRE-DATE ")"
               WHEN OTHER
                   DISPLAY "COUNTER " CTR-COUNTER-ID
           END-EVALUATE.

       3100-READ-COUNTER.
           MOVE 'N' TO WS-COUNTER-FOUND-FLAG
           MOVE WS-INQUIRY-COUNTER-ID TO CTR-COUNTER-ID
           END-READ.

       3200-SHOW-ALL-BLOCKS.
           MOVE 0 TO WS-SEQ
           PERFORM 3300-SHOW-ONE-BLOCK
               UNTIL WS-SEQ > WS-CURRENT-ROLLOVER-SEQ.

       3300-SHOW-ONE-BLOCK.
           MOVE WS-BLOCK-COUNTER-ID TO XREF-COUNTER-ID
           MOVE WS-SEQ TO XREF-ROLLOVER-SEQ
           MOVE WS-INQUIRY-NUMBER TO XREF-ASSIGNED-NUMBER
           READ XREF-FILE
                   DISPLAY "BLOCK " XREF-ROLLOVER-SEQ
                           "  HOLDER KEY " XREF-INPUT-KEY
                           "  ASSIGNED " XREF-ASSIGN-DATE
                   IF XREF-EXT-REF NOT = SPACES
                      DISPLAY "         REFERENCE " XREF-EXT-REF
                   END-IF
                   IF XREF-VOIDED
                      DISPLAY "         *** VOIDED "
                              XREF-VOID-DATE
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
                      OR WS-BLK-FOUND-IDX > 0
              IF WS-BLK-COUNTER-ID(WS-BLK-IDX)
                    = WS-BLOCK-COUNTER-ID
                 AND WS-BLK-ROLLOVER-SEQ(WS-BLK-IDX) = XREF-ROLLOVER-SEQ
                 MOVE WS-BLK-IDX TO WS-BLK-FOUND-IDX
              END-IF
              DISPLAY "         CURRENT BLOCK (NOT YET ROLLED OVER)"
           END-IF.

      *    A REFERENCE THAT FAILS ITS CHECK IS NEVER LOOKED UP, SO A
      *    TRANSPOSED DIGIT CANNOT LAND ON SOMEONE ELSE'S NUMBER. A
      *    GOOD ONE NORMALLY HAS ONE HOLDER; A FORMAT WITHOUT THE YEAR
      *    ON A COUNTER THAT RESETS CAN REPEAT, SO EVERY HOLDER OF THE
      *    REFERENCE IS LISTED WITH ITS COUNTER AND BLOCK.
       3500-FIND-REFERENCE.
           DISPLAY "ENTER REFERENCE: "
           ACCEPT WS-REF-INPUT FROM CONSOLE
           PERFORM 7500-VALIDATE-REFERENCE
           IF WS-REF-RESULT NOT = SPACES
              DISPLAY "XREFINQ1: " WS-REF-RESULT " - " WS-REF-INPUT
           ELSE
              MOVE 0 TO WS-HITS
              MOVE 'N' TO WS-WALK-DONE-FLAG
              MOVE WS-REF-EXT-REF TO XREF-EXT-REF
              READ XREF-FILE
                  KEY IS XREF-EXT-REF
                  INVALID KEY
                      MOVE 'Y' TO WS-WALK-DONE-FLAG
                  NOT INVALID KEY
                      PERFORM 3600-SHOW-REFERENCE-HOLDER
              END-READ
              PERFORM UNTIL WS-WALK-DONE
                 READ XREF-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-WALK-DONE-FLAG
                     NOT AT END
                         IF XREF-EXT-REF = WS-REF-EXT-REF
                            PERFORM 3600-SHOW-REFERENCE-HOLDER
                         ELSE
                            MOVE 'Y' TO WS-WALK-DONE-FLAG
                         END-IF
                 END-READ
              END-PERFORM
              IF WS-HITS = 0
                 DISPLAY "REFERENCE " WS-REF-EXT-REF " NOT ASSIGNED"
              END-IF
           END-IF.

       3600-SHOW-REFERENCE-HOLDER.
           ADD 1 TO WS-HITS
           MOVE XREF-COUNTER-ID TO WS-BLOCK-COUNTER-ID
           DISPLAY "COUNTER " XREF-COUNTER-ID
                   "  BLOCK " XREF-ROLLOVER-SEQ
                   "  NUMBER " XREF-ASSIGNED-NUMBER
           DISPLAY "         HOLDER KEY " XREF-INPUT-KEY
                   "  ASSIGNED " XREF-ASSIGN-DATE
           IF XREF-VOIDED
              DISPLAY "         *** VOIDED "
                      XREF-VOID-DATE
                      " REASON " XREF-VOID-REASON
           END-IF
           PERFORM 3400-SHOW-BLOCK-DATES.

      *    SEPARATORS (SPACES, DASHES) A CUSTOMER QUOTES ARE DROPPED
      *    AND LOWER CASE FOLDED, THEN THE LEADING LETTERS ARE TAKEN
      *    AS THE PREFIX. EVERY FORMAT CARRYING THAT PREFIX IS TRIED
      *    (A RENAMED COUNTER AND ITS SUCCESSOR SHARE ONE) AND THE
      *    FIRST THAT PASSES WINS.
       7500-VALIDATE-REFERENCE.
           MOVE SPACES TO WS-REF-TEXT
           MOVE 0 TO WS-REF-TEXT-LEN
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > 24
              IF WS-REF-INPUT (WS-REF-SUB:1) NOT = SPACE
                 AND WS-REF-INPUT (WS-REF-SUB:1) NOT = '-'
                 ADD 1 TO WS-REF-TEXT-LEN
                 MOVE WS-REF-INPUT (WS-REF-SUB:1)
                     TO WS-REF-TEXT (WS-REF-TEXT-LEN:1)
              END-IF
           END-PERFORM
           INSPECT WS-REF-TEXT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-REF-TEXT TO WS-REF-EXT-REF
           MOVE 0 TO WS-REF-PREFIX-LEN
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-REF-TEXT-LEN
                      OR WS-REF-TEXT (WS-REF-SUB:1) IS NUMERIC
              ADD 1 TO WS-REF-PREFIX-LEN
           END-PERFORM
           MOVE "UNKNOWN REFERENCE PREFIX" TO WS-REF-RESULT
           IF WS-REF-TEXT-LEN > 20
              MOVE "REFERENCE TOO LONG" TO WS-REF-RESULT
           END-IF
           IF WS-REF-TEXT-LEN NOT > 20
              AND WS-REF-PREFIX-LEN > 0
              AND WS-REF-PREFIX-LEN < 5
              MOVE WS-REF-TEXT (1:WS-REF-PREFIX-LEN) TO WS-REF-PREFIX
              PERFORM VARYING WS-FMT-IDX FROM 1 BY 1
                      UNTIL WS-FMT-IDX > WS-FMT-COUNT
                         OR WS-REF-RESULT = SPACES
                 IF WS-FMT-PREFIX(WS-FMT-IDX) = WS-REF-PREFIX
                    PERFORM 7510-TRY-ONE-FORMAT
                 END-IF
              END-PERFORM
           END-IF.

       7510-TRY-ONE-FORMAT.
           EVALUATE WS-FMT-DATE-CODE(WS-FMT-IDX)
               WHEN 'Y'
                   MOVE 4 TO WS-REF-DATE-LEN
               WHEN 'P'
                   MOVE 6 TO WS-REF-DATE-LEN
               WHEN OTHER
                   MOVE 0 TO WS-REF-DATE-LEN
           END-EVALUATE
           MOVE WS-FMT-CHECK-SCHEME(WS-FMT-IDX) TO WS-REF-SCHEME
           MOVE 0 TO WS-REF-CHECK-LEN
           IF WS-REF-SCHEME = '10' OR WS-REF-SCHEME = '11'
              MOVE 1 TO WS-REF-CHECK-LEN
           END-IF
           IF WS-REF-TEXT-LEN < WS-REF-PREFIX-LEN + WS-REF-DATE-LEN
                              + WS-REF-CHECK-LEN + 1
              OR WS-REF-TEXT-LEN > WS-REF-PREFIX-LEN + WS-REF-DATE-LEN
                                 + WS-REF-CHECK-LEN + 9
              MOVE "MALFORMED REFERENCE" TO WS-REF-RESULT
           ELSE
              COMPUTE WS-REF-DIGIT-LEN = WS-REF-TEXT-LEN
                  - WS-REF-PREFIX-LEN - WS-REF-CHECK-LEN
              MOVE SPACES TO WS-REF-DIGITS
              MOVE WS-REF-TEXT (WS-REF-PREFIX-LEN + 1:
                                WS-REF-DIGIT-LEN)
                  TO WS-REF-DIGITS
              IF WS-REF-DIGITS (1:WS-REF-DIGIT-LEN) IS NOT NUMERIC
                 MOVE "MALFORMED REFERENCE" TO WS-REF-RESULT
              ELSE
                 PERFORM 7600-COMPUTE-CHECK-CHAR
                 IF WS-REF-CHECK-LEN = 1
                    AND WS-REF-CHECK-CHAR
                        NOT = WS-REF-TEXT (WS-REF-TEXT-LEN:1)
                    MOVE "CHECK DIGIT FAILS" TO WS-REF-RESULT
                 ELSE
                    MOVE SPACES TO WS-REF-RESULT
                 END-IF
              END-IF
           END-IF.

      *    THE SAME CALCULATION NUMGEN01 MAKES WHEN IT BUILDS THE
      *    REFERENCE (2420-COMPUTE-CHECK-CHAR) - THE TWO MUST AGREE.
      *    MOD-10 IS LUHN; MOD-11 WEIGHTS 2-7 FROM THE RIGHT WITH 'X'
      *    FOR TEN. ANY OTHER SCHEME CODE MEANS NO CHECK CHARACTER.
       7600-COMPUTE-CHECK-CHAR.
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

       9000-TERMINATE.
           CLOSE XREF-FILE
           CLOSE CTR-FILE.
