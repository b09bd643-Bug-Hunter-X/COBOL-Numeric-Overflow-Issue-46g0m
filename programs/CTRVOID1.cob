      *             ON THE CROSS-REFERENCE IS REPORTED AND ALERTED -
      *             IT USUALLY MEANS A MIS-KEYED NUMBER, AND VOIDING
      *             THE WRONG ASSIGNMENT IS WORSE THAN VOIDING NONE.
      *             A REQUEST QUOTING THE FORMATTED EXTERNAL REFERENCE
      *             HAS ITS CHECK CHARACTER VERIFIED AGAINST THE
      *             COUNTER MASTER'S REFERENCE FORMATS FIRST: A
      *             MIS-KEYED REFERENCE IS REJECTED THERE, BEFORE ANY
      *             LOOKUP, AND A GOOD ONE IS RESOLVED TO ITS COUNTER,
      *             BLOCK AND NUMBER ON THE CTRXREF EXTERNAL-REFERENCE
      *             KEY. A REFERENCE WITH MORE THAN ONE HOLDER IS NOT
      *             GUESSED AT - THE BRANCH MUST QUOTE THE NUMBER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRVOID1.
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-INPUT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XREF-EXT-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CTR-FILE ASSIGN TO "CTRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-COUNTER-ID
               FILE STATUS IS WS-CTR-STATUS.

           SELECT VOID-FILE ASSIGN TO "CTRVOID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-REQ-FILE
           LABEL RECORDS ARE STANDARD.
       COPY XREFREC.

       FD  CTR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTRREC.

       FD  VOID-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VOIDREC.
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-VOID-REQ-STATUS           PIC X(2).
       01  WS-XREF-STATUS               PIC X(2).
       01  WS-VOID-STATUS               PIC X(2).
       01  WS-ALERT-STATUS              PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-CTR-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-XREF-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-XREF-FOUND            VALUE 'Y'.
       01  WS-RESULT-TEXT               PIC X(30) VALUE SPACES.
       01  WS-CTR-EOF-FLAG              PIC X VALUE 'N'.
           88  WS-CTR-EOF               VALUE 'Y'.

       01  WS-REQUESTS-READ             PIC 9(7) VALUE 0.
       01  WS-VOIDS-APPLIED             PIC 9(7) VALUE 0.
       01  WS-REQUESTS-REJECTED         PIC 9(7) VALUE 0.

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

       01  WS-DETAIL-LINE.
           05  WS-D-COUNTER-ID          PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
               END-READ
           END-PERFORM
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

       1000-INITIALIZE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           OPEN INPUT VOID-REQ-FILE
           OPEN I-O XREF-FILE
           OPEN EXTEND VOID-FILE
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1300-LOAD-REFERENCE-FORMATS.

      *    A BROWSE OF THE COUNTER MASTER FOR EVERY COUNTER CARRYING A
      *    REFERENCE FORMAT, SO A QUOTED REFERENCE CAN BE CHECKED
      *    WITHOUT A READ PER REQUEST.
       1300-LOAD-REFERENCE-FORMATS.
           MOVE 'N' TO WS-CTR-EOF-FLAG
           OPEN INPUT CTR-FILE
           IF WS-CTR-STATUS NOT = '00'
              DISPLAY "CTRVOID1: CTRMSTR OPEN FAILED - STATUS "
                      WS-CTR-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
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
                      IF CTR-REF-PREFIX NOT = SPACES
                         PERFORM 1350-ADD-FORMAT-ENTRY
                      END-IF
              END-READ
              IF WS-CTR-STATUS NOT = '00' AND WS-CTR-STATUS NOT = '10'
                 MOVE 'Y' TO WS-CTR-EOF-FLAG
              END-IF
           END-PERFORM
           IF WS-CTR-STATUS = '00' OR WS-CTR-STATUS = '10'
              CLOSE CTR-FILE
           END-IF.

       1350-ADD-FORMAT-ENTRY.
           IF WS-FMT-COUNT = 2000
              DISPLAY "CTRVOID1: FORMAT TABLE FULL AT 2000 ENTRIES - "
                      "LATER PREFIXES NOT RECOGNISED"
           ELSE
              ADD 1 TO WS-FMT-COUNT
              MOVE CTR-REF-PREFIX TO WS-FMT-PREFIX(WS-FMT-COUNT)
              MOVE CTR-REF-DATE-CODE TO WS-FMT-DATE-CODE(WS-FMT-COUNT)
              MOVE CTR-REF-CHECK-SCHEME
                  TO WS-FMT-CHECK-SCHEME(WS-FMT-COUNT)
           END-IF.

       2000-PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           MOVE SPACES TO WS-RESULT-TEXT
           IF VDRQ-EXT-REF NOT = SPACES
              PERFORM 2050-RESOLVE-REFERENCE
           END-IF
           IF WS-RESULT-TEXT = SPACES
              PERFORM 2100-READ-XREF
              IF NOT WS-XREF-FOUND
                 MOVE "NOT ON CROSS-REFERENCE" TO WS-RESULT-TEXT
                 PERFORM 2500-ALERT-NOT-FOUND
              END-IF
           END-IF
           IF WS-RESULT-TEXT = SPACES
              AND XREF-VOIDED
           END-IF
           PERFORM 2900-WRITE-REQUEST-LINE.

      *    A REFERENCE THAT FAILS ITS CHECK IS REJECTED WITHOUT A
      *    LOOKUP. A GOOD ONE IS READ ON THE EXTERNAL-REFERENCE KEY AND
      *    ITS COUNTER, BLOCK AND NUMBER REPLACE WHATEVER THE REQUEST
      *    CARRIED, SO 2100 AND EVERYTHING AFTER IT WORK EXACTLY AS FOR
      *    A REQUEST THAT QUOTED THE NUMBER. 2100 RE-READS ON THE
      *    PRIME KEY - THE HOLDER CHECK HERE MOVES OFF THE RECORD.
       2050-RESOLVE-REFERENCE.
           MOVE VDRQ-EXT-REF TO WS-REF-INPUT
           PERFORM 7500-VALIDATE-REFERENCE
           IF WS-REF-RESULT NOT = SPACES
              MOVE WS-REF-RESULT TO WS-RESULT-TEXT
           ELSE
              MOVE WS-REF-EXT-REF TO XREF-EXT-REF
              READ XREF-FILE
                  KEY IS XREF-EXT-REF
                  INVALID KEY
                      MOVE "REFERENCE NOT ON CROSS-REF"
                          TO WS-RESULT-TEXT
                      PERFORM 2500-ALERT-NOT-FOUND
                  NOT INVALID KEY
                      MOVE XREF-COUNTER-ID TO VDRQ-COUNTER-ID
                      MOVE XREF-ROLLOVER-SEQ TO VDRQ-ROLLOVER-SEQ
                      MOVE XREF-ASSIGNED-NUMBER
                          TO VDRQ-ASSIGNED-NUMBER
              END-READ
           END-IF
           IF WS-RESULT-TEXT = SPACES
              READ XREF-FILE NEXT RECORD
                  AT END
                      CONTINUE
                  NOT AT END
                      IF XREF-EXT-REF = WS-REF-EXT-REF
                         MOVE "REFERENCE HAS TWO HOLDERS"
                             TO WS-RESULT-TEXT
                      END-IF
              END-READ
           END-IF.

       2100-READ-XREF.
           MOVE 'N' TO WS-XREF-FOUND-FLAG
           MOVE VDRQ-COUNTER-ID TO XREF-COUNTER-ID
           MOVE VDRQ-OPERATOR-ID TO WS-D-OPERATOR
           MOVE WS-RESULT-TEXT TO WS-D-STATUS
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF VDRQ-EXT-REF NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "            REFERENCE " VDRQ-EXT-REF
                  DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF.

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

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "CTRVOID1" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-REQUESTS-READ TO RLOG-RECORDS-READ
              MOVE WS-VOIDS-APPLIED TO RLOG-RECORDS-WRITTEN
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
