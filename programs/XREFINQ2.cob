      *             THAN ONE COUNTER), SO THE ANSWER IS A KEYED READ
      *             PLUS A SHORT DUPLICATE WALK INSTEAD OF THE OLD
      *             SERIAL TRAWL OF TRAN-OUT. VOIDED ASSIGNMENTS ARE
      *             SHOWN WITH THEIR VOID DATE AND REASON. A NUMBER
      *             ISSUED UNDER A COUNTER SINCE MERGED OR RENAMED BY
      *             CTRLIFE1 IS SHOWN WITH THE SUCCESSOR CHAIN FROM THE
      *             COUNTER MASTER, SO THE BRANCH IS TOLD WHICH COUNTER
      *             NOW CARRIES THAT HISTORY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFINQ2.
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

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY XREFREC.

       FD  CTR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTRREC.

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS               PIC X(2).
       01  WS-CTR-STATUS                PIC X(2).

       01  WS-EXIT-FLAG                 PIC X VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-WALK-DONE-FLAG            PIC X VALUE 'N'.
           88  WS-WALK-DONE             VALUE 'Y'.
       01  WS-HITS                      PIC 9(4) VALUE 0.
      *    A CHAIN OF RENAMES IS FOLLOWED TO ITS END; THE HOP LIMIT
      *    ONLY GUARDS AGAINST A DAMAGED MASTER LINKING IN A CIRCLE.
       01  WS-CHAIN-ID                  PIC X(10) VALUE SPACES.
       01  WS-CHAIN-HOPS                PIC 9(2) VALUE 0.
       01  WS-CHAIN-DONE-FLAG           PIC X VALUE 'N'.
           88  WS-CHAIN-DONE            VALUE 'Y'.
       01  WS-CTR-OPEN-FLAG             PIC X VALUE 'N'.
           88  WS-CTR-OPEN              VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.

       1000-INITIALIZE.
           OPEN INPUT XREF-FILE
           OPEN INPUT CTR-FILE
      *    THE COUNTER MASTER ONLY SUPPLIES THE SUCCESSOR CHAIN, SO
      *    WITHOUT IT THE SESSION GOES ON AND SHOWS THE BARE HITS.
           IF WS-CTR-STATUS = '00'
              MOVE 'Y' TO WS-CTR-OPEN-FLAG
           ELSE
              DISPLAY "XREFINQ2: CTRMSTR OPEN FAILED - STATUS "
                      WS-CTR-STATUS
              DISPLAY "XREFINQ2: SUCCESSOR COUNTERS WILL NOT BE SHOWN"
           END-IF
           DISPLAY "XREFINQ2: INPUT-KEY INQUIRY".

       2000-PROMPT-FOR-COMMAND.
                   "  BLOCK " XREF-ROLLOVER-SEQ
                   "  NUMBER " XREF-ASSIGNED-NUMBER
                   "  ASSIGNED " XREF-ASSIGN-DATE
           IF XREF-EXT-REF NOT = SPACES
              DISPLAY "         REFERENCE " XREF-EXT-REF
           END-IF
           IF XREF-VOIDED
              DISPLAY "         *** VOIDED " XREF-VOID-DATE
                      " REASON " XREF-VOID-REASON
           END-IF
           IF WS-CTR-OPEN
              PERFORM 3200-SHOW-SUCCESSORS
           END-IF.

      *    EVERY PASS COUNTS TOWARD THE HOP LIMIT, AND A READ THAT IS
      *    NEITHER A HIT NOR A NOT-FOUND ENDS THE CHAIN, SO A BAD READ
      *    CANNOT HOLD THE CONSOLE IN THIS LOOP.
       3200-SHOW-SUCCESSORS.
           MOVE XREF-COUNTER-ID TO WS-CHAIN-ID
           MOVE 0 TO WS-CHAIN-HOPS
           MOVE 'N' TO WS-CHAIN-DONE-FLAG
           PERFORM UNTIL WS-CHAIN-DONE
              MOVE WS-CHAIN-ID TO CTR-COUNTER-ID
              READ CTR-FILE
                  INVALID KEY
                      MOVE 'Y' TO WS-CHAIN-DONE-FLAG
                  NOT INVALID KEY
                      IF CTR-SUCCESSOR-ID = SPACES
                         MOVE 'Y' TO WS-CHAIN-DONE-FLAG
                      ELSE
                         PERFORM 3250-SHOW-ONE-LINK
                      END-IF
              END-READ
              IF WS-CTR-STATUS NOT = '00' AND WS-CTR-STATUS NOT = '23'
                 DISPLAY "XREFINQ2: CTRMSTR READ FAILED - STATUS "
                         WS-CTR-STATUS
                 MOVE 'Y' TO WS-CHAIN-DONE-FLAG
              END-IF
              ADD 1 TO WS-CHAIN-HOPS
              IF WS-CHAIN-HOPS = 20
                 MOVE 'Y' TO WS-CHAIN-DONE-FLAG
              END-IF
           END-PERFORM.

       3250-SHOW-ONE-LINK.
           IF CTR-RENAMED
              DISPLAY "         COUNTER " CTR-COUNTER-ID
                      " RENAMED TO " CTR-SUCCESSOR-ID
                      " EFFECTIVE " CTR-RETIRE-DATE
           ELSE
              DISPLAY "         COUNTER " CTR-COUNTER-ID
                      " MERGED INTO " CTR-SUCCESSOR-ID
                      " EFFECTIVE " CTR-RETIRE-DATE
           END-IF
           MOVE CTR-SUCCESSOR-ID TO WS-CHAIN-ID.

       9000-TERMINATE.
           CLOSE XREF-FILE
           IF WS-CTR-OPEN
              CLOSE CTR-FILE
           END-IF.
