      *****************************************************************
      *  CHGBCK01 - MONTHLY NUMBERING-USAGE CHARGEBACK
      *             COUNTS, FOR ONE CALENDAR MONTH, THE NUMBERS EACH
      *             COUNTER HANDED OUT TO EACH SOURCE SYSTEM:
      *               ASSIGNED        - TRAN-OUT ASSIGNMENTS DATED IN
      *                 THE MONTH, BY FEED SOURCE (BRN/LBX/PTR), PLUS
      *                 THE PARTNER SYSTEMS' OWN ASSIGNMENTS OUT OF
      *                 RESERVED BLOCKS REPORTED ON USAGEFBK
      *               VOIDED          - CTRVOID ENTRIES DATED IN THE
      *                 MONTH, CHARGED TO THE SOURCE THAT WAS GIVEN THE
      *                 NUMBER (UNKNOWN WHEN NEITHER TRAN-OUT NOR
      *                 USAGEFBK STILL HOLDS THE ASSIGNMENT)
      *               RESERVED-UNUSED - THE NUMBERS OF EVERY CTRRESV
      *                 RANGE THAT EXPIRED IN THE MONTH WHICH THE
      *                 HOLDING SYSTEM'S USAGE FEEDBACK NEVER CLAIMED,
      *                 CHARGED TO THE HOLDER AGAINST THE COUNTER THE
      *                 RANGE WAS CARVED FROM
      *             AND ROLLS THEM UP TO BUSINESS UNIT AND COST CENTRE
      *             THROUGH THE CCMAP MAPPING CARDS. THE PRINTED REPORT
      *             (CHGBRPT) SHOWS EACH UNIT'S COUNTERS AND SOURCES
      *             WITH UNIT TOTALS; THE SAME MAPPED ROWS GO TO THE
      *             CHGBFEED TRANSMISSION FILE (CHGFREC) FOR THE GL
      *             INTERFACE. A COUNTER WITH USAGE BUT NO MAPPING CARD
      *             IS LISTED IN AN EXCEPTION SECTION WITH ITS COUNTS
      *             AND KEPT OFF THE FEED, SO NOTHING IS DROPPED
      *             WITHOUT A TRACE.
      *             TRAN-OUT MAY BE THE MONTH'S GENERATIONS OR A WIDER
      *             CONCATENATION - ONLY THE MONTH'S ASSIGNMENTS ARE
      *             COUNTED, BUT EVERY RECORD READ CAN NAME THE SOURCE
      *             OF A NUMBER VOIDED THIS MONTH.
      *             PARM: JOB-ID [PERIOD], PERIOD AS YYYYMM, DEFAULTING
      *             TO THE CALENDAR MONTH BEFORE THE RUN DATE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBCK01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-OUT-FILE ASSIGN TO "TRANOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-OUT-STATUS.

           SELECT USGF-FILE ASSIGN TO "USAGEFBK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USGF-STATUS.

           SELECT VOID-FILE ASSIGN TO "CTRVOID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.

           SELECT RESV-FILE ASSIGN TO "CTRRESV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESV-STATUS.

           SELECT CCMP-FILE ASSIGN TO "CCMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCMP-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWRK".

           SELECT FEED-FILE ASSIGN TO "CHGBFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT RPT-FILE ASSIGN TO "CHGBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRANOUT.

       FD  USGF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY USGFREC.

       FD  VOID-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VOIDREC.

       FD  RESV-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RSRVREC.

       FD  CCMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCMAPREC.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-MAPPED-FLAG        PIC X.
               88  SORT-MAPPED         VALUE 'M'.
               88  SORT-UNMAPPED       VALUE 'U'.
           05  SORT-BUSINESS-UNIT      PIC X(6).
           05  SORT-COST-CENTRE        PIC X(8).
           05  SORT-COUNTER-ID         PIC X(10).
           05  SORT-SOURCE-SYSTEM      PIC X(8).
           05  SORT-UNIT-NAME          PIC X(30).
           05  SORT-ASSIGNED           PIC 9(9).
           05  SORT-VOIDED             PIC 9(9).
           05  SORT-RESV-UNUSED        PIC 9(9).

       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHGFREC.

       FD  RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(80).

       FD  RLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IMAGE                  PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-OUT-STATUS           PIC X(2).
       01  WS-USGF-STATUS               PIC X(2).
       01  WS-VOID-STATUS               PIC X(2).
       01  WS-RESV-STATUS               PIC X(2).
       01  WS-CCMP-STATUS               PIC X(2).
       01  WS-FEED-STATUS               PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-PERIOD-PARM               PIC X(6) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(8).

      *    THE MONTH BEING CHARGED.
       01  WS-PERIOD.
           05  WS-PERIOD-YEAR           PIC 9(4).
           05  WS-PERIOD-MONTH          PIC 9(2).

       01  WS-TRAN-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-TRAN-EOF              VALUE 'Y'.
       01  WS-USGF-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-USGF-EOF              VALUE 'Y'.
       01  WS-VOID-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-VOID-EOF              VALUE 'Y'.
       01  WS-RESV-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-RESV-EOF              VALUE 'Y'.
       01  WS-CCMP-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-CCMP-EOF              VALUE 'Y'.
       01  WS-SORT-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-SORT-EOF              VALUE 'Y'.

      *    THE MONTH'S USAGE, ONE ENTRY PER COUNTER PER SOURCE SYSTEM.
      *    A CHARGEBACK THAT SILENTLY LEFT ROWS OUT WOULD UNDERBILL,
      *    SO A FULL TABLE STOPS THE RUN.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY OCCURS 3000 TIMES INDEXED BY WS-USE-IDX.
               10  WS-USE-COUNTER-ID    PIC X(10).
               10  WS-USE-SOURCE        PIC X(8).
               10  WS-USE-ASSIGNED      PIC 9(9).
               10  WS-USE-VOIDED        PIC 9(9).
               10  WS-USE-RESV-UNUSED   PIC 9(9).
       01  WS-USE-COUNT                 PIC 9(4) VALUE 0.

      *    THE MONTH'S VOIDS, EACH WAITING FOR THE TRAN-OUT OR
      *    USAGEFBK RECORD THAT SAYS WHICH SOURCE WAS GIVEN THE NUMBER.
       01  WS-VOD-TABLE.
           05  WS-VOD-ENTRY OCCURS 5000 TIMES INDEXED BY WS-VOD-IDX.
               10  WS-VOD-COUNTER-ID    PIC X(10).
               10  WS-VOD-ROLLOVER-SEQ  PIC 9(4).
               10  WS-VOD-NUMBER        PIC 9(9).
               10  WS-VOD-SOURCE        PIC X(8).
       01  WS-VOD-COUNT                 PIC 9(4) VALUE 0.
       01  WS-VOD-UNRESOLVED            PIC 9(4) VALUE 0.

      *    RESERVED RANGES THAT EXPIRED IN THE MONTH. THE HOLDER ID IS
      *    WHERE THE USAGE FEEDBACK IS MATCHED (AS CTRRESV1 DOES); THE
      *    CHARGE ID IS THE COUNTER THE RANGE WAS CARVED FROM.
       01  WS-RNG-TABLE.
           05  WS-RNG-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RNG-IDX.
               10  WS-RNG-HOLDER-ID     PIC X(10).
               10  WS-RNG-CHARGE-ID     PIC X(10).
               10  WS-RNG-ROLLOVER-SEQ  PIC 9(4).
               10  WS-RNG-BLOCK-START   PIC 9(9).
               10  WS-RNG-BLOCK-END     PIC 9(9).
               10  WS-RNG-SYSTEM-ID     PIC X(8).
               10  WS-RNG-USED          PIC 9(9).
       01  WS-RNG-COUNT                 PIC 9(4) VALUE 0.

       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-MAP-IDX.
               10  WS-MAP-COUNTER-ID    PIC X(10).
               10  WS-MAP-BUSINESS-UNIT PIC X(6).
               10  WS-MAP-COST-CENTRE   PIC X(8).
               10  WS-MAP-UNIT-NAME     PIC X(30).
       01  WS-MAP-COUNT                 PIC 9(4) VALUE 0.

       01  WS-FOUND-IDX                 PIC 9(4) VALUE 0.
       01  WS-KEY-COUNTER-ID            PIC X(10).
       01  WS-KEY-SOURCE                PIC X(8).
       01  WS-KEY-ROLLOVER-SEQ          PIC 9(4).
       01  WS-KEY-NUMBER                PIC 9(9).
       01  WS-RANGE-SIZE                PIC 9(9).
       01  WS-RANGE-UNUSED              PIC 9(9).

       01  WS-RECORDS-READ              PIC 9(9) VALUE 0.
       01  WS-FEED-COUNT                PIC 9(9) VALUE 0.
       01  WS-UNMAPPED-COUNTERS         PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-VOIDS             PIC 9(5) VALUE 0.

      *    CONTROL-BREAK STATE FOR THE SORTED WALK.
       01  WS-UNIT-ACTIVE-FLAG          PIC X VALUE 'N'.
           88  WS-UNIT-ACTIVE           VALUE 'Y'.
       01  WS-EXCEPTIONS-STARTED-FLAG   PIC X VALUE 'N'.
           88  WS-EXCEPTIONS-STARTED    VALUE 'Y'.
       01  WS-PREV-UNIT                 PIC X(6) VALUE SPACES.
       01  WS-PREV-COUNTER-ID           PIC X(10) VALUE SPACES.

       01  WS-UNIT-ASSIGNED             PIC 9(11) VALUE 0.
       01  WS-UNIT-VOIDED               PIC 9(11) VALUE 0.
       01  WS-UNIT-UNUSED               PIC 9(11) VALUE 0.
       01  WS-FEED-ASSIGNED             PIC 9(11) VALUE 0.
       01  WS-FEED-VOIDED               PIC 9(11) VALUE 0.
       01  WS-FEED-UNUSED               PIC 9(11) VALUE 0.
       01  WS-EXC-ASSIGNED              PIC 9(11) VALUE 0.
       01  WS-EXC-VOIDED                PIC 9(11) VALUE 0.
       01  WS-EXC-UNUSED                PIC 9(11) VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(42)
               VALUE "MONTHLY NUMBERING-USAGE CHARGEBACK PERIOD ".
           05  WS-TL-PERIOD             PIC X(6).
           05  FILLER                   PIC X(6) VALUE "  RUN ".
           05  WS-TL-RUN-DATE           PIC X(8).

       01  WS-UNIT-LINE.
           05  FILLER                   PIC X(14)
               VALUE "BUSINESS UNIT ".
           05  WS-U-BUSINESS-UNIT       PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-U-UNIT-NAME           PIC X(30).

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-COST-CENTRE         PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-COUNTER-ID          PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-SOURCE              PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-ASSIGNED            PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-VOIDED              PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-D-UNUSED              PIC ZZZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-T-LABEL               PIC X(30).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-T-ASSIGNED            PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-T-VOIDED              PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-T-UNUSED              PIC ZZZZZZZZ9.

       01  WS-COUNT-LINE.
           05  WS-C-LABEL               PIC X(30).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-C-COUNT               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MONTHS-VOIDS
           PERFORM 2200-LOAD-EXPIRED-RANGES
           PERFORM 3000-COUNT-TRANOUT
           PERFORM 3500-COUNT-USAGE-FEEDBACK
           PERFORM 4000-POST-VOIDS
           PERFORM 4100-POST-UNUSED-RANGES
           PERFORM 4500-LOAD-MAPPING
           SORT SORT-FILE
               ON ASCENDING KEY SORT-MAPPED-FLAG
                                SORT-BUSINESS-UNIT
                                SORT-COST-CENTRE
                                SORT-COUNTER-ID
                                SORT-SOURCE-SYSTEM
               INPUT PROCEDURE IS 5000-RELEASE-USAGE
               OUTPUT PROCEDURE IS 6000-WRITE-CHARGEBACK
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *    THE DEFAULT PERIOD IS LAST MONTH, SO THE JOB CAN BE
      *    SCHEDULED EARLY EACH MONTH WITH NO PARM CHANGE. A PERIOD
      *    THAT IS NOT A REAL MONTH STOPS THE RUN RATHER THAN FEED THE
      *    GL A CHARGE FOR THE WRONG MONTH.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID WS-PERIOD-PARM
           END-UNSTRING
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           IF WS-PERIOD-PARM NOT = SPACES
              AND FUNCTION TRIM(WS-PERIOD-PARM) IS NUMERIC
              MOVE WS-PERIOD-PARM TO WS-PERIOD
           ELSE
              MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
              IF WS-PERIOD-MONTH = 1
                 MOVE 12 TO WS-PERIOD-MONTH
                 SUBTRACT 1 FROM WS-PERIOD-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD-MONTH
              END-IF
           END-IF
           IF WS-PERIOD IS NOT NUMERIC
              OR WS-PERIOD-MONTH < 1
              OR WS-PERIOD-MONTH > 12
              DISPLAY "CHGBCK01: INVALID PERIOD " WS-PERIOD-PARM
                      " - STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           OPEN OUTPUT FEED-FILE
           MOVE SPACES TO CHGF-HEADER-RECORD
           MOVE 'H' TO CHGF-H-RECORD-TYPE
           MOVE WS-PERIOD TO CHGF-H-PERIOD
           MOVE WS-RUN-DATE TO CHGF-H-CREATE-DATE
           MOVE WS-JOB-ID TO CHGF-H-JOB-ID
           WRITE CHGF-HEADER-RECORD
           OPEN OUTPUT RPT-FILE
           MOVE WS-PERIOD TO WS-TL-PERIOD
           MOVE WS-RUN-DATE TO WS-TL-RUN-DATE
           MOVE WS-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  COST-CTR  COUNTER-ID  SOURCE     ASSIGNED     VOIDED"
               TO RPT-LINE
           MOVE " RSV-UNUSED" TO RPT-LINE (56:11)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2000-LOAD-MONTHS-VOIDS.
           MOVE 'N' TO WS-VOID-EOF-FLAG
           OPEN INPUT VOID-FILE
           IF WS-VOID-STATUS NOT = '00'
              MOVE 'Y' TO WS-VOID-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-VOID-EOF
              READ VOID-FILE
                  AT END
                      MOVE 'Y' TO WS-VOID-EOF-FLAG
                  NOT AT END
                      IF VOID-DATE (1:6) = WS-PERIOD
                         PERFORM 2100-ADD-VOID-ENTRY
                      END-IF
              END-READ
           END-PERFORM
           IF WS-VOID-STATUS = '10'
              CLOSE VOID-FILE
           END-IF.

       2100-ADD-VOID-ENTRY.
           IF WS-VOD-COUNT = 5000
              DISPLAY "CHGBCK01: VOID TABLE FULL AT 5000 ENTRIES - "
                      "STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-VOD-COUNT
           ADD 1 TO WS-VOD-UNRESOLVED
           MOVE VOID-COUNTER-ID TO WS-VOD-COUNTER-ID(WS-VOD-COUNT)
           MOVE VOID-ROLLOVER-SEQ TO WS-VOD-ROLLOVER-SEQ(WS-VOD-COUNT)
           MOVE VOID-ASSIGNED-NUMBER TO WS-VOD-NUMBER(WS-VOD-COUNT)
           MOVE SPACES TO WS-VOD-SOURCE(WS-VOD-COUNT).

      *    A RANGE HAS EXPIRED ONCE ITS EXPIRY DATE IS BEHIND THE RUN
      *    DATE, AS CTRRESV1 JUDGES IT; IT BELONGS TO THE MONTH ITS
      *    EXPIRY DATE FALLS IN.
       2200-LOAD-EXPIRED-RANGES.
           MOVE 'N' TO WS-RESV-EOF-FLAG
           OPEN INPUT RESV-FILE
           IF WS-RESV-STATUS NOT = '00'
              MOVE 'Y' TO WS-RESV-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-RESV-EOF
              READ RESV-FILE
                  AT END
                      MOVE 'Y' TO WS-RESV-EOF-FLAG
                  NOT AT END
                      IF RSRV-EXPIRY-DATE (1:6) = WS-PERIOD
                         AND RSRV-EXPIRY-DATE < WS-RUN-DATE
                         PERFORM 2300-ADD-RANGE-ENTRY
                      END-IF
              END-READ
           END-PERFORM
           IF WS-RESV-STATUS = '10'
              CLOSE RESV-FILE
           END-IF.

       2300-ADD-RANGE-ENTRY.
           IF WS-RNG-COUNT = 2000
              DISPLAY "CHGBCK01: RANGE TABLE FULL AT 2000 ENTRIES - "
                      "STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-RNG-COUNT
           MOVE RSRV-COUNTER-ID TO WS-RNG-HOLDER-ID(WS-RNG-COUNT)
           IF RSRV-ORIGIN-COUNTER-ID = SPACES
              MOVE RSRV-COUNTER-ID TO WS-RNG-CHARGE-ID(WS-RNG-COUNT)
           ELSE
              MOVE RSRV-ORIGIN-COUNTER-ID
                  TO WS-RNG-CHARGE-ID(WS-RNG-COUNT)
           END-IF
           MOVE RSRV-ROLLOVER-SEQ TO WS-RNG-ROLLOVER-SEQ(WS-RNG-COUNT)
           MOVE RSRV-BLOCK-START TO WS-RNG-BLOCK-START(WS-RNG-COUNT)
           MOVE RSRV-BLOCK-END TO WS-RNG-BLOCK-END(WS-RNG-COUNT)
           MOVE RSRV-SYSTEM-ID TO WS-RNG-SYSTEM-ID(WS-RNG-COUNT)
           MOVE 0 TO WS-RNG-USED(WS-RNG-COUNT).

       3000-COUNT-TRANOUT.
           MOVE 'N' TO WS-TRAN-EOF-FLAG
           OPEN INPUT TRAN-OUT-FILE
           IF WS-TRAN-OUT-STATUS NOT = '00'
              MOVE 'Y' TO WS-TRAN-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-TRAN-EOF
              READ TRAN-OUT-FILE
                  AT END
                      MOVE 'Y' TO WS-TRAN-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      PERFORM 3100-COUNT-ONE-ASSIGNMENT
              END-READ
           END-PERFORM
           IF WS-TRAN-OUT-STATUS = '10'
              CLOSE TRAN-OUT-FILE
           END-IF.

       3100-COUNT-ONE-ASSIGNMENT.
           MOVE OUT-TRAN-COUNTER-ID TO WS-KEY-COUNTER-ID
           MOVE OUT-TRAN-SOURCE-SYSTEM TO WS-KEY-SOURCE
           MOVE OUT-TRAN-ROLLOVER-SEQ TO WS-KEY-ROLLOVER-SEQ
           MOVE OUT-TRAN-ASSIGNED-NUMBER TO WS-KEY-NUMBER
           IF OUT-TRAN-ASSIGN-DATE (1:6) = WS-PERIOD
              PERFORM 7000-FIND-USAGE-ENTRY
              ADD 1 TO WS-USE-ASSIGNED(WS-FOUND-IDX)
           END-IF
           IF WS-VOD-UNRESOLVED > 0
              PERFORM 3200-RESOLVE-VOID-SOURCE
           END-IF.

      *    WS-KEY-* HOLD THE ASSIGNMENT JUST READ. THE ROLLOVER SEQ
      *    KEEPS A NUMBER REISSUED IN A LATER BLOCK FROM CLAIMING THE
      *    WRONG VOID.
       3200-RESOLVE-VOID-SOURCE.
           PERFORM VARYING WS-VOD-IDX FROM 1 BY 1
                   UNTIL WS-VOD-IDX > WS-VOD-COUNT
              IF WS-VOD-SOURCE(WS-VOD-IDX) = SPACES
                 AND WS-VOD-COUNTER-ID(WS-VOD-IDX) = WS-KEY-COUNTER-ID
                 AND WS-VOD-ROLLOVER-SEQ(WS-VOD-IDX)
                    = WS-KEY-ROLLOVER-SEQ
                 AND WS-VOD-NUMBER(WS-VOD-IDX) = WS-KEY-NUMBER
                 MOVE WS-KEY-SOURCE TO WS-VOD-SOURCE(WS-VOD-IDX)
                 SUBTRACT 1 FROM WS-VOD-UNRESOLVED
              END-IF
           END-PERFORM.

      *    A MISSING FEEDBACK FILE MEANS NO PARTNER REPORTED USAGE:
      *    NO PARTNER ASSIGNMENTS ARE CHARGED AND EVERY EXPIRED RANGE
      *    IS CHARGED AS WHOLLY UNUSED.
       3500-COUNT-USAGE-FEEDBACK.
           MOVE 'N' TO WS-USGF-EOF-FLAG
           OPEN INPUT USGF-FILE
           IF WS-USGF-STATUS NOT = '00'
              MOVE 'Y' TO WS-USGF-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-USGF-EOF
              READ USGF-FILE
                  AT END
                      MOVE 'Y' TO WS-USGF-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      PERFORM 3600-COUNT-ONE-USAGE
              END-READ
           END-PERFORM
           IF WS-USGF-STATUS = '10'
              CLOSE USGF-FILE
           END-IF.

       3600-COUNT-ONE-USAGE.
           MOVE USGF-COUNTER-ID TO WS-KEY-COUNTER-ID
           MOVE USGF-SYSTEM-ID TO WS-KEY-SOURCE
           MOVE USGF-ROLLOVER-SEQ TO WS-KEY-ROLLOVER-SEQ
           MOVE USGF-ASSIGNED-NUMBER TO WS-KEY-NUMBER
           IF USGF-ASSIGN-DATE (1:6) = WS-PERIOD
              PERFORM 7000-FIND-USAGE-ENTRY
              ADD 1 TO WS-USE-ASSIGNED(WS-FOUND-IDX)
           END-IF
           IF WS-VOD-UNRESOLVED > 0
              PERFORM 3200-RESOLVE-VOID-SOURCE
           END-IF
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                   UNTIL WS-RNG-IDX > WS-RNG-COUNT
              IF WS-RNG-HOLDER-ID(WS-RNG-IDX) = USGF-COUNTER-ID
                 AND WS-RNG-ROLLOVER-SEQ(WS-RNG-IDX)
                    = USGF-ROLLOVER-SEQ
                 AND USGF-ASSIGNED-NUMBER NOT <
                    WS-RNG-BLOCK-START(WS-RNG-IDX)
                 AND USGF-ASSIGNED-NUMBER NOT >
                    WS-RNG-BLOCK-END(WS-RNG-IDX)
                 ADD 1 TO WS-RNG-USED(WS-RNG-IDX)
              END-IF
           END-PERFORM.

      *    A VOID WHOSE ASSIGNMENT NEITHER INPUT STILL HOLDS IS STILL
      *    CHARGED TO ITS COUNTER, UNDER SOURCE UNKNOWN.
       4000-POST-VOIDS.
           PERFORM VARYING WS-VOD-IDX FROM 1 BY 1
                   UNTIL WS-VOD-IDX > WS-VOD-COUNT
              MOVE WS-VOD-COUNTER-ID(WS-VOD-IDX) TO WS-KEY-COUNTER-ID
              IF WS-VOD-SOURCE(WS-VOD-IDX) = SPACES
                 MOVE "UNKNOWN" TO WS-KEY-SOURCE
                 ADD 1 TO WS-UNKNOWN-VOIDS
              ELSE
                 MOVE WS-VOD-SOURCE(WS-VOD-IDX) TO WS-KEY-SOURCE
              END-IF
              PERFORM 7000-FIND-USAGE-ENTRY
              ADD 1 TO WS-USE-VOIDED(WS-FOUND-IDX)
           END-PERFORM.

       4100-POST-UNUSED-RANGES.
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                   UNTIL WS-RNG-IDX > WS-RNG-COUNT
              COMPUTE WS-RANGE-SIZE =
                  WS-RNG-BLOCK-END(WS-RNG-IDX)
                - WS-RNG-BLOCK-START(WS-RNG-IDX) + 1
              IF WS-RNG-USED(WS-RNG-IDX) < WS-RANGE-SIZE
                 COMPUTE WS-RANGE-UNUSED =
                     WS-RANGE-SIZE - WS-RNG-USED(WS-RNG-IDX)
                 MOVE WS-RNG-CHARGE-ID(WS-RNG-IDX)
                     TO WS-KEY-COUNTER-ID
                 MOVE WS-RNG-SYSTEM-ID(WS-RNG-IDX) TO WS-KEY-SOURCE
                 PERFORM 7000-FIND-USAGE-ENTRY
                 ADD WS-RANGE-UNUSED
                     TO WS-USE-RESV-UNUSED(WS-FOUND-IDX)
              END-IF
           END-PERFORM.

      *    A MISSING MAPPING FILE LEAVES EVERY COUNTER UNMAPPED - THE
      *    REPORT THEN SHOWS ALL USAGE AS EXCEPTIONS AND THE FEED
      *    CARRIES ONLY ITS HEADER AND TRAILER.
       4500-LOAD-MAPPING.
           MOVE 'N' TO WS-CCMP-EOF-FLAG
           OPEN INPUT CCMP-FILE
           IF WS-CCMP-STATUS NOT = '00'
              MOVE 'Y' TO WS-CCMP-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-CCMP-EOF
              READ CCMP-FILE
                  AT END
                      MOVE 'Y' TO WS-CCMP-EOF-FLAG
                  NOT AT END
                      PERFORM 4600-ADD-MAPPING-ENTRY
              END-READ
           END-PERFORM
           IF WS-CCMP-STATUS = '10'
              CLOSE CCMP-FILE
           END-IF.

       4600-ADD-MAPPING-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-FOUND-IDX > 0
              IF WS-MAP-COUNTER-ID(WS-MAP-IDX) = CCMP-COUNTER-ID
                 MOVE WS-MAP-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
              DISPLAY "CHGBCK01: DUPLICATE MAPPING FOR COUNTER "
                      CCMP-COUNTER-ID " IGNORED"
           ELSE
              IF WS-MAP-COUNT = 2000
                 DISPLAY "CHGBCK01: MAPPING TABLE FULL AT 2000 "
                         "ENTRIES - STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-MAP-COUNT
              MOVE CCMP-COUNTER-ID TO WS-MAP-COUNTER-ID(WS-MAP-COUNT)
              MOVE CCMP-BUSINESS-UNIT
                  TO WS-MAP-BUSINESS-UNIT(WS-MAP-COUNT)
              MOVE CCMP-COST-CENTRE
                  TO WS-MAP-COST-CENTRE(WS-MAP-COUNT)
              MOVE CCMP-UNIT-NAME TO WS-MAP-UNIT-NAME(WS-MAP-COUNT)
           END-IF.

      *    MAPPED ROWS SORT AHEAD OF UNMAPPED ONES ('M' BEFORE 'U'),
      *    SO THE EXCEPTIONS FOLLOW THE LAST BUSINESS UNIT.
       5000-RELEASE-USAGE.
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
              MOVE SPACES TO SORT-RECORD
              MOVE WS-USE-COUNTER-ID(WS-USE-IDX) TO SORT-COUNTER-ID
              MOVE WS-USE-SOURCE(WS-USE-IDX) TO SORT-SOURCE-SYSTEM
              MOVE WS-USE-ASSIGNED(WS-USE-IDX) TO SORT-ASSIGNED
              MOVE WS-USE-VOIDED(WS-USE-IDX) TO SORT-VOIDED
              MOVE WS-USE-RESV-UNUSED(WS-USE-IDX) TO SORT-RESV-UNUSED
              MOVE 0 TO WS-FOUND-IDX
              PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                      UNTIL WS-MAP-IDX > WS-MAP-COUNT
                         OR WS-FOUND-IDX > 0
                 IF WS-MAP-COUNTER-ID(WS-MAP-IDX) = SORT-COUNTER-ID
                    MOVE WS-MAP-IDX TO WS-FOUND-IDX
                 END-IF
              END-PERFORM
              IF WS-FOUND-IDX > 0
                 MOVE 'M' TO SORT-MAPPED-FLAG
                 MOVE WS-MAP-BUSINESS-UNIT(WS-FOUND-IDX)
                     TO SORT-BUSINESS-UNIT
                 MOVE WS-MAP-COST-CENTRE(WS-FOUND-IDX)
                     TO SORT-COST-CENTRE
                 MOVE WS-MAP-UNIT-NAME(WS-FOUND-IDX) TO SORT-UNIT-NAME
              ELSE
                 MOVE 'U' TO SORT-MAPPED-FLAG
              END-IF
              RELEASE SORT-RECORD
           END-PERFORM.

       6000-WRITE-CHARGEBACK.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM UNTIL WS-SORT-EOF
              RETURN SORT-FILE
                  AT END
                      MOVE 'Y' TO WS-SORT-EOF-FLAG
                  NOT AT END
                      IF SORT-MAPPED
                         PERFORM 6100-WRITE-MAPPED-ROW
                      ELSE
                         PERFORM 6300-WRITE-EXCEPTION-ROW
                      END-IF
              END-RETURN
           END-PERFORM
           IF WS-UNIT-ACTIVE
              PERFORM 6200-CLOSE-UNIT
           END-IF
           IF WS-EXCEPTIONS-STARTED
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "TOTAL UNMAPPED (NOT ON FEED)" TO WS-T-LABEL
              MOVE WS-EXC-ASSIGNED TO WS-T-ASSIGNED
              MOVE WS-EXC-VOIDED TO WS-T-VOIDED
              MOVE WS-EXC-UNUSED TO WS-T-UNUSED
              MOVE WS-TOTAL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       6100-WRITE-MAPPED-ROW.
           IF WS-UNIT-ACTIVE
              AND SORT-BUSINESS-UNIT NOT = WS-PREV-UNIT
              PERFORM 6200-CLOSE-UNIT
           END-IF
           IF NOT WS-UNIT-ACTIVE
              MOVE SORT-BUSINESS-UNIT TO WS-U-BUSINESS-UNIT
              MOVE SORT-UNIT-NAME TO WS-U-UNIT-NAME
              MOVE WS-UNIT-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE SORT-BUSINESS-UNIT TO WS-PREV-UNIT
              MOVE 'Y' TO WS-UNIT-ACTIVE-FLAG
           END-IF
           PERFORM 6900-WRITE-DETAIL-LINE
           ADD SORT-ASSIGNED TO WS-UNIT-ASSIGNED
           ADD SORT-VOIDED TO WS-UNIT-VOIDED
           ADD SORT-RESV-UNUSED TO WS-UNIT-UNUSED
           MOVE SPACES TO CHGF-DETAIL-RECORD
           MOVE 'D' TO CHGF-D-RECORD-TYPE
           MOVE WS-PERIOD TO CHGF-D-PERIOD
           MOVE SORT-BUSINESS-UNIT TO CHGF-D-BUSINESS-UNIT
           MOVE SORT-COST-CENTRE TO CHGF-D-COST-CENTRE
           MOVE SORT-COUNTER-ID TO CHGF-D-COUNTER-ID
           MOVE SORT-SOURCE-SYSTEM TO CHGF-D-SOURCE-SYSTEM
           MOVE SORT-ASSIGNED TO CHGF-D-ASSIGNED
           MOVE SORT-VOIDED TO CHGF-D-VOIDED
           MOVE SORT-RESV-UNUSED TO CHGF-D-RESV-UNUSED
           WRITE CHGF-DETAIL-RECORD
           ADD 1 TO WS-FEED-COUNT
           ADD SORT-ASSIGNED TO WS-FEED-ASSIGNED
           ADD SORT-VOIDED TO WS-FEED-VOIDED
           ADD SORT-RESV-UNUSED TO WS-FEED-UNUSED.

       6200-CLOSE-UNIT.
           MOVE "UNIT TOTAL" TO WS-T-LABEL
           MOVE WS-UNIT-ASSIGNED TO WS-T-ASSIGNED
           MOVE WS-UNIT-VOIDED TO WS-T-VOIDED
           MOVE WS-UNIT-UNUSED TO WS-T-UNUSED
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-UNIT-ASSIGNED
           MOVE 0 TO WS-UNIT-VOIDED
           MOVE 0 TO WS-UNIT-UNUSED
           MOVE 'N' TO WS-UNIT-ACTIVE-FLAG.

       6300-WRITE-EXCEPTION-ROW.
           IF WS-UNIT-ACTIVE
              PERFORM 6200-CLOSE-UNIT
           END-IF
           IF NOT WS-EXCEPTIONS-STARTED
              MOVE "EXCEPTIONS - COUNTERS WITH NO COST-CENTRE MAPPING"
                  TO RPT-LINE
              WRITE RPT-LINE
              MOVE "(USAGE BELOW IS NOT ON THE GL FEED UNTIL MAPPED)"
                  TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'Y' TO WS-EXCEPTIONS-STARTED-FLAG
           END-IF
           IF SORT-COUNTER-ID NOT = WS-PREV-COUNTER-ID
              ADD 1 TO WS-UNMAPPED-COUNTERS
              MOVE SORT-COUNTER-ID TO WS-PREV-COUNTER-ID
           END-IF
           PERFORM 6900-WRITE-DETAIL-LINE
           ADD SORT-ASSIGNED TO WS-EXC-ASSIGNED
           ADD SORT-VOIDED TO WS-EXC-VOIDED
           ADD SORT-RESV-UNUSED TO WS-EXC-UNUSED.

       6900-WRITE-DETAIL-LINE.
           MOVE SORT-COST-CENTRE TO WS-D-COST-CENTRE
           MOVE SORT-COUNTER-ID TO WS-D-COUNTER-ID
           MOVE SORT-SOURCE-SYSTEM TO WS-D-SOURCE
           MOVE SORT-ASSIGNED TO WS-D-ASSIGNED
           MOVE SORT-VOIDED TO WS-D-VOIDED
           MOVE SORT-RESV-UNUSED TO WS-D-UNUSED
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    WS-KEY-COUNTER-ID / WS-KEY-SOURCE NAME THE ROW; WS-FOUND-IDX
      *    COMES BACK POINTING AT IT, A NEW ZEROED ROW IF NEED BE.
       7000-FIND-USAGE-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
                      OR WS-FOUND-IDX > 0
              IF WS-USE-COUNTER-ID(WS-USE-IDX) = WS-KEY-COUNTER-ID
                 AND WS-USE-SOURCE(WS-USE-IDX) = WS-KEY-SOURCE
                 MOVE WS-USE-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
              IF WS-USE-COUNT = 3000
                 DISPLAY "CHGBCK01: USAGE TABLE FULL AT 3000 ENTRIES "
                         "- STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-USE-COUNT
              MOVE WS-USE-COUNT TO WS-FOUND-IDX
              MOVE WS-KEY-COUNTER-ID TO WS-USE-COUNTER-ID(WS-FOUND-IDX)
              MOVE WS-KEY-SOURCE TO WS-USE-SOURCE(WS-FOUND-IDX)
              MOVE 0 TO WS-USE-ASSIGNED(WS-FOUND-IDX)
              MOVE 0 TO WS-USE-VOIDED(WS-FOUND-IDX)
              MOVE 0 TO WS-USE-RESV-UNUSED(WS-FOUND-IDX)
           END-IF.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "CHGBCK01" TO RLOG-PROGRAM-ID
           MOVE WS-RUN-DATE TO RLOG-CYCLE-DATE
           MOVE ZERO TO RLOG-CYCLE-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLOG-EVENT-STAMP
           IF RLOG-START
              MOVE ZERO TO RLOG-RECORDS-READ
              MOVE ZERO TO RLOG-RECORDS-WRITTEN
              MOVE ZERO TO RLOG-RETURN-CODE
           ELSE
              MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
              MOVE WS-FEED-COUNT TO RLOG-RECORDS-WRITTEN
              MOVE RETURN-CODE TO RLOG-RETURN-CODE
           END-IF
           OPEN EXTEND RLOG-FILE
           IF WS-RLOG-STATUS = '05' OR '35'
              OPEN OUTPUT RLOG-FILE
           END-IF
           WRITE RLOG-IMAGE FROM RLOG-RECORD
           CLOSE RLOG-FILE.

       9000-TERMINATE.
           MOVE SPACES TO CHGF-TRAILER-RECORD
           MOVE 'T' TO CHGF-T-RECORD-TYPE
           MOVE WS-PERIOD TO CHGF-T-PERIOD
           MOVE WS-FEED-COUNT TO CHGF-T-RECORD-COUNT
           MOVE WS-FEED-ASSIGNED TO CHGF-T-TOTAL-ASSIGNED
           MOVE WS-FEED-VOIDED TO CHGF-T-TOTAL-VOIDED
           MOVE WS-FEED-UNUSED TO CHGF-T-TOTAL-UNUSED
           WRITE CHGF-TRAILER-RECORD
           CLOSE FEED-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TOTAL CHARGED (ON GL FEED)" TO WS-T-LABEL
           MOVE WS-FEED-ASSIGNED TO WS-T-ASSIGNED
           MOVE WS-FEED-VOIDED TO WS-T-VOIDED
           MOVE WS-FEED-UNUSED TO WS-T-UNUSED
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "GL FEED DETAIL RECORDS:" TO WS-C-LABEL
           MOVE WS-FEED-COUNT TO WS-C-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "UNMAPPED COUNTERS:" TO WS-C-LABEL
           MOVE WS-UNMAPPED-COUNTERS TO WS-C-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "VOIDS WITH SOURCE UNKNOWN:" TO WS-C-LABEL
           MOVE WS-UNKNOWN-VOIDS TO WS-C-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE RPT-FILE
           DISPLAY "CHGBCK01: PERIOD " WS-PERIOD
                   " FEED RECORDS " WS-FEED-COUNT
                   " UNMAPPED COUNTERS " WS-UNMAPPED-COUNTERS.
