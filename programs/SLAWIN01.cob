      *****************************************************************
      *  SLAWIN01 - BATCH-WINDOW TIMELINE AND SLA REPORT
      *             EVERY BATCH STEP OF THE NUMBERING SUITE APPENDS A
      *             START AND AN END RECORD TO RUNLOG (RLOGREC). THIS
      *             REPORT PAIRS THEM INTO ELAPSED TIMES AND SHOWS
      *               - THE NIGHT'S STEP TIMELINE AGAINST THE
      *                 BATCH-WINDOW DEADLINE, EACH STEP THAT ENDED
      *                 PAST THE DEADLINE MARKED LATE. STEPS STARTED
      *                 AFTER THE DEADLINE (THE DAY'S INTRADAY CYCLES)
      *                 ARE LISTED APART, NEVER MARKED LATE AND NOT
      *                 COUNTED IN THE CYCLE'S LAST STEP END;
      *               - EACH STEP'S ELAPSED TIME AND VOLUME TRENDED
      *                 OVER THE LAST 30 AND 90 WINDOWS, WITH A STEP
      *                 RUNNING NOTICEABLY SLOWER PER RECORD THAN ITS
      *                 OWN 90-WINDOW HISTORY FLAGGED SLOW;
      *               - THE PROJECTED END OF THE CYCLE: THE LAST STEP
      *                 END (OR NOW, WHILE A STEP IS STILL RUNNING OR
      *                 EXPECTED AND NOT YET FINISHED), PLUS THE AVERAGE
      *                 ELAPSED TIME OF EVERY STEP THAT NORMALLY RUNS
      *                 BUT HAS NOT FINISHED YET. A PROJECTION PAST THE
      *                 DEADLINE RAISES A WARN ALERT (SLAP) ON OPSALERT
      *                 WHILE THERE IS STILL TIME TO ACT ON IT.
      *             A WINDOW IS NAMED BY THE DATE IT OPENS AND RUNS
      *             FROM THE START TIME TO THE SAME TIME NEXT DAY, SO A
      *             STEP STARTED AFTER MIDNIGHT STILL BELONGS TO THE
      *             NIGHT BEFORE. THE DEADLINE FALLS ON THE NEXT DAY
      *             WHEN IT IS NOT LATER THAN THE START TIME.
      *             PARM: JOB-ID [WINDOW-DATE [START-HHMM
      *             [DEADLINE-HHMM]]], DEFAULTING TO THE WINDOW NOW
      *             OPEN, 1800 AND 0600.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAWIN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLOG-IN-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-IN-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT RPT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RLOG-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IN-IMAGE               PIC X(63).

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
       01  WS-RLOG-IN-STATUS            PIC X(2).
       01  WS-ALERT-STATUS              PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RLOG-STATUS               PIC X(2).

       COPY RLOGREC.

       01  WS-JOB-ID                    PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE                  PIC X(80) VALUE SPACES.
       01  WS-WINDOW-DATE-PARM          PIC X(8) VALUE SPACES.
       01  WS-START-PARM                PIC X(5) VALUE SPACES.
       01  WS-DEADLINE-PARM             PIC X(5) VALUE SPACES.

       01  WS-RLOG-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-RLOG-EOF              VALUE 'Y'.

      *    STAMP OF THIS RUN'S OWN START RECORD, SO 2050 CAN LEAVE IT
      *    OUT OF THE TIMELINE IT IS ABOUT TO REPORT.
       01  WS-OWN-START-STAMP           PIC X(14) VALUE SPACES.

      *    THE WINDOW BEING REPORTED. TIMES ARE CARRIED AS ABSOLUTE
      *    SECONDS (INTEGER DATE * 86400 + SECONDS INTO THE DAY) SO A
      *    WINDOW THAT CROSSES MIDNIGHT NEEDS NO SPECIAL CASE.
       01  WS-WINDOW-DATE               PIC X(8).
       01  WS-WINDOW-INT                PIC 9(7).
       01  WS-START-HHMM                PIC 9(4) VALUE 1800.
       01  WS-DEADLINE-HHMM             PIC 9(4) VALUE 0600.
       01  WS-WIN-OPEN-SECS             PIC 9(11).
       01  WS-WIN-NEXT-SECS             PIC 9(11).
       01  WS-DEADLINE-SECS             PIC 9(11).
       01  WS-NOW-SECS                  PIC 9(11).
       01  WS-WINDOW-CURRENT-FLAG       PIC X VALUE 'N'.
           88  WS-WINDOW-CURRENT        VALUE 'Y'.

      *    A STEP MUST TAKE AT LEAST THIS LONG BEFORE ITS PER-RECORD
      *    TIME IS JUDGED - WHOLE-SECOND STAMPS MAKE A SHORT STEP'S
      *    RATE NOISE. SLOW MEANS ABOVE WS-SLOW-PCT OF ITS OWN 90-
      *    WINDOW RATE, GIVEN AT LEAST WS-SLOW-MIN-RUNS RUNS TO JUDGE.
       01  WS-SLOW-MIN-SECONDS          PIC 9(5) VALUE 60.
       01  WS-SLOW-PCT                  PIC 9(3) VALUE 150.
       01  WS-SLOW-MIN-RUNS             PIC 9(3) VALUE 3.

      *    CONVERSION WORK AREAS FOR 7000/7100.
       01  WS-CNV-SECS                  PIC 9(11).
       01  WS-CNV-INT                   PIC 9(7).
       01  WS-CNV-REM                   PIC 9(5).
       01  WS-CNV-DATE                  PIC X(8).
       01  WS-CNV-DATE-NUM REDEFINES WS-CNV-DATE
                                        PIC 9(8).
       01  WS-CNV-TIME                  PIC X(6).
       01  WS-CNV-TIME-PARTS REDEFINES WS-CNV-TIME.
           05  WS-CNV-HH                PIC 9(2).
           05  WS-CNV-MM                PIC 9(2).
           05  WS-CNV-SS                PIC 9(2).
       01  WS-CNV-EDIT                  PIC X(8).
       01  WS-HH-WORK                   PIC 9(2).
       01  WS-MM-WORK                   PIC 9(2).

      *    THE CURRENT RUNLOG RECORD, CLASSIFIED.
       01  WS-EVT-SECS                  PIC 9(11).
       01  WS-EVT-WINDOW                PIC 9(7).
       01  WS-ELAPSED                   PIC 9(9).

      *    START RECORDS NOT YET CLOSED BY AN END. A PROGRAM DOES NOT
      *    RUN TWICE AT ONCE UNDER ONE JOB, SO A SECOND START FOR THE
      *    SAME PROGRAM AND JOB MEANS THE FIRST ATTEMPT NEVER ENDED
      *    (AN ABEND) AND THE NEW ONE REPLACES IT.
       01  WS-OPN-TABLE.
           05  WS-OPN-ENTRY OCCURS 500 TIMES INDEXED BY WS-OPN-IDX.
               10  WS-OPN-PROGRAM       PIC X(8).
               10  WS-OPN-JOB-ID        PIC X(8).
               10  WS-OPN-START-SECS    PIC 9(11).
               10  WS-OPN-WINDOW        PIC 9(7).
               10  WS-OPN-ROW           PIC 9(4).
       01  WS-OPN-COUNT                 PIC 9(4) VALUE 0.
       01  WS-OPN-FOUND                 PIC 9(4) VALUE 0.

      *    THE REPORTED WINDOW'S STEPS IN START ORDER.
      *    STATE: R = STARTED, NO END YET; C = COMPLETE;
      *    A = ABANDONED (A LATER START OF THE SAME STEP REPLACED IT).
       01  WS-STP-TABLE.
           05  WS-STP-ENTRY OCCURS 300 TIMES INDEXED BY WS-STP-IDX.
               10  WS-STP-PROGRAM       PIC X(8).
               10  WS-STP-JOB-ID        PIC X(8).
               10  WS-STP-START-SECS    PIC 9(11).
               10  WS-STP-END-SECS      PIC 9(11).
               10  WS-STP-READ          PIC 9(9).
               10  WS-STP-WRITTEN       PIC 9(9).
               10  WS-STP-RC            PIC 9(4).
               10  WS-STP-STATE         PIC X.
               10  WS-STP-SLOW-FLAG     PIC X.
       01  WS-STP-COUNT                 PIC 9(4) VALUE 0.

      *    ONE ENTRY PER PROGRAM SEEN. HISTORY IS THE 90 (AND 30)
      *    WINDOWS BEFORE THE ONE REPORTED; THE RATE FIGURES ONLY
      *    COUNT RUNS THAT READ SOMETHING.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 100 TIMES INDEXED BY WS-PGM-IDX.
               10  WS-PGM-PROGRAM       PIC X(8).
               10  WS-PGM-RUNS-30       PIC 9(5).
               10  WS-PGM-SECS-30       PIC 9(11).
               10  WS-PGM-READ-30       PIC 9(13).
               10  WS-PGM-RUNS-90       PIC 9(5).
               10  WS-PGM-SECS-90       PIC 9(11).
               10  WS-PGM-READ-90       PIC 9(13).
               10  WS-PGM-RATE-RUNS-90  PIC 9(5).
               10  WS-PGM-RATE-SECS-90  PIC 9(11).
               10  WS-PGM-RATE-READ-90  PIC 9(13).
               10  WS-PGM-NIGHTS-30     PIC 9(3).
               10  WS-PGM-LAST-WINDOW   PIC 9(7).
               10  WS-PGM-DONE-FLAG     PIC X.
               10  WS-PGM-RUN-ROW       PIC 9(4).
               10  WS-PGM-NOW-SECS      PIC 9(9).
               10  WS-PGM-NOW-READ      PIC 9(11).
       01  WS-PGM-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PGM-FOUND                 PIC 9(4) VALUE 0.
       01  WS-FIND-PROGRAM              PIC X(8).

      *    NIGHTS IN THE LAST 30 ON WHICH ANYTHING RAN AT ALL - A STEP
      *    IS EXPECTED TONIGHT IF IT RAN ON AT LEAST HALF OF THEM.
       01  WS-ACTIVE-NIGHTS-30          PIC 9(3) VALUE 0.
       01  WS-LAST-ACTIVE-WINDOW        PIC 9(7) VALUE 0.

       01  WS-RATE-HIST                 PIC 9(7)V9(4).
       01  WS-RATE-NOW                  PIC 9(7)V9(4).
       01  WS-AVG-SECS                  PIC 9(9).
       01  WS-AVG-READ                  PIC 9(11).
       01  WS-SO-FAR                    PIC 9(9).
       01  WS-REMAINING                 PIC 9(9).
       01  WS-REMAINING-TOTAL           PIC 9(9) VALUE 0.
       01  WS-LAST-END-SECS             PIC 9(11) VALUE 0.
       01  WS-PROJECTED-SECS            PIC 9(11).
       01  WS-LATE-MINUTES              PIC 9(9) VALUE 0.
       01  WS-LATE-FLAG                 PIC X VALUE 'N'.
           88  WS-PROJECTED-LATE        VALUE 'Y'.
       01  WS-PENDING-NOTE              PIC X(12).

       01  WS-RECORDS-READ              PIC 9(9) VALUE 0.
       01  WS-ORPHAN-ENDS               PIC 9(9) VALUE 0.
       01  WS-STEPS-LATE                PIC 9(5) VALUE 0.
       01  WS-STEPS-SLOW                PIC 9(5) VALUE 0.
       01  WS-STEPS-AFTER-DEADLINE      PIC 9(5) VALUE 0.
       01  WS-STEPS-RUNNING             PIC 9(5) VALUE 0.

       01  WS-STEP-LINE.
           05  WS-S-PROGRAM             PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-S-JOB-ID              PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-S-START               PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-S-END                 PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-S-SECS                PIC ZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-S-READ                PIC ZZZZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-S-WRITTEN             PIC ZZZZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-S-RC                  PIC ZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-S-NOTE                PIC X(9).

       01  WS-TREND-LINE.
           05  WS-T-PROGRAM             PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-T-NIGHTS-30           PIC ZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-T-RUNS-30             PIC ZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-T-AVG-SECS-30         PIC ZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-T-AVG-READ-30         PIC ZZZZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-T-RUNS-90             PIC ZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-T-AVG-SECS-90         PIC ZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-T-AVG-READ-90         PIC ZZZZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-T-RATE-90             PIC ZZZ9.99.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-T-RATE-NOW            PIC ZZZ9.99.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-T-FLAG                PIC X(6).

       01  WS-PEND-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-P-PROGRAM             PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-P-NOTE                PIC X(12).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-P-AVG                 PIC ZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-P-REMAINING           PIC ZZZZZ9.

       01  WS-EDIT-SECS                 PIC ZZZZZZZZ9.
       01  WS-EDIT-NIGHTS               PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-RUN-LOG
           PERFORM 3000-WRITE-TIMELINE
           PERFORM 4000-WRITE-TREND
           PERFORM 5000-PROJECT-END
           PERFORM 5500-WRITE-PROJECTION
           IF WS-PROJECTED-LATE
              PERFORM 6000-ALERT-SLA
           END-IF
           PERFORM 9000-TERMINATE
           MOVE 'E' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *    PARM IS "jobid [window-date [start-hhmm [deadline-hhmm]]]".
      *    WITH NO WINDOW DATE THE WINDOW NOW OPEN IS REPORTED - THE
      *    ONE THAT STARTED TODAY IF THE START TIME HAS PASSED, ELSE
      *    YESTERDAY'S.
       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-JOB-ID WS-WINDOW-DATE-PARM WS-START-PARM
                    WS-DEADLINE-PARM
           END-UNSTRING
           IF WS-START-PARM NOT = SPACES
              AND FUNCTION TRIM(WS-START-PARM) IS NUMERIC
              MOVE FUNCTION TRIM(WS-START-PARM) TO WS-START-HHMM
           END-IF
           IF WS-DEADLINE-PARM NOT = SPACES
              AND FUNCTION TRIM(WS-DEADLINE-PARM) IS NUMERIC
              MOVE FUNCTION TRIM(WS-DEADLINE-PARM) TO WS-DEADLINE-HHMM
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CNV-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CNV-TIME
           PERFORM 7100-STAMP-TO-SECS
           MOVE WS-CNV-SECS TO WS-NOW-SECS
           IF WS-WINDOW-DATE-PARM NOT = SPACES
              AND FUNCTION TRIM(WS-WINDOW-DATE-PARM) IS NUMERIC
              MOVE WS-WINDOW-DATE-PARM TO WS-CNV-DATE
              COMPUTE WS-WINDOW-INT =
                  FUNCTION INTEGER-OF-DATE(WS-CNV-DATE-NUM)
           ELSE
              COMPUTE WS-WINDOW-INT =
                  FUNCTION INTEGER-OF-DATE(WS-CNV-DATE-NUM)
              IF WS-CNV-HH * 100 + WS-CNV-MM < WS-START-HHMM
                 SUBTRACT 1 FROM WS-WINDOW-INT
              END-IF
           END-IF
           MOVE WS-WINDOW-INT TO WS-CNV-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-CNV-INT) TO WS-CNV-DATE-NUM
           MOVE WS-CNV-DATE TO WS-WINDOW-DATE
           PERFORM 1100-SET-WINDOW-BOUNDS
           MOVE 'S' TO RLOG-EVENT-TYPE
           PERFORM 8900-WRITE-RUN-LOG
           MOVE RLOG-EVENT-STAMP TO WS-OWN-START-STAMP
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '05' OR '35'
              OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE "BATCH WINDOW TIMELINE AND SLA" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-DEADLINE-SECS TO WS-CNV-SECS
           PERFORM 7000-SECS-TO-STAMP
           STRING "WINDOW " WS-WINDOW-DATE "  OPENS "
                  WS-START-HHMM (1:2) ":" WS-START-HHMM (3:2)
                  "  DEADLINE " WS-CNV-DATE " " WS-CNV-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1100-SET-WINDOW-BOUNDS.
           DIVIDE WS-START-HHMM BY 100 GIVING WS-HH-WORK
               REMAINDER WS-MM-WORK
           COMPUTE WS-WIN-OPEN-SECS = WS-WINDOW-INT * 86400
                                    + WS-HH-WORK * 3600
                                    + WS-MM-WORK * 60
           COMPUTE WS-WIN-NEXT-SECS = WS-WIN-OPEN-SECS + 86400
           DIVIDE WS-DEADLINE-HHMM BY 100 GIVING WS-HH-WORK
               REMAINDER WS-MM-WORK
           COMPUTE WS-DEADLINE-SECS = WS-WINDOW-INT * 86400
                                    + WS-HH-WORK * 3600
                                    + WS-MM-WORK * 60
           IF WS-DEADLINE-HHMM NOT > WS-START-HHMM
              ADD 86400 TO WS-DEADLINE-SECS
           END-IF
           IF WS-NOW-SECS NOT < WS-WIN-OPEN-SECS
              AND WS-NOW-SECS < WS-WIN-NEXT-SECS
              MOVE 'Y' TO WS-WINDOW-CURRENT-FLAG
           END-IF.

      *****************************************************************
      *    ONE PASS OF RUNLOG. THE FILE IS IN TIME ORDER, SO AN END
      *    ALWAYS FINDS ITS START ALREADY OPEN.
      *****************************************************************
       2000-READ-RUN-LOG.
           OPEN INPUT RLOG-IN-FILE
           IF WS-RLOG-IN-STATUS NOT = '00'
              MOVE 'Y' TO WS-RLOG-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-RLOG-EOF
              READ RLOG-IN-FILE INTO RLOG-RECORD
                  AT END
                      MOVE 'Y' TO WS-RLOG-EOF-FLAG
                  NOT AT END
                      ADD 1 TO WS-RECORDS-READ
                      IF RLOG-EVENT-DATE IS NUMERIC
                         AND RLOG-EVENT-TIME IS NUMERIC
                         PERFORM 2050-CLASSIFY-EVENT
                      END-IF
              END-READ
           END-PERFORM
           IF WS-RLOG-IN-STATUS = '10'
              CLOSE RLOG-IN-FILE
           END-IF.

      *    AN EVENT BEFORE THE START TIME OF DAY BELONGS TO THE WINDOW
      *    THAT OPENED THE DAY BEFORE. A STEP STARTED AFTER THE
      *    REPORTED WINDOW (WHEN AN OLD NIGHT IS REPORTED) IS LEFT
      *    OUT; AN END IS ALWAYS TAKEN, SINCE THE STEP IT CLOSES MAY
      *    HAVE STARTED INSIDE THE WINDOW AND RUN ON PAST IT.
      *    THIS RUN'S OWN START IS ALREADY ON THE FILE; TAKEN IN, IT
      *    WOULD SHOW THE REPORT ITSELF AS A STEP STILL RUNNING AND
      *    ADD ITS AVERAGE TO THE PROJECTED END, SO IT IS SKIPPED.
      *    EARLIER RUNS OF THIS PROGRAM ARE STEPS LIKE ANY OTHER.
       2050-CLASSIFY-EVENT.
           MOVE RLOG-EVENT-DATE TO WS-CNV-DATE
           MOVE RLOG-EVENT-TIME TO WS-CNV-TIME
           PERFORM 7100-STAMP-TO-SECS
           MOVE WS-CNV-SECS TO WS-EVT-SECS
           MOVE WS-CNV-INT TO WS-EVT-WINDOW
           IF WS-CNV-HH * 100 + WS-CNV-MM < WS-START-HHMM
              SUBTRACT 1 FROM WS-EVT-WINDOW
           END-IF
           IF RLOG-START
              AND WS-EVT-WINDOW NOT > WS-WINDOW-INT
              AND NOT (RLOG-PROGRAM-ID = "SLAWIN01"
                       AND RLOG-JOB-ID = WS-JOB-ID
                       AND RLOG-EVENT-STAMP = WS-OWN-START-STAMP)
              PERFORM 2100-PROCESS-START
           END-IF
           IF RLOG-END
              PERFORM 2200-PROCESS-END
           END-IF.

       2100-PROCESS-START.
           PERFORM 2300-FIND-OPEN-START
           IF WS-OPN-FOUND > 0
              IF WS-OPN-ROW(WS-OPN-FOUND) > 0
                 MOVE 'A' TO WS-STP-STATE(WS-OPN-ROW(WS-OPN-FOUND))
              END-IF
           ELSE
              IF WS-OPN-COUNT = 500
                 DISPLAY "SLAWIN01: OPEN-STEP TABLE FULL AT 500 "
                         "ENTRIES - STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-OPN-COUNT
              MOVE WS-OPN-COUNT TO WS-OPN-FOUND
           END-IF
           MOVE RLOG-PROGRAM-ID TO WS-OPN-PROGRAM(WS-OPN-FOUND)
           MOVE RLOG-JOB-ID TO WS-OPN-JOB-ID(WS-OPN-FOUND)
           MOVE WS-EVT-SECS TO WS-OPN-START-SECS(WS-OPN-FOUND)
           MOVE WS-EVT-WINDOW TO WS-OPN-WINDOW(WS-OPN-FOUND)
           MOVE 0 TO WS-OPN-ROW(WS-OPN-FOUND)
           IF WS-EVT-WINDOW = WS-WINDOW-INT
              PERFORM 2150-ADD-STEP-ROW
           END-IF.

       2150-ADD-STEP-ROW.
           IF WS-STP-COUNT = 300
              DISPLAY "SLAWIN01: STEP TABLE FULL AT 300 ENTRIES - "
                      "STOPPING RUN"
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RLOG-EVENT-TYPE
              PERFORM 8900-WRITE-RUN-LOG
              STOP RUN
           END-IF
           ADD 1 TO WS-STP-COUNT
           MOVE WS-STP-COUNT TO WS-OPN-ROW(WS-OPN-FOUND)
           MOVE RLOG-PROGRAM-ID TO WS-STP-PROGRAM(WS-STP-COUNT)
           MOVE RLOG-JOB-ID TO WS-STP-JOB-ID(WS-STP-COUNT)
           MOVE WS-EVT-SECS TO WS-STP-START-SECS(WS-STP-COUNT)
           MOVE 0 TO WS-STP-END-SECS(WS-STP-COUNT)
           MOVE 0 TO WS-STP-READ(WS-STP-COUNT)
           MOVE 0 TO WS-STP-WRITTEN(WS-STP-COUNT)
           MOVE 0 TO WS-STP-RC(WS-STP-COUNT)
           MOVE 'R' TO WS-STP-STATE(WS-STP-COUNT)
           MOVE 'N' TO WS-STP-SLOW-FLAG(WS-STP-COUNT)
           MOVE RLOG-PROGRAM-ID TO WS-FIND-PROGRAM
           PERFORM 2400-FIND-PROGRAM
           MOVE WS-STP-COUNT TO WS-PGM-RUN-ROW(WS-PGM-FOUND).

      *    THE START THIS END CLOSES GIVES BOTH THE ELAPSED TIME AND
      *    THE WINDOW THE RUN COUNTS AGAINST. AN END WITH NO OPEN START
      *    (ITS START PURGED, OR BEFORE THE FILE BEGINS) IS COUNTED
      *    AND IGNORED.
       2200-PROCESS-END.
           PERFORM 2300-FIND-OPEN-START
           IF WS-OPN-FOUND = 0
              IF WS-EVT-WINDOW NOT > WS-WINDOW-INT
                 ADD 1 TO WS-ORPHAN-ENDS
              END-IF
           ELSE
              COMPUTE WS-ELAPSED =
                  WS-EVT-SECS - WS-OPN-START-SECS(WS-OPN-FOUND)
              MOVE RLOG-PROGRAM-ID TO WS-FIND-PROGRAM
              PERFORM 2400-FIND-PROGRAM
              IF WS-OPN-ROW(WS-OPN-FOUND) > 0
                 PERFORM 2250-COMPLETE-STEP-ROW
              ELSE
                 PERFORM 2500-ADD-HISTORY
              END-IF
              MOVE WS-OPN-ENTRY(WS-OPN-COUNT)
                  TO WS-OPN-ENTRY(WS-OPN-FOUND)
              SUBTRACT 1 FROM WS-OPN-COUNT
           END-IF.

       2250-COMPLETE-STEP-ROW.
           SET WS-STP-IDX TO WS-OPN-ROW(WS-OPN-FOUND)
           MOVE WS-EVT-SECS TO WS-STP-END-SECS(WS-STP-IDX)
           MOVE RLOG-RECORDS-READ TO WS-STP-READ(WS-STP-IDX)
           MOVE RLOG-RECORDS-WRITTEN TO WS-STP-WRITTEN(WS-STP-IDX)
           MOVE RLOG-RETURN-CODE TO WS-STP-RC(WS-STP-IDX)
           MOVE 'C' TO WS-STP-STATE(WS-STP-IDX)
           MOVE 'Y' TO WS-PGM-DONE-FLAG(WS-PGM-FOUND)
           MOVE 0 TO WS-PGM-RUN-ROW(WS-PGM-FOUND)
           ADD WS-ELAPSED TO WS-PGM-NOW-SECS(WS-PGM-FOUND)
           ADD RLOG-RECORDS-READ TO WS-PGM-NOW-READ(WS-PGM-FOUND)
      *    A STEP STARTED AFTER THE DEADLINE IS A DAYTIME RUN, NOT THE
      *    TAIL OF THE NIGHT'S CYCLE.
           IF WS-EVT-SECS > WS-LAST-END-SECS
              AND WS-STP-START-SECS(WS-STP-IDX) NOT > WS-DEADLINE-SECS
              MOVE WS-EVT-SECS TO WS-LAST-END-SECS
           END-IF.

       2300-FIND-OPEN-START.
           MOVE 0 TO WS-OPN-FOUND
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                   UNTIL WS-OPN-IDX > WS-OPN-COUNT
                      OR WS-OPN-FOUND > 0
              IF WS-OPN-PROGRAM(WS-OPN-IDX) = RLOG-PROGRAM-ID
                 AND WS-OPN-JOB-ID(WS-OPN-IDX) = RLOG-JOB-ID
                 SET WS-OPN-FOUND TO WS-OPN-IDX
              END-IF
           END-PERFORM.

       2400-FIND-PROGRAM.
           MOVE 0 TO WS-PGM-FOUND
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
                      OR WS-PGM-FOUND > 0
              IF WS-PGM-PROGRAM(WS-PGM-IDX) = WS-FIND-PROGRAM
                 SET WS-PGM-FOUND TO WS-PGM-IDX
              END-IF
           END-PERFORM
           IF WS-PGM-FOUND = 0
              IF WS-PGM-COUNT = 100
                 DISPLAY "SLAWIN01: PROGRAM TABLE FULL AT 100 "
                         "ENTRIES - STOPPING RUN"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RLOG-EVENT-TYPE
                 PERFORM 8900-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-PGM-COUNT
              MOVE WS-PGM-COUNT TO WS-PGM-FOUND
              MOVE WS-FIND-PROGRAM TO WS-PGM-PROGRAM(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-RUNS-30(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-SECS-30(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-READ-30(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-RUNS-90(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-SECS-90(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-READ-90(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-RATE-RUNS-90(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-RATE-SECS-90(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-RATE-READ-90(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-NIGHTS-30(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-LAST-WINDOW(WS-PGM-FOUND)
              MOVE 'N' TO WS-PGM-DONE-FLAG(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-RUN-ROW(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-NOW-SECS(WS-PGM-FOUND)
              MOVE 0 TO WS-PGM-NOW-READ(WS-PGM-FOUND)
           END-IF.

      *    A COMPLETED RUN FROM AN EARLIER WINDOW. RUNS OLDER THAN 90
      *    WINDOWS STILL CREATE THE PROGRAM'S ENTRY BUT COUNT FOR
      *    NOTHING.
       2500-ADD-HISTORY.
           MOVE WS-OPN-WINDOW(WS-OPN-FOUND) TO WS-EVT-WINDOW
           IF WS-EVT-WINDOW + 90 NOT < WS-WINDOW-INT
              ADD 1 TO WS-PGM-RUNS-90(WS-PGM-FOUND)
              ADD WS-ELAPSED TO WS-PGM-SECS-90(WS-PGM-FOUND)
              ADD RLOG-RECORDS-READ TO WS-PGM-READ-90(WS-PGM-FOUND)
              IF RLOG-RECORDS-READ > 0
                 ADD 1 TO WS-PGM-RATE-RUNS-90(WS-PGM-FOUND)
                 ADD WS-ELAPSED TO WS-PGM-RATE-SECS-90(WS-PGM-FOUND)
                 ADD RLOG-RECORDS-READ
                     TO WS-PGM-RATE-READ-90(WS-PGM-FOUND)
              END-IF
           END-IF
           IF WS-EVT-WINDOW + 30 NOT < WS-WINDOW-INT
              ADD 1 TO WS-PGM-RUNS-30(WS-PGM-FOUND)
              ADD WS-ELAPSED TO WS-PGM-SECS-30(WS-PGM-FOUND)
              ADD RLOG-RECORDS-READ TO WS-PGM-READ-30(WS-PGM-FOUND)
              IF WS-PGM-LAST-WINDOW(WS-PGM-FOUND) NOT = WS-EVT-WINDOW
                 ADD 1 TO WS-PGM-NIGHTS-30(WS-PGM-FOUND)
                 MOVE WS-EVT-WINDOW
                     TO WS-PGM-LAST-WINDOW(WS-PGM-FOUND)
              END-IF
              IF WS-LAST-ACTIVE-WINDOW NOT = WS-EVT-WINDOW
                 ADD 1 TO WS-ACTIVE-NIGHTS-30
                 MOVE WS-EVT-WINDOW TO WS-LAST-ACTIVE-WINDOW
              END-IF
           END-IF.

      *****************************************************************
      *    THE NIGHT'S STEPS IN START ORDER.
      *****************************************************************
       3000-WRITE-TIMELINE.
           MOVE "PROGRAM   JOB-ID    START     END        SECS"
               TO RPT-LINE
           MOVE "READ   WRITTEN   RC NOTE" TO RPT-LINE (52:24)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-STP-COUNT = 0
              MOVE "NO STEPS HAVE STARTED IN THIS WINDOW" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STP-COUNT
              IF WS-STP-START-SECS(WS-STP-IDX) > WS-DEADLINE-SECS
                 ADD 1 TO WS-STEPS-AFTER-DEADLINE
              ELSE
                 PERFORM 3100-WRITE-ONE-STEP
              END-IF
           END-PERFORM
           IF WS-STEPS-AFTER-DEADLINE > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "STEPS STARTED AFTER THE DEADLINE" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                      UNTIL WS-STP-IDX > WS-STP-COUNT
                 IF WS-STP-START-SECS(WS-STP-IDX) > WS-DEADLINE-SECS
                    PERFORM 3100-WRITE-ONE-STEP
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       3100-WRITE-ONE-STEP.
           MOVE WS-STP-PROGRAM(WS-STP-IDX) TO WS-S-PROGRAM
           MOVE WS-STP-JOB-ID(WS-STP-IDX) TO WS-S-JOB-ID
           MOVE WS-STP-START-SECS(WS-STP-IDX) TO WS-CNV-SECS
           PERFORM 7000-SECS-TO-STAMP
           MOVE WS-CNV-EDIT TO WS-S-START
           MOVE SPACES TO WS-S-NOTE
           IF WS-STP-STATE(WS-STP-IDX) = 'C'
              MOVE WS-STP-END-SECS(WS-STP-IDX) TO WS-CNV-SECS
              PERFORM 7000-SECS-TO-STAMP
              MOVE WS-CNV-EDIT TO WS-S-END
              COMPUTE WS-ELAPSED = WS-STP-END-SECS(WS-STP-IDX)
                                 - WS-STP-START-SECS(WS-STP-IDX)
              MOVE WS-ELAPSED TO WS-S-SECS
              MOVE WS-STP-READ(WS-STP-IDX) TO WS-S-READ
              MOVE WS-STP-WRITTEN(WS-STP-IDX) TO WS-S-WRITTEN
              MOVE WS-STP-RC(WS-STP-IDX) TO WS-S-RC
              PERFORM 3200-CHECK-SLOW
              IF WS-STP-SLOW-FLAG(WS-STP-IDX) = 'Y'
                 MOVE "SLOW" TO WS-S-NOTE (1:4)
              END-IF
              IF WS-STP-END-SECS(WS-STP-IDX) > WS-DEADLINE-SECS
                 AND WS-STP-START-SECS(WS-STP-IDX)
                     NOT > WS-DEADLINE-SECS
                 MOVE "LATE" TO WS-S-NOTE (6:4)
                 ADD 1 TO WS-STEPS-LATE
              END-IF
           ELSE
              MOVE SPACES TO WS-S-END
              MOVE 0 TO WS-S-SECS
              MOVE 0 TO WS-S-READ
              MOVE 0 TO WS-S-WRITTEN
              MOVE 0 TO WS-S-RC
              IF WS-STP-STATE(WS-STP-IDX) = 'A'
                 MOVE "ABANDONED" TO WS-S-NOTE
              ELSE
                 IF WS-WINDOW-CURRENT
                    MOVE "RUNNING" TO WS-S-NOTE
                 ELSE
                    MOVE "NO END" TO WS-S-NOTE
                 END-IF
              END-IF
           END-IF
           MOVE WS-STEP-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    PER-RECORD TIME AGAINST THE STEP'S OWN 90-WINDOW RATE.
       3200-CHECK-SLOW.
           MOVE WS-STP-PROGRAM(WS-STP-IDX) TO WS-FIND-PROGRAM
           PERFORM 2400-FIND-PROGRAM
           IF WS-STP-READ(WS-STP-IDX) > 0
              AND WS-ELAPSED NOT < WS-SLOW-MIN-SECONDS
              AND WS-PGM-RATE-RUNS-90(WS-PGM-FOUND)
                  NOT < WS-SLOW-MIN-RUNS
              AND WS-PGM-RATE-READ-90(WS-PGM-FOUND) > 0
              COMPUTE WS-RATE-HIST ROUNDED =
                  WS-PGM-RATE-SECS-90(WS-PGM-FOUND) * 1000
                / WS-PGM-RATE-READ-90(WS-PGM-FOUND)
              COMPUTE WS-RATE-NOW ROUNDED =
                  WS-ELAPSED * 1000 / WS-STP-READ(WS-STP-IDX)
              IF WS-RATE-NOW * 100 > WS-RATE-HIST * WS-SLOW-PCT
                 MOVE 'Y' TO WS-STP-SLOW-FLAG(WS-STP-IDX)
                 ADD 1 TO WS-STEPS-SLOW
              END-IF
           END-IF.

      *****************************************************************
      *    ELAPSED AND VOLUME PER STEP OVER THE LAST 30 AND 90
      *    WINDOWS. RATES ARE SECONDS PER 1000 RECORDS READ.
      *****************************************************************
       4000-WRITE-TREND.
           MOVE "STEP TREND - PRIOR 30 AND 90 WINDOWS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "PROGRAM   NTS RN30 AVGSEC AVGREAD30 RN90 AVGSEC"
               TO RPT-LINE
           MOVE "AVGREAD90 SEC/K90 SEC/KNOW" TO RPT-LINE (49:26)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
              PERFORM 4100-WRITE-ONE-PROGRAM
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       4100-WRITE-ONE-PROGRAM.
           MOVE WS-PGM-PROGRAM(WS-PGM-IDX) TO WS-T-PROGRAM
           MOVE WS-PGM-NIGHTS-30(WS-PGM-IDX) TO WS-T-NIGHTS-30
           MOVE WS-PGM-RUNS-30(WS-PGM-IDX) TO WS-T-RUNS-30
           MOVE WS-PGM-RUNS-90(WS-PGM-IDX) TO WS-T-RUNS-90
           MOVE 0 TO WS-T-AVG-SECS-30
           MOVE 0 TO WS-T-AVG-READ-30
           MOVE 0 TO WS-T-AVG-SECS-90
           MOVE 0 TO WS-T-AVG-READ-90
           MOVE 0 TO WS-T-RATE-90
           MOVE 0 TO WS-T-RATE-NOW
           MOVE SPACES TO WS-T-FLAG
           IF WS-PGM-RUNS-30(WS-PGM-IDX) > 0
              COMPUTE WS-T-AVG-SECS-30 ROUNDED =
                  WS-PGM-SECS-30(WS-PGM-IDX)
                / WS-PGM-RUNS-30(WS-PGM-IDX)
              COMPUTE WS-T-AVG-READ-30 ROUNDED =
                  WS-PGM-READ-30(WS-PGM-IDX)
                / WS-PGM-RUNS-30(WS-PGM-IDX)
           END-IF
           IF WS-PGM-RUNS-90(WS-PGM-IDX) > 0
              COMPUTE WS-T-AVG-SECS-90 ROUNDED =
                  WS-PGM-SECS-90(WS-PGM-IDX)
                / WS-PGM-RUNS-90(WS-PGM-IDX)
              COMPUTE WS-T-AVG-READ-90 ROUNDED =
                  WS-PGM-READ-90(WS-PGM-IDX)
                / WS-PGM-RUNS-90(WS-PGM-IDX)
           END-IF
           IF WS-PGM-RATE-READ-90(WS-PGM-IDX) > 0
              COMPUTE WS-T-RATE-90 ROUNDED =
                  WS-PGM-RATE-SECS-90(WS-PGM-IDX) * 1000
                / WS-PGM-RATE-READ-90(WS-PGM-IDX)
           END-IF
           IF WS-PGM-NOW-READ(WS-PGM-IDX) > 0
              COMPUTE WS-T-RATE-NOW ROUNDED =
                  WS-PGM-NOW-SECS(WS-PGM-IDX) * 1000
                / WS-PGM-NOW-READ(WS-PGM-IDX)
           END-IF
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STP-COUNT
              IF WS-STP-PROGRAM(WS-STP-IDX) = WS-PGM-PROGRAM(WS-PGM-IDX)
                 AND WS-STP-SLOW-FLAG(WS-STP-IDX) = 'Y'
                 MOVE "SLOW" TO WS-T-FLAG
              END-IF
           END-PERFORM
           MOVE WS-TREND-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      *    PROJECTED END OF THE CYCLE. A STEP IS EXPECTED IF IT RAN ON
      *    AT LEAST HALF THE ACTIVE NIGHTS OF THE LAST 30; ONE NOT YET
      *    COMPLETE ADDS ITS 30-WINDOW AVERAGE, LESS WHAT IT HAS
      *    ALREADY RUN IF IT IS RUNNING NOW. THE CLOCK ONLY COUNTS
      *    WHILE THE WINDOW IS STILL OPEN AND SOME STEP OF THE NIGHT
      *    IS STILL OUTSTANDING - RUNNING, OR EXPECTED AND NOT DONE.
      *    ONCE THE CYCLE HAS FINISHED (OR FOR A PAST NIGHT) THE
      *    PROJECTION IS ITS LAST STEP END, SO A DAYTIME RUN OF THIS
      *    REPORT DOES NOT CALL A CYCLE THAT ENDED ON TIME LATE.
      *****************************************************************
       5000-PROJECT-END.
           MOVE WS-LAST-END-SECS TO WS-PROJECTED-SECS
           IF WS-PROJECTED-SECS < WS-WIN-OPEN-SECS
              MOVE WS-WIN-OPEN-SECS TO WS-PROJECTED-SECS
           END-IF
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STP-COUNT
              IF WS-STP-STATE(WS-STP-IDX) = 'R'
                 AND WS-STP-START-SECS(WS-STP-IDX)
                     NOT > WS-DEADLINE-SECS
                 ADD 1 TO WS-STEPS-RUNNING
              END-IF
           END-PERFORM
           MOVE "PROJECTION" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-ACTIVE-NIGHTS-30 TO WS-EDIT-NIGHTS
           STRING "ACTIVE NIGHTS IN PRIOR 30 WINDOWS " WS-EDIT-NIGHTS
                  DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE "  STEPS EXPECTED BUT NOT COMPLETE    AVGSEC  REMAIN"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
              IF WS-ACTIVE-NIGHTS-30 > 0
                 AND WS-PGM-RUNS-30(WS-PGM-IDX) > 0
                 AND WS-PGM-NIGHTS-30(WS-PGM-IDX) * 2
                     NOT < WS-ACTIVE-NIGHTS-30
                 AND WS-PGM-DONE-FLAG(WS-PGM-IDX) NOT = 'Y'
                 PERFORM 5100-PROJECT-ONE-PROGRAM
              END-IF
           END-PERFORM
           IF WS-WINDOW-CURRENT
              AND WS-NOW-SECS > WS-PROJECTED-SECS
              AND (WS-REMAINING-TOTAL > 0 OR WS-STEPS-RUNNING > 0)
              MOVE WS-NOW-SECS TO WS-PROJECTED-SECS
           END-IF
           ADD WS-REMAINING-TOTAL TO WS-PROJECTED-SECS
           IF WS-PROJECTED-SECS > WS-DEADLINE-SECS
              MOVE 'Y' TO WS-LATE-FLAG
              COMPUTE WS-LATE-MINUTES =
                  (WS-PROJECTED-SECS - WS-DEADLINE-SECS + 59) / 60
           END-IF.

       5100-PROJECT-ONE-PROGRAM.
           COMPUTE WS-AVG-SECS ROUNDED =
               WS-PGM-SECS-30(WS-PGM-IDX) / WS-PGM-RUNS-30(WS-PGM-IDX)
           MOVE WS-AVG-SECS TO WS-REMAINING
           MOVE "NOT STARTED" TO WS-PENDING-NOTE
           IF WS-PGM-RUN-ROW(WS-PGM-IDX) > 0
              SET WS-STP-IDX TO WS-PGM-RUN-ROW(WS-PGM-IDX)
              IF WS-STP-STATE(WS-STP-IDX) = 'R'
                 AND WS-WINDOW-CURRENT
                 MOVE "RUNNING" TO WS-PENDING-NOTE
                 COMPUTE WS-SO-FAR =
                     WS-NOW-SECS - WS-STP-START-SECS(WS-STP-IDX)
                 IF WS-SO-FAR NOT < WS-AVG-SECS
                    MOVE 0 TO WS-REMAINING
                 ELSE
                    COMPUTE WS-REMAINING = WS-AVG-SECS - WS-SO-FAR
                 END-IF
              ELSE
                 MOVE "NO END" TO WS-PENDING-NOTE
              END-IF
           END-IF
           ADD WS-REMAINING TO WS-REMAINING-TOTAL
           MOVE WS-PGM-PROGRAM(WS-PGM-IDX) TO WS-P-PROGRAM
           MOVE WS-PENDING-NOTE TO WS-P-NOTE
           MOVE WS-AVG-SECS TO WS-P-AVG
           MOVE WS-REMAINING TO WS-P-REMAINING
           MOVE SPACES TO RPT-LINE
           MOVE WS-PEND-LINE TO RPT-LINE (1:50)
           WRITE RPT-LINE.

       5500-WRITE-PROJECTION.
           MOVE SPACES TO RPT-LINE
           IF WS-LAST-END-SECS > 0
              MOVE WS-LAST-END-SECS TO WS-CNV-SECS
              PERFORM 7000-SECS-TO-STAMP
              STRING "LAST STEP ENDED   " WS-CNV-DATE " " WS-CNV-EDIT
                     DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
           ELSE
              MOVE "LAST STEP ENDED   NONE" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-PROJECTED-SECS TO WS-CNV-SECS
           PERFORM 7000-SECS-TO-STAMP
           STRING "PROJECTED END     " WS-CNV-DATE " " WS-CNV-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-DEADLINE-SECS TO WS-CNV-SECS
           PERFORM 7000-SECS-TO-STAMP
           STRING "DEADLINE          " WS-CNV-DATE " " WS-CNV-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-PROJECTED-LATE
              MOVE WS-LATE-MINUTES TO WS-EDIT-SECS
              STRING "STATUS            LATE BY " WS-EDIT-SECS
                     " MINUTES - WARN RAISED"
                     DELIMITED BY SIZE INTO RPT-LINE
              END-STRING
           ELSE
              MOVE "STATUS            WITHIN DEADLINE" TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       6000-ALERT-SLA.
           MOVE SPACES TO ALERT-COUNTER-ID
           MOVE WS-LATE-MINUTES TO ALERT-NUMBER
           MOVE FUNCTION CURRENT-DATE (1:8) TO ALERT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO ALERT-TIME
           MOVE WS-JOB-ID TO ALERT-JOB-ID
           MOVE "SLAP" TO ALERT-REASON-CODE
           MOVE "WARN" TO ALERT-SEVERITY
           MOVE "BATCH CYCLE PROJECTED PAST DEADLINE" TO
               ALERT-MESSAGE-TEXT
           MOVE 'N' TO ALERT-ACK-FLAG
           MOVE SPACES TO ALERT-ACK-OPERATOR
           MOVE SPACES TO ALERT-ACK-DATE
           MOVE SPACES TO ALERT-ACK-TIME
           WRITE ALERT-RECORD.

      *    ABSOLUTE SECONDS IN WS-CNV-SECS TO WS-CNV-DATE, WS-CNV-TIME
      *    AND THE PRINTABLE HH:MM:SS IN WS-CNV-EDIT.
       7000-SECS-TO-STAMP.
           DIVIDE WS-CNV-SECS BY 86400 GIVING WS-CNV-INT
               REMAINDER WS-CNV-REM
           MOVE FUNCTION DATE-OF-INTEGER(WS-CNV-INT) TO WS-CNV-DATE-NUM
           DIVIDE WS-CNV-REM BY 3600 GIVING WS-CNV-HH
               REMAINDER WS-CNV-REM
           DIVIDE WS-CNV-REM BY 60 GIVING WS-CNV-MM
               REMAINDER WS-CNV-SS
           STRING WS-CNV-HH ":" WS-CNV-MM ":" WS-CNV-SS
                  DELIMITED BY SIZE INTO WS-CNV-EDIT
           END-STRING.

      *    WS-CNV-DATE AND WS-CNV-TIME TO ABSOLUTE SECONDS IN
      *    WS-CNV-SECS, LEAVING THE INTEGER DATE IN WS-CNV-INT.
       7100-STAMP-TO-SECS.
           COMPUTE WS-CNV-INT =
               FUNCTION INTEGER-OF-DATE(WS-CNV-DATE-NUM)
           COMPUTE WS-CNV-SECS = WS-CNV-INT * 86400
                               + WS-CNV-HH * 3600
                               + WS-CNV-MM * 60
                               + WS-CNV-SS.

      *    ONE RUNLOG RECORD PER CALL - 'S' AS THE STEP STARTS, 'E'
      *    JUST BEFORE EACH STOP RUN. THE FILE IS OPENED AND CLOSED
      *    AROUND THE WRITE SO THE START RECORD IS ON DISK EVEN IF THE
      *    STEP NEVER REACHES ITS END.
       8900-WRITE-RUN-LOG.
           MOVE WS-JOB-ID TO RLOG-JOB-ID
           MOVE "SLAWIN01" TO RLOG-PROGRAM-ID
           MOVE WS-WINDOW-DATE TO RLOG-CYCLE-DATE
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
           CLOSE ALERT-FILE
           CLOSE RPT-FILE
           DISPLAY "SLAWIN01: WINDOW " WS-WINDOW-DATE
           DISPLAY "SLAWIN01: RUNLOG RECORDS READ " WS-RECORDS-READ
           DISPLAY "SLAWIN01: STEPS IN WINDOW     " WS-STP-COUNT
           DISPLAY "SLAWIN01: STEPS LATE          " WS-STEPS-LATE
           DISPLAY "SLAWIN01: STEPS SLOW          " WS-STEPS-SLOW
           IF WS-STEPS-AFTER-DEADLINE > 0
              DISPLAY "SLAWIN01: STEPS AFTER DEADLINE "
                      WS-STEPS-AFTER-DEADLINE
           END-IF
           IF WS-ORPHAN-ENDS > 0
              DISPLAY "SLAWIN01: END RECORDS WITH NO START "
                      WS-ORPHAN-ENDS
           END-IF
           IF WS-PROJECTED-LATE
              DISPLAY "SLAWIN01: PROJECTED LATE BY " WS-LATE-MINUTES
                      " MINUTES"
           END-IF.
