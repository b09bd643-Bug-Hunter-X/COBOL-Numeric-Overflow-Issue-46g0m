      *             PROGRAMMER PATCHING A RUN. THIS SHOP HAS NO CICS
      *             REGION, SO THE "SCREEN" IS A CONSOLE ACCEPT/DISPLAY
      *             DIALOG RUN AS A BATCH-INITIATED UTILITY. EVERY VIEW
      *             IS APPENDED TO THE MAINTAUD AUDIT FILE. A RESET IS
      *             UNDER DUAL CONTROL: IT IS QUEUED ON THE CTRPEND
      *             PENDING-CHANGE FILE UNDER THIS OPERATOR'S ID AND
      *             ONLY REACHES THE COUNTER MASTER (WITH ITS JOURNAL
      *             ENTRY AND AUDIT RECORD) WHEN A DIFFERENT OPERATOR
      *             APPROVES IT THROUGH CTRAPRV1.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMAINT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT PEND-FILE ASSIGN TO "CTRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY MAINTAUD.

       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-CTR-STATUS                PIC X(2).
       01  WS-MAUD-STATUS               PIC X(2).
       01  WS-PEND-STATUS               PIC X(2).

       01  WS-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01  WS-EXIT-FLAG                 PIC X VALUE 'N'.
       01  WS-NEW-FLAG-INPUT            PIC X VALUE SPACE.
       01  WS-NEW-OVERFLOW-FLAG-INPUT   PIC X VALUE SPACE.

      *    THE RESET AS KEYED, HELD APART FROM CTR-RECORD - THE MASTER
      *    ITSELF IS NOT CHANGED UNTIL THE RESET IS APPROVED.
       01  WS-REQ-NUMBER                PIC 9(9).
       01  WS-REQ-FLAG                  PIC X.
       01  WS-REQ-OVERFLOW-FLAG         PIC X.
       01  WS-PEND-SEQ                  PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CTR-FILE
           OPEN EXTEND MAUD-FILE
           IF WS-MAUD-STATUS = '05' OR '35'
              OPEN OUTPUT MAUD-FILE
           END-IF
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = '05' OR '35'
              OPEN OUTPUT PEND-FILE
           END-IF
           DISPLAY "CTRMAINT: COUNTER MAINTENANCE UTILITY"
           DISPLAY "ENTER YOUR OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID FROM CONSOLE
      *    A RESET IS QUEUED UNDER THIS ID AND CTRAPRV1 ONLY REFUSES
      *    AN APPROVER WHOSE ID MATCHES IT - AN ANONYMOUS REQUEST
      *    WOULD LET ITS OWN REQUESTER APPROVE IT.
           IF WS-OPERATOR-ID = SPACES
              DISPLAY "CTRMAINT: OPERATOR ID REQUIRED"
              MOVE 'Y' TO WS-EXIT-FLAG
           END-IF.

       2000-PROMPT-FOR-COMMAND.
           DISPLAY " "
              DISPLAY "RETIRE-DATE      : " CTR-RETIRE-DATE
              DISPLAY "PERIOD-RESET     : " CTR-PERIOD-RESET-CODE
              DISPLAY "CURRENT-PERIOD   : " CTR-CURRENT-PERIOD
              IF CTR-SUCCESSOR-ID NOT = SPACES
                 DISPLAY "SUCCESSOR-ID     : " CTR-SUCCESSOR-ID
                 DISPLAY "SUCCESSOR-TYPE   : " CTR-SUCCESSOR-TYPE
              END-IF
              DISPLAY "LAST-UPDATE-DTE  : " CTR-LAST-UPDATE-DTE
              MOVE "VIEW" TO MAUD-ACTION-CODE
              MOVE CTR-NUMBER TO MAUD-OLD-NUMBER MAUD-NEW-NUMBER
           ACCEPT WS-INQUIRY-COUNTER-ID FROM CONSOLE
           PERFORM 3100-READ-COUNTER
           IF WS-COUNTER-FOUND
              MOVE CTR-NUMBER TO WS-SAVE-NUMBER WS-REQ-NUMBER
              MOVE CTR-FLAG TO WS-SAVE-FLAG WS-REQ-FLAG
              MOVE CTR-OVERFLOW-FLAG
                  TO WS-SAVE-OVERFLOW-FLAG WS-REQ-OVERFLOW-FLAG
              DISPLAY "CURRENT NUMBER IS " CTR-NUMBER
              DISPLAY "ENTER NEW NUMBER (BLANK = NO CHANGE): "
              ACCEPT WS-NEW-NUMBER-INPUT FROM CONSOLE
      *       DROPPED.
              IF WS-NEW-NUMBER-INPUT NOT = SPACES
                 AND FUNCTION TRIM(WS-NEW-NUMBER-INPUT) IS NUMERIC
                 MOVE FUNCTION TRIM(WS-NEW-NUMBER-INPUT)
                     TO WS-REQ-NUMBER
              ELSE
                 IF WS-NEW-NUMBER-INPUT NOT = SPACES
                    DISPLAY "CTRMAINT: INVALID NUMBER INPUT - "
              DISPLAY "ENTER NEW FLAG (BLANK = NO CHANGE): "
              ACCEPT WS-NEW-FLAG-INPUT FROM CONSOLE
              IF WS-NEW-FLAG-INPUT NOT = SPACE
                 MOVE WS-NEW-FLAG-INPUT TO WS-REQ-FLAG
              END-IF
              DISPLAY "CURRENT OVERFLOW-FLAG IS " CTR-OVERFLOW-FLAG
              DISPLAY "ENTER NEW OVERFLOW-FLAG (BLANK = NO CHANGE): "
              ACCEPT WS-NEW-OVERFLOW-FLAG-INPUT FROM CONSOLE
              IF WS-NEW-OVERFLOW-FLAG-INPUT NOT = SPACE
                 MOVE WS-NEW-OVERFLOW-FLAG-INPUT
                     TO WS-REQ-OVERFLOW-FLAG
              END-IF
              IF WS-REQ-NUMBER = WS-SAVE-NUMBER
                 AND WS-REQ-FLAG = WS-SAVE-FLAG
                 AND WS-REQ-OVERFLOW-FLAG = WS-SAVE-OVERFLOW-FLAG
                 DISPLAY "CTRMAINT: NOTHING CHANGED - NO RESET QUEUED"
              ELSE
                 PERFORM 4100-QUEUE-RESET
              END-IF
           ELSE
              DISPLAY "CTRMAINT: COUNTER NOT FOUND - "
                      WS-INQUIRY-COUNTER-ID
           END-IF.

      *    THE RESET GOES TO THE PENDING-CHANGE QUEUE, NOT THE MASTER.
      *    THE OLD VALUES RECORD WHAT THIS OPERATOR SAW, SO CTRAPRV1
      *    CAN REFUSE THE APPROVAL IF A NUMBERING RUN HAS MOVED THE
      *    COUNTER IN THE MEANTIME.
       4100-QUEUE-RESET.
           ADD 1 TO WS-PEND-SEQ
           MOVE SPACES TO PEND-RECORD
           MOVE CTR-COUNTER-ID TO PEND-COUNTER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO PEND-REQUEST-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PEND-REQUEST-TIME
           MOVE WS-PEND-SEQ TO PEND-REQUEST-SEQ
           MOVE "RSET" TO PEND-ACTION-CODE
           MOVE "CTRMAINT" TO PEND-SOURCE-PROGRAM
           MOVE WS-OPERATOR-ID TO PEND-REQUESTER-ID
           MOVE 'P' TO PEND-STATUS
           MOVE WS-SAVE-NUMBER TO PEND-OLD-NUMBER
           MOVE WS-SAVE-FLAG TO PEND-OLD-FLAG
           MOVE WS-SAVE-OVERFLOW-FLAG TO PEND-OLD-OVERFLOW-FLAG
           MOVE WS-REQ-NUMBER TO PEND-NEW-NUMBER
           MOVE WS-REQ-FLAG TO PEND-NEW-FLAG
           MOVE WS-REQ-OVERFLOW-FLAG TO PEND-NEW-OVERFLOW-FLAG
           MOVE ZERO TO PEND-NEW-CEILING
           MOVE ZERO TO PEND-NEW-REF-PAD-WIDTH
           WRITE PEND-RECORD
               INVALID KEY
                   DISPLAY "CTRMAINT: UNABLE TO QUEUE RESET FOR "
                           CTR-COUNTER-ID
               NOT INVALID KEY
                   DISPLAY "CTRMAINT: RESET OF " CTR-COUNTER-ID
                           " QUEUED FOR APPROVAL"
           END-WRITE.

       5000-WRITE-AUDIT-RECORD.
           MOVE WS-INQUIRY-COUNTER-ID TO MAUD-COUNTER-ID
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO MAUD-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO MAUD-TIME
           MOVE SPACES TO MAUD-APPROVER-ID
           WRITE MAUD-RECORD.

       9000-TERMINATE.
           CLOSE CTR-FILE
           CLOSE MAUD-FILE
           CLOSE PEND-FILE.
