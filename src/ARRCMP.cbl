      *                 ARRAPLY STEP CAN REWRITE JUST THE CHANGED
      *                 ARR-KEYS IN ARRFILE INSTEAD OF THE NIGHTLY
      *                 FULL RELOAD.
      *                 THE STEP'S START AND END, ITS RETURN CODE, AND
      *                 THE SUMMARY COUNTS AND MOVEMENT PERCENT ARE
      *                 ALSO APPENDED TO ARRSTEP, THE NIGHT'S RUN
      *                 LEDGER (SEE COPYBOOKS/ARRSTP.CPY).
      *                 RETURN-CODE 0 - WITHIN TOLERANCE.
      *                 RETURN-CODE 4 - MOVEMENT EXCEEDED TOLERANCE.
      *                 RETURN-CODE 8 - AN INPUT EXTRACT COULD NOT BE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTAOUT-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE-RECORD TOLERANCE CARD, ARRCMP'S ALONE - DECLARED
           RECORD CONTAINS 25 CHARACTERS.
           COPY ARRDLT.

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TOLCARD-STATUS         PIC XX VALUE SPACES.
               88  ARRPREV-OK                    VALUE '00'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.
           05  WS-DELTAOUT-STATUS        PIC XX VALUE SPACES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-CURR               PIC X VALUE 'N'.
       01  WS-POSITION                   PIC 9(6) VALUE 0.
       01  WS-DETAIL-LIMIT               PIC 9(3) VALUE 100.
       01  WS-DETAIL-PRINTED             PIC 9(6) VALUE 0.
       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'DELTA'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

       01  WS-CMP-COUNTS.
           05  WS-UNCHANGED-COUNT        PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 5100-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT CMP-FAILED
               PERFORM 2000-COMPARE-POSITION
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 4000-SET-RETURN-CODE
           PERFORM 5000-WRITE-STEP-RESULT
           GOBACK.

       1000-INITIALIZE.
               END-IF
           END-IF.

       5000-WRITE-STEP-RESULT.
      *    THE ENDED RECORD IN THE RUN LEDGER (SEE
      *    COPYBOOKS/ARRSTP.CPY), ALSO POSTED TO THE NIGHT'S RUN
      *    STATUS, WRITTEN AFTER THE RETURN CODE IS SET SO IT CARRIES
      *    THE CODE THE SCHEDULER SEES.  AN ARRSTEP THAT WILL NOT
      *    OPEN IS REPORTED AND OTHERWISE IGNORED - IT IS NEVER A
      *    REASON TO CHANGE THIS STEP'S RETURN CODE.
           OPEN EXTEND ARRSTEP-FILE
           IF ARRSTEP-NOT-FOUND
               OPEN OUTPUT ARRSTEP-FILE
           END-IF
           IF ARRSTEP-OK
               MOVE SPACES TO ARRSTEP-RECORD
               MOVE WS-LEDGER-STEP TO STF-STEP-NAME
               MOVE 'ARRCMP' TO STF-PROGRAM
               SET STF-STEP-ENDED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               ACCEPT STF-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
               MOVE WS-CURRENT-TIME TO STF-END-TIME
               MOVE RETURN-CODE TO STF-RETURN-CODE
               MOVE WS-CHANGED-COUNT TO STF-DELTA-CHANGED
               MOVE WS-APPEARED-COUNT TO STF-DELTA-ADDED
               MOVE WS-GONE-COUNT TO STF-DELTA-DELETED
               MOVE WS-MOVED-PCT TO STF-DELTA-PCT
               MOVE WS-TOLERANCE-PCT TO STF-TOLERANCE-PCT
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRCMP: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       5100-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 5000-WRITE-STEP-RESULT.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           MOVE WS-CURRENT-TIME TO WS-STEP-START-TIME
           OPEN EXTEND ARRSTEP-FILE
           IF ARRSTEP-NOT-FOUND
               OPEN OUTPUT ARRSTEP-FILE
           END-IF
           IF ARRSTEP-OK
               MOVE SPACES TO ARRSTEP-RECORD
               MOVE WS-LEDGER-STEP TO STF-STEP-NAME
               MOVE 'ARRCMP' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRCMP: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       9000-TERMINATE.
           CLOSE ARRCURR-FILE
           CLOSE ARRPREV-FILE
