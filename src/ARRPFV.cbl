      *                 RANGE RULES, AGAINST THE EXISTING ARRCHKPT
      *                 RECORD, AND AGAINST THE ARRIN RECORD COUNT,
      *                 AND PRINTS A PASS/WARN/FAIL VALIDATION REPORT.
      *                 THE FEED'S HDR AND TRL CONTROL RECORDS (SEE
      *                 COPYBOOKS/ARRINC.CPY) ARE NOT COUNTED.
      *                 THE BOUNDS AND DEFAULTING RULES MIRROR
      *                 SRC/ARRPOP.CBL (SIZE DEFAULT 100, RANGE
      *                 DEFAULT 1 THRU SIZE, MAX 250,000) - KEEP THEM
      *                 IN SYNC WITH THAT PROGRAM BY HAND.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY).
      *                 RETURN-CODE 0  - CLEAN, RUN AS PLANNED.
      *                 RETURN-CODE 4  - WARNINGS ONLY: THE RUN WOULD
      *                 COMPLETE, BUT NOT NECESSARILY AS THE KIND OF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCARD-FILE
           COPY ARRCHK.

       FD  ARRIN-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY ARRIN.
           COPY ARRINC.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTLCARD-STATUS         PIC XX VALUE SPACES.
           05  WS-ARRIN-STATUS           PIC XX VALUE SPACES.
               88  ARRIN-OK                      VALUE '00'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-ARRIN              PIC X VALUE 'N'.
           05  RL-VERDICT                PIC X(6).
           05  RL-TEXT                   PIC X(74).

       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'STEP003'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 7200-WRITE-STEP-START
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           PERFORM 6000-VALIDATE-ARRIN
           PERFORM 7000-SET-RETURN-CODE
           CLOSE PRINT-FILE
           PERFORM 7100-WRITE-STEP-RESULT
           GOBACK.

       1000-READ-CONTROL-CARD.
               AT END
                   SET ARRIN-EOF TO TRUE
               NOT AT END
                   IF NOT RAWC-HEADER AND NOT RAWC-TRAILER
                       ADD 1 TO WS-ARRIN-COUNT
                   END-IF
           END-READ.

       4000-VALIDATE-BOUNDS.
               END-IF
           END-IF.

       7100-WRITE-STEP-RESULT.
      *    THE ENDED RECORD IN THE RUN LEDGER (SEE
      *    COPYBOOKS/ARRSTP.CPY), WRITTEN AFTER THE RETURN CODE IS
      *    SET SO IT CARRIES THE CODE THE SCHEDULER SEES.  AN ARRSTEP
      *    THAT WILL NOT OPEN IS REPORTED AND OTHERWISE IGNORED - IT
      *    IS NEVER A REASON TO CHANGE THIS STEP'S RETURN CODE.
           OPEN EXTEND ARRSTEP-FILE
           IF ARRSTEP-NOT-FOUND
               OPEN OUTPUT ARRSTEP-FILE
           END-IF
           IF ARRSTEP-OK
               MOVE SPACES TO ARRSTEP-RECORD
               MOVE WS-LEDGER-STEP TO STF-STEP-NAME
               MOVE 'ARRPFV' TO STF-PROGRAM
               SET STF-STEP-ENDED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               ACCEPT STF-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
               MOVE WS-CURRENT-TIME TO STF-END-TIME
               MOVE RETURN-CODE TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRPFV: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       7200-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 7100-WRITE-STEP-RESULT.
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
               MOVE 'ARRPFV' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRPFV: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       8100-WRITE-PASS.
           MOVE 'PASS  ' TO RL-VERDICT
           PERFORM 8400-WRITE-REPORT-LINE.
