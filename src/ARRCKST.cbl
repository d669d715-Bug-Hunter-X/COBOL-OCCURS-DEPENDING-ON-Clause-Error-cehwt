      *                 STEP010 - A RESTART MUST NOT BE, SINCE ITS
      *                 OPEN EXTEND DEPENDS ON THE PRIOR PARTIAL
      *                 EXTRACT STILL BEING THERE.  SEE JCL/ARRPOPJ.JCL.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY).
      *                 RETURN-CODE 0 - NO IN-FLIGHT CHECKPOINT (ARRCHKPT
      *                 NOT FOUND, OR CHKPT-COUNT IS ZERO) - THIS IS A
      *                 FRESH RUN, SAFE TO CLEAR ARREXTR.  ARRPOP ONLY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRCHKPT-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRCHKPT-FILE
           RECORD CONTAINS 25 CHARACTERS.
           COPY ARRCHK.

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-ARRCHKPT-STATUS            PIC XX VALUE SPACES.
           88  ARRCHKPT-OK                       VALUE '00'.
           88  ARRCHKPT-NOT-FOUND                VALUE '35'.
       01  WS-ARRSTEP-STATUS             PIC XX VALUE SPACES.
           88  ARRSTEP-OK                       VALUE '00'.
           88  ARRSTEP-NOT-FOUND                VALUE '35'.

       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'STEP005'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1100-WRITE-STEP-START
           OPEN INPUT ARRCHKPT-FILE
           IF ARRCHKPT-NOT-FOUND
               DISPLAY 'ARRCKST: NO ARRCHKPT - TREATING AS A FRESH '
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 1000-WRITE-STEP-RESULT
           GOBACK.

       1000-WRITE-STEP-RESULT.
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
               MOVE 'ARRCKST' TO STF-PROGRAM
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
               DISPLAY 'ARRCKST: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       1100-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 1000-WRITE-STEP-RESULT.
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
               MOVE 'ARRCKST' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRCKST: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.
