      *    PROGRAM-ID : ARRRCY
      *    PURPOSE    : RECYCLE FRONT-END AHEAD OF ARREDIT.  REJECTS
      *                 THAT DATA ENTRY CORRECTS COME BACK ON THE
      *                 ARRINRCY RECYCLE FILE (23-BYTE ARRIN LAYOUT,
      *                 THE SAME RECORD THEY CORRECTED); THIS STEP
      *                 WRITES THEM TO THE FRONT OF THE COMBINED FEED
      *                 (ARRINCMB) AHEAD OF THE NEW ARRINRAW RECORDS,
      *                 QUIET NIGHT - THE RAW FEED IS PASSED THROUGH
      *                 UNCHANGED AND AN EMPTY NEW MASTER IS WRITTEN
      *                 FROM AN EMPTY OLD ONE.
      *                 THE RAW FEED'S HDR AND TRL CONTROL RECORDS
      *                 (SEE COPYBOOKS/ARRINC.CPY) ARE DROPPED - ONLY
      *                 BODY RECORDS REACH ARRINCMB.
      *                 EVERY DD IS THE TABLE'S OWN DATA SET (SEE
      *                 COPYBOOKS/ARRTBL.CPY), SO TRANS-IDS ARE ONLY
      *                 EVER MATCHED WITHIN ONE TABLE.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY).
      *                 RETURN-CODE 0 - COMBINED FEED COMPLETE.
      *                 RETURN-CODE 8 - ARRINRAW COULD NOT BE OPENED -
      *                 NO COMBINED FEED WAS PRODUCED, HOLD THE EDIT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRINRCY-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY ARRIN.

      *    SAME 23-BYTE LAYOUT AS ARRINRCY - DECLARED INLINE BECAUSE
      *    COPYBOOKS/ARRIN.CPY'S 01 NAME IS ALREADY TAKEN BY THE
      *    RECYCLE FD ABOVE, THE SAME WAY ARRPOP DECLARES ARRPREV.
       FD  ARRINRAW-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  ARRINRAW-RECORD               PIC X(23).
           COPY ARRINC.

       FD  ARRINCMB-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  ARRINCMB-RECORD               PIC X(23).

       FD  ARRREJMS-FILE
           RECORD CONTAINS 33 CHARACTERS.
           COPY ARRREJM.

      *    SAME 33-BYTE LAYOUT AS ARRREJMS - INLINE FOR THE SAME
      *    ONE-COPY-PER-PROGRAM REASON AS ARRINRAW ABOVE.
       FD  ARRREJNW-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  ARRREJNW-RECORD               PIC X(33).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARRINRCY-STATUS        PIC XX VALUE SPACES.
               88  ARRREJMS-OK                   VALUE '00'.
           05  WS-ARRREJNW-STATUS        PIC XX VALUE SPACES.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-RCY                PIC X VALUE 'N'.
           05  CL-LABEL                  PIC X(38).
           05  CL-COUNT                  PIC ZZZZZ9.

       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'RECYC'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 6200-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT RCY-FAILED
               PERFORM 2000-COPY-RECYCLE-RECORDS
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 6000-SET-RETURN-CODE
           PERFORM 6100-WRITE-STEP-RESULT
           GOBACK.

       1000-INITIALIZE.
           END-READ.

       3200-COPY-ONE-RAW.
      *    THE FEED'S HDR AND TRL CONTROL RECORDS STOP HERE - RAWVAL
      *    HAS ALREADY PROVED THE BODY AGAINST THEM, AND ARREDIT
      *    WOULD ONLY REJECT THEM AS BAD TRANSACTIONS.
           IF NOT RAWC-HEADER AND NOT RAWC-TRAILER
               ADD 1 TO WS-RAW-COUNT
               MOVE ARRINRAW-RECORD TO ARRINCMB-RECORD
               WRITE ARRINCMB-RECORD
           END-IF
           PERFORM 3100-READ-RAW.

       4000-FILTER-MASTER.
               MOVE 0 TO RETURN-CODE
           END-IF.

       6100-WRITE-STEP-RESULT.
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
               MOVE 'ARRRCY' TO STF-PROGRAM
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
               DISPLAY 'ARRRCY: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       6200-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 6100-WRITE-STEP-RESULT.
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
               MOVE 'ARRRCY' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRRCY: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       9000-TERMINATE.
           CLOSE ARRINRAW-FILE
           CLOSE ARRINCMB-FILE
