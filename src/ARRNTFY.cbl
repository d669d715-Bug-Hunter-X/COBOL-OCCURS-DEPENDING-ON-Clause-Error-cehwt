      *                 SYSOUT.
      *                 THE PARM ('PARTIAL' OR 'FAILURE') SAYS WHICH
      *                 CONDITION FIRED, SO ONE PROGRAM SERVES BOTH
      *                 STEPS.  AFTER A COMMA IT CARRIES THE TABLE ID
      *                 (SEE COPYBOOKS/ARRTBL.CPY), E.G.
      *                 PARM='PARTIAL,MAIN', SO THE OPERATOR IS TOLD
      *                 WHICH TABLE'S LOAD IS IN TROUBLE; WITHOUT ONE,
      *                 THE TABLE ON THE NEWEST ARRAUDIT RECORD IS
      *                 QUOTED INSTEAD.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY).
      *                 RETURN-CODE 0 - MESSAGE ISSUED.
      *                 RETURN-CODE 4 - MESSAGE ISSUED, BUT WITHOUT AN
      *                 ARRAUDIT RECORD TO QUOTE - THE RUN DIED BEFORE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRCHKPT-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRAUDIT-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY ARRAUD.

       FD  ARRCHKPT-FILE
           RECORD CONTAINS 25 CHARACTERS.
           COPY ARRCHK.

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARRAUDIT-STATUS        PIC XX VALUE SPACES.
               88  ARRAUDIT-OK                   VALUE '00'.
           05  WS-ARRCHKPT-STATUS        PIC XX VALUE SPACES.
               88  ARRCHKPT-OK                   VALUE '00'.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-AUDIT              PIC X VALUE 'N'.
           05  WS-LAST-ARRAY-SIZE        PIC 9(6).
           05  WS-LAST-FINAL-COUNT       PIC 9(6).
           05  WS-LAST-STATUS            PIC X.
           05  WS-LAST-TABLE-ID          PIC X(4).

       01  WS-RESUME-POSITION            PIC 9(6) VALUE 0.
       01  WS-CONDITION                  PIC X(8) VALUE 'PARTIAL'.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.

       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - NOTEPART FOR THE
      *    'PARTIAL' PARM, NOTEFAIL FOR 'FAILURE'.  KEEP IN STEP WITH
      *    THE JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'NOTEPART'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(13).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
      *    A PARM LONGER THAN PARM-TEXT IS TRUNCATED RATHER THAN
      *    LETTING THE REFERENCE MODIFICATION RUN PAST IT - THE ALERT
      *    GOES OUT REGARDLESS.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > 13
               MOVE 13 TO WS-PARM-USE-LENGTH
           END-IF
           IF WS-PARM-USE-LENGTH > ZERO
               UNSTRING PARM-TEXT(1:WS-PARM-USE-LENGTH)
                   DELIMITED BY ','
                   INTO WS-CONDITION WS-TABLE-ID
               END-UNSTRING
           END-IF
           IF WS-CONDITION = 'FAILURE'
               MOVE 'NOTEFAIL' TO WS-LEDGER-STEP
           END-IF
           PERFORM 4100-WRITE-STEP-START
           PERFORM 1000-READ-NEWEST-AUDIT
           IF WS-TABLE-ID = SPACES AND AUDIT-FOUND
               MOVE WS-LAST-TABLE-ID TO WS-TABLE-ID
           END-IF
           PERFORM 2000-READ-CHECKPOINT
           PERFORM 3000-ISSUE-ALERT
           IF AUDIT-FOUND
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 4000-WRITE-STEP-RESULT
           GOBACK.

       1000-READ-NEWEST-AUDIT.
           MOVE AUD-ARRAY-SIZE TO WS-LAST-ARRAY-SIZE
           MOVE AUD-FINAL-COUNT TO WS-LAST-FINAL-COUNT
           MOVE AUD-STATUS TO WS-LAST-STATUS
           MOVE AUD-TABLE-ID TO WS-LAST-TABLE-ID
           PERFORM 1100-READ-AUDIT.

       2000-READ-CHECKPOINT.
      *    THAT DOES THE ACTUAL PAGING); THE SAME TEXT GOES TO
      *    SYSOUT VIA PLAIN DISPLAY SO IT IS IN THE JOB LOG TOO.
           IF AUDIT-FOUND
               DISPLAY 'ARRNTFY: *** ARRPOP TABLE ' WS-TABLE-ID
                       ' ' WS-CONDITION
                       ' *** RUN ' WS-LAST-RUN-DATE
                       ' AT ' WS-LAST-RUN-TIME
                       ' POPULATED ' WS-LAST-FINAL-COUNT
                       ' OF ' WS-LAST-ARRAY-SIZE ' ELEMENTS.'
                   UPON CONSOLE
               DISPLAY 'ARRNTFY: *** ARRPOP TABLE ' WS-TABLE-ID
                       ' ' WS-CONDITION
                       ' *** RUN ' WS-LAST-RUN-DATE
                       ' AT ' WS-LAST-RUN-TIME
                       ' POPULATED ' WS-LAST-FINAL-COUNT
                       ' OF ' WS-LAST-ARRAY-SIZE ' ELEMENTS.'
           ELSE
               DISPLAY 'ARRNTFY: *** ARRPOP TABLE ' WS-TABLE-ID
                       ' ' WS-CONDITION
                       ' *** NO ARRAUDIT RECORD ON FILE - THE RUN '
                       'ENDED BEFORE WRITING ONE.'
                   UPON CONSOLE
               DISPLAY 'ARRNTFY: *** ARRPOP TABLE ' WS-TABLE-ID
                       ' ' WS-CONDITION
                       ' *** NO ARRAUDIT RECORD ON FILE - THE RUN '
                       'ENDED BEFORE WRITING ONE.'
           END-IF
               DISPLAY 'ARRNTFY: NO IN-FLIGHT CHECKPOINT - A RERUN '
                       'STARTS FRESH FROM ELEMENT 1.'
           END-IF.

       4000-WRITE-STEP-RESULT.
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
               MOVE 'ARRNTFY' TO STF-PROGRAM
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
               DISPLAY 'ARRNTFY: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       4100-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 4000-WRITE-STEP-RESULT.
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
               MOVE 'ARRNTFY' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRNTFY: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.
