      *                 EXTRACT, SO RECOMPUTING THE EXTRACT TOTALS
      *                 HERE TIES THOSE REPORTS INTO THE SAME PROOF
      *                 WITHOUT PARSING ANYONE'S SYSOUT.
      *                 THE PARM IS THE TABLE ID (SEE COPYBOOKS/
      *                 ARRTBL.CPY) BEING PROVEN: ONLY THAT TABLE'S KEY
      *                 RANGE OF THE SHARED ARRFILE IS TOTALLED, AND
      *                 AN ARRAUDIT RECORD WRITTEN FOR ANY OTHER TABLE
      *                 (A MISPOINTED DD) IS AN OUT-OF-BALANCE ITEM.
      *                 A ONE-PAGE BALANCING REPORT IS PRINTED EITHER
      *                 WAY, ONE LINE PER COMPARISON, TIE OR OUT.
      *                 THE STEP'S START AND END, ITS RETURN CODE, AND
      *                 THE COUNTS AND HASHES ARE ALSO APPENDED TO
      *                 ARRSTEP, THE NIGHT'S RUN LEDGER (SEE
      *                 COPYBOOKS/ARRSTP.CPY) - THE TIE/OUT THE ARRS
      *                 TRANSACTION SHOWS.
      *                 RETURN-CODE 0  - EVERYTHING TIES - THE NIGHT
      *                 IS PROVEN.
      *                 RETURN-CODE 8  - AT LEAST ONE COMPARISON IS
      *                 OUT OF BALANCE - STOP THE SCHEDULE AND LOOK.
      *                 RETURN-CODE 16 - NO TABLE ID IN THE PARM, OR AN
      *                 INPUT COULD NOT BE OPENED - THE NIGHT CANNOT BE
      *                 PROVEN EITHER WAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRBAL.

           SELECT ARRFILE-FILE ASSIGN TO ARRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-RECORD-KEY
               FILE STATUS IS WS-ARRFILE-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           COPY ARREXTR.

       FD  ARRAUDIT-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY ARRAUD.

       FD  ARRFILE-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY ARRFIL.

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
           05  WS-ARRFILE-STATUS         PIC XX VALUE SPACES.
               88  ARRFILE-OK                    VALUE '00'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-EXTRACT            PIC X VALUE 'N'.
           05  WS-LAST-RUN-DATE          PIC X(8).
           05  WS-LAST-FINAL-COUNT       PIC 9(6) VALUE 0.
           05  WS-LAST-STATUS            PIC X.
           05  WS-LAST-TABLE-ID          PIC X(4).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(26)
                           VALUE 'NIGHTLY BALANCING REPORT'.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE: '.
           05  H1-RUN-DATE               PIC X(8).
           05  FILLER                    PIC X(9) VALUE '   TABLE '.
           05  H1-TABLE                  PIC X(4).

       01  WS-RUN-DATE                   PIC 9(8).


       01  WS-NOTE-LINE                  PIC X(80).

       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'BALANCE'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

      *    THE TABLE THIS RUN IS FOR, FROM THE PARM.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(4).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
           PERFORM 7100-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT BAL-FAILED
               PERFORM 2000-TOTAL-EXTRACT
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 6000-SET-RETURN-CODE
           PERFORM 7000-WRITE-STEP-RESULT
           GOBACK.

       1000-INITIALIZE.
      *    A PARM LONGER THAN A TABLE ID IS REFUSED RATHER THAN CUT
      *    DOWN TO SOME OTHER TABLE'S ID.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF
           IF WS-TABLE-ID = SPACES
               DISPLAY 'ARRBAL: NO TABLE ID IN THE PARM - NIGHT NOT '
                       'PROVEN.'
               SET BAL-FAILED TO TRUE
           ELSE
               PERFORM 1050-OPEN-FILES
           END-IF.

       1050-OPEN-FILES.
           OPEN INPUT ARREXTR-FILE
           IF NOT ARREXTR-OK
               DISPLAY 'ARRBAL: CANNOT OPEN ARREXTR - STATUS '
                   OPEN OUTPUT PRINT-FILE
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   MOVE WS-RUN-DATE TO H1-RUN-DATE
                   MOVE WS-TABLE-ID TO H1-TABLE
                   WRITE PRINT-RECORD FROM WS-HEADING-1
                       AFTER ADVANCING PAGE
               END-IF
           END-READ.

       1200-READ-ARRFILE.
      *    THE NEXT TABLE'S FIRST KEY ENDS THIS TABLE'S RANGE THE SAME
      *    AS END OF FILE.
           IF NOT ARRFILE-EOF
               READ ARRFILE-FILE NEXT RECORD
                   AT END
                       SET ARRFILE-EOF TO TRUE
                   NOT AT END
                       IF ARR-TABLE-ID NOT = WS-TABLE-ID
                           SET ARRFILE-EOF TO TRUE
                       END-IF
               END-READ
           END-IF.

       2000-TOTAL-EXTRACT.
           PERFORM 1100-READ-EXTRACT
           PERFORM 1100-READ-EXTRACT.

       3000-TOTAL-ARRFILE.
      *    POSITION AT THE FIRST KEY OF THIS TABLE'S RANGE - A TABLE
      *    WITH NOTHING LOADED TOTALS TO ZERO AND FAILS TO TIE.
           MOVE WS-TABLE-ID TO ARR-TABLE-ID
           MOVE ZERO TO ARR-KEY
           START ARRFILE-FILE KEY IS NOT LESS THAN ARR-RECORD-KEY
               INVALID KEY
                   SET ARRFILE-EOF TO TRUE
           END-START
           PERFORM 1200-READ-ARRFILE
           PERFORM 3100-ADD-ONE-ARRFILE UNTIL ARRFILE-EOF.

           MOVE AUD-RUN-DATE TO WS-LAST-RUN-DATE
           MOVE AUD-FINAL-COUNT TO WS-LAST-FINAL-COUNT
           MOVE AUD-STATUS TO WS-LAST-STATUS
           MOVE AUD-TABLE-ID TO WS-LAST-TABLE-ID
           PERFORM 4100-READ-AUDIT.

       5000-BALANCE.
           EVALUATE TRUE
               WHEN NOT AUDIT-FOUND
                   MOVE
                     'NO ARRAUDIT RECORD ON FILE - COUNT NOT PROVEN.'
                       TO WS-NOTE-LINE
                   WRITE PRINT-RECORD FROM WS-NOTE-LINE
                       AFTER ADVANCING 2 LINES
                   SET OUT-OF-BALANCE TO TRUE
               WHEN WS-LAST-TABLE-ID NOT = WS-TABLE-ID
                   MOVE SPACES TO WS-NOTE-LINE
                   STRING 'NEWEST ARRAUDIT RECORD IS FOR TABLE '
                              DELIMITED BY SIZE
                          WS-LAST-TABLE-ID DELIMITED BY SIZE
                          ' - COUNT NOT PROVEN.' DELIMITED BY SIZE
                          INTO WS-NOTE-LINE
                   END-STRING
                   WRITE PRINT-RECORD FROM WS-NOTE-LINE
                       AFTER ADVANCING 2 LINES
                   SET OUT-OF-BALANCE TO TRUE
               WHEN OTHER
                   MOVE 'EXTRACT COUNT VS ARRPOP AUDIT' TO BL-ITEM
                   MOVE WS-EXTRACT-COUNT TO BL-LEFT
                   MOVE WS-LAST-FINAL-COUNT TO BL-RIGHT
                   IF WS-EXTRACT-COUNT = WS-LAST-FINAL-COUNT
                       PERFORM 5100-WRITE-TIE
                   ELSE
                       PERFORM 5200-WRITE-OUT
                   END-IF
           END-EVALUATE

           MOVE 'ARRFILE COUNT VS EXTRACT' TO BL-ITEM
           MOVE WS-ARRFILE-COUNT TO BL-LEFT
               END-IF
           END-IF.

       7000-WRITE-STEP-RESULT.
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
               MOVE 'ARRBAL' TO STF-PROGRAM
               SET STF-STEP-ENDED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               ACCEPT STF-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
               MOVE WS-CURRENT-TIME TO STF-END-TIME
               MOVE RETURN-CODE TO STF-RETURN-CODE
               MOVE WS-LAST-FINAL-COUNT TO STF-BAL-AUDIT-COUNT
               MOVE WS-EXTRACT-COUNT TO STF-BAL-EXTRACT-COUNT
               MOVE WS-ARRFILE-COUNT TO STF-BAL-ARRFILE-COUNT
               MOVE WS-EXTRACT-HASH TO STF-BAL-EXTRACT-HASH
               MOVE WS-ARRFILE-HASH TO STF-BAL-ARRFILE-HASH
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRBAL: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       7100-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 7000-WRITE-STEP-RESULT.
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
               MOVE 'ARRBAL' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRBAL: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       9000-TERMINATE.
           CLOSE ARREXTR-FILE
           CLOSE ARRFILE-FILE
