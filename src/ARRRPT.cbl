      *                 IT ADDED THROUGH ARRDSCM.  A MISSING DSCFILE
      *                 DD LEAVES THE NAME COLUMN BLANK AND THE
      *                 LISTING OTHERWISE UNCHANGED.
      *                 THE PARM IS THE TABLE ID (SEE COPYBOOKS/
      *                 ARRTBL.CPY) THE EXTRACT BELONGS TO - THE NAMES
      *                 ARE READ UNDER THAT TABLE'S KEY ON THE SHARED
      *                 DSCFILE, AND NO TABLE ID LEAVES THE NAME COLUMN
      *                 BLANK THE SAME AS NO DSCFILE.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY); ARRRPTJ POINTS
      *                 ARRSTEP AT DD DUMMY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRRPT.
           SELECT DSCFILE-FILE ASSIGN TO DSCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-RECORD-KEY
               FILE STATUS IS WS-DSCFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCARD-FILE
           COPY ARREXTR.

       FD  DSCFILE-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ARRDSC.

       FD  PRINT-FILE
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTLCARD-STATUS         PIC XX VALUE SPACES.
           05  WS-DSCFILE-STATUS         PIC XX VALUE SPACES.
               88  DSCFILE-OK                    VALUE '00'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-EXTRACT            PIC X VALUE 'N'.
       01  WS-HEADING-1.
           05  FILLER                    PIC X(21)
                                          VALUE 'ARRPOP TABLE LISTING'.
           05  FILLER                    PIC X(6) VALUE 'TABLE '.
           05  H1-TABLE                  PIC X(4).
           05  FILLER                    PIC X(9) VALUE 'RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
               'EXPECTED WS-ARRAY-SIZE '.
           05  ML-EXPECTED               PIC ZZZZZ9.

       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'RPT'.
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
           PERFORM 4100-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRODUCE-REPORT UNTIL EXTRACT-EOF
           PERFORM 3000-WRITE-CONTROL-TOTAL
           PERFORM 9000-TERMINATE
           PERFORM 4000-WRITE-STEP-RESULT
           GOBACK.

       1000-INITIALIZE.
      *    A PARM LONGER THAN A TABLE ID IS REFUSED RATHER THAN CUT
      *    DOWN TO SOME OTHER TABLE'S ID.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF
           OPEN INPUT CTLCARD-FILE
           IF CTLCARD-OK
               READ CTLCARD-FILE
           END-IF

           OPEN INPUT ARREXTR-FILE
           IF WS-TABLE-ID = SPACES
               DISPLAY 'ARRRPT: NO TABLE ID IN THE PARM - NAME '
                       'COLUMN WILL BE BLANK.'
           ELSE
               OPEN INPUT DSCFILE-FILE
               IF DSCFILE-OK
                   SET DSC-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'ARRRPT: NO DSCFILE - STATUS '
                           WS-DSCFILE-STATUS
                           ' - NAME COLUMN WILL BE BLANK.'
               END-IF
           END-IF
           OPEN OUTPUT PRINT-FILE

                  INTO WS-RUN-DATE-DISPLAY
           END-STRING
           MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE
           MOVE WS-TABLE-ID TO H1-TABLE

           PERFORM 1200-WRITE-HEADINGS
           PERFORM 1100-READ-EXTRACT.
      *    *UNDEFINED* MARKS AN ELEMENT NOBODY HAS DESCRIBED YET.
           MOVE SPACES TO DL-NAME DL-DEPT
           IF DSC-AVAILABLE
               MOVE WS-TABLE-ID TO DSC-TABLE-ID
               MOVE WS-RECORD-COUNT TO DSC-KEY
               READ DSCFILE-FILE
               IF DSCFILE-OK
               DISPLAY 'ARRRPT: WARNING - CONTROL TOTAL MISMATCH'
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
               MOVE 'ARRRPT' TO STF-PROGRAM
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
               DISPLAY 'ARRRPT: CANNOT OPEN ARRSTEP - STATUS '
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
               MOVE 'ARRRPT' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRRPT: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       9000-TERMINATE.
           CLOSE ARREXTR-FILE
           IF DSC-AVAILABLE
