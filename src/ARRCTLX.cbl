      *                 THE ARRCTL01 DEFAULT APPLIES AS ALWAYS.
      *                 IF NEITHER RECORD EXISTS (NO ONLINE UPDATE
      *                 HAS EVER BEEN MADE), CTLCARD IS LEFT ALONE.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY).
      *                 EVERY TABLE (SEE COPYBOOKS/ARRTBL.CPY) HAS A
      *                 SCHEDULE OF ITS OWN ON THE ONE CTLFILE: THE KEY
      *                 IS THE TABLE ID FOLLOWED BY THE DATED OR
      *                 ARRCTL01 ENTRY KEY, AND THE PARM NAMES THE
      *                 TABLE THIS RUN IS FOR, SO ONLY THAT TABLE'S
      *                 ENTRIES ARE EVER LOOKED AT AND WRITTEN TO ITS
      *                 OWN CTLCARD.  RETURN-CODE 0 NORMALLY; 16 WHEN
      *                 THE PARM CARRIES NO TABLE ID (CTLCARD IS LEFT
      *                 ALONE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRCTLX.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    CTLFILE-RECORD IS CTL-KEY FOLLOWED BY THE SAME FIELDS
      *    COPYBOOKS/ARRDATA.CPY FOR THE PRECEDENT.
       FD  CTLFILE-FILE.
       01  CTLFILE-RECORD.
           05  CTL-KEY.
               10  CTL-TABLE-ID          PIC X(4).
               10  CTL-ENTRY-KEY         PIC X(8).
           05  CTL-ARRAY-SIZE            PIC 9(6).
           05  CTL-CHECKPOINT-INTVL      PIC 9(6).
           05  CTL-RANGE-START           PIC 9(6).
           RECORD CONTAINS 40 CHARACTERS.
           COPY ARRCTL.

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-CTLFILE-STATUS             PIC XX VALUE SPACES.
           88  CTLFILE-OK                       VALUE '00'.
           88  CTLFILE-NOT-FOUND                VALUE '23'.
       01  WS-CTLCARD-STATUS             PIC XX VALUE SPACES.
       01  WS-ARRSTEP-STATUS             PIC XX VALUE SPACES.
           88  ARRSTEP-OK                       VALUE '00'.
           88  ARRSTEP-NOT-FOUND                VALUE '35'.

      *    THE DEFAULT RECORD'S WELL-KNOWN KEY, THE SAME KEY ARRCICS
      *    USES (WS-CTLFILE-KEY IN ARRCICS.CBL).  DATED SCHEDULE
      *    ENTRIES ARE KEYED YYYYMMDD AND TRIED FIRST.  BOTH FOLLOW
      *    THE TABLE ID IN CTL-KEY.
       01  WS-CTLFILE-KEY                PIC X(8) VALUE 'ARRCTL01'.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-KEY               PIC X(8).
       01  WS-CTL-FOUND                  PIC X VALUE 'N'.
           88  CTL-FOUND                        VALUE 'Y'.

      *    THE TABLE THIS RUN IS FOR, FROM THE PARM.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.

       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'STEP002'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(4).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
           PERFORM 2100-WRITE-STEP-START
      *    A PARM LONGER THAN A TABLE ID IS REFUSED RATHER THAN CUT
      *    DOWN TO SOME OTHER TABLE'S ID.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF
           IF WS-TABLE-ID = SPACES
               DISPLAY 'ARRCTLX: PARM MUST BE A TABLE ID OF 1-4 '
                       'CHARACTERS - CTLCARD LEFT UNCHANGED.'
               MOVE 16 TO RETURN-CODE
               PERFORM 2000-WRITE-STEP-RESULT
               GOBACK
           END-IF
      *    THE RUN DATE'S OWN ENTRY WINS; THE DEFAULT ONLY APPLIES
      *    WHEN NO ENTRY WAS SCHEDULED FOR TODAY.  A DATED ENTRY IS
      *    NEVER CARRIED FORWARD - YESTERDAY'S SPECIAL SETTING
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-KEY
           OPEN INPUT CTLFILE-FILE
           MOVE WS-TABLE-ID TO CTL-TABLE-ID
           MOVE WS-RUN-DATE-KEY TO CTL-ENTRY-KEY
           READ CTLFILE-FILE
           IF CTLFILE-OK
               SET CTL-FOUND TO TRUE
               DISPLAY 'ARRCTLX: TABLE ' WS-TABLE-ID ' SCHEDULE ENTRY '
                       WS-RUN-DATE-KEY ' SELECTED FOR THIS RUN.'
           ELSE
               MOVE WS-TABLE-ID TO CTL-TABLE-ID
               MOVE WS-CTLFILE-KEY TO CTL-ENTRY-KEY
               READ CTLFILE-FILE
               IF CTLFILE-OK
                   SET CTL-FOUND TO TRUE
                   DISPLAY 'ARRCTLX: TABLE ' WS-TABLE-ID
                           ' HAS NO ENTRY FOR ' WS-RUN-DATE-KEY
                           ' - DEFAULT RECORD SELECTED.'
               END-IF
           END-IF
               DISPLAY 'ARRCTLX: CTLCARD REFRESHED FROM CTLFILE.'
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ARRCTLX: NO CTLFILE RECORD FOR TABLE '
                       WS-TABLE-ID ' - CTLCARD LEFT UNCHANGED.'
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 2000-WRITE-STEP-RESULT
           GOBACK.

       1000-WRITE-CTLCARD.
           OPEN OUTPUT CTLCARD-FILE
           WRITE CTLCARD-RECORD
           CLOSE CTLCARD-FILE.

       2000-WRITE-STEP-RESULT.
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
               MOVE 'ARRCTLX' TO STF-PROGRAM
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
               DISPLAY 'ARRCTLX: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       2100-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 2000-WRITE-STEP-RESULT.
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
               MOVE 'ARRCTLX' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRCTLX: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.
