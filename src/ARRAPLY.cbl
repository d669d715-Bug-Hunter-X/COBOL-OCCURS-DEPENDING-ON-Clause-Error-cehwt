      *                 AGAINST THE ARRFILE ON DISK (WRONG GENERATION,
      *                 RERUN AGAINST AN ALREADY-APPLIED FILE) AND THE
      *                 RUN STOPS RATHER THAN COMPOUNDING THE DAMAGE.
      *                 EVERY KEY APPLIED IS APPENDED TO THE ARRJRNL
      *                 CHANGE JOURNAL (SEE COPYBOOKS/ARRJRN.CPY) WITH
      *                 ITS OLD AND NEW VALUE AS SOON AS THE VSAM
      *                 UPDATE SUCCEEDS, SO A RUN THAT STOPS PARTWAY
      *                 HAS JOURNALED EXACTLY WHAT IT CHANGED.  A
      *                 JOURNAL THAT WILL NOT OPEN IS TREATED LIKE AN
      *                 ARRFILE THAT WILL NOT OPEN - NOTHING APPLIED.
      *                 A JOURNAL WRITE THAT FAILS STOPS THE APPLY LIKE
      *                 A FAILED VSAM UPDATE (RC 16): THAT ONE KEY IS
      *                 CHANGED ON ARRFILE BUT NOT JOURNALED (THE
      *                 DISPLAY NAMES IT).  NOTHING IS JOURNALED TWICE
      *                 ON RECOVERY - A RERUN OF THIS STEP STOPS AT THE
      *                 FIRST DELTA ALREADY APPLIED, AND THE FULL
      *                 ARRLOAD JOURNALS ONLY WHAT ARRFILE STILL LACKS.
      *                 THE PARM IS THE TABLE ID (SEE COPYBOOKS/
      *                 ARRTBL.CPY) THE DELTA BELONGS TO - EVERY KEY IS
      *                 READ AND UPDATED UNDER THAT TABLE ON THE SHARED
      *                 ARRFILE, SO NO OTHER TABLE'S RECORDS ARE EVER
      *                 TOUCHED.
      *                 THE STEP'S START AND END, ITS RETURN CODE, AND
      *                 THE APPLIED COUNT ARE ALSO APPENDED TO ARRSTEP,
      *                 THE NIGHT'S RUN LEDGER (SEE
      *                 COPYBOOKS/ARRSTP.CPY).
      *                 RETURN-CODE 0  - ALL DELTAS APPLIED, ARRFILE
      *                 IS CURRENT.
      *                 RETURN-CODE 4  - DELTA EXCEEDS THE TOLERANCE -
      *                 ARRFILE NOT TOUCHED, RUN THE FULL ARRLOAD.
      *                 RETURN-CODE 8  - NO TABLE ID IN THE PARM, OR
      *                 AN INPUT COULD NOT BE OPENED - ARRFILE NOT
      *                 TOUCHED.
      *                 RETURN-CODE 16 - AN APPLY FAILED PARTWAY
      *                 (OLD-VALUE MISMATCH, VSAM ERROR, OR A FAILED
      *                 JOURNAL WRITE) - ARRFILE IS SUSPECT, RUN THE
      *                 FULL ARRLOAD TO RECOVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRAPLY.
           SELECT ARRFILE-FILE ASSIGN TO ARRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARR-RECORD-KEY
               FILE STATUS IS WS-ARRFILE-STATUS.

           SELECT ARRJRNL-FILE ASSIGN TO ARRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRJRNL-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE-RECORD TOLERANCE CARD, THE SAME LAYOUT AND DEFAULT AS
           COPY ARRDLT.

       FD  ARRFILE-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY ARRFIL.

       FD  ARRJRNL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRJRN.

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TOLCARD-STATUS         PIC XX VALUE SPACES.
               88  ARRDELTA-OK                   VALUE '00'.
           05  WS-ARRFILE-STATUS         PIC XX VALUE SPACES.
               88  ARRFILE-OK                    VALUE '00'.
           05  WS-ARRJRNL-STATUS         PIC XX VALUE SPACES.
               88  ARRJRNL-OK                    VALUE '00'.
               88  ARRJRNL-NOT-FOUND             VALUE '35'.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-DELTA              PIC X VALUE 'N'.
           05  WS-CHANGE-COUNT           PIC 9(6) VALUE 0.
           05  WS-DELETE-COUNT           PIC 9(6) VALUE 0.
           05  WS-APPLIED-COUNT          PIC 9(6) VALUE 0.
           05  WS-JOURNAL-COUNT          PIC 9(6) VALUE 0.

       01  WS-JRN-OLD-VALUE              PIC 9(9) VALUE 0.
       01  WS-JRN-NEW-VALUE              PIC 9(9) VALUE 0.
       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'APPLY'.
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
           PERFORM 5100-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT OPEN-FAILED
               PERFORM 2000-COUNT-DELTA
               END-IF
           END-IF
           PERFORM 4000-SET-RETURN-CODE
           PERFORM 5000-WRITE-STEP-RESULT
           GOBACK.

       1000-INITIALIZE.
      *    RESPECTIVELY: A MISSING TOLCARD MEANS THE 10-PERCENT
      *    DEFAULT, A MISSING CTLCARD SIZE DISABLES THE TOLERANCE
      *    GUARD (THERE IS NOTHING TO TAKE A PERCENTAGE OF) AND THE
      *    DELTA IS APPLIED AS CUT.  A PARM LONGER THAN A TABLE ID
      *    IS REFUSED RATHER THAN CUT DOWN TO SOME OTHER TABLE'S ID.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF
           OPEN INPUT TOLCARD-FILE
           IF TOLCARD-OK
               READ TOLCARD-FILE
               CLOSE CTLCARD-FILE
           END-IF

           IF WS-TABLE-ID = SPACES
               DISPLAY 'ARRAPLY: NO TABLE ID IN THE PARM - ARRFILE '
                       'NOT TOUCHED.'
               SET OPEN-FAILED TO TRUE
           ELSE
               OPEN INPUT ARRDELTA-FILE
               IF NOT ARRDELTA-OK
                   DISPLAY 'ARRAPLY: CANNOT OPEN ARRDELTA - STATUS '
                           WS-ARRDELTA-STATUS ' - ARRFILE NOT TOUCHED.'
                   SET OPEN-FAILED TO TRUE
               END-IF
           END-IF.

       1100-READ-DELTA.
                   SET OPEN-FAILED TO TRUE
                   CLOSE ARRDELTA-FILE
               ELSE
                   PERFORM 3050-OPEN-JOURNAL
                   IF OPEN-FAILED
                       CLOSE ARRDELTA-FILE
                       CLOSE ARRFILE-FILE
                   ELSE
                       MOVE 'N' TO WS-EOF-DELTA
                       PERFORM 1100-READ-DELTA
                       PERFORM 3100-APPLY-ONE-DELTA
                           UNTIL DELTA-EOF OR APPLY-FAILED
                       CLOSE ARRDELTA-FILE
                       CLOSE ARRFILE-FILE
                       CLOSE ARRJRNL-FILE
                   END-IF
               END-IF
           END-IF.

       3050-OPEN-JOURNAL.
      *    APPEND-ONLY, FIRST-TIME-CREATE - THE SAME CONTRACT AS
      *    ARRPOP'S 5000-WRITE-AUDIT.
           OPEN EXTEND ARRJRNL-FILE
           IF ARRJRNL-NOT-FOUND
               OPEN OUTPUT ARRJRNL-FILE
           END-IF
           IF NOT ARRJRNL-OK
               DISPLAY 'ARRAPLY: CANNOT OPEN ARRJRNL - STATUS '
                       WS-ARRJRNL-STATUS ' - NOTHING APPLIED.'
               SET OPEN-FAILED TO TRUE
           END-IF.

       3100-APPLY-ONE-DELTA.
           EVALUATE TRUE
               WHEN DLT-ACTION-ADD
           END-IF.

       3200-APPLY-ADD.
           MOVE WS-TABLE-ID TO ARR-TABLE-ID
           MOVE DLT-ELEMENT-NO TO ARR-KEY
           MOVE DLT-NEW-VALUE TO ARR-ELEMENT-VALUE
           WRITE ARRFILE-RECORD
           IF ARRFILE-OK
               ADD 1 TO WS-ADD-COUNT
               MOVE ZERO TO WS-JRN-OLD-VALUE
               MOVE DLT-NEW-VALUE TO WS-JRN-NEW-VALUE
               PERFORM 3600-WRITE-JOURNAL
           ELSE
               DISPLAY 'ARRAPLY: WRITE OF NEW ELEMENT '
                       DLT-ELEMENT-NO ' FAILED - STATUS '
               REWRITE ARRFILE-RECORD
               IF ARRFILE-OK
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE DLT-OLD-VALUE TO WS-JRN-OLD-VALUE
                   MOVE DLT-NEW-VALUE TO WS-JRN-NEW-VALUE
                   PERFORM 3600-WRITE-JOURNAL
               ELSE
                   DISPLAY 'ARRAPLY: REWRITE OF ELEMENT '
                           DLT-ELEMENT-NO ' FAILED - STATUS '
               DELETE ARRFILE-FILE
               IF ARRFILE-OK
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE DLT-OLD-VALUE TO WS-JRN-OLD-VALUE
                   MOVE ZERO TO WS-JRN-NEW-VALUE
                   PERFORM 3600-WRITE-JOURNAL
               ELSE
                   DISPLAY 'ARRAPLY: DELETE OF ELEMENT '
                           DLT-ELEMENT-NO ' FAILED - STATUS '
      *    TRUSTWORTHY: THE DELTA WAS CUT AGAINST YESTERDAY'S
      *    EXTRACT, AND ARRFILE IS ONLY A VALID BASE FOR IT IF IT
      *    STILL HOLDS EXACTLY THOSE VALUES.
           MOVE WS-TABLE-ID TO ARR-TABLE-ID
           MOVE DLT-ELEMENT-NO TO ARR-KEY
           READ ARRFILE-FILE
           IF NOT ARRFILE-OK
               END-IF
           END-IF.

       3600-WRITE-JOURNAL.
      *    THE OLD VALUE IS THE ONE 3500-READ-AND-VERIFY PROVED WAS
      *    ON ARRFILE, SO THE DELTA'S OWN OLD VALUE IS THE TRUE ONE.
           MOVE SPACES TO ARRJRN-RECORD
           MOVE DLT-ELEMENT-NO TO JRN-ELEMENT
           MOVE WS-JRN-OLD-VALUE TO JRN-OLD-VALUE
           MOVE WS-JRN-NEW-VALUE TO JRN-NEW-VALUE
           ACCEPT JRN-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           MOVE WS-CURRENT-TIME TO JRN-CHANGE-TIME
           MOVE 'ARRAPLY' TO JRN-SOURCE-PGM
           MOVE DLT-ACTION TO JRN-ACTION
           MOVE 'NIGHTLY DELTA APPLY' TO JRN-REFERENCE
           WRITE ARRJRN-RECORD
           IF ARRJRNL-OK
               ADD 1 TO WS-JOURNAL-COUNT
           ELSE
               DISPLAY 'ARRAPLY: WRITE TO ARRJRNL FAILED AT ELEMENT '
                       DLT-ELEMENT-NO ' - STATUS ' WS-ARRJRNL-STATUS
                       ' - APPLIED BUT NOT JOURNALED, APPLY STOPPED.'
               SET APPLY-FAILED TO TRUE
           END-IF.

       4000-SET-RETURN-CODE.
           DISPLAY 'ARRAPLY: ' WS-APPLIED-COUNT ' OF ' WS-DELTA-COUNT
                   ' DELTAS APPLIED (' WS-ADD-COUNT ' ADDS, '
                   WS-CHANGE-COUNT ' CHANGES, ' WS-DELETE-COUNT
                   ' DELETES), ' WS-JOURNAL-COUNT ' JOURNALED, '
                   'TABLE ' WS-TABLE-ID '.'
           EVALUATE TRUE
               WHEN APPLY-FAILED
                   DISPLAY 'ARRAPLY: ARRFILE IS SUSPECT - RUN THE '
                   DISPLAY 'ARRAPLY: ARRFILE IS CURRENT.'
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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
               MOVE 'ARRAPLY' TO STF-PROGRAM
               SET STF-STEP-ENDED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               ACCEPT STF-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
               MOVE WS-CURRENT-TIME TO STF-END-TIME
               MOVE RETURN-CODE TO STF-RETURN-CODE
               MOVE WS-APPLIED-COUNT TO STF-ARRFILE-COUNT
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRAPLY: CANNOT OPEN ARRSTEP - STATUS '
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
               MOVE 'ARRAPLY' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRAPLY: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.
