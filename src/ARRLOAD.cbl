      *                 RECORD POSITION (RECORD 1 = ELEMENT 1), THE
      *                 SAME POSITIONAL RULE ARRRPT USES FOR ITS
      *                 LISTING AND ARRCICS EXPECTS IN ARR-KEY.
      *                 ONE ARRFILE HOLDS EVERY TABLE (SEE COPYBOOKS/
      *                 ARRTBL.CPY), KEYED BY TABLE ID AND ELEMENT
      *                 NUMBER, AND THE PARM IS THE TABLE ID THIS
      *                 EXTRACT BELONGS TO.  EACH RUN DELETES THAT
      *                 TABLE'S KEY RANGE AND LOADS IT AGAIN, SO IT
      *                 REPLACES THE PRIOR DAY'S CONTENTS RATHER THAN
      *                 MERGING INTO THEM, WITHOUT TOUCHING ANY OTHER
      *                 TABLE'S RECORDS.
      *                 THE LOAD CHECKPOINTS ITS POSITION TO LOADCHKP
      *                 (SEE COPYBOOKS/ARRLCK.CPY) THE WAY ARRPOP'S
      *                 POPULATION LOOP CHECKPOINTS TO ARRCHKPT, SO A
      *                 ARRFILE IS FIRST RE-SCANNED FOR ITS TRUE HIGH
      *                 KEY AND RUNNING HASH (A CRASH CAN LAND UP TO
      *                 A CHECKPOINT INTERVAL PAST THE RECORDED KEY,
      *                 AND A KSDS REFUSES A KEY IT ALREADY HOLDS),
      *                 THEN THE EXTRACT IS SKIPPED FORWARD TO MATCH.
      *                 A RESTART ONLY HONORS A CHECKPOINT WHOSE
      *                 STORED SIZE MATCHES THE CONTROL CARD'S - THE
      *                 SAME VALIDITY RULE AS ARRPOP'S - AND A CLEAN
      *                 COMPLETION RESETS THE CHECKPOINT SO THE NEXT
      *                 NIGHT STARTS FRESH WITH OPEN OUTPUT.
      *                 A FRESH LOAD FIRST READS THE OUTGOING ARRFILE
      *                 AND THE EXTRACT SIDE BY SIDE IN KEY ORDER AND
      *                 APPENDS ONE CHANGE JOURNAL ENTRY (SEE
      *                 COPYBOOKS/ARRJRN.CPY) PER ELEMENT WHOSE VALUE
      *                 THE RELOAD IS ABOUT TO MOVE, BEFORE THE
      *                 TABLE'S KEY RANGE IS DELETED.  A
      *                 RESTART DOES NOT JOURNAL AGAIN - THE FAILED RUN
      *                 JOURNALED THE WHOLE RELOAD BEFORE IT WROTE A
      *                 KEY.  THE MAINTENANCE AND COMPACTION LOADS
      *                 (ARRMNTJ, ARRPACKJ) POINT ARRJRNL AT DD DUMMY:
      *                 ARRPOP HAS ALREADY JOURNALED THE MAINTENANCE
      *                 TRANSACTIONS AND ARRCALC THE DERIVED VALUES
      *                 THEY MOVED, AND A RENUMBERING IS NOT A VALUE
      *                 CHANGE.  A JOURNAL THAT WILL NOT OPEN OR TAKE
      *                 A WRITE FAILS THE RUN (RC 16) WITH ARRFILE NOT
      *                 TOUCHED - A RERUN JOURNALS THE WHOLE RELOAD
      *                 AGAIN, SO ENTRIES WRITTEN BEFORE A FAILED
      *                 WRITE APPEAR TWICE.
      *                 THE STEP'S START AND END, ITS RETURN CODE, AND
      *                 THE LOADED COUNT ARE ALSO APPENDED TO ARRSTEP,
      *                 THE NIGHT'S RUN LEDGER (SEE
      *                 COPYBOOKS/ARRSTP.CPY); ARRMNTJ AND ARRPACKJ
      *                 POINT ARRSTEP AT DD DUMMY.
      *                 RETURN-CODE 0  - LOAD COMPLETE, COUNTS MATCH.
      *                 RETURN-CODE 4  - LOAD COMPLETE BUT THE RECORD
      *                 COUNT DOES NOT MATCH THE CTLCARD WS-ARRAY-SIZE
      *                 (OR THE EXTRACT WAS EMPTY) - ARRFILE IS USABLE
      *                 BUT SHORT, SO THE SCHEDULER SHOULD FLAG IT.
      *                 RETURN-CODE 16 - ARREXTR COULD NOT BE OPENED OR
      *                 A VSAM WRITE OR DELETE FAILED - THE TABLE'S
      *                 ARRFILE RECORDS ARE NOT TRUSTWORTHY (OR THE
      *                 PARM CARRIES NO TABLE ID, OR ARRJRNL COULD NOT
      *                 BE OPENED OR WRITTEN - ARRFILE NOT TOUCHED).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRLOAD.

           SELECT ARRFILE-FILE ASSIGN TO ARRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-RECORD-KEY
               FILE STATUS IS WS-ARRFILE-STATUS.

           SELECT LOADCHKP-FILE ASSIGN TO LOADCHKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOADCHKP-STATUS.

           SELECT ARRJRNL-FILE ASSIGN TO ARRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRJRNL-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCARD-FILE
           COPY ARREXTR.

       FD  ARRFILE-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY ARRFIL.

       FD  LOADCHKP-FILE
           RECORD CONTAINS 13 CHARACTERS.
           COPY ARRLCK.

       FD  ARRJRNL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRJRN.

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTLCARD-STATUS         PIC XX VALUE SPACES.
               88  ARREXTR-OK                    VALUE '00'.
           05  WS-ARRFILE-STATUS         PIC XX VALUE SPACES.
               88  ARRFILE-OK                    VALUE '00'.
               88  ARRFILE-NOT-FOUND             VALUE '35'.
           05  WS-LOADCHKP-STATUS        PIC XX VALUE SPACES.
               88  LOADCHKP-OK                   VALUE '00'.
               88  LOADCHKP-NOT-FOUND            VALUE '35'.
           05  WS-ARRJRNL-STATUS         PIC XX VALUE SPACES.
               88  ARRJRNL-OK                    VALUE '00'.
               88  ARRJRNL-NOT-FOUND             VALUE '35'.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-EXTRACT            PIC X VALUE 'N'.
               88  RESTART-RUN                   VALUE 'Y'.
           05  WS-EOF-ARRFILE            PIC X VALUE 'N'.
               88  ARRFILE-EOF                   VALUE 'Y'.
           05  WS-IN-FLIGHT              PIC X VALUE 'N'.
               88  CHECKPOINT-IN-FLIGHT          VALUE 'Y'.
           05  WS-JOURNAL-RELOAD         PIC X VALUE 'N'.
               88  JOURNAL-RELOAD                VALUE 'Y'.

       01  WS-READ-COUNT                 PIC 9(6) VALUE 0.
       01  WS-LOAD-COUNT                 PIC 9(6) VALUE 0.
      *    CHECK THAN THE RECORD COUNT ALONE.
       01  WS-HASH-TOTAL                 PIC 9(15) VALUE 0.

      *    RELOAD JOURNAL MATCH KEYS - 999999 IS THE END-OF-FILE
      *    SENTINEL, ABOVE ANY ELEMENT NUMBER WS-ARRAY CAN HOLD.
       01  WS-EXTRACT-KEY                PIC 9(6) VALUE 0.
       01  WS-OLD-KEY                    PIC 9(6) VALUE 0.
       01  WS-JOURNAL-COUNT              PIC 9(6) VALUE 0.
       01  WS-CLEAR-COUNT                PIC 9(6) VALUE 0.
       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'LOAD'.
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
           IF NOT LOAD-FAILED
               PERFORM 2000-LOAD-ARRFILE UNTIL EXTRACT-EOF
               END-IF
           END-IF
           PERFORM 4000-SET-RETURN-CODE
           PERFORM 5000-WRITE-STEP-RESULT
           GOBACK.

       1000-INITIALIZE.
      *    TOTAL.  IF THE CTLCARD DD IS NOT SUPPLIED THE COUNT CHECK
      *    IS SKIPPED AND ONLY AN EMPTY EXTRACT RAISES RC 4.  THE
      *    CHECKPOINT INTERVAL RIDES THE SAME CARD, AS IN ARRPOP.
      *    A PARM LONGER THAN A TABLE ID IS REFUSED RATHER THAN CUT
      *    DOWN TO SOME OTHER TABLE'S ID.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF
           IF WS-TABLE-ID = SPACES
               DISPLAY 'ARRLOAD: NO TABLE ID IN THE PARM - ARRFILE '
                       'NOT TOUCHED.'
               SET LOAD-FAILED TO TRUE
           ELSE
               PERFORM 1050-OPEN-INPUTS
           END-IF.

       1050-OPEN-INPUTS.
           OPEN INPUT CTLCARD-FILE
           IF CTLCARD-OK
               READ CTLCARD-FILE
                      AND LCHK-LAST-KEY > ZERO
                      AND LCHK-EXPECTED-SIZE = WS-EXPECTED-SIZE
                       SET RESTART-RUN TO TRUE
                       SET CHECKPOINT-IN-FLIGHT TO TRUE
                       DISPLAY 'ARRLOAD: IN-FLIGHT CHECKPOINT AT '
                               'ELEMENT ' LCHK-LAST-KEY
                               ' - ATTEMPTING A RESTART.'

       1300-CHECK-RESTART.
      *    THE CHECKPOINTED KEY IS ONLY ADVISORY - THE FAILED RUN CAN
      *    HAVE WRITTEN UP TO AN INTERVAL PAST IT, AND A KSDS
      *    REFUSES A KEY IT ALREADY HOLDS.  RE-SCAN THE TABLE'S
      *    PARTIAL LOAD FOR ITS TRUE HIGH KEY AND HASH; READING BACK
      *    THE LOADED PREFIX IS STILL FAR CHEAPER THAN REWRITING IT.
      *    IF THE PARTIAL FILE IS GONE OR EMPTY THERE IS NOTHING TO
      *    RESUME - FALL BACK TO A FRESH LOAD.
                       ' - LOADING FRESH INSTEAD.'
               MOVE 'N' TO WS-RESTART-RUN
           ELSE
               PERFORM 1305-START-TABLE
               PERFORM 1310-READ-PARTIAL
               PERFORM 1320-COUNT-PARTIAL UNTIL ARRFILE-EOF
               CLOSE ARRFILE-FILE
               END-IF
           END-IF.

       1305-START-TABLE.
      *    POSITION AT THE FIRST KEY OF THIS TABLE'S RANGE.  A TABLE
      *    WITH NO RECORDS YET READS AS AN EMPTY FILE.
           MOVE WS-TABLE-ID TO ARR-TABLE-ID
           MOVE ZERO TO ARR-KEY
           START ARRFILE-FILE KEY IS NOT LESS THAN ARR-RECORD-KEY
               INVALID KEY
                   SET ARRFILE-EOF TO TRUE
           END-START.

       1310-READ-PARTIAL.
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

       1320-COUNT-PARTIAL.
      *    KEYS ARE POSITIONAL (RECORD N = ELEMENT N), SO THE RECORD
           PERFORM 1310-READ-PARTIAL.

       1400-OPEN-RESTART.
      *    POSITION THE EXTRACT BEHIND THE LOADED PREFIX BY SKIPPING
      *    THE RECORDS ALREADY LOADED - THE SKIP READS RUN THROUGH
      *    1100-READ-EXTRACT SO WS-READ-COUNT, AND WITH IT THE
      *    POSITIONAL ARR-KEY, CARRIES ON CORRECTLY.  ARRFILE IS
      *    OPENED I-O, NOT EXTEND - ANOTHER TABLE'S KEYS MAY SIT ABOVE
      *    THIS TABLE'S, SO NEW WRITES ARE NOT ALWAYS THE HIGHEST KEY.
           OPEN I-O ARRFILE-FILE
           IF NOT ARRFILE-OK
               DISPLAY 'ARRLOAD: CANNOT OPEN ARRFILE I-O - '
                       'STATUS ' WS-ARRFILE-STATUS
               SET LOAD-FAILED TO TRUE
               CLOSE ARREXTR-FILE
           PERFORM 1100-READ-EXTRACT.

       1500-OPEN-FRESH.
      *    A FRESH LOAD THAT FOLLOWS AN IN-FLIGHT CHECKPOINT (THE
      *    PARTIAL FILE WAS GONE OR EMPTY) IS STILL THE RERUN OF A
      *    RELOAD THAT WAS JOURNALED BEFORE IT FAILED - DO NOT
      *    JOURNAL IT TWICE.
           IF NOT CHECKPOINT-IN-FLIGHT
               PERFORM 1600-JOURNAL-RELOAD
           END-IF
           IF NOT LOAD-FAILED
               PERFORM 1550-OPEN-ARRFILE
               IF NOT ARRFILE-OK
                   DISPLAY 'ARRLOAD: CANNOT OPEN ARRFILE - STATUS '
                           WS-ARRFILE-STATUS
                   SET LOAD-FAILED TO TRUE
                   CLOSE ARREXTR-FILE
               ELSE
                   PERFORM 1560-CLEAR-TABLE
                   IF LOAD-FAILED
                       CLOSE ARREXTR-FILE
                       CLOSE ARRFILE-FILE
                   ELSE
                       PERFORM 1100-READ-EXTRACT
                   END-IF
               END-IF
           END-IF.

       1550-OPEN-ARRFILE.
      *    A CLUSTER NEVER LOADED BEFORE IS CREATED WITH AN EMPTY
      *    OPEN OUTPUT FIRST, THE SAME FIRST-TIME CREATE AS
      *    1150-OPEN-CHECKPOINT.
           OPEN I-O ARRFILE-FILE
           IF ARRFILE-NOT-FOUND
               OPEN OUTPUT ARRFILE-FILE
               CLOSE ARRFILE-FILE
               OPEN I-O ARRFILE-FILE
           END-IF.

       1560-CLEAR-TABLE.
      *    DELETE THIS TABLE'S WHOLE KEY RANGE BEFORE THE RELOAD -
      *    THE SAME EFFECT THE OPEN OUTPUT HAD WHEN ARRFILE HELD ONE
      *    TABLE, BUT EVERY OTHER TABLE'S RECORDS STAY AS THEY ARE.
      *    A DELETE THAT FAILS PARTWAY LEAVES THE RANGE HALF EMPTY,
      *    SO IT FAILS THE RUN THE SAME AS A FAILED WRITE.
           MOVE 'N' TO WS-EOF-ARRFILE
           PERFORM 1305-START-TABLE
           PERFORM 1310-READ-PARTIAL
           PERFORM 1570-DELETE-ONE-KEY
               UNTIL ARRFILE-EOF OR LOAD-FAILED
           DISPLAY 'ARRLOAD: ' WS-CLEAR-COUNT ' OUTGOING TABLE '
                   WS-TABLE-ID ' RECORDS DELETED FOR THE RELOAD.'.

       1570-DELETE-ONE-KEY.
           DELETE ARRFILE-FILE RECORD
           IF ARRFILE-OK
               ADD 1 TO WS-CLEAR-COUNT
               PERFORM 1310-READ-PARTIAL
           ELSE
               DISPLAY 'ARRLOAD: VSAM DELETE FAILED AT ELEMENT '
                       ARR-KEY ' - STATUS ' WS-ARRFILE-STATUS
               SET LOAD-FAILED TO TRUE
           END-IF.

       1600-JOURNAL-RELOAD.
      *    APPEND-ONLY, FIRST-TIME-CREATE - THE SAME CONTRACT AS
      *    ARRPOP'S 5000-WRITE-AUDIT.  A JOURNAL THAT WILL NOT OPEN
      *    STOPS THE LOAD BEFORE ARRFILE IS REPLACED.  AN OUTGOING
      *    ARRFILE THAT CANNOT BE READ (THE FIRST LOAD EVER) HAS NO
      *    VALUES TO HAVE CHANGED FROM, SO THERE IS NOTHING TO
      *    JOURNAL.
           OPEN EXTEND ARRJRNL-FILE
           IF ARRJRNL-NOT-FOUND
               OPEN OUTPUT ARRJRNL-FILE
           END-IF
           IF ARRJRNL-OK
               SET JOURNAL-RELOAD TO TRUE
           ELSE
               DISPLAY 'ARRLOAD: CANNOT OPEN ARRJRNL - STATUS '
                       WS-ARRJRNL-STATUS ' - ARRFILE NOT TOUCHED.'
               SET LOAD-FAILED TO TRUE
               CLOSE ARREXTR-FILE
           END-IF
           IF JOURNAL-RELOAD
               OPEN INPUT ARRFILE-FILE
               IF NOT ARRFILE-OK
                   DISPLAY 'ARRLOAD: OUTGOING ARRFILE NOT READABLE - '
                           'STATUS ' WS-ARRFILE-STATUS
                           ' - NOTHING TO JOURNAL.'
               ELSE
                   PERFORM 1650-MATCH-RELOAD
                   CLOSE ARRFILE-FILE
                   CLOSE ARREXTR-FILE
                   IF NOT LOAD-FAILED
                       PERFORM 1690-REOPEN-EXTRACT
                   END-IF
               END-IF
               CLOSE ARRJRNL-FILE
               DISPLAY 'ARRLOAD: ' WS-JOURNAL-COUNT
                       ' ELEMENT CHANGES JOURNALED FOR THIS RELOAD.'
           END-IF.

       1650-MATCH-RELOAD.
      *    BOTH SIDES ARE IN ASCENDING ELEMENT ORDER - THE EXTRACT BY
      *    POSITION, ARRFILE BY KEY - SO ONE MATCHING PASS FINDS
      *    EVERY DIFFERENCE WITHOUT HOLDING EITHER FILE IN STORAGE.
      *    ARRFILE CAN HAVE GAPS (ARRAPLY DELETES KEYS), WHICH IS WHY
      *    THIS MATCHES ON KEYS RATHER THAN COUNTING IN STEP.
           MOVE 'N' TO WS-EOF-ARRFILE
           PERFORM 1305-START-TABLE
           PERFORM 1660-READ-EXTRACT-KEY
           PERFORM 1670-READ-OLD-KEY
           PERFORM 1680-MATCH-ONE-KEY
               UNTIL (WS-EXTRACT-KEY = 999999
                 AND WS-OLD-KEY = 999999)
                  OR LOAD-FAILED.

       1660-READ-EXTRACT-KEY.
           PERFORM 1100-READ-EXTRACT
           IF EXTRACT-EOF
               MOVE 999999 TO WS-EXTRACT-KEY
           ELSE
               MOVE WS-READ-COUNT TO WS-EXTRACT-KEY
           END-IF.

       1670-READ-OLD-KEY.
           PERFORM 1310-READ-PARTIAL
           IF ARRFILE-EOF
               MOVE 999999 TO WS-OLD-KEY
           ELSE
               MOVE ARR-KEY TO WS-OLD-KEY
           END-IF.

       1680-MATCH-ONE-KEY.
           MOVE SPACES TO ARRJRN-RECORD
           EVALUATE TRUE
               WHEN WS-EXTRACT-KEY < WS-OLD-KEY
                   MOVE WS-EXTRACT-KEY TO JRN-ELEMENT
                   MOVE ZERO TO JRN-OLD-VALUE
                   MOVE ARREXTR-RECORD TO JRN-NEW-VALUE
                   MOVE 'A' TO JRN-ACTION
                   PERFORM 1685-WRITE-JOURNAL
                   PERFORM 1660-READ-EXTRACT-KEY
               WHEN WS-EXTRACT-KEY > WS-OLD-KEY
                   MOVE WS-OLD-KEY TO JRN-ELEMENT
                   MOVE ARR-ELEMENT-VALUE TO JRN-OLD-VALUE
                   MOVE ZERO TO JRN-NEW-VALUE
                   MOVE 'D' TO JRN-ACTION
                   PERFORM 1685-WRITE-JOURNAL
                   PERFORM 1670-READ-OLD-KEY
               WHEN OTHER
                   IF ARREXTR-RECORD NOT = ARR-ELEMENT-VALUE
                       MOVE WS-OLD-KEY TO JRN-ELEMENT
                       MOVE ARR-ELEMENT-VALUE TO JRN-OLD-VALUE
                       MOVE ARREXTR-RECORD TO JRN-NEW-VALUE
                       MOVE 'C' TO JRN-ACTION
                       PERFORM 1685-WRITE-JOURNAL
                   END-IF
                   PERFORM 1660-READ-EXTRACT-KEY
                   PERFORM 1670-READ-OLD-KEY
           END-EVALUATE.

       1685-WRITE-JOURNAL.
           ACCEPT JRN-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           MOVE WS-CURRENT-TIME TO JRN-CHANGE-TIME
           MOVE 'ARRLOAD' TO JRN-SOURCE-PGM
           MOVE 'NIGHTLY FULL RELOAD' TO JRN-REFERENCE
           WRITE ARRJRN-RECORD
           IF ARRJRNL-OK
               ADD 1 TO WS-JOURNAL-COUNT
           ELSE
               DISPLAY 'ARRLOAD: WRITE TO ARRJRNL FAILED AT ELEMENT '
                       JRN-ELEMENT ' - STATUS ' WS-ARRJRNL-STATUS
                       ' - ARRFILE NOT TOUCHED.'
               SET LOAD-FAILED TO TRUE
           END-IF.

       1690-REOPEN-EXTRACT.
      *    THE LOAD PROPER STARTS THE EXTRACT OVER FROM RECORD 1 -
      *    WS-READ-COUNT IS THE POSITIONAL KEY, SO IT RESTARTS TOO.
           MOVE ZERO TO WS-READ-COUNT
           MOVE 'N' TO WS-EOF-EXTRACT
           OPEN INPUT ARREXTR-FILE
           IF NOT ARREXTR-OK
               DISPLAY 'ARRLOAD: CANNOT REOPEN ARREXTR - STATUS '
                       WS-ARREXTR-STATUS ' - ARRFILE NOT TOUCHED.'
               SET LOAD-FAILED TO TRUE
           END-IF.

       2000-LOAD-ARRFILE.
      *    THE EXTRACT IS WRITTEN BY ARRPOP IN ELEMENT-NUMBER ORDER,
      *    SO THE RUNNING READ COUNT IS THE ELEMENT NUMBER, AND IT IS
      *    WRITTEN UNDER THIS RUN'S TABLE ID.
           MOVE WS-TABLE-ID TO ARR-TABLE-ID
           MOVE WS-READ-COUNT TO ARR-KEY
           MOVE ARREXTR-RECORD TO ARR-ELEMENT-VALUE
           WRITE ARRFILE-RECORD

       4000-SET-RETURN-CODE.
           DISPLAY 'ARRLOAD: ' WS-READ-COUNT ' EXTRACT RECORDS READ, '
                   WS-LOAD-COUNT ' ELEMENTS LOADED TO ARRFILE '
                   'FOR TABLE ' WS-TABLE-ID '.'
           DISPLAY 'ARRLOAD: HASH TOTAL ' WS-HASH-TOTAL
                   ' - RECONCILE AGAINST THE ARRSUM REPORT.'
           IF LOAD-FAILED
                   MOVE 0 TO RETURN-CODE
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
               MOVE 'ARRLOAD' TO STF-PROGRAM
               SET STF-STEP-ENDED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               ACCEPT STF-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
               MOVE WS-CURRENT-TIME TO STF-END-TIME
               MOVE RETURN-CODE TO STF-RETURN-CODE
               MOVE WS-LOAD-COUNT TO STF-ARRFILE-COUNT
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRLOAD: CANNOT OPEN ARRSTEP - STATUS '
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
               MOVE 'ARRLOAD' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRLOAD: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.
