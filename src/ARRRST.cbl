      *                 GENERATION (SEE JCL/ARRRSTJ.JCL); RSTCARD
      *                 CARRIES THE GENERATION'S RUN DATE (YYYYMMDD,
      *                 COLUMNS 1-8) AND THE REASON FOR THE RESTORE
      *                 (COLUMNS 9-38).  THE PARM IS THE TABLE ID (SEE
      *                 COPYBOOKS/ARRTBL.CPY) BEING RESTORED - ONLY
      *                 THAT TABLE'S ARRAUDIT RECORDS VERIFY THE
      *                 GENERATION, AND ONLY THAT TABLE'S KEY RANGE OF
      *                 THE SHARED ARRFILE IS REPLACED.
      *                 TWO PASSES, PROVE THEN LOAD:
      *                   1. THE GENERATION IS COUNTED AND HASHED AND
      *                      VERIFIED AGAINST THE NEWEST SUCCESS
      *                      MISMATCH, OR NO AUDIT RECORD TO VERIFY
      *                      AGAINST, ENDS THE RUN WITH ARRFILE
      *                      UNTOUCHED.
      *                   2. THE TABLE'S ARRFILE RECORDS ARE
      *                      DELETED AND REBUILT FROM THE GENERATION
      *                      WITH THE SAME POSITIONAL KEY RULE
      *                      ARRLOAD APPLIES (RECORD 1 = ELEMENT 1).
      *                 A HASH MISMATCH IS A WARNING, NOT A FAILURE -
      *                 EVERY RESTORE WRITES ITS OWN AUDIT ENTRY TO
      *                 RSTAUDIT - WHAT WAS RESTORED, THE VERIFIED
      *                 TOTALS, AND WHY - APPEND-ONLY LIKE ARRAUDIT.
      *                 AND BEFORE ARRFILE IS REPLACED, THE OUTGOING
      *                 ARRFILE AND THE GENERATION ARE MATCHED IN KEY
      *                 ORDER AND ONE CHANGE JOURNAL ENTRY (SEE
      *                 COPYBOOKS/ARRJRN.CPY) IS APPENDED TO ARRJRNL
      *                 FOR EVERY ELEMENT THE RESTORE PUTS BACK TO A
      *                 DIFFERENT VALUE, WITH THE RSTCARD REASON AS THE
      *                 REFERENCE.  A JOURNAL WRITE THAT FAILS STOPS
      *                 THE RESTORE (RC 16) WITH ARRFILE NOT TOUCHED - A
      *                 RERUN JOURNALS THE WHOLE RESTORE AGAIN, SO
      *                 ENTRIES WRITTEN BEFORE THE FAILED WRITE APPEAR
      *                 TWICE.
      *                 RETURN-CODE 0  - RESTORED AND FULLY VERIFIED.
      *                 RETURN-CODE 4  - RESTORED; COUNT VERIFIED BUT
      *                 THE AUDIT HASH DID NOT TIE - REVIEW.
      *                 RETURN-CODE 8  - VERIFICATION FAILED - ARRFILE
      *                 NOT TOUCHED.
      *                 RETURN-CODE 16 - NO TABLE ID IN THE PARM, AN
      *                 INPUT OR THE JOURNAL COULD NOT BE OPENED, A
      *                 JOURNAL WRITE FAILED (ARRFILE NOT TOUCHED), OR A
      *                 VSAM WRITE OR DELETE FAILED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRRST.

           SELECT ARRFILE-FILE ASSIGN TO ARRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-RECORD-KEY
               FILE STATUS IS WS-ARRFILE-STATUS.

           SELECT RSTAUDIT-FILE ASSIGN TO RSTAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTAUDIT-STATUS.

           SELECT ARRJRNL-FILE ASSIGN TO ARRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE-RECORD RESTORE REQUEST CARD, ARRRST'S ALONE - DECLARED
       01  ARRHIST-RECORD                PIC 9(9).

       FD  ARRAUDIT-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY ARRAUD.

       FD  ARRFILE-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY ARRFIL.

      *    RESTORE AUDIT ENTRY - WHO PUT WHAT BACK AND WHY.  APPEND-
               88  RST-STATUS-HASH-WARN          VALUE 'W'.
               88  RST-STATUS-FAILED             VALUE 'F'.

       FD  ARRJRNL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRJRN.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RSTCARD-STATUS         PIC XX VALUE SPACES.
               88  ARRAUDIT-OK                   VALUE '00'.
           05  WS-ARRFILE-STATUS         PIC XX VALUE SPACES.
               88  ARRFILE-OK                    VALUE '00'.
               88  ARRFILE-NOT-FOUND             VALUE '35'.
           05  WS-RSTAUDIT-STATUS        PIC XX VALUE SPACES.
               88  RSTAUDIT-NOT-FOUND            VALUE '35'.
           05  WS-ARRJRNL-STATUS         PIC XX VALUE SPACES.
               88  ARRJRNL-OK                    VALUE '00'.
               88  ARRJRNL-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-HIST               PIC X VALUE 'N'.
               88  HASH-WARNED                   VALUE 'Y'.
           05  WS-AUDIT-MATCHED          PIC X VALUE 'N'.
               88  AUDIT-MATCHED                 VALUE 'Y'.
           05  WS-EOF-ARRFILE            PIC X VALUE 'N'.
               88  ARRFILE-EOF                   VALUE 'Y'.

       01  WS-GEN-DATE                   PIC X(8) VALUE SPACES.
       01  WS-RESTORE-REASON             PIC X(30) VALUE SPACES.
           05  WS-AUD-HASH-TOTAL         PIC 9(15) VALUE 0.

       01  WS-LOADED-COUNT               PIC 9(6) VALUE 0.
       01  WS-CLEAR-COUNT                PIC 9(6) VALUE 0.

      *    RESTORE JOURNAL MATCH KEYS - 999999 IS THE END-OF-FILE
      *    SENTINEL, THE SAME CONVENTION AS ARRLOAD'S RELOAD JOURNAL.
       01  WS-HIST-KEY                   PIC 9(6) VALUE 0.
       01  WS-OLD-KEY                    PIC 9(6) VALUE 0.
       01  WS-HIST-READ-COUNT            PIC 9(6) VALUE 0.
       01  WS-JOURNAL-COUNT              PIC 9(6) VALUE 0.
       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THE TABLE THIS RUN IS FOR, FROM THE PARM.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(4).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
       1000-INITIALIZE.
      *    THE REQUEST CARD IS MANDATORY - A RESTORE WITHOUT A DATED,
      *    REASONED REQUEST IS EXACTLY THE HAND-BUILT RELOAD THIS
      *    PROGRAM EXISTS TO REPLACE.  A PARM LONGER THAN A TABLE ID
      *    IS REFUSED RATHER THAN CUT DOWN TO SOME OTHER TABLE'S ID.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF
           OPEN INPUT RSTCARD-FILE
           IF RSTCARD-OK
               READ RSTCARD-FILE
               END-READ
               CLOSE RSTCARD-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-TABLE-ID = SPACES
                   DISPLAY 'ARRRST: NO TABLE ID IN THE PARM - '
                           'NOTHING RESTORED.'
                   SET RST-FAILED TO TRUE
               WHEN WS-GEN-DATE = SPACES OR WS-GEN-DATE NOT NUMERIC
                   DISPLAY 'ARRRST: RSTCARD MUST CARRY THE GENERATION '
                           'RUN DATE (YYYYMMDD) - NOTHING RESTORED.'
                   SET RST-FAILED TO TRUE
               WHEN OTHER
                   OPEN INPUT ARRHIST-FILE
                   IF NOT ARRHIST-OK
                       DISPLAY 'ARRRST: CANNOT OPEN ARRHIST - STATUS '
                               WS-ARRHIST-STATUS ' - NOTHING RESTORED.'
                       SET RST-FAILED TO TRUE
                   END-IF
           END-EVALUATE.

       1100-READ-HIST.
           READ ARRHIST-FILE
      *    THE ONE THAT DESCRIBES THE RETAINED GENERATION - A LATER
      *    RERUN ON THE SAME DATE SUPERSEDES AN EARLIER ATTEMPT, THE
      *    SAME LAST-ONE-WINS READING ARRNTFY APPLIES TO THE FILE AS
      *    A WHOLE.  ONLY THIS TABLE'S RECORDS COUNT - ANOTHER
      *    TABLE'S RUN ON THE SAME DATE DESCRIBES A DIFFERENT FILE.
           OPEN INPUT ARRAUDIT-FILE
           IF ARRAUDIT-OK
               PERFORM 3100-READ-AUDIT

       3200-MATCH-ONE-AUDIT.
           IF AUD-RUN-DATE = WS-GEN-DATE
              AND AUD-TABLE-ID = WS-TABLE-ID
              AND AUD-STATUS-SUCCESS
               SET AUDIT-MATCHED TO TRUE
               MOVE AUD-FINAL-COUNT TO WS-AUD-FINAL-COUNT

       5000-REBUILD-ARRFILE.
      *    SAME POSITIONAL KEY RULE AS ARRLOAD - RECORD 1 = ELEMENT
      *    1 - AND THE SAME FULL REPLACE OF THE TABLE'S KEY RANGE; A
      *    RESTORE IS ALWAYS A WHOLE-TABLE STATEMENT, NEVER A MERGE.
           PERFORM 5500-JOURNAL-RESTORE
           IF NOT RST-FAILED
               PERFORM 5050-LOAD-GENERATION
           END-IF.

       5050-LOAD-GENERATION.
           MOVE 'N' TO WS-EOF-HIST
           OPEN INPUT ARRHIST-FILE
           IF NOT ARRHIST-OK
               DISPLAY 'ARRRST: CANNOT REOPEN ARRHIST - STATUS '
                       WS-ARRHIST-STATUS ' - ARRFILE NOT TOUCHED.'
               SET RST-FAILED TO TRUE
           ELSE
               PERFORM 5060-OPEN-ARRFILE
               IF NOT ARRFILE-OK
                   DISPLAY 'ARRRST: CANNOT OPEN ARRFILE - STATUS '
                           WS-ARRFILE-STATUS
                   SET RST-FAILED TO TRUE
                   CLOSE ARRHIST-FILE
               ELSE
                   PERFORM 5070-CLEAR-TABLE
                   IF NOT RST-FAILED
                       PERFORM 1100-READ-HIST
                       PERFORM 5100-LOAD-ONE-ELEMENT
                           UNTIL HIST-EOF OR RST-FAILED
                   END-IF
                   CLOSE ARRHIST-FILE
                   CLOSE ARRFILE-FILE
               END-IF
           END-IF.

       5060-OPEN-ARRFILE.
      *    THE SAME FIRST-TIME CREATE AS ARRLOAD'S 1550-OPEN-ARRFILE.
           OPEN I-O ARRFILE-FILE
           IF ARRFILE-NOT-FOUND
               OPEN OUTPUT ARRFILE-FILE
               CLOSE ARRFILE-FILE
               OPEN I-O ARRFILE-FILE
           END-IF.

       5070-CLEAR-TABLE.
      *    DELETE THE TABLE'S WHOLE KEY RANGE FIRST, THE SAME AS
      *    ARRLOAD'S 1560-CLEAR-TABLE - EVERY OTHER TABLE'S RECORDS
      *    STAY AS THEY ARE.
           MOVE 'N' TO WS-EOF-ARRFILE
           PERFORM 5515-START-TABLE
           PERFORM 5520-READ-OLD-KEY
           PERFORM 5080-DELETE-ONE-KEY
               UNTIL ARRFILE-EOF OR RST-FAILED.

       5080-DELETE-ONE-KEY.
           DELETE ARRFILE-FILE RECORD
           IF ARRFILE-OK
               ADD 1 TO WS-CLEAR-COUNT
               PERFORM 5520-READ-OLD-KEY
           ELSE
               DISPLAY 'ARRRST: VSAM DELETE FAILED AT ELEMENT '
                       ARR-KEY ' - STATUS ' WS-ARRFILE-STATUS
                       ' - ARRFILE IS PARTIAL, RERUN THE RESTORE.'
               SET RST-FAILED TO TRUE
           END-IF.

       5100-LOAD-ONE-ELEMENT.
           ADD 1 TO WS-LOADED-COUNT
           MOVE WS-TABLE-ID TO ARR-TABLE-ID
           MOVE WS-LOADED-COUNT TO ARR-KEY
           MOVE ARRHIST-RECORD TO ARR-ELEMENT-VALUE
           WRITE ARRFILE-RECORD
               SET RST-FAILED TO TRUE
           END-IF.

       5500-JOURNAL-RESTORE.
      *    THE SAME KEY-ORDER MATCH AS ARRLOAD'S 1650-MATCH-RELOAD:
      *    THE GENERATION BY POSITION, THE OUTGOING ARRFILE BY KEY.
      *    A JOURNAL THAT WILL NOT OPEN STOPS THE RESTORE BEFORE
      *    ARRFILE IS REPLACED; AN OUTGOING ARRFILE THAT CANNOT BE
      *    READ HAS NO VALUES TO HAVE CHANGED FROM, SO NOTHING IS
      *    JOURNALED AND THE RESTORE GOES AHEAD.
           OPEN EXTEND ARRJRNL-FILE
           IF ARRJRNL-NOT-FOUND
               OPEN OUTPUT ARRJRNL-FILE
           END-IF
           IF NOT ARRJRNL-OK
               DISPLAY 'ARRRST: CANNOT OPEN ARRJRNL - STATUS '
                       WS-ARRJRNL-STATUS ' - ARRFILE NOT TOUCHED.'
               SET RST-FAILED TO TRUE
           ELSE
               OPEN INPUT ARRFILE-FILE
               IF NOT ARRFILE-OK
                   DISPLAY 'ARRRST: OUTGOING ARRFILE NOT READABLE - '
                           'STATUS ' WS-ARRFILE-STATUS
                           ' - NOTHING TO JOURNAL.'
               ELSE
                   OPEN INPUT ARRHIST-FILE
                   IF NOT ARRHIST-OK
                       DISPLAY 'ARRRST: CANNOT REOPEN ARRHIST - STATUS '
                               WS-ARRHIST-STATUS
                               ' - ARRFILE NOT TOUCHED.'
                       SET RST-FAILED TO TRUE
                   ELSE
                       MOVE 'N' TO WS-EOF-HIST
                       PERFORM 5515-START-TABLE
                       PERFORM 5510-READ-HIST-KEY
                       PERFORM 5520-READ-OLD-KEY
                       PERFORM 5530-MATCH-ONE-KEY
                           UNTIL (WS-HIST-KEY = 999999
                             AND WS-OLD-KEY = 999999)
                              OR RST-FAILED
                       CLOSE ARRHIST-FILE
                   END-IF
                   CLOSE ARRFILE-FILE
               END-IF
               CLOSE ARRJRNL-FILE
               DISPLAY 'ARRRST: ' WS-JOURNAL-COUNT
                       ' ELEMENT CHANGES JOURNALED FOR THIS RESTORE.'
           END-IF.

       5510-READ-HIST-KEY.
           PERFORM 1100-READ-HIST
           IF HIST-EOF
               MOVE 999999 TO WS-HIST-KEY
           ELSE
               ADD 1 TO WS-HIST-READ-COUNT
               MOVE WS-HIST-READ-COUNT TO WS-HIST-KEY
           END-IF.

       5515-START-TABLE.
      *    POSITION AT THE FIRST KEY OF THIS TABLE'S RANGE.  A TABLE
      *    WITH NO RECORDS YET READS AS AN EMPTY FILE.
           MOVE WS-TABLE-ID TO ARR-TABLE-ID
           MOVE ZERO TO ARR-KEY
           START ARRFILE-FILE KEY IS NOT LESS THAN ARR-RECORD-KEY
               INVALID KEY
                   SET ARRFILE-EOF TO TRUE
           END-START.

       5520-READ-OLD-KEY.
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
           END-IF
           IF ARRFILE-EOF
               MOVE 999999 TO WS-OLD-KEY
           ELSE
               MOVE ARR-KEY TO WS-OLD-KEY
           END-IF.

       5530-MATCH-ONE-KEY.
           MOVE SPACES TO ARRJRN-RECORD
           EVALUATE TRUE
               WHEN WS-HIST-KEY < WS-OLD-KEY
                   MOVE WS-HIST-KEY TO JRN-ELEMENT
                   MOVE ZERO TO JRN-OLD-VALUE
                   MOVE ARRHIST-RECORD TO JRN-NEW-VALUE
                   MOVE 'A' TO JRN-ACTION
                   PERFORM 5540-WRITE-JOURNAL
                   PERFORM 5510-READ-HIST-KEY
               WHEN WS-HIST-KEY > WS-OLD-KEY
                   MOVE WS-OLD-KEY TO JRN-ELEMENT
                   MOVE ARR-ELEMENT-VALUE TO JRN-OLD-VALUE
                   MOVE ZERO TO JRN-NEW-VALUE
                   MOVE 'D' TO JRN-ACTION
                   PERFORM 5540-WRITE-JOURNAL
                   PERFORM 5520-READ-OLD-KEY
               WHEN OTHER
                   IF ARRHIST-RECORD NOT = ARR-ELEMENT-VALUE
                       MOVE WS-OLD-KEY TO JRN-ELEMENT
                       MOVE ARR-ELEMENT-VALUE TO JRN-OLD-VALUE
                       MOVE ARRHIST-RECORD TO JRN-NEW-VALUE
                       MOVE 'C' TO JRN-ACTION
                       PERFORM 5540-WRITE-JOURNAL
                   END-IF
                   PERFORM 5510-READ-HIST-KEY
                   PERFORM 5520-READ-OLD-KEY
           END-EVALUATE.

       5540-WRITE-JOURNAL.
           ACCEPT JRN-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           MOVE WS-CURRENT-TIME TO JRN-CHANGE-TIME
           MOVE 'ARRRST' TO JRN-SOURCE-PGM
           MOVE WS-RESTORE-REASON TO JRN-REFERENCE
           WRITE ARRJRN-RECORD
           IF ARRJRNL-OK
               ADD 1 TO WS-JOURNAL-COUNT
           ELSE
               DISPLAY 'ARRRST: WRITE TO ARRJRNL FAILED AT ELEMENT '
                       JRN-ELEMENT ' - STATUS ' WS-ARRJRNL-STATUS
                       ' - ARRFILE NOT TOUCHED.'
               SET RST-FAILED TO TRUE
           END-IF.

       7000-WRITE-RESTORE-AUDIT.
      *    APPEND-ONLY, FIRST-TIME-CREATE - THE SAME CONTRACT AS
      *    ARRPOP'S 5000-WRITE-AUDIT.  A FAILED OR REFUSED RESTORE
               WHEN VERIFY-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN HASH-WARNED
                   DISPLAY 'ARRRST: ' WS-LOADED-COUNT ' TABLE '
                           WS-TABLE-ID ' ELEMENTS RESTORED FROM '
                           WS-GEN-DATE
                           ' - COUNT VERIFIED, HASH WARNING.'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ARRRST: ' WS-LOADED-COUNT ' TABLE '
                           WS-TABLE-ID ' ELEMENTS RESTORED FROM '
                           WS-GEN-DATE
                           ' AND VERIFIED AGAINST ITS AUDIT RECORD.'
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
