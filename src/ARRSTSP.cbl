      ******************************************************************
      *    PROGRAM-ID : ARRSTSP
      *    PURPOSE    : POSTS THE NIGHT'S RUN-STATUS RECORD TO RUNSTAT
      *                 (SEE COPYBOOKS/ARRSTS.CPY) SO THE MORNING
      *                 SHIFT AND THE BUSINESS USERS CAN SEE ON THE
      *                 ARRS TRANSACTION WHETHER LAST NIGHT'S LOAD
      *                 FINISHED AND BALANCED, INSTEAD OF CALLING
      *                 OPERATIONS TO PIECE IT TOGETHER FROM ARRAUDIT,
      *                 THE ARRBAL SYSOUT, THE ARRCMP RETURN CODE, AND
      *                 THE ARREDIT REPORT.
      *                 RUNS TWICE IN ARRPOPJ, THE PARM SAYING WHICH:
      *                   OPEN  - FIRST STEP OF THE JOB.  WRITES THE
      *                           NIGHT'S RECORD KEYED BY THE CURRENT
      *                           DATE AND TIME WITH STATUS 'R'
      *                           (RUNNING), AND THE OPENING STEP
      *                           RESULT CARRYING THAT KEY TO ARRSTEP,
      *                           THE NIGHT'S RUN LEDGER (SEE
      *                           COPYBOOKS/ARRSTP.CPY), AS STEP
      *                           STSOPEN.
      *                   CLOSE - LAST STEP OF THE JOB, RUN EVEN AFTER
      *                           AN ABEND.  READS THE KEY BACK OFF
      *                           ARRSTEP, FOLDS IN EVERY STEP RESULT
      *                           AFTER IT (THE ENDED RECORDS OF
      *                           ARREDIT, ARRCMP, ARRAPLY, ARRLOAD,
      *                           ARRBAL - THE NEWEST RECORD PER
      *                           PROGRAM WINS) AND THE NEWEST
      *                           ARRAUDIT RECORD, PROVIDED ARRPOP
      *                           WROTE IT AFTER THE JOB STARTED, AND
      *                           REWRITES THE RECORD WITH THE NIGHT'S
      *                           ONE-BYTE VERDICT.  ITS OWN START
      *                           AND END GO ON THE LEDGER AS STEP
      *                           STSPOST.
      *                 AFTER A COMMA THE PARM CARRIES THE TABLE ID
      *                 (SEE COPYBOOKS/ARRTBL.CPY), E.G.
      *                 PARM='OPEN,MAIN' - THE NIGHT IS POSTED UNDER
      *                 THAT TABLE ON THE SHARED RUNSTAT, AND ONLY
      *                 THAT TABLE'S ARRAUDIT RECORDS ARE FOLDED IN.
      *                 NOTHING IN THE SCHEDULE KEYS ON THIS PROGRAM'S
      *                 RETURN CODE - A RUN-STATUS FILE THAT CANNOT BE
      *                 UPDATED MUST NEVER COST THE NIGHT ITSELF.
      *                 RETURN-CODE 0 - RECORD POSTED.
      *                 RETURN-CODE 4 - RECORD POSTED, BUT THE CLOSE
      *                 FOUND NO OPENING STEP RESULT ON ARRSTEP AND
      *                 POSTED UNDER ITS OWN DATE AND TIME (OR THE
      *                 OPEN COULD NOT WRITE ARRSTEP).
      *                 RETURN-CODE 8 - RUNSTAT COULD NOT BE OPENED OR
      *                 WRITTEN, OR THE PARM WAS NEITHER OPEN NOR
      *                 CLOSE OR CARRIED NO TABLE ID - NOTHING POSTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRSTSP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STS-KEY
               FILE STATUS IS WS-RUNSTAT-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

           SELECT ARRAUDIT-FILE ASSIGN TO ARRAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTAT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY ARRSTS.

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       FD  ARRAUDIT-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY ARRAUD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNSTAT-STATUS         PIC XX VALUE SPACES.
               88  RUNSTAT-OK                    VALUE '00'.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.
           05  WS-ARRAUDIT-STATUS        PIC XX VALUE SPACES.
               88  ARRAUDIT-OK                   VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-STEP               PIC X VALUE 'N'.
               88  STEP-EOF                      VALUE 'Y'.
           05  WS-STEP-OPEN              PIC X VALUE 'N'.
               88  STEP-FILE-OPEN                VALUE 'Y'.
           05  WS-EOF-AUDIT              PIC X VALUE 'N'.
               88  AUDIT-EOF                     VALUE 'Y'.
           05  WS-AUDIT-FOUND            PIC X VALUE 'N'.
               88  AUDIT-FOUND                   VALUE 'Y'.
           05  WS-NIGHT-ON-FILE          PIC X VALUE 'N'.
               88  NIGHT-ON-FILE                 VALUE 'Y'.
           05  WS-POST-FAILED            PIC X VALUE 'N'.
               88  POST-FAILED                   VALUE 'Y'.
           05  WS-POST-WARNING           PIC X VALUE 'N'.
               88  POST-WARNING                  VALUE 'Y'.

       01  WS-FUNCTION                   PIC X(8) VALUE SPACES.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.

       01  WS-TODAY                      PIC X(8).
       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - STSOPEN FOR THE OPEN
      *    PARM, STSPOST FOR CLOSE.  KEEP IN STEP WITH THE JCL BY
      *    HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'STSOPEN'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

      *    THE NIGHT'S RUNSTAT KEY - FROM THE OPENING STEP RESULT ON
      *    A CLOSE, FROM THE CLOCK ON AN OPEN.
       01  WS-NIGHT-KEY.
           05  WS-NIGHT-DATE             PIC X(8).
           05  WS-NIGHT-TIME             PIC X(6).

      *    NEWEST ARRAUDIT RECORD - ARRAUDIT IS APPEND-ONLY, SO THE
      *    FINAL RECORD IS THE LATEST ARRPOP, THE SAME RULE ARRBAL
      *    AND ARRNTFY USE.  WS-LAST-STAMP COMPARES AGAINST THE
      *    NIGHT'S KEY TO TELL TONIGHT'S RUN FROM AN EARLIER ONE.
       01  WS-LAST-AUDIT.
           05  WS-LAST-STAMP.
               10  WS-LAST-RUN-DATE      PIC X(8).
               10  WS-LAST-RUN-TIME      PIC X(6).
           05  WS-LAST-ARRAY-SIZE        PIC 9(6) VALUE 0.
           05  WS-LAST-FINAL-COUNT       PIC 9(6) VALUE 0.
           05  WS-LAST-STATUS            PIC X.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(13).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
      *    A PARM LONGER THAN PARM-TEXT IS TRUNCATED RATHER THAN
      *    LETTING THE REFERENCE MODIFICATION RUN PAST IT - THE SAME
      *    GUARD AS ARRNTFY'S.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > 13
               MOVE 13 TO WS-PARM-USE-LENGTH
           END-IF
           IF WS-PARM-USE-LENGTH > ZERO
               UNSTRING PARM-TEXT(1:WS-PARM-USE-LENGTH)
                   DELIMITED BY ','
                   INTO WS-FUNCTION WS-TABLE-ID
               END-UNSTRING
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           EVALUATE TRUE
               WHEN WS-TABLE-ID = SPACES
                   DISPLAY 'ARRSTSP: NO TABLE ID IN THE PARM - '
                           'NOTHING POSTED.'
                   SET POST-FAILED TO TRUE
               WHEN WS-FUNCTION = 'OPEN'
                   PERFORM 1000-OPEN-NIGHT
               WHEN WS-FUNCTION = 'CLOSE'
                   MOVE 'STSPOST' TO WS-LEDGER-STEP
                   PERFORM 7100-WRITE-STEP-START
                   PERFORM 2000-CLOSE-NIGHT
               WHEN OTHER
                   DISPLAY 'ARRSTSP: PARM MUST BE OPEN OR CLOSE - '
                           'NOTHING POSTED.'
                   SET POST-FAILED TO TRUE
           END-EVALUATE
           PERFORM 6000-SET-RETURN-CODE
           IF WS-FUNCTION = 'CLOSE'
               PERFORM 7000-WRITE-STEP-RESULT
           END-IF
           GOBACK.

       1000-OPEN-NIGHT.
      *    THE OPENING STEP RESULT IS WRITTEN EVEN WHEN RUNSTAT IS
      *    DOWN - THE CLOSE WRITES A RECORD UNDER THE SAME KEY IF IT
      *    FINDS NONE ON FILE.
           MOVE WS-TODAY TO WS-NIGHT-DATE
           MOVE WS-CURRENT-TIME TO WS-NIGHT-TIME
           OPEN I-O RUNSTAT-FILE
           IF NOT RUNSTAT-OK
               DISPLAY 'ARRSTSP: CANNOT OPEN RUNSTAT - STATUS '
                       WS-RUNSTAT-STATUS ' - NIGHT NOT POSTED.'
               SET POST-FAILED TO TRUE
           ELSE
               PERFORM 1100-START-NIGHT-RECORD
               SET STS-RUNNING TO TRUE
               WRITE RUNSTAT-RECORD
                   INVALID KEY
                       DISPLAY 'ARRSTSP: RUNSTAT WRITE FAILED - '
                               'STATUS ' WS-RUNSTAT-STATUS
                               ' - NIGHT NOT POSTED.'
                       SET POST-FAILED TO TRUE
               END-WRITE
               CLOSE RUNSTAT-FILE
           END-IF
           PERFORM 1200-WRITE-OPEN-STEP.

       1100-START-NIGHT-RECORD.
      *    SPACES FIRST SO THE FILLER IS CLEAN - INITIALIZE LEAVES
      *    FILLER ALONE.  EVERY -RC FIELD COMES OUT SPACES (STEP DID
      *    NOT RUN) AND EVERY COUNT ZERO.
           MOVE SPACES TO RUNSTAT-RECORD
           INITIALIZE RUNSTAT-RECORD
           MOVE WS-TABLE-ID TO STS-TABLE-ID
           MOVE WS-NIGHT-DATE TO STS-RUN-DATE
           MOVE WS-NIGHT-TIME TO STS-RUN-TIME.

       1200-WRITE-OPEN-STEP.
      *    THE OPENING STEP IS OVER IN AN INSTANT, SO IT LEDGERS ONE
      *    ENDED RECORD AND NO STARTED ONE.  IT IS WRITTEN BEFORE THE
      *    RETURN CODE IS SET, SO IT WORKS OUT THE SAME CODE HERE.
           OPEN EXTEND ARRSTEP-FILE
           IF ARRSTEP-NOT-FOUND
               OPEN OUTPUT ARRSTEP-FILE
           END-IF
           IF ARRSTEP-OK
               MOVE SPACES TO ARRSTEP-RECORD
               MOVE WS-LEDGER-STEP TO STF-STEP-NAME
               MOVE 'ARRSTSP' TO STF-PROGRAM
               SET STF-STEP-ENDED TO TRUE
               MOVE WS-TODAY TO STF-START-DATE
               MOVE WS-CURRENT-TIME TO STF-START-TIME
               MOVE WS-TODAY TO STF-END-DATE
               MOVE WS-CURRENT-TIME TO STF-END-TIME
               IF POST-FAILED
                   MOVE 8 TO STF-RETURN-CODE
               ELSE
                   MOVE 0 TO STF-RETURN-CODE
               END-IF
               MOVE WS-NIGHT-DATE TO STF-RUN-DATE
               MOVE WS-NIGHT-TIME TO STF-RUN-TIME
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRSTSP: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - THE CLOSE WILL POST '
                       'UNDER ITS OWN TIME.'
               SET POST-WARNING TO TRUE
           END-IF.

       2000-CLOSE-NIGHT.
      *    THE OPENING STEP RESULT IS THE FIRST RECORD ON A CLEARED
      *    ARRSTEP.  WITHOUT ONE (THE JOB WAS STARTED PAST THE OPEN
      *    STEP, OR ARRSTEP WAS LOST) THE NIGHT IS POSTED UNDER THIS
      *    STEP'S OWN DATE AND TIME, AND ONLY ARRAUDIT RECORDS FROM
      *    TODAY COUNT AS TONIGHT'S.
           OPEN INPUT ARRSTEP-FILE
           IF ARRSTEP-OK
               SET STEP-FILE-OPEN TO TRUE
               PERFORM 2100-READ-STEP
           ELSE
               SET STEP-EOF TO TRUE
           END-IF
           IF NOT STEP-EOF AND STF-PROGRAM = 'ARRSTSP'
              AND STF-STEP-NAME = 'STSOPEN'
               MOVE STF-RUN-DATE TO WS-NIGHT-DATE
               MOVE STF-RUN-TIME TO WS-NIGHT-TIME
               PERFORM 2100-READ-STEP
           ELSE
               MOVE WS-TODAY TO WS-NIGHT-DATE
               MOVE ZERO TO WS-NIGHT-TIME
               DISPLAY 'ARRSTSP: NO OPENING STEP RESULT ON ARRSTEP - '
                       'NIGHT POSTED UNDER ' WS-NIGHT-DATE '.'
               SET POST-WARNING TO TRUE
           END-IF

           OPEN I-O RUNSTAT-FILE
           IF NOT RUNSTAT-OK
               DISPLAY 'ARRSTSP: CANNOT OPEN RUNSTAT - STATUS '
                       WS-RUNSTAT-STATUS ' - NIGHT NOT POSTED.'
               SET POST-FAILED TO TRUE
           ELSE
               MOVE WS-TABLE-ID TO STS-TABLE-ID
               MOVE WS-NIGHT-DATE TO STS-RUN-DATE
               MOVE WS-NIGHT-TIME TO STS-RUN-TIME
               READ RUNSTAT-FILE
                   INVALID KEY
                       PERFORM 1100-START-NIGHT-RECORD
                   NOT INVALID KEY
                       SET NIGHT-ON-FILE TO TRUE
               END-READ
               PERFORM 2200-POST-ONE-STEP UNTIL STEP-EOF
               PERFORM 3000-POST-AUDIT
               PERFORM 4000-SET-NIGHT-STATUS
               MOVE WS-TODAY TO STS-END-DATE
               MOVE WS-CURRENT-TIME TO STS-END-TIME
               PERFORM 5000-STORE-NIGHT
               CLOSE RUNSTAT-FILE
           END-IF
           IF STEP-FILE-OPEN
               CLOSE ARRSTEP-FILE
           END-IF.

       2100-READ-STEP.
           READ ARRSTEP-FILE
               AT END
                   SET STEP-EOF TO TRUE
           END-READ.

       2200-POST-ONE-STEP.
      *    A STEP THAT RAN MORE THAN ONCE (A HAND RERUN AFTER A HOLD)
      *    HAS MORE THAN ONE RESULT ON ARRSTEP; THEY ARE IN THE ORDER
      *    THEY RAN, SO EACH ONE SIMPLY OVERLAYS THE ONE BEFORE.
      *    ONLY ENDED RECORDS CARRY A RESULT - A STARTED RECORD HAS
      *    NO RETURN CODE OR COUNTS TO POST.
           IF STF-STEP-ENDED
               EVALUATE STF-PROGRAM
                   WHEN 'ARREDIT'
                       MOVE STF-RETURN-CODE TO STS-EDIT-RC
                       MOVE STF-EDIT-CLEAN TO STS-EDIT-CLEAN
                       MOVE STF-EDIT-REJECT TO STS-EDIT-REJECT
                   WHEN 'ARRCMP'
                       PERFORM 2300-POST-DELTA
                   WHEN 'ARRAPLY'
                       MOVE STF-RETURN-CODE TO STS-APPLY-RC
                       IF STF-RETURN-CODE = 0
                           SET STS-PATH-APPLY TO TRUE
                           MOVE STF-ARRFILE-COUNT
                               TO STS-ARRFILE-COUNT
                       END-IF
                   WHEN 'ARRLOAD'
                       PERFORM 2400-POST-LOAD
                   WHEN 'ARRBAL'
                       PERFORM 2500-POST-BALANCE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-STEP.

       2300-POST-DELTA.
      *    ARRCMP RC 4 IS THE OVER-TOLERANCE RC; RC 8 MEANS NO
      *    COMPARISON WAS MADE, SO THE FLAG IS LEFT UNSET.
           MOVE STF-RETURN-CODE TO STS-DELTA-RC
           MOVE STF-DELTA-CHANGED TO STS-DELTA-CHANGED
           MOVE STF-DELTA-ADDED TO STS-DELTA-ADDED
           MOVE STF-DELTA-DELETED TO STS-DELTA-DELETED
           MOVE STF-DELTA-PCT TO STS-DELTA-PCT
           MOVE STF-TOLERANCE-PCT TO STS-TOLERANCE-PCT
           EVALUATE STF-RETURN-CODE
               WHEN 0
                   SET STS-TOLERANCE-WITHIN TO TRUE
               WHEN 4
                   SET STS-TOLERANCE-EXCEEDED TO TRUE
               WHEN OTHER
                   MOVE SPACE TO STS-TOLERANCE-FLAG
           END-EVALUATE.

       2400-POST-LOAD.
      *    THE LOAD ONLY RUNS WHEN THE APPLY DID NOT LEAVE ARRFILE
      *    CURRENT, SO A LOAD RESULT ALWAYS DECIDES THE PATH - RC 4
      *    IS A SHORT BUT USABLE ARRFILE, RC 16 NO USABLE ARRFILE.
           MOVE STF-RETURN-CODE TO STS-LOAD-RC
           IF STF-RETURN-CODE <= 4
               SET STS-PATH-LOAD TO TRUE
               MOVE STF-ARRFILE-COUNT TO STS-ARRFILE-COUNT
           ELSE
               MOVE SPACES TO STS-ARRFILE-PATH
               MOVE ZERO TO STS-ARRFILE-COUNT
           END-IF.

       2500-POST-BALANCE.
           MOVE STF-RETURN-CODE TO STS-BALANCE-RC
           EVALUATE STF-RETURN-CODE
               WHEN 0
                   SET STS-BALANCE-TIE TO TRUE
               WHEN 8
                   SET STS-BALANCE-OUT TO TRUE
               WHEN OTHER
                   SET STS-BALANCE-NOT-PROVEN TO TRUE
           END-EVALUATE
           MOVE STF-BAL-EXTRACT-COUNT TO STS-BAL-EXTRACT-COUNT
           MOVE STF-BAL-ARRFILE-COUNT TO STS-BAL-ARRFILE-COUNT
           MOVE STF-BAL-ARRFILE-HASH TO STS-BAL-ARRFILE-HASH.

       3000-POST-AUDIT.
      *    AN ARRAUDIT RECORD STAMPED BEFORE THE NIGHT'S KEY IS AN
      *    EARLIER RUN'S - ARRPOP DID NOT RUN TONIGHT.  A RECORD FOR
      *    ANOTHER TABLE (A MISPOINTED DD) IS NEVER THIS NIGHT'S.
           OPEN INPUT ARRAUDIT-FILE
           IF ARRAUDIT-OK
               PERFORM 3100-READ-AUDIT
               PERFORM 3200-KEEP-NEWEST UNTIL AUDIT-EOF
               CLOSE ARRAUDIT-FILE
           END-IF
           IF AUDIT-FOUND AND WS-LAST-STAMP >= WS-NIGHT-KEY
               MOVE WS-LAST-STATUS TO STS-AUDIT-STATUS
               MOVE WS-LAST-RUN-DATE TO STS-AUDIT-DATE
               MOVE WS-LAST-RUN-TIME TO STS-AUDIT-TIME
               MOVE WS-LAST-ARRAY-SIZE TO STS-ARRAY-SIZE
               MOVE WS-LAST-FINAL-COUNT TO STS-FINAL-COUNT
           ELSE
               SET STS-AUDIT-NONE TO TRUE
               MOVE SPACES TO STS-AUDIT-DATE
               MOVE SPACES TO STS-AUDIT-TIME
               MOVE ZERO TO STS-ARRAY-SIZE
               MOVE ZERO TO STS-FINAL-COUNT
           END-IF.

       3100-READ-AUDIT.
           READ ARRAUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
           END-READ.

       3200-KEEP-NEWEST.
           IF AUD-TABLE-ID = WS-TABLE-ID
               SET AUDIT-FOUND TO TRUE
               MOVE AUD-RUN-DATE TO WS-LAST-RUN-DATE
               MOVE AUD-RUN-TIME TO WS-LAST-RUN-TIME
               MOVE AUD-ARRAY-SIZE TO WS-LAST-ARRAY-SIZE
               MOVE AUD-FINAL-COUNT TO WS-LAST-FINAL-COUNT
               MOVE AUD-STATUS TO WS-LAST-STATUS
           END-IF
           PERFORM 3100-READ-AUDIT.

       4000-SET-NIGHT-STATUS.
      *    THE VERDICTS ARE DOCUMENTED IN COPYBOOKS/ARRSTS.CPY.  A
      *    REFRESHED ARRFILE WITH NO BALANCE RESULT AT ALL (THE JOB
      *    DIED BEFORE BALANCE) IS UNPROVEN, NOT HELD.
           EVALUATE TRUE
               WHEN STS-AUDIT-NONE
                   SET STS-NOT-POPULATED TO TRUE
               WHEN STS-AUDIT-FAILURE
                   SET STS-POPULATE-FAILED TO TRUE
               WHEN STS-BALANCE-TIE
                   SET STS-PROVEN TO TRUE
               WHEN STS-BALANCE-OUT
                   SET STS-OUT-OF-BALANCE TO TRUE
               WHEN STS-BALANCE-NOT-PROVEN
                   SET STS-NOT-PROVEN TO TRUE
               WHEN STS-ARRFILE-PATH NOT = SPACES
                   SET STS-NOT-PROVEN TO TRUE
               WHEN OTHER
                   SET STS-NOT-REFRESHED TO TRUE
           END-EVALUATE.

       5000-STORE-NIGHT.
           IF NIGHT-ON-FILE
               REWRITE RUNSTAT-RECORD
                   INVALID KEY
                       SET POST-FAILED TO TRUE
               END-REWRITE
           ELSE
               WRITE RUNSTAT-RECORD
                   INVALID KEY
                       SET POST-FAILED TO TRUE
               END-WRITE
           END-IF
           IF POST-FAILED
               DISPLAY 'ARRSTSP: RUNSTAT UPDATE FAILED - STATUS '
                       WS-RUNSTAT-STATUS ' - NIGHT NOT POSTED.'
           END-IF.

       6000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN POST-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN POST-WARNING
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           IF NOT POST-FAILED
               IF WS-FUNCTION = 'OPEN'
                   DISPLAY 'ARRSTSP: NIGHT ' WS-NIGHT-DATE ' '
                           WS-NIGHT-TIME ' OPENED ON RUNSTAT.'
               ELSE
                   DISPLAY 'ARRSTSP: NIGHT ' WS-NIGHT-DATE ' '
                           WS-NIGHT-TIME ' POSTED - STATUS '
                           STS-NIGHT-STATUS '.'
               END-IF
           END-IF.

       7000-WRITE-STEP-RESULT.
      *    THE CLOSING STEP'S ENDED RECORD IN THE RUN LEDGER, WRITTEN
      *    AFTER THE RETURN CODE IS SET SO IT CARRIES THE CODE THE
      *    SCHEDULER SEES.  AN ARRSTEP THAT WILL NOT OPEN IS REPORTED
      *    AND OTHERWISE IGNORED.
           OPEN EXTEND ARRSTEP-FILE
           IF ARRSTEP-NOT-FOUND
               OPEN OUTPUT ARRSTEP-FILE
           END-IF
           IF ARRSTEP-OK
               MOVE SPACES TO ARRSTEP-RECORD
               MOVE WS-LEDGER-STEP TO STF-STEP-NAME
               MOVE 'ARRSTSP' TO STF-PROGRAM
               SET STF-STEP-ENDED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               ACCEPT STF-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
               MOVE WS-CURRENT-TIME TO STF-END-TIME
               MOVE RETURN-CODE TO STF-RETURN-CODE
               MOVE WS-NIGHT-DATE TO STF-RUN-DATE
               MOVE WS-NIGHT-TIME TO STF-RUN-TIME
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRSTSP: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       7100-WRITE-STEP-START.
      *    THE CLOSING STEP'S STARTED RECORD, APPENDED BEFORE ARRSTEP
      *    IS READ BACK - THE READ SKIPS IT LIKE ANY STARTED RECORD.
      *    THE SAME OPEN RULES AS 7000-WRITE-STEP-RESULT.
           MOVE WS-TODAY TO WS-STEP-START-DATE
           MOVE WS-CURRENT-TIME TO WS-STEP-START-TIME
           OPEN EXTEND ARRSTEP-FILE
           IF ARRSTEP-NOT-FOUND
               OPEN OUTPUT ARRSTEP-FILE
           END-IF
           IF ARRSTEP-OK
               MOVE SPACES TO ARRSTEP-RECORD
               MOVE WS-LEDGER-STEP TO STF-STEP-NAME
               MOVE 'ARRSTSP' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRSTSP: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.
