      *                 WS-ARRAY-SIZE IS TAKEN FROM THE CTLCARD DD
      *                 INSTEAD OF BEING HARDCODED, SO OPERATIONS CAN
      *                 TUNE THE RUN SIZE WITHOUT A RECOMPILE.
      *                 IN UPDATE MODE EVERY APPLIED A/C/D TRANSACTION
      *                 IS ALSO APPENDED TO THE ARRJRNL CHANGE JOURNAL
      *                 (SEE COPYBOOKS/ARRJRN.CPY) WITH ITS OLD AND NEW
      *                 VALUE, AND TRANSACTIONS KEYED THROUGH THE ARRM
      *                 SCREEN ARRIVE ON THEIR OWN ARRCAP DD CARRYING
      *                 THE OPERATOR AND TERMINAL THAT KEYED THEM AND
      *                 THE SUPERVISOR WHO APPROVED THEM.  A JOURNAL
      *                 WRITE THAT FAILS STOPS THE RUN RC 16 WITH THE
      *                 OLD EXTRACT UNTOUCHED - A RERUN JOURNALS AGAIN
      *                 THE TRANSACTIONS ALREADY RECORDED.
      *                 THE STEP'S START AND END AND ITS RETURN CODE
      *                 ARE APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY); ARRMNTJ AND ARRPARTJ
      *                 POINT ARRSTEP AT DD DUMMY.
      *                 THE PARM IS THE TABLE ID (SEE COPYBOOKS/
      *                 ARRTBL.CPY) THE RUN IS FOR - EVERY DD IS THAT
      *                 TABLE'S OWN DATA SET, AND THE ID IS STAMPED ON
      *                 THE ARRAUDIT RECORD.  A RUN WITH NO TABLE ID
      *                 ENDS RC 16 LIKE ANY OTHER CONTROL FAILURE.  IN
      *                 UPDATE MODE A MAINT TRANSACTION FOR ANY OTHER
      *                 TABLE IS REJECTED, AND AN ARRM CAPTURE FOR ANY
      *                 OTHER TABLE IS NEITHER APPLIED NOR REJECTED BUT
      *                 COPIED AS IT STANDS TO ARRCAPKP, SO IT STAYS
      *                 QUEUED FOR ITS OWN TABLE'S RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRPOP.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPDPRINT-STATUS.

           SELECT ARRCAP-FILE ASSIGN TO ARRCAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRCAP-STATUS.

           SELECT ARRCAPKP-FILE ASSIGN TO ARRCAPKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRCAPKP-STATUS.

           SELECT ARRJRNL-FILE ASSIGN TO ARRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRJRNL-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCARD-FILE
           COPY ARRCHK.

       FD  ARRAUDIT-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY ARRAUD.

      *    ARRIN IS READ INTO THE ARRIN-RECORD COPY IN WORKING-
      *    STORAGE RATHER THAN USED IN PLACE, SO THE UPDATE-MODE
      *    EDITS CAN ALSO BE FED AN ARRM CAPTURE'S TRANSACTION IMAGE
      *    WITHOUT TOUCHING THE INPUT RECORD AREA.
       FD  ARRIN-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  ARRIN-FILE-RECORD             PIC X(23).

      *    THE PRIOR RUN'S EXTRACT, READ BACK IN UPDATE PROCESSING
      *    MODE AS THE BASE THE MAINTENANCE TRANSACTIONS ARE APPLIED
           RECORD CONTAINS 80 CHARACTERS.
       01  UPDPRINT-RECORD               PIC X(80).

       FD  ARRCAP-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ARRCAP.

      *    OTHER TABLES' CAPTURES, PASSED THROUGH BYTE FOR BYTE - SEE
      *    7250-APPLY-ONE-CAPTURE.
       FD  ARRCAPKP-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  ARRCAPKP-RECORD               PIC X(44).

       FD  ARRJRNL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRJRN.

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       WORKING-STORAGE SECTION.
           COPY ARRDATA.

           COPY ARRIN.

       01  WS-FILE-STATUSES.
           05  WS-CTLCARD-STATUS         PIC XX VALUE SPACES.
               88  CTLCARD-OK                    VALUE '00'.
           05  WS-ARRPREV-STATUS         PIC XX VALUE SPACES.
               88  ARRPREV-OK                    VALUE '00'.
           05  WS-UPDPRINT-STATUS        PIC XX VALUE SPACES.
           05  WS-ARRCAP-STATUS          PIC XX VALUE SPACES.
               88  ARRCAP-OK                     VALUE '00'.
           05  WS-ARRCAPKP-STATUS        PIC XX VALUE SPACES.
               88  ARRCAPKP-OK                   VALUE '00'.
           05  WS-ARRJRNL-STATUS         PIC XX VALUE SPACES.
               88  ARRJRNL-OK                    VALUE '00'.
               88  ARRJRNL-NOT-FOUND             VALUE '35'.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-FINAL-COUNT                PIC 9(6) VALUE 0.
      *    SUM OF THE EXTRACT VALUES THIS EXECUTION WROTE - LANDS IN
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'STEP010'.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

      *    THE TABLE THIS RUN IS FOR, FROM THE PARM.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.

       01  WS-ARRAY-SIZE-MIN             PIC 9(6) VALUE 1.
       01  WS-ARRAY-SIZE-MAX             PIC 9(6) VALUE 250000.
       01  WS-ABEND-MESSAGE              PIC X(90).
           88  PREV-EOF                         VALUE 'Y'.
       01  WS-NEXT-ELEMENT               PIC 9(6) VALUE 0.

      *    CHANGE JOURNAL AND ONLINE CAPTURE INPUT, UPDATE MODE ONLY.
      *    ARRCAP IS OPTIONAL - A RUN WITH NO ARRM CAPTURES SIMPLY
      *    HAS NO DD - BUT THE JOURNAL IS NOT: A CHANGE THAT CANNOT
      *    BE JOURNALED IS NOT APPLIED.  WS-JRN-OPERATOR/TERMINAL
      *    CARRY THE KEYING OPERATOR, AND WS-JRN-APPROVER THE
      *    SUPERVISOR WHO RELEASED IT, WHILE A CAPTURE IS BEING
      *    APPLIED; ALL THREE ARE SPACES FOR THE HAND-BUILT MAINT
      *    RECORDS.  WS-CAPTURE-KEPT COUNTS THE OTHER TABLES' CAPTURES
      *    PASSED THROUGH TO ARRCAPKP.
       01  WS-EOF-ARRCAP                 PIC X VALUE 'N'.
           88  ARRCAP-EOF                       VALUE 'Y'.
       01  WS-CAPTURE-INPUT              PIC X VALUE 'N'.
           88  CAPTURE-INPUT                    VALUE 'Y'.
       01  WS-JOURNAL-OPEN               PIC X VALUE 'N'.
           88  JOURNAL-OPEN                     VALUE 'Y'.
       01  WS-CAPTURE-COUNT              PIC 9(6) VALUE 0.
       01  WS-CAPTURE-KEPT               PIC 9(6) VALUE 0.
       01  WS-JOURNAL-COUNT              PIC 9(6) VALUE 0.
       01  WS-JRN-OLD-VALUE              PIC 9(9) VALUE 0.
       01  WS-JRN-OPERATOR               PIC X(8) VALUE SPACES.
       01  WS-JRN-TERMINAL               PIC X(4) VALUE SPACES.
       01  WS-JRN-APPROVER               PIC X(8) VALUE SPACES.

       01  WS-UPD-HEADING.
           05  FILLER                    PIC X(33) VALUE
               'ARRPOP MAINTENANCE RUN - APPLIED/'.
           05  FILLER                    PIC X(21) VALUE
               'REJECTED TRANSACTIONS'.
           05  FILLER                    PIC X(9) VALUE
               ' - TABLE '.
           05  UPD-HEAD-TABLE            PIC X(4).

       01  WS-UPD-DETAIL.
           05  UPD-ACTION                PIC X.
           05  UPD-TOTAL-LABEL           PIC X(22).
           05  UPD-TOTAL-COUNT           PIC ZZZZZ9.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(4).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
      *    VALIDATE WS-ARRAY-SIZE BEFORE ANY OTHER FILE IS OPENED - AN
      *    OUT-OF-RANGE CONTROL CARD MUST NOT LEAVE A BAD CHECKPOINT
      *    RECORD OR AN OPEN ARRIN-FILE BEHIND WHEN THE RUN ABENDS.
           PERFORM 8100-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALIDATE-ARRAY-SIZE
           IF UPDATE-MODE-RUN
           END-IF
           PERFORM 5000-WRITE-AUDIT
           PERFORM 6000-SET-RETURN-CODE
           PERFORM 8000-WRITE-STEP-RESULT
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-GET-TABLE-ID
           PERFORM 1100-READ-CONTROL-CARD.

       1050-GET-TABLE-ID.
      *    A PARM LONGER THAN A TABLE ID IS REFUSED RATHER THAN CUT
      *    DOWN TO SOME OTHER TABLE'S ID - WS-TABLE-ID STAYS SPACES
      *    AND 2000-VALIDATE-ARRAY-SIZE ENDS THE RUN.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF.

       2500-OPEN-RUN-FILES.
      *    ONLY REACHED AFTER 2000-VALIDATE-ARRAY-SIZE PASSES, SO THE
      *    CHECKPOINT AND INPUT FILES ARE NEVER LEFT OPEN ON THE
           END-IF.

       1310-READ-ARRIN.
           READ ARRIN-FILE INTO ARRIN-RECORD
               AT END
                   SET ARRIN-EOF TO TRUE
           END-READ.
      *    WS-ARRAY IS OCCURS 250000 TIMES DEPENDING ON WS-ARRAY-SIZE.
      *    CATCH AN OUT-OF-RANGE SIZE HERE, BEFORE THE PERFORM VARYING
      *    LOOP RUNS PAST THE TABLE AND ABENDS WITH A SUBSCRIPT ERROR.
      *    A RUN THAT DOES NOT KNOW WHICH TABLE IT IS FOR ENDS THE SAME
      *    WAY, BEFORE ANY OTHER FILE IS OPENED.
           IF WS-TABLE-ID = SPACES
               DISPLAY 'ARRPOP: PARM MUST BE A TABLE ID OF 1-4 '
                       'CHARACTERS - RUN ABANDONED.'
               SET AUDIT-FAILURE TO TRUE
               PERFORM 5000-WRITE-AUDIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-WRITE-STEP-RESULT
               GOBACK
           END-IF
           IF WS-ARRAY-SIZE < WS-ARRAY-SIZE-MIN
              OR WS-ARRAY-SIZE > WS-ARRAY-SIZE-MAX
               STRING 'ARRPOP: WS-ARRAY-SIZE ' DELIMITED BY SIZE
               SET AUDIT-FAILURE TO TRUE
               PERFORM 5000-WRITE-AUDIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-WRITE-STEP-RESULT
               GOBACK
           END-IF
           IF WS-RANGE-START < 1
               SET AUDIT-FAILURE TO TRUE
               PERFORM 5000-WRITE-AUDIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-WRITE-STEP-RESULT
               GOBACK
           END-IF.

           ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME
           MOVE WS-TABLE-ID TO AUD-TABLE-ID
           MOVE WS-ARRAY-SIZE TO AUD-ARRAY-SIZE
           MOVE WS-FINAL-COUNT TO AUD-FINAL-COUNT
           MOVE WS-AUDIT-STATUS TO AUD-STATUS
      *    AN UPDATE-MODE RUN GRADES ON ITS TRANSACTIONS INSTEAD:
      *    RC 0 = ALL APPLIED, RC 4 = SOME REJECTED (SEE THE UPDPRINT
      *    REPORT), RC 16 = THE RUN COULD NOT START (NO PRIOR EXTRACT
      *    OR NO TRANSACTION FILE) OR A JOURNAL WRITE FAILED, AND THE
      *    OLD EXTRACT IS UNTOUCHED.
           IF UPDATE-MODE-RUN
               PERFORM 6100-SET-MAINT-RETURN-CODE
           ELSE
       6100-SET-MAINT-RETURN-CODE.
           IF MAINT-FAILED
               MOVE 16 TO RETURN-CODE
               DISPLAY 'ARRPOP: MAINTENANCE RUN FAILED - SEE '
                       'MESSAGES ABOVE.'
           ELSE
               IF WS-REJECTED-COUNT > ZERO
      *    BEEN APPLIED, SO A RUN THAT FAILS TO START LEAVES THE OLD
      *    EXTRACT UNTOUCHED.  ARRCHKPT IS NEVER TOUCHED IN THIS
      *    MODE - CHECKPOINT/RESTART IS A FULL-RELOAD CONCERN.
      *    THE CHANGE JOURNAL IS OPENED BEFORE ANY TRANSACTION IS
      *    APPLIED, AND A JOURNAL THAT WILL NOT OPEN ABANDONS THE RUN
      *    THE SAME WAY A MISSING INPUT DOES, AND SO DOES AN ARRCAPKP
      *    THAT WILL NOT OPEN WHEN THERE ARE CAPTURES TO READ.
           OPEN INPUT ARRPREV-FILE
           IF NOT ARRPREV-OK
               DISPLAY 'ARRPOP: CANNOT OPEN ARRPREV - STATUS '
                   SET AUDIT-FAILURE TO TRUE
                   CLOSE ARRPREV-FILE
               ELSE
                   PERFORM 7050-OPEN-JOURNAL
                   IF NOT MAINT-FAILED
                       PERFORM 7060-OPEN-CAPTURES
                   END-IF
                   IF NOT MAINT-FAILED
                       PERFORM 7100-LOAD-PREVIOUS
                   END-IF
                   IF NOT MAINT-FAILED
                       PERFORM 7200-APPLY-TRANSACTIONS
                   END-IF
                   IF NOT MAINT-FAILED
                       PERFORM 7500-WRITE-REFRESHED-EXTRACT
                   END-IF
                   IF JOURNAL-OPEN
                       CLOSE ARRJRNL-FILE
                       DISPLAY 'ARRPOP: ' WS-JOURNAL-COUNT
                               ' CHANGES WRITTEN TO THE ARRJRNL '
                               'JOURNAL.'
                   END-IF
                   IF CAPTURE-INPUT
                       CLOSE ARRCAP-FILE
                       CLOSE ARRCAPKP-FILE
                   END-IF
                   CLOSE ARRPREV-FILE
                   CLOSE ARRIN-FILE
               END-IF
           END-IF.

       7050-OPEN-JOURNAL.
      *    APPEND-ONLY, FIRST-TIME-CREATE - THE SAME CONTRACT AS
      *    5000-WRITE-AUDIT.
           OPEN EXTEND ARRJRNL-FILE
           IF ARRJRNL-NOT-FOUND
               OPEN OUTPUT ARRJRNL-FILE
           END-IF
           IF ARRJRNL-OK
               SET JOURNAL-OPEN TO TRUE
           ELSE
               DISPLAY 'ARRPOP: CANNOT OPEN ARRJRNL - STATUS '
                       WS-ARRJRNL-STATUS
                       ' - MAINTENANCE RUN ABANDONED.'
               SET MAINT-FAILED TO TRUE
               SET AUDIT-FAILURE TO TRUE
           END-IF.

       7060-OPEN-CAPTURES.
      *    ARRCAP IS OPTIONAL; WHEN IT IS THERE, ARRCAPKP MUST OPEN
      *    TOO, BECAUSE THE CAPTURE DATA SET IS REPLACED BY ARRCAPKP
      *    ONCE THIS RUN ENDS CLEAN - A CAPTURE FOR ANOTHER TABLE
      *    WITH NOWHERE TO GO WOULD BE LOST.
           OPEN INPUT ARRCAP-FILE
           IF ARRCAP-OK
               OPEN OUTPUT ARRCAPKP-FILE
               IF ARRCAPKP-OK
                   SET CAPTURE-INPUT TO TRUE
               ELSE
                   DISPLAY 'ARRPOP: CANNOT OPEN ARRCAPKP - STATUS '
                           WS-ARRCAPKP-STATUS
                           ' - MAINTENANCE RUN ABANDONED.'
                   SET MAINT-FAILED TO TRUE
                   SET AUDIT-FAILURE TO TRUE
                   CLOSE ARRCAP-FILE
               END-IF
           END-IF.

       7100-LOAD-PREVIOUS.
           PERFORM 7110-READ-PREV
           PERFORM 7120-LOAD-PREV-ELEMENT
           PERFORM 7110-READ-PREV.

       7200-APPLY-TRANSACTIONS.
      *    THE ARRM CAPTURES GO FIRST, AS THEY DID WHEN THE CAPTURE
      *    DATA SET WAS CONCATENATED AHEAD OF THE MAINT FILE ON ARRIN.
           OPEN OUTPUT UPDPRINT-FILE
           MOVE WS-TABLE-ID TO UPD-HEAD-TABLE
           WRITE UPDPRINT-RECORD FROM WS-UPD-HEADING
           IF CAPTURE-INPUT
               PERFORM 7260-READ-ARRCAP
               PERFORM 7250-APPLY-ONE-CAPTURE
                   UNTIL ARRCAP-EOF OR MAINT-FAILED
               DISPLAY 'ARRPOP: ' WS-CAPTURE-COUNT
                       ' ONLINE CAPTURES READ FROM ARRCAP, '
                       WS-CAPTURE-KEPT ' FOR OTHER TABLES KEPT ON '
                       'ARRCAPKP.'
           END-IF
           MOVE SPACES TO WS-JRN-OPERATOR WS-JRN-TERMINAL
                          WS-JRN-APPROVER
           IF NOT MAINT-FAILED
               PERFORM 1310-READ-ARRIN
               PERFORM 7210-APPLY-ONE-TRANSACTION
                   UNTIL ARRIN-EOF OR MAINT-FAILED
           END-IF
           MOVE 'TRANSACTIONS APPLIED  ' TO UPD-TOTAL-LABEL
           MOVE WS-APPLIED-COUNT TO UPD-TOTAL-COUNT
           WRITE UPDPRINT-RECORD FROM WS-UPD-TOTAL-LINE
      *    BUSINESS RECONCILES THEIR CORRECTION LIST AGAINST THIS
      *    REPORT, SO A SILENTLY SKIPPED TRANSACTION IS WORSE THAN A
      *    REJECTED ONE.
           PERFORM 7215-EDIT-AND-APPLY
           PERFORM 1310-READ-ARRIN.

       7215-EDIT-AND-APPLY.
           MOVE ARRIN-ACTION TO UPD-ACTION
           MOVE ARRIN-TARGET-ELEMENT TO UPD-TARGET
           MOVE ARRIN-VALUE TO UPD-VALUE
           EVALUATE TRUE
               WHEN ARRIN-TABLE-ID NOT = WS-TABLE-ID
                   MOVE 'REJECTED - NOT FOR THIS TABLE' TO UPD-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN ARRIN-TARGET-ELEMENT NOT NUMERIC
                   MOVE 'REJECTED - TARGET NOT NUMERIC' TO UPD-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   PERFORM 7217-APPLY-BY-ACTION
           END-EVALUATE
           WRITE UPDPRINT-RECORD FROM WS-UPD-DETAIL.

       7217-APPLY-BY-ACTION.
           EVALUATE TRUE
               WHEN ARRIN-ACTION-ADD
                   PERFORM 7220-APPLY-ADD
               WHEN ARRIN-ACTION-CHANGE
                   PERFORM 7230-APPLY-CHANGE
               WHEN ARRIN-ACTION-DELETE
                   PERFORM 7240-APPLY-DELETE
               WHEN OTHER
                   MOVE 'REJECTED - ACTION NOT A, C, OR D'
                       TO UPD-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       7220-APPLY-ADD.
           COMPUTE WS-NEXT-ELEMENT = WS-UPD-COUNT + 1
                           TO WS-ARRAY-ELEMENT(WS-ARRAY-IDX)
                       MOVE 'APPLIED' TO UPD-RESULT
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE ZERO TO WS-JRN-OLD-VALUE
                       PERFORM 7280-WRITE-JOURNAL
                   END-IF
               END-IF
           END-IF.
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   SET WS-ARRAY-IDX TO ARRIN-TARGET-ELEMENT
                   MOVE WS-ARRAY-ELEMENT(WS-ARRAY-IDX)
                       TO WS-JRN-OLD-VALUE
                   MOVE ARRIN-VALUE TO WS-ARRAY-ELEMENT(WS-ARRAY-IDX)
                   MOVE 'APPLIED' TO UPD-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 7280-WRITE-JOURNAL
               END-IF
           END-IF.

               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               SET WS-ARRAY-IDX TO ARRIN-TARGET-ELEMENT
               MOVE WS-ARRAY-ELEMENT(WS-ARRAY-IDX) TO WS-JRN-OLD-VALUE
               MOVE ZERO TO WS-ARRAY-ELEMENT(WS-ARRAY-IDX)
               IF ARRIN-TARGET-ELEMENT = WS-UPD-COUNT
                   SUBTRACT 1 FROM WS-UPD-COUNT
               END-IF
               MOVE 'APPLIED' TO UPD-RESULT
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 7280-WRITE-JOURNAL
           END-IF.

       7250-APPLY-ONE-CAPTURE.
      *    A CAPTURE IS AN ARRIN-MAINT IMAGE WITH THE KEYING OPERATOR,
      *    TERMINAL, AND APPROVING SUPERVISOR BEHIND IT - LAY THE
      *    IMAGE INTO ARRIN-RECORD AND PUT IT THROUGH EXACTLY THE SAME
      *    EDITS AS A HAND-BUILT TRANSACTION.  ANOTHER TABLE'S CAPTURE
      *    IS NOT THIS RUN'S BUSINESS - IT IS NEITHER APPLIED NOR
      *    REPORTED, JUST KEPT ON ARRCAPKP FOR ITS OWN TABLE'S RUN.
           ADD 1 TO WS-CAPTURE-COUNT
           IF ARRCAP-TABLE-ID NOT = WS-TABLE-ID
               WRITE ARRCAPKP-RECORD FROM ARRCAP-RECORD
               ADD 1 TO WS-CAPTURE-KEPT
           ELSE
               MOVE ARRCAP-TRANSACTION TO ARRIN-RECORD
               MOVE ARRCAP-OPERATOR TO WS-JRN-OPERATOR
               MOVE ARRCAP-TERMINAL TO WS-JRN-TERMINAL
               MOVE ARRCAP-APPROVER TO WS-JRN-APPROVER
               PERFORM 7215-EDIT-AND-APPLY
           END-IF
           PERFORM 7260-READ-ARRCAP.

       7260-READ-ARRCAP.
           READ ARRCAP-FILE
               AT END
                   SET ARRCAP-EOF TO TRUE
           END-READ.

       7280-WRITE-JOURNAL.
      *    ONE ENTRY PER APPLIED TRANSACTION, OLD VALUE AS IT STOOD
      *    IN THE TABLE BEFORE THIS TRANSACTION (ZERO FOR AN ADD).
      *    THE ARRIN TRANS-ID IMAGE IS THE REFERENCE, SO THE ENTRY
      *    TIES BACK TO ITS LINE ON THE UPDPRINT REPORT.
           MOVE SPACES TO ARRJRN-RECORD
           MOVE ARRIN-TARGET-ELEMENT TO JRN-ELEMENT
           MOVE WS-JRN-OLD-VALUE TO JRN-OLD-VALUE
           SET WS-ARRAY-IDX TO ARRIN-TARGET-ELEMENT
           MOVE WS-ARRAY-ELEMENT(WS-ARRAY-IDX) TO JRN-NEW-VALUE
           ACCEPT JRN-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
           MOVE WS-CURRENT-TIME TO JRN-CHANGE-TIME
           MOVE 'ARRPOP' TO JRN-SOURCE-PGM
           MOVE ARRIN-ACTION TO JRN-ACTION
           MOVE ARRIN-TRANS-ID TO JRN-REFERENCE
           MOVE WS-JRN-OPERATOR TO JRN-OPERATOR
           MOVE WS-JRN-TERMINAL TO JRN-TERMINAL
           MOVE WS-JRN-APPROVER TO JRN-APPROVER
           WRITE ARRJRN-RECORD
           IF ARRJRNL-OK
               ADD 1 TO WS-JOURNAL-COUNT
           ELSE
               DISPLAY 'ARRPOP: WRITE TO ARRJRNL FAILED AT ELEMENT '
                       JRN-ELEMENT ' - STATUS ' WS-ARRJRNL-STATUS
                       ' - MAINTENANCE RUN ABANDONED.'
               SET MAINT-FAILED TO TRUE
               SET AUDIT-FAILURE TO TRUE
           END-IF.

       7500-WRITE-REFRESHED-EXTRACT.
           END-PERFORM
           CLOSE ARREXTR-FILE
           MOVE WS-UPD-COUNT TO WS-FINAL-COUNT.

       8000-WRITE-STEP-RESULT.
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
               MOVE 'ARRPOP' TO STF-PROGRAM
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
               DISPLAY 'ARRPOP: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       8100-WRITE-STEP-START.
      *    THE STARTED RECORD IN THE RUN LEDGER - WITHOUT A LATER
      *    ENDED RECORD IT SHOWS THIS STEP ABENDED OR WAS CANCELLED.
      *    THE SAME OPEN RULES AS 8000-WRITE-STEP-RESULT.
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
               MOVE 'ARRPOP' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARRPOP: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.
