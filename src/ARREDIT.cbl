      *                 ONE-RUN REJECT FILE THE DATA-ENTRY GROUP WORKS
      *                 FROM.
      *                 EDITS APPLIED, IN ORDER, ONE REASON PER RECORD:
      *                 05 - ARRIN-TABLE-ID IS NOT THE TABLE THIS RUN
      *                      IS FOR (THE PARM - SEE COPYBOOKS/
      *                      ARRTBL.CPY).  TESTED AHEAD OF EVERYTHING:
      *                      ANOTHER TABLE'S RECORD TAKES NO POSITION
      *                      HERE, TAKES NO PART IN THE DUPLICATE PASS,
      *                      AND IS NOT ADDED TO ARRREJMS - IT GOES
      *                      BACK TO THE SENDER, NOT TO DATA ENTRY.
      *                 01 - ARRIN-VALUE NOT NUMERIC
      *                 02 - ARRIN-TRANS-ID BLANK
      *                 03 - ARRIN-TRANS-ID DUPLICATES AN EARLIER
      *                      CLEAN RECORD
      *                 04 - THE RECORD'S POSITION IS A DERIVED
      *                      ELEMENT (ONE WITH A DRVFILE RULE, SEE
      *                      COPYBOOKS/ARRDRV.CPY) AND IT CARRIES A
      *                      VALUE OTHER THAN ZERO.  TESTED NEXT,
      *                      BECAUSE IT IS THE ONLY REJECT THAT KEEPS
      *                      ITS PLACE: A ZERO PLACEHOLDER IS WRITTEN
      *                      TO ARRIN IN ITS STEAD, SO THE ELEMENTS
      *                      AFTER IT DO NOT SHIFT, AND ARRCALC FILLS
      *                      THE POSITION IN LATER.  A ZERO VALUE IS
      *                      ITSELF THE PLACEHOLDER AND PASSES.  A 04
      *                      IS NOT ADDED TO ARRREJMS - THERE IS
      *                      NOTHING FOR DATA ENTRY TO RESUBMIT.  NO
      *                      DRVFILE (OR NO DD) ONLY COSTS THIS EDIT.
      *                 THE DUPLICATE EDIT RUNS AS A SORT PASS AHEAD
      *                 OF THE EDIT LOOP: EVERY RECORD THAT WOULD
      *                 PASS EDITS 01 AND 02 IS RELEASED TO AN
      *                 CAPACITY ARRDATA.CPY NOW ALLOWS - THE SORT
      *                 KEEPS THIS STEP OUT OF THE BATCH WINDOW'S
      *                 CRITICAL PATH.
      *                 THE STEP'S START AND END, ITS RETURN CODE, AND
      *                 THE READ/PASSED/REJECTED COUNTS ARE ALSO
      *                 APPENDED TO ARRSTEP, THE NIGHT'S RUN LEDGER
      *                 (SEE COPYBOOKS/ARRSTP.CPY).
      *                 RETURN-CODE 0 - EVERY RECORD PASSED.
      *                 RETURN-CODE 4 - AT LEAST ONE REJECT - THE
      *                 CLEAN FILE IS STILL COMPLETE AND USABLE.
      *                 RETURN-CODE 8 - ARRINRAW COULD NOT BE OPENED,
      *                 OR THE PARM CARRIES NO TABLE ID - NO CLEAN FILE
      *                 WAS PRODUCED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARREDIT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRREJMS-STATUS.

           SELECT DRVFILE-FILE ASSIGN TO DRVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRV-KEY
               FILE STATUS IS WS-DRVFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT ARRSTEP-FILE ASSIGN TO ARRSTEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRSTEP-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRINRAW-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY ARRIN.

       FD  ARRIN-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  ARRCLEAN-RECORD               PIC X(23).

       FD  ARRINREJ-FILE
           RECORD CONTAINS 25 CHARACTERS.
           COPY ARRREJ.

       FD  ARRREJMS-FILE
           RECORD CONTAINS 33 CHARACTERS.
           COPY ARRREJM.

       FD  DRVFILE-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY ARRDRV.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           LINAGE IS 55 LINES
               LINES AT BOTTOM 2.
       01  PRINT-RECORD                  PIC X(80).

       FD  ARRSTEP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY ARRSTP.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-TRANS-ID              PIC X(10).
           05  WS-ARRINREJ-STATUS        PIC XX VALUE SPACES.
           05  WS-ARRREJMS-STATUS        PIC XX VALUE SPACES.
               88  ARRREJMS-NOT-FOUND            VALUE '35'.
           05  WS-DRVFILE-STATUS         PIC XX VALUE SPACES.
               88  DRVFILE-OK                    VALUE '00'.
           05  WS-PRINT-STATUS           PIC XX VALUE SPACES.
           05  WS-ARRSTEP-STATUS         PIC XX VALUE SPACES.
               88  ARRSTEP-OK                    VALUE '00'.
               88  ARRSTEP-NOT-FOUND             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-RAW                PIC X VALUE 'N'.
      *    FILE STATUS AGAIN AT END OF JOB.
           05  WS-EDIT-FAILED            PIC X VALUE 'N'.
               88  EDIT-FAILED                   VALUE 'Y'.
      *    THE SAME DEGRADE-NOT-FAIL RULE AS ARRLIMC'S DSC-AVAILABLE
      *    - A MISSING RULES MASTER ONLY SKIPS THE 04 EDIT.
           05  WS-DRV-AVAILABLE          PIC X VALUE 'N'.
               88  DRV-AVAILABLE                 VALUE 'Y'.
           05  WS-DERIVED-POSITION       PIC X VALUE 'N'.
               88  DERIVED-POSITION              VALUE 'Y'.

       01  WS-EDIT-COUNTS.
           05  WS-READ-COUNT             PIC 9(6) VALUE 0.
           05  WS-NOT-NUMERIC-COUNT      PIC 9(6) VALUE 0.
           05  WS-BLANK-ID-COUNT         PIC 9(6) VALUE 0.
           05  WS-DUPLICATE-COUNT        PIC 9(6) VALUE 0.
           05  WS-DERIVED-COUNT          PIC 9(6) VALUE 0.
           05  WS-WRONG-TABLE-COUNT      PIC 9(6) VALUE 0.
      *    RECORDS WRITTEN TO ARRIN - THE CLEAN RECORDS PLUS THE 04
      *    PLACEHOLDERS - SO THE NEXT ONE WRITTEN IS ELEMENT
      *    WS-ARRIN-POSITION + 1.
           05  WS-ARRIN-POSITION         PIC 9(6) VALUE 0.

       01  WS-CURRENT-TIMESTAMP          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP-X REDEFINES WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-TIME           PIC 9(6).
           05  FILLER                    PIC 9(2).

      *    THIS PROGRAM'S STEP NAME IN JCL/ARRPOPJ.JCL, FOR THE RUN
      *    LEDGER (SEE COPYBOOKS/ARRSTP.CPY) - KEEP IN STEP WITH THE
      *    JCL BY HAND.
       01  WS-LEDGER-STEP                PIC X(8) VALUE 'STEP009'.

      *    THE TABLE THIS RUN IS FOR, FROM THE PARM.
       01  WS-TABLE-ID                   PIC X(4) VALUE SPACES.
       01  WS-PARM-USE-LENGTH            PIC S9(4) COMP VALUE 0.
       01  WS-STEP-START.
           05  WS-STEP-START-DATE        PIC X(8).
           05  WS-STEP-START-TIME        PIC X(6).

      *    ONE FLAG BYTE PER RAW-FEED POSITION, SET BY THE SORT
      *    PASS: 'D' MARKS EVERY OCCURRENCE OF A TRANS-ID AFTER ITS
       01  WS-HEADING-1.
           05  FILLER                    PIC X(21)
                                          VALUE 'ARRIN EDIT REPORT'.
           05  FILLER                    PIC X(6) VALUE 'TABLE '.
           05  H1-TABLE                  PIC X(4).
           05  FILLER                    PIC X(9) VALUE 'RUN DATE:'.
           05  H1-RUN-DATE               PIC X(10).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  CL-LABEL                  PIC X(30).
           05  CL-COUNT                  PIC ZZZZZ9.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH               PIC S9(4) COMP.
           05  PARM-TEXT                 PIC X(4).

       PROCEDURE DIVISION USING PARM-DATA.

       0000-MAIN.
           PERFORM 5100-WRITE-STEP-START
           PERFORM 0100-GET-TABLE-ID
      *    TWO PASSES OVER THE RAW FEED: THE SORT PASS FLAGS
      *    DUPLICATE TRANS-IDS BY ARRIVAL SEQUENCE, THEN THE EDIT
      *    PASS RE-READS THE FEED IN ARRIVAL ORDER (THE CLEAN FILE
      *    IS POSITIONAL - RECORD N BECOMES ELEMENT N - SO THE
      *    SORTED ORDER ITSELF CAN NEVER BE WRITTEN OUT).
           IF NOT EDIT-FAILED
               PERFORM 1000-OPEN-RAW
           END-IF
           IF NOT EDIT-FAILED
               MOVE SPACES TO WS-DUP-FLAGS
               SORT SORT-FILE
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 4000-SET-RETURN-CODE
           PERFORM 5000-WRITE-STEP-RESULT
           GOBACK.

       0100-GET-TABLE-ID.
      *    A PARM LONGER THAN A TABLE ID IS REFUSED RATHER THAN CUT
      *    DOWN TO SOME OTHER TABLE'S ID.
           MOVE PARM-LENGTH TO WS-PARM-USE-LENGTH
           IF WS-PARM-USE-LENGTH > ZERO AND WS-PARM-USE-LENGTH < 5
               MOVE PARM-TEXT(1:WS-PARM-USE-LENGTH) TO WS-TABLE-ID
           END-IF
           IF WS-TABLE-ID = SPACES
               DISPLAY 'ARREDIT: PARM MUST BE A TABLE ID OF 1-4 '
                       'CHARACTERS - NO CLEAN FILE PRODUCED.'
               SET EDIT-FAILED TO TRUE
           END-IF.

       1000-OPEN-RAW.
           OPEN INPUT ARRINRAW-FILE
           IF NOT ARRINRAW-OK
      *    ARRIVAL SEQUENCE.  RECORDS THAT FAIL THOSE EDITS NEVER
      *    ENTER THE SORT, SO - AS WITH THE OLD SEEN-ID TABLE - A
      *    LATER VALID RECORD IS NOT CALLED A DUPLICATE OF AN
      *    EARLIER REJECT; NOR DO OTHER TABLES' RECORDS (EDIT 05).
      *    THE FEED IS CLOSED AND THE EOF SWITCH
      *    RESET HERE SO THE EDIT PASS CAN RE-READ FROM THE TOP.
           PERFORM 1310-READ-RAW-SORT
           PERFORM 1320-RELEASE-ONE-ID UNTIL RAW-EOF
       1320-RELEASE-ONE-ID.
           IF ARRIN-VALUE NUMERIC
              AND ARRIN-TRANS-ID NOT = SPACES
              AND ARRIN-TABLE-ID = WS-TABLE-ID
              AND WS-SORT-SEQ <= 250000
               MOVE ARRIN-TRANS-ID TO SRT-TRANS-ID
               MOVE WS-SORT-SEQ TO SRT-SEQ
               OPEN OUTPUT ARRREJMS-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT DRVFILE-FILE
           IF DRVFILE-OK
               SET DRV-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'ARREDIT: NO DRVFILE - STATUS '
                       WS-DRVFILE-STATUS
                       ' - DERIVED POSITIONS NOT EDITED.'
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-MM   DELIMITED BY SIZE
                  INTO WS-RUN-DATE-DISPLAY
           END-STRING
           MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE
           MOVE WS-TABLE-ID TO H1-TABLE

           PERFORM 1200-WRITE-HEADINGS
           PERFORM 1100-READ-RAW.
       2000-EDIT-RECORD.
      *    ONE REASON PER RECORD, CHEAPEST EDIT FIRST - A RECORD THAT
      *    FAILS AN EARLIER EDIT IS NOT TESTED AGAINST THE LATER ONES,
      *    SO THE REASON COUNTS ADD UP TO THE REJECT COUNT.  THE
      *    WRONG-TABLE AND DERIVED-POSITION EDITS GO AHEAD OF THEM
      *    ALL (SEE 05 AND 04 ABOVE).
           SET RECORD-PASSED TO TRUE
           MOVE 'N' TO WS-DERIVED-POSITION
           IF ARRIN-TABLE-ID NOT = WS-TABLE-ID
               ADD 1 TO WS-WRONG-TABLE-COUNT
               MOVE '05' TO REJ-REASON-CODE
               MOVE 'NOT FOR THIS TABLE' TO RL-REASON
               SET RECORD-REJECTED TO TRUE
           END-IF
           IF RECORD-PASSED AND DRV-AVAILABLE
               PERFORM 2050-CHECK-DERIVED
           END-IF
           IF RECORD-PASSED
               PERFORM 2010-EDIT-VALUE-AND-ID
           END-IF

           EVALUATE TRUE
               WHEN DERIVED-POSITION
                   PERFORM 2200-WRITE-REJECT
                   PERFORM 2400-WRITE-PLACEHOLDER
               WHEN RECORD-REJECTED
                   PERFORM 2200-WRITE-REJECT
               WHEN OTHER
                   PERFORM 2300-WRITE-CLEAN
           END-EVALUATE
           PERFORM 1100-READ-RAW.

       2010-EDIT-VALUE-AND-ID.
           IF ARRIN-VALUE NOT NUMERIC
               ADD 1 TO WS-NOT-NUMERIC-COUNT
               MOVE '01' TO REJ-REASON-CODE
               ELSE
                   PERFORM 2100-CHECK-DUPLICATE
               END-IF
           END-IF.

       2050-CHECK-DERIVED.
      *    A NUMERIC ZERO IS THE PLACEHOLDER ITSELF AND IS LET
      *    THROUGH TO THE ORDINARY EDITS.
           MOVE WS-ARRIN-POSITION TO DRV-KEY
           ADD 1 TO DRV-KEY
           READ DRVFILE-FILE
           IF DRVFILE-OK
              AND NOT (ARRIN-VALUE NUMERIC AND ARRIN-VALUE = ZERO)
               ADD 1 TO WS-DERIVED-COUNT
               MOVE '04' TO REJ-REASON-CODE
               MOVE 'DERIVED POSITION - ZERO HELD' TO RL-REASON
               SET RECORD-REJECTED TO TRUE
               SET DERIVED-POSITION TO TRUE
           END-IF.

       2100-CHECK-DUPLICATE.
           IF WS-READ-COUNT <= 250000

       2200-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE ARRIN-TABLE-ID TO REJ-TABLE-ID
           MOVE ARRIN-TRANS-ID TO REJ-TRANS-ID RL-TRANS-ID
           MOVE ARRIN-VALUE TO REJ-VALUE RL-VALUE
           WRITE ARRREJ-RECORD
           IF NOT REJ-DERIVED-POSITION AND NOT REJ-WRONG-TABLE
               MOVE REJ-TABLE-ID TO REJM-TABLE-ID
               MOVE REJ-TRANS-ID TO REJM-TRANS-ID
               MOVE REJ-VALUE TO REJM-VALUE
               MOVE REJ-REASON-CODE TO REJM-REASON-CODE
               MOVE WS-RUN-DATE TO REJM-REJECT-DATE
               WRITE ARRREJM-RECORD
           END-IF
           WRITE PRINT-RECORD FROM WS-REJECT-LINE
               AFTER ADVANCING 1 LINES
               AT END-OF-PAGE

       2300-WRITE-CLEAN.
           ADD 1 TO WS-CLEAN-COUNT
           ADD 1 TO WS-ARRIN-POSITION
           MOVE ARRIN-RECORD TO ARRCLEAN-RECORD
           WRITE ARRCLEAN-RECORD.

       2400-WRITE-PLACEHOLDER.
      *    THE REJECTED RECORD'S TRANS-ID WITH A ZERO VALUE - IT
      *    HOLDS THE POSITION BUT IS NOT COUNTED AS PASSED, SO READ
      *    STILL EQUALS PASSED PLUS REJECTED.
           ADD 1 TO WS-ARRIN-POSITION
           MOVE ZERO TO ARRIN-VALUE
           MOVE ARRIN-RECORD TO ARRCLEAN-RECORD
           WRITE ARRCLEAN-RECORD.

               AFTER ADVANCING 1 LINES
           MOVE '  03 DUPLICATE TRANS-ID' TO CL-LABEL
           MOVE WS-DUPLICATE-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  04 DERIVED POSITION' TO CL-LABEL
           MOVE WS-DERIVED-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  05 NOT FOR THIS TABLE' TO CL-LABEL
           MOVE WS-WRONG-TABLE-COUNT TO CL-COUNT
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINES.

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
               MOVE 'ARREDIT' TO STF-PROGRAM
               SET STF-STEP-ENDED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               ACCEPT STF-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIMESTAMP FROM TIME
               MOVE WS-CURRENT-TIME TO STF-END-TIME
               MOVE RETURN-CODE TO STF-RETURN-CODE
               MOVE WS-READ-COUNT TO STF-EDIT-READ
               MOVE WS-CLEAN-COUNT TO STF-EDIT-CLEAN
               MOVE WS-REJECT-COUNT TO STF-EDIT-REJECT
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARREDIT: CANNOT OPEN ARRSTEP - STATUS '
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
               MOVE 'ARREDIT' TO STF-PROGRAM
               SET STF-STEP-STARTED TO TRUE
               MOVE WS-STEP-START-DATE TO STF-START-DATE
               MOVE WS-STEP-START-TIME TO STF-START-TIME
               MOVE 0 TO STF-RETURN-CODE
               WRITE ARRSTEP-RECORD
               CLOSE ARRSTEP-FILE
           ELSE
               DISPLAY 'ARREDIT: CANNOT OPEN ARRSTEP - STATUS '
                       WS-ARRSTEP-STATUS ' - STEP NOT LEDGERED.'
           END-IF.

       9000-TERMINATE.
           CLOSE ARRINRAW-FILE
           CLOSE ARRIN-FILE
           CLOSE ARRINREJ-FILE
           CLOSE ARRREJMS-FILE
           IF DRV-AVAILABLE
               CLOSE DRVFILE-FILE
           END-IF
           CLOSE PRINT-FILE.
